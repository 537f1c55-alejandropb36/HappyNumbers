      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the HNREQMST requestor master, the
      *          indexed file of every requestor id the departments
      *          may put on a batch transaction. Each entry carries
      *          the department name, the cost center finance bills
      *          against, an active/inactive status and an optional
      *          daily request quota (zero = no quota). HappyIntake
      *          and the pre-edit pass of HappyNumbers reject any
      *          requestor that is not on file, is inactive or is
      *          over its quota, and HappyChargeback prints the cost
      *          center and department on every statement. Entries
      *          are never deleted, only deactivated, so old audit
      *          records can still be billed against them.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   - Initial version: add, change, deactivate and list
      *     requestor master entries, listing on HNREQLST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HappyReqMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HNREQMST-FILE ASSIGN TO "HNREQMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNREQ-ID
               FILE STATUS IS WKS-REQMST-STATUS.
           SELECT HNREQLST-FILE ASSIGN TO "HNREQLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-LIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HNREQMST-FILE.
       01  HNREQMST-RECORD.
           05  HNREQ-ID                PIC X(08).
           05  HNREQ-DEPT-NAME         PIC X(30).
           05  HNREQ-COST-CENTER       PIC X(10).
           05  HNREQ-STATUS            PIC X(01).
           05  HNREQ-DAILY-QUOTA       PIC 9(07).
           05  HNREQ-ADDED-DATE        PIC 9(08).
           05  HNREQ-CHANGED-DATE      PIC 9(08).

       FD  HNREQLST-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNREQLST-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
           77 WKS-OPTION         PIC 9(01) VALUE 0.
           77 WKS-REQMST-STATUS  PIC X(02).
           77 WKS-LIST-STATUS    PIC X(02).
           77 WKS-EOF-SW         PIC X(01) VALUE "N".
               88 WKS-END-OF-FILE        VALUE "Y".
           77 WKS-FOUND-SW       PIC X(01) VALUE "N".
               88 WKS-ENTRY-FOUND        VALUE "Y".
           77 WKS-TODAY          PIC 9(08).

      * Operator entries; a blank answer on a change keeps the value
      * already on file.
           77 WKS-ENTRY-ID       PIC X(08) VALUE SPACES.
           77 WKS-ENTRY-DEPT     PIC X(30) VALUE SPACES.
           77 WKS-ENTRY-CC       PIC X(10) VALUE SPACES.
           77 WKS-ENTRY-STATUS   PIC X(01) VALUE SPACES.
           77 WKS-CONFIRM        PIC X(01) VALUE SPACES.

      * Quota entry; zero is a legal answer (no quota), so it does
      * not go through the non-zero numeric check.
           77 WKS-QUOTA-ALPHA    PIC X(07) JUSTIFIED RIGHT.
           77 WKS-QUOTA          PIC 9(07) VALUE 0.
           77 WKS-VALID-SW       PIC X(01) VALUE "N".
               88 WKS-INPUT-VALID        VALUE "Y".
           77 WKS-KEEP-SW        PIC X(01) VALUE "N".
               88 WKS-KEEP-QUOTA         VALUE "Y".

      * Listing counters.
           77 WKS-COUNT-LISTED   PIC 9(09) VALUE 0.
           77 WKS-COUNT-ACTIVE   PIC 9(09) VALUE 0.
           77 WKS-COUNT-INACTIVE PIC 9(09) VALUE 0.

       01  WKS-LIST-LINE.
           05  WKS-LST-ID              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WKS-LST-DEPT            PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WKS-LST-CC              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WKS-LST-STATUS          PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WKS-LST-QUOTA           PIC Z(6)9.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WKS-REPORT-LINE.
           05  WKS-RPT-TEXT            PIC X(30).
           05  WKS-RPT-VALUE           PIC 9(09).
           05  FILLER                  PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-REQUESTOR-MASTER
           PERFORM REQUESTOR-MENU UNTIL WKS-OPTION = 5
           CLOSE HNREQMST-FILE
           STOP RUN.

      * The master is opened I-O for the whole session; the first run
      * at an installation creates it empty.
       OPEN-REQUESTOR-MASTER.
           OPEN I-O HNREQMST-FILE
           IF WKS-REQMST-STATUS NOT = "00"
               OPEN OUTPUT HNREQMST-FILE
               CLOSE HNREQMST-FILE
               OPEN I-O HNREQMST-FILE
           END-IF
           IF WKS-REQMST-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNREQMST, codigo: "
                   WKS-REQMST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       REQUESTOR-MENU.
           DISPLAY "Maestro de solicitantes HNREQMST.".
           DISPLAY "1. Alta de solicitante".
           DISPLAY "2. Cambio de solicitante".
           DISPLAY "3. Baja (desactivar) de solicitante".
           DISPLAY "4. Listado a HNREQLST".
           DISPLAY "5. Salir".
           DISPLAY "Elige una opcion: ".
           ACCEPT WKS-OPTION
           EVALUATE WKS-OPTION
               WHEN 1
                   PERFORM ADD-REQUESTOR
               WHEN 2
                   PERFORM CHANGE-REQUESTOR
               WHEN 3
                   PERFORM DEACTIVATE-REQUESTOR
               WHEN 4
                   PERFORM LIST-REQUESTORS
               WHEN 5
                   DISPLAY "Adios..."
               WHEN OTHER
                   DISPLAY "Opcion no valida"
           END-EVALUATE.

      ******************************************************************
      * Add: the id must not already be on file. New entries start
      * active.
      ******************************************************************
       ADD-REQUESTOR.
           PERFORM ACCEPT-REQUESTOR-ID
           IF WKS-ENTRY-ID = SPACES
               DISPLAY "Solicitante en blanco, nada que hacer."
           ELSE
               PERFORM READ-REQUESTOR-ENTRY
               IF WKS-ENTRY-FOUND
                   DISPLAY "El solicitante ya existe: " WKS-ENTRY-ID
               ELSE
                   MOVE SPACES TO HNREQMST-RECORD
                   MOVE WKS-ENTRY-ID TO HNREQ-ID
                   DISPLAY "Nombre del departamento: "
                   MOVE SPACES TO WKS-ENTRY-DEPT
                   ACCEPT WKS-ENTRY-DEPT
                   MOVE WKS-ENTRY-DEPT TO HNREQ-DEPT-NAME
                   DISPLAY "Centro de costo: "
                   MOVE SPACES TO WKS-ENTRY-CC
                   ACCEPT WKS-ENTRY-CC
                   MOVE WKS-ENTRY-CC TO HNREQ-COST-CENTER
                   MOVE "N" TO WKS-KEEP-SW
                   PERFORM ACCEPT-QUOTA
                   MOVE WKS-QUOTA TO HNREQ-DAILY-QUOTA
                   MOVE "A" TO HNREQ-STATUS
                   ACCEPT WKS-TODAY FROM DATE YYYYMMDD
                   MOVE WKS-TODAY TO HNREQ-ADDED-DATE
                   MOVE WKS-TODAY TO HNREQ-CHANGED-DATE
                   WRITE HNREQMST-RECORD
                       INVALID KEY DISPLAY "Error al grabar, codigo: "
                           WKS-REQMST-STATUS
                       NOT INVALID KEY DISPLAY "Solicitante agregado: "
                           HNREQ-ID
                   END-WRITE
               END-IF
           END-IF.

      ******************************************************************
      * Change: department, cost center, quota and status; a blank
      * answer keeps what is on file. Setting the status back to A
      * is how a deactivated requestor is reinstated.
      ******************************************************************
       CHANGE-REQUESTOR.
           PERFORM ACCEPT-REQUESTOR-ID
           PERFORM READ-REQUESTOR-ENTRY
           IF NOT WKS-ENTRY-FOUND
               DISPLAY "Solicitante no registrado: " WKS-ENTRY-ID
           ELSE
               PERFORM DISPLAY-REQUESTOR-ENTRY
               DISPLAY "Nombre del departamento (vacio = igual): "
               MOVE SPACES TO WKS-ENTRY-DEPT
               ACCEPT WKS-ENTRY-DEPT
               IF WKS-ENTRY-DEPT NOT = SPACES
                   MOVE WKS-ENTRY-DEPT TO HNREQ-DEPT-NAME
               END-IF
               DISPLAY "Centro de costo (vacio = igual): "
               MOVE SPACES TO WKS-ENTRY-CC
               ACCEPT WKS-ENTRY-CC
               IF WKS-ENTRY-CC NOT = SPACES
                   MOVE WKS-ENTRY-CC TO HNREQ-COST-CENTER
               END-IF
               MOVE "Y" TO WKS-KEEP-SW
               PERFORM ACCEPT-QUOTA
               IF NOT WKS-KEEP-QUOTA
                   MOVE WKS-QUOTA TO HNREQ-DAILY-QUOTA
               END-IF
               DISPLAY "Estado A=activo I=inactivo (vacio = igual): "
               MOVE SPACES TO WKS-ENTRY-STATUS
               ACCEPT WKS-ENTRY-STATUS
               IF WKS-ENTRY-STATUS = "A" OR WKS-ENTRY-STATUS = "I"
                   MOVE WKS-ENTRY-STATUS TO HNREQ-STATUS
               END-IF
               ACCEPT WKS-TODAY FROM DATE YYYYMMDD
               MOVE WKS-TODAY TO HNREQ-CHANGED-DATE
               REWRITE HNREQMST-RECORD
                   INVALID KEY DISPLAY "Error al actualizar, codigo: "
                       WKS-REQMST-STATUS
                   NOT INVALID KEY DISPLAY "Solicitante actualizado: "
                       HNREQ-ID
               END-REWRITE
           END-IF.

      ******************************************************************
      * Deactivate: the entry stays on file with status I so history
      * still resolves; intake and pre-edit reject it from then on.
      ******************************************************************
       DEACTIVATE-REQUESTOR.
           PERFORM ACCEPT-REQUESTOR-ID
           PERFORM READ-REQUESTOR-ENTRY
           IF NOT WKS-ENTRY-FOUND
               DISPLAY "Solicitante no registrado: " WKS-ENTRY-ID
           ELSE
               IF HNREQ-STATUS = "I"
                   DISPLAY "El solicitante ya esta inactivo."
               ELSE
                   PERFORM DISPLAY-REQUESTOR-ENTRY
                   DISPLAY "Confirmar baja (S/N): "
                   MOVE SPACES TO WKS-CONFIRM
                   ACCEPT WKS-CONFIRM
                   IF WKS-CONFIRM = "S" OR WKS-CONFIRM = "s"
                       MOVE "I" TO HNREQ-STATUS
                       ACCEPT WKS-TODAY FROM DATE YYYYMMDD
                       MOVE WKS-TODAY TO HNREQ-CHANGED-DATE
                       REWRITE HNREQMST-RECORD
                           INVALID KEY DISPLAY
                               "Error al actualizar, codigo: "
                               WKS-REQMST-STATUS
                           NOT INVALID KEY DISPLAY
                               "Solicitante desactivado: " HNREQ-ID
                       END-REWRITE
                   ELSE
                       DISPLAY "Baja cancelada."
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Listing: the whole master in key order on HNREQLST with the
      * active/inactive totals.
      ******************************************************************
       LIST-REQUESTORS.
           OPEN OUTPUT HNREQLST-FILE
           IF WKS-LIST-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNREQLST, codigo: "
                   WKS-LIST-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO WKS-COUNT-LISTED
               MOVE 0 TO WKS-COUNT-ACTIVE
               MOVE 0 TO WKS-COUNT-INACTIVE
               ACCEPT WKS-TODAY FROM DATE YYYYMMDD
               MOVE SPACES TO HNREQLST-RECORD
               STRING "MAESTRO DE SOLICITANTES  FECHA: "
                   DELIMITED BY SIZE
                   WKS-TODAY DELIMITED BY SIZE
                   INTO HNREQLST-RECORD
               WRITE HNREQLST-RECORD
               MOVE ALL "-" TO HNREQLST-RECORD
               WRITE HNREQLST-RECORD
               MOVE "SOLICIT.  DEPARTAMENTO                   C.COSTO"
                   TO HNREQLST-RECORD
               MOVE "EST    CUOTA" TO HNREQLST-RECORD(53:12)
               WRITE HNREQLST-RECORD
               MOVE LOW-VALUES TO HNREQ-ID
               START HNREQMST-FILE KEY IS NOT LESS THAN HNREQ-ID
                   INVALID KEY MOVE "Y" TO WKS-EOF-SW
                   NOT INVALID KEY MOVE "N" TO WKS-EOF-SW
               END-START
               IF NOT WKS-END-OF-FILE
                   PERFORM READ-NEXT-REQUESTOR
               END-IF
               PERFORM LIST-ONE-REQUESTOR UNTIL WKS-END-OF-FILE
               MOVE SPACES TO HNREQLST-RECORD
               WRITE HNREQLST-RECORD
               MOVE "SOLICITANTES LISTADOS" TO WKS-RPT-TEXT
               MOVE WKS-COUNT-LISTED TO WKS-RPT-VALUE
               WRITE HNREQLST-RECORD FROM WKS-REPORT-LINE
               MOVE "ACTIVOS" TO WKS-RPT-TEXT
               MOVE WKS-COUNT-ACTIVE TO WKS-RPT-VALUE
               WRITE HNREQLST-RECORD FROM WKS-REPORT-LINE
               MOVE "INACTIVOS" TO WKS-RPT-TEXT
               MOVE WKS-COUNT-INACTIVE TO WKS-RPT-VALUE
               WRITE HNREQLST-RECORD FROM WKS-REPORT-LINE
               CLOSE HNREQLST-FILE
               DISPLAY "Listado exportado a HNREQLST: "
                   WKS-COUNT-LISTED " solicitantes."
           END-IF.

       LIST-ONE-REQUESTOR.
           ADD 1 TO WKS-COUNT-LISTED
           IF HNREQ-STATUS = "A"
               ADD 1 TO WKS-COUNT-ACTIVE
           ELSE
               ADD 1 TO WKS-COUNT-INACTIVE
           END-IF
           MOVE HNREQ-ID TO WKS-LST-ID
           MOVE HNREQ-DEPT-NAME TO WKS-LST-DEPT
           MOVE HNREQ-COST-CENTER TO WKS-LST-CC
           MOVE HNREQ-STATUS TO WKS-LST-STATUS
           MOVE HNREQ-DAILY-QUOTA TO WKS-LST-QUOTA
           WRITE HNREQLST-RECORD FROM WKS-LIST-LINE
           PERFORM READ-NEXT-REQUESTOR.

       READ-NEXT-REQUESTOR.
           READ HNREQMST-FILE NEXT RECORD
               AT END MOVE "Y" TO WKS-EOF-SW
           END-READ
           IF WKS-REQMST-STATUS NOT = "00" AND NOT WKS-END-OF-FILE
               DISPLAY "Lectura interrumpida, codigo: "
                   WKS-REQMST-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WKS-EOF-SW
           END-IF.

      ******************************************************************
      * Shared entry and lookup paragraphs.
      ******************************************************************
       ACCEPT-REQUESTOR-ID.
           DISPLAY "Id de solicitante: "
           MOVE SPACES TO WKS-ENTRY-ID
           ACCEPT WKS-ENTRY-ID.

       READ-REQUESTOR-ENTRY.
           MOVE "N" TO WKS-FOUND-SW
           MOVE WKS-ENTRY-ID TO HNREQ-ID
           READ HNREQMST-FILE
               INVALID KEY MOVE "N" TO WKS-FOUND-SW
               NOT INVALID KEY MOVE "Y" TO WKS-FOUND-SW
           END-READ.

       DISPLAY-REQUESTOR-ENTRY.
           DISPLAY "Solicitante : " HNREQ-ID
           DISPLAY "Departamento: " HNREQ-DEPT-NAME
           DISPLAY "C. de costo : " HNREQ-COST-CENTER
           DISPLAY "Estado      : " HNREQ-STATUS
           DISPLAY "Cuota diaria: " HNREQ-DAILY-QUOTA.

      * On a change (keep switch on) a blank answer keeps the quota on
      * file; on an add it means no quota.
       ACCEPT-QUOTA.
           MOVE "N" TO WKS-VALID-SW
           PERFORM ACCEPT-QUOTA-ENTRY UNTIL WKS-INPUT-VALID.

       ACCEPT-QUOTA-ENTRY.
           DISPLAY "Cuota diaria de solicitudes (0 = sin cuota): "
           MOVE SPACES TO WKS-QUOTA-ALPHA
           ACCEPT WKS-QUOTA-ALPHA
           IF WKS-QUOTA-ALPHA = SPACES
               IF NOT WKS-KEEP-QUOTA
                   MOVE 0 TO WKS-QUOTA
               END-IF
               MOVE "Y" TO WKS-VALID-SW
           ELSE
               MOVE "N" TO WKS-KEEP-SW
               INSPECT WKS-QUOTA-ALPHA REPLACING LEADING SPACE BY
                   ZERO
               IF WKS-QUOTA-ALPHA IS NUMERIC
                   MOVE WKS-QUOTA-ALPHA TO WKS-QUOTA
                   MOVE "Y" TO WKS-VALID-SW
               ELSE
                   DISPLAY "Entrada invalida, ingresa solo digitos"
               END-IF
           END-IF.

       END PROGRAM HappyReqMaint.
