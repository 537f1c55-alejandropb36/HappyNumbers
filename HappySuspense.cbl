      ******************************************************************
      * Author:
      * Date:
      * Purpose: Correction of the HNSUSPNS suspense file. Records
      *          held out by HappyIntake or rejected by the pre-edit
      *          pass of HappyNumbers wait there as pending items (P)
      *          with their original image, source, requestor and
      *          reason. The operator reviews the pending items, all
      *          or one requestor's, and either corrects an item (C),
      *          which HappyIntake releases into the next night's
      *          HNBATIN, or deletes it (D) when the request is not
      *          to be run at all. A correction is edited the same
      *          way the batch would: transaction code F, E, C or P,
      *          an exponent 2-9 for E and C, a non-zero number, and a
      *          requestor on HNREQMST and active. Items are never
      *          removed, so the aging report and the auditors can
      *          follow every one. Corrections need the SUSPENSO
      *          CORREG profile on HNAUTH and deletions SUSPENSO
      *          BORRAR.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   - Initial version: review, correct and delete pending
      *     suspense items under operator authorization.
      *   - Transaction code P (number profile) accepted in a
      *     correction.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HappySuspense.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HNSUSPNS-FILE ASSIGN TO "HNSUSPNS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNSUS-KEY
               FILE STATUS IS WKS-SUSPNS-STATUS.
           SELECT HNREQMST-FILE ASSIGN TO "HNREQMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNREQ-ID
               FILE STATUS IS WKS-REQMST-STATUS.
           SELECT HNAUTH-FILE ASSIGN TO "HNAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNAUT-KEY
               FILE STATUS IS WKS-AUTH-STATUS.
           SELECT HNSECLOG-FILE ASSIGN TO "HNSECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-SECLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HNSUSPNS-FILE.
       01  HNSUSPNS-RECORD.
           05  HNSUS-KEY.
               10  HNSUS-BATCH-ID      PIC 9(14).
               10  HNSUS-ORIGIN        PIC X(01).
               10  HNSUS-SEQ           PIC 9(06).
           05  HNSUS-IMAGE             PIC X(68).
           05  HNSUS-SOURCE            PIC X(15).
           05  HNSUS-REQUESTOR         PIC X(08).
           05  HNSUS-REASON            PIC X(12).
           05  HNSUS-ENTRY-DATE        PIC 9(08).
           05  HNSUS-STATUS            PIC X(01).
           05  HNSUS-ACTION-DATE       PIC 9(08).
           05  HNSUS-OPERATOR          PIC X(08).
           05  HNSUS-RELEASE-DATE      PIC 9(08).

       FD  HNREQMST-FILE.
       01  HNREQMST-RECORD.
           05  HNREQ-ID                PIC X(08).
           05  HNREQ-DEPT-NAME         PIC X(30).
           05  HNREQ-COST-CENTER       PIC X(10).
           05  HNREQ-STATUS            PIC X(01).
           05  HNREQ-DAILY-QUOTA       PIC 9(07).
           05  HNREQ-ADDED-DATE        PIC 9(08).
           05  HNREQ-CHANGED-DATE      PIC 9(08).

       FD  HNAUTH-FILE.
       01  HNAUTH-RECORD.
           05  HNAUT-KEY.
               10  HNAUT-OPERATOR      PIC X(08).
               10  HNAUT-PROGRAM       PIC X(08).
               10  HNAUT-FUNCTION      PIC X(06).
           05  HNAUT-STATUS            PIC X(01).
           05  HNAUT-GRANT-DATE        PIC 9(08).
           05  HNAUT-GRANT-BY          PIC X(08).
           05  HNAUT-REVOKE-DATE       PIC 9(08).
           05  HNAUT-REVOKE-BY         PIC X(08).

       FD  HNSECLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNSECLOG-RECORD.
           05  HNSEC-DATE              PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HNSEC-TIME              PIC 9(06).
           05  FILLER                  PIC X(01).
           05  HNSEC-OPERATOR          PIC X(08).
           05  FILLER                  PIC X(01).
           05  HNSEC-PROGRAM           PIC X(08).
           05  FILLER                  PIC X(01).
           05  HNSEC-FUNCTION          PIC X(06).
           05  FILLER                  PIC X(01).
           05  HNSEC-MODE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  HNSEC-REASON            PIC X(12).

       WORKING-STORAGE SECTION.
           77 WKS-OPTION         PIC 9(01) VALUE 0.
           77 WKS-SUSPNS-STATUS  PIC X(02).
           77 WKS-REQMST-STATUS  PIC X(02).
           77 WKS-TODAY          PIC 9(08).
           77 WKS-EOF-SW         PIC X(01) VALUE "N".
               88 WKS-END-OF-FILE        VALUE "Y".
           77 WKS-STOP-SW        PIC X(01) VALUE "N".
               88 WKS-REVIEW-STOPPED     VALUE "Y".

      * Operator authorization (same rules as HappyNumbers).
           77 WKS-USER-ID        PIC X(08) VALUE SPACES.
           77 WKS-TIME-FULL      PIC 9(08).
           77 WKS-AUTH-STATUS    PIC X(02).
           77 WKS-SECLOG-STATUS  PIC X(02).
           77 WKS-AUTH-OPEN-SW   PIC X(01) VALUE "N".
               88 WKS-AUTH-OPEN          VALUE "Y".
           77 WKS-AUTH-SW        PIC X(01) VALUE "N".
               88 WKS-AUTHORIZED         VALUE "Y".
           77 WKS-AUTH-PROGRAM   PIC X(08) VALUE "SUSPENSO".
           77 WKS-AUTH-FUNCTION  PIC X(06) VALUE SPACES.
           77 WKS-AUTH-REASON    PIC X(12) VALUE SPACES.

      * Review filter and session counters.
           77 WKS-FILTER-REQ     PIC X(08) VALUE SPACES.
           77 WKS-ACTION         PIC X(01) VALUE SPACES.
           77 WKS-CONFIRM        PIC X(01) VALUE SPACES.
           77 WKS-COUNT-SHOWN    PIC 9(09) VALUE 0.
           77 WKS-COUNT-FIXED    PIC 9(09) VALUE 0.
           77 WKS-COUNT-DELETED  PIC 9(09) VALUE 0.

      * The item under correction, in the HNBATIN layout. A bare
      * number record is normalized to a structured F transaction
      * the same way intake does.
       01  WKS-FIX-IMAGE               PIC X(68).
       01  WKS-FIX-STRUCT REDEFINES WKS-FIX-IMAGE.
           05  WKS-FIX-TRANCODE        PIC X(01).
           05  FILLER                  PIC X(01).
           05  WKS-FIX-EXPONENT        PIC X(02).
           05  FILLER                  PIC X(01).
           05  WKS-FIX-REQUESTOR       PIC X(08).
           05  FILLER                  PIC X(01).
           05  WKS-FIX-NUMBER          PIC X(38).
           05  FILLER                  PIC X(01).
           05  WKS-FIX-SOURCE          PIC X(15).

      * Operator answers; a blank answer keeps the value in the item.
           77 WKS-ENTRY-TRAN     PIC X(01) VALUE SPACES.
           77 WKS-ENTRY-EXP      PIC X(02) JUSTIFIED RIGHT.
           77 WKS-ENTRY-REQ      PIC X(08) VALUE SPACES.
           77 WKS-ENTRY-NUMBER   PIC X(38) VALUE SPACES.

      * Edit of the corrected item.
           77 WKS-VALID-SW       PIC X(01) VALUE "N".
               88 WKS-FIX-VALID          VALUE "Y".
           77 WKS-NUM-LEN        PIC 9(02) VALUE 0.
           77 WKS-NUMBER-ALPHA   PIC X(38) JUSTIFIED RIGHT.
           77 WKS-NUMBER         PIC 9(38) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Usuario/Terminal para bitacora: "
           ACCEPT WKS-USER-ID
           PERFORM OPEN-SUSPENSE-FILES
           PERFORM SUSPENSE-MENU UNTIL WKS-OPTION = 3
           CLOSE HNSUSPNS-FILE
           CLOSE HNREQMST-FILE
           IF WKS-AUTH-OPEN
               CLOSE HNAUTH-FILE
           END-IF
           DISPLAY "Corregidas: " WKS-COUNT-FIXED
               " borradas: " WKS-COUNT-DELETED
           STOP RUN.

      * Suspense is opened I-O for the session, created empty on the
      * first run; corrections cannot be edited without the master.
       OPEN-SUSPENSE-FILES.
           PERFORM OPEN-AUTH-FILE
           OPEN I-O HNSUSPNS-FILE
           IF WKS-SUSPNS-STATUS NOT = "00"
               OPEN OUTPUT HNSUSPNS-FILE
               CLOSE HNSUSPNS-FILE
               OPEN I-O HNSUSPNS-FILE
           END-IF
           IF WKS-SUSPNS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNSUSPNS, codigo: "
                   WKS-SUSPNS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HNREQMST-FILE
           IF WKS-REQMST-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNREQMST, codigo: "
                   WKS-REQMST-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE HNSUSPNS-FILE
               STOP RUN
           END-IF.

       SUSPENSE-MENU.
           DISPLAY "Suspenso de transacciones HNSUSPNS.".
           DISPLAY "1. Revisar pendientes de un solicitante".
           DISPLAY "2. Revisar todos los pendientes".
           DISPLAY "3. Salir".
           DISPLAY "Elige una opcion: ".
           ACCEPT WKS-OPTION
           EVALUATE WKS-OPTION
               WHEN 1
                   DISPLAY "Id de solicitante: "
                   MOVE SPACES TO WKS-FILTER-REQ
                   ACCEPT WKS-FILTER-REQ
                   PERFORM REVIEW-PENDING-ITEMS
               WHEN 2
                   MOVE SPACES TO WKS-FILTER-REQ
                   PERFORM REVIEW-PENDING-ITEMS
               WHEN 3
                   DISPLAY "Adios..."
               WHEN OTHER
                   DISPLAY "Opcion no valida"
           END-EVALUATE.

      ******************************************************************
      * Review: the pending items in key order (oldest batch first),
      * one at a time, each with its action prompt.
      ******************************************************************
       REVIEW-PENDING-ITEMS.
           MOVE 0 TO WKS-COUNT-SHOWN
           MOVE "N" TO WKS-STOP-SW
           MOVE "N" TO WKS-EOF-SW
           MOVE LOW-VALUES TO HNSUS-KEY
           START HNSUSPNS-FILE KEY IS NOT LESS THAN HNSUS-KEY
               INVALID KEY MOVE "Y" TO WKS-EOF-SW
           END-START
           IF NOT WKS-END-OF-FILE
               PERFORM READ-NEXT-ITEM
           END-IF
           PERFORM REVIEW-ONE-ITEM
               UNTIL WKS-END-OF-FILE OR WKS-REVIEW-STOPPED
           DISPLAY "Partidas pendientes revisadas: " WKS-COUNT-SHOWN.

       REVIEW-ONE-ITEM.
           IF HNSUS-STATUS = "P"
                   AND (WKS-FILTER-REQ = SPACES
                        OR HNSUS-REQUESTOR = WKS-FILTER-REQ)
               ADD 1 TO WKS-COUNT-SHOWN
               PERFORM DISPLAY-SUSPENSE-ITEM
               DISPLAY "C=corregir B=borrar S=siguiente F=fin: "
               MOVE SPACES TO WKS-ACTION
               ACCEPT WKS-ACTION
               EVALUATE WKS-ACTION
                   WHEN "C"
                   WHEN "c"
                       MOVE "CORREG" TO WKS-AUTH-FUNCTION
                       PERFORM CHECK-OPERATOR-AUTHORITY
                       IF WKS-AUTHORIZED
                           PERFORM CORRECT-SUSPENSE-ITEM
                       ELSE
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   WHEN "B"
                   WHEN "b"
                       MOVE "BORRAR" TO WKS-AUTH-FUNCTION
                       PERFORM CHECK-OPERATOR-AUTHORITY
                       IF WKS-AUTHORIZED
                           PERFORM DELETE-SUSPENSE-ITEM
                       ELSE
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   WHEN "F"
                   WHEN "f"
                       MOVE "Y" TO WKS-STOP-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF NOT WKS-REVIEW-STOPPED
               PERFORM READ-NEXT-ITEM
           END-IF.

       READ-NEXT-ITEM.
           READ HNSUSPNS-FILE NEXT RECORD
               AT END MOVE "Y" TO WKS-EOF-SW
           END-READ
           IF WKS-SUSPNS-STATUS NOT = "00" AND NOT WKS-END-OF-FILE
               DISPLAY "Lectura interrumpida, codigo: "
                   WKS-SUSPNS-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WKS-EOF-SW
           END-IF.

       DISPLAY-SUSPENSE-ITEM.
           DISPLAY "Partida    : " HNSUS-BATCH-ID "-" HNSUS-ORIGIN
               "-" HNSUS-SEQ
           DISPLAY "Fuente     : " HNSUS-SOURCE
           DISPLAY "Solicitante: " HNSUS-REQUESTOR
           DISPLAY "Motivo     : " HNSUS-REASON
           DISPLAY "En suspenso: " HNSUS-ENTRY-DATE
           DISPLAY "Registro   : " HNSUS-IMAGE(1:52).

      ******************************************************************
      * Correction: each field is offered with the item's value; the
      * corrected item is edited and only a clean one is marked C for
      * release. A failed edit leaves the item pending as it was.
      ******************************************************************
       CORRECT-SUSPENSE-ITEM.
           MOVE HNSUS-IMAGE TO WKS-FIX-IMAGE
           IF WKS-FIX-TRANCODE NOT = "F" AND WKS-FIX-TRANCODE NOT = "E"
                   AND WKS-FIX-TRANCODE NOT = "C"
                   AND WKS-FIX-TRANCODE NOT = "P"
               MOVE SPACES TO WKS-FIX-IMAGE
               MOVE "F" TO WKS-FIX-TRANCODE
               MOVE "00" TO WKS-FIX-EXPONENT
               MOVE HNSUS-REQUESTOR TO WKS-FIX-REQUESTOR
               MOVE HNSUS-IMAGE(1:38) TO WKS-FIX-NUMBER
           END-IF
           IF WKS-FIX-SOURCE = SPACES
               MOVE HNSUS-SOURCE TO WKS-FIX-SOURCE
           END-IF
           DISPLAY "Transaccion F/E/C/P (vacio = " WKS-FIX-TRANCODE
               "): "
           MOVE SPACES TO WKS-ENTRY-TRAN
           ACCEPT WKS-ENTRY-TRAN
           IF WKS-ENTRY-TRAN NOT = SPACES
               MOVE WKS-ENTRY-TRAN TO WKS-FIX-TRANCODE
           END-IF
           DISPLAY "Exponente (vacio = " WKS-FIX-EXPONENT "): "
           MOVE SPACES TO WKS-ENTRY-EXP
           ACCEPT WKS-ENTRY-EXP
           IF WKS-ENTRY-EXP NOT = SPACES
               INSPECT WKS-ENTRY-EXP REPLACING LEADING SPACE BY ZERO
               MOVE WKS-ENTRY-EXP TO WKS-FIX-EXPONENT
           END-IF
           DISPLAY "Solicitante (vacio = " WKS-FIX-REQUESTOR "): "
           MOVE SPACES TO WKS-ENTRY-REQ
           ACCEPT WKS-ENTRY-REQ
           IF WKS-ENTRY-REQ NOT = SPACES
               MOVE WKS-ENTRY-REQ TO WKS-FIX-REQUESTOR
           END-IF
           DISPLAY "Numero (vacio = igual): "
           MOVE SPACES TO WKS-ENTRY-NUMBER
           ACCEPT WKS-ENTRY-NUMBER
           IF WKS-ENTRY-NUMBER NOT = SPACES
               MOVE WKS-ENTRY-NUMBER TO WKS-FIX-NUMBER
           END-IF
           PERFORM EDIT-CORRECTED-ITEM
           IF WKS-FIX-VALID
               ACCEPT WKS-TODAY FROM DATE YYYYMMDD
               MOVE WKS-FIX-IMAGE TO HNSUS-IMAGE
               MOVE WKS-FIX-REQUESTOR TO HNSUS-REQUESTOR
               MOVE "C" TO HNSUS-STATUS
               MOVE WKS-TODAY TO HNSUS-ACTION-DATE
               MOVE WKS-USER-ID TO HNSUS-OPERATOR
               REWRITE HNSUSPNS-RECORD
                   INVALID KEY DISPLAY "Error al actualizar, codigo: "
                       WKS-SUSPNS-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WKS-COUNT-FIXED
                       DISPLAY "Partida corregida, se reenvia en la "
                           "proxima recepcion."
               END-REWRITE
           ELSE
               DISPLAY "Correccion rechazada, la partida sigue "
                   "pendiente."
           END-IF.

      * The same edits the batch applies: known transaction code,
      * exponent 2-9 for E and C, a non-zero number of up to 38
      * digits, and a requestor on the master and active.
       EDIT-CORRECTED-ITEM.
           MOVE "Y" TO WKS-VALID-SW
           IF WKS-FIX-TRANCODE NOT = "F" AND WKS-FIX-TRANCODE NOT = "E"
                   AND WKS-FIX-TRANCODE NOT = "C"
                   AND WKS-FIX-TRANCODE NOT = "P"
               DISPLAY "Codigo de transaccion invalido: "
                   WKS-FIX-TRANCODE
               MOVE "N" TO WKS-VALID-SW
           END-IF
           IF WKS-FIX-TRANCODE = "E" OR WKS-FIX-TRANCODE = "C"
               IF WKS-FIX-EXPONENT NOT NUMERIC
                       OR WKS-FIX-EXPONENT < "02"
                       OR WKS-FIX-EXPONENT > "09"
                   DISPLAY "Exponente invalido, debe ser 2 a 9."
                   MOVE "N" TO WKS-VALID-SW
               END-IF
           END-IF
           PERFORM EDIT-CORRECTED-NUMBER
           MOVE WKS-FIX-REQUESTOR TO HNREQ-ID
           READ HNREQMST-FILE
               INVALID KEY
                   DISPLAY "Solicitante no registrado en HNREQMST."
                   MOVE "N" TO WKS-VALID-SW
               NOT INVALID KEY
                   IF HNREQ-STATUS NOT = "A"
                       DISPLAY "Solicitante inactivo."
                       MOVE "N" TO WKS-VALID-SW
                   END-IF
           END-READ.

      * The number is kept left-justified in the image, as the
      * departments send it; it is trimmed and right-justified here
      * only to check it.
       EDIT-CORRECTED-NUMBER.
           MOVE 38 TO WKS-NUM-LEN
           PERFORM TRIM-TRAILING-NUMBER-SPACE
               UNTIL WKS-NUM-LEN = 0
                  OR WKS-FIX-NUMBER(WKS-NUM-LEN:1) NOT = SPACE
           MOVE SPACES TO WKS-NUMBER-ALPHA
           IF WKS-NUM-LEN > 0
               MOVE WKS-FIX-NUMBER(1:WKS-NUM-LEN) TO WKS-NUMBER-ALPHA
           END-IF
           INSPECT WKS-NUMBER-ALPHA REPLACING LEADING SPACE BY ZERO
           IF WKS-NUMBER-ALPHA IS NUMERIC
               MOVE WKS-NUMBER-ALPHA TO WKS-NUMBER
           ELSE
               MOVE 0 TO WKS-NUMBER
           END-IF
           IF WKS-NUMBER = 0
               DISPLAY "Numero invalido, ingresa solo digitos (no cero)"
               MOVE "N" TO WKS-VALID-SW
           END-IF.

       TRIM-TRAILING-NUMBER-SPACE.
           SUBTRACT 1 FROM WKS-NUM-LEN.

      * Deletion: the request is not to be run; the item stays on
      * file as D with who deleted it and when.
       DELETE-SUSPENSE-ITEM.
           DISPLAY "Confirmar borrado (S/N): "
           MOVE SPACES TO WKS-CONFIRM
           ACCEPT WKS-CONFIRM
           IF WKS-CONFIRM = "S" OR WKS-CONFIRM = "s"
               ACCEPT WKS-TODAY FROM DATE YYYYMMDD
               MOVE "D" TO HNSUS-STATUS
               MOVE WKS-TODAY TO HNSUS-ACTION-DATE
               MOVE WKS-USER-ID TO HNSUS-OPERATOR
               REWRITE HNSUSPNS-RECORD
                   INVALID KEY DISPLAY "Error al actualizar, codigo: "
                       WKS-SUSPNS-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WKS-COUNT-DELETED
                       DISPLAY "Partida borrada."
               END-REWRITE
           ELSE
               DISPLAY "Borrado cancelado."
           END-IF.

      ******************************************************************
      * Operator authorization against HNAUTH, same rules as the main
      * program: exact profile first, then the program-wide "*"
      * profile; with no profile file every function is refused.
      ******************************************************************
       OPEN-AUTH-FILE.
           OPEN INPUT HNAUTH-FILE
           IF WKS-AUTH-STATUS = "00"
               MOVE "Y" TO WKS-AUTH-OPEN-SW
           ELSE
               DISPLAY "No se pudo abrir HNAUTH, codigo: "
                   WKS-AUTH-STATUS
           END-IF.

       CHECK-OPERATOR-AUTHORITY.
           MOVE "N" TO WKS-AUTH-SW
           MOVE SPACES TO WKS-AUTH-REASON
           IF NOT WKS-AUTH-OPEN
               MOVE "SIN-HNAUTH" TO WKS-AUTH-REASON
           ELSE
               MOVE WKS-USER-ID TO HNAUT-OPERATOR
               MOVE WKS-AUTH-PROGRAM TO HNAUT-PROGRAM
               MOVE WKS-AUTH-FUNCTION TO HNAUT-FUNCTION
               PERFORM READ-AUTH-PROFILE
               IF NOT WKS-AUTHORIZED
                   MOVE WKS-USER-ID TO HNAUT-OPERATOR
                   MOVE WKS-AUTH-PROGRAM TO HNAUT-PROGRAM
                   MOVE "*" TO HNAUT-FUNCTION
                   PERFORM READ-AUTH-PROFILE
               END-IF
           END-IF
           IF NOT WKS-AUTHORIZED
               DISPLAY "Funcion no autorizada: " WKS-AUTH-FUNCTION
                   " operador " WKS-USER-ID " (" WKS-AUTH-REASON ")"
               PERFORM LOG-SECURITY-VIOLATION
           END-IF.

       READ-AUTH-PROFILE.
           READ HNAUTH-FILE
               INVALID KEY
                   IF WKS-AUTH-REASON = SPACES
                       MOVE "SIN-PERFIL" TO WKS-AUTH-REASON
                   END-IF
               NOT INVALID KEY
                   IF HNAUT-STATUS = "A"
                       MOVE "Y" TO WKS-AUTH-SW
                       MOVE SPACES TO WKS-AUTH-REASON
                   ELSE
                       MOVE "REVOCADO" TO WKS-AUTH-REASON
                   END-IF
           END-READ.

       LOG-SECURITY-VIOLATION.
           OPEN EXTEND HNSECLOG-FILE
           IF WKS-SECLOG-STATUS NOT = "00"
               OPEN OUTPUT HNSECLOG-FILE
               CLOSE HNSECLOG-FILE
               OPEN EXTEND HNSECLOG-FILE
           END-IF
           IF WKS-SECLOG-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNSECLOG, codigo: "
                   WKS-SECLOG-STATUS
           ELSE
               MOVE SPACES TO HNSECLOG-RECORD
               ACCEPT HNSEC-DATE FROM DATE YYYYMMDD
               ACCEPT WKS-TIME-FULL FROM TIME
               DIVIDE WKS-TIME-FULL BY 100 GIVING HNSEC-TIME
               MOVE WKS-USER-ID TO HNSEC-OPERATOR
               MOVE WKS-AUTH-PROGRAM TO HNSEC-PROGRAM
               MOVE WKS-AUTH-FUNCTION TO HNSEC-FUNCTION
               MOVE "TERMINAL" TO HNSEC-MODE
               MOVE WKS-AUTH-REASON TO HNSEC-REASON
               WRITE HNSECLOG-RECORD
               CLOSE HNSECLOG-FILE
           END-IF.

       END PROGRAM HappySuspense.
