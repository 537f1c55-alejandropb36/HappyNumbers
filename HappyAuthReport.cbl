      ******************************************************************
      * Author:
      * Date:
      * Purpose: Security report for the auditors on HNSECRPT. The
      *          first section lists every operator profile on HNAUTH
      *          (who may run what, granted by whom and when, and the
      *          revoked ones). The second lists the refused attempts
      *          written to HNSECLOG by HappyNumbers, HappyCacheUtil,
      *          HappyAuditArchive and HappyAuthMaint, optionally for
      *          a date period, with totals by reason.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   - Initial version: current profiles and security
      *     violations with totals on HNSECRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HappyAuthReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HNAUTH-FILE ASSIGN TO "HNAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNAUT-KEY
               FILE STATUS IS WKS-AUTH-STATUS.
           SELECT HNSECLOG-FILE ASSIGN TO "HNSECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-SECLOG-STATUS.
           SELECT HNSECRPT-FILE ASSIGN TO "HNSECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

       FD  HNSECRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNSECRPT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
           77 WKS-AUTH-STATUS    PIC X(02).
           77 WKS-SECLOG-STATUS  PIC X(02).
           77 WKS-RPT-STATUS     PIC X(02).
           77 WKS-EOF-SW         PIC X(01) VALUE "N".
               88 WKS-END-OF-FILE        VALUE "Y".
           77 WKS-TODAY          PIC 9(08).
           77 WKS-DATE-ALPHA     PIC X(08) JUSTIFIED RIGHT.
           77 WKS-PERIOD-FROM    PIC 9(08) VALUE 0.
           77 WKS-PERIOD-TO      PIC 9(08) VALUE 0.
           77 WKS-AUTH-MISSING   PIC X(01) VALUE "N".

      * Profile counters.
           77 WKS-COUNT-PROFILES PIC 9(09) VALUE 0.
           77 WKS-COUNT-ACTIVE   PIC 9(09) VALUE 0.
           77 WKS-COUNT-REVOKED  PIC 9(09) VALUE 0.

      * Violation counters, by the reason codes of the checking
      * programs.
           77 WKS-COUNT-READ     PIC 9(09) VALUE 0.
           77 WKS-COUNT-LISTED   PIC 9(09) VALUE 0.
           77 WKS-COUNT-NOFILE   PIC 9(09) VALUE 0.
           77 WKS-COUNT-NOPROF   PIC 9(09) VALUE 0.
           77 WKS-COUNT-REVUSE   PIC 9(09) VALUE 0.
           77 WKS-COUNT-OTHER    PIC 9(09) VALUE 0.

       01  WKS-PROFILE-LINE.
           05  WKS-PRF-OPERATOR        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WKS-PRF-PROGRAM         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WKS-PRF-FUNCTION        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WKS-PRF-STATUS          PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WKS-PRF-GRANT-DATE      PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WKS-PRF-GRANT-BY        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WKS-PRF-REVOKE-DATE     PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WKS-PRF-REVOKE-BY       PIC X(08).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WKS-VIOLATION-LINE.
           05  WKS-VIO-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WKS-VIO-TIME            PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WKS-VIO-OPERATOR        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WKS-VIO-PROGRAM         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WKS-VIO-FUNCTION        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WKS-VIO-MODE            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WKS-VIO-REASON          PIC X(12).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WKS-REPORT-LINE.
           05  WKS-RPT-TEXT            PIC X(30) VALUE SPACES.
           05  WKS-RPT-VALUE           PIC 9(09) VALUE ZEROS.
           05  FILLER                  PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ASK-REPORT-PARAMETERS
           OPEN OUTPUT HNSECRPT-FILE
           IF WKS-RPT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNSECRPT, codigo: "
                   WKS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WKS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO HNSECRPT-RECORD
           STRING "REPORTE DE SEGURIDAD  FECHA: " DELIMITED BY SIZE
               WKS-TODAY DELIMITED BY SIZE
               INTO HNSECRPT-RECORD
           WRITE HNSECRPT-RECORD
           MOVE ALL "-" TO HNSECRPT-RECORD
           WRITE HNSECRPT-RECORD
           PERFORM WRITE-PROFILE-SECTION
           PERFORM WRITE-VIOLATION-SECTION
           PERFORM WRITE-REPORT-STATUS
           CLOSE HNSECRPT-FILE
           DISPLAY "Reporte de seguridad en HNSECRPT: "
               WKS-COUNT-PROFILES " perfiles, " WKS-COUNT-LISTED
               " violaciones."
           STOP RUN.

      ******************************************************************
      * Optional period for the violations; empty or non-numeric
      * dates leave that end open. Profiles are always listed whole.
      ******************************************************************
       ASK-REPORT-PARAMETERS.
           DISPLAY "Fecha inicial AAAAMMDD (vacio = todas): "
           MOVE SPACES TO WKS-DATE-ALPHA
           ACCEPT WKS-DATE-ALPHA
           INSPECT WKS-DATE-ALPHA REPLACING LEADING SPACE BY ZERO
           IF WKS-DATE-ALPHA IS NUMERIC
               MOVE WKS-DATE-ALPHA TO WKS-PERIOD-FROM
           ELSE
               MOVE 0 TO WKS-PERIOD-FROM
           END-IF
           DISPLAY "Fecha final AAAAMMDD (vacio = todas): "
           MOVE SPACES TO WKS-DATE-ALPHA
           ACCEPT WKS-DATE-ALPHA
           INSPECT WKS-DATE-ALPHA REPLACING LEADING SPACE BY ZERO
           IF WKS-DATE-ALPHA IS NUMERIC
               MOVE WKS-DATE-ALPHA TO WKS-PERIOD-TO
           ELSE
               MOVE 0 TO WKS-PERIOD-TO
           END-IF.

      ******************************************************************
      * Section 1: every profile on HNAUTH in operator/program order.
      ******************************************************************
       WRITE-PROFILE-SECTION.
           MOVE SPACES TO HNSECRPT-RECORD
           WRITE HNSECRPT-RECORD
           MOVE "PERFILES VIGENTES (HNAUTH)" TO HNSECRPT-RECORD
           WRITE HNSECRPT-RECORD
           MOVE "OPERADOR  PROGRAMA  FUNCION EST OTORGADO POR"
               TO HNSECRPT-RECORD
           MOVE "REVOCADO POR" TO HNSECRPT-RECORD(58:12)
           WRITE HNSECRPT-RECORD
           OPEN INPUT HNAUTH-FILE
           IF WKS-AUTH-STATUS NOT = "00"
               MOVE "Y" TO WKS-AUTH-MISSING
               MOVE "  (HNAUTH NO DISPONIBLE)" TO HNSECRPT-RECORD
               WRITE HNSECRPT-RECORD
           ELSE
               MOVE "N" TO WKS-EOF-SW
               MOVE LOW-VALUES TO HNAUT-KEY
               START HNAUTH-FILE KEY IS NOT LESS THAN HNAUT-KEY
                   INVALID KEY MOVE "Y" TO WKS-EOF-SW
               END-START
               IF NOT WKS-END-OF-FILE
                   PERFORM READ-NEXT-PROFILE
               END-IF
               PERFORM WRITE-PROFILE-LINE UNTIL WKS-END-OF-FILE
               CLOSE HNAUTH-FILE
           END-IF
           MOVE SPACES TO HNSECRPT-RECORD
           WRITE HNSECRPT-RECORD
           MOVE "PERFILES REGISTRADOS" TO WKS-RPT-TEXT
           MOVE WKS-COUNT-PROFILES TO WKS-RPT-VALUE
           WRITE HNSECRPT-RECORD FROM WKS-REPORT-LINE
           MOVE "ACTIVOS" TO WKS-RPT-TEXT
           MOVE WKS-COUNT-ACTIVE TO WKS-RPT-VALUE
           WRITE HNSECRPT-RECORD FROM WKS-REPORT-LINE
           MOVE "REVOCADOS" TO WKS-RPT-TEXT
           MOVE WKS-COUNT-REVOKED TO WKS-RPT-VALUE
           WRITE HNSECRPT-RECORD FROM WKS-REPORT-LINE.

       WRITE-PROFILE-LINE.
           ADD 1 TO WKS-COUNT-PROFILES
           IF HNAUT-STATUS = "A"
               ADD 1 TO WKS-COUNT-ACTIVE
           ELSE
               ADD 1 TO WKS-COUNT-REVOKED
           END-IF
           MOVE HNAUT-OPERATOR TO WKS-PRF-OPERATOR
           MOVE HNAUT-PROGRAM TO WKS-PRF-PROGRAM
           MOVE HNAUT-FUNCTION TO WKS-PRF-FUNCTION
           MOVE HNAUT-STATUS TO WKS-PRF-STATUS
           MOVE HNAUT-GRANT-DATE TO WKS-PRF-GRANT-DATE
           MOVE HNAUT-GRANT-BY TO WKS-PRF-GRANT-BY
           IF HNAUT-STATUS = "R"
               MOVE HNAUT-REVOKE-DATE TO WKS-PRF-REVOKE-DATE
               MOVE HNAUT-REVOKE-BY TO WKS-PRF-REVOKE-BY
           ELSE
               MOVE SPACES TO WKS-PRF-REVOKE-DATE
               MOVE SPACES TO WKS-PRF-REVOKE-BY
           END-IF
           WRITE HNSECRPT-RECORD FROM WKS-PROFILE-LINE
           PERFORM READ-NEXT-PROFILE.

       READ-NEXT-PROFILE.
           READ HNAUTH-FILE NEXT RECORD
               AT END MOVE "Y" TO WKS-EOF-SW
           END-READ
           IF WKS-AUTH-STATUS NOT = "00" AND NOT WKS-END-OF-FILE
               DISPLAY "Lectura interrumpida, codigo: "
                   WKS-AUTH-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WKS-EOF-SW
           END-IF.

      ******************************************************************
      * Section 2: refused attempts from HNSECLOG within the period.
      ******************************************************************
       WRITE-VIOLATION-SECTION.
           MOVE SPACES TO HNSECRPT-RECORD
           WRITE HNSECRPT-RECORD
           MOVE "VIOLACIONES DE SEGURIDAD (HNSECLOG)"
               TO HNSECRPT-RECORD
           WRITE HNSECRPT-RECORD
           MOVE "FECHA    HORA    OPERADOR  PROGRAMA  FUNCION MODO"
               TO HNSECRPT-RECORD
           MOVE "MOTIVO" TO HNSECRPT-RECORD(56:6)
           WRITE HNSECRPT-RECORD
           OPEN INPUT HNSECLOG-FILE
           IF WKS-SECLOG-STATUS NOT = "00"
               MOVE "  (SIN VIOLACIONES REGISTRADAS)"
                   TO HNSECRPT-RECORD
               WRITE HNSECRPT-RECORD
           ELSE
               MOVE "N" TO WKS-EOF-SW
               READ HNSECLOG-FILE AT END MOVE "Y" TO WKS-EOF-SW
               END-READ
               PERFORM WRITE-VIOLATION-LINE UNTIL WKS-END-OF-FILE
               CLOSE HNSECLOG-FILE
           END-IF
           MOVE SPACES TO HNSECRPT-RECORD
           WRITE HNSECRPT-RECORD
           MOVE "VIOLACIONES LEIDAS" TO WKS-RPT-TEXT
           MOVE WKS-COUNT-READ TO WKS-RPT-VALUE
           WRITE HNSECRPT-RECORD FROM WKS-REPORT-LINE
           MOVE "VIOLACIONES EN EL PERIODO" TO WKS-RPT-TEXT
           MOVE WKS-COUNT-LISTED TO WKS-RPT-VALUE
           WRITE HNSECRPT-RECORD FROM WKS-REPORT-LINE
           MOVE "  SIN ARCHIVO HNAUTH" TO WKS-RPT-TEXT
           MOVE WKS-COUNT-NOFILE TO WKS-RPT-VALUE
           WRITE HNSECRPT-RECORD FROM WKS-REPORT-LINE
           MOVE "  SIN PERFIL" TO WKS-RPT-TEXT
           MOVE WKS-COUNT-NOPROF TO WKS-RPT-VALUE
           WRITE HNSECRPT-RECORD FROM WKS-REPORT-LINE
           MOVE "  PERFIL REVOCADO" TO WKS-RPT-TEXT
           MOVE WKS-COUNT-REVUSE TO WKS-RPT-VALUE
           WRITE HNSECRPT-RECORD FROM WKS-REPORT-LINE
           MOVE "  OTROS MOTIVOS" TO WKS-RPT-TEXT
           MOVE WKS-COUNT-OTHER TO WKS-RPT-VALUE
           WRITE HNSECRPT-RECORD FROM WKS-REPORT-LINE.

       WRITE-VIOLATION-LINE.
           ADD 1 TO WKS-COUNT-READ
           IF (WKS-PERIOD-FROM > 0 AND HNSEC-DATE < WKS-PERIOD-FROM)
                   OR (WKS-PERIOD-TO > 0 AND
                   HNSEC-DATE > WKS-PERIOD-TO)
               CONTINUE
           ELSE
               ADD 1 TO WKS-COUNT-LISTED
               EVALUATE HNSEC-REASON
                   WHEN "SIN-HNAUTH"
                       ADD 1 TO WKS-COUNT-NOFILE
                   WHEN "SIN-PERFIL"
                       ADD 1 TO WKS-COUNT-NOPROF
                   WHEN "REVOCADO"
                       ADD 1 TO WKS-COUNT-REVUSE
                   WHEN OTHER
                       ADD 1 TO WKS-COUNT-OTHER
               END-EVALUATE
               MOVE HNSEC-DATE TO WKS-VIO-DATE
               MOVE HNSEC-TIME TO WKS-VIO-TIME
               MOVE HNSEC-OPERATOR TO WKS-VIO-OPERATOR
               MOVE HNSEC-PROGRAM TO WKS-VIO-PROGRAM
               MOVE HNSEC-FUNCTION TO WKS-VIO-FUNCTION
               MOVE HNSEC-MODE TO WKS-VIO-MODE
               MOVE HNSEC-REASON TO WKS-VIO-REASON
               WRITE HNSECRPT-RECORD FROM WKS-VIOLATION-LINE
           END-IF
           READ HNSECLOG-FILE AT END MOVE "Y" TO WKS-EOF-SW END-READ.

      ******************************************************************
      * Final status: no profile file at all is an error (every
      * function is refused); violations in the period are a warning.
      ******************************************************************
       WRITE-REPORT-STATUS.
           MOVE SPACES TO HNSECRPT-RECORD
           WRITE HNSECRPT-RECORD
           EVALUATE TRUE
               WHEN WKS-AUTH-MISSING = "Y"
                   MOVE "ESTADO: SIN ARCHIVO DE PERFILES HNAUTH"
                       TO HNSECRPT-RECORD
                   MOVE 8 TO RETURN-CODE
               WHEN WKS-COUNT-LISTED > 0
                   MOVE "ESTADO: VIOLACIONES REGISTRADAS EN EL PERIODO"
                       TO HNSECRPT-RECORD
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE "ESTADO: SIN VIOLACIONES" TO HNSECRPT-RECORD
           END-EVALUATE
           WRITE HNSECRPT-RECORD.

       END PROGRAM HappyAuthReport.
