      *   - Initial version: statistics, selective purge by exponent
      *     or number threshold, full-read verification, and
      *     unload/reload against a sequential backup.
      *   - Purge and reload now ask for the operator id and run only
      *     under an HNAUTH profile; refusals go to HNSECLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HappyCacheUtil.
           SELECT HNCACHBK-FILE ASSIGN TO "HNCACHBK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-BACKUP-STATUS.
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
       FD  HNCACHE-FILE.
           05  FILLER                  PIC X(01).
           05  HNCBK-RESULT            PIC 9(38).

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
           77 WKS-CACHE-STATUS   PIC X(02).
               88 WKS-INPUT-VALID        VALUE "Y".
           77 WKS-NUMBER         PIC 9(38) VALUE 0.

      * Operator authorization (same rules as HappyNumbers): the
      * function runs only under an active HNAUTH profile for the
      * operator, this program and the function or "*"; a refusal
      * is written to the HNSECLOG security log.
           77 WKS-USER-ID        PIC X(08) VALUE SPACES.
           77 WKS-TIME-FULL      PIC 9(08).
           77 WKS-AUTH-STATUS    PIC X(02).
           77 WKS-SECLOG-STATUS  PIC X(02).
           77 WKS-AUTH-OPEN-SW   PIC X(01) VALUE "N".
               88 WKS-AUTH-OPEN          VALUE "Y".
           77 WKS-AUTH-SW        PIC X(01) VALUE "N".
               88 WKS-AUTHORIZED         VALUE "Y".
           77 WKS-AUTH-PROGRAM   PIC X(08) VALUE "CACHEUTL".
           77 WKS-AUTH-FUNCTION  PIC X(06) VALUE SPACES.
           77 WKS-AUTH-REASON    PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Usuario/Terminal para bitacora: "
           ACCEPT WKS-USER-ID
           PERFORM OPEN-AUTH-FILE
           PERFORM CACHE-MENU UNTIL WKS-OPTION = 7
           IF WKS-AUTH-OPEN
               CLOSE HNAUTH-FILE
           END-IF
           STOP RUN.

       CACHE-MENU.
               WHEN 1
                   PERFORM CACHE-STATISTICS
               WHEN 2
                   MOVE "DEPEXP" TO WKS-AUTH-FUNCTION
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF WKS-AUTHORIZED
                       PERFORM PURGE-BY-EXPONENT
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN 3
                   MOVE "DEPUMB" TO WKS-AUTH-FUNCTION
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF WKS-AUTHORIZED
                       PERFORM PURGE-BY-THRESHOLD
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN 4
                   PERFORM VERIFY-CACHE-FILE
               WHEN 5
                   PERFORM UNLOAD-CACHE-FILE
               WHEN 6
                   MOVE "RECARG" TO WKS-AUTH-FUNCTION
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF WKS-AUTHORIZED
                       PERFORM RELOAD-CACHE-FILE
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN 7
                   DISPLAY "Adios..."
               WHEN OTHER
               MOVE "Y" TO WKS-EOF-SW
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

      ******************************************************************
      * Validated numeric entry, same pattern as the main program.
      ******************************************************************
