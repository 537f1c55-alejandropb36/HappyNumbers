      *     retention setting keeps the last N generations and
      *     deletes older ones, so re-sending a prior night's feed is
      *     a catalog lookup instead of a restore request.
      *   - Requestor master (HNREQMST) check in the pre-edit pass: a
      *     record naming a requestor that is not on file, inactive
      *     or past its daily quota is rejected with its own reason
      *     code (SOL-NOEXISTE, SOL-INACTIVO, SOL-CUOTA) on HNBATEDT.
      *   - Operator authorization: every menu option and control card
      *     is checked against the HNAUTH profile of the operator (or
      *     the card's user) before it runs; a refused function is
      *     logged to the HNSECLOG security violation log.
      *   - Suspense cycle: HNBATIN carries the intake source of each
      *     record; every pre-edit reject goes to the HNBATREJ work
      *     file and, once the batch is cleared to run, all but the
      *     duplicates are posted to the HNSUSPNS suspense file for
      *     correction and resubmission through HappySuspense.
      *   - Tamper-evident audit log: every HNAUDIT record carries a
      *     sequence number and a check value chained from the record
      *     before it; the chain resumes from the last live record, or
      *     from the HNAUDIDX archive index when a cut has emptied the
      *     live log.
      *   - Response routing: every HNBATOUT record carries the intake
      *     source of its request, so HappyRespDist can send each
      *     answer back to the department file it came from.
      *   - Number profile (transaction P, menu option 8): one number
      *     is run through the chain under every exponent 2-9 and
      *     base 2-16, and the whole matrix - verdict, iterations and
      *     catalog cycle per combination - goes to HNPROFIL as one
      *     record, audited as a single PERFIL request.
      *   - Audit, profile, extract header and generation catalog
      *     records carry the business date from the HNBUSDTE control
      *     file instead of the system date, so a night run that
      *     crosses midnight stays on one business day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HappyNumbers.
           SELECT HNAUDIT-FILE ASSIGN TO "HNAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-AUDIT-STATUS.
           SELECT HNAUDIDX-FILE ASSIGN TO "HNAUDIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-AUDIDX-STATUS.
           SELECT HNPROFIL-FILE ASSIGN TO "HNPROFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-PROFIL-STATUS.
           SELECT HNCHKPT-FILE ASSIGN USING WKS-CHKPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-CHKPT-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNCYC-KEY
               FILE STATUS IS WKS-CYCCAT-STATUS.
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
           SELECT HNBATREJ-FILE ASSIGN TO "HNBATREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-BATREJ-STATUS.
           SELECT HNSUSPNS-FILE ASSIGN TO "HNSUSPNS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNSUS-KEY
               FILE STATUS IS WKS-SUSPNS-STATUS.
           SELECT HNBUSDTE-FILE ASSIGN TO "HNBUSDTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-BUSDTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HNBATCH-IN
           LABEL RECORDS ARE STANDARD.
       01  HNBATCH-IN-RECORD          PIC X(68).
       01  HNBATCH-IN-STRUCT REDEFINES HNBATCH-IN-RECORD.
           05  HNBIN-TRANCODE          PIC X(01).
           05  FILLER                  PIC X(01).
           05  HNBIN-REQUESTOR         PIC X(08).
           05  FILLER                  PIC X(01).
           05  HNBIN-NUMBER            PIC X(38).
           05  FILLER                  PIC X(01).
           05  HNBIN-SOURCE            PIC X(15).

       FD  HNBATCH-OUT
           LABEL RECORDS ARE STANDARD.
           05  HNBOUT-PRIME            PIC X(01).
           05  FILLER                  PIC X(01).
           05  HNBOUT-PALIN            PIC X(01).
           05  FILLER                  PIC X(01).
           05  HNBOUT-SOURCE           PIC X(15).

       FD  HNCACHE-FILE.
       01  HNCACHE-RECORD.
           05  HNAUD-PRIME-IND         PIC X(01).
           05  FILLER                  PIC X(01).
           05  HNAUD-BASE              PIC 9(02).
           05  FILLER                  PIC X(01).
           05  HNAUD-SEQ               PIC 9(09).
           05  FILLER                  PIC X(01).
           05  HNAUD-CHECK             PIC 9(09).

      * Archive index kept by HappyAuditArchive: one record per
      * HNAUDARC file with the last sequence and check value in it.
       FD  HNAUDIDX-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNAUDIDX-RECORD.
           05  HNAIX-ARCHIVE           PIC X(15).
           05  FILLER                  PIC X(01).
           05  HNAIX-FIRST-SEQ         PIC 9(09).
           05  FILLER                  PIC X(01).
           05  HNAIX-LAST-SEQ          PIC 9(09).
           05  FILLER                  PIC X(01).
           05  HNAIX-LAST-CHECK        PIC 9(09).
           05  FILLER                  PIC X(01).
           05  HNAIX-COUNT             PIC 9(09).
           05  FILLER                  PIC X(01).
           05  HNAIX-CUT-DATE          PIC 9(08).

      * Number profile: one record per P request, a cell for every
      * exponent 2-9 and base 2-16 (exponent-major, base-minor) with
      * the verdict (H happy, N not happy), the iterations and the
      * catalog cycle the chain fell into (length and smallest
      * member; zero when the chain reached 1).
       FD  HNPROFIL-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNPROFIL-RECORD.
           05  HNPRF-NUMBER            PIC 9(38).
           05  FILLER                  PIC X(01).
           05  HNPRF-DATE              PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HNPRF-TIME              PIC 9(06).
           05  FILLER                  PIC X(01).
           05  HNPRF-USER              PIC X(08).
           05  FILLER                  PIC X(01).
           05  HNPRF-REQUESTOR         PIC X(08).
           05  FILLER                  PIC X(01).
           05  HNPRF-SOURCE            PIC X(15).
           05  FILLER                  PIC X(01).
           05  HNPRF-HAPPY-COUNT       PIC 9(03).
           05  FILLER                  PIC X(01).
           05  HNPRF-CELL OCCURS 120 TIMES.
               10  HNPRF-EXPONENT      PIC 9(02).
               10  HNPRF-BASE          PIC 9(02).
               10  HNPRF-VERDICT       PIC X(01).
               10  HNPRF-ITER          PIC 9(03).
               10  HNPRF-CYCLE-LEN     PIC 9(03).
               10  HNPRF-CYCLE-MIN     PIC 9(15).
               10  FILLER              PIC X(01).

       FD  HNCHKPT-FILE
           LABEL RECORDS ARE STANDARD.

       FD  HNBATCLN-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNBATCLN-RECORD             PIC X(68).

       FD  HNBATEDT-FILE
           LABEL RECORDS ARE STANDARD.
           05  HNCYC-STORED            PIC 9(02).
           05  HNCYC-MEMBER OCCURS 24 TIMES PIC 9(38).

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

       FD  HNBATREJ-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNBATREJ-RECORD.
           05  HNREJ-IMAGE             PIC X(68).
           05  FILLER                  PIC X(01).
           05  HNREJ-REASON            PIC X(12).
           05  FILLER                  PIC X(01).
           05  HNREJ-REQUESTOR         PIC X(08).
           05  FILLER                  PIC X(01).
           05  HNREJ-RECNO             PIC 9(09).

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

      * Business date control file kept by HappyBusDate; only the
      * control record (C) is read here.
       FD  HNBUSDTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNBUSDTE-RECORD.
           05  HNBDT-TYPE              PIC X(01).
           05  FILLER                  PIC X(01).
           05  HNBDT-DATE              PIC 9(08).
           05  FILLER                  PIC X(70).

       FD  HNRUNLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNRUNLOG-RECORD.
           77 WKS-REQUESTOR      PIC X(08) VALUE SPACES.
           77 WKS-BATCH-DEF-EXP  PIC 9(02) VALUE 2.
           77 WKS-RAWNUM         PIC X(38) VALUE SPACES.
           77 WKS-REQ-NAMED-SW   PIC X(01) VALUE "N".
               88 WKS-REQ-NAMED          VALUE "Y".

      * Batch pre-edit: the screen over HNBATIN that builds the
      * cleaned HNBATCLN file and the HNBATEDT edit report before
               10  WKS-DUP-NUMBER      PIC 9(38).
               10  WKS-DUP-TRAN        PIC X(01).
               10  WKS-DUP-EXP         PIC 9(02).

      * Requestor screen against the HNREQMST master. Only a record
      * that names its requestor is screened; a record left to the
      * run's own user id is the operator's work. The daily quota is
      * measured against the request file in hand, which is one
      * business day of drops.
           77 WKS-REQMST-STATUS  PIC X(02).
           77 WKS-REQ-REASON     PIC X(12) VALUE SPACES.
           77 WKS-EDT-SOL-UNKNOWN  PIC 9(09) VALUE 0.
           77 WKS-EDT-SOL-INACTIVE PIC 9(09) VALUE 0.
           77 WKS-EDT-SOL-QUOTA  PIC 9(09) VALUE 0.
           77 WKS-QTA-COUNT      PIC 9(03) VALUE 0.
           77 WKS-QTA-IDX        PIC 9(03) VALUE 0.
           77 WKS-QTA-FOUND-SW   PIC X(01) VALUE "N".
               88 WKS-QTA-FOUND          VALUE "Y".
       01  WKS-QUOTA-TABLE.
           05  WKS-QTA-ENTRY OCCURS 200 TIMES.
               10  WKS-QTA-REQ         PIC X(08).
               10  WKS-QTA-USED        PIC 9(07).

      * Suspense posting. Every reject of the pass is kept on the
      * HNBATREJ work file; only when the batch is cleared to run
      * are they posted to HNSUSPNS, so a batch stopped by the
      * reject brake goes back whole and is not suspended twice.
      * Entries posted by this run carry the HNRUNLOG run id as batch
      * id, origin "E", and a sequence number running for the whole
      * run, so several LOTE cards never collide.
           77 WKS-BATREJ-STATUS  PIC X(02).
           77 WKS-SUSPNS-STATUS  PIC X(02).
           77 WKS-BATREJ-OPEN-SW PIC X(01) VALUE "N".
               88 WKS-BATREJ-OPEN        VALUE "Y".
           77 WKS-SUS-SEQ        PIC 9(06) VALUE 0.
           77 WKS-SUS-POSTED     PIC 9(09) VALUE 0.
           77 WKS-REJ-EOF-SW     PIC X(01) VALUE "N".
               88 WKS-REJ-EOF            VALUE "Y".
       01  WKS-EDT-LINE.
           05  WKS-EDT-RECNO           PIC 9(09) VALUE ZEROS.
           05  FILLER                  PIC X(02) VALUE SPACES.
           77 WKS-BAT-HAPPY      PIC 9(09) VALUE 0.
           77 WKS-BAT-NOTHAPPY   PIC 9(09) VALUE 0.
           77 WKS-BAT-INVALID    PIC 9(09) VALUE 0.
           77 WKS-BAT-PROFILE    PIC 9(09) VALUE 0.
           77 WKS-REC-IN         PIC 9(09) VALUE 0.
           77 WKS-REC-OUT        PIC 9(09) VALUE 0.
           77 WKS-REC-HAPPY      PIC 9(09) VALUE 0.
           77 WKS-REC-NOTHAPPY   PIC 9(09) VALUE 0.
           77 WKS-REC-INVALID    PIC 9(09) VALUE 0.
           77 WKS-REC-PROFILE    PIC 9(09) VALUE 0.
           77 WKS-REC-MISMATCH   PIC 9(09) VALUE 0.
           77 WKS-IN-EOF-SW      PIC X(01) VALUE "N".
               88 WKS-RECON-IN-EOF       VALUE "Y".

      * Audit logging.
           77 WKS-AUDIT-STATUS   PIC X(02).

      * Business date stamped on the audit, profile, extract and
      * generation records; read once at start, so it holds for the
      * whole run. The system date stands in when HNBUSDTE has none.
           77 WKS-BUSDTE-STATUS  PIC X(02).
           77 WKS-BUS-DATE       PIC 9(08) VALUE 0.
           77 WKS-BUSDTE-EOF-SW  PIC X(01) VALUE "N".
               88 WKS-BUSDTE-EOF         VALUE "Y".
           77 WKS-USER-ID        PIC X(08) VALUE SPACES.
           77 WKS-TIME-FULL      PIC 9(08).

      * Audit chain. Each record's check value folds its bytes up to
      * and including the sequence number into the check value of
      * the record before it: h = (h * 31 + byte + 1) mod 999999937,
      * the byte read through a halfword whose high byte stays low.
           77 WKS-AUDIDX-STATUS  PIC X(02).
           77 WKS-AUD-SEQ        PIC 9(09) VALUE 0.
           77 WKS-AUD-CHECK      PIC 9(09) VALUE 0.
           77 WKS-AUD-EOF-SW     PIC X(01) VALUE "N".
               88 WKS-AUD-EOF            VALUE "Y".
           77 WKS-CHK-POS        PIC 9(03) VALUE 0.
           77 WKS-CHK-WORK       PIC 9(12) VALUE 0.
           77 WKS-CHK-QUOT       PIC 9(12) VALUE 0.
       01  WKS-CHK-CHAR.
           05  WKS-CHK-HIGH            PIC X(01) VALUE LOW-VALUE.
           05  WKS-CHK-LOW             PIC X(01) VALUE LOW-VALUE.
       01  WKS-CHK-CODE REDEFINES WKS-CHK-CHAR PIC 9(04) COMP.

      * Combined classification (perfect square / prime / palindrome).
           77 WKS-SQRT-CANDIDATE PIC 9(20) VALUE 0.
           77 WKS-SQRT-PRODUCT   PIC 9(38) VALUE 0.
           77 WKS-CYC-IDX        PIC 9(03) VALUE 0.
           77 WKS-CYC-STORE      PIC 9(02) VALUE 0.

      * Number profile. The exponent, base and trace setting in
      * effect are put back once the matrix is done.
           77 WKS-PROFIL-STATUS  PIC X(02).
           77 WKS-PROFIL-OPEN-SW PIC X(01) VALUE "N".
               88 WKS-PROFIL-OPEN        VALUE "Y".
           77 WKS-PRF-CELL       PIC 9(03) VALUE 0.
           77 WKS-PRF-HAPPY      PIC 9(03) VALUE 0.
           77 WKS-PRF-SAVE-EXP   PIC 9(02) VALUE 0.
           77 WKS-PRF-SAVE-BASE  PIC 9(02) VALUE 0.
           77 WKS-PRF-SAVE-TRACE PIC X(01) VALUE "N".
           77 WKS-PRF-SOURCE     PIC X(15) VALUE SPACES.
           77 WKS-PRF-ROW        PIC X(15) VALUE SPACES.
           77 WKS-PRF-COL        PIC 9(02) VALUE 0.
           77 WKS-PRF-VERDICTS   PIC X(120) VALUE SPACES.

      * Run-level operations log: an I record when the run opens, a
      * T record per card or menu function completed (with its record
      * count and the seconds it took), and an F record at close with
               88 WKS-PENDING-CHKPT      VALUE "Y".
           77 WKS-PROBE-NO       PIC 9(02) VALUE 0.

      * Operator authorization. A function runs only when HNAUTH holds
      * an active profile for the operator, this program and the
      * function (or the "*" all-functions profile). Refusals are
      * written to the HNSECLOG security log with the reason.
           77 WKS-AUTH-STATUS    PIC X(02).
           77 WKS-SECLOG-STATUS  PIC X(02).
           77 WKS-AUTH-OPEN-SW   PIC X(01) VALUE "N".
               88 WKS-AUTH-OPEN          VALUE "Y".
           77 WKS-AUTH-SW        PIC X(01) VALUE "N".
               88 WKS-AUTHORIZED         VALUE "Y".
           77 WKS-AUTH-PROGRAM   PIC X(08) VALUE "HAPPYNUM".
           77 WKS-AUTH-FUNCTION  PIC X(06) VALUE SPACES.
           77 WKS-AUTH-REASON    PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-PARMS-FILE
           IF WKS-UNATTENDED-MODE
               PERFORM UNATTENDED-RUN
           ELSE
               PERFORM HAPPY-NUMBERS UNTIL WKS-OPTION = 9
           END-IF
           PERFORM FINALIZE-RUN
           MOVE WKS-COND-CODE TO RETURN-CODE
               ACCEPT WKS-USER-ID
               MOVE "TERMINAL" TO WKS-RUN-MODE
           END-IF
           PERFORM OPEN-AUTH-FILE
           PERFORM LOAD-BUSINESS-DATE
           PERFORM INITIALIZE-AUDIT-FILE
           PERFORM INITIALIZE-CACHE-FILE
           PERFORM INITIALIZE-CYCCAT-FILE
           PERFORM INITIALIZE-RESULT-FILE
           PERFORM OPEN-RUN-LOG.

       LOAD-BUSINESS-DATE.
           MOVE 0 TO WKS-BUS-DATE
           OPEN INPUT HNBUSDTE-FILE
           IF WKS-BUSDTE-STATUS = "00"
               MOVE "N" TO WKS-BUSDTE-EOF-SW
               READ HNBUSDTE-FILE AT END MOVE "Y" TO WKS-BUSDTE-EOF-SW
               END-READ
               PERFORM SCAN-BUSINESS-DATE
                   UNTIL WKS-BUSDTE-EOF OR WKS-BUS-DATE > 0
               CLOSE HNBUSDTE-FILE
           END-IF
           IF WKS-BUS-DATE = 0
               ACCEPT WKS-BUS-DATE FROM DATE YYYYMMDD
               DISPLAY "Sin fecha de proceso en HNBUSDTE, se usa la "
                   "fecha del sistema " WKS-BUS-DATE
               MOVE 4 TO WKS-NEW-COND
               PERFORM RAISE-COND-CODE
           END-IF.

       SCAN-BUSINESS-DATE.
           IF HNBDT-TYPE = "C" AND HNBDT-DATE NUMERIC
               MOVE HNBDT-DATE TO WKS-BUS-DATE
           END-IF
           READ HNBUSDTE-FILE AT END MOVE "Y" TO WKS-BUSDTE-EOF-SW
           END-READ.

       FINALIZE-RUN.
           PERFORM CLOSE-RUN-LOG
           IF WKS-AUTH-OPEN
               CLOSE HNAUTH-FILE
           END-IF
           CLOSE HNAUDIT-FILE
           CLOSE HNCACHE-FILE
           CLOSE HNCYCCAT-FILE
           CLOSE HNRESULT-FILE
           IF WKS-PROFIL-OPEN
               CLOSE HNPROFIL-FILE
           END-IF.

      * Each run starts its results spool fresh; the exports close
      * it, re-read it and leave it open EXTEND so later cards of
           MOVE SPACES TO HNGENCAT-RECORD
           MOVE WKS-GEN-BASE TO HNGCT-BASE
           MOVE WKS-GEN-NEW TO HNGCT-GEN
           MOVE WKS-BUS-DATE TO HNGCT-DATE
           MOVE 0 TO HNGCT-COUNT
           WRITE HNGENCAT-RECORD
           CLOSE HNGENCAT-FILE
               MOVE 5 TO WKS-GEN-KEEP
           END-IF
           MOVE 0 TO WKS-RUNLOG-CNT
      * A known function runs only for a card user (or NOCHE) with a
      * profile for it; an unknown one falls through to the error
      * below unchecked.
           MOVE "Y" TO WKS-AUTH-SW
           IF HNPRM-FUNCTION = "LOTE  " OR HNPRM-FUNCTION = "RANGO "
                   OR HNPRM-FUNCTION = "EXPORT"
                   OR HNPRM-FUNCTION = "EXTRAC"
               MOVE HNPRM-FUNCTION TO WKS-AUTH-FUNCTION
               PERFORM CHECK-OPERATOR-AUTHORITY
           END-IF
           IF NOT WKS-AUTHORIZED
               MOVE 8 TO WKS-NEW-COND
               PERFORM RAISE-COND-CODE
           ELSE
               EVALUATE HNPRM-FUNCTION
                   WHEN "LOTE  "
                       PERFORM BATCH-PROCESS
                       MOVE WKS-BAT-READ TO WKS-RUNLOG-CNT
                   WHEN "RANGO "
                       PERFORM RUN-PARM-RANGE
                       MOVE WKS-COUNT-TOTAL TO WKS-RUNLOG-CNT
                   WHEN "EXPORT"
                       PERFORM EXPORT-REPORT
                       MOVE WKS-RPT-LINES TO WKS-RUNLOG-CNT
                   WHEN "EXTRAC"
                       PERFORM EXPORT-EXTRACT
                       MOVE WKS-EXT-COUNT TO WKS-RUNLOG-CNT
                   WHEN OTHER
                       DISPLAY "Funcion no valida en HNPARMS: "
                           HNPRM-FUNCTION
                       MOVE 8 TO WKS-NEW-COND
                       PERFORM RAISE-COND-CODE
               END-EVALUATE
           END-IF
           MOVE HNPRM-FUNCTION TO WKS-RUNLOG-FUNC
           PERFORM LOG-RUN-CARD
           READ HNPARMS-FILE AT END MOVE "Y" TO WKS-PARMS-EOF-SW
               MOVE WKS-NEW-COND TO WKS-COND-CODE
           END-IF.

      ******************************************************************
      * Operator authorization against HNAUTH. The profile file is
      * opened once per run; when it cannot be opened every function
      * is refused, so a lost profile file never opens the doors.
      ******************************************************************
       OPEN-AUTH-FILE.
           OPEN INPUT HNAUTH-FILE
           IF WKS-AUTH-STATUS = "00"
               MOVE "Y" TO WKS-AUTH-OPEN-SW
           ELSE
               DISPLAY "No se pudo abrir HNAUTH, codigo: "
                   WKS-AUTH-STATUS
           END-IF.

      * Looks for the exact profile first, then the program-wide "*"
      * profile. WKS-USER-ID is the terminal operator or the card's
      * user; WKS-AUTH-FUNCTION is set by the caller.
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

      * Security violation log: appended to, never rewritten, with the
      * same create-on-first-use fallback as the audit log.
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
               MOVE WKS-RUN-MODE TO HNSEC-MODE
               MOVE WKS-AUTH-REASON TO HNSEC-REASON
               WRITE HNSECLOG-RECORD
               CLOSE HNSECLOG-FILE
           END-IF.

       INITIALIZE-AUDIT-FILE.
           PERFORM LOAD-AUDIT-CHAIN
           OPEN EXTEND HNAUDIT-FILE
           IF WKS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT HNAUDIT-FILE
               OPEN EXTEND HNAUDIT-FILE
           END-IF.

      * Where the chain stands: the last archived link from the
      * archive index, then the last sequenced record of the live
      * log. Records written before the log was sequenced carry no
      * sequence and are passed over.
       LOAD-AUDIT-CHAIN.
           MOVE 0 TO WKS-AUD-SEQ
           MOVE 0 TO WKS-AUD-CHECK
           OPEN INPUT HNAUDIDX-FILE
           IF WKS-AUDIDX-STATUS = "00"
               MOVE "N" TO WKS-AUD-EOF-SW
               READ HNAUDIDX-FILE AT END MOVE "Y" TO WKS-AUD-EOF-SW
               END-READ
               PERFORM SCAN-ARCHIVE-INDEX UNTIL WKS-AUD-EOF
               CLOSE HNAUDIDX-FILE
           END-IF
           OPEN INPUT HNAUDIT-FILE
           IF WKS-AUDIT-STATUS = "00"
               MOVE "N" TO WKS-AUD-EOF-SW
               READ HNAUDIT-FILE AT END MOVE "Y" TO WKS-AUD-EOF-SW
               END-READ
               PERFORM SCAN-LIVE-AUDIT UNTIL WKS-AUD-EOF
               CLOSE HNAUDIT-FILE
           END-IF.

       SCAN-ARCHIVE-INDEX.
           IF HNAIX-LAST-SEQ NUMERIC AND HNAIX-LAST-CHECK NUMERIC
               IF HNAIX-LAST-SEQ > WKS-AUD-SEQ
                   MOVE HNAIX-LAST-SEQ TO WKS-AUD-SEQ
                   MOVE HNAIX-LAST-CHECK TO WKS-AUD-CHECK
               END-IF
           END-IF
           READ HNAUDIDX-FILE AT END MOVE "Y" TO WKS-AUD-EOF-SW
           END-READ.

       SCAN-LIVE-AUDIT.
           IF HNAUD-SEQ NUMERIC AND HNAUD-CHECK NUMERIC
               IF HNAUD-SEQ > WKS-AUD-SEQ
                   MOVE HNAUD-SEQ TO WKS-AUD-SEQ
                   MOVE HNAUD-CHECK TO WKS-AUD-CHECK
               END-IF
           END-IF
           READ HNAUDIT-FILE AT END MOVE "Y" TO WKS-AUD-EOF-SW
           END-READ.

       INITIALIZE-CACHE-FILE.
           OPEN I-O HNCACHE-FILE
           IF WKS-CACHE-STATUS NOT = "00"
           DISPLAY "5. Clasificacion combinada".
           DISPLAY "6. Exportar resultados a reporte".
           DISPLAY "7. Exportar extracto para almacen de datos".
           DISPLAY "8. Perfil de un numero en todos los exponentes".
           DISPLAY "9. Salir".
           DISPLAY "Elige una opcion: ".
           ACCEPT WKS-OPTION
           MOVE 0 TO WKS-RUNLOG-CNT
           PERFORM MAP-MENU-FUNCTION
           IF WKS-AUTH-FUNCTION NOT = SPACES
               PERFORM CHECK-OPERATOR-AUTHORITY
           ELSE
               MOVE "Y" TO WKS-AUTH-SW
           END-IF
           IF WKS-AUTHORIZED
               EVALUATE WKS-OPTION
                   WHEN 1
                       PERFORM ENTER-NUMBER
                       MOVE "NUMERO" TO WKS-RUNLOG-FUNC
                       MOVE 1 TO WKS-RUNLOG-CNT
                       PERFORM LOG-RUN-CARD
                   WHEN 2
                       PERFORM BATCH-PROCESS
                       MOVE "LOTE  " TO WKS-RUNLOG-FUNC
                       MOVE WKS-BAT-READ TO WKS-RUNLOG-CNT
                       PERFORM LOG-RUN-CARD
                   WHEN 3
                       PERFORM RANGE-SCAN
                       MOVE "RANGO " TO WKS-RUNLOG-FUNC
                       MOVE WKS-COUNT-TOTAL TO WKS-RUNLOG-CNT
                       PERFORM LOG-RUN-CARD
                   WHEN 4
                       PERFORM EXPONENT-CHECK
                       MOVE "EXPONE" TO WKS-RUNLOG-FUNC
                       MOVE 1 TO WKS-RUNLOG-CNT
                       PERFORM LOG-RUN-CARD
                   WHEN 5
                       PERFORM COMBINED-CLASSIFY
                       MOVE "COMBIN" TO WKS-RUNLOG-FUNC
                       MOVE 1 TO WKS-RUNLOG-CNT
                       PERFORM LOG-RUN-CARD
                   WHEN 6
                       PERFORM EXPORT-REPORT
                       MOVE "EXPORT" TO WKS-RUNLOG-FUNC
                       MOVE WKS-RPT-LINES TO WKS-RUNLOG-CNT
                       PERFORM LOG-RUN-CARD
                   WHEN 7
                       PERFORM EXPORT-EXTRACT
                       MOVE "EXTRAC" TO WKS-RUNLOG-FUNC
                       MOVE WKS-EXT-COUNT TO WKS-RUNLOG-CNT
                       PERFORM LOG-RUN-CARD
                   WHEN 8
                       PERFORM NUMBER-PROFILE
                       MOVE "PERFIL" TO WKS-RUNLOG-FUNC
                       MOVE 1 TO WKS-RUNLOG-CNT
                       PERFORM LOG-RUN-CARD
                   WHEN 9
                       DISPLAY "Adios..."
                   WHEN OTHER
                       DISPLAY "Opcion no valida"
               END-EVALUATE
           END-IF.

      * Authorization function code of each menu option; the same
      * codes the run log and the control cards use.
       MAP-MENU-FUNCTION.
           EVALUATE WKS-OPTION
               WHEN 1
                   MOVE "NUMERO" TO WKS-AUTH-FUNCTION
               WHEN 2
                   MOVE "LOTE  " TO WKS-AUTH-FUNCTION
               WHEN 3
                   MOVE "RANGO " TO WKS-AUTH-FUNCTION
               WHEN 4
                   MOVE "EXPONE" TO WKS-AUTH-FUNCTION
               WHEN 5
                   MOVE "COMBIN" TO WKS-AUTH-FUNCTION
               WHEN 6
                   MOVE "EXPORT" TO WKS-AUTH-FUNCTION
               WHEN 7
                   MOVE "EXTRAC" TO WKS-AUTH-FUNCTION
               WHEN 8
                   MOVE "PERFIL" TO WKS-AUTH-FUNCTION
               WHEN OTHER
                   MOVE SPACES TO WKS-AUTH-FUNCTION
           END-EVALUATE.

      ******************************************************************
           PERFORM WRITE-AUDIT-RECORD
           PERFORM WRITE-RESULT-RECORD.

      ******************************************************************
      * Number profile from the terminal: the matrix is shown one
      * exponent per row, a letter per base 2-16.
      ******************************************************************
       NUMBER-PROFILE.
           MOVE "P" TO WKS-TRANCODE
           MOVE WKS-USER-ID TO WKS-REQUESTOR
           MOVE SPACES TO WKS-PRF-SOURCE
           MOVE "Ingresa el numero: " TO WKS-PROMPT-MSG
           PERFORM VALIDATE-NUMBER-ENTRY
           PERFORM RUN-NUMBER-PROFILE
           DISPLAY "------ Perfil del numero (H=feliz, N=no) ------"
           DISPLAY "Bases          : 23456789ABCDEFG"
           MOVE 0 TO WKS-PRF-CELL
           MOVE 1 TO WKS-EXPONENTE
           PERFORM DISPLAY-PROFILE-ROW 8 TIMES
           MOVE WKS-PRF-SAVE-EXP TO WKS-EXPONENTE
           DISPLAY "Combinaciones felices: " WKS-PRF-HAPPY " de 120"
           IF WKS-PROFIL-OPEN
               DISPLAY "Perfil grabado en HNPROFIL."
           END-IF.

       DISPLAY-PROFILE-ROW.
           ADD 1 TO WKS-EXPONENTE
           MOVE 0 TO WKS-PRF-COL
           PERFORM BUILD-PROFILE-ROW 15 TIMES
           DISPLAY "Exponente " WKS-EXPONENTE "   : " WKS-PRF-ROW.

       BUILD-PROFILE-ROW.
           ADD 1 TO WKS-PRF-CELL
           ADD 1 TO WKS-PRF-COL
           MOVE WKS-PRF-VERDICTS(WKS-PRF-CELL:1)
               TO WKS-PRF-ROW(WKS-PRF-COL:1).

      ******************************************************************
      * Runs WKS-NUMBER through the chain under every exponent 2-9
      * and base 2-16, builds the HNPROFIL matrix record, and audits
      * the whole profile as one PERFIL request.
      ******************************************************************
       RUN-NUMBER-PROFILE.
           MOVE WKS-EXPONENTE TO WKS-PRF-SAVE-EXP
           MOVE WKS-BASE TO WKS-PRF-SAVE-BASE
           MOVE WKS-TRACE-SW TO WKS-PRF-SAVE-TRACE
           MOVE "N" TO WKS-TRACE-SW
           MOVE SPACE TO WKS-PRIME-IND
           PERFORM OPEN-PROFILE-FILE
           MOVE SPACES TO HNPROFIL-RECORD
           MOVE 0 TO WKS-PRF-CELL
           MOVE 0 TO WKS-PRF-HAPPY
           MOVE 1 TO WKS-EXPONENTE
           PERFORM PROFILE-ONE-EXPONENT 8 TIMES
           MOVE WKS-NUMBER TO HNPRF-NUMBER
           MOVE WKS-BUS-DATE TO HNPRF-DATE
           ACCEPT WKS-TIME-FULL FROM TIME
           DIVIDE WKS-TIME-FULL BY 100 GIVING HNPRF-TIME
           MOVE WKS-USER-ID TO HNPRF-USER
           MOVE WKS-REQUESTOR TO HNPRF-REQUESTOR
           MOVE WKS-PRF-SOURCE TO HNPRF-SOURCE
           MOVE WKS-PRF-HAPPY TO HNPRF-HAPPY-COUNT
           IF WKS-PROFIL-OPEN
               WRITE HNPROFIL-RECORD
           END-IF
           MOVE "PERFIL" TO WKS-VERDICT-TEXT
           MOVE 0 TO WKS-EXPONENTE
           MOVE 0 TO WKS-BASE
           MOVE 0 TO WKS-CYCLE-LEN
           PERFORM WRITE-AUDIT-RECORD
           MOVE WKS-PRF-SAVE-EXP TO WKS-EXPONENTE
           MOVE WKS-PRF-SAVE-BASE TO WKS-BASE
           MOVE WKS-PRF-SAVE-TRACE TO WKS-TRACE-SW.

       PROFILE-ONE-EXPONENT.
           ADD 1 TO WKS-EXPONENTE
           MOVE 1 TO WKS-BASE
           PERFORM PROFILE-ONE-CELL 15 TIMES.

      * The classic exponent-2 base-10 chain stops at 89 without
      * walking the cycle; that is the known 8-member cycle whose
      * smallest member is 4.
       PROFILE-ONE-CELL.
           ADD 1 TO WKS-BASE
           ADD 1 TO WKS-PRF-CELL
           MOVE WKS-NUMBER TO WKS-N
           PERFORM RUN-HAPPY-CHAIN
           MOVE WKS-EXPONENTE TO HNPRF-EXPONENT(WKS-PRF-CELL)
           MOVE WKS-BASE TO HNPRF-BASE(WKS-PRF-CELL)
           MOVE WKS-ITERACIONES TO HNPRF-ITER(WKS-PRF-CELL)
           IF WKS-N = 1
               MOVE "H" TO HNPRF-VERDICT(WKS-PRF-CELL)
               MOVE "H" TO WKS-PRF-VERDICTS(WKS-PRF-CELL:1)
               ADD 1 TO WKS-PRF-HAPPY
               MOVE 0 TO HNPRF-CYCLE-LEN(WKS-PRF-CELL)
               MOVE 0 TO HNPRF-CYCLE-MIN(WKS-PRF-CELL)
           ELSE
               MOVE "N" TO HNPRF-VERDICT(WKS-PRF-CELL)
               MOVE "N" TO WKS-PRF-VERDICTS(WKS-PRF-CELL:1)
               IF WKS-CYCLE-FOUND
                   MOVE WKS-CYCLE-LEN TO HNPRF-CYCLE-LEN(WKS-PRF-CELL)
                   MOVE WKS-CYC-MIN TO HNPRF-CYCLE-MIN(WKS-PRF-CELL)
               ELSE
                   IF WKS-EXPONENTE = 2 AND WKS-BASE = 10
                           AND WKS-N = 89
                       MOVE 8 TO HNPRF-CYCLE-LEN(WKS-PRF-CELL)
                       MOVE 4 TO HNPRF-CYCLE-MIN(WKS-PRF-CELL)
                   ELSE
                       MOVE 0 TO HNPRF-CYCLE-LEN(WKS-PRF-CELL)
                       MOVE 0 TO HNPRF-CYCLE-MIN(WKS-PRF-CELL)
                   END-IF
               END-IF
           END-IF.

      * HNPROFIL accumulates across runs and is opened on the first
      * profile of the run.
       OPEN-PROFILE-FILE.
           IF NOT WKS-PROFIL-OPEN
               OPEN EXTEND HNPROFIL-FILE
               IF WKS-PROFIL-STATUS NOT = "00"
                   OPEN OUTPUT HNPROFIL-FILE
                   CLOSE HNPROFIL-FILE
                   OPEN EXTEND HNPROFIL-FILE
               END-IF
               IF WKS-PROFIL-STATUS = "00"
                   MOVE "Y" TO WKS-PROFIL-OPEN-SW
               ELSE
                   DISPLAY "No se pudo abrir HNPROFIL, codigo: "
                       WKS-PROFIL-STATUS
                   MOVE 8 TO WKS-NEW-COND
                   PERFORM RAISE-COND-CODE
               END-IF
           END-IF.

      * Finds floor(sqrt(WKS-NUMBER)) by bisection instead of a linear
      * candidate search, so the check stays fast for the full 38-digit
      * range instead of needing on the order of sqrt(N) iterations.
           MOVE 0 TO WKS-BAT-HAPPY
           MOVE 0 TO WKS-BAT-NOTHAPPY
           MOVE 0 TO WKS-BAT-INVALID
           MOVE 0 TO WKS-BAT-PROFILE
           MOVE "N" TO WKS-RESUME-SW
           PERFORM CHECK-BATCH-CHECKPOINT
           PERFORM PRE-EDIT-BATCH-FILE

      ******************************************************************
      * Pre-edit pass: every HNBATIN record is validated the same way
      * the run would, requestors are screened against HNREQMST,
      * duplicates within the file and numbers already
      * answered in HNCACHE are flagged, and only the acceptable
      * records reach the cleaned HNBATCLN file. The findings go to
      * the HNBATEDT edit report; a reject rate over the threshold
           MOVE 0 TO WKS-EDT-INVALID
           MOVE 0 TO WKS-EDT-DUP
           MOVE 0 TO WKS-EDT-CACHED
           MOVE 0 TO WKS-EDT-SOL-UNKNOWN
           MOVE 0 TO WKS-EDT-SOL-INACTIVE
           MOVE 0 TO WKS-EDT-SOL-QUOTA
           MOVE 0 TO WKS-DUP-COUNT
           MOVE 0 TO WKS-QTA-COUNT
           OPEN INPUT HNREQMST-FILE
           IF WKS-REQMST-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNREQMST, codigo: "
                   WKS-REQMST-STATUS
               MOVE 8 TO WKS-NEW-COND
               PERFORM RAISE-COND-CODE
           ELSE
               PERFORM PRE-EDIT-OPEN-FILES
               CLOSE HNREQMST-FILE
           END-IF.

       PRE-EDIT-OPEN-FILES.
           OPEN INPUT HNBATCH-IN
           IF WKS-BATIN-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNBATIN, codigo: "
           END-IF.

       RUN-PRE-EDIT-PASS.
           MOVE "N" TO WKS-BATREJ-OPEN-SW
           OPEN OUTPUT HNBATREJ-FILE
           IF WKS-BATREJ-STATUS = "00"
               MOVE "Y" TO WKS-BATREJ-OPEN-SW
           ELSE
               DISPLAY "No se pudo abrir HNBATREJ, codigo: "
                   WKS-BATREJ-STATUS
           END-IF
           ACCEPT WKS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO HNBATEDT-RECORD
           STRING "EDICION PREVIA DE LOTE  FECHA: " DELIMITED BY
           PERFORM WRITE-PRE-EDIT-TOTALS
           CLOSE HNBATCLN-FILE
           CLOSE HNBATEDT-FILE
           IF WKS-BATREJ-OPEN
               CLOSE HNBATREJ-FILE
           END-IF
           MOVE "HNBATEDT" TO WKS-GEN-BASE
           MOVE WKS-BATEDT-GEN TO WKS-GEN-NEW
           MOVE WKS-EDT-READ TO WKS-GEN-COUNT
           PERFORM SET-GENERATION-COUNT
           COMPUTE WKS-EDT-REJECTED = WKS-EDT-INVALID + WKS-EDT-DUP
               + WKS-EDT-SOL-UNKNOWN + WKS-EDT-SOL-INACTIVE
               + WKS-EDT-SOL-QUOTA
           IF WKS-EDT-READ > 0
               COMPUTE WKS-EDT-PCT =
                   (WKS-EDT-REJECTED * 100) / WKS-EDT-READ
               MOVE 8 TO WKS-NEW-COND
               PERFORM RAISE-COND-CODE
           ELSE
      * Without the reject work file the rejects could not reach
      * suspense, so the batch is held rather than lose them.
               IF NOT WKS-BATREJ-OPEN AND WKS-EDT-REJECTED > 0
                   DISPLAY "Lote detenido: sin archivo HNBATREJ para "
                       "los rechazos"
                   MOVE 8 TO WKS-NEW-COND
                   PERFORM RAISE-COND-CODE
               ELSE
                   MOVE "Y" TO WKS-PREEDIT-SW
      * Rejected records still warn the job stream, as the INVALIDO
      * rows did when they flowed through to HNBATOUT.
                   IF WKS-EDT-REJECTED > 0
                       MOVE 4 TO WKS-NEW-COND
                       PERFORM RAISE-COND-CODE
                       PERFORM POST-REJECTS-TO-SUSPENSE
                   END-IF
               END-IF
           END-IF
           DISPLAY "Edicion previa: leidos " WKS-EDT-READ
           IF NOT WKS-INPUT-VALID
               ADD 1 TO WKS-EDT-INVALID
               MOVE "INVALIDO" TO WKS-EDT-REASON
               PERFORM REJECT-EDITED-RECORD
           ELSE
               MOVE WKS-NUMBER-ALPHA TO WKS-NUMBER
               PERFORM CHECK-REQUESTOR-MASTER
               IF WKS-REQ-REASON NOT = SPACES
                   MOVE WKS-REQ-REASON TO WKS-EDT-REASON
                   PERFORM REJECT-EDITED-RECORD
               ELSE
                   PERFORM CHECK-DUPLICATE-REQUEST
                   IF WKS-DUP-FOUND
                       ADD 1 TO WKS-EDT-DUP
                       MOVE "DUPLICADO" TO WKS-EDT-REASON
                       PERFORM REJECT-EDITED-RECORD
                   ELSE
                       PERFORM CHECK-REQUESTOR-QUOTA
                       IF WKS-REQ-REASON NOT = SPACES
                           MOVE WKS-REQ-REASON TO WKS-EDT-REASON
                           PERFORM REJECT-EDITED-RECORD
                       ELSE
                           PERFORM ACCEPT-EDITED-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF
           READ HNBATCH-IN AT END MOVE "Y" TO WKS-EOF-SW END-READ.

       ACCEPT-EDITED-RECORD.
           PERFORM CHECK-CACHE-ANSWERED
           IF CACHE-RECORD-FOUND
               ADD 1 TO WKS-EDT-CACHED
               MOVE "YA-EN-CACHE" TO WKS-EDT-REASON
               PERFORM WRITE-EDIT-REPORT-LINE
           END-IF
           WRITE HNBATCLN-RECORD FROM HNBATCH-IN-RECORD
           ADD 1 TO WKS-EDT-ACCEPTED.

      * A named requestor must be on HNREQMST and active.
       CHECK-REQUESTOR-MASTER.
           MOVE SPACES TO WKS-REQ-REASON
           IF WKS-REQ-NAMED
               MOVE WKS-REQUESTOR TO HNREQ-ID
               READ HNREQMST-FILE
                   INVALID KEY MOVE "SOL-NOEXISTE" TO WKS-REQ-REASON
               END-READ
               IF WKS-REQ-REASON = SPACES
                       AND HNREQ-STATUS NOT = "A"
                   MOVE "SOL-INACTIVO" TO WKS-REQ-REASON
               END-IF
               IF WKS-REQ-REASON = "SOL-NOEXISTE"
                   ADD 1 TO WKS-EDT-SOL-UNKNOWN
               END-IF
               IF WKS-REQ-REASON = "SOL-INACTIVO"
                   ADD 1 TO WKS-EDT-SOL-INACTIVE
               END-IF
           END-IF.

      * Daily quota (zero = unlimited); only records that reach this
      * point, valid and not duplicated, count against it. The
      * master record is still in the file area from the lookup.
       CHECK-REQUESTOR-QUOTA.
           MOVE SPACES TO WKS-REQ-REASON
           IF WKS-REQ-NAMED AND HNREQ-DAILY-QUOTA > 0
               PERFORM FIND-QUOTA-ENTRY
               IF WKS-QTA-USED(WKS-QTA-IDX) NOT < HNREQ-DAILY-QUOTA
                   MOVE "SOL-CUOTA" TO WKS-REQ-REASON
                   ADD 1 TO WKS-EDT-SOL-QUOTA
               ELSE
                   ADD 1 TO WKS-QTA-USED(WKS-QTA-IDX)
               END-IF
           END-IF.

      * Quota slot for the requestor in hand, opened on first use;
      * a full table shares the last slot rather than lose the count.
       FIND-QUOTA-ENTRY.
           MOVE "N" TO WKS-QTA-FOUND-SW
           MOVE 0 TO WKS-QTA-IDX
           PERFORM SEARCH-QUOTA-ENTRY
               UNTIL WKS-QTA-FOUND OR WKS-QTA-IDX = WKS-QTA-COUNT
           IF NOT WKS-QTA-FOUND
               IF WKS-QTA-COUNT < 200
                   ADD 1 TO WKS-QTA-COUNT
               END-IF
               MOVE WKS-QTA-COUNT TO WKS-QTA-IDX
               MOVE WKS-REQUESTOR TO WKS-QTA-REQ(WKS-QTA-IDX)
               MOVE 0 TO WKS-QTA-USED(WKS-QTA-IDX)
           END-IF.

       SEARCH-QUOTA-ENTRY.
           ADD 1 TO WKS-QTA-IDX
           IF WKS-QTA-REQ(WKS-QTA-IDX) = WKS-REQUESTOR
               MOVE "Y" TO WKS-QTA-FOUND-SW
           END-IF.

      * A duplicate is the same number requested with the same
      * transaction code and exponent earlier in the file. The first
      * occurrence is kept, later ones are rejected. Past the table
           MOVE WKS-NUMBER TO WKS-STEP-INPUT
           PERFORM LOOKUP-CACHE-RECORD.

      * A rejected record: its edit report line, and the record
      * image with its reason kept on HNBATREJ for suspense.
       REJECT-EDITED-RECORD.
           PERFORM WRITE-EDIT-REPORT-LINE
           IF WKS-BATREJ-OPEN
               MOVE SPACES TO HNBATREJ-RECORD
               MOVE HNBATCH-IN-RECORD TO HNREJ-IMAGE
               MOVE WKS-EDT-REASON TO HNREJ-REASON
               MOVE WKS-REQUESTOR TO HNREJ-REQUESTOR
               MOVE WKS-EDT-READ TO HNREJ-RECNO
               WRITE HNBATREJ-RECORD
           END-IF.

      ******************************************************************
      * Suspense posting: the rejects of a batch cleared to run go to
      * HNSUSPNS as pending items. Duplicates are left out, since the
      * first occurrence of the request is answered by this run. A
      * resumed run already posted them before it was interrupted.
      ******************************************************************
       POST-REJECTS-TO-SUSPENSE.
           MOVE 0 TO WKS-SUS-POSTED
           IF WKS-RESUME-REQUESTED
               DISPLAY "Reanudacion: rechazos ya enviados a suspenso."
           ELSE
               OPEN I-O HNSUSPNS-FILE
               IF WKS-SUSPNS-STATUS NOT = "00"
                   OPEN OUTPUT HNSUSPNS-FILE
                   CLOSE HNSUSPNS-FILE
                   OPEN I-O HNSUSPNS-FILE
               END-IF
               IF WKS-SUSPNS-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir HNSUSPNS, codigo: "
                       WKS-SUSPNS-STATUS
                   DISPLAY "Rechazos retenidos en HNBATREJ."
                   MOVE 8 TO WKS-NEW-COND
                   PERFORM RAISE-COND-CODE
               ELSE
                   OPEN INPUT HNBATREJ-FILE
                   IF WKS-BATREJ-STATUS NOT = "00"
                       DISPLAY "No se pudo releer HNBATREJ, codigo: "
                           WKS-BATREJ-STATUS
                       MOVE 8 TO WKS-NEW-COND
                       PERFORM RAISE-COND-CODE
                   ELSE
                       MOVE "N" TO WKS-REJ-EOF-SW
                       READ HNBATREJ-FILE
                           AT END MOVE "Y" TO WKS-REJ-EOF-SW
                       END-READ
                       PERFORM POST-ONE-REJECT UNTIL WKS-REJ-EOF
                       CLOSE HNBATREJ-FILE
                   END-IF
                   CLOSE HNSUSPNS-FILE
               END-IF
               DISPLAY "Rechazos enviados a suspenso HNSUSPNS: "
                   WKS-SUS-POSTED
           END-IF.

       POST-ONE-REJECT.
           IF HNREJ-REASON NOT = "DUPLICADO"
               ADD 1 TO WKS-SUS-SEQ
               MOVE SPACES TO HNSUSPNS-RECORD
               MOVE WKS-RUN-ID TO HNSUS-BATCH-ID
               MOVE "E" TO HNSUS-ORIGIN
               MOVE WKS-SUS-SEQ TO HNSUS-SEQ
               MOVE HNREJ-IMAGE TO HNSUS-IMAGE
               MOVE HNREJ-IMAGE TO HNBATCH-IN-RECORD
               IF HNBIN-SOURCE = SPACES
                   MOVE "HNBATIN" TO HNSUS-SOURCE
               ELSE
                   MOVE HNBIN-SOURCE TO HNSUS-SOURCE
               END-IF
               MOVE HNREJ-REQUESTOR TO HNSUS-REQUESTOR
               MOVE HNREJ-REASON TO HNSUS-REASON
               MOVE WKS-REPORT-DATE TO HNSUS-ENTRY-DATE
               MOVE "P" TO HNSUS-STATUS
               MOVE 0 TO HNSUS-ACTION-DATE
               MOVE SPACES TO HNSUS-OPERATOR
               MOVE 0 TO HNSUS-RELEASE-DATE
               WRITE HNSUSPNS-RECORD
                   INVALID KEY
                       DISPLAY "Error al grabar suspenso, codigo: "
                           WKS-SUSPNS-STATUS
                       MOVE 8 TO WKS-NEW-COND
                       PERFORM RAISE-COND-CODE
                   NOT INVALID KEY
                       ADD 1 TO WKS-SUS-POSTED
               END-WRITE
           END-IF
           READ HNBATREJ-FILE AT END MOVE "Y" TO WKS-REJ-EOF-SW
           END-READ.

       WRITE-EDIT-REPORT-LINE.
           MOVE WKS-EDT-READ TO WKS-EDT-RECNO
           MOVE HNBATCH-IN-RECORD TO WKS-EDT-TEXT
           MOVE "DUPLICADOS" TO WKS-EDT-REASON
           MOVE WKS-EDT-DUP TO WKS-EDT-RECNO
           PERFORM WRITE-EDIT-TOTAL-LINE
           MOVE "SOL-NOEXISTE" TO WKS-EDT-REASON
           MOVE WKS-EDT-SOL-UNKNOWN TO WKS-EDT-RECNO
           PERFORM WRITE-EDIT-TOTAL-LINE
           MOVE "SOL-INACTIVO" TO WKS-EDT-REASON
           MOVE WKS-EDT-SOL-INACTIVE TO WKS-EDT-RECNO
           PERFORM WRITE-EDIT-TOTAL-LINE
           MOVE "SOL-CUOTA" TO WKS-EDT-REASON
           MOVE WKS-EDT-SOL-QUOTA TO WKS-EDT-RECNO
           PERFORM WRITE-EDIT-TOTAL-LINE
           MOVE "YA-EN-CACHE" TO WKS-EDT-REASON
           MOVE WKS-EDT-CACHED TO WKS-EDT-RECNO
           PERFORM WRITE-EDIT-TOTAL-LINE
           WRITE HNBATEDT-RECORD.

      * Each batch record is a structured transaction: code F (happy),
      * E (exponent check), C (combined classification) or P (number
      * profile), with its own exponent and requestor id. A record
      * whose first byte is not a known code is taken as a bare
      * number in the classic layout, so existing request files keep
      * working unchanged.
       PROCESS-BATCH-RECORD.
           PERFORM PARSE-BATCH-RECORD
           MOVE SPACES TO HNBATCH-OUT-RECORD
           MOVE WKS-TRANCODE TO HNBOUT-TRANCODE
           MOVE WKS-REQUESTOR TO HNBOUT-REQUESTOR
           MOVE HNBIN-SOURCE TO HNBOUT-SOURCE
           IF WKS-INPUT-VALID
               MOVE WKS-NUMBER-ALPHA TO WKS-NUMBER
               IF WKS-TRANCODE = "P"
                   PERFORM RUN-PROFILE-TRANSACTION
               ELSE
                   MOVE WKS-EXPONENTE TO HNBOUT-EXPONENT
                   PERFORM RUN-BATCH-TRANSACTION
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM WRITE-RESULT-RECORD
               END-IF
           ELSE
               MOVE ZERO TO HNBOUT-NUMBER
               MOVE ZERO TO HNBOUT-EXPONENT

      * Splits the record in the file area into its transaction
      * fields: WKS-TRANCODE, WKS-EXPONENTE (record exponent for E
      * and C when sensible, the run default otherwise; a P profile
      * covers every exponent), requestor and the validated
      * right-justified number.
       PARSE-BATCH-RECORD.
           MOVE WKS-USER-ID TO WKS-REQUESTOR
           MOVE "N" TO WKS-REQ-NAMED-SW
           MOVE WKS-BATCH-DEF-EXP TO WKS-EXPONENTE
           EVALUATE HNBIN-TRANCODE
               WHEN "F"
               WHEN "E"
               WHEN "C"
               WHEN "P"
                   MOVE HNBIN-TRANCODE TO WKS-TRANCODE
                   MOVE HNBIN-NUMBER TO WKS-RAWNUM
                   IF HNBIN-REQUESTOR NOT = SPACES
                       MOVE HNBIN-REQUESTOR TO WKS-REQUESTOR
                       MOVE "Y" TO WKS-REQ-NAMED-SW
                   END-IF
                   IF (WKS-TRANCODE = "E" OR WKS-TRANCODE = "C")
                           AND HNBIN-EXPONENT NUMERIC
                           AND HNBIN-EXPONENT > 1
                           AND HNBIN-EXPONENT < 10
           PERFORM JUSTIFY-RAWNUM-FIELD
           PERFORM CHECK-NUMERIC-FIELD.

      * A P record answers with one PERFIL row on HNBATOUT; the
      * matrix itself is on HNPROFIL.
       RUN-PROFILE-TRANSACTION.
           MOVE WKS-NUMBER TO HNBOUT-NUMBER
           MOVE ZERO TO HNBOUT-EXPONENT
           MOVE HNBIN-SOURCE TO WKS-PRF-SOURCE
           PERFORM RUN-NUMBER-PROFILE
           MOVE "PERFIL" TO HNBOUT-VERDICT
           ADD 1 TO WKS-BAT-PROFILE.

       RUN-BATCH-TRANSACTION.
           MOVE WKS-NUMBER TO WKS-N
           PERFORM RUN-HAPPY-CHAIN
           MOVE 0 TO WKS-REC-HAPPY
           MOVE 0 TO WKS-REC-NOTHAPPY
           MOVE 0 TO WKS-REC-INVALID
           MOVE 0 TO WKS-REC-PROFILE
           MOVE 0 TO WKS-REC-MISMATCH
           MOVE "N" TO WKS-OOB-SW
           MOVE ZEROS TO WKS-MISMATCH-TABLE
                       ADD 1 TO WKS-REC-NOTHAPPY
                   WHEN "INVALIDO"
                       ADD 1 TO WKS-REC-INVALID
                   WHEN "PERFIL"
                       ADD 1 TO WKS-REC-PROFILE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
                       OR WKS-REC-HAPPY NOT = WKS-BAT-HAPPY
                       OR WKS-REC-NOTHAPPY NOT = WKS-BAT-NOTHAPPY
                       OR WKS-REC-INVALID NOT = WKS-BAT-INVALID
                       OR WKS-REC-PROFILE NOT = WKS-BAT-PROFILE
                   MOVE "Y" TO WKS-OOB-SW
               END-IF
           END-IF
               MOVE "INVALIDO EN CORRIDA" TO WKS-RECON-TEXT
               MOVE WKS-BAT-INVALID TO WKS-RECON-VALUE
               PERFORM WRITE-RECON-LINE
               MOVE "PERFIL RELEIDOS" TO WKS-RECON-TEXT
               MOVE WKS-REC-PROFILE TO WKS-RECON-VALUE
               PERFORM WRITE-RECON-LINE
               MOVE "PERFIL EN CORRIDA" TO WKS-RECON-TEXT
               MOVE WKS-BAT-PROFILE TO WKS-RECON-VALUE
               PERFORM WRITE-RECON-LINE
               MOVE "DISCREPANCIAS" TO WKS-RECON-TEXT
               MOVE WKS-REC-MISMATCH TO WKS-RECON-VALUE
               PERFORM WRITE-RECON-LINE
           END-IF.

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO HNEXTRACT-RECORD
           MOVE "H" TO HNEXT-H-TYPE
           MOVE WKS-BUS-DATE TO HNEXT-H-DATE
           MOVE "HAPPYNUM" TO HNEXT-H-SYSTEM
           WRITE HNEXTRACT-RECORD.

           MOVE SPACES TO HNAUDIT-RECORD
           MOVE WKS-NUMBER TO HNAUD-NUMBER
           MOVE WKS-VERDICT-TEXT TO HNAUD-VERDICT
           MOVE WKS-BUS-DATE TO HNAUD-DATE
           ACCEPT WKS-TIME-FULL FROM TIME
           DIVIDE WKS-TIME-FULL BY 100 GIVING HNAUD-TIME
           MOVE WKS-USER-ID TO HNAUD-USER
           MOVE WKS-CYCLE-LEN TO HNAUD-CYCLE-LEN
           MOVE WKS-PRIME-IND TO HNAUD-PRIME-IND
           MOVE WKS-BASE TO HNAUD-BASE
           ADD 1 TO WKS-AUD-SEQ
           MOVE WKS-AUD-SEQ TO HNAUD-SEQ
           PERFORM COMPUTE-AUDIT-CHECK
           MOVE WKS-AUD-CHECK TO HNAUD-CHECK
           WRITE HNAUDIT-RECORD.

      * Folds bytes 1-109 of the record (everything before the check
      * value) into the running check value.
       COMPUTE-AUDIT-CHECK.
           MOVE 0 TO WKS-CHK-POS
           PERFORM FOLD-AUDIT-BYTE 109 TIMES.

       FOLD-AUDIT-BYTE.
           ADD 1 TO WKS-CHK-POS
           MOVE HNAUDIT-RECORD(WKS-CHK-POS:1) TO WKS-CHK-LOW
           COMPUTE WKS-CHK-WORK = WKS-AUD-CHECK * 31 + WKS-CHK-CODE + 1
           DIVIDE WKS-CHK-WORK BY 999999937 GIVING WKS-CHK-QUOT
               REMAINDER WKS-AUD-CHECK.

      ******************************************************************
      * Validated numeric entry, reprompts on bad input.
      ******************************************************************
