      *     live-file rewrite through the HNAUDKEP work file, and a
      *     balancing cut report with an out-of-balance condition
      *     code.
      *   - The cut asks for the operator id and runs only under an
      *     HNAUTH profile (function CORTE); a refusal is written to
      *     the HNSECLOG security log.
      *   - Audit chain carried across the cut: records are archived
      *     only up to the first one that stays live, so the archives
      *     and the live log split the sequence at a single point; the
      *     HNAUDIDX archive index keeps each archive's last sequence
      *     and check value for HappyNumbers and HappyAuditVerify, and
      *     the cut report shows the boundary link.
      *   - A cut that would archive records of a month closed on the
      *     HNBUSDTE business date file is refused before anything is
      *     written; the month has to be reopened with HappyBusDate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HappyAuditArchive.
           SELECT HNAUDKEP-FILE ASSIGN TO "HNAUDKEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-KEEP-STATUS.
           SELECT HNAUDIDX-FILE ASSIGN TO "HNAUDIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-AUDIDX-STATUS.
           SELECT HNAUDCUT-FILE ASSIGN TO "HNAUDCUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-CUT-STATUS.
           SELECT HNAUTH-FILE ASSIGN TO "HNAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNAUT-KEY
               FILE STATUS IS WKS-AUTH-STATUS.
           SELECT HNSECLOG-FILE ASSIGN TO "HNSECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-SECLOG-STATUS.
           SELECT HNBUSDTE-FILE ASSIGN TO "HNBUSDTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-BUSDTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HNAUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNAUDIT-RECORD              PIC X(119).
       01  HNAUDIT-STRUCT REDEFINES HNAUDIT-RECORD.
           05  FILLER                  PIC X(52).
           05  HNAUD-DATE              PIC 9(08).
               10  HNAUD-DATE-YYYY     PIC 9(04).
               10  HNAUD-DATE-MM       PIC 9(02).
               10  HNAUD-DATE-DD       PIC 9(02).
           05  FILLER                  PIC X(40).
           05  HNAUD-SEQ               PIC 9(09).
           05  FILLER                  PIC X(01).
           05  HNAUD-CHECK             PIC 9(09).

       FD  HNAUDARC-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNAUDARC-RECORD             PIC X(119).

       FD  HNAUDKEP-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNAUDKEP-RECORD             PIC X(119).

      * Archive index: one record per HNAUDARC file, in the order the
      * files were first cut, with the sequence range and the last
      * check value each one holds.
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

       FD  HNAUDCUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNAUDCUT-RECORD             PIC X(80).

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

      * Business date control file kept by HappyBusDate; only the
      * period records (P) are read here.
       FD  HNBUSDTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNBUSDTE-RECORD.
           05  HNBDT-TYPE              PIC X(01).
           05  FILLER                  PIC X(01).
           05  HNBDT-P-PERIOD          PIC 9(06).
           05  FILLER                  PIC X(01).
           05  HNBDT-P-STATUS          PIC X(01).
           05  FILLER                  PIC X(70).

       WORKING-STORAGE SECTION.
           77 WKS-AUDIT-STATUS   PIC X(02).
           77 WKS-ARCHIVE-STATUS PIC X(02).
           77 WKS-KEEP-STATUS    PIC X(02).
           77 WKS-CUT-STATUS     PIC X(02).
           77 WKS-AUDIDX-STATUS  PIC X(02).
           77 WKS-EOF-SW         PIC X(01) VALUE "N".
               88 WKS-END-OF-FILE        VALUE "Y".

           77 WKS-ARCHIVE-OPEN   PIC X(01) VALUE "N".
               88 WKS-ARCHIVE-IS-OPEN    VALUE "Y".

      * Months closed on HNBUSDTE. The records the cut would move are
      * looked at first; one in a closed month stops the cut.
           77 WKS-BUSDTE-STATUS  PIC X(02).
           77 WKS-CLS-COUNT      PIC 9(03) VALUE 0.
           77 WKS-CLS-IDX        PIC 9(03) VALUE 0.
           77 WKS-CLS-FOUND-SW   PIC X(01) VALUE "N".
               88 WKS-CLS-FOUND          VALUE "Y".
           77 WKS-CLS-HITS       PIC 9(09) VALUE 0.
           77 WKS-CLS-FIRST-HIT  PIC 9(06) VALUE 0.
           77 WKS-REC-PERIOD     PIC 9(06) VALUE 0.
       01  WKS-CLOSED-TABLE.
           05  WKS-CLS-PERIOD          PIC 9(06) OCCURS 200 TIMES.

      * Pass counters; moved plus kept must tie out to read.
           77 WKS-COUNT-READ     PIC 9(09) VALUE 0.
           77 WKS-COUNT-MOVED    PIC 9(09) VALUE 0.
           77 WKS-OOB-SW         PIC X(01) VALUE "N".
               88 WKS-OUT-OF-BALANCE     VALUE "Y".

      * Chain boundary. Once a record stays live every later one
      * stays too, even if dated before the cutoff, so the sequence
      * is split at one point: the last archived link and the first
      * kept record must be consecutive.
           77 WKS-KEEP-REST-SW   PIC X(01) VALUE "N".
               88 WKS-KEEP-REST          VALUE "Y".
           77 WKS-COUNT-HELD     PIC 9(09) VALUE 0.
           77 WKS-LAST-ARC-SEQ   PIC 9(09) VALUE 0.
           77 WKS-LAST-ARC-CHECK PIC 9(09) VALUE 0.
           77 WKS-FIRST-KEPT-SEQ PIC 9(09) VALUE 0.
           77 WKS-CHAIN-SW       PIC X(01) VALUE "N".
               88 WKS-CHAIN-BROKEN       VALUE "Y".

      * The archive index in storage, updated by the cut and written
      * back whole.
           77 WKS-AIX-COUNT      PIC 9(03) VALUE 0.
           77 WKS-AIX-IDX        PIC 9(03) VALUE 0.
           77 WKS-AIX-FOUND-SW   PIC X(01) VALUE "N".
               88 WKS-AIX-FOUND          VALUE "Y".
           77 WKS-AIX-EOF-SW     PIC X(01) VALUE "N".
               88 WKS-AIX-EOF            VALUE "Y".
       01  WKS-ARCHIVE-INDEX.
           05  WKS-AIX-ENTRY OCCURS 200 TIMES.
               10  WKS-AIX-NAME        PIC X(15).
               10  WKS-AIX-FIRST-SEQ   PIC 9(09).
               10  WKS-AIX-LAST-SEQ    PIC 9(09).
               10  WKS-AIX-LAST-CHECK  PIC 9(09).
               10  WKS-AIX-RECORDS     PIC 9(09).
               10  WKS-AIX-CUT-DATE    PIC 9(08).

      * Counts per archive period for the cut report.
           77 WKS-PER-COUNT      PIC 9(03) VALUE 0.
           77 WKS-PER-IDX        PIC 9(03) VALUE 0.
           05  WKS-RPT-VALUE           PIC 9(09) VALUE ZEROS.
           05  FILLER                  PIC X(41) VALUE SPACES.

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
           77 WKS-AUTH-PROGRAM   PIC X(08) VALUE "AUDARCHV".
           77 WKS-AUTH-FUNCTION  PIC X(06) VALUE SPACES.
           77 WKS-AUTH-REASON    PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-CUT-AUTHORITY
           PERFORM ASK-ARCHIVE-PARAMETERS
           PERFORM CHECK-CLOSED-PERIODS
           PERFORM LOAD-ARCHIVE-INDEX
           PERFORM SPLIT-AUDIT-FILE
           PERFORM REWRITE-ARCHIVE-INDEX
           PERFORM REWRITE-LIVE-AUDIT
           PERFORM CHECK-CHAIN-BOUNDARY
           PERFORM WRITE-CUT-REPORT
           IF WKS-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WKS-CHAIN-BROKEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      * The cut rewrites the live log, so nothing is asked or read
      * until the operator's CORTE profile is confirmed.
       CHECK-CUT-AUTHORITY.
           DISPLAY "Usuario/Terminal para bitacora: "
           ACCEPT WKS-USER-ID
           PERFORM OPEN-AUTH-FILE
           MOVE "CORTE " TO WKS-AUTH-FUNCTION
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF WKS-AUTH-OPEN
               CLOSE HNAUTH-FILE
           END-IF
           IF NOT WKS-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Operator parameters: a cutoff date is mandatory (nothing is
      * cut without one) and the granularity defaults to one archive
               MOVE "A" TO WKS-GRANULARITY
           END-IF.

      ******************************************************************
      * Closed months. The cut moves the leading run of records dated
      * before the cutoff; if any of them falls in a month closed on
      * HNBUSDTE the cut would re-cut that month, so nothing is
      * written. With no HNBUSDTE file no month has been closed.
      ******************************************************************
       CHECK-CLOSED-PERIODS.
           MOVE 0 TO WKS-CLS-COUNT
           OPEN INPUT HNBUSDTE-FILE
           IF WKS-BUSDTE-STATUS = "00"
               MOVE "N" TO WKS-EOF-SW
               READ HNBUSDTE-FILE AT END MOVE "Y" TO WKS-EOF-SW
               END-READ
               PERFORM LOAD-CLOSED-PERIOD UNTIL WKS-END-OF-FILE
               CLOSE HNBUSDTE-FILE
           END-IF
           MOVE 0 TO WKS-CLS-HITS
           IF WKS-CLS-COUNT > 0
               OPEN INPUT HNAUDIT-FILE
               IF WKS-AUDIT-STATUS = "00"
                   MOVE "N" TO WKS-EOF-SW
                   READ HNAUDIT-FILE AT END MOVE "Y" TO WKS-EOF-SW
                   END-READ
                   PERFORM SCAN-CUT-RECORD UNTIL WKS-END-OF-FILE
                   CLOSE HNAUDIT-FILE
               END-IF
           END-IF
           IF WKS-CLS-HITS > 0
               DISPLAY "Corte rechazado: " WKS-CLS-HITS
                   " registros a archivar son de meses cerrados"
                   " (primero " WKS-CLS-FIRST-HIT ")."
               DISPLAY "Reabrirlos con HappyBusDate para volver a "
                   "cortarlos."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CLOSED-PERIOD.
           IF HNBDT-TYPE = "P" AND HNBDT-P-STATUS = "C"
                   AND HNBDT-P-PERIOD NUMERIC AND WKS-CLS-COUNT < 200
               ADD 1 TO WKS-CLS-COUNT
               MOVE HNBDT-P-PERIOD TO WKS-CLS-PERIOD(WKS-CLS-COUNT)
           END-IF
           READ HNBUSDTE-FILE AT END MOVE "Y" TO WKS-EOF-SW END-READ.

      * Same selection as SPLIT-ONE-RECORD: the scan ends at the
      * first record that would stay live.
       SCAN-CUT-RECORD.
           IF HNAUD-DATE NUMERIC AND HNAUD-DATE > 0
                   AND HNAUD-DATE < WKS-CUTOFF-DATE
               MOVE HNAUD-DATE(1:6) TO WKS-REC-PERIOD
               MOVE "N" TO WKS-CLS-FOUND-SW
               MOVE 0 TO WKS-CLS-IDX
               PERFORM SEARCH-CLOSED-PERIOD
                   UNTIL WKS-CLS-FOUND OR WKS-CLS-IDX >= WKS-CLS-COUNT
               IF WKS-CLS-FOUND
                   ADD 1 TO WKS-CLS-HITS
                   IF WKS-CLS-FIRST-HIT = 0
                       MOVE WKS-REC-PERIOD TO WKS-CLS-FIRST-HIT
                   END-IF
               END-IF
               READ HNAUDIT-FILE AT END MOVE "Y" TO WKS-EOF-SW
               END-READ
           ELSE
               MOVE "Y" TO WKS-EOF-SW
           END-IF.

       SEARCH-CLOSED-PERIOD.
           ADD 1 TO WKS-CLS-IDX
           IF WKS-CLS-PERIOD(WKS-CLS-IDX) = WKS-REC-PERIOD
               MOVE "Y" TO WKS-CLS-FOUND-SW
           END-IF.

      ******************************************************************
      * The archive index as the previous cuts left it; a first cut
      * starts it empty.
      ******************************************************************
       LOAD-ARCHIVE-INDEX.
           ACCEPT WKS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WKS-AIX-COUNT
           OPEN INPUT HNAUDIDX-FILE
           IF WKS-AUDIDX-STATUS = "00"
               MOVE "N" TO WKS-AIX-EOF-SW
               READ HNAUDIDX-FILE AT END MOVE "Y" TO WKS-AIX-EOF-SW
               END-READ
               PERFORM LOAD-INDEX-ENTRY UNTIL WKS-AIX-EOF
               CLOSE HNAUDIDX-FILE
           END-IF.

       LOAD-INDEX-ENTRY.
           IF WKS-AIX-COUNT < 200
               ADD 1 TO WKS-AIX-COUNT
               MOVE HNAIX-ARCHIVE TO WKS-AIX-NAME(WKS-AIX-COUNT)
               MOVE HNAIX-FIRST-SEQ TO WKS-AIX-FIRST-SEQ(WKS-AIX-COUNT)
               MOVE HNAIX-LAST-SEQ TO WKS-AIX-LAST-SEQ(WKS-AIX-COUNT)
               MOVE HNAIX-LAST-CHECK
                   TO WKS-AIX-LAST-CHECK(WKS-AIX-COUNT)
               MOVE HNAIX-COUNT TO WKS-AIX-RECORDS(WKS-AIX-COUNT)
               MOVE HNAIX-CUT-DATE TO WKS-AIX-CUT-DATE(WKS-AIX-COUNT)
           END-IF
           READ HNAUDIDX-FILE AT END MOVE "Y" TO WKS-AIX-EOF-SW
           END-READ.

      ******************************************************************
      * Pass 1: every live record goes either to the archive of its
      * period or to the HNAUDKEP work file. Records whose date is
      * not readable are kept live, never silently dropped, and so
      * is everything after the first kept record.
      ******************************************************************
       SPLIT-AUDIT-FILE.
           OPEN INPUT HNAUDIT-FILE
           ADD 1 TO WKS-COUNT-READ
           IF HNAUD-DATE NUMERIC AND HNAUD-DATE > 0
                   AND HNAUD-DATE < WKS-CUTOFF-DATE
                   AND NOT WKS-KEEP-REST
               PERFORM ARCHIVE-THIS-RECORD
           ELSE
               IF HNAUD-DATE NUMERIC AND HNAUD-DATE > 0
                       AND HNAUD-DATE < WKS-CUTOFF-DATE
                   ADD 1 TO WKS-COUNT-HELD
               END-IF
               IF NOT WKS-KEEP-REST
                   MOVE "Y" TO WKS-KEEP-REST-SW
                   IF HNAUD-SEQ NUMERIC
                       MOVE HNAUD-SEQ TO WKS-FIRST-KEPT-SEQ
                   END-IF
               END-IF
               WRITE HNAUDKEP-RECORD FROM HNAUDIT-RECORD
               ADD 1 TO WKS-COUNT-KEPT
           END-IF
           END-IF
           WRITE HNAUDARC-RECORD FROM HNAUDIT-RECORD
           ADD 1 TO WKS-COUNT-MOVED
           PERFORM TALLY-ARCHIVE-PERIOD
           PERFORM NOTE-ARCHIVE-LINK.

      * The archive's index entry follows the records put into it;
      * an archive first cut now is added at the end of the index.
       NOTE-ARCHIVE-LINK.
           MOVE "N" TO WKS-AIX-FOUND-SW
           MOVE 0 TO WKS-AIX-IDX
           PERFORM SEARCH-INDEX-ENTRY
               UNTIL WKS-AIX-FOUND OR WKS-AIX-IDX >= WKS-AIX-COUNT
           IF NOT WKS-AIX-FOUND
               IF WKS-AIX-COUNT < 200
                   ADD 1 TO WKS-AIX-COUNT
                   MOVE WKS-AIX-COUNT TO WKS-AIX-IDX
                   MOVE WKS-ARCHIVE-NAME TO WKS-AIX-NAME(WKS-AIX-IDX)
                   MOVE 0 TO WKS-AIX-FIRST-SEQ(WKS-AIX-IDX)
                   MOVE 0 TO WKS-AIX-LAST-SEQ(WKS-AIX-IDX)
                   MOVE 0 TO WKS-AIX-LAST-CHECK(WKS-AIX-IDX)
                   MOVE 0 TO WKS-AIX-RECORDS(WKS-AIX-IDX)
                   MOVE "Y" TO WKS-AIX-FOUND-SW
               ELSE
                   DISPLAY "Indice HNAUDIDX lleno, " WKS-ARCHIVE-NAME
                       " sin registrar."
                   MOVE "Y" TO WKS-OOB-SW
               END-IF
           END-IF
           IF WKS-AIX-FOUND
               ADD 1 TO WKS-AIX-RECORDS(WKS-AIX-IDX)
               MOVE WKS-REPORT-DATE TO WKS-AIX-CUT-DATE(WKS-AIX-IDX)
               IF HNAUD-SEQ NUMERIC AND HNAUD-CHECK NUMERIC
                   IF WKS-AIX-FIRST-SEQ(WKS-AIX-IDX) = 0
                       MOVE HNAUD-SEQ TO WKS-AIX-FIRST-SEQ(WKS-AIX-IDX)
                   END-IF
                   MOVE HNAUD-SEQ TO WKS-AIX-LAST-SEQ(WKS-AIX-IDX)
                   MOVE HNAUD-CHECK TO WKS-AIX-LAST-CHECK(WKS-AIX-IDX)
               END-IF
           END-IF
           IF HNAUD-SEQ NUMERIC AND HNAUD-CHECK NUMERIC
               MOVE HNAUD-SEQ TO WKS-LAST-ARC-SEQ
               MOVE HNAUD-CHECK TO WKS-LAST-ARC-CHECK
           END-IF.

       SEARCH-INDEX-ENTRY.
           ADD 1 TO WKS-AIX-IDX
           IF WKS-AIX-NAME(WKS-AIX-IDX) = WKS-ARCHIVE-NAME
               MOVE "Y" TO WKS-AIX-FOUND-SW
           END-IF.

      * The index goes back before the live log is rewritten, so the
      * last archived link is on file before those records leave
      * HNAUDIT.
       REWRITE-ARCHIVE-INDEX.
           OPEN OUTPUT HNAUDIDX-FILE
           IF WKS-AUDIDX-STATUS NOT = "00"
               DISPLAY "No se pudo reescribir HNAUDIDX, codigo: "
                   WKS-AUDIDX-STATUS
               DISPLAY "HNAUDIT no reescrito."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WKS-AIX-IDX
           PERFORM WRITE-INDEX-ENTRY WKS-AIX-COUNT TIMES
           CLOSE HNAUDIDX-FILE.

       WRITE-INDEX-ENTRY.
           ADD 1 TO WKS-AIX-IDX
           MOVE SPACES TO HNAUDIDX-RECORD
           MOVE WKS-AIX-NAME(WKS-AIX-IDX) TO HNAIX-ARCHIVE
           MOVE WKS-AIX-FIRST-SEQ(WKS-AIX-IDX) TO HNAIX-FIRST-SEQ
           MOVE WKS-AIX-LAST-SEQ(WKS-AIX-IDX) TO HNAIX-LAST-SEQ
           MOVE WKS-AIX-LAST-CHECK(WKS-AIX-IDX) TO HNAIX-LAST-CHECK
           MOVE WKS-AIX-RECORDS(WKS-AIX-IDX) TO HNAIX-COUNT
           MOVE WKS-AIX-CUT-DATE(WKS-AIX-IDX) TO HNAIX-CUT-DATE
           WRITE HNAUDIDX-RECORD.

      * The first kept record must follow the last archived one in
      * sequence; its check value is verified by HappyAuditVerify.
       CHECK-CHAIN-BOUNDARY.
           IF WKS-LAST-ARC-SEQ > 0 AND WKS-FIRST-KEPT-SEQ > 0
               IF WKS-FIRST-KEPT-SEQ NOT = WKS-LAST-ARC-SEQ + 1
                   MOVE "Y" TO WKS-CHAIN-SW
                   DISPLAY "Cadena discontinua en el corte: "
                       WKS-LAST-ARC-SEQ " / " WKS-FIRST-KEPT-SEQ
               END-IF
           END-IF.

      * Closes the archive in hand and opens the one the record
      * belongs to. EXTEND with a create fallback, same pattern as
           MOVE "REGISTROS RECARGADOS" TO WKS-RPT-TEXT
           MOVE WKS-COUNT-RELOADED TO WKS-RPT-VALUE
           PERFORM WRITE-CUT-LINE
           MOVE "RETENIDOS TRAS EL LIMITE" TO WKS-RPT-TEXT
           MOVE WKS-COUNT-HELD TO WKS-RPT-VALUE
           PERFORM WRITE-CUT-LINE
           MOVE "ULTIMA SECUENCIA ARCHIVADA" TO WKS-RPT-TEXT
           MOVE WKS-LAST-ARC-SEQ TO WKS-RPT-VALUE
           PERFORM WRITE-CUT-LINE
           MOVE "VALOR DE CONTROL ARCHIVADO" TO WKS-RPT-TEXT
           MOVE WKS-LAST-ARC-CHECK TO WKS-RPT-VALUE
           PERFORM WRITE-CUT-LINE
           MOVE "PRIMERA SECUENCIA CONSERVADA" TO WKS-RPT-TEXT
           MOVE WKS-FIRST-KEPT-SEQ TO WKS-RPT-VALUE
           PERFORM WRITE-CUT-LINE
           MOVE SPACES TO HNAUDCUT-RECORD
           WRITE HNAUDCUT-RECORD
           MOVE "MOVIDOS POR ARCHIVO" TO HNAUDCUT-RECORD
           PERFORM WRITE-PERIOD-LINE WKS-PER-COUNT TIMES
           MOVE SPACES TO HNAUDCUT-RECORD
           WRITE HNAUDCUT-RECORD
           EVALUATE TRUE
               WHEN WKS-OUT-OF-BALANCE
                   MOVE "ESTADO: FUERA DE BALANCE" TO HNAUDCUT-RECORD
               WHEN WKS-CHAIN-BROKEN
                   MOVE "ESTADO: EN BALANCE, CADENA DISCONTINUA"
                       TO HNAUDCUT-RECORD
               WHEN OTHER
                   MOVE "ESTADO: EN BALANCE" TO HNAUDCUT-RECORD
           END-EVALUATE
           WRITE HNAUDCUT-RECORD
           CLOSE HNAUDCUT-FILE
           DISPLAY "Reporte de corte exportado a HNAUDCUT.".
               INTO HNAUDCUT-RECORD
           WRITE HNAUDCUT-RECORD.

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

       END PROGRAM HappyAuditArchive.
