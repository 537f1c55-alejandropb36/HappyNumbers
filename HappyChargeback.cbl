      * Purpose: Monthly chargeback statements over the HNAUDIT log.
      *          Every check in the statement period is billed to its
      *          requestor at a per-transaction rate by transaction
      *          code (F, E, C and P cost differently - a C check runs
      *          square, prime and palindrome on top of the chain, a
      *          P profile runs the chain under every combination).
      *          One statement per requestor goes to HNCHGSTM with
      *          counts and amounts, closed by a grand-total page
      *          whose record count ties back to the period's record
      *     per-trancode tallies, rated statements, grand totals
      *     with a tie-out record count, and a selectable input file
      *     so archived periods can be billed too.
      *   - Each statement carries the requestor's department and
      *     cost center from the HNREQMST requestor master.
      *   - HNAUDIT layout extended with the record sequence number
      *     and chained check value.
      *   - Number profile checks (code P) billed at their own rate on
      *     the statements and the grand-total page.
      *   - A statement period that touches a month closed on the
      *     HNBUSDTE business date file is refused; the month has to
      *     be reopened with HappyBusDate before it is billed again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HappyChargeback.
           SELECT HNCHGSTM-FILE ASSIGN TO "HNCHGSTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-STM-STATUS.
           SELECT HNREQMST-FILE ASSIGN TO "HNREQMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNREQ-ID
               FILE STATUS IS WKS-REQMST-STATUS.
           SELECT HNBUSDTE-FILE ASSIGN TO "HNBUSDTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-BUSDTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HNAUDIT-FILE
           05  HNAUD-PRIME-IND         PIC X(01).
           05  FILLER                  PIC X(01).
           05  HNAUD-BASE              PIC 9(02).
           05  FILLER                  PIC X(01).
           05  HNAUD-SEQ               PIC 9(09).
           05  FILLER                  PIC X(01).
           05  HNAUD-CHECK             PIC 9(09).

       FD  HNCHGSTM-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNCHGSTM-RECORD             PIC X(80).

       FD  HNREQMST-FILE.
       01  HNREQMST-RECORD.
           05  HNREQ-ID                PIC X(08).
           05  HNREQ-DEPT-NAME         PIC X(30).
           05  HNREQ-COST-CENTER       PIC X(10).
           05  HNREQ-STATUS            PIC X(01).
           05  HNREQ-DAILY-QUOTA       PIC 9(07).
           05  HNREQ-ADDED-DATE        PIC 9(08).
           05  HNREQ-CHANGED-DATE      PIC 9(08).

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
           77 WKS-STM-STATUS     PIC X(02).
           77 WKS-REQMST-STATUS  PIC X(02).
           77 WKS-REQMST-SW      PIC X(01) VALUE "N".
               88 WKS-REQMST-OPEN        VALUE "Y".
           77 WKS-EOF-SW         PIC X(01) VALUE "N".
               88 WKS-END-OF-FILE        VALUE "Y".

           77 WKS-PERIOD-TO      PIC 9(08) VALUE 0.
           77 WKS-DATE-ALPHA     PIC X(08) JUSTIFIED RIGHT.

      * Closed periods: a month closed on HNBUSDTE has been billed and
      * is not billed again until it is reopened.
           77 WKS-BUSDTE-STATUS  PIC X(02).
           77 WKS-CLOSED-HITS    PIC 9(03) VALUE 0.
           77 WKS-CLOSED-FIRST   PIC 9(08) VALUE 0.
           77 WKS-CLOSED-LAST    PIC 9(08) VALUE 0.

      * Rates per transaction code. A C check runs square, prime and
      * palindrome on top of the chain, so it bills above E; E bills
      * above F for the configurable-exponent handling. A P profile
      * runs 120 chains in one request and bills below 120 F checks.
      * Checks with any other code are counted for the tie-out but
      * not billed.
           77 WKS-RATE-F         PIC 9(03)V99 VALUE 0.05.
           77 WKS-RATE-E         PIC 9(03)V99 VALUE 0.10.
           77 WKS-RATE-C         PIC 9(03)V99 VALUE 0.25.
           77 WKS-RATE-P         PIC 9(03)V99 VALUE 3.00.

      * Overall tallies; the period count must tie back to the
      * activity report's "registros del periodo".
           77 WKS-TOT-F          PIC 9(09) VALUE 0.
           77 WKS-TOT-E          PIC 9(09) VALUE 0.
           77 WKS-TOT-C          PIC 9(09) VALUE 0.
           77 WKS-TOT-P          PIC 9(09) VALUE 0.
           77 WKS-TOT-AMOUNT     PIC 9(11)V99 VALUE 0.

      * Per-requestor tallies.
               10  WKS-REQ-F           PIC 9(09).
               10  WKS-REQ-E           PIC 9(09).
               10  WKS-REQ-C           PIC 9(09).
               10  WKS-REQ-P           PIC 9(09).
               10  WKS-REQ-OTHER       PIC 9(09).

      * Statement arithmetic and edited amounts.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ASK-STATEMENT-PARAMETERS
           PERFORM CHECK-CLOSED-PERIODS
           PERFORM TALLY-AUDIT-FILE
           PERFORM WRITE-STATEMENTS
           STOP RUN.
               MOVE WKS-DATE-ALPHA TO WKS-PERIOD-TO
           END-IF.

      ******************************************************************
      * A statement period that overlaps a closed month would bill it
      * a second time, so the run stops before anything is read. With
      * no HNBUSDTE file no month has been closed.
      ******************************************************************
       CHECK-CLOSED-PERIODS.
           MOVE 0 TO WKS-CLOSED-HITS
           OPEN INPUT HNBUSDTE-FILE
           IF WKS-BUSDTE-STATUS = "00"
               MOVE "N" TO WKS-EOF-SW
               READ HNBUSDTE-FILE AT END MOVE "Y" TO WKS-EOF-SW
               END-READ
               PERFORM CHECK-ONE-PERIOD UNTIL WKS-END-OF-FILE
               CLOSE HNBUSDTE-FILE
           END-IF
           IF WKS-CLOSED-HITS > 0
               DISPLAY "Facturacion rechazada: el periodo pedido "
                   "incluye " WKS-CLOSED-HITS " mes(es) cerrado(s)."
               DISPLAY "Reabrirlos con HappyBusDate para refacturar."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-ONE-PERIOD.
           IF HNBDT-TYPE = "P" AND HNBDT-P-STATUS = "C"
                   AND HNBDT-P-PERIOD NUMERIC
               COMPUTE WKS-CLOSED-FIRST = HNBDT-P-PERIOD * 100 + 1
               COMPUTE WKS-CLOSED-LAST = HNBDT-P-PERIOD * 100 + 31
               IF (WKS-PERIOD-TO = 0
                       OR WKS-CLOSED-FIRST NOT > WKS-PERIOD-TO)
                       AND (WKS-PERIOD-FROM = 0
                       OR WKS-CLOSED-LAST NOT < WKS-PERIOD-FROM)
                   ADD 1 TO WKS-CLOSED-HITS
                   DISPLAY "Periodo " HNBDT-P-PERIOD
                       " cerrado en HNBUSDTE."
               END-IF
           END-IF
           READ HNBUSDTE-FILE AT END MOVE "Y" TO WKS-EOF-SW END-READ.

      ******************************************************************
      * Single pass over the log tallying checks per requestor and
      * transaction code, same selection rules as the activity
                   WHEN "C"
                       ADD 1 TO WKS-REQ-C(WKS-REQ-IDX)
                       ADD 1 TO WKS-TOT-C
                   WHEN "P"
                       ADD 1 TO WKS-REQ-P(WKS-REQ-IDX)
                       ADD 1 TO WKS-TOT-P
                   WHEN OTHER
                       ADD 1 TO WKS-REQ-OTHER(WKS-REQ-IDX)
                       ADD 1 TO WKS-COUNT-UNBILLED
                   MOVE 0 TO WKS-REQ-F(WKS-REQ-IDX)
                   MOVE 0 TO WKS-REQ-E(WKS-REQ-IDX)
                   MOVE 0 TO WKS-REQ-C(WKS-REQ-IDX)
                   MOVE 0 TO WKS-REQ-P(WKS-REQ-IDX)
                   MOVE 0 TO WKS-REQ-OTHER(WKS-REQ-IDX)
                   MOVE "Y" TO WKS-REQ-FOUND
               END-IF
               STOP RUN
           END-IF
           ACCEPT WKS-REPORT-DATE FROM DATE YYYYMMDD
      * The requestor master only dresses the statement headers; a
      * statement run without it still bills, with the headers
      * flagged so finance knows the cost centers are missing.
           OPEN INPUT HNREQMST-FILE
           IF WKS-REQMST-STATUS = "00"
               MOVE "Y" TO WKS-REQMST-SW
           ELSE
               DISPLAY "No se pudo abrir HNREQMST, codigo: "
                   WKS-REQMST-STATUS
           END-IF
           MOVE 0 TO WKS-REQ-IDX
           PERFORM WRITE-ONE-STATEMENT WKS-REQ-COUNT TIMES
           PERFORM WRITE-GRAND-TOTALS
           CLOSE HNCHGSTM-FILE
           IF WKS-REQMST-OPEN
               CLOSE HNREQMST-FILE
           END-IF
           DISPLAY "Estados de cuenta exportados a HNCHGSTM."
           DISPLAY "Solicitantes: " WKS-REQ-COUNT
               " registros del periodo: " WKS-COUNT-USED.
               WKS-REPORT-DATE DELIMITED BY SIZE
               INTO HNCHGSTM-RECORD
           WRITE HNCHGSTM-RECORD
           PERFORM WRITE-REQUESTOR-MASTER-LINE
           MOVE ALL "-" TO HNCHGSTM-RECORD
           WRITE HNCHGSTM-RECORD
           COMPUTE WKS-LINE-AMOUNT =
           MOVE "CHEQUEOS C (COMBINADO)" TO WKS-STM-TEXT
           MOVE WKS-REQ-C(WKS-REQ-IDX) TO WKS-STM-COUNT
           PERFORM WRITE-AMOUNT-LINE
           COMPUTE WKS-LINE-AMOUNT =
               WKS-REQ-P(WKS-REQ-IDX) * WKS-RATE-P
           ADD WKS-LINE-AMOUNT TO WKS-STM-AMOUNT
           MOVE "CHEQUEOS P (PERFIL)" TO WKS-STM-TEXT
           MOVE WKS-REQ-P(WKS-REQ-IDX) TO WKS-STM-COUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE 0 TO WKS-LINE-AMOUNT
           MOVE "OTROS (NO FACTURADOS)" TO WKS-STM-TEXT
           MOVE WKS-REQ-OTHER(WKS-REQ-IDX) TO WKS-STM-COUNT
           MOVE "TOTAL DEL ESTADO" TO WKS-STM-TEXT
           COMPUTE WKS-STM-COUNT =
               WKS-REQ-F(WKS-REQ-IDX) + WKS-REQ-E(WKS-REQ-IDX)
               + WKS-REQ-C(WKS-REQ-IDX) + WKS-REQ-P(WKS-REQ-IDX)
               + WKS-REQ-OTHER(WKS-REQ-IDX)
           PERFORM WRITE-AMOUNT-LINE
           MOVE SPACES TO HNCHGSTM-RECORD
           WRITE HNCHGSTM-RECORD.

      * Department and cost center under the statement header, as
      * held on HNREQMST. A requestor billed from old audit records
      * may predate the master; the line says so instead of leaving
      * finance to guess.
       WRITE-REQUESTOR-MASTER-LINE.
           MOVE SPACES TO HNCHGSTM-RECORD
           IF NOT WKS-REQMST-OPEN
               MOVE "DEPARTAMENTO: (MAESTRO HNREQMST NO DISPONIBLE)"
                   TO HNCHGSTM-RECORD
           ELSE
               MOVE WKS-REQ-ID(WKS-REQ-IDX) TO HNREQ-ID
               READ HNREQMST-FILE
                   INVALID KEY
                       MOVE "DEPARTAMENTO: (SIN REGISTRO EN HNREQMST)"
                           TO HNCHGSTM-RECORD
                   NOT INVALID KEY
                       STRING "DEPARTAMENTO: " DELIMITED BY SIZE
                           HNREQ-DEPT-NAME DELIMITED BY SIZE
                           "  CENTRO DE COSTO: " DELIMITED BY SIZE
                           HNREQ-COST-CENTER DELIMITED BY SIZE
                           INTO HNCHGSTM-RECORD
               END-READ
           END-IF
           WRITE HNCHGSTM-RECORD.

       WRITE-AMOUNT-LINE.
           MOVE WKS-LINE-AMOUNT TO WKS-AMOUNT-ED
           MOVE WKS-AMOUNT-ED TO WKS-STM-VALUE
           MOVE "TOTAL CHEQUEOS C" TO WKS-STM-TEXT
           MOVE WKS-TOT-C TO WKS-STM-COUNT
           PERFORM WRITE-AMOUNT-LINE
           COMPUTE WKS-LINE-AMOUNT = WKS-TOT-P * WKS-RATE-P
           MOVE "TOTAL CHEQUEOS P" TO WKS-STM-TEXT
           MOVE WKS-TOT-P TO WKS-STM-COUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE 0 TO WKS-LINE-AMOUNT
           MOVE "TOTAL NO FACTURADOS" TO WKS-STM-TEXT
           MOVE WKS-COUNT-UNBILLED TO WKS-STM-COUNT
