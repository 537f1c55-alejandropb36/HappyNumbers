      ******************************************************************
      * Author:
      * Date:
      * Purpose: Integrity verification of the audit trail. The
      *          HNAUDARC archives listed in the HNAUDIDX index are
      *          walked in the order they were cut, then the live
      *          HNAUDIT, as one sequence: every record's sequence
      *          number must follow the one before it and its check
      *          value must be the one recomputed from its own bytes
      *          and the previous record's check value. Gaps,
      *          duplicates, out-of-order records, broken chain links,
      *          archives missing or shorter than the index says, and
      *          unsequenced records inside the chain are listed on
      *          HNAUDVER with condition code 8; records written
      *          before the log was sequenced only warn (code 4).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   - Initial version: archive-then-live walk driven by the
      *     archive index, sequence and chain checks with resync after
      *     each anomaly, exception list and totals on HNAUDVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HappyAuditVerify.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HNAUDIT-FILE ASSIGN USING WKS-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-AUDIT-STATUS.
           SELECT HNAUDIDX-FILE ASSIGN TO "HNAUDIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-AUDIDX-STATUS.
           SELECT HNAUDVER-FILE ASSIGN TO "HNAUDVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout for the live log and its archives.
       FD  HNAUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNAUDIT-RECORD              PIC X(119).
       01  HNAUDIT-STRUCT REDEFINES HNAUDIT-RECORD.
           05  FILLER                  PIC X(100).
           05  HNAUD-SEQ               PIC 9(09).
           05  FILLER                  PIC X(01).
           05  HNAUD-CHECK             PIC 9(09).
       01  HNAUDIT-SEQ-ALPHA REDEFINES HNAUDIT-RECORD.
           05  FILLER                  PIC X(100).
           05  HNAUD-SEQ-TEXT          PIC X(09).
           05  FILLER                  PIC X(10).

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

       FD  HNAUDVER-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNAUDVER-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
           77 WKS-AUDIT-STATUS   PIC X(02).
           77 WKS-AUDIDX-STATUS  PIC X(02).
           77 WKS-RPT-STATUS     PIC X(02).
           77 WKS-EOF-SW         PIC X(01) VALUE "N".
               88 WKS-END-OF-FILE        VALUE "Y".

      * Files to walk: the archives in index order, then the live
      * log in the last slot.
           77 WKS-AUDIT-NAME     PIC X(15) VALUE "HNAUDIT".
           77 WKS-FIL-COUNT      PIC 9(03) VALUE 0.
           77 WKS-FIL-IDX        PIC 9(03) VALUE 0.
       01  WKS-FILE-TABLE.
           05  WKS-FIL-ENTRY OCCURS 201 TIMES.
               10  WKS-FIL-NAME        PIC X(15).
               10  WKS-FIL-IDX-LAST    PIC 9(09).
               10  WKS-FIL-IDX-COUNT   PIC 9(09).
               10  WKS-FIL-READ        PIC 9(09).
               10  WKS-FIL-FIRST       PIC 9(09).
               10  WKS-FIL-LAST        PIC 9(09).
               10  WKS-FIL-STATE       PIC X(10).

      * Walk state: the last good link of the chain. Each anomaly is
      * reported once and the walk resynchronizes on the record in
      * hand, so one damaged record does not flag the rest of the log.
           77 WKS-RECNO          PIC 9(09) VALUE 0.
           77 WKS-PREV-SEQ       PIC 9(09) VALUE 0.
           77 WKS-PREV-CHECK     PIC 9(09) VALUE 0.
           77 WKS-NEXT-SEQ       PIC 9(09) VALUE 0.
           77 WKS-CHAIN-SW       PIC X(01) VALUE "N".
               88 WKS-CHAIN-STARTED      VALUE "Y".

      * Check value recomputation, the same fold HappyNumbers uses
      * when it writes the record.
           77 WKS-CHK-HASH       PIC 9(09) VALUE 0.
           77 WKS-CHK-POS        PIC 9(03) VALUE 0.
           77 WKS-CHK-WORK       PIC 9(12) VALUE 0.
           77 WKS-CHK-QUOT       PIC 9(12) VALUE 0.
       01  WKS-CHK-CHAR.
           05  WKS-CHK-HIGH            PIC X(01) VALUE LOW-VALUE.
           05  WKS-CHK-LOW             PIC X(01) VALUE LOW-VALUE.
       01  WKS-CHK-CODE REDEFINES WKS-CHK-CHAR PIC 9(04) COMP.

      * Exception line.
           77 WKS-EXC-TYPE       PIC X(12) VALUE SPACES.
           77 WKS-EXC-DETAIL     PIC X(27) VALUE SPACES.
           77 WKS-EXC-SEQ        PIC 9(09) VALUE 0.

      * Totals.
           77 WKS-TOT-FILES      PIC 9(09) VALUE 0.
           77 WKS-TOT-READ       PIC 9(09) VALUE 0.
           77 WKS-TOT-SEQUENCED  PIC 9(09) VALUE 0.
           77 WKS-TOT-LEGACY     PIC 9(09) VALUE 0.
           77 WKS-TOT-GAPS       PIC 9(09) VALUE 0.
           77 WKS-TOT-LOST       PIC 9(09) VALUE 0.
           77 WKS-TOT-DUPS       PIC 9(09) VALUE 0.
           77 WKS-TOT-DISORDER   PIC 9(09) VALUE 0.
           77 WKS-TOT-BROKEN     PIC 9(09) VALUE 0.
           77 WKS-TOT-UNSEQ      PIC 9(09) VALUE 0.
           77 WKS-TOT-FILE-ERR   PIC 9(09) VALUE 0.
           77 WKS-TOT-EXCEPTIONS PIC 9(09) VALUE 0.

           77 WKS-REPORT-DATE    PIC 9(08).
           77 WKS-COND-CODE      PIC 9(04) VALUE 0.
           77 WKS-NEW-COND       PIC 9(04) VALUE 0.
       01  WKS-REPORT-LINE.
           05  WKS-RPT-TEXT            PIC X(30) VALUE SPACES.
           05  WKS-RPT-VALUE           PIC 9(09) VALUE ZEROS.
           05  FILLER                  PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-LIST
           PERFORM OPEN-VERIFY-REPORT
           MOVE 0 TO WKS-FIL-IDX
           PERFORM WALK-ONE-FILE WKS-FIL-COUNT TIMES
           PERFORM WRITE-VERIFY-TOTALS
           MOVE WKS-COND-CODE TO RETURN-CODE
           STOP RUN.

      * The index names the archives in cut order with the last
      * sequence each should end on; no index means no cut was ever
      * made and only the live log is walked.
       LOAD-FILE-LIST.
           MOVE 0 TO WKS-FIL-COUNT
           OPEN INPUT HNAUDIDX-FILE
           IF WKS-AUDIDX-STATUS = "00"
               MOVE "N" TO WKS-EOF-SW
               READ HNAUDIDX-FILE AT END MOVE "Y" TO WKS-EOF-SW
               END-READ
               PERFORM LOAD-ARCHIVE-ENTRY UNTIL WKS-END-OF-FILE
               CLOSE HNAUDIDX-FILE
           ELSE
               DISPLAY "Sin indice HNAUDIDX, solo se revisa HNAUDIT."
           END-IF
           ADD 1 TO WKS-FIL-COUNT
           MOVE "HNAUDIT" TO WKS-FIL-NAME(WKS-FIL-COUNT)
           MOVE 0 TO WKS-FIL-IDX-LAST(WKS-FIL-COUNT)
           MOVE 0 TO WKS-FIL-IDX-COUNT(WKS-FIL-COUNT).

       LOAD-ARCHIVE-ENTRY.
           IF WKS-FIL-COUNT < 200
               ADD 1 TO WKS-FIL-COUNT
               MOVE HNAIX-ARCHIVE TO WKS-FIL-NAME(WKS-FIL-COUNT)
               MOVE HNAIX-LAST-SEQ TO WKS-FIL-IDX-LAST(WKS-FIL-COUNT)
               MOVE HNAIX-COUNT TO WKS-FIL-IDX-COUNT(WKS-FIL-COUNT)
           END-IF
           READ HNAUDIDX-FILE AT END MOVE "Y" TO WKS-EOF-SW END-READ.

       OPEN-VERIFY-REPORT.
           OPEN OUTPUT HNAUDVER-FILE
           IF WKS-RPT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNAUDVER, codigo: "
                   WKS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WKS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO HNAUDVER-RECORD
           STRING "INTEGRIDAD DE BITACORA  FECHA: " DELIMITED BY SIZE
               WKS-REPORT-DATE DELIMITED BY SIZE
               INTO HNAUDVER-RECORD
           WRITE HNAUDVER-RECORD
           MOVE ALL "-" TO HNAUDVER-RECORD
           WRITE HNAUDVER-RECORD
           MOVE "ANOMALIAS" TO HNAUDVER-RECORD
           WRITE HNAUDVER-RECORD
           MOVE "ARCHIVO          REGISTRO   SECUENCIA  TIPO"
               TO HNAUDVER-RECORD
           MOVE "DETALLE" TO HNAUDVER-RECORD(54:7)
           WRITE HNAUDVER-RECORD.

      ******************************************************************
      * One file of the walk. An archive on the index that cannot be
      * opened is an anomaly in itself; so is an archive whose last
      * record or record count differs from what the index says the
      * cut put there (a truncated archive).
      ******************************************************************
       WALK-ONE-FILE.
           ADD 1 TO WKS-FIL-IDX
           MOVE WKS-FIL-NAME(WKS-FIL-IDX) TO WKS-AUDIT-NAME
           MOVE 0 TO WKS-FIL-READ(WKS-FIL-IDX)
           MOVE 0 TO WKS-FIL-FIRST(WKS-FIL-IDX)
           MOVE 0 TO WKS-FIL-LAST(WKS-FIL-IDX)
           MOVE 0 TO WKS-RECNO
           OPEN INPUT HNAUDIT-FILE
           IF WKS-AUDIT-STATUS NOT = "00"
               MOVE "FALTANTE" TO WKS-FIL-STATE(WKS-FIL-IDX)
               MOVE "ARCHIVO" TO WKS-EXC-TYPE
               MOVE SPACES TO WKS-EXC-DETAIL
               STRING "NO SE ABRE, CODIGO " DELIMITED BY SIZE
                   WKS-AUDIT-STATUS DELIMITED BY SIZE
                   INTO WKS-EXC-DETAIL
               MOVE 0 TO WKS-EXC-SEQ
               ADD 1 TO WKS-TOT-FILE-ERR
               PERFORM NOTE-EXCEPTION
           ELSE
               ADD 1 TO WKS-TOT-FILES
               MOVE "REVISADO" TO WKS-FIL-STATE(WKS-FIL-IDX)
               MOVE "N" TO WKS-EOF-SW
               READ HNAUDIT-FILE AT END MOVE "Y" TO WKS-EOF-SW
               END-READ
               PERFORM VERIFY-ONE-RECORD UNTIL WKS-END-OF-FILE
               CLOSE HNAUDIT-FILE
               IF WKS-FIL-IDX < WKS-FIL-COUNT
                   PERFORM CHECK-ARCHIVE-AGAINST-INDEX
               END-IF
           END-IF.

       CHECK-ARCHIVE-AGAINST-INDEX.
           IF WKS-FIL-LAST(WKS-FIL-IDX) NOT =
                   WKS-FIL-IDX-LAST(WKS-FIL-IDX)
                   OR WKS-FIL-READ(WKS-FIL-IDX) NOT =
                   WKS-FIL-IDX-COUNT(WKS-FIL-IDX)
               MOVE "INDICE" TO WKS-EXC-TYPE
               MOVE SPACES TO WKS-EXC-DETAIL
               STRING "INDICE DICE " DELIMITED BY SIZE
                   WKS-FIL-IDX-LAST(WKS-FIL-IDX) DELIMITED BY SIZE
                   INTO WKS-EXC-DETAIL
               MOVE WKS-FIL-LAST(WKS-FIL-IDX) TO WKS-EXC-SEQ
               MOVE "DIFIERE" TO WKS-FIL-STATE(WKS-FIL-IDX)
               ADD 1 TO WKS-TOT-FILE-ERR
               PERFORM NOTE-EXCEPTION
           END-IF.

      ******************************************************************
      * One record: sequence first, then the chain link. Only a
      * record that follows its predecessor directly can have its
      * link judged; after a gap the link is broken by definition and
      * the gap is what is reported.
      ******************************************************************
       VERIFY-ONE-RECORD.
           ADD 1 TO WKS-RECNO
           ADD 1 TO WKS-TOT-READ
           ADD 1 TO WKS-FIL-READ(WKS-FIL-IDX)
           IF HNAUD-SEQ-TEXT = SPACES
               PERFORM NOTE-UNSEQUENCED-RECORD
           ELSE
               IF HNAUD-SEQ NOT NUMERIC OR HNAUD-CHECK NOT NUMERIC
                   MOVE "CADENA-ROTA" TO WKS-EXC-TYPE
                   MOVE "SECUENCIA O CONTROL ILEGIBLE"
                       TO WKS-EXC-DETAIL
                   MOVE 0 TO WKS-EXC-SEQ
                   ADD 1 TO WKS-TOT-BROKEN
                   PERFORM NOTE-EXCEPTION
               ELSE
                   PERFORM CHECK-RECORD-SEQUENCE
               END-IF
           END-IF
           READ HNAUDIT-FILE AT END MOVE "Y" TO WKS-EOF-SW END-READ.

      * Records written before the log was sequenced can only come
      * ahead of the chain; one found inside it was put there later.
       NOTE-UNSEQUENCED-RECORD.
           IF WKS-CHAIN-STARTED
               MOVE "SIN-SECUENC" TO WKS-EXC-TYPE
               MOVE "REGISTRO DENTRO DE LA CADENA" TO WKS-EXC-DETAIL
               MOVE WKS-PREV-SEQ TO WKS-EXC-SEQ
               ADD 1 TO WKS-TOT-UNSEQ
               PERFORM NOTE-EXCEPTION
           ELSE
               ADD 1 TO WKS-TOT-LEGACY
           END-IF.

       CHECK-RECORD-SEQUENCE.
           ADD 1 TO WKS-TOT-SEQUENCED
           IF WKS-FIL-FIRST(WKS-FIL-IDX) = 0
               MOVE HNAUD-SEQ TO WKS-FIL-FIRST(WKS-FIL-IDX)
           END-IF
           IF HNAUD-SEQ > WKS-FIL-LAST(WKS-FIL-IDX)
               MOVE HNAUD-SEQ TO WKS-FIL-LAST(WKS-FIL-IDX)
           END-IF
           MOVE HNAUD-SEQ TO WKS-EXC-SEQ
           COMPUTE WKS-NEXT-SEQ = WKS-PREV-SEQ + 1
           EVALUATE TRUE
               WHEN HNAUD-SEQ = WKS-NEXT-SEQ
                   PERFORM CHECK-CHAIN-LINK
                   PERFORM ADVANCE-CHAIN
               WHEN HNAUD-SEQ > WKS-NEXT-SEQ
                   MOVE "HUECO" TO WKS-EXC-TYPE
                   MOVE SPACES TO WKS-EXC-DETAIL
                   STRING "FALTAN DESDE " DELIMITED BY SIZE
                       WKS-NEXT-SEQ DELIMITED BY SIZE
                       INTO WKS-EXC-DETAIL
                   ADD 1 TO WKS-TOT-GAPS
                   COMPUTE WKS-TOT-LOST =
                       WKS-TOT-LOST + HNAUD-SEQ - WKS-NEXT-SEQ
                   PERFORM NOTE-EXCEPTION
                   PERFORM ADVANCE-CHAIN
               WHEN HNAUD-SEQ = WKS-PREV-SEQ
                   MOVE "DUPLICADO" TO WKS-EXC-TYPE
                   MOVE "SECUENCIA REPETIDA" TO WKS-EXC-DETAIL
                   ADD 1 TO WKS-TOT-DUPS
                   PERFORM NOTE-EXCEPTION
               WHEN OTHER
                   MOVE "DESORDEN" TO WKS-EXC-TYPE
                   MOVE SPACES TO WKS-EXC-DETAIL
                   STRING "DESPUES DE " DELIMITED BY SIZE
                       WKS-PREV-SEQ DELIMITED BY SIZE
                       INTO WKS-EXC-DETAIL
                   ADD 1 TO WKS-TOT-DISORDER
                   PERFORM NOTE-EXCEPTION
           END-EVALUATE.

      * The first record of the whole trail chains from zero.
       CHECK-CHAIN-LINK.
           MOVE WKS-PREV-CHECK TO WKS-CHK-HASH
           MOVE 0 TO WKS-CHK-POS
           PERFORM FOLD-AUDIT-BYTE 109 TIMES
           IF WKS-CHK-HASH NOT = HNAUD-CHECK
               MOVE "CADENA-ROTA" TO WKS-EXC-TYPE
               MOVE SPACES TO WKS-EXC-DETAIL
               STRING "CONTROL ESPERADO " DELIMITED BY SIZE
                   WKS-CHK-HASH DELIMITED BY SIZE
                   INTO WKS-EXC-DETAIL
               ADD 1 TO WKS-TOT-BROKEN
               PERFORM NOTE-EXCEPTION
           END-IF.

       FOLD-AUDIT-BYTE.
           ADD 1 TO WKS-CHK-POS
           MOVE HNAUDIT-RECORD(WKS-CHK-POS:1) TO WKS-CHK-LOW
           COMPUTE WKS-CHK-WORK = WKS-CHK-HASH * 31 + WKS-CHK-CODE + 1
           DIVIDE WKS-CHK-WORK BY 999999937 GIVING WKS-CHK-QUOT
               REMAINDER WKS-CHK-HASH.

       ADVANCE-CHAIN.
           MOVE "Y" TO WKS-CHAIN-SW
           MOVE HNAUD-SEQ TO WKS-PREV-SEQ
           MOVE HNAUD-CHECK TO WKS-PREV-CHECK.

       NOTE-EXCEPTION.
           ADD 1 TO WKS-TOT-EXCEPTIONS
           MOVE 8 TO WKS-NEW-COND
           PERFORM RAISE-COND-CODE
           MOVE SPACES TO HNAUDVER-RECORD
           MOVE WKS-AUDIT-NAME TO HNAUDVER-RECORD(1:15)
           MOVE WKS-RECNO TO HNAUDVER-RECORD(18:9)
           MOVE WKS-EXC-SEQ TO HNAUDVER-RECORD(29:9)
           MOVE WKS-EXC-TYPE TO HNAUDVER-RECORD(40:12)
           MOVE WKS-EXC-DETAIL TO HNAUDVER-RECORD(54:27)
           WRITE HNAUDVER-RECORD.

       RAISE-COND-CODE.
           IF WKS-NEW-COND > WKS-COND-CODE
               MOVE WKS-NEW-COND TO WKS-COND-CODE
           END-IF.

      ******************************************************************
      * Files walked with their sequence ranges, then the totals by
      * anomaly and the verdict.
      ******************************************************************
       WRITE-VERIFY-TOTALS.
           IF WKS-TOT-EXCEPTIONS = 0
               MOVE "  NINGUNA" TO HNAUDVER-RECORD
               WRITE HNAUDVER-RECORD
           END-IF
           MOVE SPACES TO HNAUDVER-RECORD
           WRITE HNAUDVER-RECORD
           MOVE "ARCHIVOS REVISADOS" TO HNAUDVER-RECORD
           WRITE HNAUDVER-RECORD
           MOVE "ARCHIVO          REGISTROS  PRIMERA    ULTIMA"
               TO HNAUDVER-RECORD
           MOVE "ESTADO" TO HNAUDVER-RECORD(51:6)
           WRITE HNAUDVER-RECORD
           MOVE 0 TO WKS-FIL-IDX
           PERFORM WRITE-FILE-LINE WKS-FIL-COUNT TIMES
           MOVE SPACES TO HNAUDVER-RECORD
           WRITE HNAUDVER-RECORD
           MOVE "ARCHIVOS LEIDOS" TO WKS-RPT-TEXT
           MOVE WKS-TOT-FILES TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "REGISTROS LEIDOS" TO WKS-RPT-TEXT
           MOVE WKS-TOT-READ TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "REGISTROS EN CADENA" TO WKS-RPT-TEXT
           MOVE WKS-TOT-SEQUENCED TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "ANTERIORES A LA CADENA" TO WKS-RPT-TEXT
           MOVE WKS-TOT-LEGACY TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "ULTIMA SECUENCIA" TO WKS-RPT-TEXT
           MOVE WKS-PREV-SEQ TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "HUECOS" TO WKS-RPT-TEXT
           MOVE WKS-TOT-GAPS TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "REGISTROS FALTANTES" TO WKS-RPT-TEXT
           MOVE WKS-TOT-LOST TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "DUPLICADOS" TO WKS-RPT-TEXT
           MOVE WKS-TOT-DUPS TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "FUERA DE ORDEN" TO WKS-RPT-TEXT
           MOVE WKS-TOT-DISORDER TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "ENLACES ROTOS" TO WKS-RPT-TEXT
           MOVE WKS-TOT-BROKEN TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "SIN SECUENCIA EN LA CADENA" TO WKS-RPT-TEXT
           MOVE WKS-TOT-UNSEQ TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "ARCHIVOS CON ERROR" TO WKS-RPT-TEXT
           MOVE WKS-TOT-FILE-ERR TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           IF WKS-TOT-LEGACY > 0
               MOVE 4 TO WKS-NEW-COND
               PERFORM RAISE-COND-CODE
           END-IF
           MOVE SPACES TO HNAUDVER-RECORD
           WRITE HNAUDVER-RECORD
           EVALUATE TRUE
               WHEN WKS-COND-CODE > 4
                   MOVE "ESTADO: BITACORA CON ANOMALIAS"
                       TO HNAUDVER-RECORD
               WHEN WKS-COND-CODE > 0
                   MOVE "ESTADO: INTEGRA, CON REGISTROS SIN SECUENCIA"
                       TO HNAUDVER-RECORD
               WHEN OTHER
                   MOVE "ESTADO: BITACORA INTEGRA" TO HNAUDVER-RECORD
           END-EVALUATE
           WRITE HNAUDVER-RECORD
           CLOSE HNAUDVER-FILE
           DISPLAY "Integridad de bitacora exportada a HNAUDVER."
           DISPLAY "Registros: " WKS-TOT-READ
               " anomalias: " WKS-TOT-EXCEPTIONS.

       WRITE-FILE-LINE.
           ADD 1 TO WKS-FIL-IDX
           MOVE SPACES TO HNAUDVER-RECORD
           MOVE WKS-FIL-NAME(WKS-FIL-IDX) TO HNAUDVER-RECORD(1:15)
           MOVE WKS-FIL-READ(WKS-FIL-IDX) TO HNAUDVER-RECORD(18:9)
           MOVE WKS-FIL-FIRST(WKS-FIL-IDX) TO HNAUDVER-RECORD(29:9)
           MOVE WKS-FIL-LAST(WKS-FIL-IDX) TO HNAUDVER-RECORD(40:9)
           MOVE WKS-FIL-STATE(WKS-FIL-IDX) TO HNAUDVER-RECORD(51:10)
           WRITE HNAUDVER-RECORD.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO HNAUDVER-RECORD
           MOVE WKS-REPORT-LINE TO HNAUDVER-RECORD
           WRITE HNAUDVER-RECORD.

       END PROGRAM HappyAuditVerify.
