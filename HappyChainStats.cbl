      ******************************************************************
      * Author:
      * Date:
      * Purpose: Chain-length analytics over the checks HappyNumbers
      *          has completed. Reads the HNRESULT spool or one
      *          HNEXTRACT generation and reports, for every exponent
      *          and base, how many numbers took each chain length,
      *          split into happy and not-happy. Keeps the HNRECHLD
      *          record-holder file - the smallest number seen for
      *          each exponent, base, chain length and verdict, with
      *          the date it was found - and lists on HNCHNRPT every
      *          record holder the run set or improved.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   - Initial version: HNRESULT or HNEXTRACT input, histogram
      *     per exponent/base/length, HNRECHLD record-holder upkeep
      *     and new-record listing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HappyChainStats.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HNRESULT-FILE ASSIGN TO "HNRESULT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-RESULT-STATUS.
           SELECT HNEXTRACT-FILE ASSIGN USING WKS-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-EXTRACT-STATUS.
           SELECT HNGENCAT-FILE ASSIGN TO "HNGENCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-GENCAT-STATUS.
           SELECT HNRECHLD-FILE ASSIGN TO "HNRECHLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNRCH-KEY
               FILE STATUS IS WKS-RECHLD-STATUS.
           SELECT HNCHNRPT-FILE ASSIGN TO "HNCHNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HNRESULT-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNRESULT-RECORD.
           05  HNRES-NUMBER            PIC 9(38).
           05  FILLER                  PIC X(01).
           05  HNRES-VERDICT           PIC X(12).
           05  FILLER                  PIC X(01).
           05  HNRES-ITER              PIC 9(05).
           05  FILLER                  PIC X(01).
           05  HNRES-EXPONENT          PIC 9(02).
           05  FILLER                  PIC X(01).
           05  HNRES-CYCLE             PIC 9(03).
           05  FILLER                  PIC X(01).
           05  HNRES-BASE              PIC 9(02).

       FD  HNEXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNEXTRACT-RECORD            PIC X(80).
       01  HNEXT-HEADER REDEFINES HNEXTRACT-RECORD.
           05  HNEXT-H-TYPE            PIC X(01).
           05  HNEXT-H-DATE            PIC 9(08).
           05  HNEXT-H-SYSTEM          PIC X(08).
           05  FILLER                  PIC X(63).
       01  HNEXT-DETAIL REDEFINES HNEXTRACT-RECORD.
           05  HNEXT-D-TYPE            PIC X(01).
           05  HNEXT-D-NUMBER          PIC 9(38).
           05  HNEXT-D-VERDICT         PIC X(12).
           05  HNEXT-D-ITER            PIC 9(05).
           05  HNEXT-D-EXPONENT        PIC 9(02).
           05  HNEXT-D-CYCLE           PIC 9(03).
           05  HNEXT-D-BASE            PIC 9(02).
           05  FILLER                  PIC X(17).

       FD  HNGENCAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNGENCAT-RECORD.
           05  HNGCT-BASE              PIC X(09).
           05  FILLER                  PIC X(01).
           05  HNGCT-GEN               PIC 9(04).
           05  FILLER                  PIC X(01).
           05  HNGCT-DATE              PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HNGCT-COUNT             PIC 9(09).

      * One record holder per exponent, base, chain length and
      * verdict class (H happy, N not happy).
       FD  HNRECHLD-FILE.
       01  HNRECHLD-RECORD.
           05  HNRCH-KEY.
               10  HNRCH-EXPONENT      PIC 9(02).
               10  HNRCH-BASE          PIC 9(02).
               10  HNRCH-LENGTH        PIC 9(05).
               10  HNRCH-CLASS         PIC X(01).
           05  HNRCH-NUMBER            PIC 9(38).
           05  HNRCH-DATE              PIC 9(08).
           05  HNRCH-FOUND-IN          PIC X(15).

       FD  HNCHNRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNCHNRPT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
           77 WKS-RESULT-STATUS  PIC X(02).
           77 WKS-EXTRACT-STATUS PIC X(02).
           77 WKS-GENCAT-STATUS  PIC X(02).
           77 WKS-RECHLD-STATUS  PIC X(02).
           77 WKS-RPT-STATUS     PIC X(02).
           77 WKS-EOF-SW         PIC X(01) VALUE "N".
               88 WKS-END-OF-FILE        VALUE "Y".
           77 WKS-GEN-EOF-SW     PIC X(01) VALUE "N".
               88 WKS-GENCAT-EOF         VALUE "Y".

      * Input choice: the HNRESULT spool, or an HNEXTRACT generation
      * the operator names (blank = the latest HNGENCAT registers).
      * Record holders from the spool are dated today; from an
      * extract, with the extract's own header date.
           77 WKS-ANSWER         PIC X(01) VALUE SPACE.
           77 WKS-SOURCE-SW      PIC X(01) VALUE "R".
               88 WKS-FROM-RESULT        VALUE "R".
               88 WKS-FROM-EXTRACT       VALUE "E".
           77 WKS-EXTRACT-NAME   PIC X(15) VALUE "HNEXTRACT".
           77 WKS-SOURCE-NAME    PIC X(15) VALUE "HNRESULT".
           77 WKS-EXTRACT-GEN    PIC 9(04) VALUE 0.
           77 WKS-NUMBER-ALPHA   PIC X(04) JUSTIFIED RIGHT.
           77 WKS-REPORT-DATE    PIC 9(08).
           77 WKS-FOUND-DATE     PIC 9(08).

      * The check in hand, from whichever input.
           77 WKS-CUR-NUMBER     PIC 9(38) VALUE 0.
           77 WKS-CUR-VERDICT    PIC X(12) VALUE SPACES.
           77 WKS-CUR-CLASS      PIC X(01) VALUE SPACE.
               88 WKS-CUR-HAPPY          VALUE "H".
       01  WKS-NEW-KEY.
           05  WKS-NEW-EXPONENT        PIC 9(02).
           05  WKS-NEW-BASE            PIC 9(02).
           05  WKS-NEW-LENGTH          PIC 9(05).

      * Histogram, kept in key order (exponent, base, length) by
      * inserting each new length at its place.
           77 WKS-HST-COUNT      PIC 9(04) VALUE 0.
           77 WKS-HST-IDX        PIC 9(04) VALUE 0.
           77 WKS-HST-POS        PIC 9(04) VALUE 0.
           77 WKS-HST-SHIFT      PIC 9(04) VALUE 0.
       01  WKS-HISTOGRAM.
           05  WKS-HST-ENTRY OCCURS 2000 TIMES.
               10  WKS-HST-KEY.
                   15  WKS-HST-EXPONENT PIC 9(02).
                   15  WKS-HST-BASE    PIC 9(02).
                   15  WKS-HST-LENGTH  PIC 9(05).
               10  WKS-HST-HAPPY       PIC 9(09).
               10  WKS-HST-NOTHAPPY    PIC 9(09).

      * Record holders set or improved by this run.
           77 WKS-NRH-COUNT      PIC 9(04) VALUE 0.
           77 WKS-NRH-IDX        PIC 9(04) VALUE 0.
           77 WKS-NRH-FOUND-IDX  PIC 9(04) VALUE 0.
           77 WKS-OLD-NUMBER     PIC 9(38) VALUE 0.
       01  WKS-NEW-HOLDERS.
           05  WKS-NRH-ENTRY OCCURS 500 TIMES.
               10  WKS-NRH-KEY.
                   15  WKS-NRH-EXPONENT PIC 9(02).
                   15  WKS-NRH-BASE    PIC 9(02).
                   15  WKS-NRH-LENGTH  PIC 9(05).
                   15  WKS-NRH-CLASS   PIC X(01).
               10  WKS-NRH-NUMBER      PIC 9(38).
               10  WKS-NRH-PREVIOUS    PIC 9(38).

      * Group break control for the histogram listing.
           77 WKS-GRP-EXPONENT   PIC 9(02) VALUE 0.
           77 WKS-GRP-BASE       PIC 9(02) VALUE 0.
           77 WKS-GRP-OPEN-SW    PIC X(01) VALUE "N".
               88 WKS-GROUP-OPEN         VALUE "Y".
           77 WKS-GRP-HAPPY      PIC 9(09) VALUE 0.
           77 WKS-GRP-NOTHAPPY   PIC 9(09) VALUE 0.

      * Run totals.
           77 WKS-TOT-READ       PIC 9(09) VALUE 0.
           77 WKS-TOT-USED       PIC 9(09) VALUE 0.
           77 WKS-TOT-IGNORED    PIC 9(09) VALUE 0.
           77 WKS-TOT-OVERFLOW   PIC 9(09) VALUE 0.
           77 WKS-TOT-NEW-KEYS   PIC 9(09) VALUE 0.
           77 WKS-TOT-IMPROVED   PIC 9(09) VALUE 0.
           77 WKS-TOT-UNLISTED   PIC 9(09) VALUE 0.
           77 WKS-COND-CODE      PIC 9(04) VALUE 0.
           77 WKS-NEW-COND       PIC 9(04) VALUE 0.
       01  WKS-REPORT-LINE.
           05  WKS-RPT-TEXT            PIC X(30) VALUE SPACES.
           05  WKS-RPT-VALUE           PIC 9(09) VALUE ZEROS.
           05  FILLER                  PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WKS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE WKS-REPORT-DATE TO WKS-FOUND-DATE
           PERFORM CHOOSE-INPUT
           PERFORM OPEN-RECORD-HOLDERS
           IF WKS-FROM-EXTRACT
               PERFORM SCAN-EXTRACT-INPUT
           ELSE
               PERFORM SCAN-RESULT-INPUT
           END-IF
           CLOSE HNRECHLD-FILE
           PERFORM WRITE-CHAIN-REPORT
           MOVE WKS-COND-CODE TO RETURN-CODE
           STOP RUN.

       CHOOSE-INPUT.
           DISPLAY "Origen (R = HNRESULT, E = extracto HNEXTRACT): "
           ACCEPT WKS-ANSWER
           IF WKS-ANSWER = "E" OR WKS-ANSWER = "e"
               MOVE "E" TO WKS-SOURCE-SW
               PERFORM CHOOSE-EXTRACT-GENERATION
               MOVE WKS-EXTRACT-NAME TO WKS-SOURCE-NAME
           END-IF
           DISPLAY "Se analiza: " WKS-SOURCE-NAME.

      * The generation the operator gives, or the latest one HNGENCAT
      * registers for HNEXTRACT; with no catalog at all the plain
      * file name still works.
       CHOOSE-EXTRACT-GENERATION.
           DISPLAY "Generacion de HNEXTRACT (vacio = ultima): "
           MOVE SPACES TO WKS-NUMBER-ALPHA
           ACCEPT WKS-NUMBER-ALPHA
           INSPECT WKS-NUMBER-ALPHA REPLACING LEADING SPACE BY ZERO
           IF WKS-NUMBER-ALPHA IS NUMERIC
                   AND WKS-NUMBER-ALPHA NOT = ZERO
               MOVE WKS-NUMBER-ALPHA TO WKS-EXTRACT-GEN
           ELSE
               PERFORM FIND-LATEST-GENERATION
           END-IF
           IF WKS-EXTRACT-GEN > 0
               MOVE SPACES TO WKS-EXTRACT-NAME
               STRING "HNEXTRACT.G" DELIMITED BY SIZE
                   WKS-EXTRACT-GEN DELIMITED BY SIZE
                   INTO WKS-EXTRACT-NAME
           END-IF.

       FIND-LATEST-GENERATION.
           MOVE 0 TO WKS-EXTRACT-GEN
           OPEN INPUT HNGENCAT-FILE
           IF WKS-GENCAT-STATUS = "00"
               MOVE "N" TO WKS-GEN-EOF-SW
               READ HNGENCAT-FILE
                   AT END MOVE "Y" TO WKS-GEN-EOF-SW
               END-READ
               PERFORM SCAN-GENERATION-ENTRY UNTIL WKS-GENCAT-EOF
               CLOSE HNGENCAT-FILE
           ELSE
               CLOSE HNGENCAT-FILE
           END-IF.

       SCAN-GENERATION-ENTRY.
           IF HNGCT-BASE = "HNEXTRACT" AND HNGCT-GEN NUMERIC
               IF HNGCT-GEN > WKS-EXTRACT-GEN
                   MOVE HNGCT-GEN TO WKS-EXTRACT-GEN
               END-IF
           END-IF
           READ HNGENCAT-FILE AT END MOVE "Y" TO WKS-GEN-EOF-SW
           END-READ.

       OPEN-RECORD-HOLDERS.
           OPEN I-O HNRECHLD-FILE
           IF WKS-RECHLD-STATUS NOT = "00"
               OPEN OUTPUT HNRECHLD-FILE
               CLOSE HNRECHLD-FILE
               OPEN I-O HNRECHLD-FILE
           END-IF
           IF WKS-RECHLD-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNRECHLD, codigo: "
                   WKS-RECHLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Input scans. Both feed TALLY-ONE-CHECK with the same fields;
      * an extract contributes its D records only, and its header
      * date becomes the date any record holder was found.
      ******************************************************************
       SCAN-RESULT-INPUT.
           OPEN INPUT HNRESULT-FILE
           IF WKS-RESULT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNRESULT, codigo: "
                   WKS-RESULT-STATUS
               MOVE 8 TO WKS-NEW-COND
               PERFORM RAISE-COND-CODE
           ELSE
               MOVE "N" TO WKS-EOF-SW
               READ HNRESULT-FILE AT END MOVE "Y" TO WKS-EOF-SW
               END-READ
               PERFORM TAKE-RESULT-RECORD UNTIL WKS-END-OF-FILE
               CLOSE HNRESULT-FILE
           END-IF.

       TAKE-RESULT-RECORD.
           ADD 1 TO WKS-TOT-READ
           IF HNRES-NUMBER NUMERIC AND HNRES-ITER NUMERIC
                   AND HNRES-EXPONENT NUMERIC AND HNRES-BASE NUMERIC
               MOVE HNRES-NUMBER TO WKS-CUR-NUMBER
               MOVE HNRES-VERDICT TO WKS-CUR-VERDICT
               MOVE HNRES-EXPONENT TO WKS-NEW-EXPONENT
               MOVE HNRES-BASE TO WKS-NEW-BASE
               MOVE HNRES-ITER TO WKS-NEW-LENGTH
               PERFORM TALLY-ONE-CHECK
           ELSE
               ADD 1 TO WKS-TOT-IGNORED
           END-IF
           READ HNRESULT-FILE AT END MOVE "Y" TO WKS-EOF-SW END-READ.

       SCAN-EXTRACT-INPUT.
           OPEN INPUT HNEXTRACT-FILE
           IF WKS-EXTRACT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir " WKS-EXTRACT-NAME
                   ", codigo: " WKS-EXTRACT-STATUS
               MOVE 8 TO WKS-NEW-COND
               PERFORM RAISE-COND-CODE
           ELSE
               MOVE "N" TO WKS-EOF-SW
               READ HNEXTRACT-FILE AT END MOVE "Y" TO WKS-EOF-SW
               END-READ
               PERFORM TAKE-EXTRACT-RECORD UNTIL WKS-END-OF-FILE
               CLOSE HNEXTRACT-FILE
           END-IF.

       TAKE-EXTRACT-RECORD.
           EVALUATE HNEXT-D-TYPE
               WHEN "H"
                   IF HNEXT-H-DATE NUMERIC AND HNEXT-H-DATE > 0
                       MOVE HNEXT-H-DATE TO WKS-FOUND-DATE
                   END-IF
               WHEN "D"
                   ADD 1 TO WKS-TOT-READ
                   IF HNEXT-D-NUMBER NUMERIC
                           AND HNEXT-D-ITER NUMERIC
                           AND HNEXT-D-EXPONENT NUMERIC
                           AND HNEXT-D-BASE NUMERIC
                       MOVE HNEXT-D-NUMBER TO WKS-CUR-NUMBER
                       MOVE HNEXT-D-VERDICT TO WKS-CUR-VERDICT
                       MOVE HNEXT-D-EXPONENT TO WKS-NEW-EXPONENT
                       MOVE HNEXT-D-BASE TO WKS-NEW-BASE
                       MOVE HNEXT-D-ITER TO WKS-NEW-LENGTH
                       PERFORM TALLY-ONE-CHECK
                   ELSE
                       ADD 1 TO WKS-TOT-IGNORED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           READ HNEXTRACT-FILE AT END MOVE "Y" TO WKS-EOF-SW END-READ.

       TALLY-ONE-CHECK.
           ADD 1 TO WKS-TOT-USED
           IF WKS-CUR-VERDICT = "HAPPY"
               MOVE "H" TO WKS-CUR-CLASS
           ELSE
               MOVE "N" TO WKS-CUR-CLASS
           END-IF
           PERFORM ADD-TO-HISTOGRAM
           PERFORM CHECK-RECORD-HOLDER.

      ******************************************************************
      * Histogram upkeep: the first entry whose key is not below the
      * new key is either the same length (count it) or the place the
      * new length goes (entries from there on move down one).
      ******************************************************************
       ADD-TO-HISTOGRAM.
           MOVE 0 TO WKS-HST-POS
           MOVE 0 TO WKS-HST-IDX
           PERFORM SCAN-HISTOGRAM-ENTRY
               UNTIL WKS-HST-POS > 0 OR WKS-HST-IDX = WKS-HST-COUNT
           IF WKS-HST-POS = 0
               COMPUTE WKS-HST-POS = WKS-HST-COUNT + 1
           END-IF
           IF WKS-HST-POS <= WKS-HST-COUNT
                   AND WKS-HST-KEY(WKS-HST-POS) = WKS-NEW-KEY
               PERFORM COUNT-HISTOGRAM-ENTRY
           ELSE
               IF WKS-HST-COUNT < 2000
                   PERFORM INSERT-HISTOGRAM-ENTRY
                   PERFORM COUNT-HISTOGRAM-ENTRY
               ELSE
                   ADD 1 TO WKS-TOT-OVERFLOW
               END-IF
           END-IF.

       SCAN-HISTOGRAM-ENTRY.
           ADD 1 TO WKS-HST-IDX
           IF WKS-HST-KEY(WKS-HST-IDX) NOT < WKS-NEW-KEY
               MOVE WKS-HST-IDX TO WKS-HST-POS
           END-IF.

       INSERT-HISTOGRAM-ENTRY.
           COMPUTE WKS-HST-SHIFT = WKS-HST-COUNT - WKS-HST-POS + 1
           MOVE WKS-HST-COUNT TO WKS-HST-IDX
           PERFORM SHIFT-HISTOGRAM-ENTRY WKS-HST-SHIFT TIMES
           ADD 1 TO WKS-HST-COUNT
           MOVE WKS-NEW-KEY TO WKS-HST-KEY(WKS-HST-POS)
           MOVE 0 TO WKS-HST-HAPPY(WKS-HST-POS)
           MOVE 0 TO WKS-HST-NOTHAPPY(WKS-HST-POS).

       SHIFT-HISTOGRAM-ENTRY.
           MOVE WKS-HST-ENTRY(WKS-HST-IDX)
               TO WKS-HST-ENTRY(WKS-HST-IDX + 1)
           SUBTRACT 1 FROM WKS-HST-IDX.

       COUNT-HISTOGRAM-ENTRY.
           IF WKS-CUR-HAPPY
               ADD 1 TO WKS-HST-HAPPY(WKS-HST-POS)
           ELSE
               ADD 1 TO WKS-HST-NOTHAPPY(WKS-HST-POS)
           END-IF.

      ******************************************************************
      * Record-holder upkeep: a length never seen before for its
      * exponent, base and verdict, or a smaller number for one
      * already held, makes a new record holder.
      ******************************************************************
       CHECK-RECORD-HOLDER.
           MOVE WKS-NEW-EXPONENT TO HNRCH-EXPONENT
           MOVE WKS-NEW-BASE TO HNRCH-BASE
           MOVE WKS-NEW-LENGTH TO HNRCH-LENGTH
           MOVE WKS-CUR-CLASS TO HNRCH-CLASS
           READ HNRECHLD-FILE
               INVALID KEY
                   PERFORM STORE-NEW-HOLDER
               NOT INVALID KEY
                   IF WKS-CUR-NUMBER < HNRCH-NUMBER
                       PERFORM IMPROVE-HOLDER
                   END-IF
           END-READ.

       STORE-NEW-HOLDER.
           MOVE WKS-CUR-NUMBER TO HNRCH-NUMBER
           MOVE WKS-FOUND-DATE TO HNRCH-DATE
           MOVE WKS-SOURCE-NAME TO HNRCH-FOUND-IN
           WRITE HNRECHLD-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           ADD 1 TO WKS-TOT-NEW-KEYS
           MOVE 0 TO WKS-OLD-NUMBER
           PERFORM NOTE-NEW-HOLDER.

       IMPROVE-HOLDER.
           MOVE HNRCH-NUMBER TO WKS-OLD-NUMBER
           MOVE WKS-CUR-NUMBER TO HNRCH-NUMBER
           MOVE WKS-FOUND-DATE TO HNRCH-DATE
           MOVE WKS-SOURCE-NAME TO HNRCH-FOUND-IN
           REWRITE HNRECHLD-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           ADD 1 TO WKS-TOT-IMPROVED
           PERFORM NOTE-NEW-HOLDER.

      * A key improved twice in one run is listed once, with the
      * holder it had before the run.
       NOTE-NEW-HOLDER.
           MOVE 0 TO WKS-NRH-FOUND-IDX
           MOVE 0 TO WKS-NRH-IDX
           PERFORM SEARCH-NEW-HOLDER
               UNTIL WKS-NRH-FOUND-IDX > 0
                  OR WKS-NRH-IDX = WKS-NRH-COUNT
           IF WKS-NRH-FOUND-IDX > 0
               MOVE WKS-CUR-NUMBER TO WKS-NRH-NUMBER(WKS-NRH-FOUND-IDX)
           ELSE
               IF WKS-NRH-COUNT < 500
                   ADD 1 TO WKS-NRH-COUNT
                   MOVE HNRCH-KEY TO WKS-NRH-KEY(WKS-NRH-COUNT)
                   MOVE WKS-CUR-NUMBER TO WKS-NRH-NUMBER(WKS-NRH-COUNT)
                   MOVE WKS-OLD-NUMBER
                       TO WKS-NRH-PREVIOUS(WKS-NRH-COUNT)
               ELSE
                   ADD 1 TO WKS-TOT-UNLISTED
               END-IF
           END-IF.

       SEARCH-NEW-HOLDER.
           ADD 1 TO WKS-NRH-IDX
           IF WKS-NRH-KEY(WKS-NRH-IDX) = HNRCH-KEY
               MOVE WKS-NRH-IDX TO WKS-NRH-FOUND-IDX
           END-IF.

       RAISE-COND-CODE.
           IF WKS-NEW-COND > WKS-COND-CODE
               MOVE WKS-NEW-COND TO WKS-COND-CODE
           END-IF.

      ******************************************************************
      * HNCHNRPT: the histogram grouped by exponent and base, the new
      * record holders, run totals and the status line.
      ******************************************************************
       WRITE-CHAIN-REPORT.
           IF WKS-TOT-IGNORED > 0 OR WKS-TOT-OVERFLOW > 0
                   OR WKS-TOT-UNLISTED > 0
               MOVE 4 TO WKS-NEW-COND
               PERFORM RAISE-COND-CODE
           END-IF
           OPEN OUTPUT HNCHNRPT-FILE
           IF WKS-RPT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNCHNRPT, codigo: "
                   WKS-RPT-STATUS
               MOVE 8 TO WKS-NEW-COND
               PERFORM RAISE-COND-CODE
           ELSE
               PERFORM WRITE-REPORT-TITLE
               MOVE "N" TO WKS-GRP-OPEN-SW
               MOVE 0 TO WKS-HST-IDX
               PERFORM WRITE-HISTOGRAM-LINE WKS-HST-COUNT TIMES
               IF WKS-GROUP-OPEN
                   PERFORM WRITE-GROUP-TOTALS
               END-IF
               PERFORM WRITE-NEW-HOLDERS
               PERFORM WRITE-RUN-TOTALS
               CLOSE HNCHNRPT-FILE
               DISPLAY "Distribucion exportada a HNCHNRPT."
           END-IF
           DISPLAY "Registros analizados: " WKS-TOT-USED
               " nuevos records: " WKS-NRH-COUNT.

       WRITE-REPORT-TITLE.
           MOVE SPACES TO HNCHNRPT-RECORD
           STRING "DISTRIBUCION DE LONGITUD DE CADENA  FECHA: "
               DELIMITED BY SIZE
               WKS-REPORT-DATE DELIMITED BY SIZE
               INTO HNCHNRPT-RECORD
           WRITE HNCHNRPT-RECORD
           MOVE SPACES TO HNCHNRPT-RECORD
           STRING "ORIGEN: " DELIMITED BY SIZE
               WKS-SOURCE-NAME DELIMITED BY SIZE
               INTO HNCHNRPT-RECORD
           WRITE HNCHNRPT-RECORD
           MOVE ALL "-" TO HNCHNRPT-RECORD
           WRITE HNCHNRPT-RECORD.

       WRITE-HISTOGRAM-LINE.
           ADD 1 TO WKS-HST-IDX
           IF NOT WKS-GROUP-OPEN
                   OR WKS-HST-EXPONENT(WKS-HST-IDX)
                       NOT = WKS-GRP-EXPONENT
                   OR WKS-HST-BASE(WKS-HST-IDX) NOT = WKS-GRP-BASE
               IF WKS-GROUP-OPEN
                   PERFORM WRITE-GROUP-TOTALS
               END-IF
               PERFORM WRITE-GROUP-HEADER
           END-IF
           MOVE SPACES TO HNCHNRPT-RECORD
           STRING "  " DELIMITED BY SIZE
               WKS-HST-LENGTH(WKS-HST-IDX) DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WKS-HST-HAPPY(WKS-HST-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WKS-HST-NOTHAPPY(WKS-HST-IDX) DELIMITED BY SIZE
               INTO HNCHNRPT-RECORD
           WRITE HNCHNRPT-RECORD
           ADD WKS-HST-HAPPY(WKS-HST-IDX) TO WKS-GRP-HAPPY
           ADD WKS-HST-NOTHAPPY(WKS-HST-IDX) TO WKS-GRP-NOTHAPPY.

       WRITE-GROUP-HEADER.
           MOVE WKS-HST-EXPONENT(WKS-HST-IDX) TO WKS-GRP-EXPONENT
           MOVE WKS-HST-BASE(WKS-HST-IDX) TO WKS-GRP-BASE
           MOVE 0 TO WKS-GRP-HAPPY
           MOVE 0 TO WKS-GRP-NOTHAPPY
           MOVE "Y" TO WKS-GRP-OPEN-SW
           MOVE SPACES TO HNCHNRPT-RECORD
           WRITE HNCHNRPT-RECORD
           MOVE SPACES TO HNCHNRPT-RECORD
           STRING "EXPONENTE " DELIMITED BY SIZE
               WKS-GRP-EXPONENT DELIMITED BY SIZE
               "  BASE " DELIMITED BY SIZE
               WKS-GRP-BASE DELIMITED BY SIZE
               INTO HNCHNRPT-RECORD
           WRITE HNCHNRPT-RECORD
           MOVE "  LONGITUD   FELICES     NO FELICES"
               TO HNCHNRPT-RECORD
           WRITE HNCHNRPT-RECORD.

       WRITE-GROUP-TOTALS.
           MOVE SPACES TO HNCHNRPT-RECORD
           STRING "  TOTAL    " DELIMITED BY SIZE
               WKS-GRP-HAPPY DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WKS-GRP-NOTHAPPY DELIMITED BY SIZE
               INTO HNCHNRPT-RECORD
           WRITE HNCHNRPT-RECORD.

       WRITE-NEW-HOLDERS.
           MOVE SPACES TO HNCHNRPT-RECORD
           WRITE HNCHNRPT-RECORD
           MOVE "NUEVOS RECORDS DE LONGITUD" TO HNCHNRPT-RECORD
           WRITE HNCHNRPT-RECORD
           MOVE ALL "-" TO HNCHNRPT-RECORD
           WRITE HNCHNRPT-RECORD
           IF WKS-NRH-COUNT = 0
               MOVE "  NINGUNO EN ESTA CORRIDA" TO HNCHNRPT-RECORD
               WRITE HNCHNRPT-RECORD
           ELSE
               MOVE "EX BA LONG. VEREDICTO NUMERO"
                   TO HNCHNRPT-RECORD
               WRITE HNCHNRPT-RECORD
               MOVE 0 TO WKS-NRH-IDX
               PERFORM WRITE-NEW-HOLDER-LINE WKS-NRH-COUNT TIMES
           END-IF.

       WRITE-NEW-HOLDER-LINE.
           ADD 1 TO WKS-NRH-IDX
           MOVE SPACES TO HNCHNRPT-RECORD
           MOVE WKS-NRH-EXPONENT(WKS-NRH-IDX) TO HNCHNRPT-RECORD(1:2)
           MOVE WKS-NRH-BASE(WKS-NRH-IDX) TO HNCHNRPT-RECORD(4:2)
           MOVE WKS-NRH-LENGTH(WKS-NRH-IDX) TO HNCHNRPT-RECORD(7:5)
           IF WKS-NRH-CLASS(WKS-NRH-IDX) = "H"
               MOVE "HAPPY" TO HNCHNRPT-RECORD(13:9)
           ELSE
               MOVE "NOT-HAPPY" TO HNCHNRPT-RECORD(13:9)
           END-IF
           MOVE WKS-NRH-NUMBER(WKS-NRH-IDX) TO HNCHNRPT-RECORD(23:38)
           WRITE HNCHNRPT-RECORD
           MOVE SPACES TO HNCHNRPT-RECORD
           IF WKS-NRH-PREVIOUS(WKS-NRH-IDX) > 0
               MOVE "  MEJORA A" TO HNCHNRPT-RECORD(1:10)
               MOVE WKS-NRH-PREVIOUS(WKS-NRH-IDX)
                   TO HNCHNRPT-RECORD(23:38)
           ELSE
               MOVE "  LONGITUD NUEVA" TO HNCHNRPT-RECORD(1:16)
           END-IF
           WRITE HNCHNRPT-RECORD.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO HNCHNRPT-RECORD
           WRITE HNCHNRPT-RECORD
           MOVE "REGISTROS LEIDOS" TO WKS-RPT-TEXT
           MOVE WKS-TOT-READ TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "REGISTROS ANALIZADOS" TO WKS-RPT-TEXT
           MOVE WKS-TOT-USED TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "REGISTROS IGNORADOS" TO WKS-RPT-TEXT
           MOVE WKS-TOT-IGNORED TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "LONGITUDES DISTINTAS" TO WKS-RPT-TEXT
           MOVE WKS-HST-COUNT TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "FUERA DE TABLA" TO WKS-RPT-TEXT
           MOVE WKS-TOT-OVERFLOW TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "RECORDS DE LONGITUD NUEVA" TO WKS-RPT-TEXT
           MOVE WKS-TOT-NEW-KEYS TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "RECORDS MEJORADOS" TO WKS-RPT-TEXT
           MOVE WKS-TOT-IMPROVED TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "RECORDS NO LISTADOS" TO WKS-RPT-TEXT
           MOVE WKS-TOT-UNLISTED TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE SPACES TO HNCHNRPT-RECORD
           EVALUATE TRUE
               WHEN WKS-COND-CODE > 4
                   MOVE "ESTADO: ENTRADA NO DISPONIBLE"
                       TO HNCHNRPT-RECORD
               WHEN WKS-COND-CODE > 0
                   MOVE "ESTADO: COMPLETO CON REGISTROS NO CONTADOS"
                       TO HNCHNRPT-RECORD
               WHEN WKS-NRH-COUNT > 0
                   MOVE "ESTADO: COMPLETO, HAY NUEVOS RECORDS"
                       TO HNCHNRPT-RECORD
               WHEN OTHER
                   MOVE "ESTADO: COMPLETO, SIN NUEVOS RECORDS"
                       TO HNCHNRPT-RECORD
           END-EVALUATE
           WRITE HNCHNRPT-RECORD.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO HNCHNRPT-RECORD
           MOVE WKS-REPORT-LINE TO HNCHNRPT-RECORD
           WRITE HNCHNRPT-RECORD.

       END PROGRAM HappyChainStats.
