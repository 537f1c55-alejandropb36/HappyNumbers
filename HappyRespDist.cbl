      ******************************************************************
      * Author:
      * Date:
      * Purpose: Response distribution. Every answer on an HNBATOUT
      *          generation is routed back to the intake source its
      *          request came from, and one response file per source
      *          (the source file name with .RSP) is written with a
      *          header, a detail line per answer, a detail line per
      *          request returned unanswered (held at intake or
      *          rejected by the pre-edit) and a trailer with the
      *          counts. The distribution report on HNRSPRPT ties
      *          each source's responses to the per-source counts
      *          HappyIntake left on HNINTTOT (the HNINTRPT figures);
      *          a source whose requests do not all come back raises
      *          condition code 8, rejects or answers with no source
      *          raise condition code 4.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   - Initial version: per-source response files with header,
      *     answer and reject details and trailer, tie-out report on
      *     HNRSPRPT against the HNINTTOT intake totals.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HappyRespDist.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HNBATCH-OUT ASSIGN USING WKS-BATOUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-BATOUT-STATUS.
           SELECT HNGENCAT-FILE ASSIGN TO "HNGENCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-GENCAT-STATUS.
           SELECT HNINTTOT-FILE ASSIGN TO "HNINTTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-INTTOT-STATUS.
           SELECT HNBATREJ-FILE ASSIGN TO "HNBATREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-BATREJ-STATUS.
           SELECT HNSUSPNS-FILE ASSIGN TO "HNSUSPNS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNSUS-KEY
               FILE STATUS IS WKS-SUSPNS-STATUS.
           SELECT HNRESPON-FILE ASSIGN USING WKS-RSP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-RSP-STATUS.
           SELECT HNRSPRPT-FILE ASSIGN TO "HNRSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HNBATCH-OUT
           LABEL RECORDS ARE STANDARD.
       01  HNBATCH-OUT-RECORD.
           05  HNBOUT-RESULT.
               10  HNBOUT-TRANCODE     PIC X(01).
               10  FILLER              PIC X(01).
               10  HNBOUT-NUMBER       PIC 9(38).
               10  FILLER              PIC X(01).
               10  HNBOUT-VERDICT      PIC X(12).
               10  FILLER              PIC X(01).
               10  HNBOUT-EXPONENT     PIC 9(02).
               10  FILLER              PIC X(01).
               10  HNBOUT-REQUESTOR    PIC X(08).
               10  FILLER              PIC X(01).
               10  HNBOUT-SQUARE       PIC X(01).
               10  FILLER              PIC X(01).
               10  HNBOUT-PRIME        PIC X(01).
               10  FILLER              PIC X(01).
               10  HNBOUT-PALIN        PIC X(01).
           05  FILLER                  PIC X(01).
           05  HNBOUT-SOURCE           PIC X(15).

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

       FD  HNINTTOT-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNINTTOT-RECORD.
           05  HNTOT-INTAKE-ID         PIC 9(14).
           05  FILLER                  PIC X(01).
           05  HNTOT-SOURCE            PIC X(15).
           05  FILLER                  PIC X(01).
           05  HNTOT-REQUESTOR         PIC X(08).
           05  FILLER                  PIC X(01).
           05  HNTOT-STATE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  HNTOT-RECORDS           PIC 9(09).
           05  FILLER                  PIC X(01).
           05  HNTOT-HELD              PIC 9(09).
           05  FILLER                  PIC X(01).
           05  HNTOT-RESUBMIT          PIC 9(09).
           05  FILLER                  PIC X(01).
           05  HNTOT-SENT              PIC 9(09).

      * The reject image is the HNBATIN record as the pre-edit saw
      * it; its last field names the intake source.
       FD  HNBATREJ-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNBATREJ-RECORD.
           05  HNREJ-IMAGE.
               10  HNREJ-REQUEST       PIC X(52).
               10  FILLER              PIC X(01).
               10  HNREJ-SOURCE        PIC X(15).
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
           05  HNSUS-IMAGE.
               10  HNSUS-REQUEST       PIC X(52).
               10  FILLER              PIC X(16).
           05  HNSUS-SOURCE            PIC X(15).
           05  HNSUS-REQUESTOR         PIC X(08).
           05  HNSUS-REASON            PIC X(12).
           05  HNSUS-ENTRY-DATE        PIC 9(08).
           05  HNSUS-STATUS            PIC X(01).
           05  HNSUS-ACTION-DATE       PIC 9(08).
           05  HNSUS-OPERATOR          PIC X(08).
           05  HNSUS-RELEASE-DATE      PIC 9(08).

      * Response file: H header, D answer, R request returned
      * unanswered with its reason, T trailer.
       FD  HNRESPON-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNRESPON-RECORD             PIC X(100).
       01  HNRSP-HEADER REDEFINES HNRESPON-RECORD.
           05  HNRSPH-TYPE             PIC X(01).
           05  FILLER                  PIC X(01).
           05  HNRSPH-SOURCE           PIC X(15).
           05  FILLER                  PIC X(01).
           05  HNRSPH-REQUESTOR        PIC X(08).
           05  FILLER                  PIC X(01).
           05  HNRSPH-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HNRSPH-INTAKE-ID        PIC 9(14).
           05  FILLER                  PIC X(01).
           05  HNRSPH-BATOUT           PIC X(15).
           05  FILLER                  PIC X(34).
       01  HNRSP-DETAIL REDEFINES HNRESPON-RECORD.
           05  HNRSPD-TYPE             PIC X(01).
           05  FILLER                  PIC X(01).
           05  HNRSPD-RESULT           PIC X(71).
           05  FILLER                  PIC X(27).
       01  HNRSP-REJECT REDEFINES HNRESPON-RECORD.
           05  HNRSPR-TYPE             PIC X(01).
           05  FILLER                  PIC X(01).
           05  HNRSPR-REQUEST          PIC X(52).
           05  FILLER                  PIC X(01).
           05  HNRSPR-REASON           PIC X(12).
           05  FILLER                  PIC X(01).
           05  HNRSPR-STAGE            PIC X(09).
           05  FILLER                  PIC X(23).
       01  HNRSP-TRAILER REDEFINES HNRESPON-RECORD.
           05  HNRSPT-TYPE             PIC X(01).
           05  FILLER                  PIC X(01).
           05  HNRSPT-ANSWERED         PIC 9(09).
           05  FILLER                  PIC X(01).
           05  HNRSPT-RETURNED         PIC 9(09).
           05  FILLER                  PIC X(01).
           05  HNRSPT-TOTAL            PIC 9(09).
           05  FILLER                  PIC X(69).

       FD  HNRSPRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNRSPRPT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
           77 WKS-BATOUT-STATUS  PIC X(02).
           77 WKS-GENCAT-STATUS  PIC X(02).
           77 WKS-INTTOT-STATUS  PIC X(02).
           77 WKS-BATREJ-STATUS  PIC X(02).
           77 WKS-SUSPNS-STATUS  PIC X(02).
           77 WKS-RSP-STATUS     PIC X(02).
           77 WKS-RPT-STATUS     PIC X(02).

      * The batch output generation to distribute: the operator
      * names one, or the latest registered in HNGENCAT is taken; a
      * zero (no catalog at all) falls back to the plain file name.
           77 WKS-BATOUT-NAME    PIC X(15) VALUE "HNBATOUT".
           77 WKS-DIST-GEN       PIC 9(04) VALUE 0.
           77 WKS-NUMBER-ALPHA   PIC X(04) JUSTIFIED RIGHT.
           77 WKS-GEN-EOF-SW     PIC X(01) VALUE "N".
               88 WKS-GENCAT-EOF         VALUE "Y".
           77 WKS-EOF-SW         PIC X(01) VALUE "N".
               88 WKS-END-OF-FILE        VALUE "Y".
           77 WKS-SUS-OPEN-SW    PIC X(01) VALUE "N".
               88 WKS-SUS-AVAILABLE      VALUE "Y".
           77 WKS-BATOUT-OPEN-SW PIC X(01) VALUE "N".
               88 WKS-BATOUT-AVAILABLE   VALUE "Y".
           77 WKS-RSP-NAME       PIC X(30) VALUE SPACES.

      * Sources of the intake being answered, as HNINTTOT lists
      * them, with what came back for each.
           77 WKS-INTAKE-ID      PIC 9(14) VALUE 0.
           77 WKS-SRC-COUNT      PIC 9(02) VALUE 0.
           77 WKS-SRC-IDX        PIC 9(02) VALUE 0.
           77 WKS-SRC-FOUND-SW   PIC X(01) VALUE "N".
               88 WKS-SRC-FOUND          VALUE "Y".
       01  WKS-SOURCE-TABLE.
           05  WKS-SRC-ENTRY OCCURS 20 TIMES.
               10  WKS-SRC-NAME        PIC X(15).
               10  WKS-SRC-REQ         PIC X(08).
               10  WKS-SRC-STATE       PIC X(08).
               10  WKS-SRC-RECORDS     PIC 9(09).
               10  WKS-SRC-HELD        PIC 9(09).
               10  WKS-SRC-RESUBMIT    PIC 9(09).
               10  WKS-SRC-ANSWERED    PIC 9(09).
               10  WKS-SRC-RETURNED    PIC 9(09).
               10  WKS-SRC-MISSING     PIC 9(09).
               10  WKS-SRC-RESULT      PIC X(10).

      * The source in hand while its response file is written.
           77 WKS-CUR-ANSWERED   PIC 9(09) VALUE 0.
           77 WKS-CUR-RETURNED   PIC 9(09) VALUE 0.
           77 WKS-CUR-EXPECTED   PIC 9(09) VALUE 0.
           77 WKS-CUR-BACK       PIC 9(09) VALUE 0.

      * Run totals.
           77 WKS-TOT-SOURCES    PIC 9(09) VALUE 0.
           77 WKS-TOT-FILES      PIC 9(09) VALUE 0.
           77 WKS-TOT-ANSWERED   PIC 9(09) VALUE 0.
           77 WKS-TOT-RETURNED   PIC 9(09) VALUE 0.
           77 WKS-TOT-MISSING    PIC 9(09) VALUE 0.
           77 WKS-TOT-UNROUTED   PIC 9(09) VALUE 0.
           77 WKS-TOT-BATOUT     PIC 9(09) VALUE 0.

           77 WKS-REPORT-DATE    PIC 9(08).
           77 WKS-COND-CODE      PIC 9(04) VALUE 0.
           77 WKS-NEW-COND       PIC 9(04) VALUE 0.
       01  WKS-REPORT-LINE.
           05  WKS-RPT-TEXT            PIC X(30) VALUE SPACES.
           05  WKS-RPT-VALUE           PIC 9(09) VALUE ZEROS.
           05  FILLER                  PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WKS-REPORT-DATE FROM DATE YYYYMMDD
           PERFORM CHOOSE-BATOUT-GENERATION
           PERFORM LOAD-INTAKE-TOTALS
           PERFORM OPEN-DIST-FILES
           PERFORM COUNT-UNROUTED-ANSWERS
           MOVE 0 TO WKS-SRC-IDX
           PERFORM DISTRIBUTE-ONE-SOURCE WKS-SRC-COUNT TIMES
           IF WKS-SUS-AVAILABLE
               CLOSE HNSUSPNS-FILE
           END-IF
           PERFORM WRITE-DIST-REPORT
           MOVE WKS-COND-CODE TO RETURN-CODE
           STOP RUN.

      * Picks the generation to distribute: the number the operator
      * gives, or the latest one HNGENCAT registers for HNBATOUT;
      * with no catalog at all the plain file name still works.
       CHOOSE-BATOUT-GENERATION.
           DISPLAY "Generacion de HNBATOUT (vacio = ultima): "
           MOVE SPACES TO WKS-NUMBER-ALPHA
           ACCEPT WKS-NUMBER-ALPHA
           INSPECT WKS-NUMBER-ALPHA REPLACING LEADING SPACE BY ZERO
           IF WKS-NUMBER-ALPHA IS NUMERIC
                   AND WKS-NUMBER-ALPHA NOT = ZERO
               MOVE WKS-NUMBER-ALPHA TO WKS-DIST-GEN
           ELSE
               PERFORM FIND-LATEST-GENERATION
           END-IF
           IF WKS-DIST-GEN > 0
               MOVE SPACES TO WKS-BATOUT-NAME
               STRING "HNBATOUT.G" DELIMITED BY SIZE
                   WKS-DIST-GEN DELIMITED BY SIZE
                   INTO WKS-BATOUT-NAME
           END-IF
           DISPLAY "Se distribuye: " WKS-BATOUT-NAME.

       FIND-LATEST-GENERATION.
           MOVE 0 TO WKS-DIST-GEN
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
           IF HNGCT-BASE = "HNBATOUT" AND HNGCT-GEN NUMERIC
               IF HNGCT-GEN > WKS-DIST-GEN
                   MOVE HNGCT-GEN TO WKS-DIST-GEN
               END-IF
           END-IF
           READ HNGENCAT-FILE AT END MOVE "Y" TO WKS-GEN-EOF-SW
           END-READ.

      ******************************************************************
      * The intake totals name the sources to answer. Without them
      * there is nothing to route to, and the step stops.
      ******************************************************************
       LOAD-INTAKE-TOTALS.
           OPEN INPUT HNINTTOT-FILE
           IF WKS-INTTOT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNINTTOT, codigo: "
                   WKS-INTTOT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WKS-EOF-SW
           READ HNINTTOT-FILE AT END MOVE "Y" TO WKS-EOF-SW END-READ
           PERFORM LOAD-ONE-SOURCE UNTIL WKS-END-OF-FILE
           CLOSE HNINTTOT-FILE
           IF WKS-SRC-COUNT = 0
               DISPLAY "HNINTTOT vacio, ninguna fuente a responder."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-SOURCE.
           IF WKS-SRC-COUNT < 20
               ADD 1 TO WKS-SRC-COUNT
               MOVE HNTOT-INTAKE-ID TO WKS-INTAKE-ID
               MOVE HNTOT-SOURCE TO WKS-SRC-NAME(WKS-SRC-COUNT)
               MOVE HNTOT-REQUESTOR TO WKS-SRC-REQ(WKS-SRC-COUNT)
               MOVE HNTOT-STATE TO WKS-SRC-STATE(WKS-SRC-COUNT)
               MOVE HNTOT-RECORDS TO WKS-SRC-RECORDS(WKS-SRC-COUNT)
               MOVE HNTOT-HELD TO WKS-SRC-HELD(WKS-SRC-COUNT)
               MOVE HNTOT-RESUBMIT
                   TO WKS-SRC-RESUBMIT(WKS-SRC-COUNT)
               MOVE 0 TO WKS-SRC-ANSWERED(WKS-SRC-COUNT)
               MOVE 0 TO WKS-SRC-RETURNED(WKS-SRC-COUNT)
               MOVE 0 TO WKS-SRC-MISSING(WKS-SRC-COUNT)
               MOVE SPACES TO WKS-SRC-RESULT(WKS-SRC-COUNT)
           END-IF
           READ HNINTTOT-FILE AT END MOVE "Y" TO WKS-EOF-SW END-READ.

      * The report opens first so every later failure is on it. The
      * suspense file only supplies the records held at intake; when
      * it cannot be opened they come back as missing answers.
       OPEN-DIST-FILES.
           OPEN OUTPUT HNRSPRPT-FILE
           IF WKS-RPT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNRSPRPT, codigo: "
                   WKS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HNSUSPNS-FILE
           IF WKS-SUSPNS-STATUS = "00"
               MOVE "Y" TO WKS-SUS-OPEN-SW
           ELSE
               DISPLAY "HNSUSPNS no disponible (" WKS-SUSPNS-STATUS
                   "), retenidos en recepcion sin listar."
           END-IF.

      ******************************************************************
      * First pass over the generation: the answers whose source is
      * not one of this intake's (a hand-built HNBATIN, or a stale
      * generation) cannot be routed and are only counted.
      ******************************************************************
       COUNT-UNROUTED-ANSWERS.
           OPEN INPUT HNBATCH-OUT
           IF WKS-BATOUT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir " WKS-BATOUT-NAME
                   ", codigo: " WKS-BATOUT-STATUS
               MOVE 8 TO WKS-NEW-COND
               PERFORM RAISE-COND-CODE
           ELSE
               MOVE "Y" TO WKS-BATOUT-OPEN-SW
               MOVE "N" TO WKS-EOF-SW
               READ HNBATCH-OUT AT END MOVE "Y" TO WKS-EOF-SW
               END-READ
               PERFORM CHECK-ANSWER-SOURCE UNTIL WKS-END-OF-FILE
               CLOSE HNBATCH-OUT
               IF WKS-TOT-UNROUTED > 0
                   DISPLAY "Respuestas sin fuente: " WKS-TOT-UNROUTED
                   MOVE 4 TO WKS-NEW-COND
                   PERFORM RAISE-COND-CODE
               END-IF
           END-IF.

       CHECK-ANSWER-SOURCE.
           ADD 1 TO WKS-TOT-BATOUT
           MOVE "N" TO WKS-SRC-FOUND-SW
           MOVE 0 TO WKS-SRC-IDX
           PERFORM SEARCH-SOURCE-ENTRY
               UNTIL WKS-SRC-FOUND OR WKS-SRC-IDX = WKS-SRC-COUNT
           IF NOT WKS-SRC-FOUND
               ADD 1 TO WKS-TOT-UNROUTED
           END-IF
           READ HNBATCH-OUT AT END MOVE "Y" TO WKS-EOF-SW END-READ.

       SEARCH-SOURCE-ENTRY.
           ADD 1 TO WKS-SRC-IDX
           IF WKS-SRC-NAME(WKS-SRC-IDX) = HNBOUT-SOURCE
               MOVE "Y" TO WKS-SRC-FOUND-SW
           END-IF.

      ******************************************************************
      * One source: its response file gets the answers routed to it,
      * then the requests it sent that came back unanswered - the
      * pre-edit rejects from HNBATREJ and the records intake held
      * out into suspense under this intake id - and a trailer. The
      * tie-out compares what came back with what HNINTRPT says the
      * source sent: records read plus items resubmitted.
      ******************************************************************
       DISTRIBUTE-ONE-SOURCE.
           ADD 1 TO WKS-SRC-IDX
           ADD 1 TO WKS-TOT-SOURCES
           IF WKS-SRC-STATE(WKS-SRC-IDX) = "FALTANTE"
               MOVE "FALTANTE" TO WKS-SRC-RESULT(WKS-SRC-IDX)
           ELSE
               MOVE SPACES TO WKS-RSP-NAME
               STRING WKS-SRC-NAME(WKS-SRC-IDX) DELIMITED BY SPACE
                   ".RSP" DELIMITED BY SIZE
                   INTO WKS-RSP-NAME
               OPEN OUTPUT HNRESPON-FILE
               IF WKS-RSP-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir " WKS-RSP-NAME
                       ", codigo: " WKS-RSP-STATUS
                   MOVE "SIN-ARCHIV" TO WKS-SRC-RESULT(WKS-SRC-IDX)
                   MOVE 8 TO WKS-NEW-COND
                   PERFORM RAISE-COND-CODE
               ELSE
                   PERFORM WRITE-SOURCE-RESPONSE
                   CLOSE HNRESPON-FILE
                   ADD 1 TO WKS-TOT-FILES
                   PERFORM TIE-OUT-SOURCE
               END-IF
           END-IF.

       WRITE-SOURCE-RESPONSE.
           MOVE 0 TO WKS-CUR-ANSWERED
           MOVE 0 TO WKS-CUR-RETURNED
           MOVE SPACES TO HNRESPON-RECORD
           MOVE "H" TO HNRSPH-TYPE
           MOVE WKS-SRC-NAME(WKS-SRC-IDX) TO HNRSPH-SOURCE
           MOVE WKS-SRC-REQ(WKS-SRC-IDX) TO HNRSPH-REQUESTOR
           MOVE WKS-REPORT-DATE TO HNRSPH-DATE
           MOVE WKS-INTAKE-ID TO HNRSPH-INTAKE-ID
           MOVE WKS-BATOUT-NAME TO HNRSPH-BATOUT
           WRITE HNRESPON-RECORD
           IF WKS-BATOUT-AVAILABLE
               PERFORM ROUTE-SOURCE-ANSWERS
           END-IF
           PERFORM ROUTE-EDIT-REJECTS
           IF WKS-SUS-AVAILABLE
               PERFORM ROUTE-INTAKE-HELD
           END-IF
           MOVE SPACES TO HNRESPON-RECORD
           MOVE "T" TO HNRSPT-TYPE
           MOVE WKS-CUR-ANSWERED TO HNRSPT-ANSWERED
           MOVE WKS-CUR-RETURNED TO HNRSPT-RETURNED
           COMPUTE HNRSPT-TOTAL = WKS-CUR-ANSWERED + WKS-CUR-RETURNED
           WRITE HNRESPON-RECORD
           MOVE WKS-CUR-ANSWERED TO WKS-SRC-ANSWERED(WKS-SRC-IDX)
           MOVE WKS-CUR-RETURNED TO WKS-SRC-RETURNED(WKS-SRC-IDX)
           ADD WKS-CUR-ANSWERED TO WKS-TOT-ANSWERED
           ADD WKS-CUR-RETURNED TO WKS-TOT-RETURNED
           DISPLAY "Respuestas " WKS-RSP-NAME ": "
               WKS-CUR-ANSWERED " respondidas, "
               WKS-CUR-RETURNED " devueltas.".

       ROUTE-SOURCE-ANSWERS.
           OPEN INPUT HNBATCH-OUT
           MOVE "N" TO WKS-EOF-SW
           READ HNBATCH-OUT AT END MOVE "Y" TO WKS-EOF-SW END-READ
           PERFORM ROUTE-ONE-ANSWER UNTIL WKS-END-OF-FILE
           CLOSE HNBATCH-OUT.

       ROUTE-ONE-ANSWER.
           IF HNBOUT-SOURCE = WKS-SRC-NAME(WKS-SRC-IDX)
               MOVE SPACES TO HNRESPON-RECORD
               MOVE "D" TO HNRSPD-TYPE
               MOVE HNBOUT-RESULT TO HNRSPD-RESULT
               WRITE HNRESPON-RECORD
               ADD 1 TO WKS-CUR-ANSWERED
           END-IF
           READ HNBATCH-OUT AT END MOVE "Y" TO WKS-EOF-SW END-READ.

      * HNBATREJ is rebuilt by every pre-edit; when the batch had no
      * rejects it may not be there at all.
       ROUTE-EDIT-REJECTS.
           OPEN INPUT HNBATREJ-FILE
           IF WKS-BATREJ-STATUS = "00"
               MOVE "N" TO WKS-EOF-SW
               READ HNBATREJ-FILE AT END MOVE "Y" TO WKS-EOF-SW
               END-READ
               PERFORM ROUTE-ONE-REJECT UNTIL WKS-END-OF-FILE
               CLOSE HNBATREJ-FILE
           END-IF.

       ROUTE-ONE-REJECT.
           IF HNREJ-SOURCE = WKS-SRC-NAME(WKS-SRC-IDX)
               MOVE SPACES TO HNRESPON-RECORD
               MOVE "R" TO HNRSPR-TYPE
               MOVE HNREJ-REQUEST TO HNRSPR-REQUEST
               MOVE HNREJ-REASON TO HNRSPR-REASON
               MOVE "EDICION" TO HNRSPR-STAGE
               WRITE HNRESPON-RECORD
               ADD 1 TO WKS-CUR-RETURNED
           END-IF
           READ HNBATREJ-FILE AT END MOVE "Y" TO WKS-EOF-SW END-READ.

      * Items held at intake sit in suspense under the intake id with
      * origin "I"; whatever has happened to them since, they were
      * not answered by this batch.
       ROUTE-INTAKE-HELD.
           MOVE "N" TO WKS-EOF-SW
           MOVE WKS-INTAKE-ID TO HNSUS-BATCH-ID
           MOVE "I" TO HNSUS-ORIGIN
           MOVE 0 TO HNSUS-SEQ
           START HNSUSPNS-FILE KEY IS NOT LESS THAN HNSUS-KEY
               INVALID KEY MOVE "Y" TO WKS-EOF-SW
           END-START
           IF NOT WKS-END-OF-FILE
               PERFORM READ-NEXT-SUSPENSE
           END-IF
           PERFORM ROUTE-ONE-HELD UNTIL WKS-END-OF-FILE.

       ROUTE-ONE-HELD.
           IF HNSUS-SOURCE = WKS-SRC-NAME(WKS-SRC-IDX)
               MOVE SPACES TO HNRESPON-RECORD
               MOVE "R" TO HNRSPR-TYPE
               MOVE HNSUS-REQUEST TO HNRSPR-REQUEST
               MOVE HNSUS-REASON TO HNRSPR-REASON
               MOVE "RECEPCION" TO HNRSPR-STAGE
               WRITE HNRESPON-RECORD
               ADD 1 TO WKS-CUR-RETURNED
           END-IF
           PERFORM READ-NEXT-SUSPENSE.

       READ-NEXT-SUSPENSE.
           READ HNSUSPNS-FILE NEXT RECORD
               AT END MOVE "Y" TO WKS-EOF-SW
           END-READ
           IF NOT WKS-END-OF-FILE
               IF WKS-SUSPNS-STATUS NOT = "00"
                   DISPLAY "Lectura de HNSUSPNS interrumpida, codigo: "
                       WKS-SUSPNS-STATUS
                   MOVE 8 TO WKS-NEW-COND
                   PERFORM RAISE-COND-CODE
                   MOVE "Y" TO WKS-EOF-SW
               ELSE
                   IF HNSUS-BATCH-ID NOT = WKS-INTAKE-ID
                           OR HNSUS-ORIGIN NOT = "I"
                       MOVE "Y" TO WKS-EOF-SW
                   END-IF
               END-IF
           END-IF.

      * Every request the source sent must come back once, answered
      * or returned. Fewer is an incomplete response, more means the
      * generation does not belong to this intake; both stop the
      * department feed. Returned requests only warn.
       TIE-OUT-SOURCE.
           COMPUTE WKS-CUR-EXPECTED = WKS-SRC-RECORDS(WKS-SRC-IDX)
               + WKS-SRC-RESUBMIT(WKS-SRC-IDX)
           COMPUTE WKS-CUR-BACK = WKS-CUR-ANSWERED + WKS-CUR-RETURNED
           EVALUATE TRUE
               WHEN WKS-CUR-BACK < WKS-CUR-EXPECTED
                   COMPUTE WKS-SRC-MISSING(WKS-SRC-IDX) =
                       WKS-CUR-EXPECTED - WKS-CUR-BACK
                   ADD WKS-SRC-MISSING(WKS-SRC-IDX) TO WKS-TOT-MISSING
                   MOVE "INCOMPLETO" TO WKS-SRC-RESULT(WKS-SRC-IDX)
                   MOVE 8 TO WKS-NEW-COND
               WHEN WKS-CUR-BACK > WKS-CUR-EXPECTED
                   MOVE "DESCUADRE" TO WKS-SRC-RESULT(WKS-SRC-IDX)
                   MOVE 8 TO WKS-NEW-COND
               WHEN WKS-CUR-RETURNED > 0
                   MOVE "RECHAZOS" TO WKS-SRC-RESULT(WKS-SRC-IDX)
                   MOVE 4 TO WKS-NEW-COND
               WHEN OTHER
                   MOVE "COMPLETO" TO WKS-SRC-RESULT(WKS-SRC-IDX)
                   MOVE 0 TO WKS-NEW-COND
           END-EVALUATE
           PERFORM RAISE-COND-CODE.

       RAISE-COND-CODE.
           IF WKS-NEW-COND > WKS-COND-CODE
               MOVE WKS-NEW-COND TO WKS-COND-CODE
           END-IF.

      ******************************************************************
      * Distribution report: one line per intake source with the
      * HNINTRPT figures next to what came back, then the totals.
      ******************************************************************
       WRITE-DIST-REPORT.
           MOVE SPACES TO HNRSPRPT-RECORD
           STRING "DISTRIBUCION DE RESPUESTAS  FECHA: "
               DELIMITED BY SIZE
               WKS-REPORT-DATE DELIMITED BY SIZE
               INTO HNRSPRPT-RECORD
           WRITE HNRSPRPT-RECORD
           MOVE SPACES TO HNRSPRPT-RECORD
           STRING "ARCHIVO DISTRIBUIDO: " DELIMITED BY SIZE
               WKS-BATOUT-NAME DELIMITED BY SIZE
               "  RECEPCION: " DELIMITED BY SIZE
               WKS-INTAKE-ID DELIMITED BY SIZE
               INTO HNRSPRPT-RECORD
           WRITE HNRSPRPT-RECORD
           MOVE ALL "-" TO HNRSPRPT-RECORD
           WRITE HNRSPRPT-RECORD
           MOVE "FUENTE" TO HNRSPRPT-RECORD
           MOVE "RECIBIDOS" TO HNRSPRPT-RECORD(18:9)
           MOVE "REENVIOS" TO HNRSPRPT-RECORD(29:8)
           MOVE "RESPUESTA" TO HNRSPRPT-RECORD(38:9)
           MOVE "DEVUELTOS" TO HNRSPRPT-RECORD(48:9)
           MOVE "SIN RESP" TO HNRSPRPT-RECORD(59:8)
           MOVE "ESTADO" TO HNRSPRPT-RECORD(69:6)
           WRITE HNRSPRPT-RECORD
           MOVE 0 TO WKS-SRC-IDX
           PERFORM WRITE-SOURCE-LINE WKS-SRC-COUNT TIMES
           MOVE SPACES TO HNRSPRPT-RECORD
           WRITE HNRSPRPT-RECORD
           MOVE "Fuentes de la recepcion:" TO WKS-RPT-TEXT
           MOVE WKS-TOT-SOURCES TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "Archivos de respuesta:" TO WKS-RPT-TEXT
           MOVE WKS-TOT-FILES TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "Registros en HNBATOUT:" TO WKS-RPT-TEXT
           MOVE WKS-TOT-BATOUT TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "Respuestas distribuidas:" TO WKS-RPT-TEXT
           MOVE WKS-TOT-ANSWERED TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "Solicitudes devueltas:" TO WKS-RPT-TEXT
           MOVE WKS-TOT-RETURNED TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "Solicitudes sin respuesta:" TO WKS-RPT-TEXT
           MOVE WKS-TOT-MISSING TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "Respuestas sin fuente:" TO WKS-RPT-TEXT
           MOVE WKS-TOT-UNROUTED TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE SPACES TO HNRSPRPT-RECORD
           EVALUATE TRUE
               WHEN WKS-COND-CODE > 4
                   MOVE "ESTADO: RESPUESTAS INCOMPLETAS"
                       TO HNRSPRPT-RECORD
               WHEN WKS-COND-CODE > 0
                   MOVE "ESTADO: DISTRIBUIDO CON RECHAZOS"
                       TO HNRSPRPT-RECORD
               WHEN OTHER
                   MOVE "ESTADO: DISTRIBUCION COMPLETA"
                       TO HNRSPRPT-RECORD
           END-EVALUATE
           WRITE HNRSPRPT-RECORD
           CLOSE HNRSPRPT-FILE
           DISPLAY "Reporte de distribucion exportado a HNRSPRPT."
           DISPLAY "Respondidas: " WKS-TOT-ANSWERED
               " devueltas: " WKS-TOT-RETURNED
               " sin respuesta: " WKS-TOT-MISSING.

       WRITE-SOURCE-LINE.
           ADD 1 TO WKS-SRC-IDX
           MOVE SPACES TO HNRSPRPT-RECORD
           MOVE WKS-SRC-NAME(WKS-SRC-IDX) TO HNRSPRPT-RECORD(1:15)
           MOVE WKS-SRC-RECORDS(WKS-SRC-IDX) TO HNRSPRPT-RECORD(18:9)
           MOVE WKS-SRC-RESUBMIT(WKS-SRC-IDX)
               TO HNRSPRPT-RECORD(28:9)
           MOVE WKS-SRC-ANSWERED(WKS-SRC-IDX)
               TO HNRSPRPT-RECORD(38:9)
           MOVE WKS-SRC-RETURNED(WKS-SRC-IDX)
               TO HNRSPRPT-RECORD(48:9)
           MOVE WKS-SRC-MISSING(WKS-SRC-IDX) TO HNRSPRPT-RECORD(58:9)
           MOVE WKS-SRC-RESULT(WKS-SRC-IDX) TO HNRSPRPT-RECORD(69:10)
           WRITE HNRSPRPT-RECORD.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO HNRSPRPT-RECORD
           MOVE WKS-REPORT-LINE TO HNRSPRPT-RECORD
           WRITE HNRSPRPT-RECORD.

       END PROGRAM HappyRespDist.
