      ******************************************************************
      * Author:
      * Date:
      * Purpose: Night job-stream controller. The HNJOBDEF deck lists
      *          the steps of the night window in order, each with the
      *          command that runs it, the highest condition code its
      *          successors will tolerate and up to three predecessor
      *          steps (none named = the step before it). Steps run
      *          one at a time; a step whose predecessors did not all
      *          finish within tolerance is held, and so is everything
      *          downstream of it. Step status is rewritten to HNJOBSTS
      *          before and after every step, so a restart run skips
      *          the steps that already finished and picks up at the
      *          failed one. The job summary on HNJOBRPT shows every
      *          step as run, skipped or held with its condition code.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   - Initial version: deck validation, dependency-driven step
      *     execution with condition-code tolerance, HNJOBSTS step
      *     status, restart from the failed step and HNJOBRPT job
      *     summary.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HappyJobCtl.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HNJOBDEF-FILE ASSIGN TO "HNJOBDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-JOBDEF-STATUS.
           SELECT HNJOBSTS-FILE ASSIGN TO "HNJOBSTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-JOBSTS-STATUS.
           SELECT HNJOBRPT-FILE ASSIGN TO "HNJOBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One card per step; cards starting with "*" are comments.
       FD  HNJOBDEF-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNJOBDEF-RECORD.
           05  HNJDF-STEP              PIC 9(02).
           05  FILLER                  PIC X(01).
           05  HNJDF-NAME              PIC X(08).
           05  FILLER                  PIC X(01).
           05  HNJDF-MAX-CC            PIC 9(02).
           05  FILLER                  PIC X(01).
           05  HNJDF-PRED-LIST OCCURS 3 TIMES.
               10  HNJDF-PRED          PIC 9(02).
               10  FILLER              PIC X(01).
           05  HNJDF-COMMAND           PIC X(60).
       01  HNJOBDEF-LINE               PIC X(84).

      * One record per step, rewritten whole as the job advances.
       FD  HNJOBSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNJOBSTS-RECORD.
           05  HNJST-STEP              PIC 9(02).
           05  FILLER                  PIC X(01).
           05  HNJST-NAME              PIC X(08).
           05  FILLER                  PIC X(01).
           05  HNJST-STATE             PIC X(10).
           05  FILLER                  PIC X(01).
           05  HNJST-CC                PIC 9(04).
           05  FILLER                  PIC X(01).
           05  HNJST-DATE              PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HNJST-START             PIC 9(06).
           05  FILLER                  PIC X(01).
           05  HNJST-END               PIC 9(06).
           05  FILLER                  PIC X(01).
           05  HNJST-RUN-ID            PIC 9(14).

       FD  HNJOBRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNJOBRPT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
           77 WKS-JOBDEF-STATUS  PIC X(02).
           77 WKS-JOBSTS-STATUS  PIC X(02).
           77 WKS-RPT-STATUS     PIC X(02).
           77 WKS-EOF-SW         PIC X(01) VALUE "N".
               88 WKS-END-OF-FILE        VALUE "Y".
           77 WKS-RESTART-SW     PIC X(01) VALUE "N".
               88 WKS-RESTART-RUN        VALUE "Y".
           77 WKS-ANSWER         PIC X(01) VALUE SPACE.
           77 WKS-DECK-ERRORS    PIC 9(04) VALUE 0.
           77 WKS-CARD-NO        PIC 9(04) VALUE 0.

      * The job: steps in deck order. State is what HNJOBSTS keeps
      * (PENDIENTE, EN CURSO, TERMINADO, FALLIDO, RETENIDO); action is
      * what this run did with the step (EJECUTADO, SALTADO,
      * RETENIDO).
           77 WKS-STP-COUNT      PIC 9(02) VALUE 0.
           77 WKS-STP-IDX        PIC 9(02) VALUE 0.
           77 WKS-PRED-IDX       PIC 9(02) VALUE 0.
           77 WKS-PRD-IDX        PIC 9(01) VALUE 0.
           77 WKS-FIND-STEP      PIC 9(02) VALUE 0.
           77 WKS-FOUND-IDX      PIC 9(02) VALUE 0.
       01  WKS-STEP-TABLE.
           05  WKS-STP-ENTRY OCCURS 50 TIMES.
               10  WKS-STP-NO          PIC 9(02).
               10  WKS-STP-NAME        PIC X(08).
               10  WKS-STP-MAX-CC      PIC 9(02).
               10  WKS-STP-PRED OCCURS 3 TIMES PIC 9(02).
               10  WKS-STP-COMMAND     PIC X(60).
               10  WKS-STP-STATE       PIC X(10).
               10  WKS-STP-ACTION      PIC X(10).
               10  WKS-STP-CC          PIC 9(04).
               10  WKS-STP-DATE        PIC 9(08).
               10  WKS-STP-START       PIC 9(06).
               10  WKS-STP-END         PIC 9(06).
               10  WKS-STP-HELD-BY     PIC 9(02).

      * Step execution. The shell hands back the wait status, with
      * the step's own exit code in its high byte; a step that could
      * not be started at all is given code 16.
           77 WKS-STEP-COMMAND   PIC X(60).
           77 WKS-SYS-RC         PIC S9(09) VALUE 0.
           77 WKS-STEP-CC        PIC 9(04) VALUE 0.
           77 WKS-PREDS-OK-SW    PIC X(01) VALUE "Y".
               88 WKS-PREDS-OK           VALUE "Y".

      * Run identification and totals.
           77 WKS-RUN-DATE       PIC 9(08).
           77 WKS-TIME-FULL      PIC 9(08).
           77 WKS-NOW-TIME       PIC 9(06) VALUE 0.
           77 WKS-RUN-ID         PIC 9(14) VALUE 0.
           77 WKS-TOT-RUN        PIC 9(09) VALUE 0.
           77 WKS-TOT-SKIPPED    PIC 9(09) VALUE 0.
           77 WKS-TOT-HELD       PIC 9(09) VALUE 0.
           77 WKS-TOT-FAILED     PIC 9(09) VALUE 0.
           77 WKS-TOT-WARNED     PIC 9(09) VALUE 0.
           77 WKS-COND-CODE      PIC 9(04) VALUE 0.
           77 WKS-NEW-COND       PIC 9(04) VALUE 0.
       01  WKS-REPORT-LINE.
           05  WKS-RPT-TEXT            PIC X(30) VALUE SPACES.
           05  WKS-RPT-VALUE           PIC 9(09) VALUE ZEROS.
           05  FILLER                  PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WKS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM TAKE-TIME
           COMPUTE WKS-RUN-ID = WKS-RUN-DATE * 1000000 + WKS-NOW-TIME
           PERFORM LOAD-JOB-DECK
           PERFORM ASK-RUN-MODE
           IF WKS-RESTART-RUN
               PERFORM LOAD-PREVIOUS-STATUS
           END-IF
           PERFORM WRITE-JOB-STATUS
           MOVE 0 TO WKS-STP-IDX
           PERFORM DISPATCH-ONE-STEP WKS-STP-COUNT TIMES
           PERFORM WRITE-JOB-SUMMARY
           MOVE WKS-COND-CODE TO RETURN-CODE
           STOP RUN.

       TAKE-TIME.
           ACCEPT WKS-TIME-FULL FROM TIME
           DIVIDE WKS-TIME-FULL BY 100 GIVING WKS-NOW-TIME.

      ******************************************************************
      * The deck is read and checked whole before anything runs: step
      * numbers numeric, rising and unique, a tolerance on every card,
      * a command, and predecessors that are earlier steps of the
      * same deck. Any error stops the job with nothing run.
      ******************************************************************
       LOAD-JOB-DECK.
           OPEN INPUT HNJOBDEF-FILE
           IF WKS-JOBDEF-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNJOBDEF, codigo: "
                   WKS-JOBDEF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WKS-EOF-SW
           READ HNJOBDEF-FILE AT END MOVE "Y" TO WKS-EOF-SW END-READ
           PERFORM LOAD-ONE-CARD UNTIL WKS-END-OF-FILE
           CLOSE HNJOBDEF-FILE
           IF WKS-STP-COUNT = 0
               DISPLAY "HNJOBDEF sin pasos."
               ADD 1 TO WKS-DECK-ERRORS
           END-IF
           IF WKS-DECK-ERRORS > 0
               DISPLAY "HNJOBDEF con " WKS-DECK-ERRORS
                   " errores, no se ejecuta ningun paso."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-CARD.
           ADD 1 TO WKS-CARD-NO
           IF HNJOBDEF-LINE NOT = SPACES
                   AND HNJOBDEF-LINE(1:1) NOT = "*"
               PERFORM CHECK-STEP-CARD
           END-IF
           READ HNJOBDEF-FILE AT END MOVE "Y" TO WKS-EOF-SW END-READ.

       CHECK-STEP-CARD.
           IF HNJDF-STEP NOT NUMERIC OR HNJDF-STEP = 0
               DISPLAY "Tarjeta " WKS-CARD-NO ": paso no numerico."
               ADD 1 TO WKS-DECK-ERRORS
           ELSE
               IF WKS-STP-COUNT > 0
                   IF HNJDF-STEP NOT > WKS-STP-NO(WKS-STP-COUNT)
                       DISPLAY "Tarjeta " WKS-CARD-NO ": paso "
                           HNJDF-STEP " fuera de orden o repetido."
                       ADD 1 TO WKS-DECK-ERRORS
                   END-IF
               END-IF
               IF HNJDF-MAX-CC NOT NUMERIC
                   DISPLAY "Tarjeta " WKS-CARD-NO
                       ": codigo tolerado no numerico."
                   ADD 1 TO WKS-DECK-ERRORS
               END-IF
               IF HNJDF-COMMAND = SPACES
                   DISPLAY "Tarjeta " WKS-CARD-NO ": sin comando."
                   ADD 1 TO WKS-DECK-ERRORS
               END-IF
               IF WKS-STP-COUNT < 50
                   PERFORM STORE-STEP-CARD
               ELSE
                   DISPLAY "Tarjeta " WKS-CARD-NO
                       ": mas de 50 pasos."
                   ADD 1 TO WKS-DECK-ERRORS
               END-IF
           END-IF.

       STORE-STEP-CARD.
           ADD 1 TO WKS-STP-COUNT
           MOVE HNJDF-STEP TO WKS-STP-NO(WKS-STP-COUNT)
           MOVE HNJDF-NAME TO WKS-STP-NAME(WKS-STP-COUNT)
           IF HNJDF-MAX-CC NUMERIC
               MOVE HNJDF-MAX-CC TO WKS-STP-MAX-CC(WKS-STP-COUNT)
           ELSE
               MOVE 0 TO WKS-STP-MAX-CC(WKS-STP-COUNT)
           END-IF
           MOVE HNJDF-COMMAND TO WKS-STP-COMMAND(WKS-STP-COUNT)
           MOVE "PENDIENTE" TO WKS-STP-STATE(WKS-STP-COUNT)
           MOVE SPACES TO WKS-STP-ACTION(WKS-STP-COUNT)
           MOVE 0 TO WKS-STP-CC(WKS-STP-COUNT)
           MOVE 0 TO WKS-STP-DATE(WKS-STP-COUNT)
           MOVE 0 TO WKS-STP-START(WKS-STP-COUNT)
           MOVE 0 TO WKS-STP-END(WKS-STP-COUNT)
           MOVE 0 TO WKS-STP-HELD-BY(WKS-STP-COUNT)
           MOVE 0 TO WKS-PRD-IDX
           PERFORM STORE-STEP-PREDECESSOR 3 TIMES
      * No predecessor named: the step follows the one before it.
           IF WKS-STP-PRED(WKS-STP-COUNT, 1) = 0
                   AND WKS-STP-PRED(WKS-STP-COUNT, 2) = 0
                   AND WKS-STP-PRED(WKS-STP-COUNT, 3) = 0
                   AND WKS-STP-COUNT > 1
               COMPUTE WKS-PRED-IDX = WKS-STP-COUNT - 1
               MOVE WKS-STP-NO(WKS-PRED-IDX)
                   TO WKS-STP-PRED(WKS-STP-COUNT, 1)
           END-IF.

       STORE-STEP-PREDECESSOR.
           ADD 1 TO WKS-PRD-IDX
           MOVE 0 TO WKS-STP-PRED(WKS-STP-COUNT, WKS-PRD-IDX)
           IF HNJDF-PRED(WKS-PRD-IDX) NUMERIC
                   AND HNJDF-PRED(WKS-PRD-IDX) > 0
               MOVE HNJDF-PRED(WKS-PRD-IDX) TO WKS-FIND-STEP
               PERFORM FIND-STEP-ENTRY
               IF WKS-FOUND-IDX = 0
                       OR WKS-FOUND-IDX = WKS-STP-COUNT
                   DISPLAY "Tarjeta " WKS-CARD-NO ": predecesor "
                       WKS-FIND-STEP " no es un paso anterior."
                   ADD 1 TO WKS-DECK-ERRORS
               ELSE
                   MOVE WKS-FIND-STEP
                       TO WKS-STP-PRED(WKS-STP-COUNT, WKS-PRD-IDX)
               END-IF
           END-IF.

      * Table slot of step number WKS-FIND-STEP, zero when absent.
       FIND-STEP-ENTRY.
           MOVE 0 TO WKS-FOUND-IDX
           MOVE 0 TO WKS-PRED-IDX
           PERFORM SEARCH-STEP-ENTRY
               UNTIL WKS-FOUND-IDX > 0 OR WKS-PRED-IDX = WKS-STP-COUNT.

       SEARCH-STEP-ENTRY.
           ADD 1 TO WKS-PRED-IDX
           IF WKS-STP-NO(WKS-PRED-IDX) = WKS-FIND-STEP
               MOVE WKS-PRED-IDX TO WKS-FOUND-IDX
           END-IF.

       ASK-RUN-MODE.
           DISPLAY "Reiniciar desde el paso fallido (S/N): "
           ACCEPT WKS-ANSWER
           IF WKS-ANSWER = "S" OR WKS-ANSWER = "s"
               MOVE "Y" TO WKS-RESTART-SW
               DISPLAY "Reinicio: se saltan los pasos terminados."
           END-IF.

      ******************************************************************
      * Restart: a step HNJOBSTS shows as TERMINADO under the same
      * number and name keeps that state and its code and is skipped;
      * every other step runs again or is held as its predecessors
      * decide. Without a status file there is nothing to restart.
      ******************************************************************
       LOAD-PREVIOUS-STATUS.
           OPEN INPUT HNJOBSTS-FILE
           IF WKS-JOBSTS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNJOBSTS, codigo: "
                   WKS-JOBSTS-STATUS
               DISPLAY "Sin estado previo no hay reinicio."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WKS-EOF-SW
           READ HNJOBSTS-FILE AT END MOVE "Y" TO WKS-EOF-SW END-READ
           PERFORM APPLY-PREVIOUS-STATUS UNTIL WKS-END-OF-FILE
           CLOSE HNJOBSTS-FILE.

       APPLY-PREVIOUS-STATUS.
           IF HNJST-STEP NUMERIC AND HNJST-STATE = "TERMINADO"
               MOVE HNJST-STEP TO WKS-FIND-STEP
               PERFORM FIND-STEP-ENTRY
               IF WKS-FOUND-IDX > 0
                   IF WKS-STP-NAME(WKS-FOUND-IDX) = HNJST-NAME
                       MOVE "TERMINADO"
                           TO WKS-STP-STATE(WKS-FOUND-IDX)
                       MOVE HNJST-CC TO WKS-STP-CC(WKS-FOUND-IDX)
                       MOVE HNJST-DATE TO WKS-STP-DATE(WKS-FOUND-IDX)
                       MOVE HNJST-START
                           TO WKS-STP-START(WKS-FOUND-IDX)
                       MOVE HNJST-END TO WKS-STP-END(WKS-FOUND-IDX)
                   END-IF
               END-IF
           END-IF
           READ HNJOBSTS-FILE AT END MOVE "Y" TO WKS-EOF-SW END-READ.

      ******************************************************************
      * One step: skipped when a previous run finished it, held when
      * a predecessor did not finish within tolerance, run otherwise.
      ******************************************************************
       DISPATCH-ONE-STEP.
           ADD 1 TO WKS-STP-IDX
           IF WKS-STP-STATE(WKS-STP-IDX) = "TERMINADO"
               MOVE "SALTADO" TO WKS-STP-ACTION(WKS-STP-IDX)
               ADD 1 TO WKS-TOT-SKIPPED
               DISPLAY "Paso " WKS-STP-NO(WKS-STP-IDX) " "
                   WKS-STP-NAME(WKS-STP-IDX) " ya terminado, saltado."
           ELSE
               PERFORM CHECK-STEP-PREDECESSORS
               IF WKS-PREDS-OK
                   PERFORM RUN-ONE-STEP
               ELSE
                   MOVE "RETENIDO" TO WKS-STP-STATE(WKS-STP-IDX)
                   MOVE "RETENIDO" TO WKS-STP-ACTION(WKS-STP-IDX)
                   MOVE 0 TO WKS-STP-CC(WKS-STP-IDX)
                   ADD 1 TO WKS-TOT-HELD
                   MOVE 8 TO WKS-NEW-COND
                   PERFORM RAISE-COND-CODE
                   DISPLAY "Paso " WKS-STP-NO(WKS-STP-IDX) " "
                       WKS-STP-NAME(WKS-STP-IDX)
                       " retenido por el paso "
                       WKS-STP-HELD-BY(WKS-STP-IDX)
                   PERFORM WRITE-JOB-STATUS
               END-IF
           END-IF.

       CHECK-STEP-PREDECESSORS.
           MOVE "Y" TO WKS-PREDS-OK-SW
           MOVE 0 TO WKS-STP-HELD-BY(WKS-STP-IDX)
           MOVE 0 TO WKS-PRD-IDX
           PERFORM CHECK-ONE-PREDECESSOR 3 TIMES.

       CHECK-ONE-PREDECESSOR.
           ADD 1 TO WKS-PRD-IDX
           IF WKS-STP-PRED(WKS-STP-IDX, WKS-PRD-IDX) > 0
               MOVE WKS-STP-PRED(WKS-STP-IDX, WKS-PRD-IDX)
                   TO WKS-FIND-STEP
               PERFORM FIND-STEP-ENTRY
               IF WKS-FOUND-IDX > 0
                   IF WKS-STP-STATE(WKS-FOUND-IDX) NOT = "TERMINADO"
                       MOVE "N" TO WKS-PREDS-OK-SW
                       IF WKS-STP-HELD-BY(WKS-STP-IDX) = 0
                           MOVE WKS-FIND-STEP
                               TO WKS-STP-HELD-BY(WKS-STP-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * The step is marked EN CURSO on HNJOBSTS before it starts, so
      * a controller that dies mid-step leaves it to be run again.
       RUN-ONE-STEP.
           MOVE "EN CURSO" TO WKS-STP-STATE(WKS-STP-IDX)
           MOVE WKS-RUN-DATE TO WKS-STP-DATE(WKS-STP-IDX)
           PERFORM TAKE-TIME
           MOVE WKS-NOW-TIME TO WKS-STP-START(WKS-STP-IDX)
           MOVE 0 TO WKS-STP-END(WKS-STP-IDX)
           PERFORM WRITE-JOB-STATUS
           DISPLAY "Paso " WKS-STP-NO(WKS-STP-IDX) " "
               WKS-STP-NAME(WKS-STP-IDX) " en ejecucion."
           MOVE WKS-STP-COMMAND(WKS-STP-IDX) TO WKS-STEP-COMMAND
           CALL "SYSTEM" USING WKS-STEP-COMMAND
           MOVE RETURN-CODE TO WKS-SYS-RC
           MOVE 0 TO RETURN-CODE
           IF WKS-SYS-RC < 0
               MOVE 16 TO WKS-STEP-CC
           ELSE
               IF WKS-SYS-RC > 255
                   DIVIDE WKS-SYS-RC BY 256 GIVING WKS-STEP-CC
               ELSE
                   MOVE WKS-SYS-RC TO WKS-STEP-CC
               END-IF
           END-IF
           PERFORM TAKE-TIME
           MOVE WKS-NOW-TIME TO WKS-STP-END(WKS-STP-IDX)
           MOVE WKS-STEP-CC TO WKS-STP-CC(WKS-STP-IDX)
           MOVE "EJECUTADO" TO WKS-STP-ACTION(WKS-STP-IDX)
           ADD 1 TO WKS-TOT-RUN
           IF WKS-STEP-CC > WKS-STP-MAX-CC(WKS-STP-IDX)
               MOVE "FALLIDO" TO WKS-STP-STATE(WKS-STP-IDX)
               ADD 1 TO WKS-TOT-FAILED
               MOVE 8 TO WKS-NEW-COND
           ELSE
               MOVE "TERMINADO" TO WKS-STP-STATE(WKS-STP-IDX)
               IF WKS-STEP-CC > 0
                   ADD 1 TO WKS-TOT-WARNED
                   MOVE 4 TO WKS-NEW-COND
               ELSE
                   MOVE 0 TO WKS-NEW-COND
               END-IF
           END-IF
           PERFORM RAISE-COND-CODE
           PERFORM WRITE-JOB-STATUS
           DISPLAY "Paso " WKS-STP-NO(WKS-STP-IDX) " "
               WKS-STP-NAME(WKS-STP-IDX) " codigo " WKS-STEP-CC
               " " WKS-STP-STATE(WKS-STP-IDX).

       RAISE-COND-CODE.
           IF WKS-NEW-COND > WKS-COND-CODE
               MOVE WKS-NEW-COND TO WKS-COND-CODE
           END-IF.

      * The whole job's status, one record per step.
       WRITE-JOB-STATUS.
           OPEN OUTPUT HNJOBSTS-FILE
           IF WKS-JOBSTS-STATUS NOT = "00"
               DISPLAY "No se pudo grabar HNJOBSTS, codigo: "
                   WKS-JOBSTS-STATUS
               MOVE 8 TO WKS-NEW-COND
               PERFORM RAISE-COND-CODE
           ELSE
               MOVE 0 TO WKS-PRED-IDX
               PERFORM WRITE-STEP-STATUS WKS-STP-COUNT TIMES
               CLOSE HNJOBSTS-FILE
           END-IF.

       WRITE-STEP-STATUS.
           ADD 1 TO WKS-PRED-IDX
           MOVE SPACES TO HNJOBSTS-RECORD
           MOVE WKS-STP-NO(WKS-PRED-IDX) TO HNJST-STEP
           MOVE WKS-STP-NAME(WKS-PRED-IDX) TO HNJST-NAME
           MOVE WKS-STP-STATE(WKS-PRED-IDX) TO HNJST-STATE
           MOVE WKS-STP-CC(WKS-PRED-IDX) TO HNJST-CC
           MOVE WKS-STP-DATE(WKS-PRED-IDX) TO HNJST-DATE
           MOVE WKS-STP-START(WKS-PRED-IDX) TO HNJST-START
           MOVE WKS-STP-END(WKS-PRED-IDX) TO HNJST-END
           MOVE WKS-RUN-ID TO HNJST-RUN-ID
           WRITE HNJOBSTS-RECORD.

      ******************************************************************
      * Job summary: every step with what this run did with it, its
      * condition code and tolerance, and the step that held it.
      ******************************************************************
       WRITE-JOB-SUMMARY.
           OPEN OUTPUT HNJOBRPT-FILE
           IF WKS-RPT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNJOBRPT, codigo: "
                   WKS-RPT-STATUS
               MOVE 8 TO WKS-NEW-COND
               PERFORM RAISE-COND-CODE
           ELSE
               PERFORM WRITE-SUMMARY-BODY
               CLOSE HNJOBRPT-FILE
               DISPLAY "Resumen del trabajo exportado a HNJOBRPT."
           END-IF
           DISPLAY "Ejecutados: " WKS-TOT-RUN
               " saltados: " WKS-TOT-SKIPPED
               " retenidos: " WKS-TOT-HELD
               " fallidos: " WKS-TOT-FAILED.

       WRITE-SUMMARY-BODY.
           MOVE SPACES TO HNJOBRPT-RECORD
           STRING "RESUMEN DE TRABAJO NOCTURNO  FECHA: "
               DELIMITED BY SIZE
               WKS-RUN-DATE DELIMITED BY SIZE
               "  CORRIDA: " DELIMITED BY SIZE
               WKS-RUN-ID DELIMITED BY SIZE
               INTO HNJOBRPT-RECORD
           WRITE HNJOBRPT-RECORD
           IF WKS-RESTART-RUN
               MOVE "MODO: REINICIO DESDE EL PASO FALLIDO"
                   TO HNJOBRPT-RECORD
           ELSE
               MOVE "MODO: NORMAL" TO HNJOBRPT-RECORD
           END-IF
           WRITE HNJOBRPT-RECORD
           MOVE ALL "-" TO HNJOBRPT-RECORD
           WRITE HNJOBRPT-RECORD
           MOVE "PASO NOMBRE    ACCION     CODIGO MAX ESTADO"
               TO HNJOBRPT-RECORD
           MOVE "INICIO FIN    RETENIDO POR" TO HNJOBRPT-RECORD(48:26)
           WRITE HNJOBRPT-RECORD
           MOVE 0 TO WKS-STP-IDX
           PERFORM WRITE-SUMMARY-LINE WKS-STP-COUNT TIMES
           MOVE SPACES TO HNJOBRPT-RECORD
           WRITE HNJOBRPT-RECORD
           MOVE "PASOS EN EL TRABAJO" TO WKS-RPT-TEXT
           MOVE WKS-STP-COUNT TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "PASOS EJECUTADOS" TO WKS-RPT-TEXT
           MOVE WKS-TOT-RUN TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "PASOS SALTADOS" TO WKS-RPT-TEXT
           MOVE WKS-TOT-SKIPPED TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "PASOS RETENIDOS" TO WKS-RPT-TEXT
           MOVE WKS-TOT-HELD TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "PASOS FALLIDOS" TO WKS-RPT-TEXT
           MOVE WKS-TOT-FAILED TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE SPACES TO HNJOBRPT-RECORD
           EVALUATE TRUE
               WHEN WKS-COND-CODE > 4
                   MOVE "ESTADO: TRABAJO INCOMPLETO, REINICIAR"
                       TO HNJOBRPT-RECORD
               WHEN WKS-COND-CODE > 0
                   MOVE "ESTADO: TRABAJO TERMINADO CON AVISOS"
                       TO HNJOBRPT-RECORD
               WHEN OTHER
                   MOVE "ESTADO: TRABAJO TERMINADO"
                       TO HNJOBRPT-RECORD
           END-EVALUATE
           WRITE HNJOBRPT-RECORD.

       WRITE-SUMMARY-LINE.
           ADD 1 TO WKS-STP-IDX
           MOVE SPACES TO HNJOBRPT-RECORD
           MOVE WKS-STP-NO(WKS-STP-IDX) TO HNJOBRPT-RECORD(1:2)
           MOVE WKS-STP-NAME(WKS-STP-IDX) TO HNJOBRPT-RECORD(6:8)
           MOVE WKS-STP-ACTION(WKS-STP-IDX) TO HNJOBRPT-RECORD(16:10)
           MOVE WKS-STP-CC(WKS-STP-IDX) TO HNJOBRPT-RECORD(27:4)
           MOVE WKS-STP-MAX-CC(WKS-STP-IDX) TO HNJOBRPT-RECORD(34:2)
           MOVE WKS-STP-STATE(WKS-STP-IDX) TO HNJOBRPT-RECORD(38:10)
           IF WKS-STP-START(WKS-STP-IDX) > 0
               MOVE WKS-STP-START(WKS-STP-IDX)
                   TO HNJOBRPT-RECORD(48:6)
               MOVE WKS-STP-END(WKS-STP-IDX) TO HNJOBRPT-RECORD(55:6)
           END-IF
           IF WKS-STP-HELD-BY(WKS-STP-IDX) > 0
                   AND WKS-STP-STATE(WKS-STP-IDX) = "RETENIDO"
               MOVE WKS-STP-HELD-BY(WKS-STP-IDX)
                   TO HNJOBRPT-RECORD(62:2)
           END-IF
           WRITE HNJOBRPT-RECORD.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO HNJOBRPT-RECORD
           MOVE WKS-REPORT-LINE TO HNJOBRPT-RECORD
           WRITE HNJOBRPT-RECORD.

       END PROGRAM HappyJobCtl.
