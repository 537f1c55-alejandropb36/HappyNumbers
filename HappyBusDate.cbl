      ******************************************************************
      * Author:
      * Date:
      * Purpose: Business date control. The HNBUSDTE control file
      *          holds the processing date the batch programs stamp
      *          on their records (instead of the system clock, so a
      *          night run that crosses midnight stays on one
      *          business day), the open reporting and billing
      *          period, the closed periods and the holiday calendar.
      *          The date is rolled forward one business day at a
      *          time, skipping weekends and holidays. A period
      *          (calendar month) is closed once it has been billed
      *          and cut; HappyChargeback and HappyAuditArchive then
      *          refuse it until it is explicitly reopened here.
      *          Every change is written to the HNBDTLOG log, a
      *          reopen with the operator's reason. Changes need the
      *          FECHAPRO profile on HNAUTH (AVANCE, CIERRE, REABRE,
      *          FERIAD).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   - Initial version: business date roll-forward over the
      *     holiday calendar, period close and reopen, holiday
      *     maintenance and the HNBDTLOG change log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HappyBusDate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HNBUSDTE-FILE ASSIGN TO "HNBUSDTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-BUSDTE-STATUS.
           SELECT HNBDTLOG-FILE ASSIGN TO "HNBDTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-BDTLOG-STATUS.
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
      * Business date control file: one control record (C), one
      * record per period that has ever been closed (P, status C
      * closed or A reopened) and one per holiday (H). A period with
      * no P record has never been closed.
       FD  HNBUSDTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNBUSDTE-RECORD.
           05  HNBDT-TYPE              PIC X(01).
           05  FILLER                  PIC X(01).
           05  HNBDT-DATE              PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HNBDT-OPEN-PERIOD       PIC 9(06).
           05  FILLER                  PIC X(01).
           05  HNBDT-ROLL-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HNBDT-ROLL-TIME         PIC 9(06).
           05  FILLER                  PIC X(01).
           05  HNBDT-ROLL-BY           PIC X(08).
           05  FILLER                  PIC X(38).
       01  HNBUSDTE-PERIOD-RECORD.
           05  HNBDT-P-TYPE            PIC X(01).
           05  FILLER                  PIC X(01).
           05  HNBDT-P-PERIOD          PIC 9(06).
           05  FILLER                  PIC X(01).
           05  HNBDT-P-STATUS          PIC X(01).
           05  FILLER                  PIC X(01).
           05  HNBDT-P-CLOSE-DATE      PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HNBDT-P-CLOSE-BY        PIC X(08).
           05  FILLER                  PIC X(01).
           05  HNBDT-P-REOPENS         PIC 9(03).
           05  FILLER                  PIC X(48).
       01  HNBUSDTE-HOLIDAY-RECORD.
           05  HNBDT-H-TYPE            PIC X(01).
           05  FILLER                  PIC X(01).
           05  HNBDT-H-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HNBDT-H-DESC            PIC X(30).
           05  FILLER                  PIC X(39).

      * One record per change to the control file, with the business
      * date before and after and, for a reopen, the reason given.
       FD  HNBDTLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNBDTLOG-RECORD.
           05  HNBLG-DATE              PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HNBLG-TIME              PIC 9(06).
           05  FILLER                  PIC X(01).
           05  HNBLG-OPERATOR          PIC X(08).
           05  FILLER                  PIC X(01).
           05  HNBLG-ACTION            PIC X(10).
           05  FILLER                  PIC X(01).
           05  HNBLG-PERIOD            PIC 9(06).
           05  FILLER                  PIC X(01).
           05  HNBLG-OLD-DATE          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HNBLG-NEW-DATE          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HNBLG-REASON            PIC X(30).

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
           77 WKS-BUSDTE-STATUS  PIC X(02).
           77 WKS-BDTLOG-STATUS  PIC X(02).
           77 WKS-EOF-SW         PIC X(01) VALUE "N".
               88 WKS-END-OF-FILE        VALUE "Y".
           77 WKS-TIME-FULL      PIC 9(08).

      * Operator authorization (same rules as HappyNumbers).
           77 WKS-USER-ID        PIC X(08) VALUE SPACES.
           77 WKS-AUTH-STATUS    PIC X(02).
           77 WKS-SECLOG-STATUS  PIC X(02).
           77 WKS-AUTH-OPEN-SW   PIC X(01) VALUE "N".
               88 WKS-AUTH-OPEN          VALUE "Y".
           77 WKS-AUTH-SW        PIC X(01) VALUE "N".
               88 WKS-AUTHORIZED         VALUE "Y".
           77 WKS-AUTH-PROGRAM   PIC X(08) VALUE "FECHAPRO".
           77 WKS-AUTH-FUNCTION  PIC X(06) VALUE SPACES.
           77 WKS-AUTH-REASON    PIC X(12) VALUE SPACES.

      * The control file in storage, changed by the menu functions
      * and written back whole after every change.
           77 WKS-CONTROL-SW     PIC X(01) VALUE "N".
               88 WKS-CONTROL-FOUND      VALUE "Y".
           77 WKS-BUS-DATE       PIC 9(08) VALUE 0.
           77 WKS-OPEN-PERIOD    PIC 9(06) VALUE 0.
           77 WKS-ROLL-DATE      PIC 9(08) VALUE 0.
           77 WKS-ROLL-TIME      PIC 9(06) VALUE 0.
           77 WKS-ROLL-BY        PIC X(08) VALUE SPACES.

           77 WKS-PER-COUNT      PIC 9(03) VALUE 0.
           77 WKS-PER-IDX        PIC 9(03) VALUE 0.
           77 WKS-PER-FOUND-SW   PIC X(01) VALUE "N".
               88 WKS-PER-FOUND          VALUE "Y".
       01  WKS-PERIOD-TABLE.
           05  WKS-PER-ENTRY OCCURS 200 TIMES.
               10  WKS-PER-PERIOD      PIC 9(06).
               10  WKS-PER-STATUS      PIC X(01).
               10  WKS-PER-CLOSE-DATE  PIC 9(08).
               10  WKS-PER-CLOSE-BY    PIC X(08).
               10  WKS-PER-REOPENS     PIC 9(03).

      * Holidays, kept in date order.
           77 WKS-HOL-COUNT      PIC 9(03) VALUE 0.
           77 WKS-HOL-IDX        PIC 9(03) VALUE 0.
           77 WKS-HOL-POS        PIC 9(03) VALUE 0.
           77 WKS-HOL-FOUND-SW   PIC X(01) VALUE "N".
               88 WKS-HOL-FOUND          VALUE "Y".
       01  WKS-HOLIDAY-TABLE.
           05  WKS-HOL-ENTRY OCCURS 200 TIMES.
               10  WKS-HOL-DATE        PIC 9(08).
               10  WKS-HOL-DESC        PIC X(30).

      * Operator answers and the values edited from them.
           77 WKS-DATE-ALPHA     PIC X(08) JUSTIFIED RIGHT.
           77 WKS-PERIOD-ALPHA   PIC X(06) JUSTIFIED RIGHT.
           77 WKS-ENTRY-DATE     PIC 9(08) VALUE 0.
           77 WKS-ENTRY-PERIOD   PIC 9(06) VALUE 0.
           77 WKS-ENTRY-DESC     PIC X(30) VALUE SPACES.
           77 WKS-BUS-PERIOD     PIC 9(06) VALUE 0.
           77 WKS-OLD-DATE       PIC 9(08) VALUE 0.

      * Change log fields for WRITE-DATE-LOG.
           77 WKS-LOG-ACTION     PIC X(10) VALUE SPACES.
           77 WKS-LOG-PERIOD     PIC 9(06) VALUE 0.
           77 WKS-LOG-REASON     PIC X(30) VALUE SPACES.

      * Calendar arithmetic. The date being checked or stepped sits
      * in WKS-CAL-DATE; a date is valid when its month is 1-12 and
      * its day within the month, February having 29 days in a leap
      * year.
       01  WKS-CAL-DATE              PIC 9(08).
       01  WKS-CAL-DATE-SPLIT REDEFINES WKS-CAL-DATE.
           05  WKS-CAL-YYYY            PIC 9(04).
           05  WKS-CAL-MM              PIC 9(02).
           05  WKS-CAL-DD              PIC 9(02).
       01  WKS-MONTH-DAYS-VALUES     PIC X(24)
               VALUE "312831303130313130313031".
       01  WKS-MONTH-DAYS-TABLE REDEFINES WKS-MONTH-DAYS-VALUES.
           05  WKS-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
           77 WKS-CAL-MDAYS      PIC 9(02) VALUE 0.
           77 WKS-CAL-QUOT       PIC 9(06) VALUE 0.
           77 WKS-CAL-REM4       PIC 9(03) VALUE 0.
           77 WKS-CAL-REM100     PIC 9(03) VALUE 0.
           77 WKS-CAL-REM400     PIC 9(03) VALUE 0.
           77 WKS-CAL-VALID-SW   PIC X(01) VALUE "N".
               88 WKS-CAL-VALID          VALUE "Y".
           77 WKS-BUSDAY-SW      PIC X(01) VALUE "N".
               88 WKS-IS-BUSINESS-DAY    VALUE "Y".
           77 WKS-DAYS-SKIPPED   PIC 9(03) VALUE 0.

      * Day number of a date (see COMPUTE-DAY-NUMBER); its remainder
      * by 7 gives the day of the week, 4 for Saturday and 5 for
      * Sunday.
       01  WKS-DN-DATE               PIC 9(08).
       01  WKS-DN-DATE-SPLIT REDEFINES WKS-DN-DATE.
           05  WKS-DN-YYYY             PIC 9(04).
           05  WKS-DN-MM               PIC 9(02).
           05  WKS-DN-DD               PIC 9(02).
           77 WKS-DN-YEAR        PIC 9(04) VALUE 0.
           77 WKS-DN-MONTH       PIC 9(02) VALUE 0.
           77 WKS-DN-Q4          PIC 9(04) VALUE 0.
           77 WKS-DN-Q100        PIC 9(04) VALUE 0.
           77 WKS-DN-Q400        PIC 9(04) VALUE 0.
           77 WKS-DN-MDAYS       PIC 9(04) VALUE 0.
           77 WKS-DN-RESULT      PIC 9(07) VALUE 0.
           77 WKS-DN-WEEKS       PIC 9(07) VALUE 0.
           77 WKS-DN-WEEKDAY     PIC 9(01) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Usuario/Terminal para bitacora: "
           ACCEPT WKS-USER-ID
           PERFORM OPEN-AUTH-FILE
           PERFORM LOAD-CONTROL-FILE
           PERFORM BUSDATE-MENU UNTIL WKS-OPTION = 7
           IF WKS-AUTH-OPEN
               CLOSE HNAUTH-FILE
           END-IF
           STOP RUN.

      ******************************************************************
      * The control file as the last change left it. A missing file
      * is not an error: the first roll-forward creates it from the
      * starting date the operator gives.
      ******************************************************************
       LOAD-CONTROL-FILE.
           MOVE "N" TO WKS-CONTROL-SW
           MOVE 0 TO WKS-PER-COUNT
           MOVE 0 TO WKS-HOL-COUNT
           OPEN INPUT HNBUSDTE-FILE
           IF WKS-BUSDTE-STATUS = "00"
               MOVE "N" TO WKS-EOF-SW
               READ HNBUSDTE-FILE AT END MOVE "Y" TO WKS-EOF-SW
               END-READ
               PERFORM LOAD-CONTROL-RECORD UNTIL WKS-END-OF-FILE
               CLOSE HNBUSDTE-FILE
           ELSE
               DISPLAY "No se pudo abrir HNBUSDTE, codigo: "
                   WKS-BUSDTE-STATUS
           END-IF
           IF NOT WKS-CONTROL-FOUND
               DISPLAY "HNBUSDTE sin fecha de proceso; la opcion 2 "
                   "la inicializa."
           END-IF.

       LOAD-CONTROL-RECORD.
           EVALUATE HNBDT-TYPE
               WHEN "C"
                   IF HNBDT-DATE NUMERIC AND HNBDT-OPEN-PERIOD NUMERIC
                       MOVE "Y" TO WKS-CONTROL-SW
                       MOVE HNBDT-DATE TO WKS-BUS-DATE
                       MOVE HNBDT-OPEN-PERIOD TO WKS-OPEN-PERIOD
                       MOVE HNBDT-ROLL-DATE TO WKS-ROLL-DATE
                       MOVE HNBDT-ROLL-TIME TO WKS-ROLL-TIME
                       MOVE HNBDT-ROLL-BY TO WKS-ROLL-BY
                   END-IF
               WHEN "P"
                   IF WKS-PER-COUNT < 200
                           AND HNBDT-P-PERIOD NUMERIC
                       ADD 1 TO WKS-PER-COUNT
                       MOVE HNBDT-P-PERIOD
                           TO WKS-PER-PERIOD(WKS-PER-COUNT)
                       MOVE HNBDT-P-STATUS
                           TO WKS-PER-STATUS(WKS-PER-COUNT)
                       MOVE HNBDT-P-CLOSE-DATE
                           TO WKS-PER-CLOSE-DATE(WKS-PER-COUNT)
                       MOVE HNBDT-P-CLOSE-BY
                           TO WKS-PER-CLOSE-BY(WKS-PER-COUNT)
                       MOVE HNBDT-P-REOPENS
                           TO WKS-PER-REOPENS(WKS-PER-COUNT)
                   END-IF
               WHEN "H"
                   IF WKS-HOL-COUNT < 200 AND HNBDT-H-DATE NUMERIC
                       ADD 1 TO WKS-HOL-COUNT
                       MOVE HNBDT-H-DATE TO WKS-HOL-DATE(WKS-HOL-COUNT)
                       MOVE HNBDT-H-DESC TO WKS-HOL-DESC(WKS-HOL-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           READ HNBUSDTE-FILE AT END MOVE "Y" TO WKS-EOF-SW END-READ.

       BUSDATE-MENU.
           DISPLAY "Fecha de proceso HNBUSDTE.".
           DISPLAY "1. Consultar fecha, periodos y feriados".
           DISPLAY "2. Avanzar la fecha de proceso".
           DISPLAY "3. Cerrar un periodo".
           DISPLAY "4. Reabrir un periodo cerrado".
           DISPLAY "5. Agregar un feriado".
           DISPLAY "6. Borrar un feriado".
           DISPLAY "7. Salir".
           DISPLAY "Elige una opcion: ".
           ACCEPT WKS-OPTION
           EVALUATE WKS-OPTION
               WHEN 1
                   PERFORM SHOW-CONTROL-FILE
               WHEN 2
                   MOVE "AVANCE" TO WKS-AUTH-FUNCTION
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF WKS-AUTHORIZED
                       PERFORM ROLL-BUSINESS-DATE
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN 3
                   MOVE "CIERRE" TO WKS-AUTH-FUNCTION
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF WKS-AUTHORIZED
                       PERFORM CLOSE-PERIOD
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN 4
                   MOVE "REABRE" TO WKS-AUTH-FUNCTION
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF WKS-AUTHORIZED
                       PERFORM REOPEN-PERIOD
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN 5
                   MOVE "FERIAD" TO WKS-AUTH-FUNCTION
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF WKS-AUTHORIZED
                       PERFORM ADD-HOLIDAY
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN 6
                   MOVE "FERIAD" TO WKS-AUTH-FUNCTION
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF WKS-AUTHORIZED
                       PERFORM DELETE-HOLIDAY
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN 7
                   DISPLAY "Adios..."
               WHEN OTHER
                   DISPLAY "Opcion no valida"
           END-EVALUATE.

       SHOW-CONTROL-FILE.
           IF WKS-CONTROL-FOUND
               DISPLAY "Fecha de proceso : " WKS-BUS-DATE
               DISPLAY "Periodo abierto  : " WKS-OPEN-PERIOD
               DISPLAY "Ultimo avance    : " WKS-ROLL-DATE " "
                   WKS-ROLL-TIME " por " WKS-ROLL-BY
           ELSE
               DISPLAY "Sin fecha de proceso."
           END-IF
           DISPLAY "Periodos cerrados o reabiertos: " WKS-PER-COUNT
           MOVE 0 TO WKS-PER-IDX
           PERFORM SHOW-PERIOD-ENTRY WKS-PER-COUNT TIMES
           DISPLAY "Feriados: " WKS-HOL-COUNT
           MOVE 0 TO WKS-HOL-IDX
           PERFORM SHOW-HOLIDAY-ENTRY WKS-HOL-COUNT TIMES.

       SHOW-PERIOD-ENTRY.
           ADD 1 TO WKS-PER-IDX
           IF WKS-PER-STATUS(WKS-PER-IDX) = "C"
               DISPLAY "  " WKS-PER-PERIOD(WKS-PER-IDX)
                   " CERRADO    " WKS-PER-CLOSE-DATE(WKS-PER-IDX)
                   " " WKS-PER-CLOSE-BY(WKS-PER-IDX)
                   " reaperturas " WKS-PER-REOPENS(WKS-PER-IDX)
           ELSE
               DISPLAY "  " WKS-PER-PERIOD(WKS-PER-IDX)
                   " REABIERTO  " WKS-PER-CLOSE-DATE(WKS-PER-IDX)
                   " " WKS-PER-CLOSE-BY(WKS-PER-IDX)
                   " reaperturas " WKS-PER-REOPENS(WKS-PER-IDX)
           END-IF.

       SHOW-HOLIDAY-ENTRY.
           ADD 1 TO WKS-HOL-IDX
           DISPLAY "  " WKS-HOL-DATE(WKS-HOL-IDX) " "
               WKS-HOL-DESC(WKS-HOL-IDX).

      ******************************************************************
      * Roll forward: the next calendar day that is neither a
      * Saturday, a Sunday nor a holiday becomes the processing date.
      * The open period does not follow the date into a new month;
      * it moves only when it is closed.
      ******************************************************************
       ROLL-BUSINESS-DATE.
           IF NOT WKS-CONTROL-FOUND
               PERFORM START-BUSINESS-DATE
           ELSE
               MOVE WKS-BUS-DATE TO WKS-OLD-DATE
               MOVE WKS-BUS-DATE TO WKS-CAL-DATE
               MOVE 0 TO WKS-DAYS-SKIPPED
               MOVE "N" TO WKS-BUSDAY-SW
               PERFORM STEP-ONE-DAY UNTIL WKS-IS-BUSINESS-DAY
               MOVE WKS-CAL-DATE TO WKS-BUS-DATE
               PERFORM STAMP-ROLL
               PERFORM REWRITE-CONTROL-FILE
               MOVE "AVANCE" TO WKS-LOG-ACTION
               MOVE WKS-OPEN-PERIOD TO WKS-LOG-PERIOD
               MOVE SPACES TO WKS-LOG-REASON
               PERFORM WRITE-DATE-LOG
               DISPLAY "Fecha de proceso: " WKS-OLD-DATE " -> "
                   WKS-BUS-DATE " (dias no habiles saltados: "
                   WKS-DAYS-SKIPPED ")"
               MOVE WKS-BUS-DATE(1:6) TO WKS-BUS-PERIOD
               IF WKS-BUS-PERIOD > WKS-OPEN-PERIOD
                   DISPLAY "Periodo " WKS-OPEN-PERIOD
                       " pendiente de cierre."
               END-IF
           END-IF.

      * First use: the starting date is taken as given (it may be a
      * rerun day) and its month becomes the open period.
       START-BUSINESS-DATE.
           DISPLAY "Fecha de proceso inicial AAAAMMDD: "
           PERFORM ACCEPT-ENTRY-DATE
           IF NOT WKS-CAL-VALID
               DISPLAY "Fecha no valida."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO WKS-OLD-DATE
               MOVE WKS-ENTRY-DATE TO WKS-BUS-DATE
               MOVE WKS-ENTRY-DATE(1:6) TO WKS-OPEN-PERIOD
               MOVE "Y" TO WKS-CONTROL-SW
               PERFORM STAMP-ROLL
               PERFORM REWRITE-CONTROL-FILE
               MOVE "INICIO" TO WKS-LOG-ACTION
               MOVE WKS-OPEN-PERIOD TO WKS-LOG-PERIOD
               MOVE SPACES TO WKS-LOG-REASON
               PERFORM WRITE-DATE-LOG
               DISPLAY "Fecha de proceso: " WKS-BUS-DATE
                   " periodo abierto: " WKS-OPEN-PERIOD
           END-IF.

       STAMP-ROLL.
           ACCEPT WKS-ROLL-DATE FROM DATE YYYYMMDD
           ACCEPT WKS-TIME-FULL FROM TIME
           DIVIDE WKS-TIME-FULL BY 100 GIVING WKS-ROLL-TIME
           MOVE WKS-USER-ID TO WKS-ROLL-BY.

       STEP-ONE-DAY.
           PERFORM SET-MONTH-DAYS
           IF WKS-CAL-DD < WKS-CAL-MDAYS
               ADD 1 TO WKS-CAL-DD
           ELSE
               MOVE 1 TO WKS-CAL-DD
               IF WKS-CAL-MM < 12
                   ADD 1 TO WKS-CAL-MM
               ELSE
                   MOVE 1 TO WKS-CAL-MM
                   ADD 1 TO WKS-CAL-YYYY
               END-IF
           END-IF
           MOVE WKS-CAL-DATE TO WKS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           DIVIDE WKS-DN-RESULT BY 7 GIVING WKS-DN-WEEKS
               REMAINDER WKS-DN-WEEKDAY
           MOVE WKS-CAL-DATE TO WKS-ENTRY-DATE
           PERFORM FIND-HOLIDAY
           IF WKS-DN-WEEKDAY = 4 OR WKS-DN-WEEKDAY = 5
                   OR WKS-HOL-FOUND
               ADD 1 TO WKS-DAYS-SKIPPED
           ELSE
               MOVE "Y" TO WKS-BUSDAY-SW
           END-IF.

      ******************************************************************
      * Period close. Only a month before the processing date's month
      * can be closed - the current month is still taking work. The
      * open period moves past the closed one to the next month that
      * is not closed.
      ******************************************************************
       CLOSE-PERIOD.
           IF NOT WKS-CONTROL-FOUND
               DISPLAY "Sin fecha de proceso; inicialice con la "
                   "opcion 2."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Periodo a cerrar AAAAMM (vacio = "
                   WKS-OPEN-PERIOD "): "
               PERFORM ACCEPT-ENTRY-PERIOD
               IF WKS-PERIOD-ALPHA = "000000"
                   MOVE WKS-OPEN-PERIOD TO WKS-ENTRY-PERIOD
                   MOVE "Y" TO WKS-CAL-VALID-SW
               END-IF
               PERFORM APPLY-PERIOD-CLOSE
           END-IF.

       APPLY-PERIOD-CLOSE.
           MOVE WKS-BUS-DATE(1:6) TO WKS-BUS-PERIOD
           PERFORM FIND-PERIOD-ENTRY
           EVALUATE TRUE
               WHEN NOT WKS-CAL-VALID
                   DISPLAY "Periodo no valido."
                   MOVE 8 TO RETURN-CODE
               WHEN WKS-ENTRY-PERIOD NOT < WKS-BUS-PERIOD
                   DISPLAY "El periodo " WKS-ENTRY-PERIOD
                       " sigue en curso (fecha de proceso "
                       WKS-BUS-DATE ")."
                   MOVE 8 TO RETURN-CODE
               WHEN WKS-PER-FOUND
                       AND WKS-PER-STATUS(WKS-PER-IDX) = "C"
                   DISPLAY "El periodo " WKS-ENTRY-PERIOD
                       " ya esta cerrado."
                   MOVE 4 TO RETURN-CODE
               WHEN NOT WKS-PER-FOUND AND WKS-PER-COUNT NOT < 200
                   DISPLAY "Tabla de periodos llena, no se cierra."
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   IF NOT WKS-PER-FOUND
                       ADD 1 TO WKS-PER-COUNT
                       MOVE WKS-PER-COUNT TO WKS-PER-IDX
                       MOVE WKS-ENTRY-PERIOD
                           TO WKS-PER-PERIOD(WKS-PER-IDX)
                       MOVE 0 TO WKS-PER-REOPENS(WKS-PER-IDX)
                   END-IF
                   MOVE "C" TO WKS-PER-STATUS(WKS-PER-IDX)
                   MOVE WKS-BUS-DATE TO WKS-PER-CLOSE-DATE(WKS-PER-IDX)
                   MOVE WKS-USER-ID TO WKS-PER-CLOSE-BY(WKS-PER-IDX)
                   MOVE WKS-ENTRY-PERIOD TO WKS-LOG-PERIOD
                   IF WKS-ENTRY-PERIOD = WKS-OPEN-PERIOD
                       PERFORM ADVANCE-OPEN-PERIOD
                   END-IF
                   PERFORM REWRITE-CONTROL-FILE
                   MOVE WKS-BUS-DATE TO WKS-OLD-DATE
                   MOVE "CIERRE" TO WKS-LOG-ACTION
                   MOVE SPACES TO WKS-LOG-REASON
                   PERFORM WRITE-DATE-LOG
                   DISPLAY "Periodo " WKS-LOG-PERIOD
                       " cerrado. Periodo abierto: " WKS-OPEN-PERIOD
           END-EVALUATE.

       ADVANCE-OPEN-PERIOD.
           MOVE "Y" TO WKS-PER-FOUND-SW
           PERFORM NEXT-OPEN-PERIOD
               UNTIL NOT WKS-PER-FOUND
                  OR WKS-OPEN-PERIOD NOT < WKS-BUS-PERIOD.

       NEXT-OPEN-PERIOD.
           MOVE WKS-OPEN-PERIOD TO WKS-CAL-DATE(1:6)
           MOVE 1 TO WKS-CAL-DD
           IF WKS-CAL-MM < 12
               ADD 1 TO WKS-CAL-MM
           ELSE
               MOVE 1 TO WKS-CAL-MM
               ADD 1 TO WKS-CAL-YYYY
           END-IF
           MOVE WKS-CAL-DATE(1:6) TO WKS-OPEN-PERIOD
           MOVE WKS-OPEN-PERIOD TO WKS-ENTRY-PERIOD
           PERFORM FIND-PERIOD-ENTRY
           IF WKS-PER-FOUND
               IF WKS-PER-STATUS(WKS-PER-IDX) NOT = "C"
                   MOVE "N" TO WKS-PER-FOUND-SW
               END-IF
           END-IF.

      ******************************************************************
      * Reopen: a closed period goes back to billing and cutting only
      * with a reason, which goes to the HNBDTLOG log with the
      * operator. The open period moves back to it if it is earlier.
      ******************************************************************
       REOPEN-PERIOD.
           DISPLAY "Periodo a reabrir AAAAMM: "
           PERFORM ACCEPT-ENTRY-PERIOD
           PERFORM FIND-PERIOD-ENTRY
           EVALUATE TRUE
               WHEN NOT WKS-CONTROL-FOUND
                   DISPLAY "Sin fecha de proceso; inicialice con la "
                       "opcion 2."
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WKS-CAL-VALID
                   DISPLAY "Periodo no valido."
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WKS-PER-FOUND
                   DISPLAY "El periodo " WKS-ENTRY-PERIOD
                       " no esta cerrado."
                   MOVE 4 TO RETURN-CODE
               WHEN WKS-PER-STATUS(WKS-PER-IDX) NOT = "C"
                   DISPLAY "El periodo " WKS-ENTRY-PERIOD
                       " no esta cerrado."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM APPLY-PERIOD-REOPEN
           END-EVALUATE.

       APPLY-PERIOD-REOPEN.
           DISPLAY "Motivo de la reapertura: "
           MOVE SPACES TO WKS-ENTRY-DESC
           ACCEPT WKS-ENTRY-DESC
           IF WKS-ENTRY-DESC = SPACES
               DISPLAY "Sin motivo no se reabre el periodo."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "A" TO WKS-PER-STATUS(WKS-PER-IDX)
               ADD 1 TO WKS-PER-REOPENS(WKS-PER-IDX)
               IF WKS-ENTRY-PERIOD < WKS-OPEN-PERIOD
                   MOVE WKS-ENTRY-PERIOD TO WKS-OPEN-PERIOD
               END-IF
               PERFORM REWRITE-CONTROL-FILE
               MOVE WKS-BUS-DATE TO WKS-OLD-DATE
               MOVE "REAPERTURA" TO WKS-LOG-ACTION
               MOVE WKS-ENTRY-PERIOD TO WKS-LOG-PERIOD
               MOVE WKS-ENTRY-DESC TO WKS-LOG-REASON
               PERFORM WRITE-DATE-LOG
               DISPLAY "Periodo " WKS-ENTRY-PERIOD
                   " reabierto. Periodo abierto: " WKS-OPEN-PERIOD
           END-IF.

       FIND-PERIOD-ENTRY.
           MOVE "N" TO WKS-PER-FOUND-SW
           MOVE 0 TO WKS-PER-IDX
           PERFORM SEARCH-PERIOD-ENTRY
               UNTIL WKS-PER-FOUND OR WKS-PER-IDX >= WKS-PER-COUNT.

       SEARCH-PERIOD-ENTRY.
           ADD 1 TO WKS-PER-IDX
           IF WKS-PER-PERIOD(WKS-PER-IDX) = WKS-ENTRY-PERIOD
               MOVE "Y" TO WKS-PER-FOUND-SW
           END-IF.

      ******************************************************************
      * Holiday calendar. Only days after the processing date can be
      * added; a past holiday could no longer change any roll.
      ******************************************************************
       ADD-HOLIDAY.
           DISPLAY "Fecha del feriado AAAAMMDD: "
           PERFORM ACCEPT-ENTRY-DATE
           PERFORM FIND-HOLIDAY
           EVALUATE TRUE
               WHEN NOT WKS-CAL-VALID
                   DISPLAY "Fecha no valida."
                   MOVE 8 TO RETURN-CODE
               WHEN WKS-CONTROL-FOUND
                       AND WKS-ENTRY-DATE NOT > WKS-BUS-DATE
                   DISPLAY "El feriado debe ser posterior a la fecha "
                       "de proceso " WKS-BUS-DATE "."
                   MOVE 8 TO RETURN-CODE
               WHEN WKS-HOL-FOUND
                   DISPLAY "El feriado ya existe."
                   MOVE 4 TO RETURN-CODE
               WHEN WKS-HOL-COUNT NOT < 200
                   DISPLAY "Calendario de feriados lleno."
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Descripcion: "
                   MOVE SPACES TO WKS-ENTRY-DESC
                   ACCEPT WKS-ENTRY-DESC
                   PERFORM INSERT-HOLIDAY
                   PERFORM REWRITE-CONTROL-FILE
                   MOVE WKS-BUS-DATE TO WKS-OLD-DATE
                   MOVE "FERIADO+" TO WKS-LOG-ACTION
                   MOVE WKS-ENTRY-DATE(1:6) TO WKS-LOG-PERIOD
                   MOVE WKS-ENTRY-DESC TO WKS-LOG-REASON
                   PERFORM WRITE-DATE-LOG
                   DISPLAY "Feriado " WKS-ENTRY-DATE " agregado."
           END-EVALUATE.

      * Entries after the new date move down one place, from the
      * end of the table back to the insertion point.
       INSERT-HOLIDAY.
           MOVE 1 TO WKS-HOL-POS
           PERFORM FIND-INSERT-POSITION
               UNTIL WKS-HOL-POS > WKS-HOL-COUNT
                  OR WKS-HOL-DATE(WKS-HOL-POS) > WKS-ENTRY-DATE
           MOVE WKS-HOL-COUNT TO WKS-HOL-IDX
           PERFORM SHIFT-HOLIDAY-DOWN
               UNTIL WKS-HOL-IDX < WKS-HOL-POS
           ADD 1 TO WKS-HOL-COUNT
           MOVE WKS-ENTRY-DATE TO WKS-HOL-DATE(WKS-HOL-POS)
           MOVE WKS-ENTRY-DESC TO WKS-HOL-DESC(WKS-HOL-POS).

       FIND-INSERT-POSITION.
           ADD 1 TO WKS-HOL-POS.

       SHIFT-HOLIDAY-DOWN.
           MOVE WKS-HOL-ENTRY(WKS-HOL-IDX)
               TO WKS-HOL-ENTRY(WKS-HOL-IDX + 1)
           SUBTRACT 1 FROM WKS-HOL-IDX.

       DELETE-HOLIDAY.
           DISPLAY "Fecha del feriado a borrar AAAAMMDD: "
           PERFORM ACCEPT-ENTRY-DATE
           PERFORM FIND-HOLIDAY
           IF WKS-CAL-VALID AND WKS-HOL-FOUND
               MOVE WKS-HOL-DESC(WKS-HOL-IDX) TO WKS-LOG-REASON
               PERFORM SHIFT-HOLIDAY-UP
                   UNTIL WKS-HOL-IDX NOT < WKS-HOL-COUNT
               SUBTRACT 1 FROM WKS-HOL-COUNT
               PERFORM REWRITE-CONTROL-FILE
               MOVE WKS-BUS-DATE TO WKS-OLD-DATE
               MOVE "FERIADO-" TO WKS-LOG-ACTION
               MOVE WKS-ENTRY-DATE(1:6) TO WKS-LOG-PERIOD
               PERFORM WRITE-DATE-LOG
               DISPLAY "Feriado " WKS-ENTRY-DATE " borrado."
           ELSE
               DISPLAY "Feriado no encontrado."
               MOVE 4 TO RETURN-CODE
           END-IF.

       SHIFT-HOLIDAY-UP.
           MOVE WKS-HOL-ENTRY(WKS-HOL-IDX + 1)
               TO WKS-HOL-ENTRY(WKS-HOL-IDX)
           ADD 1 TO WKS-HOL-IDX.

       FIND-HOLIDAY.
           MOVE "N" TO WKS-HOL-FOUND-SW
           MOVE 0 TO WKS-HOL-IDX
           PERFORM SEARCH-HOLIDAY
               UNTIL WKS-HOL-FOUND OR WKS-HOL-IDX >= WKS-HOL-COUNT.

       SEARCH-HOLIDAY.
           ADD 1 TO WKS-HOL-IDX
           IF WKS-HOL-DATE(WKS-HOL-IDX) = WKS-ENTRY-DATE
               MOVE "Y" TO WKS-HOL-FOUND-SW
           END-IF.

      ******************************************************************
      * Operator entry of a date or a period, edited against the
      * calendar. WKS-CAL-VALID tells the caller whether it holds.
      ******************************************************************
       ACCEPT-ENTRY-DATE.
           MOVE "N" TO WKS-CAL-VALID-SW
           MOVE 0 TO WKS-ENTRY-DATE
           MOVE SPACES TO WKS-DATE-ALPHA
           ACCEPT WKS-DATE-ALPHA
           INSPECT WKS-DATE-ALPHA REPLACING LEADING SPACE BY ZERO
           IF WKS-DATE-ALPHA IS NUMERIC
               MOVE WKS-DATE-ALPHA TO WKS-ENTRY-DATE
               MOVE WKS-ENTRY-DATE TO WKS-CAL-DATE
               PERFORM VALIDATE-CALENDAR-DATE
           END-IF.

       ACCEPT-ENTRY-PERIOD.
           MOVE "N" TO WKS-CAL-VALID-SW
           MOVE 0 TO WKS-ENTRY-PERIOD
           MOVE SPACES TO WKS-PERIOD-ALPHA
           ACCEPT WKS-PERIOD-ALPHA
           INSPECT WKS-PERIOD-ALPHA REPLACING LEADING SPACE BY ZERO
           IF WKS-PERIOD-ALPHA IS NUMERIC
               MOVE WKS-PERIOD-ALPHA TO WKS-ENTRY-PERIOD
               MOVE WKS-ENTRY-PERIOD TO WKS-CAL-DATE(1:6)
               MOVE 1 TO WKS-CAL-DD
               PERFORM VALIDATE-CALENDAR-DATE
           END-IF.

       VALIDATE-CALENDAR-DATE.
           MOVE "N" TO WKS-CAL-VALID-SW
           IF WKS-CAL-YYYY > 1900 AND WKS-CAL-MM > 0
                   AND WKS-CAL-MM < 13 AND WKS-CAL-DD > 0
               PERFORM SET-MONTH-DAYS
               IF WKS-CAL-DD NOT > WKS-CAL-MDAYS
                   MOVE "Y" TO WKS-CAL-VALID-SW
               END-IF
           END-IF.

      * Days in the month of WKS-CAL-DATE; February has 29 in a year
      * divisible by 4, except a century year not divisible by 400.
       SET-MONTH-DAYS.
           MOVE WKS-MONTH-DAYS(WKS-CAL-MM) TO WKS-CAL-MDAYS
           IF WKS-CAL-MM = 2
               DIVIDE WKS-CAL-YYYY BY 4 GIVING WKS-CAL-QUOT
                   REMAINDER WKS-CAL-REM4
               DIVIDE WKS-CAL-YYYY BY 100 GIVING WKS-CAL-QUOT
                   REMAINDER WKS-CAL-REM100
               DIVIDE WKS-CAL-YYYY BY 400 GIVING WKS-CAL-QUOT
                   REMAINDER WKS-CAL-REM400
               IF WKS-CAL-REM4 = 0
                       AND (WKS-CAL-REM100 NOT = 0
                            OR WKS-CAL-REM400 = 0)
                   MOVE 29 TO WKS-CAL-MDAYS
               END-IF
           END-IF.

      * Day number of WKS-DN-DATE: with January and February counted
      * as months 13 and 14 of the year before, the day number is
      * 365 per year plus the leap days up to it, plus the days of
      * the months before (153 per 5 months), plus the day.
       COMPUTE-DAY-NUMBER.
           MOVE WKS-DN-YYYY TO WKS-DN-YEAR
           MOVE WKS-DN-MM TO WKS-DN-MONTH
           IF WKS-DN-MONTH < 3
               SUBTRACT 1 FROM WKS-DN-YEAR
               ADD 12 TO WKS-DN-MONTH
           END-IF
           DIVIDE WKS-DN-YEAR BY 4 GIVING WKS-DN-Q4
           DIVIDE WKS-DN-YEAR BY 100 GIVING WKS-DN-Q100
           DIVIDE WKS-DN-YEAR BY 400 GIVING WKS-DN-Q400
           COMPUTE WKS-DN-MDAYS = 153 * (WKS-DN-MONTH - 3) + 2
           DIVIDE WKS-DN-MDAYS BY 5 GIVING WKS-DN-MDAYS
           COMPUTE WKS-DN-RESULT = 365 * WKS-DN-YEAR + WKS-DN-Q4
               - WKS-DN-Q100 + WKS-DN-Q400 + WKS-DN-MDAYS
               + WKS-DN-DD.

      ******************************************************************
      * The control file is written back whole: control record,
      * periods, then holidays in date order.
      ******************************************************************
       REWRITE-CONTROL-FILE.
           OPEN OUTPUT HNBUSDTE-FILE
           IF WKS-BUSDTE-STATUS NOT = "00"
               DISPLAY "No se pudo grabar HNBUSDTE, codigo: "
                   WKS-BUSDTE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO HNBUSDTE-RECORD
               MOVE "C" TO HNBDT-TYPE
               MOVE WKS-BUS-DATE TO HNBDT-DATE
               MOVE WKS-OPEN-PERIOD TO HNBDT-OPEN-PERIOD
               MOVE WKS-ROLL-DATE TO HNBDT-ROLL-DATE
               MOVE WKS-ROLL-TIME TO HNBDT-ROLL-TIME
               MOVE WKS-ROLL-BY TO HNBDT-ROLL-BY
               WRITE HNBUSDTE-RECORD
               MOVE 0 TO WKS-PER-IDX
               PERFORM WRITE-PERIOD-RECORD WKS-PER-COUNT TIMES
               MOVE 0 TO WKS-HOL-IDX
               PERFORM WRITE-HOLIDAY-RECORD WKS-HOL-COUNT TIMES
               CLOSE HNBUSDTE-FILE
           END-IF.

       WRITE-PERIOD-RECORD.
           ADD 1 TO WKS-PER-IDX
           MOVE SPACES TO HNBUSDTE-PERIOD-RECORD
           MOVE "P" TO HNBDT-P-TYPE
           MOVE WKS-PER-PERIOD(WKS-PER-IDX) TO HNBDT-P-PERIOD
           MOVE WKS-PER-STATUS(WKS-PER-IDX) TO HNBDT-P-STATUS
           MOVE WKS-PER-CLOSE-DATE(WKS-PER-IDX) TO HNBDT-P-CLOSE-DATE
           MOVE WKS-PER-CLOSE-BY(WKS-PER-IDX) TO HNBDT-P-CLOSE-BY
           MOVE WKS-PER-REOPENS(WKS-PER-IDX) TO HNBDT-P-REOPENS
           WRITE HNBUSDTE-PERIOD-RECORD.

       WRITE-HOLIDAY-RECORD.
           ADD 1 TO WKS-HOL-IDX
           MOVE SPACES TO HNBUSDTE-HOLIDAY-RECORD
           MOVE "H" TO HNBDT-H-TYPE
           MOVE WKS-HOL-DATE(WKS-HOL-IDX) TO HNBDT-H-DATE
           MOVE WKS-HOL-DESC(WKS-HOL-IDX) TO HNBDT-H-DESC
           WRITE HNBUSDTE-HOLIDAY-RECORD.

       WRITE-DATE-LOG.
           OPEN EXTEND HNBDTLOG-FILE
           IF WKS-BDTLOG-STATUS NOT = "00"
               OPEN OUTPUT HNBDTLOG-FILE
               CLOSE HNBDTLOG-FILE
               OPEN EXTEND HNBDTLOG-FILE
           END-IF
           IF WKS-BDTLOG-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNBDTLOG, codigo: "
                   WKS-BDTLOG-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO HNBDTLOG-RECORD
               ACCEPT HNBLG-DATE FROM DATE YYYYMMDD
               ACCEPT WKS-TIME-FULL FROM TIME
               DIVIDE WKS-TIME-FULL BY 100 GIVING HNBLG-TIME
               MOVE WKS-USER-ID TO HNBLG-OPERATOR
               MOVE WKS-LOG-ACTION TO HNBLG-ACTION
               MOVE WKS-LOG-PERIOD TO HNBLG-PERIOD
               MOVE WKS-OLD-DATE TO HNBLG-OLD-DATE
               MOVE WKS-BUS-DATE TO HNBLG-NEW-DATE
               MOVE WKS-LOG-REASON TO HNBLG-REASON
               WRITE HNBDTLOG-RECORD
               CLOSE HNBDTLOG-FILE
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

       END PROGRAM HappyBusDate.
