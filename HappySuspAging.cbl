      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aging of the HNSUSPNS suspense file on HNSUSAGE.
      *          Items still outstanding - pending correction (P) or
      *          corrected and waiting for the next intake (C) - are
      *          aged by days since they entered suspense, summarized
      *          by requestor across the age buckets, and every item
      *          past the overdue limit is listed so it can be chased
      *          with the department. Released (R) and deleted (D)
      *          items are counted only. Overdue items raise
      *          condition code 4.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   - Initial version: outstanding items by requestor and age
      *     bucket, overdue list and status totals on HNSUSAGE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HappySuspAging.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HNSUSPNS-FILE ASSIGN TO "HNSUSPNS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNSUS-KEY
               FILE STATUS IS WKS-SUSPNS-STATUS.
           SELECT HNSUSAGE-FILE ASSIGN TO "HNSUSAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

       FD  HNSUSAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNSUSAGE-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
           77 WKS-SUSPNS-STATUS  PIC X(02).
           77 WKS-RPT-STATUS     PIC X(02).
           77 WKS-EOF-SW         PIC X(01) VALUE "N".
               88 WKS-END-OF-FILE        VALUE "Y".
           77 WKS-TODAY          PIC 9(08).
           77 WKS-TODAY-DAYNUM   PIC 9(07) VALUE 0.
           77 WKS-AGE-DAYS       PIC 9(05) VALUE 0.
           77 WKS-DAYS-ALPHA     PIC X(03) JUSTIFIED RIGHT.
           77 WKS-OVERDUE-DAYS   PIC 9(03) VALUE 30.

      * Status totals over the whole file.
           77 WKS-COUNT-READ     PIC 9(09) VALUE 0.
           77 WKS-COUNT-PENDING  PIC 9(09) VALUE 0.
           77 WKS-COUNT-FIXED    PIC 9(09) VALUE 0.
           77 WKS-COUNT-RELEASED PIC 9(09) VALUE 0.
           77 WKS-COUNT-DELETED  PIC 9(09) VALUE 0.
           77 WKS-COUNT-OVERDUE  PIC 9(09) VALUE 0.

      * Age buckets: 0-7, 8-30, 31-60, 61-90 and over 90 days. The
      * bucket totals sit in slot 1-5 of the overall row.
           77 WKS-BKT-IDX        PIC 9(01) VALUE 0.
       01  WKS-ALL-BUCKETS.
           05  WKS-ALL-BKT OCCURS 5 TIMES PIC 9(07).
           77 WKS-ALL-TOTAL      PIC 9(07) VALUE 0.

      * Outstanding items by requestor, in order of first appearance;
      * a full table shares the last slot rather than lose the count.
           77 WKS-REQ-COUNT      PIC 9(03) VALUE 0.
           77 WKS-REQ-IDX        PIC 9(03) VALUE 0.
           77 WKS-REQ-FOUND-SW   PIC X(01) VALUE "N".
               88 WKS-REQ-FOUND          VALUE "Y".
       01  WKS-REQ-TABLE.
           05  WKS-REQ-ENTRY OCCURS 200 TIMES.
               10  WKS-REQ-ID          PIC X(08).
               10  WKS-REQ-BKT OCCURS 5 TIMES PIC 9(07).
               10  WKS-REQ-TOTAL       PIC 9(07).
               10  WKS-REQ-OLDEST      PIC 9(08).

      * Day-number arithmetic for the age of an item: days counted
      * from a fixed origin, with March as the first month so the
      * leap day falls at the end of the year.
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

       01  WKS-AGING-LINE.
           05  WKS-AGL-REQ             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WKS-AGL-BKT OCCURS 5 TIMES.
               10  WKS-AGL-COUNT       PIC Z(6)9.
               10  FILLER              PIC X(01).
           05  WKS-AGL-TOTAL           PIC Z(6)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WKS-AGL-OLDEST          PIC X(08).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WKS-OVERDUE-LINE.
           05  WKS-OVL-REQ             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WKS-OVL-SOURCE          PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WKS-OVL-REASON          PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WKS-OVL-STATUS          PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WKS-OVL-DATE            PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WKS-OVL-DAYS            PIC Z(4)9.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WKS-REPORT-LINE.
           05  WKS-RPT-TEXT            PIC X(30) VALUE SPACES.
           05  WKS-RPT-VALUE           PIC 9(09) VALUE ZEROS.
           05  FILLER                  PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZEROS TO WKS-ALL-BUCKETS
           PERFORM ASK-AGING-PARAMETERS
           OPEN INPUT HNSUSPNS-FILE
           IF WKS-SUSPNS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNSUSPNS, codigo: "
                   WKS-SUSPNS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HNSUSAGE-FILE
           IF WKS-RPT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNSUSAGE, codigo: "
                   WKS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE HNSUSPNS-FILE
               STOP RUN
           END-IF
           ACCEPT WKS-TODAY FROM DATE YYYYMMDD
           MOVE WKS-TODAY TO WKS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WKS-DN-RESULT TO WKS-TODAY-DAYNUM
           PERFORM TALLY-SUSPENSE-FILE
           PERFORM WRITE-AGING-SUMMARY
           PERFORM WRITE-OVERDUE-SECTION
           PERFORM WRITE-AGING-STATUS
           CLOSE HNSUSPNS-FILE
           CLOSE HNSUSAGE-FILE
           DISPLAY "Antiguedad de suspenso en HNSUSAGE: "
               WKS-ALL-TOTAL " pendientes, " WKS-COUNT-OVERDUE
               " vencidas."
           STOP RUN.

       ASK-AGING-PARAMETERS.
           DISPLAY "Dias para considerar vencida (vacio = 30): "
           MOVE SPACES TO WKS-DAYS-ALPHA
           ACCEPT WKS-DAYS-ALPHA
           INSPECT WKS-DAYS-ALPHA REPLACING LEADING SPACE BY ZERO
           IF WKS-DAYS-ALPHA IS NUMERIC AND WKS-DAYS-ALPHA > "000"
               MOVE WKS-DAYS-ALPHA TO WKS-OVERDUE-DAYS
           ELSE
               MOVE 30 TO WKS-OVERDUE-DAYS
           END-IF.

      ******************************************************************
      * First pass: status totals, and each outstanding item into its
      * requestor's row and age bucket.
      ******************************************************************
       TALLY-SUSPENSE-FILE.
           PERFORM START-SUSPENSE-READ
           PERFORM TALLY-ONE-ITEM UNTIL WKS-END-OF-FILE.

       TALLY-ONE-ITEM.
           ADD 1 TO WKS-COUNT-READ
           EVALUATE HNSUS-STATUS
               WHEN "P"
                   ADD 1 TO WKS-COUNT-PENDING
                   PERFORM AGE-OUTSTANDING-ITEM
               WHEN "C"
                   ADD 1 TO WKS-COUNT-FIXED
                   PERFORM AGE-OUTSTANDING-ITEM
               WHEN "R"
                   ADD 1 TO WKS-COUNT-RELEASED
               WHEN OTHER
                   ADD 1 TO WKS-COUNT-DELETED
           END-EVALUATE
           PERFORM READ-NEXT-ITEM.

       AGE-OUTSTANDING-ITEM.
           PERFORM COMPUTE-ITEM-AGE
           EVALUATE TRUE
               WHEN WKS-AGE-DAYS NOT > 7
                   MOVE 1 TO WKS-BKT-IDX
               WHEN WKS-AGE-DAYS NOT > 30
                   MOVE 2 TO WKS-BKT-IDX
               WHEN WKS-AGE-DAYS NOT > 60
                   MOVE 3 TO WKS-BKT-IDX
               WHEN WKS-AGE-DAYS NOT > 90
                   MOVE 4 TO WKS-BKT-IDX
               WHEN OTHER
                   MOVE 5 TO WKS-BKT-IDX
           END-EVALUATE
           IF WKS-AGE-DAYS > WKS-OVERDUE-DAYS
               ADD 1 TO WKS-COUNT-OVERDUE
           END-IF
           ADD 1 TO WKS-ALL-BKT(WKS-BKT-IDX)
           ADD 1 TO WKS-ALL-TOTAL
           PERFORM FIND-REQUESTOR-ENTRY
           ADD 1 TO WKS-REQ-BKT(WKS-REQ-IDX, WKS-BKT-IDX)
           ADD 1 TO WKS-REQ-TOTAL(WKS-REQ-IDX)
           IF HNSUS-ENTRY-DATE < WKS-REQ-OLDEST(WKS-REQ-IDX)
               MOVE HNSUS-ENTRY-DATE TO WKS-REQ-OLDEST(WKS-REQ-IDX)
           END-IF.

      * Age in days; an unreadable or future entry date counts as
      * entered today.
       COMPUTE-ITEM-AGE.
           MOVE 0 TO WKS-AGE-DAYS
           IF HNSUS-ENTRY-DATE NUMERIC AND HNSUS-ENTRY-DATE > 0
               MOVE HNSUS-ENTRY-DATE TO WKS-DN-DATE
               PERFORM COMPUTE-DAY-NUMBER
               IF WKS-DN-RESULT < WKS-TODAY-DAYNUM
                   COMPUTE WKS-AGE-DAYS =
                       WKS-TODAY-DAYNUM - WKS-DN-RESULT
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

       FIND-REQUESTOR-ENTRY.
           MOVE "N" TO WKS-REQ-FOUND-SW
           MOVE 0 TO WKS-REQ-IDX
           PERFORM SEARCH-REQUESTOR-ENTRY
               UNTIL WKS-REQ-FOUND OR WKS-REQ-IDX = WKS-REQ-COUNT
           IF NOT WKS-REQ-FOUND
               IF WKS-REQ-COUNT < 200
                   ADD 1 TO WKS-REQ-COUNT
                   MOVE WKS-REQ-COUNT TO WKS-REQ-IDX
                   MOVE HNSUS-REQUESTOR TO WKS-REQ-ID(WKS-REQ-IDX)
                   MOVE 0 TO WKS-REQ-TOTAL(WKS-REQ-IDX)
                   MOVE 99999999 TO WKS-REQ-OLDEST(WKS-REQ-IDX)
                   MOVE 0 TO WKS-BKT-IDX
                   PERFORM CLEAR-REQUESTOR-BUCKET 5 TIMES
               ELSE
                   MOVE WKS-REQ-COUNT TO WKS-REQ-IDX
               END-IF
               PERFORM RESTORE-BUCKET-INDEX
           END-IF.

       SEARCH-REQUESTOR-ENTRY.
           ADD 1 TO WKS-REQ-IDX
           IF WKS-REQ-ID(WKS-REQ-IDX) = HNSUS-REQUESTOR
               MOVE "Y" TO WKS-REQ-FOUND-SW
           END-IF.

       CLEAR-REQUESTOR-BUCKET.
           ADD 1 TO WKS-BKT-IDX
           MOVE 0 TO WKS-REQ-BKT(WKS-REQ-IDX, WKS-BKT-IDX).

      * The bucket index was borrowed to clear a new row; it is set
      * again from the age already computed for the item.
       RESTORE-BUCKET-INDEX.
           EVALUATE TRUE
               WHEN WKS-AGE-DAYS NOT > 7
                   MOVE 1 TO WKS-BKT-IDX
               WHEN WKS-AGE-DAYS NOT > 30
                   MOVE 2 TO WKS-BKT-IDX
               WHEN WKS-AGE-DAYS NOT > 60
                   MOVE 3 TO WKS-BKT-IDX
               WHEN WKS-AGE-DAYS NOT > 90
                   MOVE 4 TO WKS-BKT-IDX
               WHEN OTHER
                   MOVE 5 TO WKS-BKT-IDX
           END-EVALUATE.

       START-SUSPENSE-READ.
           MOVE "N" TO WKS-EOF-SW
           MOVE LOW-VALUES TO HNSUS-KEY
           START HNSUSPNS-FILE KEY IS NOT LESS THAN HNSUS-KEY
               INVALID KEY MOVE "Y" TO WKS-EOF-SW
           END-START
           IF NOT WKS-END-OF-FILE
               PERFORM READ-NEXT-ITEM
           END-IF.

       READ-NEXT-ITEM.
           READ HNSUSPNS-FILE NEXT RECORD
               AT END MOVE "Y" TO WKS-EOF-SW
           END-READ
           IF WKS-SUSPNS-STATUS NOT = "00" AND NOT WKS-END-OF-FILE
               DISPLAY "Lectura interrumpida, codigo: "
                   WKS-SUSPNS-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WKS-EOF-SW
           END-IF.

      ******************************************************************
      * Summary: one row per requestor with outstanding items, then
      * the bucket totals and the status totals.
      ******************************************************************
       WRITE-AGING-SUMMARY.
           MOVE SPACES TO HNSUSAGE-RECORD
           STRING "ANTIGUEDAD DE SUSPENSO  FECHA: " DELIMITED BY SIZE
               WKS-TODAY DELIMITED BY SIZE
               INTO HNSUSAGE-RECORD
           WRITE HNSUSAGE-RECORD
           MOVE ALL "-" TO HNSUSAGE-RECORD
           WRITE HNSUSAGE-RECORD
           MOVE "SOLICIT.     0-7D   8-30D  31-60D  61-90D    >90D"
               TO HNSUSAGE-RECORD
           MOVE "TOTAL  MAS ANTIG." TO HNSUSAGE-RECORD(53:17)
           WRITE HNSUSAGE-RECORD
           MOVE 0 TO WKS-REQ-IDX
           PERFORM WRITE-REQUESTOR-ROW WKS-REQ-COUNT TIMES
           MOVE SPACES TO WKS-AGING-LINE
           MOVE "TOTAL" TO WKS-AGL-REQ
           MOVE 0 TO WKS-BKT-IDX
           PERFORM MOVE-TOTAL-BUCKET 5 TIMES
           MOVE WKS-ALL-TOTAL TO WKS-AGL-TOTAL
           WRITE HNSUSAGE-RECORD FROM WKS-AGING-LINE
           MOVE SPACES TO HNSUSAGE-RECORD
           WRITE HNSUSAGE-RECORD
           MOVE "PARTIDAS EN SUSPENSO" TO WKS-RPT-TEXT
           MOVE WKS-COUNT-READ TO WKS-RPT-VALUE
           WRITE HNSUSAGE-RECORD FROM WKS-REPORT-LINE
           MOVE "  PENDIENTES DE CORRECCION" TO WKS-RPT-TEXT
           MOVE WKS-COUNT-PENDING TO WKS-RPT-VALUE
           WRITE HNSUSAGE-RECORD FROM WKS-REPORT-LINE
           MOVE "  CORREGIDAS POR REENVIAR" TO WKS-RPT-TEXT
           MOVE WKS-COUNT-FIXED TO WKS-RPT-VALUE
           WRITE HNSUSAGE-RECORD FROM WKS-REPORT-LINE
           MOVE "  REENVIADAS" TO WKS-RPT-TEXT
           MOVE WKS-COUNT-RELEASED TO WKS-RPT-VALUE
           WRITE HNSUSAGE-RECORD FROM WKS-REPORT-LINE
           MOVE "  BORRADAS" TO WKS-RPT-TEXT
           MOVE WKS-COUNT-DELETED TO WKS-RPT-VALUE
           WRITE HNSUSAGE-RECORD FROM WKS-REPORT-LINE.

       WRITE-REQUESTOR-ROW.
           ADD 1 TO WKS-REQ-IDX
           MOVE SPACES TO WKS-AGING-LINE
           MOVE WKS-REQ-ID(WKS-REQ-IDX) TO WKS-AGL-REQ
           MOVE 0 TO WKS-BKT-IDX
           PERFORM MOVE-REQUESTOR-BUCKET 5 TIMES
           MOVE WKS-REQ-TOTAL(WKS-REQ-IDX) TO WKS-AGL-TOTAL
           MOVE WKS-REQ-OLDEST(WKS-REQ-IDX) TO WKS-AGL-OLDEST
           WRITE HNSUSAGE-RECORD FROM WKS-AGING-LINE.

       MOVE-REQUESTOR-BUCKET.
           ADD 1 TO WKS-BKT-IDX
           MOVE WKS-REQ-BKT(WKS-REQ-IDX, WKS-BKT-IDX)
               TO WKS-AGL-COUNT(WKS-BKT-IDX).

       MOVE-TOTAL-BUCKET.
           ADD 1 TO WKS-BKT-IDX
           MOVE WKS-ALL-BKT(WKS-BKT-IDX) TO WKS-AGL-COUNT(WKS-BKT-IDX).

      ******************************************************************
      * Second pass: every outstanding item older than the limit.
      ******************************************************************
       WRITE-OVERDUE-SECTION.
           MOVE SPACES TO HNSUSAGE-RECORD
           WRITE HNSUSAGE-RECORD
           MOVE SPACES TO HNSUSAGE-RECORD
           STRING "PARTIDAS VENCIDAS (MAS DE " DELIMITED BY SIZE
               WKS-OVERDUE-DAYS DELIMITED BY SIZE
               " DIAS)" DELIMITED BY SIZE
               INTO HNSUSAGE-RECORD
           WRITE HNSUSAGE-RECORD
           MOVE "SOLICIT.  FUENTE          MOTIVO       E  INGRESO"
               TO HNSUSAGE-RECORD
           MOVE "DIAS" TO HNSUSAGE-RECORD(55:4)
           WRITE HNSUSAGE-RECORD
           IF WKS-COUNT-OVERDUE = 0
               MOVE "  (NINGUNA)" TO HNSUSAGE-RECORD
               WRITE HNSUSAGE-RECORD
           ELSE
               PERFORM START-SUSPENSE-READ
               PERFORM LIST-OVERDUE-ITEM UNTIL WKS-END-OF-FILE
           END-IF.

       LIST-OVERDUE-ITEM.
           IF HNSUS-STATUS = "P" OR HNSUS-STATUS = "C"
               PERFORM COMPUTE-ITEM-AGE
               IF WKS-AGE-DAYS > WKS-OVERDUE-DAYS
                   MOVE HNSUS-REQUESTOR TO WKS-OVL-REQ
                   MOVE HNSUS-SOURCE TO WKS-OVL-SOURCE
                   MOVE HNSUS-REASON TO WKS-OVL-REASON
                   MOVE HNSUS-STATUS TO WKS-OVL-STATUS
                   MOVE HNSUS-ENTRY-DATE TO WKS-OVL-DATE
                   MOVE WKS-AGE-DAYS TO WKS-OVL-DAYS
                   WRITE HNSUSAGE-RECORD FROM WKS-OVERDUE-LINE
               END-IF
           END-IF
           PERFORM READ-NEXT-ITEM.

       WRITE-AGING-STATUS.
           MOVE SPACES TO HNSUSAGE-RECORD
           WRITE HNSUSAGE-RECORD
           IF WKS-COUNT-OVERDUE > 0
               MOVE "ESTADO: PARTIDAS VENCIDAS EN SUSPENSO"
                   TO HNSUSAGE-RECORD
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "ESTADO: SUSPENSO AL DIA" TO HNSUSAGE-RECORD
           END-IF
           WRITE HNSUSAGE-RECORD.

       END PROGRAM HappySuspAging.
