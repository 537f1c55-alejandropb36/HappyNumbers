      ******************************************************************
      * Author:
      * Date:
      * Purpose: Dry run of the night control-card decks. Reads the
      *          HNPARMS deck, or the partition decks HNPARM01 to
      *          HNPARMnn of a partitioned range scan, without running
      *          anything, and lists every card on HNPRMLST with each
      *          field as HappyNumbers will actually use it: the
      *          exponent, base, reject threshold and generation
      *          retention after its defaults, the user the card runs
      *          under and, for a sliced RANGO card, the slice bounds.
      *          Every default applied to a blank field is a warning
      *          and every mistyped field an error. The sliced RANGO
      *          cards of all decks are then checked against each
      *          other for the same range bounds and slice count and
      *          for missing or repeated slice numbers, the checks
      *          HappyRangeMerge would otherwise make the next
      *          morning. Condition code 8 for errors, 4 for warnings;
      *          either keeps the deck off the night schedule.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   - Initial version: numbered card listing with effective
      *     values, default and mistype diagnostics, and cross-deck
      *     slice verification.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HappyParmCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HNPARMS-FILE ASSIGN USING WKS-DECK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-PARMS-STATUS.
           SELECT HNPRMLST-FILE ASSIGN TO "HNPRMLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-LST-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Control card, same layout HappyNumbers reads; the second view
      * tells a blank field from a mistyped one.
       FD  HNPARMS-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNPARMS-RECORD.
           05  HNPRM-FUNCTION          PIC X(06).
           05  FILLER                  PIC X(01).
           05  HNPRM-RANGE-START       PIC 9(38).
           05  FILLER                  PIC X(01).
           05  HNPRM-RANGE-END         PIC 9(38).
           05  FILLER                  PIC X(01).
           05  HNPRM-EXPONENT          PIC 9(02).
           05  FILLER                  PIC X(01).
           05  HNPRM-USER              PIC X(08).
           05  FILLER                  PIC X(01).
           05  HNPRM-RESUME            PIC X(01).
           05  FILLER                  PIC X(01).
           05  HNPRM-BASE              PIC 9(02).
           05  FILLER                  PIC X(01).
           05  HNPRM-MAX-REJECT        PIC 9(03).
           05  FILLER                  PIC X(01).
           05  HNPRM-PART-NO           PIC 9(02).
           05  FILLER                  PIC X(01).
           05  HNPRM-PART-OF           PIC 9(02).
           05  FILLER                  PIC X(01).
           05  HNPRM-GEN-KEEP          PIC 9(02).
       01  HNPARMS-ALPHA.
           05  FILLER                  PIC X(07).
           05  HNPRM-RANGE-START-X     PIC X(38).
           05  FILLER                  PIC X(01).
           05  HNPRM-RANGE-END-X       PIC X(38).
           05  FILLER                  PIC X(01).
           05  HNPRM-EXPONENT-X        PIC X(02).
           05  FILLER                  PIC X(12).
           05  HNPRM-BASE-X            PIC X(02).
           05  FILLER                  PIC X(01).
           05  HNPRM-MAX-REJECT-X      PIC X(03).
           05  FILLER                  PIC X(01).
           05  HNPRM-PART-NO-X         PIC X(02).
           05  FILLER                  PIC X(01).
           05  HNPRM-PART-OF-X         PIC X(02).
           05  FILLER                  PIC X(01).
           05  HNPRM-GEN-KEEP-X        PIC X(02).

       FD  HNPRMLST-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNPRMLST-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
           77 WKS-PARMS-STATUS   PIC X(02).
           77 WKS-LST-STATUS     PIC X(02).
           77 WKS-EOF-SW         PIC X(01) VALUE "N".
               88 WKS-END-OF-FILE        VALUE "Y".
           77 WKS-REPORT-DATE    PIC 9(08).

      * Decks to check: HNPARMS alone, or partition decks HNPARMnn.
           77 WKS-DECK-NAME      PIC X(15) VALUE "HNPARMS".
           77 WKS-DECK-ALPHA     PIC X(02) JUSTIFIED RIGHT.
           77 WKS-DECK-COUNT     PIC 9(02) VALUE 0.
           77 WKS-DECK-IDX       PIC 9(02) VALUE 0.
           77 WKS-DECK-CARDS     PIC 9(04) VALUE 0.

      * The card in hand and the values HappyNumbers would run it
      * with, worked out by the same rules as PROCESS-PARM-CARD.
           77 WKS-CARD-NO        PIC 9(04) VALUE 0.
           77 WKS-EFF-USER       PIC X(08) VALUE SPACES.
           77 WKS-EFF-RESUME     PIC X(01) VALUE "N".
           77 WKS-EFF-EXPONENT   PIC 9(02) VALUE 0.
           77 WKS-EFF-BASE       PIC 9(02) VALUE 0.
           77 WKS-EFF-MAX-REJECT PIC 9(03) VALUE 0.
           77 WKS-EFF-GEN-KEEP   PIC 9(02) VALUE 0.
           77 WKS-RANGE-SW       PIC X(01) VALUE "N".
               88 WKS-RANGE-VALID        VALUE "Y".
           77 WKS-SLICE-SW       PIC X(01) VALUE "N".
               88 WKS-SLICED-CARD        VALUE "Y".
               88 WKS-WHOLE-RANGE        VALUE "N".
               88 WKS-BAD-SLICE          VALUE "X".

      * Slice bounds, by the ceiling division COMPUTE-PARTITION-SLICE
      * uses.
           77 WKS-PART-SIZE      PIC 9(38) VALUE 0.
           77 WKS-PART-START     PIC 9(38) VALUE 0.
           77 WKS-PART-END       PIC 9(38) VALUE 0.

      * Every sliced RANGO card of every deck, for the cross-check.
           77 WKS-SLC-COUNT      PIC 9(03) VALUE 0.
           77 WKS-SLC-IDX        PIC 9(03) VALUE 0.
           77 WKS-SLC-LOST       PIC 9(04) VALUE 0.
       01  WKS-SLICE-TABLE.
           05  WKS-SLC-ENTRY OCCURS 200 TIMES.
               10  WKS-SLC-DECK        PIC X(15).
               10  WKS-SLC-CARD        PIC 9(04).
               10  WKS-SLC-PART-NO     PIC 9(02).
               10  WKS-SLC-PART-OF     PIC 9(02).
               10  WKS-SLC-START       PIC 9(38).
               10  WKS-SLC-END         PIC 9(38).
           77 WKS-NUM-IDX        PIC 9(02) VALUE 0.
       01  WKS-SLICE-SEEN-TABLE.
           05  WKS-SLICE-SEEN          PIC 9(03) OCCURS 99 TIMES.

      * Diagnostics and the condition code they raise.
           77 WKS-MSG-TEXT       PIC X(60) VALUE SPACES.
           77 WKS-ERROR-COUNT    PIC 9(09) VALUE 0.
           77 WKS-WARN-COUNT     PIC 9(09) VALUE 0.
           77 WKS-COND-CODE      PIC 9(04) VALUE 0.
           77 WKS-NEW-COND       PIC 9(04) VALUE 0.

       01  WKS-REPORT-LINE.
           05  WKS-RPT-TEXT            PIC X(30) VALUE SPACES.
           05  WKS-RPT-VALUE           PIC 9(09) VALUE ZEROS.
           05  FILLER                  PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ASK-DECK-PARAMETERS
           PERFORM OPEN-CARD-LISTING
           IF WKS-DECK-COUNT = 0
               MOVE "HNPARMS" TO WKS-DECK-NAME
               PERFORM CHECK-ONE-DECK
           ELSE
               MOVE 0 TO WKS-DECK-IDX
               PERFORM CHECK-PARTITION-DECK WKS-DECK-COUNT TIMES
           END-IF
           PERFORM CHECK-SLICE-CARDS
           PERFORM WRITE-LISTING-TOTALS
           CLOSE HNPRMLST-FILE
           DISPLAY "Tarjetas: " WKS-CARD-NO " errores: "
               WKS-ERROR-COUNT " avisos: " WKS-WARN-COUNT
           MOVE WKS-COND-CODE TO RETURN-CODE
           STOP RUN.

       ASK-DECK-PARAMETERS.
           DISPLAY "Mazos de particion HNPARMnn a revisar "
               "(0 = solo HNPARMS): "
           MOVE SPACES TO WKS-DECK-ALPHA
           ACCEPT WKS-DECK-ALPHA
           INSPECT WKS-DECK-ALPHA REPLACING LEADING SPACE BY ZERO
           IF WKS-DECK-ALPHA IS NUMERIC
               MOVE WKS-DECK-ALPHA TO WKS-DECK-COUNT
           ELSE
               DISPLAY "Numero de mazos no valido, se revisa HNPARMS."
               MOVE 0 TO WKS-DECK-COUNT
           END-IF.

       OPEN-CARD-LISTING.
           OPEN OUTPUT HNPRMLST-FILE
           IF WKS-LST-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNPRMLST, codigo: "
                   WKS-LST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WKS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO HNPRMLST-RECORD
           STRING "LISTADO DE TARJETAS DE CONTROL (SIMULACRO)  FECHA: "
               DELIMITED BY SIZE
               WKS-REPORT-DATE DELIMITED BY SIZE
               INTO HNPRMLST-RECORD
           WRITE HNPRMLST-RECORD
           MOVE ALL "-" TO HNPRMLST-RECORD
           WRITE HNPRMLST-RECORD.

       CHECK-PARTITION-DECK.
           ADD 1 TO WKS-DECK-IDX
           MOVE SPACES TO WKS-DECK-NAME
           STRING "HNPARM" DELIMITED BY SIZE
               WKS-DECK-IDX DELIMITED BY SIZE
               INTO WKS-DECK-NAME
           PERFORM CHECK-ONE-DECK.

      ******************************************************************
      * One deck, card by card. Each deck is its own HappyNumbers run,
      * so the card user starts over as NOCHE; an empty deck ends
      * that run with condition code 8.
      ******************************************************************
       CHECK-ONE-DECK.
           MOVE SPACES TO HNPRMLST-RECORD
           WRITE HNPRMLST-RECORD
           MOVE SPACES TO HNPRMLST-RECORD
           STRING "MAZO: " DELIMITED BY SIZE
               WKS-DECK-NAME DELIMITED BY SPACE
               INTO HNPRMLST-RECORD
           WRITE HNPRMLST-RECORD
           MOVE 0 TO WKS-DECK-CARDS
           MOVE "NOCHE" TO WKS-EFF-USER
           OPEN INPUT HNPARMS-FILE
           IF WKS-PARMS-STATUS NOT = "00"
               MOVE SPACES TO WKS-MSG-TEXT
               STRING "NO SE PUDO ABRIR EL MAZO, CODIGO "
                   DELIMITED BY SIZE
                   WKS-PARMS-STATUS DELIMITED BY SIZE
                   INTO WKS-MSG-TEXT
               PERFORM WRITE-ERROR-LINE
           ELSE
               MOVE "N" TO WKS-EOF-SW
               READ HNPARMS-FILE AT END MOVE "Y" TO WKS-EOF-SW
               END-READ
               PERFORM CHECK-ONE-CARD UNTIL WKS-END-OF-FILE
               CLOSE HNPARMS-FILE
               IF WKS-DECK-CARDS = 0
                   MOVE "MAZO VACIO, LA CORRIDA TERMINARIA CON CODIGO 8"
                       TO WKS-MSG-TEXT
                   PERFORM WRITE-ERROR-LINE
               END-IF
           END-IF.

       CHECK-ONE-CARD.
           ADD 1 TO WKS-CARD-NO
           ADD 1 TO WKS-DECK-CARDS
           PERFORM COMPUTE-EFFECTIVE-VALUES
           MOVE SPACES TO HNPRMLST-RECORD
           STRING WKS-CARD-NO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HNPRM-FUNCTION DELIMITED BY SIZE
               "  USUARIO " DELIMITED BY SIZE
               WKS-EFF-USER DELIMITED BY SIZE
               "  REANUDA " DELIMITED BY SIZE
               WKS-EFF-RESUME DELIMITED BY SIZE
               INTO HNPRMLST-RECORD
           WRITE HNPRMLST-RECORD
           EVALUATE HNPRM-FUNCTION
               WHEN "RANGO "
                   PERFORM LIST-RANGE-CARD
               WHEN "LOTE  "
                   PERFORM LIST-BATCH-CARD
               WHEN "EXPORT"
               WHEN "EXTRAC"
                   PERFORM LIST-EXPORT-CARD
               WHEN OTHER
                   MOVE SPACES TO WKS-MSG-TEXT
                   STRING "FUNCION '" DELIMITED BY SIZE
                       HNPRM-FUNCTION DELIMITED BY SIZE
                       "' NO VALIDA, LA TARJETA FALLARIA"
                       DELIMITED BY SIZE
                       INTO WKS-MSG-TEXT
                   PERFORM WRITE-ERROR-LINE
           END-EVALUATE
           READ HNPARMS-FILE AT END MOVE "Y" TO WKS-EOF-SW END-READ.

      * Same defaults as PROCESS-PARM-CARD; a blank user keeps the
      * user of the card before it.
       COMPUTE-EFFECTIVE-VALUES.
           IF HNPRM-USER NOT = SPACES
               MOVE HNPRM-USER TO WKS-EFF-USER
           END-IF
           IF HNPRM-RESUME = "S" OR HNPRM-RESUME = "s"
               MOVE "S" TO WKS-EFF-RESUME
           ELSE
               MOVE "N" TO WKS-EFF-RESUME
           END-IF
           IF HNPRM-EXPONENT NOT NUMERIC
               MOVE 2 TO WKS-EFF-EXPONENT
           ELSE
               IF HNPRM-EXPONENT < 2 OR HNPRM-EXPONENT > 9
                   MOVE 2 TO WKS-EFF-EXPONENT
               ELSE
                   MOVE HNPRM-EXPONENT TO WKS-EFF-EXPONENT
               END-IF
           END-IF
           IF HNPRM-BASE NOT NUMERIC
               MOVE 10 TO WKS-EFF-BASE
           ELSE
               IF HNPRM-BASE < 2 OR HNPRM-BASE > 16
                   MOVE 10 TO WKS-EFF-BASE
               ELSE
                   MOVE HNPRM-BASE TO WKS-EFF-BASE
               END-IF
           END-IF
           IF HNPRM-MAX-REJECT NUMERIC
                   AND HNPRM-MAX-REJECT <= 100
               MOVE HNPRM-MAX-REJECT TO WKS-EFF-MAX-REJECT
           ELSE
               MOVE 100 TO WKS-EFF-MAX-REJECT
           END-IF
           IF HNPRM-GEN-KEEP NUMERIC AND HNPRM-GEN-KEEP > 0
               MOVE HNPRM-GEN-KEEP TO WKS-EFF-GEN-KEEP
           ELSE
               MOVE 5 TO WKS-EFF-GEN-KEEP
           END-IF.

      ******************************************************************
      * Card listings by function: only the fields the function uses
      * are shown and diagnosed.
      ******************************************************************
       LIST-RANGE-CARD.
           MOVE "N" TO WKS-RANGE-SW
           IF HNPRM-RANGE-START NUMERIC AND HNPRM-RANGE-END NUMERIC
               IF HNPRM-RANGE-START NOT > HNPRM-RANGE-END
                   MOVE "Y" TO WKS-RANGE-SW
               END-IF
           END-IF
           MOVE SPACES TO HNPRMLST-RECORD
           STRING "      DESDE " DELIMITED BY SIZE
               HNPRM-RANGE-START-X DELIMITED BY SIZE
               INTO HNPRMLST-RECORD
           WRITE HNPRMLST-RECORD
           MOVE SPACES TO HNPRMLST-RECORD
           STRING "      HASTA " DELIMITED BY SIZE
               HNPRM-RANGE-END-X DELIMITED BY SIZE
               INTO HNPRMLST-RECORD
           WRITE HNPRMLST-RECORD
           PERFORM LIST-EXPONENT-BASE
           IF NOT WKS-RANGE-VALID
               MOVE "RANGO NO VALIDO, LA TARJETA FALLARIA"
                   TO WKS-MSG-TEXT
               PERFORM WRITE-ERROR-LINE
           END-IF
           PERFORM CHECK-EXPONENT-BASE
           PERFORM CHECK-SLICE-FIELDS.

       LIST-BATCH-CARD.
           PERFORM LIST-EXPONENT-BASE
           MOVE SPACES TO HNPRMLST-RECORD
           STRING "      RECHAZO MAXIMO " DELIMITED BY SIZE
               WKS-EFF-MAX-REJECT DELIMITED BY SIZE
               "%  GENERACIONES " DELIMITED BY SIZE
               WKS-EFF-GEN-KEEP DELIMITED BY SIZE
               INTO HNPRMLST-RECORD
           WRITE HNPRMLST-RECORD
           PERFORM CHECK-EXPONENT-BASE
           PERFORM CHECK-MAX-REJECT
           PERFORM CHECK-GEN-KEEP.

       LIST-EXPORT-CARD.
           MOVE SPACES TO HNPRMLST-RECORD
           STRING "      GENERACIONES " DELIMITED BY SIZE
               WKS-EFF-GEN-KEEP DELIMITED BY SIZE
               INTO HNPRMLST-RECORD
           WRITE HNPRMLST-RECORD
           PERFORM CHECK-GEN-KEEP.

       LIST-EXPONENT-BASE.
           MOVE SPACES TO HNPRMLST-RECORD
           STRING "      EXPONENTE " DELIMITED BY SIZE
               WKS-EFF-EXPONENT DELIMITED BY SIZE
               "  BASE " DELIMITED BY SIZE
               WKS-EFF-BASE DELIMITED BY SIZE
               INTO HNPRMLST-RECORD
           WRITE HNPRMLST-RECORD.

      * A blank field taking its default is a warning; a field that
      * holds something the run cannot use is an error, since the
      * card was meant to say something else.
       CHECK-EXPONENT-BASE.
           IF HNPRM-EXPONENT-X = SPACES
               MOVE "EXPONENTE EN BLANCO, SE USA 2" TO WKS-MSG-TEXT
               PERFORM WRITE-WARNING-LINE
           ELSE
               IF HNPRM-EXPONENT NOT NUMERIC
                       OR HNPRM-EXPONENT < 2 OR HNPRM-EXPONENT > 9
                   MOVE SPACES TO WKS-MSG-TEXT
                   STRING "EXPONENTE '" DELIMITED BY SIZE
                       HNPRM-EXPONENT-X DELIMITED BY SIZE
                       "' NO VALIDO (2-9), SE USARIA 2"
                       DELIMITED BY SIZE
                       INTO WKS-MSG-TEXT
                   PERFORM WRITE-ERROR-LINE
               END-IF
           END-IF
           IF HNPRM-BASE-X = SPACES
               MOVE "BASE EN BLANCO, SE USA 10" TO WKS-MSG-TEXT
               PERFORM WRITE-WARNING-LINE
           ELSE
               IF HNPRM-BASE NOT NUMERIC
                       OR HNPRM-BASE < 2 OR HNPRM-BASE > 16
                   MOVE SPACES TO WKS-MSG-TEXT
                   STRING "BASE '" DELIMITED BY SIZE
                       HNPRM-BASE-X DELIMITED BY SIZE
                       "' NO VALIDA (2-16), SE USARIA 10"
                       DELIMITED BY SIZE
                       INTO WKS-MSG-TEXT
                   PERFORM WRITE-ERROR-LINE
               END-IF
           END-IF.

       CHECK-MAX-REJECT.
           IF HNPRM-MAX-REJECT-X = SPACES
               MOVE "RECHAZO MAXIMO EN BLANCO, SE USA 100%"
                   TO WKS-MSG-TEXT
               PERFORM WRITE-WARNING-LINE
           ELSE
               IF HNPRM-MAX-REJECT NOT NUMERIC
                       OR HNPRM-MAX-REJECT > 100
                   MOVE SPACES TO WKS-MSG-TEXT
                   STRING "RECHAZO MAXIMO '" DELIMITED BY SIZE
                       HNPRM-MAX-REJECT-X DELIMITED BY SIZE
                       "' NO VALIDO (0-100), SE USARIA 100%"
                       DELIMITED BY SIZE
                       INTO WKS-MSG-TEXT
                   PERFORM WRITE-ERROR-LINE
               END-IF
           END-IF.

       CHECK-GEN-KEEP.
           IF HNPRM-GEN-KEEP-X = SPACES
               MOVE "GENERACIONES EN BLANCO, SE CONSERVAN 5"
                   TO WKS-MSG-TEXT
               PERFORM WRITE-WARNING-LINE
           ELSE
               IF HNPRM-GEN-KEEP NOT NUMERIC OR HNPRM-GEN-KEEP = 0
                   MOVE SPACES TO WKS-MSG-TEXT
                   STRING "GENERACIONES '" DELIMITED BY SIZE
                       HNPRM-GEN-KEEP-X DELIMITED BY SIZE
                       "' NO VALIDO (1-99), SE CONSERVARIAN 5"
                       DELIMITED BY SIZE
                       INTO WKS-MSG-TEXT
                   PERFORM WRITE-ERROR-LINE
               END-IF
           END-IF.

      * Slice fields: both blank (or zero) runs the whole range; a
      * valid pair runs one slice, listed with its bounds; anything
      * else would quietly run the whole range instead of the slice.
       CHECK-SLICE-FIELDS.
           EVALUATE TRUE
               WHEN (HNPRM-PART-NO-X = SPACES
                       OR HNPRM-PART-NO-X = "00")
                       AND (HNPRM-PART-OF-X = SPACES
                       OR HNPRM-PART-OF-X = "00")
                   MOVE "N" TO WKS-SLICE-SW
               WHEN HNPRM-PART-OF NUMERIC AND HNPRM-PART-OF > 1
                       AND HNPRM-PART-NO NUMERIC
                       AND HNPRM-PART-NO >= 1
                       AND HNPRM-PART-NO <= HNPRM-PART-OF
                   MOVE "Y" TO WKS-SLICE-SW
               WHEN OTHER
                   MOVE "X" TO WKS-SLICE-SW
           END-EVALUATE
           EVALUATE TRUE
               WHEN WKS-WHOLE-RANGE
                   MOVE "      RANGO COMPLETO, SIN PARTICION"
                       TO HNPRMLST-RECORD
                   WRITE HNPRMLST-RECORD
               WHEN WKS-BAD-SLICE
                   MOVE SPACES TO WKS-MSG-TEXT
                   STRING "PARTICION '" DELIMITED BY SIZE
                       HNPRM-PART-NO-X DELIMITED BY SIZE
                       "' DE '" DELIMITED BY SIZE
                       HNPRM-PART-OF-X DELIMITED BY SIZE
                       "' NO VALIDA, CORRERIA EL RANGO COMPLETO"
                       DELIMITED BY SIZE
                       INTO WKS-MSG-TEXT
                   PERFORM WRITE-ERROR-LINE
               WHEN OTHER
                   PERFORM LIST-SLICE-BOUNDS
           END-EVALUATE.

       LIST-SLICE-BOUNDS.
           MOVE SPACES TO HNPRMLST-RECORD
           STRING "      PARTICION " DELIMITED BY SIZE
               HNPRM-PART-NO DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               HNPRM-PART-OF DELIMITED BY SIZE
               INTO HNPRMLST-RECORD
           WRITE HNPRMLST-RECORD
           IF WKS-RANGE-VALID
               COMPUTE WKS-PART-SIZE =
                   (HNPRM-RANGE-END - HNPRM-RANGE-START
                    + HNPRM-PART-OF) / HNPRM-PART-OF
               COMPUTE WKS-PART-START = HNPRM-RANGE-START
                   + (HNPRM-PART-NO - 1) * WKS-PART-SIZE
               COMPUTE WKS-PART-END =
                   WKS-PART-START + WKS-PART-SIZE - 1
               IF WKS-PART-END > HNPRM-RANGE-END
                       OR HNPRM-PART-NO = HNPRM-PART-OF
                   MOVE HNPRM-RANGE-END TO WKS-PART-END
               END-IF
               MOVE SPACES TO HNPRMLST-RECORD
               STRING "      TRAMO " DELIMITED BY SIZE
                   WKS-PART-START DELIMITED BY SIZE
                   INTO HNPRMLST-RECORD
               WRITE HNPRMLST-RECORD
               MOVE SPACES TO HNPRMLST-RECORD
               STRING "          A " DELIMITED BY SIZE
                   WKS-PART-END DELIMITED BY SIZE
                   INTO HNPRMLST-RECORD
               WRITE HNPRMLST-RECORD
               IF WKS-PART-START > HNPRM-RANGE-END
                   MOVE "PARTICION SIN NUMEROS, EL RANGO ES MUY CORTO"
                       TO WKS-MSG-TEXT
                   PERFORM WRITE-WARNING-LINE
               END-IF
           END-IF
           IF WKS-SLC-COUNT < 200
               ADD 1 TO WKS-SLC-COUNT
               MOVE WKS-DECK-NAME TO WKS-SLC-DECK(WKS-SLC-COUNT)
               MOVE WKS-CARD-NO TO WKS-SLC-CARD(WKS-SLC-COUNT)
               MOVE HNPRM-PART-NO TO WKS-SLC-PART-NO(WKS-SLC-COUNT)
               MOVE HNPRM-PART-OF TO WKS-SLC-PART-OF(WKS-SLC-COUNT)
               MOVE HNPRM-RANGE-START TO WKS-SLC-START(WKS-SLC-COUNT)
               MOVE HNPRM-RANGE-END TO WKS-SLC-END(WKS-SLC-COUNT)
           ELSE
               ADD 1 TO WKS-SLC-LOST
           END-IF.

      ******************************************************************
      * Cross-check of the sliced RANGO cards of all decks, against
      * the first one: the same range bounds and slice count on every
      * card, and every slice number from 1 to the count exactly once.
      ******************************************************************
       CHECK-SLICE-CARDS.
           MOVE SPACES TO HNPRMLST-RECORD
           WRITE HNPRMLST-RECORD
           MOVE "VERIFICACION DE PARTICIONES" TO HNPRMLST-RECORD
           WRITE HNPRMLST-RECORD
           IF WKS-SLC-COUNT = 0
               MOVE "      SIN TARJETAS RANGO PARTICIONADAS"
                   TO HNPRMLST-RECORD
               WRITE HNPRMLST-RECORD
           ELSE
               MOVE ZEROS TO WKS-SLICE-SEEN-TABLE
               MOVE 0 TO WKS-SLC-IDX
               PERFORM CHECK-ONE-SLICE-CARD WKS-SLC-COUNT TIMES
               MOVE 0 TO WKS-NUM-IDX
               PERFORM CHECK-SLICE-NUMBER WKS-SLC-PART-OF(1) TIMES
               MOVE SPACES TO HNPRMLST-RECORD
               STRING "      PARTICIONES ESPERADAS " DELIMITED BY SIZE
                   WKS-SLC-PART-OF(1) DELIMITED BY SIZE
                   "  TARJETAS " DELIMITED BY SIZE
                   WKS-SLC-COUNT DELIMITED BY SIZE
                   INTO HNPRMLST-RECORD
               WRITE HNPRMLST-RECORD
               IF WKS-SLC-LOST > 0
                   MOVE "TABLA DE PARTICIONES LLENA, REVISION PARCIAL"
                       TO WKS-MSG-TEXT
                   PERFORM WRITE-WARNING-LINE
               END-IF
           END-IF.

       CHECK-ONE-SLICE-CARD.
           ADD 1 TO WKS-SLC-IDX
           IF WKS-SLC-PART-OF(WKS-SLC-IDX) NOT = WKS-SLC-PART-OF(1)
               MOVE SPACES TO WKS-MSG-TEXT
               STRING "TARJETA " DELIMITED BY SIZE
                   WKS-SLC-CARD(WKS-SLC-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WKS-SLC-DECK(WKS-SLC-IDX) DELIMITED BY SPACE
                   ": " DELIMITED BY SIZE
                   WKS-SLC-PART-OF(WKS-SLC-IDX) DELIMITED BY SIZE
                   " PARTICIONES, SE ESPERABAN " DELIMITED BY SIZE
                   WKS-SLC-PART-OF(1) DELIMITED BY SIZE
                   INTO WKS-MSG-TEXT
               PERFORM WRITE-ERROR-LINE
           END-IF
           IF WKS-SLC-START(WKS-SLC-IDX) NOT = WKS-SLC-START(1)
                   OR WKS-SLC-END(WKS-SLC-IDX) NOT = WKS-SLC-END(1)
               MOVE SPACES TO WKS-MSG-TEXT
               STRING "TARJETA " DELIMITED BY SIZE
                   WKS-SLC-CARD(WKS-SLC-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WKS-SLC-DECK(WKS-SLC-IDX) DELIMITED BY SPACE
                   ": RANGO DISTINTO AL DE LA TARJETA "
                   DELIMITED BY SIZE
                   WKS-SLC-CARD(1) DELIMITED BY SIZE
                   INTO WKS-MSG-TEXT
               PERFORM WRITE-ERROR-LINE
           END-IF
           MOVE WKS-SLC-PART-NO(WKS-SLC-IDX) TO WKS-NUM-IDX
           ADD 1 TO WKS-SLICE-SEEN(WKS-NUM-IDX).

       CHECK-SLICE-NUMBER.
           ADD 1 TO WKS-NUM-IDX
           IF WKS-SLICE-SEEN(WKS-NUM-IDX) = 0
               MOVE SPACES TO WKS-MSG-TEXT
               STRING "FALTA LA PARTICION " DELIMITED BY SIZE
                   WKS-NUM-IDX DELIMITED BY SIZE
                   INTO WKS-MSG-TEXT
               PERFORM WRITE-ERROR-LINE
           END-IF
           IF WKS-SLICE-SEEN(WKS-NUM-IDX) > 1
               MOVE SPACES TO WKS-MSG-TEXT
               STRING "PARTICION " DELIMITED BY SIZE
                   WKS-NUM-IDX DELIMITED BY SIZE
                   " REPETIDA EN " DELIMITED BY SIZE
                   WKS-SLICE-SEEN(WKS-NUM-IDX) DELIMITED BY SIZE
                   " TARJETAS" DELIMITED BY SIZE
                   INTO WKS-MSG-TEXT
               PERFORM WRITE-ERROR-LINE
           END-IF.

      ******************************************************************
      * Diagnostic lines, under the card they belong to.
      ******************************************************************
       WRITE-ERROR-LINE.
           MOVE SPACES TO HNPRMLST-RECORD
           STRING "      *** ERROR: " DELIMITED BY SIZE
               WKS-MSG-TEXT DELIMITED BY SIZE
               INTO HNPRMLST-RECORD
           WRITE HNPRMLST-RECORD
           ADD 1 TO WKS-ERROR-COUNT
           MOVE 8 TO WKS-NEW-COND
           PERFORM RAISE-COND-CODE.

       WRITE-WARNING-LINE.
           MOVE SPACES TO HNPRMLST-RECORD
           STRING "      *** AVISO: " DELIMITED BY SIZE
               WKS-MSG-TEXT DELIMITED BY SIZE
               INTO HNPRMLST-RECORD
           WRITE HNPRMLST-RECORD
           ADD 1 TO WKS-WARN-COUNT
           MOVE 4 TO WKS-NEW-COND
           PERFORM RAISE-COND-CODE.

       WRITE-LISTING-TOTALS.
           MOVE SPACES TO HNPRMLST-RECORD
           WRITE HNPRMLST-RECORD
           MOVE ALL "-" TO HNPRMLST-RECORD
           WRITE HNPRMLST-RECORD
           MOVE "MAZOS REVISADOS" TO WKS-RPT-TEXT
           IF WKS-DECK-COUNT = 0
               MOVE 1 TO WKS-RPT-VALUE
           ELSE
               MOVE WKS-DECK-COUNT TO WKS-RPT-VALUE
           END-IF
           PERFORM WRITE-TOTAL-LINE
           MOVE "TARJETAS LEIDAS" TO WKS-RPT-TEXT
           MOVE WKS-CARD-NO TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "TARJETAS RANGO PARTICIONADAS" TO WKS-RPT-TEXT
           COMPUTE WKS-RPT-VALUE = WKS-SLC-COUNT + WKS-SLC-LOST
           PERFORM WRITE-TOTAL-LINE
           MOVE "ERRORES" TO WKS-RPT-TEXT
           MOVE WKS-ERROR-COUNT TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "AVISOS" TO WKS-RPT-TEXT
           MOVE WKS-WARN-COUNT TO WKS-RPT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE SPACES TO HNPRMLST-RECORD
           EVALUATE WKS-COND-CODE
               WHEN 0
                   MOVE "ESTADO: MAZOS LISTOS PARA LA NOCHE"
                       TO HNPRMLST-RECORD
               WHEN 4
                   MOVE "ESTADO: MAZOS CON AVISOS, REVISAR ANTES"
                       TO HNPRMLST-RECORD
               WHEN OTHER
                   MOVE "ESTADO: MAZOS CON ERRORES, NO PROGRAMAR"
                       TO HNPRMLST-RECORD
           END-EVALUATE
           WRITE HNPRMLST-RECORD.

       WRITE-TOTAL-LINE.
           MOVE WKS-REPORT-LINE TO HNPRMLST-RECORD
           WRITE HNPRMLST-RECORD.

      * Keeps the worst severity seen so far; the job stream tests the
      * final value through RETURN-CODE (0 ok, 4 warnings, 8 errors).
       RAISE-COND-CODE.
           IF WKS-NEW-COND > WKS-COND-CODE
               MOVE WKS-NEW-COND TO WKS-COND-CODE
           END-IF.

       END PROGRAM HappyParmCheck.
