      *   - Initial version: control-list driven merge, origin
      *     stamping with bare-record normalization, per-source
      *     balancing report and a missing-source condition code.
      *   - Requestor validation against the HNREQMST master:
      *     unknown, inactive and over-quota requestors are held out
      *     of HNBATIN and listed on HNINTRPT with their reason
      *     codes (condition code 4).
      *   - Suspense cycle: every merged record carries its source
      *     file name, records held out for their requestor go to
      *     the HNSUSPNS suspense file, and items corrected through
      *     HappySuspense are released back into HNBATIN with a
      *     per-source resubmission count on HNINTRPT.
      *   - Per-source totals file (HNINTTOT): the counts printed on
      *     HNINTRPT are also written one record per source under the
      *     intake id, for HappyRespDist to balance the responses
      *     against; a source seen only through resubmitted items is
      *     listed as REENVIO.
      *   - Transaction code P (number profile) passed through as a
      *     structured record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HappyIntake.
           SELECT HNINTRPT-FILE ASSIGN TO "HNINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-RPT-STATUS.
           SELECT HNINTTOT-FILE ASSIGN TO "HNINTTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-INTTOT-STATUS.
           SELECT HNREQMST-FILE ASSIGN TO "HNREQMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNREQ-ID
               FILE STATUS IS WKS-REQMST-STATUS.
           SELECT HNSUSPNS-FILE ASSIGN TO "HNSUSPNS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNSUS-KEY
               FILE STATUS IS WKS-SUSPNS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HNINTCTL-FILE

       FD  HNBATCH-IN
           LABEL RECORDS ARE STANDARD.
       01  HNBATCH-IN-RECORD           PIC X(68).
       01  HNBATCH-IN-STRUCT REDEFINES HNBATCH-IN-RECORD.
           05  HNBIN-TRANCODE          PIC X(01).
           05  FILLER                  PIC X(01).
           05  HNBIN-REQUESTOR         PIC X(08).
           05  FILLER                  PIC X(01).
           05  HNBIN-NUMBER            PIC X(38).
           05  FILLER                  PIC X(01).
           05  HNBIN-SOURCE            PIC X(15).

       FD  HNINTRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNINTRPT-RECORD             PIC X(80).

      * One record per source of this intake, in HNINTRPT order.
      * Sent is what went into HNBATIN for the source: the records
      * merged plus the items resubmitted from suspense.
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

       FD  HNREQMST-FILE.
       01  HNREQMST-RECORD.
           05  HNREQ-ID                PIC X(08).
           05  HNREQ-DEPT-NAME         PIC X(30).
           05  HNREQ-COST-CENTER       PIC X(10).
           05  HNREQ-STATUS            PIC X(01).
           05  HNREQ-DAILY-QUOTA       PIC 9(07).
           05  HNREQ-ADDED-DATE        PIC 9(08).
           05  HNREQ-CHANGED-DATE      PIC 9(08).

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

       WORKING-STORAGE SECTION.
           77 WKS-CTL-STATUS     PIC X(02).
           77 WKS-SOURCE-STATUS  PIC X(02).
           77 WKS-BATIN-STATUS   PIC X(02).
           77 WKS-RPT-STATUS     PIC X(02).
           77 WKS-INTTOT-STATUS  PIC X(02).
           77 WKS-REQMST-STATUS  PIC X(02).
           77 WKS-SUSPNS-STATUS  PIC X(02).
           77 WKS-CTL-EOF-SW     PIC X(01) VALUE "N".
               88 WKS-CTL-EOF            VALUE "Y".
           77 WKS-EOF-SW         PIC X(01) VALUE "N".
           77 WKS-SOURCE-REQ     PIC X(08) VALUE SPACES.
           77 WKS-SOURCE-READ    PIC 9(09) VALUE 0.
           77 WKS-SOURCE-STAMPED PIC 9(09) VALUE 0.
           77 WKS-SOURCE-REJECTED PIC 9(09) VALUE 0.

      * Per-source accounting for the intake report.
           77 WKS-SRC-COUNT      PIC 9(02) VALUE 0.
               10  WKS-SRC-REQ         PIC X(08).
               10  WKS-SRC-RECORDS     PIC 9(09).
               10  WKS-SRC-STAMPED     PIC 9(09).
               10  WKS-SRC-REJECTED    PIC 9(09).
               10  WKS-SRC-STATE       PIC X(08).
               10  WKS-SRC-RESUBMIT    PIC 9(09).

      * Requestor validation against HNREQMST. The daily quota is
      * measured against this intake, which is one business day of
      * department drops; the count is kept per requestor across all
      * sources.
           77 WKS-REJECT-REASON  PIC X(12) VALUE SPACES.
           77 WKS-QTA-COUNT      PIC 9(03) VALUE 0.
           77 WKS-QTA-IDX        PIC 9(03) VALUE 0.
           77 WKS-QTA-FOUND-SW   PIC X(01) VALUE "N".
               88 WKS-QTA-FOUND          VALUE "Y".
       01  WKS-QUOTA-TABLE.
           05  WKS-QTA-ENTRY OCCURS 200 TIMES.
               10  WKS-QTA-REQ         PIC X(08).
               10  WKS-QTA-USED        PIC 9(07).

      * Rejected records for the report; beyond the table only the
      * counts are kept.
           77 WKS-REJ-COUNT      PIC 9(03) VALUE 0.
           77 WKS-REJ-IDX        PIC 9(03) VALUE 0.
       01  WKS-REJECT-TABLE.
           05  WKS-REJ-ENTRY OCCURS 500 TIMES.
               10  WKS-REJ-SOURCE      PIC X(15).
               10  WKS-REJ-RECNO       PIC 9(09).
               10  WKS-REJ-REQ         PIC X(08).
               10  WKS-REJ-REASON      PIC X(12).

      * Overall totals; the merged count must tie out to the sum of
      * the per-source counts.
           77 WKS-TOT-SOURCES    PIC 9(02) VALUE 0.
           77 WKS-TOT-MISSING    PIC 9(02) VALUE 0.
           77 WKS-TOT-RECORDS    PIC 9(09) VALUE 0.
           77 WKS-TOT-REJECTED   PIC 9(09) VALUE 0.
           77 WKS-TOT-MERGED     PIC 9(09) VALUE 0.
           77 WKS-TOT-RESUBMIT   PIC 9(09) VALUE 0.
           77 WKS-TOT-SUSPENDED  PIC 9(09) VALUE 0.
           77 WKS-COND-CODE      PIC 9(04) VALUE 0.
           77 WKS-NEW-COND       PIC 9(04) VALUE 0.
           77 WKS-REPORT-DATE    PIC 9(08).

      * Suspense cycle. Records held out here enter HNSUSPNS under
      * this intake's date and time as batch id, origin "I"; items
      * corrected since the last intake (status C) are released into
      * this HNBATIN and marked R.
           77 WKS-TIME-FULL      PIC 9(08).
           77 WKS-INTAKE-TIME    PIC 9(06) VALUE 0.
           77 WKS-INTAKE-ID      PIC 9(14) VALUE 0.
           77 WKS-SUS-SEQ        PIC 9(06) VALUE 0.
           77 WKS-SUS-EOF-SW     PIC X(01) VALUE "N".
               88 WKS-SUS-EOF            VALUE "Y".
           77 WKS-SRC-FOUND-SW   PIC X(01) VALUE "N".
               88 WKS-SRC-FOUND          VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-INTAKE-FILES
           PERFORM MERGE-ONE-SOURCE UNTIL WKS-CTL-EOF
           PERFORM RELEASE-CORRECTED-ITEMS
           CLOSE HNINTCTL-FILE
           CLOSE HNBATCH-IN
           CLOSE HNREQMST-FILE
           CLOSE HNSUSPNS-FILE
           PERFORM WRITE-INTAKE-REPORT
           PERFORM WRITE-INTAKE-TOTALS
           MOVE WKS-COND-CODE TO RETURN-CODE
           STOP RUN.

               CLOSE HNINTCTL-FILE
               STOP RUN
           END-IF
           OPEN INPUT HNREQMST-FILE
           IF WKS-REQMST-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNREQMST, codigo: "
                   WKS-REQMST-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE HNINTCTL-FILE
               CLOSE HNBATCH-IN
               STOP RUN
           END-IF
           OPEN I-O HNSUSPNS-FILE
           IF WKS-SUSPNS-STATUS NOT = "00"
               OPEN OUTPUT HNSUSPNS-FILE
               CLOSE HNSUSPNS-FILE
               OPEN I-O HNSUSPNS-FILE
           END-IF
           IF WKS-SUSPNS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNSUSPNS, codigo: "
                   WKS-SUSPNS-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE HNINTCTL-FILE
               CLOSE HNBATCH-IN
               CLOSE HNREQMST-FILE
               STOP RUN
           END-IF
           ACCEPT WKS-REPORT-DATE FROM DATE YYYYMMDD
           ACCEPT WKS-TIME-FULL FROM TIME
           DIVIDE WKS-TIME-FULL BY 100 GIVING WKS-INTAKE-TIME
           COMPUTE WKS-INTAKE-ID =
               WKS-REPORT-DATE * 1000000 + WKS-INTAKE-TIME
           MOVE "N" TO WKS-CTL-EOF-SW
           READ HNINTCTL-FILE AT END MOVE "Y" TO WKS-CTL-EOF-SW
           END-READ
           IF WKS-CTL-EOF
               DISPLAY "HNINTCTL vacio, ninguna fuente esperada."
               MOVE 8 TO WKS-NEW-COND
               PERFORM RAISE-COND-CODE
           END-IF.

      ******************************************************************
           MOVE HNICT-REQUESTOR TO WKS-SOURCE-REQ
           MOVE 0 TO WKS-SOURCE-READ
           MOVE 0 TO WKS-SOURCE-STAMPED
           MOVE 0 TO WKS-SOURCE-REJECTED
           ADD 1 TO WKS-TOT-SOURCES
           OPEN INPUT HNSOURCE-FILE
           IF WKS-SOURCE-STATUS NOT = "00"
               DISPLAY "Fuente faltante: " WKS-SOURCE-NAME
                   " codigo: " WKS-SOURCE-STATUS
               ADD 1 TO WKS-TOT-MISSING
               MOVE 8 TO WKS-NEW-COND
               PERFORM RAISE-COND-CODE
               PERFORM NOTE-SOURCE-RESULT
           ELSE
               MOVE "N" TO WKS-EOF-SW
               CLOSE HNSOURCE-FILE
               PERFORM NOTE-SOURCE-RESULT
               DISPLAY "Fuente " WKS-SOURCE-NAME ": "
                   WKS-SOURCE-READ " registros, "
                   WKS-SOURCE-REJECTED " rechazados."
           END-IF
           READ HNINTCTL-FILE AT END MOVE "Y" TO WKS-CTL-EOF-SW
           END-READ.

      * Origin stamping. A structured record (code F, E, C or P) keeps
      * its own requestor unless the field is blank, in which case
      * the source's default goes in. A bare-number record is
      * normalized to a structured F transaction so it can carry the
      * stamp at all; the pre-edit pass parses both forms the same.
      * The stamped requestor must then be on HNREQMST, active and
      * within its daily quota, or the record is held out.
       COPY-SOURCE-RECORD.
           ADD 1 TO WKS-SOURCE-READ
           ADD 1 TO WKS-TOT-RECORDS
               WHEN "F"
               WHEN "E"
               WHEN "C"
               WHEN "P"
                   MOVE HNSOURCE-RECORD TO HNBATCH-IN-RECORD
                   IF HNBIN-REQUESTOR = SPACES
                       MOVE WKS-SOURCE-REQ TO HNBIN-REQUESTOR
                   MOVE HNSOURCE-RECORD(1:38) TO HNBIN-NUMBER
                   ADD 1 TO WKS-SOURCE-STAMPED
           END-EVALUATE
           MOVE WKS-SOURCE-NAME TO HNBIN-SOURCE
           PERFORM CHECK-RECORD-REQUESTOR
           IF WKS-REJECT-REASON = SPACES
               WRITE HNBATCH-IN-RECORD
               ADD 1 TO WKS-TOT-MERGED
           ELSE
               PERFORM NOTE-REJECTED-RECORD
           END-IF
           READ HNSOURCE-FILE AT END MOVE "Y" TO WKS-EOF-SW
           END-READ.

      ******************************************************************
      * Requestor edit: on file, active, and not past its daily quota
      * (zero quota = unlimited). Only records that pass count toward
      * the quota.
      ******************************************************************
       CHECK-RECORD-REQUESTOR.
           MOVE SPACES TO WKS-REJECT-REASON
           MOVE HNBIN-REQUESTOR TO HNREQ-ID
           READ HNREQMST-FILE
               INVALID KEY MOVE "SOL-NOEXISTE" TO WKS-REJECT-REASON
           END-READ
           IF WKS-REJECT-REASON = SPACES AND HNREQ-STATUS NOT = "A"
               MOVE "SOL-INACTIVO" TO WKS-REJECT-REASON
           END-IF
           IF WKS-REJECT-REASON = SPACES
               PERFORM FIND-QUOTA-ENTRY
               IF HNREQ-DAILY-QUOTA > 0
                       AND WKS-QTA-USED(WKS-QTA-IDX)
                           NOT < HNREQ-DAILY-QUOTA
                   MOVE "SOL-CUOTA" TO WKS-REJECT-REASON
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
               MOVE HNBIN-REQUESTOR TO WKS-QTA-REQ(WKS-QTA-IDX)
               MOVE 0 TO WKS-QTA-USED(WKS-QTA-IDX)
           END-IF.

       SEARCH-QUOTA-ENTRY.
           ADD 1 TO WKS-QTA-IDX
           IF WKS-QTA-REQ(WKS-QTA-IDX) = HNBIN-REQUESTOR
               MOVE "Y" TO WKS-QTA-FOUND-SW
           END-IF.

       NOTE-REJECTED-RECORD.
           ADD 1 TO WKS-SOURCE-REJECTED
           ADD 1 TO WKS-TOT-REJECTED
           MOVE 4 TO WKS-NEW-COND
           PERFORM RAISE-COND-CODE
           IF WKS-REJ-COUNT < 500
               ADD 1 TO WKS-REJ-COUNT
               MOVE WKS-SOURCE-NAME TO WKS-REJ-SOURCE(WKS-REJ-COUNT)
               MOVE WKS-SOURCE-READ TO WKS-REJ-RECNO(WKS-REJ-COUNT)
               MOVE HNBIN-REQUESTOR TO WKS-REJ-REQ(WKS-REJ-COUNT)
               MOVE WKS-REJECT-REASON
                   TO WKS-REJ-REASON(WKS-REJ-COUNT)
           END-IF
           PERFORM SUSPEND-REJECTED-RECORD.

      * The held-out record enters suspense as a pending item with
      * its stamped image, so the correction starts from what the
      * department actually sent plus the stamp intake added.
       SUSPEND-REJECTED-RECORD.
           ADD 1 TO WKS-SUS-SEQ
           MOVE SPACES TO HNSUSPNS-RECORD
           MOVE WKS-INTAKE-ID TO HNSUS-BATCH-ID
           MOVE "I" TO HNSUS-ORIGIN
           MOVE WKS-SUS-SEQ TO HNSUS-SEQ
           MOVE HNBATCH-IN-RECORD TO HNSUS-IMAGE
           MOVE WKS-SOURCE-NAME TO HNSUS-SOURCE
           MOVE HNBIN-REQUESTOR TO HNSUS-REQUESTOR
           MOVE WKS-REJECT-REASON TO HNSUS-REASON
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
                   ADD 1 TO WKS-TOT-SUSPENDED
           END-WRITE.

      ******************************************************************
      * Resubmission: every suspense item corrected since the last
      * intake (status C) goes into this HNBATIN with its corrected
      * image and is marked released (R). The pre-edit pass screens
      * it again like any other record. The count is credited to the
      * item's source; a source not on tonight's control list gets
      * its own REENVIO line while the table has room. An intake that
      * stops the batch (a missing source) releases nothing, since
      * its HNBATIN will be rebuilt by the rerun.
      ******************************************************************
       RELEASE-CORRECTED-ITEMS.
           IF WKS-COND-CODE > 4
               DISPLAY "Lote detenido: suspenso corregido no liberado."
           ELSE
               PERFORM RELEASE-SUSPENSE-PASS
           END-IF.

       RELEASE-SUSPENSE-PASS.
           MOVE "N" TO WKS-SUS-EOF-SW
           MOVE LOW-VALUES TO HNSUS-KEY
           START HNSUSPNS-FILE KEY IS NOT LESS THAN HNSUS-KEY
               INVALID KEY MOVE "Y" TO WKS-SUS-EOF-SW
           END-START
           IF NOT WKS-SUS-EOF
               PERFORM READ-NEXT-SUSPENSE
           END-IF
           PERFORM RELEASE-ONE-ITEM UNTIL WKS-SUS-EOF
           IF WKS-TOT-RESUBMIT > 0
               DISPLAY "Reenviados desde suspenso: " WKS-TOT-RESUBMIT
           END-IF.

       RELEASE-ONE-ITEM.
           IF HNSUS-STATUS = "C"
               MOVE HNSUS-IMAGE TO HNBATCH-IN-RECORD
               IF HNBIN-SOURCE = SPACES
                   MOVE HNSUS-SOURCE TO HNBIN-SOURCE
               END-IF
               WRITE HNBATCH-IN-RECORD
               ADD 1 TO WKS-TOT-RESUBMIT
               PERFORM CREDIT-RESUBMIT-SOURCE
               MOVE "R" TO HNSUS-STATUS
               MOVE WKS-REPORT-DATE TO HNSUS-RELEASE-DATE
               REWRITE HNSUSPNS-RECORD
                   INVALID KEY
                       DISPLAY "Error al liberar suspenso, codigo: "
                           WKS-SUSPNS-STATUS
                       MOVE 8 TO WKS-NEW-COND
                       PERFORM RAISE-COND-CODE
               END-REWRITE
           END-IF
           PERFORM READ-NEXT-SUSPENSE.

       READ-NEXT-SUSPENSE.
           READ HNSUSPNS-FILE NEXT RECORD
               AT END MOVE "Y" TO WKS-SUS-EOF-SW
           END-READ
           IF WKS-SUSPNS-STATUS NOT = "00" AND NOT WKS-SUS-EOF
               DISPLAY "Lectura de HNSUSPNS interrumpida, codigo: "
                   WKS-SUSPNS-STATUS
               MOVE 8 TO WKS-NEW-COND
               PERFORM RAISE-COND-CODE
               MOVE "Y" TO WKS-SUS-EOF-SW
           END-IF.

       CREDIT-RESUBMIT-SOURCE.
           MOVE "N" TO WKS-SRC-FOUND-SW
           MOVE 0 TO WKS-SRC-IDX
           PERFORM SEARCH-SOURCE-ENTRY
               UNTIL WKS-SRC-FOUND OR WKS-SRC-IDX = WKS-SRC-COUNT
           IF WKS-SRC-FOUND
               ADD 1 TO WKS-SRC-RESUBMIT(WKS-SRC-IDX)
           ELSE
               IF WKS-SRC-COUNT < 20
                   ADD 1 TO WKS-SRC-COUNT
                   MOVE HNBIN-SOURCE TO WKS-SRC-NAME(WKS-SRC-COUNT)
                   MOVE SPACES TO WKS-SRC-REQ(WKS-SRC-COUNT)
                   MOVE 0 TO WKS-SRC-RECORDS(WKS-SRC-COUNT)
                   MOVE 0 TO WKS-SRC-STAMPED(WKS-SRC-COUNT)
                   MOVE 0 TO WKS-SRC-REJECTED(WKS-SRC-COUNT)
                   MOVE "REENVIO" TO WKS-SRC-STATE(WKS-SRC-COUNT)
                   MOVE 1 TO WKS-SRC-RESUBMIT(WKS-SRC-COUNT)
               END-IF
           END-IF.

       SEARCH-SOURCE-ENTRY.
           ADD 1 TO WKS-SRC-IDX
           IF WKS-SRC-NAME(WKS-SRC-IDX) = HNBIN-SOURCE
               MOVE "Y" TO WKS-SRC-FOUND-SW
           END-IF.

       RAISE-COND-CODE.
           IF WKS-NEW-COND > WKS-COND-CODE
               MOVE WKS-NEW-COND TO WKS-COND-CODE
           END-IF.

       NOTE-SOURCE-RESULT.
           IF WKS-SRC-COUNT < 20
               ADD 1 TO WKS-SRC-COUNT
               MOVE WKS-SOURCE-READ TO WKS-SRC-RECORDS(WKS-SRC-COUNT)
               MOVE WKS-SOURCE-STAMPED
                   TO WKS-SRC-STAMPED(WKS-SRC-COUNT)
               MOVE WKS-SOURCE-REJECTED
                   TO WKS-SRC-REJECTED(WKS-SRC-COUNT)
               MOVE 0 TO WKS-SRC-RESUBMIT(WKS-SRC-COUNT)
               IF WKS-SOURCE-STATUS = "00"
                   MOVE "PRESENTE" TO WKS-SRC-STATE(WKS-SRC-COUNT)
               ELSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO HNINTRPT-RECORD
           STRING "RECEPCION DE FUENTES  FECHA: " DELIMITED BY SIZE
               WKS-REPORT-DATE DELIMITED BY SIZE
           WRITE HNINTRPT-RECORD
           MOVE "FUENTE           SOLICITANTE  ESTADO    REGISTROS"
               TO HNINTRPT-RECORD
           MOVE "RECHAZOS" TO HNINTRPT-RECORD(52:8)
           MOVE "REENVIOS" TO HNINTRPT-RECORD(63:8)
           WRITE HNINTRPT-RECORD
           MOVE 0 TO WKS-SRC-IDX
           PERFORM WRITE-SOURCE-LINE WKS-SRC-COUNT TIMES
           IF WKS-REJ-COUNT > 0
               PERFORM WRITE-REJECT-SECTION
           END-IF
           MOVE SPACES TO HNINTRPT-RECORD
           WRITE HNINTRPT-RECORD
           MOVE SPACES TO HNINTRPT-RECORD
               WKS-TOT-SOURCES DELIMITED BY SIZE
               "  FALTANTES: " DELIMITED BY SIZE
               WKS-TOT-MISSING DELIMITED BY SIZE
               "  REGISTROS LEIDOS: " DELIMITED BY SIZE
               WKS-TOT-RECORDS DELIMITED BY SIZE
               INTO HNINTRPT-RECORD
           WRITE HNINTRPT-RECORD
           MOVE SPACES TO HNINTRPT-RECORD
           STRING "REGISTROS COMBINADOS: " DELIMITED BY SIZE
               WKS-TOT-MERGED DELIMITED BY SIZE
               "  RECHAZADOS POR SOLICITANTE: " DELIMITED BY SIZE
               WKS-TOT-REJECTED DELIMITED BY SIZE
               INTO HNINTRPT-RECORD
           WRITE HNINTRPT-RECORD
           MOVE SPACES TO HNINTRPT-RECORD
           STRING "ENVIADOS A SUSPENSO: " DELIMITED BY SIZE
               WKS-TOT-SUSPENDED DELIMITED BY SIZE
               "  REENVIADOS DESDE SUSPENSO: " DELIMITED BY SIZE
               WKS-TOT-RESUBMIT DELIMITED BY SIZE
               INTO HNINTRPT-RECORD
           WRITE HNINTRPT-RECORD
           MOVE SPACES TO HNINTRPT-RECORD
           EVALUATE TRUE
               WHEN WKS-COND-CODE > 4
                   MOVE "ESTADO: FUENTES FALTANTES, LOTE DETENIDO"
                       TO HNINTRPT-RECORD
               WHEN WKS-COND-CODE > 0
                   MOVE "ESTADO: RECEPCION CON RECHAZOS"
                       TO HNINTRPT-RECORD
               WHEN OTHER
                   MOVE "ESTADO: RECEPCION COMPLETA"
                       TO HNINTRPT-RECORD
           END-EVALUATE
           WRITE HNINTRPT-RECORD
           CLOSE HNINTRPT-FILE
           DISPLAY "Reporte de recepcion exportado a HNINTRPT."
           DISPLAY "Fuentes: " WKS-TOT-SOURCES
               " faltantes: " WKS-TOT-MISSING
               " registros: " WKS-TOT-RECORDS
               " rechazados: " WKS-TOT-REJECTED.

      ******************************************************************
      * Per-source totals for the response distribution, one record
      * per HNINTRPT source line.
      ******************************************************************
       WRITE-INTAKE-TOTALS.
           OPEN OUTPUT HNINTTOT-FILE
           IF WKS-INTTOT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNINTTOT, codigo: "
                   WKS-INTTOT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WKS-SRC-IDX
           PERFORM WRITE-SOURCE-TOTAL WKS-SRC-COUNT TIMES
           CLOSE HNINTTOT-FILE.

       WRITE-SOURCE-TOTAL.
           ADD 1 TO WKS-SRC-IDX
           MOVE SPACES TO HNINTTOT-RECORD
           MOVE WKS-INTAKE-ID TO HNTOT-INTAKE-ID
           MOVE WKS-SRC-NAME(WKS-SRC-IDX) TO HNTOT-SOURCE
           MOVE WKS-SRC-REQ(WKS-SRC-IDX) TO HNTOT-REQUESTOR
           MOVE WKS-SRC-STATE(WKS-SRC-IDX) TO HNTOT-STATE
           MOVE WKS-SRC-RECORDS(WKS-SRC-IDX) TO HNTOT-RECORDS
           MOVE WKS-SRC-REJECTED(WKS-SRC-IDX) TO HNTOT-HELD
           MOVE WKS-SRC-RESUBMIT(WKS-SRC-IDX) TO HNTOT-RESUBMIT
           COMPUTE HNTOT-SENT = WKS-SRC-RECORDS(WKS-SRC-IDX)
               - WKS-SRC-REJECTED(WKS-SRC-IDX)
               + WKS-SRC-RESUBMIT(WKS-SRC-IDX)
           WRITE HNINTTOT-RECORD.

      * Records held out for their requestor, in intake order; the
      * record number is the position within its source file.
       WRITE-REJECT-SECTION.
           MOVE SPACES TO HNINTRPT-RECORD
           WRITE HNINTRPT-RECORD
           MOVE "RECHAZOS POR SOLICITANTE" TO HNINTRPT-RECORD
           WRITE HNINTRPT-RECORD
           MOVE "FUENTE           REGISTRO   SOLICITANTE  MOTIVO"
               TO HNINTRPT-RECORD
           WRITE HNINTRPT-RECORD
           MOVE 0 TO WKS-REJ-IDX
           PERFORM WRITE-REJECT-LINE WKS-REJ-COUNT TIMES
           IF WKS-TOT-REJECTED > WKS-REJ-COUNT
               MOVE SPACES TO HNINTRPT-RECORD
               STRING "... RECHAZOS NO LISTADOS: " DELIMITED BY SIZE
                   WKS-TOT-REJECTED DELIMITED BY SIZE
                   " EN TOTAL" DELIMITED BY SIZE
                   INTO HNINTRPT-RECORD
               WRITE HNINTRPT-RECORD
           END-IF.

       WRITE-REJECT-LINE.
           ADD 1 TO WKS-REJ-IDX
           MOVE SPACES TO HNINTRPT-RECORD
           MOVE WKS-REJ-SOURCE(WKS-REJ-IDX) TO HNINTRPT-RECORD(1:15)
           MOVE WKS-REJ-RECNO(WKS-REJ-IDX) TO HNINTRPT-RECORD(18:9)
           MOVE WKS-REJ-REQ(WKS-REJ-IDX) TO HNINTRPT-RECORD(29:8)
           MOVE WKS-REJ-REASON(WKS-REJ-IDX) TO HNINTRPT-RECORD(42:12)
           WRITE HNINTRPT-RECORD.

       WRITE-SOURCE-LINE.
           ADD 1 TO WKS-SRC-IDX
           MOVE WKS-SRC-REQ(WKS-SRC-IDX) TO HNINTRPT-RECORD(18:8)
           MOVE WKS-SRC-STATE(WKS-SRC-IDX) TO HNINTRPT-RECORD(30:8)
           MOVE WKS-SRC-RECORDS(WKS-SRC-IDX) TO HNINTRPT-RECORD(40:9)
           MOVE WKS-SRC-REJECTED(WKS-SRC-IDX)
               TO HNINTRPT-RECORD(51:9)
           MOVE WKS-SRC-RESUBMIT(WKS-SRC-IDX)
               TO HNINTRPT-RECORD(62:9)
           WRITE HNINTRPT-RECORD.

       END PROGRAM HappyIntake.
