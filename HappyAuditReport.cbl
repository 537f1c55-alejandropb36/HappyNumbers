      *     HappyAuditArchive (HNAUDARC.AAAA / HNAUDARC.AAAAMM) when
      *     the operator names one, so historical questions stay
      *     answerable after a cut.
      *   - HNAUDIT layout extended with the record sequence number
      *     and chained check value.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HappyAuditReport.
           05  HNAUD-PRIME-IND         PIC X(01).
           05  FILLER                  PIC X(01).
           05  HNAUD-BASE              PIC 9(02).
           05  FILLER                  PIC X(01).
           05  HNAUD-SEQ               PIC 9(09).
           05  FILLER                  PIC X(01).
           05  HNAUD-CHECK             PIC 9(09).
       01  HNAUDIT-RECORD-SPLIT REDEFINES HNAUDIT-RECORD.
           05  FILLER                  PIC X(52).
           05  HNAUD-DATE-YYYY         PIC 9(04).
           05  HNAUD-DATE-DD           PIC 9(02).
           05  FILLER                  PIC X(01).
           05  HNAUD-TIME-HH           PIC 9(02).
           05  FILLER                  PIC X(56).

       FD  HNAUDRPT-FILE
           LABEL RECORDS ARE STANDARD.
