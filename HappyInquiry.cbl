      * Modification History:
      *   - Initial version: cache key scan, audit history scan and
      *     cycle catalog membership, looped per inquiry.
      *   - HNAUDIT layout extended with the record sequence number
      *     and chained check value.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HappyInquiry.
           05  HNAUD-PRIME-IND         PIC X(01).
           05  FILLER                  PIC X(01).
           05  HNAUD-BASE              PIC 9(02).
           05  FILLER                  PIC X(01).
           05  HNAUD-SEQ               PIC 9(09).
           05  FILLER                  PIC X(01).
           05  HNAUD-CHECK             PIC 9(09).

       FD  HNCYCCAT-FILE.
       01  HNCYCCAT-RECORD.
