      *   - Generation awareness: the batch output is opened by its
      *     generation (operator-chosen, or the latest registered in
      *     HNGENCAT), and the report names the generation verified.
      *   - HNBATOUT layout extended with the intake source of each
      *     record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HappyVerify.
           05  HNBOUT-PRIME            PIC X(01).
           05  FILLER                  PIC X(01).
           05  HNBOUT-PALIN            PIC X(01).
           05  FILLER                  PIC X(01).
           05  HNBOUT-SOURCE           PIC X(15).

       FD  HNGENCAT-FILE
           LABEL RECORDS ARE STANDARD.
