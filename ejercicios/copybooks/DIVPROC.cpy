      ******************************************************************
      * DIVPROC.cpy
      * Shared record layout for the DIVIDIR-PROCESSED indexed file,
      * dividir's memory of what it has already posted across runs.
      * Two kinds of entry share the key: a "T" entry per transaction
      * id written to POSTING-FILE, with the account, quotient, run
      * stamp and the file it came in, and an "F" entry per TRANS-FILE
      * accepted, keyed by its header date and source system.  A
      * transaction id already on file is diverted to the EXCEPT-FILE
      * instead of being posted again, and a TRANS-FILE whose header
      * matches an "F" entry is refused outright.  Entries written by
      * a run whose trailer check fails are removed again so the
      * resent file is taken in full.  COPYed into the FD of dividir.
      ******************************************************************
       01  PROCESSED-TRANS-RECORD.
           05  PX-KEY.
               10  PX-KEY-TYPE         PIC X(01).
                   88  PX-TRANSACTION          VALUE "T".
                   88  PX-FILE                 VALUE "F".
               10  PX-KEY-ID           PIC X(18).
               10  PX-FILE-KEY         REDEFINES PX-KEY-ID.
                   15  PX-FILE-DATE    PIC 9(08).
                   15  PX-SOURCE-SYSTEM
                                       PIC X(10).
           05  PX-ACCOUNT-CODE         PIC X(10).
           05  PX-COCIENTE             PIC S9(07)V9(04)
                                       SIGN LEADING SEPARATE.
           05  PX-RUN-DATE             PIC 9(08).
           05  PX-RUN-TIME             PIC 9(08).
           05  PX-ORIGIN-FILE-DATE     PIC 9(08).
           05  PX-ORIGIN-SOURCE        PIC X(10).
           05  FILLER                  PIC X(05).
