      ******************************************************************
      * PREQWAIV.cpy
      * Shared record layout for the PREREQ-WAIVER indexed file, keyed
      * by student id plus course id: one record per prerequisite
      * dispensation the registrar grants, with the term it applies
      * to (spaces for any term), who approved it and why, so the
      * override is on file instead of agreed by phone.  Entered
      * through COURMNT "W" transactions.  ENRLLOAD loads an
      * enrollment that misses a prerequisite only when a waiver
      * covers it, and lists the waiver used on its prerequisite
      * exception report.  COPYed into the FD of every program that
      * opens the file: COURMNT (maintenance) and ENRLLOAD (reader).
      ******************************************************************
       01  PREREQ-WAIVER-RECORD.
           05  PW-KEY.
               10  PW-STUDENT-ID       PIC X(05).
               10  PW-COURSE-ID        PIC X(06).
           05  PW-TERM-ID              PIC X(06).
           05  PW-APPROVER-ID          PIC X(08).
           05  PW-MOTIVO               PIC X(30).
           05  PW-GRANT-DATE           PIC 9(08).
           05  FILLER                  PIC X(17).
