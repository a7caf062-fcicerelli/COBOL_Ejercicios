      ******************************************************************
      * PREREQS.cpy
      * Shared record layout for the COURSE-PREREQ indexed file, keyed
      * by course id plus prerequisite course id: one record per
      * course the student must already have passed (GD-APROBADO on
      * GRADE-DETAIL, any earlier term) before being enrolled in the
      * course.  Maintained through COURMNT transactions.  ENRLLOAD
      * checks every ENROLLMENT row against it.  COPYed into the FD
      * of every program that opens the file: COURMNT (maintenance)
      * and ENRLLOAD (reader).
      ******************************************************************
       01  COURSE-PREREQ-RECORD.
           05  CP-KEY.
               10  CP-COURSE-ID        PIC X(06).
               10  CP-PREREQ-ID        PIC X(06).
           05  CP-ADD-DATE             PIC 9(08).
           05  FILLER                  PIC X(60).
