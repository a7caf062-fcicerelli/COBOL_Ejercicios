      ******************************************************************
      * SECTREG.cpy
      * Shared record layout for the SECTION-REGISTRY file, one line
      * per course section expected in the grading cycle: the course
      * and section ids, the name of the section grade file the
      * instructor delivers (14 characters at most, the width the
      * AUDIT-LOG CTL record carries), the instructor and the
      * submission deadline.  Kept by the registrar as a line
      * sequential file like COURSE-WEIGHTS.  CONSOL merges every
      * section it lists and reports each one on time, late or
      * missing; GRADENTR takes from it the file name a course's
      * grades are written to.  COPYed into the FD of every program
      * that opens the file.
      ******************************************************************
       01  SECTION-REGISTRY-RECORD.
           05  RS-KEY.
               10  RS-COURSE-ID        PIC X(06).
               10  RS-SECTION-ID       PIC X(03).
           05  RS-FILE-NAME            PIC X(14).
           05  RS-INSTRUCTOR           PIC X(30).
           05  RS-DEADLINE             PIC 9(08).
           05  FILLER                  PIC X(19).
