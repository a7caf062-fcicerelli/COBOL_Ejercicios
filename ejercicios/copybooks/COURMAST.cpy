      * Shared record layout for the COURSE-MASTER indexed file.
      * COPYed into the FD of every program that opens the master:
      * COURMNT (maintenance) and PROMEDIO (per-course roster breaks).
      * CM-CREDITS holds the course's credit hours: PROMEDIO copies
      * them onto each GRADE-DETAIL record it writes and weights the
      * term average by them.  Zero (or spaces on a record older than
      * the field) means a course that carries no credits.
      ******************************************************************
       01  COURSE-MASTER-RECORD.
           05  CM-COURSE-ID            PIC X(06).
           05  CM-COURSE-NAME          PIC X(30).
           05  CM-INSTRUCTOR           PIC X(30).
           05  CM-CREDITS              PIC 9(02).
           05  FILLER                  PIC X(12).
