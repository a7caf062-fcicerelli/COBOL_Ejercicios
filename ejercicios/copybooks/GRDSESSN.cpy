      ******************************************************************
      * GRDSESSN.cpy
      * Shared record layout for the GRADENTR-SESSION indexed file,
      * keyed by course id plus student id: one record per student
      * whose notas an instructor has keyed and accepted on the
      * GRADENTR grade-entry screen, with each nota's category code,
      * in the same order as the GRADES-RECORD slots.  A record is
      * written as soon as the student's notas are accepted, so a
      * session left half-finished is picked up where it stopped the
      * next time the course is chosen; the course's records are
      * removed once its section file has been written.
      ******************************************************************
       01  GRADE-SESSION-RECORD.
           05  GE-KEY.
               10  GE-COURSE-ID        PIC X(06).
               10  GE-STUDENT-ID       PIC X(05).
           05  GE-CANT-NOTAS           PIC 9(02).
           05  GE-NOTA-TABLE           OCCURS 10 TIMES
                                       PIC 9(03)V99.
           05  GE-CATEG-TABLE          OCCURS 10 TIMES
                                       PIC X(01).
           05  GE-SAVE-DATE            PIC 9(08).
           05  FILLER                  PIC X(19).
