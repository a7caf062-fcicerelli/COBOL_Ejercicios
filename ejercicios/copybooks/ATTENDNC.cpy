      ******************************************************************
      * ATTENDNC.cpy
      * Shared record layout for the ATTENDANCE indexed file, keyed by
      * student id plus course id plus class date: one record per
      * class meeting a student was expected at, marked present,
      * absent or justified (justified absences count as attended).
      * ATTNLOAD loads it from the instructors' weekly attendance
      * sheets; a sheet that repeats a student/course/date corrects
      * the earlier mark.  PROMEDIO reads it to work out each
      * student's attendance percentage per course and withholds the
      * approved flag when it falls under the course minimum.  COPYed
      * into the FD of every program that opens the file: ATTNLOAD
      * (writer) and PROMEDIO (reader).
      ******************************************************************
       01  ATTENDANCE-RECORD.
           05  AT-KEY.
               10  AT-STUDENT-ID       PIC X(05).
               10  AT-COURSE-ID        PIC X(06).
               10  AT-CLASS-DATE       PIC 9(08).
           05  AT-ATTEND-CODE          PIC X(01).
               88  AT-PRESENTE                 VALUE "P".
               88  AT-AUSENTE                  VALUE "A".
               88  AT-JUSTIFICADO              VALUE "J".
               88  AT-CODE-VALIDO              VALUE "P" "A" "J".
           05  AT-TERM-ID              PIC X(06).
           05  AT-LOAD-DATE            PIC 9(08).
           05  FILLER                  PIC X(46).
