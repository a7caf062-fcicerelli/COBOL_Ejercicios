      ******************************************************************
      * MAKEUPEL.cpy
      * Shared record layout for the MAKEUP-ELIG indexed file, keyed
      * by term plus course plus student so the eligibility list
      * reads back in course order: one record per failed course
      * result that qualifies for the make-up exam (recuperatorio).
      * RECUPERA builds it from GRADE-DETAIL in its list run, with
      * the original average, the exam component being replaced
      * (its average and its percent weight from COURSE-WEIGHTS;
      * 100 when the make-up stands for the whole course), the
      * attendance percentage and the deadline, and marks it
      * RENDIDO when the MAKEUP-RESULTS row is posted or AUSENTE
      * when the deadline passes with no result.  COPYed into the
      * FD of every program that opens the file.
      ******************************************************************
       01  MAKEUP-ELIG-RECORD.
           05  ME-KEY.
               10  ME-TERM-ID          PIC X(06).
               10  ME-COURSE-ID        PIC X(06).
               10  ME-STUDENT-ID       PIC X(05).
           05  ME-STATUS               PIC X(01).
               88  ME-PENDIENTE                VALUE "E".
               88  ME-RENDIDO                  VALUE "R".
               88  ME-AUSENTE                  VALUE "A".
           05  ME-PROMEDIO-ORIG        PIC 9(03)V99.
           05  ME-EXAM-PROMEDIO        PIC 9(03)V99.
           05  ME-EXAM-PESO            PIC 9(03).
           05  ME-ASISTENCIA           PIC 9(03)V99.
           05  ME-DEADLINE             PIC 9(08).
           05  ME-LIST-DATE            PIC 9(08).
           05  ME-NOTA-RECUP           PIC 9(03)V99.
           05  ME-PROMEDIO-FINAL       PIC 9(03)V99.
           05  ME-POST-DATE            PIC 9(08).
           05  FILLER                  PIC X(10).
