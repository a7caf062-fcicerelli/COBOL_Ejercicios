      * (reader).  GD-FROZEN-SW is set to "F" by TERMCLSE when the
      * registrar signs a term off; PROMEDIO refuses to rewrite a
      * frozen record (only the authorized GRADECHG path may).
      * GD-CREDITS is the course's CM-CREDITS at the time it was
      * graded, so a later change to the course does not re-weight a
      * past term; zero for a course carrying no credits.
      * GD-SECTION-ID is the section the student was graded in, as
      * stamped by CONSOL from the section registry; BOLETIN sorts the
      * grade slips by it.  Blank for grades keyed outside CONSOL.
      ******************************************************************
       01  GRADE-DETAIL-RECORD.
           05  GD-KEY.
           05  GD-RUN-DATE             PIC 9(08).
           05  GD-FROZEN-SW            PIC X(01).
               88  GD-FROZEN                   VALUE "F".
           05  GD-CREDITS              PIC 9(02).
           05  GD-SECTION-ID           PIC X(03).
           05  FILLER                  PIC X(41).
