      * the registrar signs a term off; PROMEDIO refuses to rewrite
      * a frozen record, so later runs cannot overwrite published
      * results (only the authorized GRADECHG path may).
      * GH-PROMEDIO is the term's course averages weighted by each
      * course's GD-CREDITS (a plain mean when none of the term's
      * courses carries credits); GH-CREDITS-ATTEMPTED totals the
      * credits of every course graded in the term and
      * GH-CREDITS-EARNED those of the courses passed.
      ******************************************************************
       01  GRADE-HISTORY-RECORD.
           05  GH-KEY.
           05  GH-RUN-DATE             PIC 9(08).
           05  GH-FROZEN-SW            PIC X(01).
               88  GH-FROZEN                   VALUE "F".
           05  GH-CREDITS-ATTEMPTED    PIC 9(03).
           05  GH-CREDITS-EARNED       PIC 9(03).
           05  FILLER                  PIC X(49).
