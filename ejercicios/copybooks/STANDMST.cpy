      * the academic standing the STANDING program derived from the
      * student's GRADE-HISTORY terms after each grading cycle
      * (N normal, P probation after a failing term, R removal after
      * two consecutive failing terms, C behind on credits - fewer
      * earned than the per-term minimum times the terms on file,
      * D dean's list above the cutoff), plus the term the decision
      * covers, the run date, the credits earned and attempted and
      * the credit-weighted cumulative average.
      * COPYed into the FD of every program that opens the file:
      * STANDING (writer) and STUDINQ (inquiry display).
      ******************************************************************
               88  ST-STANDING-PROBATION       VALUE "P".
               88  ST-STANDING-REMOVAL         VALUE "R".
               88  ST-STANDING-DEANS           VALUE "D".
               88  ST-STANDING-CREDITS         VALUE "C".
           05  ST-TERM-ID              PIC X(06).
           05  ST-RUN-DATE             PIC 9(08).
           05  ST-CREDITS-EARNED       PIC 9(04).
           05  ST-CREDITS-ATTEMPTED    PIC 9(04).
           05  ST-CUM-PROMEDIO         PIC 9(03)V99.
           05  FILLER                  PIC X(47).
