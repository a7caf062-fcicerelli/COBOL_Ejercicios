      *             committee.  Rules: a term below the failing cutoff
      *             puts the student on probation; two consecutive
      *             failing terms recommend removal; a latest term at
      *             or above the dean's cutoff makes the dean's list;
      *             fewer credits earned than the per-term minimum
      *             times the terms on file puts the student behind
      *             on credits.
      *             This replaces the committee's manual spreadsheet.
      *             STUDINQ shows the standing code next to the name
      *             and last average it already displays.
      * Tectonics: cobc -x STANDING.cob ENQUEUE.cob ALERTPUT.cob
      *            -o STANDING
      *            (ENQUEUE and ALERTPUT are CALLed by name, so
      *            they must be linked into the same executable)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      *                 an abend is flagged so the operator breaks it
      *                 with LOCKBRK instead of deleting mystery
      *                 files.
      * 15/OCT/26  FC   Credit hours.  The history walk totals the
      *                 credits earned and attempted on GRADE-HISTORY
      *                 and the credit-weighted cumulative average,
      *                 and stores all three on the STANDING-FILE for
      *                 STUDINQ.  New rule C: a student who has earned
      *                 fewer credits than SP-MIN-CREDITS (new on
      *                 STANDING-PARM, default 12) per term on file is
      *                 behind on credits.  It ranks below removal and
      *                 probation and above the dean's list, and is
      *                 only applied once the history records credits
      *                 at all.  Notices show the credits earned.
      * 15/OCT/26  FC   A run ending with a nonzero RETURN-CODE leaves
      *                 an operator alert on ALERT-OUTBOX through
      *                 ALERTPUT, naming STANDING-REPORT.
      * 15/OCT/26  FC   The credits expected are counted only for
      *                 the terms that record credits, and the
      *                 cumulative average is credit-weighted only
      *                 when every term records them, otherwise the
      *                 plain mean of all the terms, so terms graded
      *                 without credits are neither dropped from the
      *                 average nor held against the credits rule.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING.
       01  STANDING-PARM-RECORD.
           05  SP-DEANS-CUTOFF         PIC 9(03)V99.
           05  SP-FAIL-CUTOFF          PIC 9(03)V99.
           05  SP-MIN-CREDITS          PIC 9(03).
           05  FILLER                  PIC X(67).

       FD  STANDING-REPORT
           RECORD CONTAINS 90 CHARACTERS.

           COPY ENQPARM.

           COPY ALRTPARM.

       01  WS-STUDMAST-STATUS          PIC X(02).
       01  WS-GRADHIST-STATUS          PIC X(02).
       01  WS-STANDING-STATUS          PIC X(02).
       77  WS-PROBATION-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-REMOVAL-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-DEANS-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  WS-CREDITS-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-SIN-HIST-COUNT           PIC 9(05) COMP VALUE ZERO.

       01  WS-RUN-FECHA                PIC 9(08).
       01  WS-CUTOFFS.
           05  WS-DEANS-CUTOFF         PIC 9(03)V99 VALUE 90.00.
           05  WS-FAIL-CUTOFF          PIC 9(03)V99 VALUE 60.00.
           05  WS-MIN-CREDITS          PIC 9(03) VALUE 12.

       01  WS-STUDENT-WORK.
           05  WS-CURRENT-ID           PIC X(05).
           05  WS-TERM-COUNT           PIC 9(03) COMP.
           05  WS-CREDIT-TERM-COUNT    PIC 9(03) COMP.
           05  WS-LAST-TERM            PIC X(06).
           05  WS-LAST-PROMEDIO        PIC 9(03)V99.
           05  WS-PRIOR-PROMEDIO       PIC 9(03)V99.
           05  WS-NEW-STANDING         PIC X(01).
           05  WS-CREDITS-EARNED       PIC 9(04).
           05  WS-CREDITS-ATTEMPTED    PIC 9(04).
           05  WS-CREDITS-EXPECTED     PIC 9(05).
           05  WS-CUM-WEIGHTED-SUM     PIC 9(09)V99.
           05  WS-CUM-SUM              PIC 9(07)V99.
           05  WS-CUM-PROMEDIO         PIC 9(03)V99.
           05  WS-PROMEDIO-ED          PIC Z(03).ZZ.

       01  WS-SWITCHES.
               10  WS-NT-NOMBRE        PIC X(30).
               10  FILLER              PIC X(10) VALUE " PROMEDIO ".
               10  WS-NT-PROMEDIO      PIC Z(03).ZZ.
               10  FILLER              PIC X(04) VALUE " CR ".
               10  WS-NT-CREDITOS      PIC Z(03)9.
           05  WS-SUMMARY-LINE.
               10  WS-SU-LABEL         PIC X(25).
               10  WS-SU-VALUE         PIC Z(04)9.
               THRU 0100-EXIT
           IF WS-LOCK-FAILED
               MOVE 16                 TO RETURN-CODE
               PERFORM 9900-RAISE-ALERT
                   THRU 9900-EXIT
               GOBACK
           END-IF

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT

           PERFORM 9900-RAISE-ALERT
               THRU 9900-EXIT

           PERFORM 0900-RELEASE-LOCKS
               THRU 0900-EXIT

      *                           COMMITTEE DECISION, SO THEY LIVE IN
      *                           A FILE; THE BUILT-IN 90.00/60.00 IS
      *                           USED, WITH A WARNING, WHEN THE FILE
      *                           IS MISSING.  THE MINIMUM CREDITS PER
      *                           TERM DEFAULT TO 12 WHEN NOT GIVEN
      ******************************************************************
       1100-LOAD-STANDING-PARM.
           OPEN INPUT STANDING-PARM
                   AND SP-FAIL-CUTOFF > ZERO
                   MOVE SP-FAIL-CUTOFF TO WS-FAIL-CUTOFF
               END-IF
               IF SP-MIN-CREDITS IS NUMERIC
                   AND SP-MIN-CREDITS > ZERO
                   MOVE SP-MIN-CREDITS TO WS-MIN-CREDITS
               END-IF
           END-IF
           CLOSE STANDING-PARM.

      ******************************************************************
      * 3000-WALK-HISTORY - WALK THE STUDENT'S GRADE-HISTORY IN TERM
      *                     ORDER, KEEPING THE LAST TWO TERMS'
      *                     AVERAGES FOR THE RULES AND TOTALLING THE
      *                     CREDITS AND THE CUMULATIVE AVERAGE:
      *                     CREDIT-WEIGHTED WHEN EVERY TERM RECORDS
      *                     CREDITS, OTHERWISE A PLAIN MEAN OF ALL
      *                     THE TERMS, SO TERMS GRADED BEFORE COURSES
      *                     CARRIED CREDITS ARE NOT DROPPED.  ONLY
      *                     THE TERMS WITH CREDITS COUNT TOWARD THE
      *                     CREDITS EXPECTED
      ******************************************************************
       3000-WALK-HISTORY.
           MOVE ZERO                   TO WS-TERM-COUNT
           MOVE ZERO                   TO WS-CREDIT-TERM-COUNT
           MOVE ZERO                   TO WS-CREDITS-EARNED
           MOVE ZERO                   TO WS-CREDITS-ATTEMPTED
           MOVE ZERO                   TO WS-CUM-WEIGHTED-SUM
           MOVE ZERO                   TO WS-CUM-SUM
           MOVE ZERO                   TO WS-CUM-PROMEDIO
           MOVE ZERO                   TO WS-LAST-PROMEDIO
           MOVE ZERO                   TO WS-PRIOR-PROMEDIO
           MOVE SPACES                 TO WS-LAST-TERM

           PERFORM 3100-SCAN-ONE-TERM
               THRU 3100-EXIT
               UNTIL WS-FIN-HISTORIA

           EVALUATE TRUE
               WHEN WS-TERM-COUNT = ZERO
                   CONTINUE
               WHEN WS-CREDIT-TERM-COUNT = WS-TERM-COUNT
                   COMPUTE WS-CUM-PROMEDIO ROUNDED =
                       WS-CUM-WEIGHTED-SUM / WS-CREDITS-ATTEMPTED
               WHEN OTHER
                   COMPUTE WS-CUM-PROMEDIO ROUNDED =
                       WS-CUM-SUM / WS-TERM-COUNT
           END-EVALUATE

           COMPUTE WS-CREDITS-EXPECTED =
               WS-CREDIT-TERM-COUNT * WS-MIN-CREDITS.

       3000-EXIT.
           EXIT.
           MOVE WS-LAST-PROMEDIO       TO WS-PRIOR-PROMEDIO
           MOVE GH-PROMEDIO            TO WS-LAST-PROMEDIO
           MOVE GH-TERM-ID             TO WS-LAST-TERM
           ADD 1                       TO WS-TERM-COUNT
           ADD GH-PROMEDIO             TO WS-CUM-SUM

           IF GH-CREDITS-ATTEMPTED IS NUMERIC
               AND GH-CREDITS-EARNED IS NUMERIC
               ADD GH-CREDITS-ATTEMPTED
                                       TO WS-CREDITS-ATTEMPTED
               ADD GH-CREDITS-EARNED   TO WS-CREDITS-EARNED
               COMPUTE WS-CUM-WEIGHTED-SUM = WS-CUM-WEIGHTED-SUM
                   + (GH-PROMEDIO * GH-CREDITS-ATTEMPTED)
               IF GH-CREDITS-ATTEMPTED > ZERO
                   ADD 1               TO WS-CREDIT-TERM-COUNT
               END-IF
           END-IF.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-APPLY-RULES - TURN THE LAST TWO TERMS AND THE CREDITS
      *                    EARNED INTO A STANDING CODE.  THE CREDITS
      *                    RULE WAITS UNTIL THE HISTORY RECORDS
      *                    CREDITS AND ONLY EXPECTS THEM FOR THE
      *                    TERMS THAT DO, SO TERMS GRADED BEFORE
      *                    COURSES CARRIED THEM DO NOT FLAG EVERYONE
      ******************************************************************
       4000-APPLY-RULES.
           EVALUATE TRUE
               WHEN WS-TERM-COUNT = ZERO
                   MOVE "N"            TO WS-NEW-STANDING
                   ADD 1               TO WS-SIN-HIST-COUNT
               WHEN WS-LAST-PROMEDIO < WS-FAIL-CUTOFF
                   AND WS-TERM-COUNT > 1
                   AND WS-PRIOR-PROMEDIO < WS-FAIL-CUTOFF
               WHEN WS-LAST-PROMEDIO < WS-FAIL-CUTOFF
                   MOVE "P"            TO WS-NEW-STANDING
                   ADD 1               TO WS-PROBATION-COUNT
               WHEN WS-CREDITS-ATTEMPTED > ZERO
                   AND WS-CREDITS-EARNED < WS-CREDITS-EXPECTED
                   MOVE "C"            TO WS-NEW-STANDING
                   ADD 1               TO WS-CREDITS-COUNT
               WHEN WS-LAST-PROMEDIO >= WS-DEANS-CUTOFF
                   MOVE "D"            TO WS-NEW-STANDING
                   ADD 1               TO WS-DEANS-COUNT
               WHEN OTHER
                   MOVE "N"            TO WS-NEW-STANDING
                   ADD 1               TO WS-NORMAL-COUNT
           MOVE WS-NEW-STANDING        TO ST-STANDING-CODE
           MOVE WS-LAST-TERM           TO ST-TERM-ID
           MOVE WS-RUN-FECHA           TO ST-RUN-DATE
           MOVE WS-CREDITS-EARNED      TO ST-CREDITS-EARNED
           MOVE WS-CREDITS-ATTEMPTED   TO ST-CREDITS-ATTEMPTED
           MOVE WS-CUM-PROMEDIO        TO ST-CUM-PROMEDIO

           WRITE STANDING-RECORD
               INVALID KEY
               WHEN "D"
                   MOVE "CUADRO DE HONOR"
                                       TO WS-NT-AVISO
               WHEN "C"
                   MOVE "AVISO DE ATRASO EN CREDITOS"
                                       TO WS-NT-AVISO
               WHEN OTHER
                   GO TO 6000-EXIT
           END-EVALUATE
           MOVE WS-CURRENT-ID          TO WS-NT-STUDENT-ID
           MOVE SM-STUDENT-NAME        TO WS-NT-NOMBRE
           MOVE WS-LAST-PROMEDIO       TO WS-NT-PROMEDIO
           MOVE WS-CREDITS-EARNED      TO WS-NT-CREDITOS
           MOVE WS-NOTICE-LINE         TO STANDING-REPORT-LINE
           WRITE STANDING-REPORT-LINE.

           MOVE WS-SUMMARY-LINE        TO STANDING-REPORT-LINE
           WRITE STANDING-REPORT-LINE

           MOVE SPACES                 TO WS-SUMMARY-LINE
           MOVE "ATRASO EN CREDITOS:"  TO WS-SU-LABEL
           MOVE WS-CREDITS-COUNT       TO WS-SU-VALUE
           MOVE WS-SUMMARY-LINE        TO STANDING-REPORT-LINE
           WRITE STANDING-REPORT-LINE

           MOVE SPACES                 TO WS-SUMMARY-LINE
           MOVE "SIN HISTORIA:"        TO WS-SU-LABEL
           MOVE WS-SIN-HIST-COUNT      TO WS-SU-VALUE
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9900-RAISE-ALERT - A RUN ENDING WITH A NONZERO RETURN-CODE
      *                    LEAVES AN ALERT ON ALERT-OUTBOX FOR THE
      *                    OPERATORS.  ALERTPUT TAKES THE SEVERITY
      *                    (AND THE REASON, UNLESS SET HERE) FROM THE
      *                    RC; ITS CALL RESETS RETURN-CODE, SO IT IS
      *                    PUT BACK FROM THE REQUEST
      ******************************************************************
       9900-RAISE-ALERT.
           IF RETURN-CODE = ZERO
               GO TO 9900-EXIT
           END-IF

           MOVE SPACES                 TO ALR-REQUEST
           MOVE "STANDING"             TO ALR-PROGRAM
           MOVE ZERO                   TO ALR-STEP-NUMBER
           MOVE RETURN-CODE            TO ALR-RETURN-CODE
           MOVE "STANDING-REPORT"      TO ALR-REPORT-NAME

           CALL "ALERTPUT" USING ALR-REQUEST
           MOVE ALR-RETURN-CODE        TO RETURN-CODE.

       9900-EXIT.
           EXIT.

       END PROGRAM STANDING.
