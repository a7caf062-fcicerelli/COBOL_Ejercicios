      *             PROMEDIO maintains, with each course resolved
      *             against COURSE-MASTER, its average, letter grade
      *             and approved flag, closing with the student's
      *             credit-weighted cumulative average across every
      *             course on file and the credits earned.
      *             TRENDRPT answers "is this student improving"; this
      *             is the signed document the registrar hands out,
      *             which until now had to be re-typed from old
      *             ROSTER-REPORT printouts.
      * Tectonics: cobc -x TRANSCRIPT.cob ENQUEUE.cob ALERTPUT.cob
      *            -o TRANSCRIPT
      *            (ENQUEUE and ALERTPUT are CALLed by name, so
      *            they must be linked into the same executable)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      *                 an abend is flagged so the operator breaks it
      *                 with LOCKBRK instead of deleting mystery
      *                 files.
      * 15/OCT/26  FC   Credit hours.  Each course line shows the
      *                 credits it was graded with (GD-CREDITS), the
      *                 cumulative average is weighted by them when
      *                 every course on file carries credits and is
      *                 otherwise the plain mean of all the courses,
      *                 the same rule as STANDING and STUDINQ, and the
      *                 closing line adds the credits earned and
      *                 attempted.
      * 15/OCT/26  FC   A run ending with a nonzero RETURN-CODE leaves
      *                 an operator alert on ALERT-OUTBOX through
      *                 ALERTPUT, naming TRANSCRIPT-REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRIPT.

           COPY ENQPARM.

           COPY ALRTPARM.

       01  WS-REQUEST-STATUS           PIC X(02).
       01  WS-STUDMAST-STATUS          PIC X(02).
       01  WS-COURMAST-STATUS          PIC X(02).
           05  WS-CURRENT-TERM         PIC X(06).
           05  WS-CUM-SUM              PIC 9(07)V99.
           05  WS-CUM-COUNT            PIC 9(04) COMP.
           05  WS-CUM-CREDIT-COUNT     PIC 9(04) COMP.
           05  WS-CUM-PROMEDIO         PIC 9(03)V99.
           05  WS-CUM-WEIGHTED-SUM     PIC 9(09)V99.
           05  WS-CUM-CREDITS          PIC 9(04).
           05  WS-CUM-EARNED           PIC 9(04).
           05  WS-DETAIL-CREDITS       PIC 9(02).

       01  WS-SWITCHES.
           05  WS-EOF-REQUEST-SW       PIC X(01) VALUE "N".
               10  WS-CD-LETRA         PIC X(02).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-CD-APROBADO      PIC X(09).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-CD-CREDITOS      PIC Z9.
               10  FILLER              PIC X(05) VALUE " CRED".
               10  FILLER              PIC X(18) VALUE SPACES.
           05  WS-CUM-AVG-LINE.
               10  FILLER              PIC X(20) VALUE
                   "PROMEDIO ACUMULADO: ".
               10  WS-CA-PROMEDIO      PIC Z(03).ZZ.
               10  FILLER              PIC X(10) VALUE "  CURSOS: ".
               10  WS-CA-CURSOS        PIC Z(03)9.
               10  FILLER              PIC X(22) VALUE
                   "  CREDITOS APROBADOS: ".
               10  WS-CA-APROBADOS     PIC Z(03)9.
               10  FILLER              PIC X(12) VALUE
                   "  CURSADOS: ".
               10  WS-CA-CURSADOS      PIC Z(03)9.
               10  FILLER              PIC X(07) VALUE SPACES.
           05  WS-NO-HISTORY-LINE.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  FILLER              PIC X(33) VALUE
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

      * 3000-PRINT-HISTORY - WALK THE STUDENT'S GRADE-DETAIL RECORDS
      *                      IN TERM/COURSE ORDER, BREAKING ON TERM,
      *                      AND CLOSE WITH THE CUMULATIVE AVERAGE
      *                      AND CREDITS.  AS IN STANDING, THE
      *                      AVERAGE IS CREDIT-WEIGHTED ONLY WHEN
      *                      EVERY COURSE CARRIES CREDITS, OTHERWISE
      *                      A PLAIN MEAN OF ALL THE COURSES, SO
      *                      COURSES GRADED BEFORE CREDITS EXISTED
      *                      ARE NOT DROPPED
      ******************************************************************
       3000-PRINT-HISTORY.
           MOVE ZERO                   TO WS-CUM-SUM
           MOVE ZERO                   TO WS-CUM-COUNT
           MOVE ZERO                   TO WS-CUM-CREDIT-COUNT
           MOVE ZERO                   TO WS-CUM-WEIGHTED-SUM
           MOVE ZERO                   TO WS-CUM-CREDITS
           MOVE ZERO                   TO WS-CUM-EARNED
           MOVE SPACES                 TO WS-CURRENT-TERM
           MOVE "N"                    TO WS-FIN-DETALLE-SW

               MOVE WS-NO-HISTORY-LINE TO TRANSCRIPT-REPORT-LINE
               WRITE TRANSCRIPT-REPORT-LINE
           ELSE
               IF WS-CUM-CREDIT-COUNT = WS-CUM-COUNT
                   COMPUTE WS-CUM-PROMEDIO ROUNDED =
                       WS-CUM-WEIGHTED-SUM / WS-CUM-CREDITS
               ELSE
                   COMPUTE WS-CUM-PROMEDIO ROUNDED =
                       WS-CUM-SUM / WS-CUM-COUNT
               END-IF
               MOVE WS-CUM-PROMEDIO    TO WS-CA-PROMEDIO
               MOVE WS-CUM-COUNT       TO WS-CA-CURSOS
               MOVE WS-CUM-EARNED      TO WS-CA-APROBADOS
               MOVE WS-CUM-CREDITS     TO WS-CA-CURSADOS
               MOVE WS-CUM-AVG-LINE    TO TRANSCRIPT-REPORT-LINE
               WRITE TRANSCRIPT-REPORT-LINE
           END-IF.
           MOVE GD-COURSE-ID           TO WS-CD-COURSE-ID
           MOVE GD-PROMEDIO            TO WS-CD-PROMEDIO
           MOVE GD-LETRA               TO WS-CD-LETRA
           MOVE ZERO                   TO WS-DETAIL-CREDITS
           IF GD-CREDITS IS NUMERIC
               MOVE GD-CREDITS         TO WS-DETAIL-CREDITS
           END-IF
           IF WS-DETAIL-CREDITS > ZERO
               ADD 1                   TO WS-CUM-CREDIT-COUNT
           END-IF
           MOVE WS-DETAIL-CREDITS      TO WS-CD-CREDITOS
           IF GD-APROBADO
               MOVE "APROBADO"         TO WS-CD-APROBADO
           ELSE
           WRITE TRANSCRIPT-REPORT-LINE

           ADD GD-PROMEDIO             TO WS-CUM-SUM
           ADD 1                       TO WS-CUM-COUNT
           COMPUTE WS-CUM-WEIGHTED-SUM = WS-CUM-WEIGHTED-SUM
               + (GD-PROMEDIO * WS-DETAIL-CREDITS)
           ADD WS-DETAIL-CREDITS       TO WS-CUM-CREDITS
           IF GD-APROBADO
               ADD WS-DETAIL-CREDITS   TO WS-CUM-EARNED
           END-IF.

       3100-EXIT.
           EXIT.
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
           MOVE "TRNSCRPT"             TO ALR-PROGRAM
           MOVE ZERO                   TO ALR-STEP-NUMBER
           MOVE RETURN-CODE            TO ALR-RETURN-CODE
           MOVE "TRANSCRIPT-REPORT"    TO ALR-REPORT-NAME

           CALL "ALERTPUT" USING ALR-REQUEST
           MOVE ALR-RETURN-CODE        TO RETURN-CODE.

       9900-EXIT.
           EXIT.

       END PROGRAM TRANSCRIPT.
