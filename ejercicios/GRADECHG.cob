      *             leaves them frozen.  Emits GRADECHG.CSV as a
      *             delta feed the registrar's importer can take for
      *             RECONCIL to reconcile, and prints a change
      *             register for the academic office.  The approver
      *             id must be an active registrar approver on
      *             OPERATOR-USERS, checked through SIGNON.
      * Tectonics: cobc -x GRADECHG.cob ENQUEUE.cob ALERTPUT.cob
      *            SIGNON.cob -o GRADECHG
      *            (ENQUEUE, ALERTPUT and SIGNON are CALLed by name, so
      *            they must be linked into the same executable)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 01/SEP/26  FC   Initial version.
      * 15/OCT/26  FC   The recomputed GH-PROMEDIO is weighted by
      *                 each course's GD-CREDITS, as PROMEDIO now
      *                 does, and GH-CREDITS-ATTEMPTED/-EARNED are
      *                 refreshed, since a corrected result can turn
      *                 a failed course into a passed one.
      * 15/OCT/26  FC   A run ending with a nonzero RETURN-CODE leaves
      *                 an operator alert on ALERT-OUTBOX through
      *                 ALERTPUT, naming GRADECHG-REPORT.
      * 15/OCT/26  FC   The approver id is checked through SIGNON
      *                 against OPERATOR-USERS: a request whose
      *                 approver is unknown, not of the registrar
      *                 approver role or not active is rejected, and
      *                 SIGNON logs the refusal to ACCESS-LOG.  With
      *                 OPERATOR-USERS unreadable every request is
      *                 rejected.  SIGNON added to the Tectonics.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADECHG.

           COPY ENQPARM.

           COPY ALRTPARM.

           COPY SIGNPARM.

       77  WS-TRANSFIL-STATUS          PIC X(02).
       77  WS-GRADHIST-STATUS          PIC X(02).
       77  WS-GRADDETL-STATUS          PIC X(02).
           05  WS-NOTA-ED              PIC ZZZ.ZZ.
           05  WS-TERM-SUM             PIC 9(05)V99.
           05  WS-TERM-CRS-COUNT       PIC 9(03) COMP.
           05  WS-TERM-WEIGHTED-SUM    PIC 9(07)V99.
           05  WS-TERM-CREDITS         PIC 9(03).
           05  WS-TERM-EARNED          PIC 9(03).
           05  WS-DETAIL-CREDITS       PIC 9(02).
           05  WS-TERM-PROMEDIO        PIC 9(03)V99.
           05  WS-CSV-LINE             PIC X(80).
           05  WS-CSV-POINTER          PIC 9(03) COMP.
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

           EXIT.

      ******************************************************************
      * 3000-VALIDATE-REQUEST - A REQUEST NEEDS AN APPROVER WHO IS AN
      *                         ACTIVE REGISTRAR APPROVER, A VALID
      *                         GRADE AND AN EXISTING GRADE-DETAIL
      *                         KEY
      ******************************************************************
               GO TO 3000-EXIT
           END-IF

           MOVE SPACES                 TO SGN-REQUEST
           MOVE "V"                    TO SGN-FUNCTION
           MOVE "GRADECHG"             TO SGN-PROGRAM
           MOVE GC-APPROVER-ID         TO SGN-USER-ID
           STRING GC-STUDENT-ID        DELIMITED BY SIZE
               GC-TERM-ID              DELIMITED BY SIZE
               GC-COURSE-ID            DELIMITED BY SIZE
               INTO SGN-OBJECT
           END-STRING
           CALL "SIGNON" USING SGN-REQUEST
           IF NOT SGN-OK
               IF SGN-UNAVAILABLE
                   DISPLAY "GRADECHG - OPERATOR-USERS NO DISPONIBLE, "
                       "APROBADOR NO VERIFICADO"
               END-IF
               MOVE "N"                TO WS-REQUEST-OK-SW
               MOVE "APROBADOR INVALIDO - RECHAZADO"
                                       TO WS-MOTIVO
               GO TO 3000-EXIT
           END-IF

           IF GC-NEW-NOTA IS NOT NUMERIC
               OR GC-NEW-NOTA > 100.00
               MOVE "N"                TO WS-REQUEST-OK-SW

      ******************************************************************
      * 4300-RECOMPUTE-TERM-AVG - THE TERM'S GH-PROMEDIO IS THE
      *                           CREDIT-WEIGHTED AVERAGE ACROSS
      *                           THE STUDENT'S COURSES (PLAIN MEAN
      *                           WHEN NONE CARRIES CREDITS), SO IT
      *                           IS RECOMPUTED FROM GRADE-DETAIL,
      *                           WITH THE CREDITS EARNED, AND
      *                           REWRITTEN.  THE
      *                           FROZEN FLAG IS PRESERVED - THIS IS
      *                           THE AUTHORIZED PATH INTO A CLOSED
      *                           TERM
       4300-RECOMPUTE-TERM-AVG.
           MOVE ZERO                   TO WS-TERM-SUM
           MOVE ZERO                   TO WS-TERM-CRS-COUNT
           MOVE ZERO                   TO WS-TERM-WEIGHTED-SUM
           MOVE ZERO                   TO WS-TERM-CREDITS
           MOVE ZERO                   TO WS-TERM-EARNED
           MOVE "N"                    TO WS-FIN-DETALLE-SW

           MOVE GC-STUDENT-ID          TO GD-STUDENT-ID
               GO TO 4300-EXIT
           END-IF

           IF WS-TERM-CREDITS > ZERO
               COMPUTE WS-TERM-PROMEDIO ROUNDED =
                   WS-TERM-WEIGHTED-SUM / WS-TERM-CREDITS
           ELSE
               COMPUTE WS-TERM-PROMEDIO ROUNDED =
                   WS-TERM-SUM / WS-TERM-CRS-COUNT
           END-IF

           MOVE GC-STUDENT-ID          TO GH-STUDENT-ID
           MOVE GC-TERM-ID             TO GH-TERM-ID

           MOVE WS-TERM-PROMEDIO       TO GH-PROMEDIO
           MOVE WS-RUN-FECHA           TO GH-RUN-DATE
           MOVE WS-TERM-CREDITS        TO GH-CREDITS-ATTEMPTED
           MOVE WS-TERM-EARNED         TO GH-CREDITS-EARNED
           REWRITE GRADE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "GRADECHG - GRADE-HISTORY REWRITE FAILED, "
           END-IF

           ADD GD-PROMEDIO             TO WS-TERM-SUM
           ADD 1                       TO WS-TERM-CRS-COUNT

           MOVE ZERO                   TO WS-DETAIL-CREDITS
           IF GD-CREDITS IS NUMERIC
               MOVE GD-CREDITS         TO WS-DETAIL-CREDITS
           END-IF
           COMPUTE WS-TERM-WEIGHTED-SUM = WS-TERM-WEIGHTED-SUM
               + (GD-PROMEDIO * WS-DETAIL-CREDITS)
           ADD WS-DETAIL-CREDITS       TO WS-TERM-CREDITS
           IF GD-APROBADO
               ADD WS-DETAIL-CREDITS   TO WS-TERM-EARNED
           END-IF.

       4310-EXIT.
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
           MOVE "GRADECHG"             TO ALR-PROGRAM
           MOVE ZERO                   TO ALR-STEP-NUMBER
           MOVE RETURN-CODE            TO ALR-RETURN-CODE
           MOVE "GRADECHG-REPORT"      TO ALR-REPORT-NAME

           CALL "ALERTPUT" USING ALR-REQUEST
           MOVE ALR-RETURN-CODE        TO RETURN-CODE.

       9900-EXIT.
           EXIT.

       END PROGRAM GRADECHG.
