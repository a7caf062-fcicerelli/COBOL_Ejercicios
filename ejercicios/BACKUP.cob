      *             instead of re-keying a master from printouts.
      *             Runs late in the NIGHTJOB chain, after the
      *             BALANCER accountability step.
      * Tectonics: cobc -x BACKUP.cob ENQUEUE.cob ALERTPUT.cob
      *            -o BACKUP
      *            (ENQUEUE and ALERTPUT are CALLed by name, so
      *            they must be linked into the same executable)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 01/SEP/26  FC   Initial version.
      * 15/OCT/26  FC   A run ending with a nonzero RETURN-CODE leaves
      *                 an operator alert on ALERT-OUTBOX through
      *                 ALERTPUT, naming BACKUP-REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP.

           COPY ENQPARM.

           COPY ALRTPARM.

       77  WS-STUDMAST-STATUS          PIC X(02).
       77  WS-COURMAST-STATUS          PIC X(02).
       77  WS-SENSMAST-STATUS          PIC X(02).
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
           MOVE "BACKUP"               TO ALR-PROGRAM
           MOVE ZERO                   TO ALR-STEP-NUMBER
           MOVE RETURN-CODE            TO ALR-RETURN-CODE
           MOVE "BACKUP-REPORT"        TO ALR-REPORT-NAME

           CALL "ALERTPUT" USING ALR-REQUEST
           MOVE ALR-RETURN-CODE        TO RETURN-CODE.

       9900-EXIT.
           EXIT.

       END PROGRAM BACKUP.
