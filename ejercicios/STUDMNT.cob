      * Purpose:    Maintenance program for the shared STUDENT-MASTER
      *             indexed file (add, change, inactivate) used by
      *             PROMEDIO to resolve a student's name and status.
      * Tectonics: cobc -x STUDMNT.cob ENQUEUE.cob ALERTPUT.cob
      *            -o STUDMNT
      *            (ENQUEUE and ALERTPUT are CALLed by name, so
      *            they must be linked into the same executable)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      *                 an abend is flagged so the operator breaks it
      *                 with LOCKBRK instead of deleting mystery
      *                 files.
      * 15/OCT/26  FC   A run ending with a nonzero RETURN-CODE leaves
      *                 an operator alert on ALERT-OUTBOX through
      *                 ALERTPUT, naming STUDMNT-REPORT.
      * 15/OCT/26  FC   A BAJA now stamps SM-INACTIVE-DATE with the run
      *                 date, and an ALTA starts both new master dates
      *                 at zero, so ANONIMIZ can tell how long a former
      *                 student has been gone.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDMNT.

           COPY ENQPARM.

           COPY ALRTPARM.

       01  WS-STUDMAST-STATUS          PIC X(02).
       01  WS-TRANSFIL-STATUS          PIC X(02).
       01  WS-AUDITLOG-STATUS          PIC X(02).
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

           MOVE TR-STUDENT-ID          TO SM-STUDENT-ID
           MOVE TR-STUDENT-NAME        TO SM-STUDENT-NAME
           SET SM-STATUS-ACTIVE        TO TRUE
           MOVE ZERO                   TO SM-INACTIVE-DATE
           MOVE ZERO                   TO SM-ANON-DATE
           MOVE SPACES                 TO WS-JR-BEFORE

           WRITE STUDENT-MASTER-RECORD
                                       TO WS-JR-BEFORE
                   SET SM-STATUS-INACTIVE
                                       TO TRUE
                   MOVE WS-RUN-FECHA   TO SM-INACTIVE-DATE
                   REWRITE STUDENT-MASTER-RECORD
                       INVALID KEY
                           MOVE "ERROR AL GRABAR BAJA"
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
           MOVE "STUDMNT"              TO ALR-PROGRAM
           MOVE ZERO                   TO ALR-STEP-NUMBER
           MOVE RETURN-CODE            TO ALR-RETURN-CODE
           MOVE "STUDMNT-REPORT"       TO ALR-REPORT-NAME

           CALL "ALERTPUT" USING ALR-REQUEST
           MOVE ALR-RETURN-CODE        TO RETURN-CODE.

       9900-EXIT.
           EXIT.

       END PROGRAM STUDMNT.
