      *             yet is a warning, the same way RECONCIL treats it.
      *             AUDITRPT says what ran; this says where the
      *             records went.
      * Tectonics: cobc -x BALANCER.cob ENQUEUE.cob ALERTPUT.cob
      *            -o BALANCER
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
      *                 ALERTPUT, naming BALANCE-REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCER.

           COPY ENQPARM.

           COPY ALRTPARM.

       77  WS-AUDITLOG-STATUS          PIC X(02).
       77  WS-SUSP-STATUS              PIC X(02).
       77  WS-CSV-STATUS               PIC X(02).
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
           MOVE "BALANCER"             TO ALR-PROGRAM
           MOVE ZERO                   TO ALR-STEP-NUMBER
           MOVE RETURN-CODE            TO ALR-RETURN-CODE
           MOVE "BALANCE-REPORT"       TO ALR-REPORT-NAME

           EVALUATE TRUE
               WHEN RETURN-CODE = 16
                   CONTINUE
               WHEN WS-INPUT-MISSING
                   MOVE "ENTRADA DE BALANCEO FALTANTE"
                                       TO ALR-REASON
               WHEN WS-FAIL-COUNT > ZERO
                   MOVE "TRAMOS DE BALANCEO SIN CUADRAR"
                                       TO ALR-REASON
               WHEN WS-ACK-PENDING
                   MOVE "ACUSE DEL REGISTRO PENDIENTE"
                                       TO ALR-REASON
           END-EVALUATE

           CALL "ALERTPUT" USING ALR-REQUEST
           MOVE ALR-RETURN-CODE        TO RETURN-CODE.

       9900-EXIT.
           EXIT.

       END PROGRAM BALANCER.
