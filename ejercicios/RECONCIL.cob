      *             totals at the bottom.  Any discrepancy ends the
      *             run with a nonzero RETURN-CODE so NIGHTJOB can
      *             page the operators.
      * Tectonics: cobc -x RECONCIL.cob ENQUEUE.cob ALERTPUT.cob
      *            -o RECONCIL
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
      *                 ALERTPUT, naming RECON-REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCIL.

           COPY ENQPARM.

           COPY ALRTPARM.

       77  WS-ACK-STATUS               PIC X(02).
       77  WS-CSV-STATUS               PIC X(02).
       77  WS-AUDITLOG-STATUS          PIC X(02).
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
           MOVE "RECONCIL"             TO ALR-PROGRAM
           MOVE ZERO                   TO ALR-STEP-NUMBER
           MOVE RETURN-CODE            TO ALR-RETURN-CODE
           MOVE "RECON-REPORT"         TO ALR-REPORT-NAME

           EVALUATE TRUE
               WHEN RETURN-CODE = 16
                   CONTINUE
               WHEN WS-INPUT-MISSING
                   MOVE "CSV DE PROMEDIO FALTANTE"
                                       TO ALR-REASON
               WHEN WS-CTL-ERROR
                   MOVE "ACK-FILE NO CUADRA CON SU TRAILER DE CONTROL"
                                       TO ALR-REASON
               WHEN WS-ACK-MISSING
                   MOVE "ACUSE DEL REGISTRO NO RECIBIDO"
                                       TO ALR-REASON
               WHEN WS-DISCREP-COUNT > ZERO
                   MOVE "DISCREPANCIAS ENTRE EL CSV Y EL ACUSE"
                                       TO ALR-REASON
           END-EVALUATE

           CALL "ALERTPUT" USING ALR-REQUEST
           MOVE ALR-RETURN-CODE        TO RETURN-CODE.

       9900-EXIT.
           EXIT.

       END PROGRAM RECONCIL.
