      *             file is copied to REPRINT-OUTPUT, so a figure the
      *             registrar disputes from two weeks ago can be
      *             pulled from disk instead of shrugged at.
      * Tectonics: cobc -x REPRINT.cob ENQUEUE.cob ALERTPUT.cob
      *            -o REPRINT
      *            (ALERTPUT, and the ENQUEUE it CALLs, are CALLed
      *            by name, so they must be linked into the same
      *            executable)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 01/SEP/26  FC   Initial version.
      * 15/OCT/26  FC   A run ending with a nonzero RETURN-CODE leaves
      *                 an operator alert on ALERT-OUTBOX through
      *                 ALERTPUT, naming REPRINT-OUTPUT.  Raised as a
      *                 warning whatever the RC: a reprint that found
      *                 nothing is not worth paging anyone at night.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRINT.
           05  WS-INPUT-MISSING-SW     PIC X(01) VALUE "N".
               88  WS-INPUT-MISSING             VALUE "S".

           COPY ALRTPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT

           PERFORM 9900-RAISE-ALERT
               THRU 9900-EXIT

           GOBACK.

      ******************************************************************
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9900-RAISE-ALERT - A RUN ENDING WITH A NONZERO RETURN-CODE
      *                    LEAVES A WARNING ON ALERT-OUTBOX FOR THE
      *                    OPERATORS.  ITS CALL RESETS RETURN-CODE, SO
      *                    IT IS PUT BACK FROM THE REQUEST
      ******************************************************************
       9900-RAISE-ALERT.
           IF RETURN-CODE = ZERO
               GO TO 9900-EXIT
           END-IF

           MOVE SPACES                 TO ALR-REQUEST
           MOVE "REPRINT"              TO ALR-PROGRAM
           SET ALR-WARNING             TO TRUE
           MOVE ZERO                   TO ALR-STEP-NUMBER
           MOVE RETURN-CODE            TO ALR-RETURN-CODE
           MOVE "REPRINT-OUTPUT"       TO ALR-REPORT-NAME
           IF WS-INPUT-MISSING
               MOVE "REPRINT-PARM O REPORT-CATALOG FALTANTE"
                                       TO ALR-REASON
           ELSE
               MOVE "NINGUNA GENERACION COINCIDE CON EL PEDIDO"
                                       TO ALR-REASON
           END-IF

           CALL "ALERTPUT" USING ALR-REQUEST
           MOVE ALR-RETURN-CODE        TO RETURN-CODE.

       9900-EXIT.
           EXIT.

       END PROGRAM REPRINT.
