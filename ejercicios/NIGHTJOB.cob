      * Tectonics: cobc -x NIGHTJOB.cob dividir.cob MLU.cob CONSOL.cob
      *            PROMEDIO.cob RECONCIL.cob HOUSEKEEP.cob
      *            BALANCER.cob BACKUP.cob RPTCAPT.cob ENQUEUE.cob
      *            ALERTPUT.cob ALERTDSP.cob -o NIGHTJOB
      *            (the step programs are CALLed by name, not loaded
      *            as separate modules, so they must be linked into
      *            the same executable as NIGHTJOB)
      *                 from two weeks ago can be reprinted with
      *                 REPRINT instead of existing only on paper.
      *                 NIGHTJOB-RUNCTL widened to nine step entries.
      * 15/OCT/26  FC   Operator alerts.  RUN-DATE-PARM now also carries
      *                 the number of the step running, so an alert a
      *                 step program raises through ALERTPUT names its
      *                 step.  A step that stops the chain, or a start
      *                 the calendar refuses, raises a critical alert
      *                 on ALERT-OUTBOX naming the step, its RC and
      *                 the report to read, and ALERTDSP is CALLed as
      *                 the chain ends so the page goes out at once
      *                 instead of at the next scheduled dispatch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTJOB.
           RECORD CONTAINS 80 CHARACTERS.
       01  RUNDATE-RECORD.
           05  RD-RUN-DATE             PIC 9(08).
           05  RD-STEP-NUMBER          PIC 9(02).
           05  FILLER                  PIC X(70).

       FD  RUN-CALENDAR
           RECORD CONTAINS 80 CHARACTERS.
               88  WS-LAST-INCOMPLETE           VALUE "S".
           05  WS-FIN-CAL-SW           PIC X(01) VALUE "N".
               88  WS-FIN-CAL                   VALUE "S".
           05  WS-ALERT-RAISED-SW      PIC X(01) VALUE "N".
               88  WS-ALERT-RAISED              VALUE "S".

       01  WS-CAL-TABLE-AREA.
           05  WS-CAL-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-CHECK-DATE           PIC 9(08) VALUE ZERO.

       01  WS-STEP-NAME                PIC X(10).
       01  WS-STEP-REPORT              PIC X(20).
       01  WS-SAVE-RC                  PIC S9(04) COMP VALUE ZERO.
       01  WS-ALERT-NUMBER             PIC 9(01).
       01  WS-ALERT-RC                 PIC Z9.

           COPY ALRTPARM.

       01  WS-STEP-MESSAGE.
           05  WS-MSG-STEP-NAME        PIC X(10).
           MOVE "N"                    TO WS-CHAIN-ABEND-SW
           MOVE "N"                    TO WS-RESUMED-CHAIN-SW
           MOVE "N"                    TO WS-NOT-SCHEDULED-SW
           MOVE "N"                    TO WS-ALERT-RAISED-SW
           MOVE ZERO                   TO WS-RUN-LIST-COUNT

           ACCEPT WS-TARGET-DATE       FROM DATE YYYYMMDD
                   "THIS DATE"
           END-IF

           MOVE ZERO                   TO WS-STEP-NUMBER
           PERFORM 1600-MARK-STEP
               THRU 1600-EXIT

           PERFORM 1200-SAVE-RUN-CONTROL
               THRU 1200-EXIT
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1600-MARK-STEP - REWRITE RUN-DATE-PARM WITH THE BUSINESS DATE
      *                  AND THE STEP ABOUT TO RUN (ZERO BETWEEN
      *                  STEPS), FOR THE STEP PROGRAMS AND ALERTPUT
      ******************************************************************
       1600-MARK-STEP.
           OPEN OUTPUT RUNDATE-PARM
           MOVE SPACES                 TO RUNDATE-RECORD
           MOVE WS-RUN-DATE            TO RD-RUN-DATE
           MOVE WS-STEP-NUMBER         TO RD-STEP-NUMBER
           WRITE RUNDATE-RECORD
           CLOSE RUNDATE-PARM.

       1600-EXIT.
           EXIT.

      ******************************************************************
      * 2000-RUN-DIVIDIR - STEP 1: DIVISION TRANSACTION PROCESSING
      ******************************************************************
           END-IF

           DISPLAY "NIGHTJOB - STEP 1: DIVIDIR"
           PERFORM 1600-MARK-STEP
               THRU 1600-EXIT
           CALL "dividir"
           MOVE RETURN-CODE            TO WS-STEP-RC
           MOVE "DIVIDIR"              TO WS-STEP-NAME
           MOVE "DIVISION-REPORT"      TO WS-STEP-REPORT

           PERFORM 8000-CHECK-STEP-RC
               THRU 8000-EXIT.
           END-IF

           DISPLAY "NIGHTJOB - STEP 2: MRU"
           PERFORM 1600-MARK-STEP
               THRU 1600-EXIT
           CALL "MRU"
           MOVE RETURN-CODE            TO WS-STEP-RC
           MOVE "MRU"                  TO WS-STEP-NAME
           MOVE "RESULTADOS-FILE"      TO WS-STEP-REPORT

           PERFORM 8000-CHECK-STEP-RC
               THRU 8000-EXIT.
           END-IF

           DISPLAY "NIGHTJOB - STEP 3: CONSOL"
           PERFORM 1600-MARK-STEP
               THRU 1600-EXIT
           CALL "CONSOL"
           MOVE RETURN-CODE            TO WS-STEP-RC
           MOVE "CONSOL"               TO WS-STEP-NAME
           MOVE "CONSOL-DISCREP"       TO WS-STEP-REPORT

           PERFORM 8000-CHECK-STEP-RC
               THRU 8000-EXIT.
           END-IF

           DISPLAY "NIGHTJOB - STEP 4: PROMEDIO"
           PERFORM 1600-MARK-STEP
               THRU 1600-EXIT
           CALL "PROMEDIO"
           MOVE RETURN-CODE            TO WS-STEP-RC
           MOVE "PROMEDIO"             TO WS-STEP-NAME
           MOVE "EXCEPT-REPORT"        TO WS-STEP-REPORT

           PERFORM 8000-CHECK-STEP-RC
               THRU 8000-EXIT.
           END-IF

           DISPLAY "NIGHTJOB - STEP 5: RECONCIL"
           PERFORM 1600-MARK-STEP
               THRU 1600-EXIT
           CALL "RECONCIL"
           MOVE RETURN-CODE            TO WS-STEP-RC
           MOVE "RECONCIL"             TO WS-STEP-NAME
           MOVE "RECON-REPORT"         TO WS-STEP-REPORT

           PERFORM 8000-CHECK-STEP-RC
               THRU 8000-EXIT.
           END-IF

           DISPLAY "NIGHTJOB - STEP 6: HOUSEKEEP"
           PERFORM 1600-MARK-STEP
               THRU 1600-EXIT
           CALL "HOUSEKEEP"
           MOVE RETURN-CODE            TO WS-STEP-RC
           MOVE "HOUSEKEEP"            TO WS-STEP-NAME
           MOVE "HOUSEKEEP-REPORT"     TO WS-STEP-REPORT

           PERFORM 8000-CHECK-STEP-RC
               THRU 8000-EXIT.
           END-IF

           DISPLAY "NIGHTJOB - STEP 7: BALANCER"
           PERFORM 1600-MARK-STEP
               THRU 1600-EXIT
           CALL "BALANCER"
           MOVE RETURN-CODE            TO WS-STEP-RC
           MOVE "BALANCER"             TO WS-STEP-NAME
           MOVE "BALANCE-REPORT"       TO WS-STEP-REPORT

           PERFORM 8000-CHECK-STEP-RC
               THRU 8000-EXIT.
           END-IF

           DISPLAY "NIGHTJOB - STEP 8: BACKUP"
           PERFORM 1600-MARK-STEP
               THRU 1600-EXIT
           CALL "BACKUP"
           MOVE RETURN-CODE            TO WS-STEP-RC
           MOVE "BACKUP"               TO WS-STEP-NAME
           MOVE "BACKUP-REPORT"        TO WS-STEP-REPORT

           PERFORM 8000-CHECK-STEP-RC
               THRU 8000-EXIT.
           END-IF

           DISPLAY "NIGHTJOB - STEP 9: RPTCAPT"
           PERFORM 1600-MARK-STEP
               THRU 1600-EXIT
           CALL "RPTCAPT"
           MOVE RETURN-CODE            TO WS-STEP-RC
           MOVE "RPTCAPT"              TO WS-STEP-NAME
           MOVE "REPORT-CATALOG"       TO WS-STEP-REPORT

           PERFORM 8000-CHECK-STEP-RC
               THRU 8000-EXIT.
               DISPLAY "NIGHTJOB - STEP FAILED, CHAIN TERMINATED"
               MOVE WS-STEP-RC         TO WS-RC-STEP-RC
                                          (WS-STEP-NUMBER)
               PERFORM 8100-RAISE-STEP-ALERT
                   THRU 8100-EXIT
           ELSE
               MOVE "C"                TO WS-RC-STEP-FLAG
                                          (WS-STEP-NUMBER)
           EXIT.

      ******************************************************************
      * 8100-RAISE-STEP-ALERT - CRITICAL ALERT FOR THE STEP THAT
      *                         STOPPED THE CHAIN, NAMING ITS RC AND
      *                         THE REPORT THE OPERATOR SHOULD READ
      ******************************************************************
       8100-RAISE-STEP-ALERT.
           MOVE SPACES                 TO ALR-REQUEST
           MOVE "NIGHTJOB"             TO ALR-PROGRAM
           SET ALR-CRITICAL            TO TRUE
           MOVE WS-STEP-NUMBER         TO ALR-STEP-NUMBER
           MOVE WS-STEP-RC             TO ALR-RETURN-CODE
           MOVE WS-STEP-NUMBER         TO WS-ALERT-NUMBER
           MOVE WS-STEP-RC             TO WS-ALERT-RC
           STRING "STEP "              DELIMITED BY SIZE
               WS-ALERT-NUMBER         DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               WS-STEP-NAME            DELIMITED BY SPACE
               " TERMINO CON RC "      DELIMITED BY SIZE
               WS-ALERT-RC             DELIMITED BY SIZE
               ", CADENA DETENIDA"     DELIMITED BY SIZE
               INTO ALR-REASON
           MOVE WS-STEP-REPORT         TO ALR-REPORT-NAME

           PERFORM 8200-CALL-ALERTPUT
               THRU 8200-EXIT.

       8100-EXIT.
           EXIT.

      ******************************************************************
      * 8200-CALL-ALERTPUT - WRITE THE ALERT TO ALERT-OUTBOX
      ******************************************************************
       8200-CALL-ALERTPUT.
           CALL "ALERTPUT" USING ALR-REQUEST
           SET WS-ALERT-RAISED         TO TRUE.

       8200-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - ANNOUNCE THE OUTCOME OF THE CHAIN.  A CHAIN
      *                  THAT RAISED AN ALERT CALLS ALERTDSP BEFORE
      *                  ENDING, SO THE PAGE GOES OUT NOW
      ******************************************************************
       9000-TERMINATE.
           IF WS-NOT-SCHEDULED
               MOVE SPACES             TO ALR-REQUEST
               MOVE "NIGHTJOB"         TO ALR-PROGRAM
               SET ALR-CRITICAL        TO TRUE
               MOVE ZERO               TO ALR-STEP-NUMBER
               MOVE 8                  TO ALR-RETURN-CODE
               MOVE "FECHA NO PROGRAMADA EN RUN-CALENDAR"
                                       TO ALR-REASON
               MOVE "RUN-CALENDAR"     TO ALR-REPORT-NAME
               PERFORM 8200-CALL-ALERTPUT
                   THRU 8200-EXIT
               MOVE 8                  TO WS-SAVE-RC
               GO TO 9000-DISPATCH
           END-IF

           IF WS-CHAIN-ABENDED
               DISPLAY "NIGHTJOB - CHAIN ENDED ABNORMALLY"
               DISPLAY "NIGHTJOB - RERUN RESUMES FROM THE FIRST "
                   "INCOMPLETE STEP"
               MOVE ZERO               TO WS-STEP-NUMBER
               PERFORM 1600-MARK-STEP
                   THRU 1600-EXIT
               MOVE 8                  TO WS-SAVE-RC
           ELSE
               DISPLAY "NIGHTJOB - CHAIN COMPLETED NORMALLY"
               OPEN OUTPUT RUNDATE-PARM
               MOVE SPACES             TO RUNDATE-RECORD
               MOVE ZERO               TO RD-RUN-DATE
               MOVE ZERO               TO RD-STEP-NUMBER
               WRITE RUNDATE-RECORD
               CLOSE RUNDATE-PARM
               MOVE ZERO               TO WS-SAVE-RC
           END-IF.

       9000-DISPATCH.
           IF WS-ALERT-RAISED
               DISPLAY "NIGHTJOB - DESPACHANDO ALERTAS"
               CALL "ALERTDSP"
           END-IF
           MOVE WS-SAVE-RC             TO RETURN-CODE.

       9000-EXIT.
           EXIT.

