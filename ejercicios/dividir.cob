      * Author:    Fabio Cicerelli
      * Date:      18/MAR/2025
      * Purpose:   Clase de Lenguages de Interfaz
      * Tectonics: cobc -x dividir.cob ENQUEUE.cob ALERTPUT.cob
      *            -o dividir
      *            (ENQUEUE and ALERTPUT are CALLed by name, so
      *            they must be linked into the same executable)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      *                 an abend is flagged so the operator breaks it
      *                 with LOCKBRK instead of deleting mystery
      *                 files.
      * 15/OCT/26  FC   Duplicate-transaction protection.  Each
      *                 TRANS-RECORD now carries the upstream
      *                 transaction id (again taken from the trailing
      *                 FILLER), and every id posted is remembered on
      *                 the new DIVIDIR-PROCESSED index across runs:
      *                 an id already posted, or one left blank, is
      *                 diverted to the EXCEPT-FILE with its own
      *                 reason instead of reaching POSTING-FILE again.
      *                 A TRANS-FILE whose header date and source
      *                 system match a file already taken is refused
      *                 before anything is listed or posted and ends
      *                 the run with RETURN-CODE 8, so NIGHTJOB stops
      *                 a resent file short of the ledger.  A run whose
      *                 trailer check fails gives back the ids it
      *                 recorded so the complete resend is taken.
      * 15/OCT/26  FC   A run ending with a nonzero RETURN-CODE leaves
      *                 an operator alert on ALERT-OUTBOX through
      *                 ALERTPUT, naming DIVISION-REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dividir.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.

           SELECT PROCESSED-FILE ASSIGN TO "DIVIDIR-PROCESSED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PROCESSED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           05  TR-DIVISOR              PIC S9(05)V99
                                       SIGN LEADING SEPARATE.
           05  TR-ACCOUNT-CODE         PIC X(10).
           05  TR-TRANS-ID             PIC X(12).
           05  FILLER                  PIC X(41).
           COPY BATCHCTL.

       FD  DIVISION-REPORT
           05  FILLER                  PIC X(57).
           COPY BATCHCTL REPLACING LEADING ==BC== BY ==PF==.

       FD  PROCESSED-FILE.
           COPY DIVPROC.

       WORKING-STORAGE SECTION.
       01  WS-LOCK-FAILED-SW           PIC X(01) VALUE "N".
           88  WS-LOCK-FAILED                  VALUE "S".

           COPY ENQPARM.

           COPY ALRTPARM.

       77  X                           PIC S9(05)V99.
       77  Y                           PIC S9(05)V99.
       77  Z                           PIC S9(07)V9(04).
       77  WS-PARM-STATUS              PIC X(02).
       77  WS-POSTING-STATUS           PIC X(02).
       77  WS-POSTING-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-PROCESSED-STATUS         PIC X(02).
       77  WS-DUPLICATE-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-ROLLBACK-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-HORA-INICIO              PIC 9(08) VALUE ZERO.

       01  WS-CUENTA                   PIC X(10) VALUE SPACES.

               88  WS-CTL-TRL-SEEN               VALUE "S".
           05  WS-CTL-ERROR-SW         PIC X(01) VALUE "N".
               88  WS-CTL-ERROR                  VALUE "S".
           05  WS-FILE-REFUSED-SW      PIC X(01) VALUE "N".
               88  WS-FILE-REFUSED               VALUE "S".
           05  WS-EOF-PROCESSED-SW     PIC X(01) VALUE "N".
               88  WS-EOF-PROCESSED              VALUE "S".

       01  WS-CONTROL-CHECK.
           05  WS-CTL-EXPECTED         PIC 9(07) VALUE ZERO.
               10  FILLER              PIC X(15) VALUE "DIVIDENDO".
               10  FILLER              PIC X(15) VALUE "DIVISOR".
               10  FILLER              PIC X(20) VALUE "MOTIVO".
               10  FILLER              PIC X(03) VALUE SPACES.
               10  FILLER              PIC X(12) VALUE "TRANSACCION".
               10  FILLER              PIC X(15) VALUE SPACES.
           05  WS-EXCEPT-DETAIL-LINE.
               10  WS-EXC-DIVIDENDO    PIC -(05)9.99.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  WS-EXC-DIVISOR      PIC -(05)9.99.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  WS-EXC-MOTIVO       PIC X(25) VALUE SPACES.
               10  WS-EXC-TRANS-ID     PIC X(12) VALUE SPACES.
               10  FILLER              PIC X(08) VALUE SPACES.

       REPORT SECTION.
       RD  DIVISION-RD
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

           MOVE "N"                    TO WS-CTL-TRL-SEEN-SW
           MOVE "N"                    TO WS-CTL-ERROR-SW
           MOVE ZERO                   TO WS-CTL-EXPECTED
           MOVE ZERO                   TO WS-CTL-FILE-DATE
           MOVE SPACES                 TO WS-CTL-SOURCE
           MOVE "N"                    TO WS-FILE-REFUSED-SW
           MOVE ZERO                   TO WS-DUPLICATE-COUNT
           MOVE ZERO                   TO WS-ROLLBACK-COUNT

           OPEN OUTPUT EXCEPT-FILE
           MOVE WS-EXCEPT-HDR-LINE     TO EXCEPT-FILE-LINE
           MOVE WS-FECHA-DD            TO WS-FECHA-ED-DD
           MOVE WS-FECHA-AAAA          TO WS-FECHA-ED-AAAA
           ACCEPT WS-HORA-EJECUCION    FROM TIME
           MOVE WS-HORA-EJECUCION      TO WS-HORA-INICIO

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDITLOG-STATUS = "35"
               MOVE WS-EXCEPT-DETAIL-LINE
                                        TO EXCEPT-FILE-LINE
               WRITE EXCEPT-FILE-LINE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O PROCESSED-FILE
           IF WS-PROCESSED-STATUS = "35"
               OPEN OUTPUT PROCESSED-FILE
               CLOSE PROCESSED-FILE
               OPEN I-O PROCESSED-FILE
           END-IF

           PERFORM 2500-READ-TRANS
               THRU 2500-EXIT

           PERFORM 1300-CHECK-FILE-PROCESSED
               THRU 1300-EXIT
           IF WS-FILE-REFUSED
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT DIVISION-REPORT
           INITIATE DIVISION-RD

           OPEN OUTPUT POSTING-FILE
           MOVE SPACES                 TO PF-CONTROL-RECORD
           MOVE "H"                    TO PF-RECORD-TYPE
           MOVE WS-FECHA-EJECUCION     TO PF-FILE-DATE
           MOVE "DIVIDIR"              TO PF-SOURCE-SYSTEM
           WRITE PF-CONTROL-RECORD.

       1000-EXIT.
           EXIT.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-CHECK-FILE-PROCESSED - REFUSE A TRANS-FILE WHOSE HEADER
      *                             DATE AND SOURCE SYSTEM WERE ALREADY
      *                             TAKEN BY AN EARLIER RUN, BEFORE
      *                             ANYTHING IS LISTED OR POSTED.  A
      *                             FILE WITH NO HEADER CANNOT BE
      *                             MATCHED AND IS LEFT TO THE
      *                             PER-TRANSACTION CHECK
      ******************************************************************
       1300-CHECK-FILE-PROCESSED.
           IF WS-CTL-FILE-DATE IS NOT NUMERIC
               OR WS-CTL-FILE-DATE = ZERO
               GO TO 1300-EXIT
           END-IF

           MOVE SPACES                 TO PX-KEY
           SET PX-FILE                 TO TRUE
           MOVE WS-CTL-FILE-DATE       TO PX-FILE-DATE
           MOVE WS-CTL-SOURCE          TO PX-SOURCE-SYSTEM
           READ PROCESSED-FILE
               KEY IS PX-KEY
               INVALID KEY
                   GO TO 1300-EXIT
           END-READ

           SET WS-FILE-REFUSED         TO TRUE
           SET WS-EOF-TRANS            TO TRUE
           DISPLAY "DIVIDIR - TRANS-FILE " WS-CTL-SOURCE " DEL "
               WS-CTL-FILE-DATE " YA PROCESADO EL " PX-RUN-DATE
               ", RECHAZADO"

           MOVE SPACES                 TO WS-EXCEPT-DETAIL-LINE
           MOVE "ARCHIVO YA PROCESADO" TO WS-EXC-MOTIVO
           MOVE WS-EXCEPT-DETAIL-LINE  TO EXCEPT-FILE-LINE
           WRITE EXCEPT-FILE-LINE.

       1300-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-TRANSACTION - VALIDATE, DIVIDE ONE PAIR AND READ
      *                            THE NEXT RECORD
           MOVE TR-DIVISOR             TO Y
           MOVE TR-ACCOUNT-CODE        TO WS-CUENTA

           PERFORM 2050-CHECK-TRANS-ID
               THRU 2050-EXIT

           IF WS-TRANS-VALIDA
               PERFORM 2100-VALIDATE-DIVISOR
                   THRU 2100-EXIT
           END-IF

           IF WS-TRANS-VALIDA
               COMPUTE WS-Z-SCALED ROUNDED = X * WS-FACTOR / Y

               PERFORM 2200-WRITE-POSTING
                   THRU 2200-EXIT
               PERFORM 2250-RECORD-TRANS-ID
                   THRU 2250-EXIT
           END-IF

           PERFORM 2500-READ-TRANS
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2050-CHECK-TRANS-ID - DIVERT A TRANSACTION WITH NO ID, OR ONE
      *                       WHOSE ID WAS ALREADY POSTED BY THIS OR
      *                       AN EARLIER RUN, TO THE EXCEPT-FILE
      ******************************************************************
       2050-CHECK-TRANS-ID.
           SET WS-TRANS-VALIDA         TO TRUE

           IF TR-TRANS-ID = SPACES
               SET WS-TRANS-INVALIDA   TO TRUE
               MOVE SPACES              TO WS-EXCEPT-DETAIL-LINE
               MOVE X                   TO WS-EXC-DIVIDENDO
               MOVE Y                   TO WS-EXC-DIVISOR
               MOVE "SIN ID DE TRANSACCION"
                                        TO WS-EXC-MOTIVO
               MOVE WS-EXCEPT-DETAIL-LINE
                                        TO EXCEPT-FILE-LINE
               WRITE EXCEPT-FILE-LINE
               ADD 1                    TO WS-EXCEPT-COUNT
               GO TO 2050-EXIT
           END-IF

           MOVE SPACES                 TO PX-KEY
           SET PX-TRANSACTION          TO TRUE
           MOVE TR-TRANS-ID            TO PX-KEY-ID
           READ PROCESSED-FILE
               KEY IS PX-KEY
               INVALID KEY
                   GO TO 2050-EXIT
           END-READ

           SET WS-TRANS-INVALIDA       TO TRUE
           MOVE SPACES                 TO WS-EXCEPT-DETAIL-LINE
           MOVE X                      TO WS-EXC-DIVIDENDO
           MOVE Y                      TO WS-EXC-DIVISOR
           MOVE "TRANSACCION YA PROCESADA"
                                       TO WS-EXC-MOTIVO
           MOVE TR-TRANS-ID            TO WS-EXC-TRANS-ID
           MOVE WS-EXCEPT-DETAIL-LINE  TO EXCEPT-FILE-LINE
           WRITE EXCEPT-FILE-LINE
           ADD 1                       TO WS-EXCEPT-COUNT
           ADD 1                       TO WS-DUPLICATE-COUNT.

       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2200-WRITE-POSTING - WRITE ONE ACCOUNT/QUOTIENT ROW TO THE
      *                      LEDGER POSTING EXTRACT
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2250-RECORD-TRANS-ID - REMEMBER A POSTED TRANSACTION ID SO NO
      *                        LATER RECORD OR RUN POSTS IT AGAIN
      ******************************************************************
       2250-RECORD-TRANS-ID.
           MOVE SPACES                 TO PROCESSED-TRANS-RECORD
           SET PX-TRANSACTION          TO TRUE
           MOVE TR-TRANS-ID            TO PX-KEY-ID
           MOVE WS-CUENTA              TO PX-ACCOUNT-CODE
           MOVE Z                      TO PX-COCIENTE
           MOVE WS-FECHA-EJECUCION     TO PX-RUN-DATE
           MOVE WS-HORA-INICIO         TO PX-RUN-TIME
           MOVE WS-CTL-FILE-DATE       TO PX-ORIGIN-FILE-DATE
           MOVE WS-CTL-SOURCE          TO PX-ORIGIN-SOURCE
           WRITE PROCESSED-TRANS-RECORD
               INVALID KEY
                   DISPLAY "DIVIDIR - ERROR AL REGISTRAR TRANSACCION "
                       TR-TRANS-ID ", STATUS = " WS-PROCESSED-STATUS
           END-WRITE.

       2250-EXIT.
           EXIT.

      ******************************************************************
      * 2500-READ-TRANS - READ FORWARD TO THE NEXT DETAIL RECORD,
      *                   CAPTURING THE HEADER AND TRAILER CONTROL
           EXIT.

      ******************************************************************
      * 8600-RECORD-FILE - REMEMBER THE ACCEPTED TRANS-FILE BY ITS
      *                    HEADER DATE AND SOURCE SYSTEM SO A RESEND
      *                    IS REFUSED
      ******************************************************************
       8600-RECORD-FILE.
           IF WS-CTL-FILE-DATE IS NOT NUMERIC
               OR WS-CTL-FILE-DATE = ZERO
               GO TO 8600-EXIT
           END-IF

           MOVE SPACES                 TO PROCESSED-TRANS-RECORD
           SET PX-FILE                 TO TRUE
           MOVE WS-CTL-FILE-DATE       TO PX-FILE-DATE
           MOVE WS-CTL-SOURCE          TO PX-SOURCE-SYSTEM
           MOVE ZERO                   TO PX-COCIENTE
           MOVE WS-FECHA-EJECUCION     TO PX-RUN-DATE
           MOVE WS-HORA-INICIO         TO PX-RUN-TIME
           MOVE WS-CTL-FILE-DATE       TO PX-ORIGIN-FILE-DATE
           MOVE WS-CTL-SOURCE          TO PX-ORIGIN-SOURCE
           WRITE PROCESSED-TRANS-RECORD
               INVALID KEY
                   DISPLAY "DIVIDIR - ERROR AL REGISTRAR TRANS-FILE, "
                       "STATUS = " WS-PROCESSED-STATUS
           END-WRITE.

       8600-EXIT.
           EXIT.

      ******************************************************************
      * 8700-ROLLBACK-RUN - THE TRAILER CHECK FAILED, SO THE FILE WILL
      *                     BE RESENT: DROP THE TRANSACTION IDS THIS
      *                     RUN RECORDED SO THE RESEND IS TAKEN IN FULL
      ******************************************************************
       8700-ROLLBACK-RUN.
           MOVE "N"                    TO WS-EOF-PROCESSED-SW
           MOVE LOW-VALUES             TO PX-KEY
           SET PX-TRANSACTION          TO TRUE
           START PROCESSED-FILE
               KEY IS NOT LESS THAN PX-KEY
               INVALID KEY
                   SET WS-EOF-PROCESSED
                                       TO TRUE
           END-START

           PERFORM 8710-ROLLBACK-ONE
               THRU 8710-EXIT
               UNTIL WS-EOF-PROCESSED

           IF WS-ROLLBACK-COUNT > ZERO
               DISPLAY "DIVIDIR - TRANSACCIONES DESREGISTRADAS: "
                   WS-ROLLBACK-COUNT
           END-IF.

       8700-EXIT.
           EXIT.

      ******************************************************************
      * 8710-ROLLBACK-ONE - DROP ONE TRANSACTION ENTRY OF THIS RUN
      ******************************************************************
       8710-ROLLBACK-ONE.
           READ PROCESSED-FILE NEXT RECORD
               AT END
                   SET WS-EOF-PROCESSED
                                       TO TRUE
                   GO TO 8710-EXIT
           END-READ

           IF NOT PX-TRANSACTION
               SET WS-EOF-PROCESSED    TO TRUE
               GO TO 8710-EXIT
           END-IF

           IF PX-RUN-DATE = WS-FECHA-EJECUCION
               AND PX-RUN-TIME = WS-HORA-INICIO
               DELETE PROCESSED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1           TO WS-ROLLBACK-COUNT
               END-DELETE
           END-IF.

       8710-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES, RECORD THE ACCEPTED FILE (OR
      *                  GIVE BACK THIS RUN'S IDS WHEN THE TRAILER
      *                  CHECK FAILED) AND SET THE RETURN-CODE FOR THE
      *                  JOB SCHEDULER.  A MISSING OR REFUSED
      *                  TRANS-FILE ENDS WITH RC 8
      ******************************************************************
       9000-TERMINATE.
           CLOSE TRANS-FILE
           CLOSE EXCEPT-FILE

           IF WS-INPUT-MISSING
               OR WS-FILE-REFUSED
               IF WS-FILE-REFUSED
                   CLOSE PROCESSED-FILE
               END-IF
               MOVE 8                  TO RETURN-CODE
           ELSE
               TERMINATE DIVISION-RD
               PERFORM 8500-VERIFY-CONTROL
                   THRU 8500-EXIT

               IF WS-CTL-ERROR
                   PERFORM 8700-ROLLBACK-RUN
                       THRU 8700-EXIT
               ELSE
                   PERFORM 8600-RECORD-FILE
                       THRU 8600-EXIT
               END-IF
               CLOSE PROCESSED-FILE

               IF WS-DUPLICATE-COUNT > ZERO
                   DISPLAY "DIVIDIR - TRANSACCIONES YA PROCESADAS: "
                       WS-DUPLICATE-COUNT
               END-IF

               EVALUATE TRUE
                   WHEN WS-CTL-ERROR
                       MOVE 12         TO RETURN-CODE
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
           MOVE "DIVIDIR"              TO ALR-PROGRAM
           MOVE ZERO                   TO ALR-STEP-NUMBER
           MOVE RETURN-CODE            TO ALR-RETURN-CODE
           MOVE "DIVISION-REPORT"      TO ALR-REPORT-NAME

           CALL "ALERTPUT" USING ALR-REQUEST
           MOVE ALR-RETURN-CODE        TO RETURN-CODE.

       9900-EXIT.
           EXIT.

       END PROGRAM dividir.
