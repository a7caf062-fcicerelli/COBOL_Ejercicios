      *             transaction conventions as STUDMNT does for
      *             students and COURMNT for courses.  A BAJA marks
      *             the rig out of service rather than deleting it,
      *             so old readings can still be attributed.  A
      *             calibration transaction records when the rig was
      *             calibrated, by whom and under which certificate,
      *             and sets its next due date; every calibration and
      *             every factor change is appended to CALIB-HISTORY
      *             with the old and new factor.
      * Tectonics: cobc -x SENSORMT.cob ENQUEUE.cob ALERTPUT.cob
      *            -o SENSORMT
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
      *                 ALERTPUT, naming SENSORMT-REPORT.
      * 15/OCT/26  FC   Calibration schedule.  New transaction K
      *                 records a calibration: date (default the run
      *                 date), technician and certificate number, both
      *                 required, an optional new factor and the
      *                 interval in days to the next one (default the
      *                 rig's own, else 180).  The rig's last
      *                 calibration date, certificate, interval and
      *                 due date are kept on SENSOR-MASTER.  An ALTA,
      *                 a K and any CAMBIO that changes the factor
      *                 append an event to the new CALIB-HISTORY file
      *                 with the old and new factor, so no factor is
      *                 lost any more.  An ALTA may carry the rig's
      *                 first calibration in the same fields.  The
      *                 report shows the due date set.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENSORMT.
               RECORD KEY IS SEN-SENSOR-ID
               FILE STATUS IS WS-SENSMAST-STATUS.

           SELECT CALIB-HISTORY ASSIGN TO "CALIB-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALIBHST-STATUS.

           SELECT RUNDATE-PARM ASSIGN TO "RUN-DATE-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNDATE-STATUS.

           SELECT MAINT-REPORT ASSIGN TO "SENSORMT-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

               88  TR-ALTA                     VALUE "A".
               88  TR-CAMBIO                   VALUE "C".
               88  TR-BAJA                     VALUE "I".
               88  TR-CALIBRACION              VALUE "K".
           05  TR-SENSOR-ID            PIC X(04).
           05  TR-DESCRIPTION          PIC X(30).
           05  TR-CALIB-FACTOR         PIC 9(01)V9(04).
           05  TR-CALIB-DATE           PIC 9(08).
           05  TR-TECHNICIAN           PIC X(17).
           05  TR-CERTIFICATE          PIC X(12).
           05  TR-CALIB-INTERVAL       PIC 9(03).

       FD  SENSOR-MASTER.
           COPY SENSMAST.

       FD  CALIB-HISTORY
           RECORD CONTAINS 80 CHARACTERS.
           COPY CALIBHST.

       FD  RUNDATE-PARM
           RECORD CONTAINS 80 CHARACTERS.
       01  RUNDATE-RECORD.
           05  RD-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  MAINT-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  MAINT-REPORT-LINE           PIC X(80).

           COPY ENQPARM.

           COPY ALRTPARM.

       01  WS-SENSMAST-STATUS          PIC X(02).
       01  WS-TRANSFIL-STATUS          PIC X(02).
       01  WS-CALIBHST-STATUS          PIC X(02).
       01  WS-RUNDATE-STATUS           PIC X(02).

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-FECHA            PIC 9(08).
           05  WS-RUN-HORA             PIC 9(08).

      *    DAYS TO THE NEXT CALIBRATION WHEN NEITHER THE TRANSACTION
      *    NOR THE RIG SAYS
       77  WS-DEFAULT-INTERVAL         PIC 9(03) VALUE 180.

       01  WS-CALIB-WORK.
           05  WS-OLD-FACTOR           PIC 9(01)V9(04).
           05  WS-CALIB-FECHA          PIC 9(08).
           05  WS-CALIB-INTERVAL       PIC 9(03).
           05  WS-CALIB-INT            PIC 9(07) COMP.
           05  WS-DUE-FECHA            PIC 9(08).
           05  WS-HIST-EVENT           PIC X(01).

       01  WS-SWITCHES.
           05  WS-EOF-TRANS-SW         PIC X(01) VALUE "N".
               88  WS-EOF-TRANS                 VALUE "S".
           05  WS-INPUT-MISSING-SW     PIC X(01) VALUE "N".
               88  WS-INPUT-MISSING             VALUE "S".
           05  WS-CALIB-OK-SW          PIC X(01) VALUE "N".
               88  WS-CALIB-OK                  VALUE "S".

       01  WS-REPORT-LINES.
           05  WS-MAINT-HDR-LINE.
               10  FILLER              PIC X(10) VALUE "SENSOR".
               10  FILLER              PIC X(11) VALUE "ACCION".
               10  FILLER              PIC X(30) VALUE "RESULTADO".
               10  FILLER              PIC X(29) VALUE "REFERENCIA".
           05  WS-MAINT-DETAIL-LINE.
               10  WS-MD-SENSOR-ID     PIC X(10).
               10  WS-MD-ACCION        PIC X(11).
               10  WS-MD-RESULTADO     PIC X(30).
               10  WS-MD-REFERENCIA    PIC X(29).
           05  WS-MD-DUE-REF.
               10  FILLER              PIC X(06) VALUE "VENCE ".
               10  WS-MD-DUE-FECHA     PIC 9(08).
               10  FILLER              PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
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

       1000-INITIALIZE.
           MOVE "N"                    TO WS-INPUT-MISSING-SW

           PERFORM 1100-GET-RUN-DATE
               THRU 1100-EXIT
           ACCEPT WS-RUN-HORA          FROM TIME

           OPEN EXTEND CALIB-HISTORY
           IF WS-CALIBHST-STATUS = "35"
               OPEN OUTPUT CALIB-HISTORY
           END-IF

           OPEN I-O SENSOR-MASTER
           IF WS-SENSMAST-STATUS = "35"
               OPEN OUTPUT SENSOR-MASTER
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-GET-RUN-DATE - USE THE BUSINESS RUN DATE FROM
      *                     RUN-DATE-PARM WHEN NIGHTJOB SUPPLIED ONE;
      *                     OTHERWISE THE SYSTEM DATE
      ******************************************************************
       1100-GET-RUN-DATE.
           ACCEPT WS-RUN-FECHA         FROM DATE YYYYMMDD

           OPEN INPUT RUNDATE-PARM
           IF WS-RUNDATE-STATUS = "00"
               READ RUNDATE-PARM
                   AT END
                       CONTINUE
               END-READ
               IF WS-RUNDATE-STATUS = "00"
                   AND RD-RUN-DATE IS NUMERIC
                   AND RD-RUN-DATE > ZERO
                   MOVE RD-RUN-DATE    TO WS-RUN-FECHA
               END-IF
               CLOSE RUNDATE-PARM
           END-IF.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-TRANSACTION - APPLY ONE MAINTENANCE TRANSACTION
      *                            AND READ THE NEXT RECORD
                   MOVE "BAJA"         TO WS-MD-ACCION
                   PERFORM 2300-RETIRE-SENSOR
                       THRU 2300-EXIT
               WHEN TR-CALIBRACION
                   MOVE "CALIBRACION"  TO WS-MD-ACCION
                   PERFORM 2400-CALIBRATE-SENSOR
                       THRU 2400-EXIT
               WHEN OTHER
                   MOVE "DESCONOCIDA"  TO WS-MD-ACCION
                   MOVE "CODIGO DE TRANSACCION INVALIDO"
      ******************************************************************
      * 2100-ADD-SENSOR - CREATE A NEW SENSOR-MASTER RECORD.  A
      *                   FACTOR OF ZERO IS TAKEN AS 1.0000 SO A
      *                   FORGOTTEN FACTOR CANNOT ZERO OUT READINGS.
      *                   A CERTIFICATE ON THE ALTA RECORDS THE RIG'S
      *                   FIRST CALIBRATION; WITHOUT ONE THE RIG HAS
      *                   NO DUE DATE UNTIL IT IS CALIBRATED
      ******************************************************************
       2100-ADD-SENSOR.
           IF TR-CERTIFICATE NOT = SPACES
               PERFORM 2800-EDIT-CALIBRATION
                   THRU 2800-EXIT
               IF NOT WS-CALIB-OK
                   GO TO 2100-EXIT
               END-IF
           END-IF

           MOVE SPACES                 TO SENSOR-MASTER-RECORD
           MOVE TR-SENSOR-ID           TO SEN-SENSOR-ID
           MOVE TR-DESCRIPTION         TO SEN-DESCRIPTION
           IF TR-CALIB-FACTOR IS NUMERIC
               MOVE 1.0000             TO SEN-CALIB-FACTOR
           END-IF
           SET SEN-IN-SERVICE          TO TRUE
           MOVE ZERO                   TO WS-OLD-FACTOR
           MOVE "A"                    TO WS-HIST-EVENT

           IF TR-CERTIFICATE NOT = SPACES
               PERFORM 2850-SET-CALIBRATION
                   THRU 2850-EXIT
           ELSE
               MOVE ZERO               TO SEN-LAST-CALIB-DATE
               MOVE ZERO               TO SEN-CALIB-DUE-DATE
               MOVE ZERO               TO WS-CALIB-FECHA
               IF TR-CALIB-INTERVAL IS NUMERIC
                   AND TR-CALIB-INTERVAL > ZERO
                   MOVE TR-CALIB-INTERVAL
                                       TO SEN-CALIB-INTERVAL
               ELSE
                   MOVE WS-DEFAULT-INTERVAL
                                       TO SEN-CALIB-INTERVAL
               END-IF
           END-IF

           WRITE SENSOR-MASTER-RECORD
               INVALID KEY
               NOT INVALID KEY
                   MOVE "ALTA REGISTRADA"
                                       TO WS-MD-RESULTADO
                   PERFORM 2900-WRITE-HISTORY
                       THRU 2900-EXIT
           END-WRITE.

       2100-EXIT.
                   MOVE "SENSOR NO ENCONTRADO"
                                       TO WS-MD-RESULTADO
               NOT INVALID KEY
                   MOVE SEN-CALIB-FACTOR
                                       TO WS-OLD-FACTOR
                   MOVE TR-DESCRIPTION TO SEN-DESCRIPTION
                   IF TR-CALIB-FACTOR IS NUMERIC
                       AND TR-CALIB-FACTOR > ZERO
                       NOT INVALID KEY
                           MOVE "CAMBIO REGISTRADO"
                                       TO WS-MD-RESULTADO
                           IF SEN-CALIB-FACTOR NOT = WS-OLD-FACTOR
                               MOVE "C"
                                       TO WS-HIST-EVENT
                               MOVE ZERO
                                       TO WS-CALIB-FECHA
                               PERFORM 2900-WRITE-HISTORY
                                   THRU 2900-EXIT
                           END-IF
                   END-REWRITE
           END-READ.

       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-CALIBRATE-SENSOR - RECORD A CALIBRATION OF AN EXISTING
      *                         RIG: NEW FACTOR (IF GIVEN), DATE,
      *                         CERTIFICATE AND THE NEXT DUE DATE
      ******************************************************************
       2400-CALIBRATE-SENSOR.
           PERFORM 2800-EDIT-CALIBRATION
               THRU 2800-EXIT
           IF NOT WS-CALIB-OK
               GO TO 2400-EXIT
           END-IF

           MOVE TR-SENSOR-ID           TO SEN-SENSOR-ID
           READ SENSOR-MASTER
               KEY IS SEN-SENSOR-ID
               INVALID KEY
                   MOVE "SENSOR NO ENCONTRADO"
                                       TO WS-MD-RESULTADO
                   GO TO 2400-EXIT
           END-READ

           MOVE SEN-CALIB-FACTOR       TO WS-OLD-FACTOR
           IF TR-CALIB-FACTOR IS NUMERIC
               AND TR-CALIB-FACTOR > ZERO
               MOVE TR-CALIB-FACTOR    TO SEN-CALIB-FACTOR
           END-IF
           MOVE "K"                    TO WS-HIST-EVENT
           PERFORM 2850-SET-CALIBRATION
               THRU 2850-EXIT

           REWRITE SENSOR-MASTER-RECORD
               INVALID KEY
                   MOVE "ERROR AL GRABAR CALIBRACION"
                                       TO WS-MD-RESULTADO
               NOT INVALID KEY
                   MOVE "CALIBRACION REGISTRADA"
                                       TO WS-MD-RESULTADO
                   PERFORM 2900-WRITE-HISTORY
                       THRU 2900-EXIT
           END-REWRITE.

       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2800-EDIT-CALIBRATION - A CALIBRATION NEEDS A TECHNICIAN, A
      *                         CERTIFICATE AND A VALID DATE NOT
      *                         AFTER THE RUN DATE (BLANK OR ZERO IS
      *                         THE RUN DATE)
      ******************************************************************
       2800-EDIT-CALIBRATION.
           MOVE "N"                    TO WS-CALIB-OK-SW

           IF TR-TECHNICIAN = SPACES
               MOVE "CALIBRACION SIN TECNICO"
                                       TO WS-MD-RESULTADO
               GO TO 2800-EXIT
           END-IF

           IF TR-CERTIFICATE = SPACES
               MOVE "CALIBRACION SIN CERTIFICADO"
                                       TO WS-MD-RESULTADO
               GO TO 2800-EXIT
           END-IF

           IF TR-CALIB-DATE IS NUMERIC
               AND TR-CALIB-DATE > ZERO
               MOVE TR-CALIB-DATE      TO WS-CALIB-FECHA
           ELSE
               MOVE WS-RUN-FECHA       TO WS-CALIB-FECHA
           END-IF

           IF WS-CALIB-FECHA > WS-RUN-FECHA
               MOVE "FECHA DE CALIBRACION FUTURA"
                                       TO WS-MD-RESULTADO
               GO TO 2800-EXIT
           END-IF

           COMPUTE WS-CALIB-INT =
               FUNCTION INTEGER-OF-DATE (WS-CALIB-FECHA)
           IF WS-CALIB-INT = ZERO
               MOVE "FECHA DE CALIBRACION INVALIDA"
                                       TO WS-MD-RESULTADO
               GO TO 2800-EXIT
           END-IF

           SET WS-CALIB-OK             TO TRUE.

       2800-EXIT.
           EXIT.

      ******************************************************************
      * 2850-SET-CALIBRATION - STAMP THE EDITED CALIBRATION ON THE
      *                        MASTER RECORD AND DERIVE THE DUE DATE
      *                        FROM THE INTERVAL: THE TRANSACTION'S,
      *                        ELSE THE RIG'S OWN, ELSE THE DEFAULT
      ******************************************************************
       2850-SET-CALIBRATION.
           EVALUATE TRUE
               WHEN TR-CALIB-INTERVAL IS NUMERIC
                   AND TR-CALIB-INTERVAL > ZERO
                   MOVE TR-CALIB-INTERVAL
                                       TO WS-CALIB-INTERVAL
               WHEN SEN-CALIB-INTERVAL IS NUMERIC
                   AND SEN-CALIB-INTERVAL > ZERO
                   MOVE SEN-CALIB-INTERVAL
                                       TO WS-CALIB-INTERVAL
               WHEN OTHER
                   MOVE WS-DEFAULT-INTERVAL
                                       TO WS-CALIB-INTERVAL
           END-EVALUATE

           COMPUTE WS-DUE-FECHA = FUNCTION DATE-OF-INTEGER
               (WS-CALIB-INT + WS-CALIB-INTERVAL)

           MOVE WS-CALIB-FECHA         TO SEN-LAST-CALIB-DATE
           MOVE WS-DUE-FECHA           TO SEN-CALIB-DUE-DATE
           MOVE WS-CALIB-INTERVAL      TO SEN-CALIB-INTERVAL
           MOVE TR-CERTIFICATE         TO SEN-CERTIFICATE

           MOVE WS-DUE-FECHA           TO WS-MD-DUE-FECHA
           MOVE WS-MD-DUE-REF          TO WS-MD-REFERENCIA.

       2850-EXIT.
           EXIT.

      ******************************************************************
      * 2900-WRITE-HISTORY - APPEND THE APPLIED EVENT TO CALIB-HISTORY
      *                      WITH THE FACTOR BEFORE AND AFTER
      ******************************************************************
       2900-WRITE-HISTORY.
           MOVE SPACES                 TO CALIB-HISTORY-RECORD
           MOVE WS-RUN-FECHA           TO CH-TS-DATE
           MOVE WS-RUN-HORA            TO CH-TS-TIME
           MOVE SEN-SENSOR-ID          TO CH-SENSOR-ID
           MOVE WS-HIST-EVENT          TO CH-EVENT
           MOVE WS-CALIB-FECHA         TO CH-CALIB-DATE
           MOVE TR-TECHNICIAN          TO CH-TECHNICIAN
           MOVE TR-CERTIFICATE         TO CH-CERTIFICATE
           MOVE WS-OLD-FACTOR          TO CH-OLD-FACTOR
           MOVE SEN-CALIB-FACTOR       TO CH-NEW-FACTOR
           IF SEN-CALIB-DUE-DATE IS NUMERIC
               MOVE SEN-CALIB-DUE-DATE TO CH-DUE-DATE
           ELSE
               MOVE ZERO               TO CH-DUE-DATE
           END-IF
           WRITE CALIB-HISTORY-RECORD.

       2900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES
      ******************************************************************
       9000-TERMINATE.
           CLOSE TRANS-FILE
           CLOSE SENSOR-MASTER
           CLOSE CALIB-HISTORY
           CLOSE MAINT-REPORT

           IF WS-INPUT-MISSING
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
           MOVE "SENSORMT"             TO ALR-PROGRAM
           MOVE ZERO                   TO ALR-STEP-NUMBER
           MOVE RETURN-CODE            TO ALR-RETURN-CODE
           MOVE "SENSORMT-REPORT"      TO ALR-REPORT-NAME

           CALL "ALERTPUT" USING ALR-REQUEST
           MOVE ALR-RETURN-CODE        TO RETURN-CODE.

       9900-EXIT.
           EXIT.

       END PROGRAM SENSORMT.
