      ******************************************************************
      * Author:     Fabio Cicerelli
      * Date:       15/OCT/2026
      * Purpose:    Weekly calibration-due report over SENSOR-MASTER,
      *             so the lab schedules recalibration before MRU
      *             starts refusing a rig's readings.  Lists every
      *             in-service rig whose calibration due date falls
      *             within the next CALIBDUE-PARM days (default 30)
      *             of the run date, every rig already past it, and
      *             every rig with no calibration on record, with
      *             the last calibration date, certificate, due date
      *             and days left.  Out-of-service rigs are left out.
      *             Run weekly by the scheduler, outside NIGHTJOB.
      *             Any overdue rig ends the run with RETURN-CODE 4
      *             so it reaches the operators.
      * Tectonics: cobc -x CALIBDUE.cob ENQUEUE.cob ALERTPUT.cob
      *            -o CALIBDUE
      *            (ENQUEUE and ALERTPUT are CALLed by name, so
      *            they must be linked into the same executable)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 15/OCT/26  FC   Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALIBDUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENSOR-MASTER ASSIGN TO "SENSOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEN-SENSOR-ID
               FILE STATUS IS WS-SENSMAST-STATUS.

           SELECT CALIBDUE-PARM ASSIGN TO "CALIBDUE-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RUNDATE-PARM ASSIGN TO "RUN-DATE-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNDATE-STATUS.

           SELECT CALIBDUE-REPORT ASSIGN TO "CALIBDUE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SENSOR-MASTER.
           COPY SENSMAST.

       FD  CALIBDUE-PARM
           RECORD CONTAINS 80 CHARACTERS.
       01  CALIBDUE-PARM-RECORD.
           05  CP-WINDOW-DAYS          PIC 9(03).
           05  FILLER                  PIC X(77).

       FD  RUNDATE-PARM
           RECORD CONTAINS 80 CHARACTERS.
       01  RUNDATE-RECORD.
           05  RD-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  CALIBDUE-REPORT
           RECORD CONTAINS 90 CHARACTERS.
       01  CALIBDUE-REPORT-LINE        PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-LOCK-FAILED-SW           PIC X(01) VALUE "N".
           88  WS-LOCK-FAILED                  VALUE "S".

           COPY ENQPARM.

           COPY ALRTPARM.

       77  WS-SENSMAST-STATUS          PIC X(02).
       77  WS-PARM-STATUS              PIC X(02).
       77  WS-RUNDATE-STATUS           PIC X(02).

       77  WS-RUN-FECHA                PIC 9(08).
       77  WS-RUN-INT                  PIC 9(07) COMP.

      *    DAYS AHEAD A DUE DATE IS REPORTED - OVERRIDDEN BY A
      *    NUMERIC NON-ZERO CALIBDUE-PARM
       77  WS-WINDOW-DAYS              PIC 9(03) VALUE 30.

       77  WS-DAYS-LEFT                PIC S9(07) COMP.

       77  WS-SENSOR-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-OVERDUE-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-DUE-SOON-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-UNDATED-COUNT            PIC 9(05) COMP VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-MASTER-SW        PIC X(01) VALUE "N".
               88  WS-EOF-MASTER                VALUE "S".
           05  WS-INPUT-MISSING-SW     PIC X(01) VALUE "N".
               88  WS-INPUT-MISSING             VALUE "S".

       01  WS-REPORT-LINES.
           05  WS-RPT-HDR-LINE.
               10  FILLER              PIC X(40) VALUE
                   "VENCIMIENTOS DE CALIBRACION DE SENSORES".
               10  FILLER              PIC X(07) VALUE "FECHA: ".
               10  WS-RH-FECHA         PIC 9(08).
               10  FILLER              PIC X(14) VALUE
                   "  PROXIMOS   ".
               10  WS-RH-WINDOW        PIC ZZ9.
               10  FILLER              PIC X(05) VALUE " DIAS".
               10  FILLER              PIC X(13) VALUE SPACES.
           05  WS-COL-HDR-LINE.
               10  FILLER              PIC X(06) VALUE "SENSOR".
               10  FILLER              PIC X(22) VALUE "DESCRIPCION".
               10  FILLER              PIC X(10) VALUE "ULT.CALIB".
               10  FILLER              PIC X(14) VALUE "CERTIFICADO".
               10  FILLER              PIC X(10) VALUE "VENCE".
               10  FILLER              PIC X(07) VALUE "  DIAS".
               10  FILLER              PIC X(21) VALUE "SITUACION".
           05  WS-DUE-DETAIL-LINE.
               10  WS-CD-SENSOR-ID     PIC X(04).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-CD-DESCRIPTION   PIC X(20).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-CD-LAST-CALIB    PIC X(08).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-CD-CERTIFICATE   PIC X(12).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-CD-DUE-DATE      PIC X(08).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-CD-DAYS-LEFT     PIC -----9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-CD-SITUACION     PIC X(15).
               10  FILLER              PIC X(06) VALUE SPACES.
           05  WS-TOTAL-LINE.
               10  WS-TL-TITLE         PIC X(30).
               10  WS-TL-COUNT         PIC Z(04)9.
               10  FILLER              PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-ACQUIRE-LOCKS
               THRU 0100-EXIT
           IF WS-LOCK-FAILED
               MOVE 16                 TO RETURN-CODE
               PERFORM 9900-RAISE-ALERT
                   THRU 9900-EXIT
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT

           PERFORM 2000-PROCESS-SENSOR
               THRU 2000-EXIT
               UNTIL WS-EOF-MASTER

           PERFORM 3000-WRITE-TOTALS
               THRU 3000-EXIT

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT

           PERFORM 9900-RAISE-ALERT
               THRU 9900-EXIT

           PERFORM 0900-RELEASE-LOCKS
               THRU 0900-EXIT

           GOBACK.

      ******************************************************************
      * 0100-ACQUIRE-LOCKS - ENQUEUE THE SHARED FILES THIS PROGRAM
      *                      OPENS.  ON ANY REFUSAL THE LOCKS
      *                      ALREADY TAKEN ARE GIVEN BACK
      ******************************************************************
       0100-ACQUIRE-LOCKS.
           MOVE "N"                    TO WS-LOCK-FAILED-SW
           MOVE "CALIBDUE"             TO ENQ-HOLDER
           MOVE "A"                    TO ENQ-FUNCTION
           MOVE "SENSOR-MASTER"        TO ENQ-RESOURCE
           MOVE "R"                    TO ENQ-MODE
           PERFORM 0150-CALL-ENQUEUE
               THRU 0150-EXIT

           IF WS-LOCK-FAILED
               PERFORM 0900-RELEASE-LOCKS
                   THRU 0900-EXIT
           END-IF.

       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-CALL-ENQUEUE - ACQUIRE ONE LOCK AND REPORT A REFUSAL
      ******************************************************************
       0150-CALL-ENQUEUE.
           CALL "ENQUEUE" USING ENQ-REQUEST
           IF ENQ-OK
               GO TO 0150-EXIT
           END-IF

           SET WS-LOCK-FAILED          TO TRUE
           IF ENQ-STALE
               DISPLAY "CALIBDUE - LOCK VENCIDO EN " ENQ-RESOURCE
                   " DE " ENQ-HOLDER-OUT ", ROMPERLO CON LOCKBRK"
           ELSE
               DISPLAY "CALIBDUE - RECURSO " ENQ-RESOURCE
                   " EN USO POR " ENQ-HOLDER-OUT
           END-IF.

       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0900-RELEASE-LOCKS - GIVE BACK EVERY LOCK THIS PROGRAM TAKES
      ******************************************************************
       0900-RELEASE-LOCKS.
           MOVE "CALIBDUE"             TO ENQ-HOLDER
           MOVE "R"                    TO ENQ-FUNCTION
           MOVE "SENSOR-MASTER"        TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST.

       0900-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INITIALIZE - RUN DATE AND WINDOW, OPEN THE MASTER AND
      *                   THE REPORT
      ******************************************************************
       1000-INITIALIZE.
           MOVE "N"                    TO WS-EOF-MASTER-SW
           MOVE "N"                    TO WS-INPUT-MISSING-SW
           MOVE ZERO                   TO WS-SENSOR-COUNT
           MOVE ZERO                   TO WS-OVERDUE-COUNT
           MOVE ZERO                   TO WS-DUE-SOON-COUNT
           MOVE ZERO                   TO WS-UNDATED-COUNT

           PERFORM 1100-GET-RUN-DATE
               THRU 1100-EXIT
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-FECHA)

           PERFORM 1200-LOAD-WINDOW-PARM
               THRU 1200-EXIT

           OPEN OUTPUT CALIBDUE-REPORT
           MOVE WS-RUN-FECHA           TO WS-RH-FECHA
           MOVE WS-WINDOW-DAYS         TO WS-RH-WINDOW
           MOVE WS-RPT-HDR-LINE        TO CALIBDUE-REPORT-LINE
           WRITE CALIBDUE-REPORT-LINE
           MOVE WS-COL-HDR-LINE        TO CALIBDUE-REPORT-LINE
           WRITE CALIBDUE-REPORT-LINE

           OPEN INPUT SENSOR-MASTER
           IF WS-SENSMAST-STATUS NOT = "00"
               SET WS-INPUT-MISSING    TO TRUE
               SET WS-EOF-MASTER       TO TRUE
               DISPLAY "CALIBDUE - SENSOR-MASTER NOT FOUND, STATUS = "
                   WS-SENSMAST-STATUS
           END-IF.

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
      * 1200-LOAD-WINDOW-PARM - DAYS AHEAD TO REPORT.  A MISSING FILE
      *                         OR A BLANK FIELD KEEPS THE DEFAULT
      ******************************************************************
       1200-LOAD-WINDOW-PARM.
           OPEN INPUT CALIBDUE-PARM
           IF WS-PARM-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF

           READ CALIBDUE-PARM
               AT END
                   CONTINUE
           END-READ
           IF WS-PARM-STATUS = "00"
               IF CP-WINDOW-DAYS IS NUMERIC
                   AND CP-WINDOW-DAYS > ZERO
                   MOVE CP-WINDOW-DAYS TO WS-WINDOW-DAYS
               END-IF
           END-IF
           CLOSE CALIBDUE-PARM.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-SENSOR - READ THE NEXT RIG AND LIST IT WHEN IT IS
      *                       OVERDUE, COMING DUE WITHIN THE WINDOW OR
      *                       HAS NO CALIBRATION ON RECORD
      ******************************************************************
       2000-PROCESS-SENSOR.
           READ SENSOR-MASTER NEXT RECORD
               AT END
                   SET WS-EOF-MASTER   TO TRUE
                   GO TO 2000-EXIT
           END-READ

           IF SEN-OUT-OF-SERVICE
               GO TO 2000-EXIT
           END-IF
           ADD 1                       TO WS-SENSOR-COUNT

           MOVE SPACES                 TO WS-DUE-DETAIL-LINE
           MOVE SEN-SENSOR-ID          TO WS-CD-SENSOR-ID
           MOVE SEN-DESCRIPTION        TO WS-CD-DESCRIPTION
           MOVE SEN-CERTIFICATE        TO WS-CD-CERTIFICATE
           IF SEN-LAST-CALIB-DATE IS NUMERIC
               AND SEN-LAST-CALIB-DATE > ZERO
               MOVE SEN-LAST-CALIB-DATE
                                       TO WS-CD-LAST-CALIB
           END-IF

           IF SEN-CALIB-DUE-DATE IS NOT NUMERIC
               OR SEN-CALIB-DUE-DATE = ZERO
               ADD 1                   TO WS-UNDATED-COUNT
               MOVE "SIN CALIBRACION"  TO WS-CD-SITUACION
               PERFORM 2100-WRITE-DUE-LINE
                   THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF

           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE (SEN-CALIB-DUE-DATE)
               - WS-RUN-INT
           IF WS-DAYS-LEFT > WS-WINDOW-DAYS
               GO TO 2000-EXIT
           END-IF

           IF WS-DAYS-LEFT < ZERO
               ADD 1                   TO WS-OVERDUE-COUNT
               MOVE "VENCIDO"          TO WS-CD-SITUACION
           ELSE
               ADD 1                   TO WS-DUE-SOON-COUNT
               MOVE "VENCE PRONTO"     TO WS-CD-SITUACION
           END-IF
           MOVE SEN-CALIB-DUE-DATE     TO WS-CD-DUE-DATE
           MOVE WS-DAYS-LEFT           TO WS-CD-DAYS-LEFT
           PERFORM 2100-WRITE-DUE-LINE
               THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-WRITE-DUE-LINE - WRITE ONE RIG'S LINE
      ******************************************************************
       2100-WRITE-DUE-LINE.
           MOVE WS-DUE-DETAIL-LINE     TO CALIBDUE-REPORT-LINE
           WRITE CALIBDUE-REPORT-LINE.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-WRITE-TOTALS - COUNTS OF RIGS OVERDUE, COMING DUE AND
      *                     WITHOUT A CALIBRATION
      ******************************************************************
       3000-WRITE-TOTALS.
           MOVE SPACES                 TO CALIBDUE-REPORT-LINE
           WRITE CALIBDUE-REPORT-LINE

           MOVE "SENSORES EN SERVICIO:"
                                       TO WS-TL-TITLE
           MOVE WS-SENSOR-COUNT        TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE          TO CALIBDUE-REPORT-LINE
           WRITE CALIBDUE-REPORT-LINE

           MOVE "CALIBRACION VENCIDA:" TO WS-TL-TITLE
           MOVE WS-OVERDUE-COUNT       TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE          TO CALIBDUE-REPORT-LINE
           WRITE CALIBDUE-REPORT-LINE

           MOVE "VENCEN DENTRO DEL PERIODO:"
                                       TO WS-TL-TITLE
           MOVE WS-DUE-SOON-COUNT      TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE          TO CALIBDUE-REPORT-LINE
           WRITE CALIBDUE-REPORT-LINE

           MOVE "SIN CALIBRACION REGISTRADA:"
                                       TO WS-TL-TITLE
           MOVE WS-UNDATED-COUNT       TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE          TO CALIBDUE-REPORT-LINE
           WRITE CALIBDUE-REPORT-LINE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES AND SET THE RETURN-CODE: 4 WHEN
      *                  A RIG IN SERVICE IS PAST ITS DUE DATE
      ******************************************************************
       9000-TERMINATE.
           IF NOT WS-INPUT-MISSING
               CLOSE SENSOR-MASTER
           END-IF
           CLOSE CALIBDUE-REPORT

           EVALUATE TRUE
               WHEN WS-INPUT-MISSING
                   MOVE 8              TO RETURN-CODE
               WHEN WS-OVERDUE-COUNT > ZERO
                   MOVE 4              TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO           TO RETURN-CODE
           END-EVALUATE.

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
           MOVE "CALIBDUE"             TO ALR-PROGRAM
           MOVE ZERO                   TO ALR-STEP-NUMBER
           MOVE RETURN-CODE            TO ALR-RETURN-CODE
           MOVE "CALIBDUE-REPORT"      TO ALR-REPORT-NAME

           CALL "ALERTPUT" USING ALR-REQUEST
           MOVE ALR-RETURN-CODE        TO RETURN-CODE.

       9900-EXIT.
           EXIT.

       END PROGRAM CALIBDUE.
