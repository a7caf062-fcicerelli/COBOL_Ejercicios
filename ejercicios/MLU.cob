      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc -x MLU.cob ENQUEUE.cob ALERTPUT.cob
      *            -o MRU
      *            (ENQUEUE and ALERTPUT are CALLed by name, so
      *            they must be linked into the same executable)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      *                 monitor can attribute every logged reading to
      *                 its rig.  Lines written before this change
      *                 lack the column and are ignored by SENSTAT.
      * 15/OCT/26  FC   Lab practical scoring.  LECTURA-RECORD now
      *                 carries the student id and experiment id (from
      *                 the trailing FILLER).  A tagged reading's
      *                 calibrated MRUV result (final velocity or
      *                 distance, as the experiment says) is compared
      *                 with the expected value on the new
      *                 EXPERIMENT-REF file: full marks inside the
      *                 experiment's percent tolerance, falling
      *                 linearly to zero at three times it.  Each
      *                 reading goes on the new MRU-LAB-FEEDBACK
      *                 report (measured, expected, percent error,
      *                 score), and each student's scores per course
      *                 are written to the new LAB-GRADES file in the
      *                 GRADES-RECORD layout with the experiment's lab
      *                 category code, record type L, for CONSOL to
      *                 fold into the student's section record.  An
      *                 unknown experiment goes to MRU-EXCEPT and
      *                 counts as a sensor exception (RC 4).
      * 15/OCT/26  FC   A run ending with a nonzero RETURN-CODE leaves
      *                 an operator alert on ALERT-OUTBOX through
      *                 ALERTPUT, naming RESULTADOS-FILE.
      * 15/OCT/26  FC   Calibration due dates.  A reading from a rig
      *                 whose SENSOR-MASTER calibration due date is
      *                 before the run date is refused onto MRU-EXCEPT
      *                 as CALIB VENCIDA with the date, like any other
      *                 sensor exception (RC 4).  A rig with no
      *                 calibration on record yet is still accepted;
      *                 CALIBDUE lists it for scheduling.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRU.
           SELECT SENSOR-EXCEPT ASSIGN TO "MRU-EXCEPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXPERIMENT-REF ASSIGN TO "EXPERIMENT-REF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPREF-STATUS.

           SELECT LAB-GRADES-FILE ASSIGN TO "LAB-GRADES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABGRAD-STATUS.

           SELECT LAB-FEEDBACK ASSIGN TO "MRU-LAB-FEEDBACK"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LECTURAS-FILE
           05  LEC-ACELERACION         PIC S9(03)V9
                                       SIGN LEADING SEPARATE.
           05  LEC-SENSOR-ID           PIC X(04).
           05  LEC-STUDENT-ID          PIC X(05).
           05  LEC-EXPERIMENT-ID       PIC X(06).
           05  FILLER                  PIC X(53).
           COPY BATCHCTL.

       FD  RESULTADOS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SENSOR-EXCEPT-LINE          PIC X(80).

       FD  EXPERIMENT-REF
           RECORD CONTAINS 80 CHARACTERS.
       01  EXPERIMENT-REF-RECORD.
           05  XR-EXPERIMENT-ID        PIC X(06).
           05  XR-COURSE-ID            PIC X(06).
           05  XR-MAGNITUD             PIC X(01).
               88  XR-MAG-VELOC-FINAL          VALUE "V".
               88  XR-MAG-DISTANCIA            VALUE "D".
           05  XR-VALOR-ESPERADO       PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  XR-TOLERANCIA           PIC 9(03)V99.
           05  XR-CATEG-CODE           PIC X(01).
           05  XR-DESCRIPCION          PIC X(30).
           05  FILLER                  PIC X(21).

       FD  LAB-GRADES-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LAB-GRADES-RECORD.
           05  LG-RECORD-TYPE          PIC X(01).
           05  LG-STUDENT-ID           PIC X(05).
           05  LG-CANT-NOTAS           PIC 9(02).
           05  LG-NOTA-TABLE           OCCURS 10 TIMES
                                       PIC 9(03)V99.
           05  LG-COURSE-ID            PIC X(06).
           05  LG-CATEG-TABLE          OCCURS 10 TIMES
                                       PIC X(01).
           05  FILLER                  PIC X(06).
           COPY BATCHCTL REPLACING LEADING ==BC== BY ==LC==.

       FD  LAB-FEEDBACK
           RECORD CONTAINS 80 CHARACTERS.
       01  LAB-FEEDBACK-LINE           PIC X(80).

       FD  MOVEMENT-LOG
           RECORD CONTAINS 80 CHARACTERS.
       01  MOVEMENT-LOG-LINE           PIC X(80).

           COPY ENQPARM.

           COPY ALRTPARM.

       01  WS-MOVLOG-STATUS            PIC X(02).
       01  WS-AUDITLOG-STATUS          PIC X(02).
       01  WS-LECTURAS-STATUS          PIC X(02).
           05  DISTANCIA-MRUV          PIC S9(07)V99.

       01  WS-SENSMAST-STATUS          PIC X(02).
       01  WS-EXPREF-STATUS            PIC X(02).
       01  WS-LABGRAD-STATUS           PIC X(02).

       01  WS-SENSOR-WORK.
           05  WS-CALIB-FACTOR         PIC 9(01)V9(04).
               10  WS-SS-COUNT         PIC 9(05) COMP.
               10  WS-SS-DIST-SUM      PIC 9(09)V99.

       01  WS-EXPERIMENT-TABLE-AREA.
           05  WS-XR-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-XR-MAX               PIC 9(03) COMP VALUE 100.
           05  WS-XR-SUB               PIC 9(03) COMP.
           05  WS-XR-FOUND-SUB         PIC 9(03) COMP.
           05  WS-XR-ENTRY             OCCURS 100 TIMES.
               10  WS-XR-EXPERIMENT-ID PIC X(06).
               10  WS-XR-COURSE-ID     PIC X(06).
               10  WS-XR-MAGNITUD      PIC X(01).
               10  WS-XR-ESPERADO      PIC S9(07)V99.
               10  WS-XR-TOLERANCIA    PIC 9(03)V99.
               10  WS-XR-CATEG-CODE    PIC X(01).

       01  WS-LAB-WORK.
           05  WS-LAB-MEDIDO           PIC S9(07)V99.
           05  WS-LAB-DIFERENCIA       PIC S9(07)V99.
           05  WS-LAB-BASE             PIC S9(07)V99.
           05  WS-LAB-ERROR-PCT        PIC 9(05)V99.
           05  WS-LAB-PUNTAJE-CALC     PIC S9(05)V99.
           05  WS-LAB-PUNTAJE          PIC 9(03)V99.
           05  WS-LAB-READING-COUNT    PIC 9(05) COMP VALUE ZERO.
           05  WS-LAB-EXC-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  WS-LAB-WRITE-COUNT      PIC 9(07) VALUE ZERO.

       01  WS-LAB-TABLE-AREA.
           05  WS-LS-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-LS-MAX               PIC 9(03) COMP VALUE 500.
           05  WS-LS-SUB               PIC 9(03) COMP.
           05  WS-LS-FOUND-SUB         PIC 9(03) COMP.
           05  WS-LS-SLOT              PIC 9(02) COMP.
           05  WS-LS-FOUND-SLOT        PIC 9(02) COMP.
           05  WS-LS-ENTRY             OCCURS 500 TIMES.
               10  WS-LS-STUDENT-ID    PIC X(05).
               10  WS-LS-COURSE-ID     PIC X(06).
               10  WS-LS-CANT          PIC 9(02) COMP.
               10  WS-LS-EXPERIMENTO   OCCURS 10 TIMES.
                   15  WS-LS-EXPERIMENT-ID
                                       PIC X(06).
                   15  WS-LS-PUNTAJE   PIC 9(03)V99.
                   15  WS-LS-CATEG     PIC X(01).

       01  WS-SWITCHES.
           05  WS-EOF-LECTURAS-SW      PIC X(01) VALUE "N".
               88  WS-EOF-LECTURAS               VALUE "S".
               88  WS-CTL-TRL-SEEN               VALUE "S".
           05  WS-CTL-ERROR-SW         PIC X(01) VALUE "N".
               88  WS-CTL-ERROR                  VALUE "S".
           05  WS-EOF-EXPREF-SW        PIC X(01) VALUE "N".
               88  WS-EOF-EXPREF                 VALUE "S".

       01  WS-CONTROL-CHECK.
           05  WS-CTL-EXPECTED         PIC 9(07) VALUE ZERO.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-LOG-DISTANCIA    PIC Z(06)9.99.
               10  FILLER              PIC X(33) VALUE SPACES.
           05  WS-FB-TITLE-LINE.
               10  FILLER              PIC X(40) VALUE
                   "MRU - DEVOLUCION DE PRACTICAS DE LAB.".
               10  FILLER              PIC X(16) VALUE
                   "FECHA DE CORRIDA".
               10  FILLER              PIC X(01) VALUE SPACE.
               10  WS-FBT-RUN-FECHA    PIC 9(08).
               10  FILLER              PIC X(15) VALUE SPACES.
           05  WS-FB-HDR-LINE.
               10  FILLER              PIC X(07) VALUE "ALUMNO".
               10  FILLER              PIC X(08) VALUE "EXPER.".
               10  FILLER              PIC X(03) VALUE "M".
               10  FILLER              PIC X(13) VALUE "     MEDIDO".
               10  FILLER              PIC X(13) VALUE "   ESPERADO".
               10  FILLER              PIC X(10) VALUE " ERROR %".
               10  FILLER              PIC X(08) VALUE " TOL %".
               10  FILLER              PIC X(08) VALUE "PUNTAJE".
               10  FILLER              PIC X(10) VALUE "RESULTADO".
           05  WS-FB-DETAIL-LINE.
               10  WS-FB-STUDENT-ID    PIC X(05).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-FB-EXPERIMENT-ID PIC X(06).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-FB-MAGNITUD      PIC X(01).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-FB-MEDIDO        PIC -(07)9.99.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-FB-ESPERADO      PIC -(07)9.99.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-FB-ERROR-PCT     PIC Z(04)9.99.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-FB-TOLERANCIA    PIC ZZ9.99.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-FB-PUNTAJE       PIC ZZ9.99.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-FB-RESULTADO     PIC X(10).
           05  WS-FB-TOTAL-LINE.
               10  WS-FBS-LABEL        PIC X(30).
               10  WS-FBS-VALUE        PIC ZZZZ9.
               10  FILLER              PIC X(45) VALUE SPACES.

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

           MOVE "N"                    TO WS-CTL-ERROR-SW
           MOVE "N"                    TO WS-SENSMAST-OK-SW
           MOVE ZERO                   TO WS-CTL-EXPECTED
           MOVE ZERO                   TO WS-LS-COUNT
           MOVE ZERO                   TO WS-LAB-READING-COUNT
           MOVE ZERO                   TO WS-LAB-EXC-COUNT
           MOVE ZERO                   TO WS-LAB-WRITE-COUNT

           OPEN OUTPUT RESULTADOS-FILE
           MOVE WS-HDR-LINE            TO RESULTADOS-LINE
           MOVE WS-RUN-FECHA           TO WS-RUN-FECHA-ED
           MOVE WS-RUN-HORA (1:6)      TO WS-RUN-HORA-ED

           PERFORM 1200-LOAD-EXPERIMENTS
               THRU 1200-EXIT

           OPEN OUTPUT LAB-FEEDBACK
           MOVE WS-RUN-FECHA           TO WS-FBT-RUN-FECHA
           MOVE WS-FB-TITLE-LINE       TO LAB-FEEDBACK-LINE
           WRITE LAB-FEEDBACK-LINE
           MOVE SPACES                 TO LAB-FEEDBACK-LINE
           WRITE LAB-FEEDBACK-LINE
           MOVE WS-FB-HDR-LINE         TO LAB-FEEDBACK-LINE
           WRITE LAB-FEEDBACK-LINE

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDITLOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-EXPERIMENTS - KEEP EVERY EXPERIMENT'S COURSE,
      *                         MAGNITUDE, EXPECTED VALUE, TOLERANCE
      *                         AND LAB CATEGORY.  WITHOUT THE FILE NO
      *                         READING CAN BE SCORED AND EVERY TAGGED
      *                         ONE IS FLAGGED AS UNKNOWN
      ******************************************************************
       1200-LOAD-EXPERIMENTS.
           MOVE ZERO                   TO WS-XR-COUNT
           MOVE "N"                    TO WS-EOF-EXPREF-SW

           OPEN INPUT EXPERIMENT-REF
           IF WS-EXPREF-STATUS NOT = "00"
               DISPLAY "MRU - EXPERIMENT-REF NO DISPONIBLE, LAS "
                   "PRACTICAS NO SE CALIFICAN"
               GO TO 1200-EXIT
           END-IF

           PERFORM 1210-LOAD-EXPERIMENT-ENTRY
               THRU 1210-EXIT
               UNTIL WS-EOF-EXPREF
               OR WS-XR-COUNT >= WS-XR-MAX

           CLOSE EXPERIMENT-REF.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1210-LOAD-EXPERIMENT-ENTRY - STORE ONE EXPERIMENT, SKIPPING
      *                              BLANK OR MALFORMED LINES.  A
      *                              BLANK MAGNITUDE MEANS DISTANCE
      *                              AND A BLANK CATEGORY MEANS L
      ******************************************************************
       1210-LOAD-EXPERIMENT-ENTRY.
           READ EXPERIMENT-REF
               AT END
                   SET WS-EOF-EXPREF   TO TRUE
                   GO TO 1210-EXIT
           END-READ

           IF XR-EXPERIMENT-ID = SPACES
               OR XR-VALOR-ESPERADO IS NOT NUMERIC
               OR XR-TOLERANCIA IS NOT NUMERIC
               GO TO 1210-EXIT
           END-IF

           ADD 1                       TO WS-XR-COUNT
           MOVE XR-EXPERIMENT-ID       TO WS-XR-EXPERIMENT-ID
                                          (WS-XR-COUNT)
           MOVE XR-COURSE-ID           TO WS-XR-COURSE-ID
                                          (WS-XR-COUNT)
           MOVE XR-VALOR-ESPERADO      TO WS-XR-ESPERADO
                                          (WS-XR-COUNT)
           MOVE XR-TOLERANCIA          TO WS-XR-TOLERANCIA
                                          (WS-XR-COUNT)
           IF XR-MAG-VELOC-FINAL
               MOVE "V"                TO WS-XR-MAGNITUD
                                          (WS-XR-COUNT)
           ELSE
               MOVE "D"                TO WS-XR-MAGNITUD
                                          (WS-XR-COUNT)
           END-IF
           IF XR-CATEG-CODE = SPACE
               MOVE "L"                TO WS-XR-CATEG-CODE
                                          (WS-XR-COUNT)
           ELSE
               MOVE XR-CATEG-CODE      TO WS-XR-CATEG-CODE
                                          (WS-XR-COUNT)
           END-IF.

       1210-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-LECTURA - COMPUTE DISTANCIA FOR ONE READING AND
      *                        READ THE NEXT RECORD
           PERFORM 2300-TALLY-SENSOR
               THRU 2300-EXIT

           IF LEC-EXPERIMENT-ID NOT = SPACES
               AND LEC-STUDENT-ID NOT = SPACES
               PERFORM 2400-SCORE-EXPERIMENT
                   THRU 2400-EXIT
           END-IF

           PERFORM 2500-READ-LECTURA
               THRU 2500-EXIT.

      ******************************************************************
      * 2050-LOOKUP-SENSOR - RESOLVE THE READING'S RIG AGAINST
      *                      SENSOR-MASTER AND PICK UP ITS
      *                      CALIBRATION FACTOR.  A RIG PAST ITS
      *                      CALIBRATION DUE DATE IS REFUSED.  WITH
      *                      NO MASTER AT ALL THE READING RUNS
      *                      UNCALIBRATED
      ******************************************************************
       2050-LOOKUP-SENSOR.
           MOVE "N"                    TO WS-SENSOR-OK-SW
                   MOVE "SENSOR DESCONOCIDO"
                                       TO WS-SENSOR-MOTIVO
               NOT INVALID KEY
                   PERFORM 2055-CHECK-SENSOR
                       THRU 2055-EXIT
           END-READ.

       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2055-CHECK-SENSOR - ACCEPT A RIG THAT IS IN SERVICE AND NOT
      *                     PAST ITS CALIBRATION DUE DATE
      ******************************************************************
       2055-CHECK-SENSOR.
           IF SEN-OUT-OF-SERVICE
               MOVE "SENSOR FUERA DE SERVICIO"
                                       TO WS-SENSOR-MOTIVO
               GO TO 2055-EXIT
           END-IF

           IF SEN-CALIB-DUE-DATE IS NUMERIC
               AND SEN-CALIB-DUE-DATE > ZERO
               AND SEN-CALIB-DUE-DATE < WS-RUN-FECHA
               STRING "CALIB VENCIDA "     DELIMITED BY SIZE
                   SEN-CALIB-DUE-DATE      DELIMITED BY SIZE
                   INTO WS-SENSOR-MOTIVO
               END-STRING
               GO TO 2055-EXIT
           END-IF

           SET WS-SENSOR-OK            TO TRUE
           IF SEN-CALIB-FACTOR IS NUMERIC
               AND SEN-CALIB-FACTOR > ZERO
               MOVE SEN-CALIB-FACTOR   TO WS-CALIB-FACTOR
           END-IF.

       2055-EXIT.
           EXIT.

      ******************************************************************
      * 2060-LOG-SENSOR-EXCEPTION - FLAG A READING FROM AN UNKNOWN,
      *                             BLANK, OUT-OF-SERVICE OR OVERDUE
      *                             SENSOR ONTO THE EXCEPTION LISTING
      ******************************************************************
       2060-LOG-SENSOR-EXCEPTION.
           ADD 1                       TO WS-SENSOR-EXC-COUNT
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2400-SCORE-EXPERIMENT - COMPARE THE READING'S CALIBRATED MRUV
      *                         RESULT WITH THE EXPERIMENT'S EXPECTED
      *                         VALUE, SCORE IT AGAINST THE TOLERANCE,
      *                         REPORT IT TO THE STUDENT AND KEEP THE
      *                         SCORE FOR THE LAB GRADE FILE
      ******************************************************************
       2400-SCORE-EXPERIMENT.
           ADD 1                       TO WS-LAB-READING-COUNT
           MOVE ZERO                   TO WS-XR-FOUND-SUB
           PERFORM 2410-SCAN-EXPERIMENT
               THRU 2410-EXIT
               VARYING WS-XR-SUB FROM 1 BY 1
               UNTIL WS-XR-SUB > WS-XR-COUNT
               OR WS-XR-FOUND-SUB > ZERO

           MOVE SPACES                 TO WS-FB-DETAIL-LINE
           MOVE LEC-STUDENT-ID         TO WS-FB-STUDENT-ID
           MOVE LEC-EXPERIMENT-ID      TO WS-FB-EXPERIMENT-ID

           IF WS-XR-FOUND-SUB = ZERO
               ADD 1                   TO WS-LAB-EXC-COUNT
               MOVE "DESCONOC."        TO WS-FB-RESULTADO
               MOVE WS-FB-DETAIL-LINE  TO LAB-FEEDBACK-LINE
               WRITE LAB-FEEDBACK-LINE
               MOVE SPACES             TO WS-SENSOR-MOTIVO
               STRING "EXPER. DESCONOCIDO " LEC-EXPERIMENT-ID
                   DELIMITED BY SIZE INTO WS-SENSOR-MOTIVO
               PERFORM 2060-LOG-SENSOR-EXCEPTION
                   THRU 2060-EXIT
               GO TO 2400-EXIT
           END-IF

           IF WS-XR-MAGNITUD (WS-XR-FOUND-SUB) = "V"
               MOVE VELOCIDAD-FINAL    TO WS-LAB-MEDIDO
           ELSE
               MOVE DISTANCIA-MRUV     TO WS-LAB-MEDIDO
           END-IF

           PERFORM 2420-COMPUTE-SCORE
               THRU 2420-EXIT

           MOVE WS-XR-MAGNITUD (WS-XR-FOUND-SUB)
                                       TO WS-FB-MAGNITUD
           MOVE WS-LAB-MEDIDO          TO WS-FB-MEDIDO
           MOVE WS-XR-ESPERADO (WS-XR-FOUND-SUB)
                                       TO WS-FB-ESPERADO
           MOVE WS-LAB-ERROR-PCT       TO WS-FB-ERROR-PCT
           MOVE WS-XR-TOLERANCIA (WS-XR-FOUND-SUB)
                                       TO WS-FB-TOLERANCIA
           MOVE WS-LAB-PUNTAJE         TO WS-FB-PUNTAJE
           IF WS-LAB-ERROR-PCT > WS-XR-TOLERANCIA (WS-XR-FOUND-SUB)
               MOVE "FUERA TOL."       TO WS-FB-RESULTADO
           ELSE
               MOVE "DENTRO TOL"       TO WS-FB-RESULTADO
           END-IF
           MOVE WS-FB-DETAIL-LINE      TO LAB-FEEDBACK-LINE
           WRITE LAB-FEEDBACK-LINE

           PERFORM 2430-KEEP-SCORE
               THRU 2430-EXIT.

       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2410-SCAN-EXPERIMENT - LOOK FOR THE READING'S EXPERIMENT
      ******************************************************************
       2410-SCAN-EXPERIMENT.
           IF WS-XR-EXPERIMENT-ID (WS-XR-SUB) = LEC-EXPERIMENT-ID
               MOVE WS-XR-SUB          TO WS-XR-FOUND-SUB
           END-IF.

       2410-EXIT.
           EXIT.

      ******************************************************************
      * 2420-COMPUTE-SCORE - PERCENT ERROR = |MEDIDO - ESPERADO| /
      *                      |ESPERADO| * 100.  FULL MARKS INSIDE THE
      *                      TOLERANCE, THEN LOSING 50 POINTS PER
      *                      TOLERANCE WIDTH BEYOND IT, SO THE SCORE
      *                      REACHES ZERO AT THREE TIMES THE TOLERANCE.
      *                      AN EXPECTED VALUE OF ZERO ONLY ADMITS AN
      *                      EXACT READING
      ******************************************************************
       2420-COMPUTE-SCORE.
           COMPUTE WS-LAB-DIFERENCIA =
               WS-LAB-MEDIDO - WS-XR-ESPERADO (WS-XR-FOUND-SUB)
           IF WS-LAB-DIFERENCIA < ZERO
               COMPUTE WS-LAB-DIFERENCIA = WS-LAB-DIFERENCIA * -1
           END-IF

           MOVE WS-XR-ESPERADO (WS-XR-FOUND-SUB)
                                       TO WS-LAB-BASE
           IF WS-LAB-BASE < ZERO
               COMPUTE WS-LAB-BASE = WS-LAB-BASE * -1
           END-IF

           IF WS-LAB-BASE = ZERO
               IF WS-LAB-DIFERENCIA = ZERO
                   MOVE ZERO           TO WS-LAB-ERROR-PCT
               ELSE
                   MOVE 99999.99       TO WS-LAB-ERROR-PCT
               END-IF
           ELSE
               COMPUTE WS-LAB-ERROR-PCT ROUNDED =
                   WS-LAB-DIFERENCIA * 100 / WS-LAB-BASE
                   ON SIZE ERROR
                       MOVE 99999.99   TO WS-LAB-ERROR-PCT
               END-COMPUTE
           END-IF

           EVALUATE TRUE
               WHEN WS-LAB-ERROR-PCT <=
                   WS-XR-TOLERANCIA (WS-XR-FOUND-SUB)
                   MOVE 100            TO WS-LAB-PUNTAJE
               WHEN WS-XR-TOLERANCIA (WS-XR-FOUND-SUB) = ZERO
                   MOVE ZERO           TO WS-LAB-PUNTAJE
               WHEN OTHER
                   COMPUTE WS-LAB-PUNTAJE-CALC ROUNDED =
                       100 - (50 * (WS-LAB-ERROR-PCT
                           - WS-XR-TOLERANCIA (WS-XR-FOUND-SUB))
                           / WS-XR-TOLERANCIA (WS-XR-FOUND-SUB))
                       ON SIZE ERROR
                           MOVE ZERO   TO WS-LAB-PUNTAJE-CALC
                   END-COMPUTE
                   IF WS-LAB-PUNTAJE-CALC < ZERO
                       MOVE ZERO       TO WS-LAB-PUNTAJE
                   ELSE
                       MOVE WS-LAB-PUNTAJE-CALC
                                       TO WS-LAB-PUNTAJE
                   END-IF
           END-EVALUATE.

       2420-EXIT.
           EXIT.

      ******************************************************************
      * 2430-KEEP-SCORE - FILE THE SCORE UNDER THE STUDENT AND THE
      *                   EXPERIMENT'S COURSE.  A REPEATED EXPERIMENT
      *                   REPLACES THE EARLIER SCORE; A STUDENT CAN
      *                   HOLD TEN EXPERIMENTS PER COURSE, THE NOTAS A
      *                   GRADES-RECORD CARRIES
      ******************************************************************
       2430-KEEP-SCORE.
           MOVE ZERO                   TO WS-LS-FOUND-SUB
           PERFORM 2440-SCAN-LAB-STUDENT
               THRU 2440-EXIT
               VARYING WS-LS-SUB FROM 1 BY 1
               UNTIL WS-LS-SUB > WS-LS-COUNT
               OR WS-LS-FOUND-SUB > ZERO

           IF WS-LS-FOUND-SUB = ZERO
               IF WS-LS-COUNT >= WS-LS-MAX
                   ADD 1               TO WS-LAB-EXC-COUNT
                   MOVE "TABLA DE PRACTICAS LLENA"
                                       TO WS-SENSOR-MOTIVO
                   PERFORM 2060-LOG-SENSOR-EXCEPTION
                       THRU 2060-EXIT
                   GO TO 2430-EXIT
               END-IF
               ADD 1                   TO WS-LS-COUNT
               MOVE WS-LS-COUNT        TO WS-LS-FOUND-SUB
               MOVE LEC-STUDENT-ID     TO WS-LS-STUDENT-ID
                                          (WS-LS-FOUND-SUB)
               MOVE WS-XR-COURSE-ID (WS-XR-FOUND-SUB)
                                       TO WS-LS-COURSE-ID
                                          (WS-LS-FOUND-SUB)
               MOVE ZERO               TO WS-LS-CANT (WS-LS-FOUND-SUB)
           END-IF

           MOVE ZERO                   TO WS-LS-FOUND-SLOT
           PERFORM 2450-SCAN-LAB-SLOT
               THRU 2450-EXIT
               VARYING WS-LS-SLOT FROM 1 BY 1
               UNTIL WS-LS-SLOT > WS-LS-CANT (WS-LS-FOUND-SUB)
               OR WS-LS-FOUND-SLOT > ZERO

           IF WS-LS-FOUND-SLOT = ZERO
               IF WS-LS-CANT (WS-LS-FOUND-SUB) >= 10
                   ADD 1               TO WS-LAB-EXC-COUNT
                   MOVE SPACES         TO WS-SENSOR-MOTIVO
                   STRING "MAS DE 10 PRACT. " LEC-STUDENT-ID
                       DELIMITED BY SIZE INTO WS-SENSOR-MOTIVO
                   PERFORM 2060-LOG-SENSOR-EXCEPTION
                       THRU 2060-EXIT
                   GO TO 2430-EXIT
               END-IF
               ADD 1                   TO WS-LS-CANT (WS-LS-FOUND-SUB)
               MOVE WS-LS-CANT (WS-LS-FOUND-SUB)
                                       TO WS-LS-FOUND-SLOT
               MOVE LEC-EXPERIMENT-ID  TO WS-LS-EXPERIMENT-ID
                                          (WS-LS-FOUND-SUB
                                           WS-LS-FOUND-SLOT)
           END-IF

           MOVE WS-LAB-PUNTAJE         TO WS-LS-PUNTAJE
                                          (WS-LS-FOUND-SUB
                                           WS-LS-FOUND-SLOT)
           MOVE WS-XR-CATEG-CODE (WS-XR-FOUND-SUB)
                                       TO WS-LS-CATEG
                                          (WS-LS-FOUND-SUB
                                           WS-LS-FOUND-SLOT).

       2430-EXIT.
           EXIT.

      ******************************************************************
      * 2440-SCAN-LAB-STUDENT - LOOK FOR THE STUDENT/COURSE ENTRY
      ******************************************************************
       2440-SCAN-LAB-STUDENT.
           IF WS-LS-STUDENT-ID (WS-LS-SUB) = LEC-STUDENT-ID
               AND WS-LS-COURSE-ID (WS-LS-SUB) =
                   WS-XR-COURSE-ID (WS-XR-FOUND-SUB)
               MOVE WS-LS-SUB          TO WS-LS-FOUND-SUB
           END-IF.

       2440-EXIT.
           EXIT.

      ******************************************************************
      * 2450-SCAN-LAB-SLOT - LOOK FOR THE EXPERIMENT IN THE ENTRY
      ******************************************************************
       2450-SCAN-LAB-SLOT.
           IF WS-LS-EXPERIMENT-ID (WS-LS-FOUND-SUB WS-LS-SLOT) =
               LEC-EXPERIMENT-ID
               MOVE WS-LS-SLOT         TO WS-LS-FOUND-SLOT
           END-IF.

       2450-EXIT.
           EXIT.

      ******************************************************************
      * 2500-READ-LECTURA - READ FORWARD TO THE NEXT DETAIL RECORD,
      *                     CAPTURING THE HEADER AND TRAILER CONTROL
       8010-EXIT.
           EXIT.

      ******************************************************************
      * 8100-WRITE-LAB-GRADES - WRITE ONE GRADES-RECORD PER STUDENT AND
      *                         COURSE WITH THE EXPERIMENT SCORES AS
      *                         NOTAS, FRAMED BY HEADER AND TRAILER
      *                         CONTROL RECORDS (8200 CLOSES THE
      *                         FEEDBACK REPORT WITH ITS TOTALS)
      ******************************************************************
       8100-WRITE-LAB-GRADES.
           OPEN OUTPUT LAB-GRADES-FILE
           IF WS-LABGRAD-STATUS NOT = "00"
               DISPLAY "MRU - NO SE PUDO CREAR LAB-GRADES, STATUS = "
                   WS-LABGRAD-STATUS
               GO TO 8100-EXIT
           END-IF

           MOVE SPACES                 TO LC-CONTROL-RECORD
           MOVE "H"                    TO LC-RECORD-TYPE
           MOVE WS-RUN-FECHA           TO LC-FILE-DATE
           MOVE "MRU"                  TO LC-SOURCE-SYSTEM
           WRITE LC-CONTROL-RECORD

           PERFORM 8110-WRITE-LAB-STUDENT
               THRU 8110-EXIT
               VARYING WS-LS-SUB FROM 1 BY 1
               UNTIL WS-LS-SUB > WS-LS-COUNT

           MOVE SPACES                 TO LC-CONTROL-RECORD
           MOVE "T"                    TO LC-RECORD-TYPE
           MOVE WS-LAB-WRITE-COUNT     TO LC-DETAIL-COUNT
           WRITE LC-CONTROL-RECORD

           CLOSE LAB-GRADES-FILE.

       8100-EXIT.
           EXIT.

      ******************************************************************
      * 8110-WRITE-LAB-STUDENT - ONE STUDENT'S LAB RECORD FOR A COURSE
      ******************************************************************
       8110-WRITE-LAB-STUDENT.
           MOVE SPACES                 TO LAB-GRADES-RECORD
           MOVE "L"                    TO LG-RECORD-TYPE
           MOVE WS-LS-STUDENT-ID (WS-LS-SUB)
                                       TO LG-STUDENT-ID
           MOVE WS-LS-COURSE-ID (WS-LS-SUB)
                                       TO LG-COURSE-ID
           MOVE WS-LS-CANT (WS-LS-SUB) TO LG-CANT-NOTAS
           PERFORM 8120-MOVE-LAB-SLOT
               THRU 8120-EXIT
               VARYING WS-LS-SLOT FROM 1 BY 1
               UNTIL WS-LS-SLOT > 10
           WRITE LAB-GRADES-RECORD
           ADD 1                       TO WS-LAB-WRITE-COUNT.

       8110-EXIT.
           EXIT.

      ******************************************************************
      * 8120-MOVE-LAB-SLOT - COPY ONE SCORE, ZERO BEYOND THE COUNT
      ******************************************************************
       8120-MOVE-LAB-SLOT.
           IF WS-LS-SLOT > WS-LS-CANT (WS-LS-SUB)
               MOVE ZERO               TO LG-NOTA-TABLE (WS-LS-SLOT)
               MOVE SPACE              TO LG-CATEG-TABLE (WS-LS-SLOT)
           ELSE
               MOVE WS-LS-PUNTAJE (WS-LS-SUB WS-LS-SLOT)
                                       TO LG-NOTA-TABLE (WS-LS-SLOT)
               MOVE WS-LS-CATEG (WS-LS-SUB WS-LS-SLOT)
                                       TO LG-CATEG-TABLE (WS-LS-SLOT)
           END-IF.

       8120-EXIT.
           EXIT.

      ******************************************************************
      * 8200-FEEDBACK-TOTALS - CLOSE THE FEEDBACK REPORT WITH ITS
      *                        COUNTS
      ******************************************************************
       8200-FEEDBACK-TOTALS.
           MOVE SPACES                 TO LAB-FEEDBACK-LINE
           WRITE LAB-FEEDBACK-LINE

           MOVE "LECTURAS DE PRACTICA:"
                                       TO WS-FBS-LABEL
           MOVE WS-LAB-READING-COUNT   TO WS-FBS-VALUE
           MOVE WS-FB-TOTAL-LINE       TO LAB-FEEDBACK-LINE
           WRITE LAB-FEEDBACK-LINE

           MOVE "NO CALIFICADAS:"      TO WS-FBS-LABEL
           MOVE WS-LAB-EXC-COUNT       TO WS-FBS-VALUE
           MOVE WS-FB-TOTAL-LINE       TO LAB-FEEDBACK-LINE
           WRITE LAB-FEEDBACK-LINE

           MOVE "NOTAS DE LAB. GENERADAS:"
                                       TO WS-FBS-LABEL
           MOVE WS-LAB-WRITE-COUNT     TO WS-FBS-VALUE
           MOVE WS-FB-TOTAL-LINE       TO LAB-FEEDBACK-LINE
           WRITE LAB-FEEDBACK-LINE.

       8200-EXIT.
           EXIT.

      ******************************************************************
      * 8500-VERIFY-CONTROL - CHECK THE TRAILER COUNT AGAINST THE
      *                       READINGS ACTUALLY READ AND LOG THE
           IF NOT WS-INPUT-MISSING
               PERFORM 8000-WRITE-SENSOR-SUMMARY
                   THRU 8000-EXIT
               PERFORM 8100-WRITE-LAB-GRADES
                   THRU 8100-EXIT
           END-IF
           PERFORM 8200-FEEDBACK-TOTALS
               THRU 8200-EXIT

           CLOSE LECTURAS-FILE
           CLOSE RESULTADOS-FILE
           CLOSE LAB-FEEDBACK
           CLOSE SENSOR-EXCEPT
           CLOSE SENSOR-MASTER

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
           MOVE "MRU"                  TO ALR-PROGRAM
           MOVE ZERO                   TO ALR-STEP-NUMBER
           MOVE RETURN-CODE            TO ALR-RETURN-CODE
           MOVE "RESULTADOS-FILE"      TO ALR-REPORT-NAME

           CALL "ALERTPUT" USING ALR-REQUEST
           MOVE ALR-RETURN-CODE        TO RETURN-CODE.

       9900-EXIT.
           EXIT.

       END PROGRAM MRU.
