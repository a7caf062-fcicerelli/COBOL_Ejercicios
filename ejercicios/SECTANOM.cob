      ******************************************************************
      * Author:     Fabio Cicerelli
      * Date:       15/OCT/2026
      * Purpose:    Section grade anomaly report, run after PROMEDIO.
      *             For every course section graded in the current
      *             term on GRADE-DETAIL it works out the section's
      *             average, spread (standard deviation) and failure
      *             rate and compares them with the same course's
      *             results in every previous term on file and with
      *             the course's other sections this term.  A section
      *             outside the SECTANOM-PARM thresholds - everyone
      *             with the same grade, an average far from the
      *             history or from the other sections, a failure
      *             rate doubled against the history, a pass rate
      *             far from the other sections - is flagged on the
      *             SECTANOM-REPORT with the course's instructor from
      *             COURSE-MASTER and written to the SECTION-REVIEW
      *             file, so the academic office can hold that
      *             course's results before the registrar feed goes
      *             out.  Sections too small to judge, and courses
      *             with too little history, are shown but not
      *             flagged on those checks.
      * Tectonics: cobc -x SECTANOM.cob ENQUEUE.cob ALERTPUT.cob
      *            -o SECTANOM
      *            (ENQUEUE and ALERTPUT are CALLed by name, so
      *            they must be linked into the same executable)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 15/OCT/26  FC   Initial version.
      * 15/OCT/26  FC   A run ending with a nonzero RETURN-CODE leaves
      *                 an operator alert on ALERT-OUTBOX through
      *                 ALERTPUT, naming SECTANOM-REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTANOM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-MASTER ASSIGN TO "COURSE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COURSE-ID
               FILE STATUS IS WS-COURMAST-STATUS.

           SELECT GRADE-DETAIL ASSIGN TO "GRADE-DETAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GD-KEY
               FILE STATUS IS WS-GRADDETL-STATUS.

           SELECT TERM-PARM ASSIGN TO "TERM-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMPARM-STATUS.

           SELECT RUNDATE-PARM ASSIGN TO "RUN-DATE-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNDATE-STATUS.

           SELECT SECTANOM-PARM ASSIGN TO "SECTANOM-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SECTANOM-REPORT ASSIGN TO "SECTANOM-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SECTION-REVIEW ASSIGN TO "SECTION-REVIEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

           SELECT SORT-FILE ASSIGN TO "SECTANOM-SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-MASTER.
           COPY COURMAST.

       FD  GRADE-DETAIL.
           COPY GRADDETL.

       FD  TERM-PARM
           RECORD CONTAINS 80 CHARACTERS.
       01  TERM-PARM-RECORD.
           05  TP-TERM-ID              PIC X(06).
           05  FILLER                  PIC X(74).

       FD  RUNDATE-PARM
           RECORD CONTAINS 80 CHARACTERS.
       01  RUNDATE-RECORD.
           05  RD-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  SECTANOM-PARM
           RECORD CONTAINS 80 CHARACTERS.
       01  SECTANOM-PARM-RECORD.
           05  AP-MIN-ALUMNOS          PIC 9(03).
           05  AP-MIN-HISTORIA         PIC 9(03).
           05  AP-MIN-DESVIO           PIC 9(03)V99.
           05  AP-MAX-DIF-HIST         PIC 9(03)V99.
           05  AP-FACTOR-DESVIO        PIC 9(01)V99.
           05  AP-FACTOR-REPROB        PIC 9(01)V99.
           05  AP-MIN-DIF-REPROB       PIC 9(03)V99.
           05  AP-MAX-DIF-SECC         PIC 9(03)V99.
           05  AP-MAX-DIF-APROB        PIC 9(03)V99.
           05  FILLER                  PIC X(43).

       FD  SECTANOM-REPORT
           RECORD CONTAINS 90 CHARACTERS.
       01  SECTANOM-REPORT-LINE        PIC X(90).

       FD  SECTION-REVIEW
           RECORD CONTAINS 90 CHARACTERS.
           COPY SECTREVW.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-COURSE-ID            PIC X(06).
           05  SR-SECTION-ID           PIC X(03).
           05  SR-PROMEDIO             PIC 9(03)V99.
           05  SR-APROBADO-SW          PIC X(01).
               88  SR-APROBADO                 VALUE "S".
           05  FILLER                  PIC X(05).

       WORKING-STORAGE SECTION.
       01  WS-LOCK-FAILED-SW           PIC X(01) VALUE "N".
           88  WS-LOCK-FAILED                  VALUE "S".

           COPY ENQPARM.

           COPY ALRTPARM.

       01  WS-COURMAST-STATUS          PIC X(02).
       01  WS-GRADDETL-STATUS          PIC X(02).
       01  WS-TERMPARM-STATUS          PIC X(02).
       01  WS-RUNDATE-STATUS           PIC X(02).
       01  WS-PARM-STATUS              PIC X(02).
       01  WS-REVIEW-STATUS            PIC X(02).

       77  WS-DETAIL-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-TERM-ROW-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-COURSE-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-SECTION-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-SMALL-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  WS-FLAGGED-COUNT            PIC 9(05) COMP VALUE ZERO.

       01  WS-RUN-FECHA                PIC 9(08).
       01  WS-TERM-ID                  PIC X(06).

      *    THRESHOLDS - BUILT-IN DEFAULTS, EACH OVERRIDDEN BY A
      *    NUMERIC NON-ZERO FIELD ON SECTANOM-PARM
       01  WS-THRESHOLDS.
           05  WS-MIN-ALUMNOS          PIC 9(03) VALUE 5.
           05  WS-MIN-HISTORIA         PIC 9(03) VALUE 10.
           05  WS-MIN-DESVIO           PIC 9(03)V99 VALUE 2.00.
           05  WS-MAX-DIF-HIST         PIC 9(03)V99 VALUE 15.00.
           05  WS-FACTOR-DESVIO        PIC 9(01)V99 VALUE 2.00.
           05  WS-FACTOR-REPROB        PIC 9(01)V99 VALUE 2.00.
           05  WS-MIN-DIF-REPROB       PIC 9(03)V99 VALUE 10.00.
           05  WS-MAX-DIF-SECC         PIC 9(03)V99 VALUE 20.00.
           05  WS-MAX-DIF-APROB        PIC 9(03)V99 VALUE 30.00.

      *    COURSE HISTORY - EVERY GRADE-DETAIL ROW OF A TERM BEFORE
      *    THE CURRENT ONE, ACCUMULATED BY COURSE
       01  WS-HISTORY-AREA.
           05  WS-HIST-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-MAX-HIST             PIC 9(03) COMP VALUE 500.
           05  WS-HIST-SUB             PIC 9(03) COMP.
           05  WS-HIST-FOUND-SUB       PIC 9(03) COMP.
           05  WS-HIST-KEY             PIC X(06).
           05  WS-HIST-ENTRY           OCCURS 500 TIMES.
               10  WS-HIST-COURSE-ID   PIC X(06).
               10  WS-HIST-N           PIC 9(07) COMP.
               10  WS-HIST-SUM         PIC 9(09)V99 COMP.
               10  WS-HIST-SUMSQ       PIC 9(13)V9(04) COMP.
               10  WS-HIST-PASS        PIC 9(07) COMP.

      *    SECTIONS OF THE COURSE BEING RETURNED FROM THE SORT
       01  WS-SECTION-AREA.
           05  WS-SEC-COUNT            PIC 9(02) COMP VALUE ZERO.
           05  WS-MAX-SEC              PIC 9(02) COMP VALUE 50.
           05  WS-SEC-SUB              PIC 9(02) COMP.
           05  WS-SEC-ENTRY            OCCURS 50 TIMES.
               10  WS-SEC-ID           PIC X(03).
               10  WS-SEC-N            PIC 9(07) COMP.
               10  WS-SEC-SUM          PIC 9(09)V99 COMP.
               10  WS-SEC-SUMSQ        PIC 9(13)V9(04) COMP.
               10  WS-SEC-PASS         PIC 9(07) COMP.

       01  WS-COURSE-WORK.
           05  WS-CURRENT-COURSE       PIC X(06).
           05  WS-CURRENT-SECTION      PIC X(03).
           05  WS-COURSE-NAME          PIC X(30).
           05  WS-INSTRUCTOR           PIC X(30).
           05  WS-CRS-N                PIC 9(07) COMP.
           05  WS-CRS-SUM              PIC 9(09)V99 COMP.
           05  WS-CRS-SUMSQ            PIC 9(13)V9(04) COMP.
           05  WS-CRS-PASS             PIC 9(07) COMP.

      *    ONE SET OF FIGURES (SECTION, OTHER SECTIONS OR HISTORY) IS
      *    MOVED INTO WS-ST-N/SUM/SUMSQ/PASS AND 4900 DERIVES THE REST
       01  WS-STATS-WORK.
           05  WS-ST-N                 PIC 9(07) COMP.
           05  WS-ST-SUM               PIC 9(09)V99 COMP.
           05  WS-ST-SUMSQ             PIC 9(13)V9(04) COMP.
           05  WS-ST-PASS              PIC 9(07) COMP.
           05  WS-ST-MEDIA-EXACTA      PIC 9(03)V9(06).
           05  WS-ST-VARIANZA          PIC S9(07)V9(06).
           05  WS-ST-PROMEDIO          PIC 9(03)V99.
           05  WS-ST-DESVIO            PIC 9(03)V99.
           05  WS-ST-REPROB-PCT        PIC 9(03)V99.
           05  WS-ST-APROB-PCT         PIC 9(03)V99.

       01  WS-COMPARE-WORK.
           05  WS-SEC-PROMEDIO         PIC 9(03)V99.
           05  WS-SEC-DESVIO           PIC 9(03)V99.
           05  WS-SEC-REPROB-PCT       PIC 9(03)V99.
           05  WS-SEC-APROB-PCT        PIC 9(03)V99.
           05  WS-HIS-N                PIC 9(07) COMP.
           05  WS-HIS-PROMEDIO         PIC 9(03)V99.
           05  WS-HIS-DESVIO           PIC 9(03)V99.
           05  WS-HIS-REPROB-PCT       PIC 9(03)V99.
           05  WS-OTR-N                PIC 9(07) COMP.
           05  WS-OTR-PROMEDIO         PIC 9(03)V99.
           05  WS-OTR-APROB-PCT        PIC 9(03)V99.
           05  WS-DIFERENCIA           PIC S9(03)V99.
           05  WS-DIF-ABS              PIC 9(03)V99.
           05  WS-LIMITE               PIC 9(05)V9(04).
           05  WS-SENTIDO              PIC X(08).
           05  WS-ED-1                 PIC ZZ9.99.
           05  WS-ED-2                 PIC ZZ9.99.

       01  WS-SWITCHES.
           05  WS-EOF-DETAIL-SW        PIC X(01) VALUE "N".
               88  WS-EOF-DETAIL                VALUE "S".
           05  WS-EOF-SORT-SW          PIC X(01) VALUE "N".
               88  WS-EOF-SORT                  VALUE "S".
           05  WS-INPUT-MISSING-SW     PIC X(01) VALUE "N".
               88  WS-INPUT-MISSING             VALUE "S".
           05  WS-COURSE-OPEN-SW       PIC X(01) VALUE "N".
               88  WS-COURSE-OPEN               VALUE "S".
           05  WS-HIST-OVFL-SW         PIC X(01) VALUE "N".
               88  WS-HIST-OVFL                 VALUE "S".
           05  WS-SEC-OVFL-SW          PIC X(01) VALUE "N".
               88  WS-SEC-OVFL                  VALUE "S".
           05  WS-HIST-OK-SW           PIC X(01) VALUE "N".
               88  WS-HIST-OK                   VALUE "S".
           05  WS-SECTION-FLAGGED-SW   PIC X(01) VALUE "N".
               88  WS-SECTION-FLAGGED           VALUE "S".

       01  WS-REVIEW-FLAGS.
           05  WS-FLAG-DISPERSION      PIC X(01).
           05  WS-FLAG-HIST-PROM       PIC X(01).
           05  WS-FLAG-HIST-DESV       PIC X(01).
           05  WS-FLAG-HIST-REPROB     PIC X(01).
           05  WS-FLAG-SECC-PROM       PIC X(01).
           05  WS-FLAG-SECC-APROB      PIC X(01).

       01  WS-REPORT-LINES.
           05  WS-RPT-HDR-LINE.
               10  FILLER              PIC X(40) VALUE
                   "ANOMALIAS DE CALIFICACION POR SECCION".
               10  FILLER              PIC X(09) VALUE "TERMINO: ".
               10  WS-RH-TERM-ID       PIC X(06).
               10  FILLER              PIC X(10) VALUE "   FECHA: ".
               10  WS-RH-FECHA         PIC 9(08).
               10  FILLER              PIC X(17) VALUE SPACES.
           05  WS-THRESH-LINE-1.
               10  FILLER              PIC X(25) VALUE
                   "UMBRALES: MIN. ALUMNOS ".
               10  WS-TL-MIN-ALUMNOS   PIC ZZ9.
               10  FILLER              PIC X(17) VALUE
                   "  MIN. HISTORIA ".
               10  WS-TL-MIN-HISTORIA  PIC ZZ9.
               10  FILLER              PIC X(16) VALUE
                   "  DESVIO MINIMO ".
               10  WS-TL-MIN-DESVIO    PIC ZZ9.99.
               10  FILLER              PIC X(20) VALUE SPACES.
           05  WS-THRESH-LINE-2.
               10  FILLER              PIC X(25) VALUE
                   "          VS. HISTORIA: ".
               10  FILLER              PIC X(09) VALUE "PROMEDIO ".
               10  WS-TL-DIF-HIST      PIC ZZ9.99.
               10  FILLER              PIC X(16) VALUE
                   "  DESVIO FACTOR ".
               10  WS-TL-FACT-DESV     PIC 9.99.
               10  FILLER              PIC X(17) VALUE
                   "  REPROB. FACTOR ".
               10  WS-TL-FACT-REPROB   PIC 9.99.
               10  FILLER              PIC X(03) VALUE " Y ".
               10  WS-TL-MIN-REPROB    PIC ZZ9.99.
           05  WS-THRESH-LINE-3.
               10  FILLER              PIC X(25) VALUE
                   "   VS. OTRAS SECCIONES: ".
               10  FILLER              PIC X(09) VALUE "PROMEDIO ".
               10  WS-TL-DIF-SECC      PIC ZZ9.99.
               10  FILLER              PIC X(13) VALUE
                   "  APROBACION ".
               10  WS-TL-DIF-APROB     PIC ZZ9.99.
               10  FILLER              PIC X(31) VALUE SPACES.
           05  WS-SEPARATOR-LINE       PIC X(90) VALUE ALL "=".
           05  WS-COURSE-HDR-LINE.
               10  FILLER              PIC X(07) VALUE "CURSO: ".
               10  WS-CH-COURSE-ID     PIC X(06).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-CH-COURSE-NAME   PIC X(30).
               10  FILLER              PIC X(13) VALUE
                   " INSTRUCTOR: ".
               10  WS-CH-INSTRUCTOR    PIC X(30).
               10  FILLER              PIC X(03) VALUE SPACES.
           05  WS-HIST-LINE.
               10  FILLER              PIC X(20) VALUE
                   "  HISTORIA  ALUMNOS ".
               10  WS-HL-N             PIC Z(06)9.
               10  FILLER              PIC X(06) VALUE " PROM ".
               10  WS-HL-PROMEDIO      PIC ZZ9.99.
               10  FILLER              PIC X(06) VALUE " DESV ".
               10  WS-HL-DESVIO        PIC ZZ9.99.
               10  FILLER              PIC X(08) VALUE " REPROB ".
               10  WS-HL-REPROB        PIC ZZ9.99.
               10  FILLER              PIC X(01) VALUE "%".
               10  WS-HL-NOTA          PIC X(24).
           05  WS-SECTION-LINE.
               10  FILLER              PIC X(08) VALUE "  SECC. ".
               10  WS-SL-SECTION-ID    PIC X(03).
               10  FILLER              PIC X(09) VALUE " ALUMNOS ".
               10  WS-SL-N             PIC Z(06)9.
               10  FILLER              PIC X(06) VALUE " PROM ".
               10  WS-SL-PROMEDIO      PIC ZZ9.99.
               10  FILLER              PIC X(06) VALUE " DESV ".
               10  WS-SL-DESVIO        PIC ZZ9.99.
               10  FILLER              PIC X(08) VALUE " REPROB ".
               10  WS-SL-REPROB        PIC ZZ9.99.
               10  FILLER              PIC X(01) VALUE "%".
               10  WS-SL-ESTADO        PIC X(24).
           05  WS-REASON-LINE.
               10  FILLER              PIC X(10) VALUE
                   "      >> ".
               10  WS-RL-TEXT          PIC X(70).
               10  FILLER              PIC X(10) VALUE SPACES.
           05  WS-MESSAGE-LINE.
               10  WS-ML-TEXT          PIC X(70).
               10  FILLER              PIC X(20) VALUE SPACES.
           05  WS-SUMMARY-LINE.
               10  WS-SU-LABEL         PIC X(30).
               10  WS-SU-VALUE         PIC Z(06)9.
               10  FILLER              PIC X(53) VALUE SPACES.

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

           IF NOT WS-INPUT-MISSING
               SORT SORT-FILE
                   ON ASCENDING KEY SR-COURSE-ID
                                    SR-SECTION-ID
                   INPUT PROCEDURE IS 3000-SPLIT-DETAIL
                       THRU 3000-EXIT
                   OUTPUT PROCEDURE IS 4000-EVALUATE-SECTIONS
                       THRU 4000-EXIT

               PERFORM 8000-WRITE-SUMMARY
                   THRU 8000-EXIT
           END-IF

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
           MOVE "SECTANOM"             TO ENQ-HOLDER
           MOVE "A"                    TO ENQ-FUNCTION
           MOVE "COURSE-MASTER"        TO ENQ-RESOURCE
           MOVE "R"                    TO ENQ-MODE
           PERFORM 0150-CALL-ENQUEUE
               THRU 0150-EXIT
           IF NOT WS-LOCK-FAILED
               MOVE "GRADE-HISTORY"    TO ENQ-RESOURCE
               MOVE "R"                TO ENQ-MODE
               PERFORM 0150-CALL-ENQUEUE
                   THRU 0150-EXIT
           END-IF

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
               DISPLAY "SECTANOM - LOCK VENCIDO EN " ENQ-RESOURCE
                   " DE " ENQ-HOLDER-OUT ", ROMPERLO CON LOCKBRK"
           ELSE
               DISPLAY "SECTANOM - RECURSO " ENQ-RESOURCE
                   " EN USO POR " ENQ-HOLDER-OUT
           END-IF.

       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0900-RELEASE-LOCKS - GIVE BACK EVERY LOCK THIS PROGRAM TAKES
      ******************************************************************
       0900-RELEASE-LOCKS.
           MOVE "SECTANOM"             TO ENQ-HOLDER
           MOVE "R"                    TO ENQ-FUNCTION
           MOVE "COURSE-MASTER"        TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST
           MOVE "GRADE-HISTORY"        TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST.

       0900-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INITIALIZE - RESOLVE THE RUN DATE AND TERM, LOAD THE
      *                   THRESHOLDS AND OPEN FILES.  GRADE-DETAIL IS
      *                   REQUIRED; WITHOUT COURSE-MASTER THE COURSES
      *                   PRINT WITH NO NAME OR INSTRUCTOR
      ******************************************************************
       1000-INITIALIZE.
           MOVE "N"                    TO WS-EOF-DETAIL-SW
           MOVE "N"                    TO WS-EOF-SORT-SW
           MOVE "N"                    TO WS-INPUT-MISSING-SW
           MOVE "N"                    TO WS-COURSE-OPEN-SW
           MOVE "N"                    TO WS-HIST-OVFL-SW
           MOVE "N"                    TO WS-SEC-OVFL-SW
           MOVE ZERO                   TO WS-HIST-COUNT
           MOVE ZERO                   TO WS-DETAIL-READ-COUNT
           MOVE ZERO                   TO WS-TERM-ROW-COUNT
           MOVE ZERO                   TO WS-COURSE-COUNT
           MOVE ZERO                   TO WS-SECTION-COUNT
           MOVE ZERO                   TO WS-SMALL-COUNT
           MOVE ZERO                   TO WS-FLAGGED-COUNT

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
           END-IF

           PERFORM 1100-LOAD-TERM-PARM
               THRU 1100-EXIT

           PERFORM 1200-LOAD-SECTANOM-PARM
               THRU 1200-EXIT

           OPEN INPUT GRADE-DETAIL
           IF WS-GRADDETL-STATUS NOT = "00"
               SET WS-INPUT-MISSING    TO TRUE
               DISPLAY "SECTANOM - GRADE-DETAIL NOT FOUND, STATUS = "
                   WS-GRADDETL-STATUS
           END-IF

           OPEN INPUT COURSE-MASTER
           IF WS-COURMAST-STATUS = "35"
               DISPLAY "SECTANOM - COURSE-MASTER NOT FOUND, COURSE "
                   "NAMES AND INSTRUCTORS WILL SHOW AS DESCONOCIDO"
           END-IF

           OPEN OUTPUT SECTANOM-REPORT
           OPEN OUTPUT SECTION-REVIEW

           MOVE WS-TERM-ID             TO WS-RH-TERM-ID
           MOVE WS-RUN-FECHA           TO WS-RH-FECHA
           MOVE WS-RPT-HDR-LINE        TO SECTANOM-REPORT-LINE
           WRITE SECTANOM-REPORT-LINE

           MOVE WS-MIN-ALUMNOS         TO WS-TL-MIN-ALUMNOS
           MOVE WS-MIN-HISTORIA        TO WS-TL-MIN-HISTORIA
           MOVE WS-MIN-DESVIO          TO WS-TL-MIN-DESVIO
           MOVE WS-THRESH-LINE-1       TO SECTANOM-REPORT-LINE
           WRITE SECTANOM-REPORT-LINE
           MOVE WS-MAX-DIF-HIST        TO WS-TL-DIF-HIST
           MOVE WS-FACTOR-DESVIO       TO WS-TL-FACT-DESV
           MOVE WS-FACTOR-REPROB       TO WS-TL-FACT-REPROB
           MOVE WS-MIN-DIF-REPROB      TO WS-TL-MIN-REPROB
           MOVE WS-THRESH-LINE-2       TO SECTANOM-REPORT-LINE
           WRITE SECTANOM-REPORT-LINE
           MOVE WS-MAX-DIF-SECC        TO WS-TL-DIF-SECC
           MOVE WS-MAX-DIF-APROB       TO WS-TL-DIF-APROB
           MOVE WS-THRESH-LINE-3       TO SECTANOM-REPORT-LINE
           WRITE SECTANOM-REPORT-LINE

           IF WS-INPUT-MISSING
               MOVE "GRADE-DETAIL NO ENCONTRADO - SIN EVALUACION"
                                       TO WS-ML-TEXT
               MOVE WS-MESSAGE-LINE    TO SECTANOM-REPORT-LINE
               WRITE SECTANOM-REPORT-LINE
           END-IF.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-TERM-PARM - READ THE TERM ID FROM TERM-PARM, THE
      *                       SAME WAY PROMEDIO DOES; IT DEFAULTS TO
      *                       THE RUN YEAR AND MONTH
      ******************************************************************
       1100-LOAD-TERM-PARM.
           MOVE WS-RUN-FECHA (1:6)     TO WS-TERM-ID

           OPEN INPUT TERM-PARM
           IF WS-TERMPARM-STATUS = "00"
               READ TERM-PARM
                   AT END
                       CONTINUE
               END-READ
               IF WS-TERMPARM-STATUS = "00"
                   AND TP-TERM-ID NOT = SPACES
                   MOVE TP-TERM-ID     TO WS-TERM-ID
               END-IF
               CLOSE TERM-PARM
           END-IF.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-SECTANOM-PARM - READ THE ANOMALY THRESHOLDS.  THEY
      *                           ARE THE ACADEMIC OFFICE'S CALL, SO
      *                           THEY LIVE IN A FILE; A MISSING FILE
      *                           OR A BLANK FIELD KEEPS THE BUILT-IN
      *                           DEFAULT
      ******************************************************************
       1200-LOAD-SECTANOM-PARM.
           OPEN INPUT SECTANOM-PARM
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "SECTANOM - SECTANOM-PARM NOT FOUND, USING "
                   "DEFAULT THRESHOLDS"
               GO TO 1200-EXIT
           END-IF

           READ SECTANOM-PARM
               AT END
                   CONTINUE
           END-READ
           IF WS-PARM-STATUS = "00"
               IF AP-MIN-ALUMNOS IS NUMERIC
                   AND AP-MIN-ALUMNOS > ZERO
                   MOVE AP-MIN-ALUMNOS TO WS-MIN-ALUMNOS
               END-IF
               IF AP-MIN-HISTORIA IS NUMERIC
                   AND AP-MIN-HISTORIA > ZERO
                   MOVE AP-MIN-HISTORIA
                                       TO WS-MIN-HISTORIA
               END-IF
               IF AP-MIN-DESVIO IS NUMERIC
                   AND AP-MIN-DESVIO > ZERO
                   MOVE AP-MIN-DESVIO  TO WS-MIN-DESVIO
               END-IF
               IF AP-MAX-DIF-HIST IS NUMERIC
                   AND AP-MAX-DIF-HIST > ZERO
                   MOVE AP-MAX-DIF-HIST
                                       TO WS-MAX-DIF-HIST
               END-IF
               IF AP-FACTOR-DESVIO IS NUMERIC
                   AND AP-FACTOR-DESVIO > 1
                   MOVE AP-FACTOR-DESVIO
                                       TO WS-FACTOR-DESVIO
               END-IF
               IF AP-FACTOR-REPROB IS NUMERIC
                   AND AP-FACTOR-REPROB > 1
                   MOVE AP-FACTOR-REPROB
                                       TO WS-FACTOR-REPROB
               END-IF
               IF AP-MIN-DIF-REPROB IS NUMERIC
                   AND AP-MIN-DIF-REPROB > ZERO
                   MOVE AP-MIN-DIF-REPROB
                                       TO WS-MIN-DIF-REPROB
               END-IF
               IF AP-MAX-DIF-SECC IS NUMERIC
                   AND AP-MAX-DIF-SECC > ZERO
                   MOVE AP-MAX-DIF-SECC
                                       TO WS-MAX-DIF-SECC
               END-IF
               IF AP-MAX-DIF-APROB IS NUMERIC
                   AND AP-MAX-DIF-APROB > ZERO
                   MOVE AP-MAX-DIF-APROB
                                       TO WS-MAX-DIF-APROB
               END-IF
           END-IF
           CLOSE SECTANOM-PARM.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SPLIT-DETAIL - ONE PASS OVER GRADE-DETAIL.  A ROW OF THE
      *                     CURRENT TERM IS RELEASED TO THE SORT BY
      *                     COURSE AND SECTION; A ROW OF AN EARLIER
      *                     TERM IS FOLDED INTO ITS COURSE'S HISTORY.
      *                     LATER TERMS (A RERUN OF AN OLD TERM) ARE
      *                     LEFT OUT OF BOTH
      ******************************************************************
       3000-SPLIT-DETAIL.
           PERFORM 3100-SPLIT-ONE
               THRU 3100-EXIT
               UNTIL WS-EOF-DETAIL

           IF WS-HIST-OVFL
               DISPLAY "SECTANOM - MAS DE 500 CURSOS CON HISTORIA, "
                   "LOS RESTANTES SE EVALUAN SIN HISTORIA"
           END-IF.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-SPLIT-ONE - READ AND ROUTE ONE GRADE-DETAIL ROW
      ******************************************************************
       3100-SPLIT-ONE.
           READ GRADE-DETAIL NEXT RECORD
               AT END
                   SET WS-EOF-DETAIL   TO TRUE
                   GO TO 3100-EXIT
           END-READ

           ADD 1                       TO WS-DETAIL-READ-COUNT

           IF GD-PROMEDIO IS NOT NUMERIC
               GO TO 3100-EXIT
           END-IF

           IF GD-TERM-ID = WS-TERM-ID
               ADD 1                   TO WS-TERM-ROW-COUNT
               MOVE SPACES             TO SORT-RECORD
               MOVE GD-COURSE-ID       TO SR-COURSE-ID
               MOVE GD-SECTION-ID      TO SR-SECTION-ID
               MOVE GD-PROMEDIO        TO SR-PROMEDIO
               MOVE GD-APROBADO-SW     TO SR-APROBADO-SW
               RELEASE SORT-RECORD
               GO TO 3100-EXIT
           END-IF

           IF GD-TERM-ID > WS-TERM-ID
               GO TO 3100-EXIT
           END-IF

           MOVE GD-COURSE-ID           TO WS-HIST-KEY
           PERFORM 3200-FIND-HISTORY
               THRU 3200-EXIT

           IF WS-HIST-FOUND-SUB = ZERO
               IF WS-HIST-COUNT >= WS-MAX-HIST
                   SET WS-HIST-OVFL    TO TRUE
                   GO TO 3100-EXIT
               END-IF
               ADD 1                   TO WS-HIST-COUNT
               MOVE WS-HIST-COUNT      TO WS-HIST-FOUND-SUB
               MOVE GD-COURSE-ID       TO WS-HIST-COURSE-ID
                                          (WS-HIST-COUNT)
               MOVE ZERO               TO WS-HIST-N (WS-HIST-COUNT)
               MOVE ZERO               TO WS-HIST-SUM (WS-HIST-COUNT)
               MOVE ZERO               TO WS-HIST-SUMSQ
                                          (WS-HIST-COUNT)
               MOVE ZERO               TO WS-HIST-PASS
                                          (WS-HIST-COUNT)
           END-IF

           ADD 1                       TO WS-HIST-N (WS-HIST-FOUND-SUB)
           ADD GD-PROMEDIO             TO WS-HIST-SUM
                                          (WS-HIST-FOUND-SUB)
           COMPUTE WS-HIST-SUMSQ (WS-HIST-FOUND-SUB) =
               WS-HIST-SUMSQ (WS-HIST-FOUND-SUB) +
               (GD-PROMEDIO * GD-PROMEDIO)
           IF GD-APROBADO
               ADD 1                   TO WS-HIST-PASS
                                          (WS-HIST-FOUND-SUB)
           END-IF.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-FIND-HISTORY - LOCATE WS-HIST-KEY IN THE HISTORY TABLE
      *                     (ZERO MEANS NOT THERE YET)
      ******************************************************************
       3200-FIND-HISTORY.
           MOVE ZERO                   TO WS-HIST-FOUND-SUB

           PERFORM 3210-CHECK-HISTORY-ROW
               THRU 3210-EXIT
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-HIST-COUNT
               OR WS-HIST-FOUND-SUB > ZERO.

       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3210-CHECK-HISTORY-ROW - COMPARE THE COURSE WITH ONE ROW
      ******************************************************************
       3210-CHECK-HISTORY-ROW.
           IF WS-HIST-COURSE-ID (WS-HIST-SUB) = WS-HIST-KEY
               MOVE WS-HIST-SUB        TO WS-HIST-FOUND-SUB
           END-IF.

       3210-EXIT.
           EXIT.

      ******************************************************************
      * 4000-EVALUATE-SECTIONS - RETURN THE TERM'S ROWS BY COURSE AND
      *                          SECTION, GATHER EACH COURSE'S
      *                          SECTIONS AND EVALUATE THEM AT THE
      *                          COURSE BREAK
      ******************************************************************
       4000-EVALUATE-SECTIONS.
           PERFORM 4100-RETURN-ONE
               THRU 4100-EXIT
               UNTIL WS-EOF-SORT

           IF WS-COURSE-OPEN
               PERFORM 4500-CLOSE-COURSE
                   THRU 4500-EXIT
           END-IF.

       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-RETURN-ONE - ADD ONE RETURNED ROW TO ITS SECTION AND TO
      *                   THE COURSE TOTALS, BREAKING ON COURSE AND
      *                   SECTION
      ******************************************************************
       4100-RETURN-ONE.
           RETURN SORT-FILE
               AT END
                   SET WS-EOF-SORT     TO TRUE
                   GO TO 4100-EXIT
           END-RETURN

           IF NOT WS-COURSE-OPEN
               OR SR-COURSE-ID NOT = WS-CURRENT-COURSE
               IF WS-COURSE-OPEN
                   PERFORM 4500-CLOSE-COURSE
                       THRU 4500-EXIT
               END-IF
               PERFORM 4200-START-COURSE
                   THRU 4200-EXIT
           END-IF

           IF WS-SEC-COUNT = ZERO
               OR SR-SECTION-ID NOT = WS-CURRENT-SECTION
               PERFORM 4300-START-SECTION
                   THRU 4300-EXIT
           END-IF

           ADD 1                       TO WS-CRS-N
           ADD SR-PROMEDIO             TO WS-CRS-SUM
           COMPUTE WS-CRS-SUMSQ = WS-CRS-SUMSQ +
               (SR-PROMEDIO * SR-PROMEDIO)
           IF SR-APROBADO
               ADD 1                   TO WS-CRS-PASS
           END-IF

           IF WS-SEC-SUB = ZERO
               GO TO 4100-EXIT
           END-IF

           ADD 1                       TO WS-SEC-N (WS-SEC-SUB)
           ADD SR-PROMEDIO             TO WS-SEC-SUM (WS-SEC-SUB)
           COMPUTE WS-SEC-SUMSQ (WS-SEC-SUB) =
               WS-SEC-SUMSQ (WS-SEC-SUB) +
               (SR-PROMEDIO * SR-PROMEDIO)
           IF SR-APROBADO
               ADD 1                   TO WS-SEC-PASS (WS-SEC-SUB)
           END-IF.

       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-START-COURSE - OPEN A NEW COURSE: CLEAR ITS SECTIONS AND
      *                     TOTALS
      ******************************************************************
       4200-START-COURSE.
           MOVE SR-COURSE-ID           TO WS-CURRENT-COURSE
           SET WS-COURSE-OPEN          TO TRUE
           ADD 1                       TO WS-COURSE-COUNT
           MOVE ZERO                   TO WS-SEC-COUNT
           MOVE ZERO                   TO WS-SEC-SUB
           MOVE ZERO                   TO WS-CRS-N
           MOVE ZERO                   TO WS-CRS-SUM
           MOVE ZERO                   TO WS-CRS-SUMSQ
           MOVE ZERO                   TO WS-CRS-PASS.

       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4300-START-SECTION - OPEN A NEW SECTION OF THE COURSE.  PAST
      *                      THE 50-SECTION TABLE THE ROWS STILL
      *                      COUNT IN THE COURSE TOTALS BUT THE
      *                      SECTION IS NOT EVALUATED
      ******************************************************************
       4300-START-SECTION.
           MOVE SR-SECTION-ID          TO WS-CURRENT-SECTION

           IF WS-SEC-COUNT >= WS-MAX-SEC
               SET WS-SEC-OVFL         TO TRUE
               MOVE ZERO               TO WS-SEC-SUB
               GO TO 4300-EXIT
           END-IF

           ADD 1                       TO WS-SEC-COUNT
           MOVE WS-SEC-COUNT           TO WS-SEC-SUB
           MOVE SR-SECTION-ID          TO WS-SEC-ID (WS-SEC-SUB)
           MOVE ZERO                   TO WS-SEC-N (WS-SEC-SUB)
           MOVE ZERO                   TO WS-SEC-SUM (WS-SEC-SUB)
           MOVE ZERO                   TO WS-SEC-SUMSQ (WS-SEC-SUB)
           MOVE ZERO                   TO WS-SEC-PASS (WS-SEC-SUB).

       4300-EXIT.
           EXIT.

      ******************************************************************
      * 4500-CLOSE-COURSE - PRINT THE COURSE HEADER AND ITS HISTORY,
      *                     THEN EVALUATE EACH OF ITS SECTIONS
      ******************************************************************
       4500-CLOSE-COURSE.
           PERFORM 4510-LOOKUP-COURSE
               THRU 4510-EXIT

           MOVE WS-SEPARATOR-LINE      TO SECTANOM-REPORT-LINE
           WRITE SECTANOM-REPORT-LINE
           MOVE WS-CURRENT-COURSE      TO WS-CH-COURSE-ID
           MOVE WS-COURSE-NAME         TO WS-CH-COURSE-NAME
           MOVE WS-INSTRUCTOR          TO WS-CH-INSTRUCTOR
           MOVE WS-COURSE-HDR-LINE     TO SECTANOM-REPORT-LINE
           WRITE SECTANOM-REPORT-LINE

           PERFORM 4520-COURSE-HISTORY
               THRU 4520-EXIT

           PERFORM 4600-EVALUATE-SECTION
               THRU 4600-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SEC-COUNT

           IF WS-SEC-OVFL
               MOVE "MAS DE 50 SECCIONES - LAS RESTANTES NO SE EVALUAN"
                                       TO WS-ML-TEXT
               MOVE WS-MESSAGE-LINE    TO SECTANOM-REPORT-LINE
               WRITE SECTANOM-REPORT-LINE
               MOVE "N"                TO WS-SEC-OVFL-SW
           END-IF.

       4500-EXIT.
           EXIT.

      ******************************************************************
      * 4510-LOOKUP-COURSE - NAME AND RESPONSIBLE INSTRUCTOR FROM THE
      *                      SHARED COURSE-MASTER
      ******************************************************************
       4510-LOOKUP-COURSE.
           MOVE "DESCONOCIDO"          TO WS-COURSE-NAME
           MOVE "DESCONOCIDO"          TO WS-INSTRUCTOR

           MOVE WS-CURRENT-COURSE      TO CM-COURSE-ID
           READ COURSE-MASTER
               KEY IS CM-COURSE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-COURSE-NAME TO WS-COURSE-NAME
                   MOVE CM-INSTRUCTOR  TO WS-INSTRUCTOR
           END-READ.

       4510-EXIT.
           EXIT.

      ******************************************************************
      * 4520-COURSE-HISTORY - THE COURSE'S FIGURES OVER EVERY EARLIER
      *                       TERM.  BELOW THE MINIMUM HISTORY THE
      *                       HISTORY CHECKS ARE SKIPPED FOR THE COURSE
      ******************************************************************
       4520-COURSE-HISTORY.
           MOVE "N"                    TO WS-HIST-OK-SW
           MOVE ZERO                   TO WS-HIS-N
           MOVE ZERO                   TO WS-HIS-PROMEDIO
           MOVE ZERO                   TO WS-HIS-DESVIO
           MOVE ZERO                   TO WS-HIS-REPROB-PCT

           MOVE WS-CURRENT-COURSE      TO WS-HIST-KEY
           PERFORM 3200-FIND-HISTORY
               THRU 3200-EXIT

           IF WS-HIST-FOUND-SUB > ZERO
               MOVE WS-HIST-N (WS-HIST-FOUND-SUB)
                                       TO WS-ST-N
               MOVE WS-HIST-SUM (WS-HIST-FOUND-SUB)
                                       TO WS-ST-SUM
               MOVE WS-HIST-SUMSQ (WS-HIST-FOUND-SUB)
                                       TO WS-ST-SUMSQ
               MOVE WS-HIST-PASS (WS-HIST-FOUND-SUB)
                                       TO WS-ST-PASS
               PERFORM 4900-COMPUTE-STATS
                   THRU 4900-EXIT
               MOVE WS-ST-N            TO WS-HIS-N
               MOVE WS-ST-PROMEDIO     TO WS-HIS-PROMEDIO
               MOVE WS-ST-DESVIO       TO WS-HIS-DESVIO
               MOVE WS-ST-REPROB-PCT   TO WS-HIS-REPROB-PCT
           END-IF

           MOVE WS-HIS-N               TO WS-HL-N
           MOVE WS-HIS-PROMEDIO        TO WS-HL-PROMEDIO
           MOVE WS-HIS-DESVIO          TO WS-HL-DESVIO
           MOVE WS-HIS-REPROB-PCT      TO WS-HL-REPROB
           IF WS-HIS-N < WS-MIN-HISTORIA
               MOVE "  HISTORIA INSUFICIENTE"
                                       TO WS-HL-NOTA
           ELSE
               SET WS-HIST-OK          TO TRUE
               MOVE SPACES             TO WS-HL-NOTA
           END-IF
           MOVE WS-HIST-LINE           TO SECTANOM-REPORT-LINE
           WRITE SECTANOM-REPORT-LINE.

       4520-EXIT.
           EXIT.

      ******************************************************************
      * 4600-EVALUATE-SECTION - WORK OUT ONE SECTION'S FIGURES, RUN
      *                         THE CHECKS AGAINST THE HISTORY AND THE
      *                         OTHER SECTIONS, AND FILE THE SECTION
      *                         FOR REVIEW WHEN ANY CHECK FIRES
      ******************************************************************
       4600-EVALUATE-SECTION.
           ADD 1                       TO WS-SECTION-COUNT
           MOVE "N"                    TO WS-SECTION-FLAGGED-SW
           MOVE ALL "N"                TO WS-REVIEW-FLAGS

           MOVE WS-SEC-N (WS-SEC-SUB)  TO WS-ST-N
           MOVE WS-SEC-SUM (WS-SEC-SUB)
                                       TO WS-ST-SUM
           MOVE WS-SEC-SUMSQ (WS-SEC-SUB)
                                       TO WS-ST-SUMSQ
           MOVE WS-SEC-PASS (WS-SEC-SUB)
                                       TO WS-ST-PASS
           PERFORM 4900-COMPUTE-STATS
               THRU 4900-EXIT
           MOVE WS-ST-PROMEDIO         TO WS-SEC-PROMEDIO
           MOVE WS-ST-DESVIO           TO WS-SEC-DESVIO
           MOVE WS-ST-REPROB-PCT       TO WS-SEC-REPROB-PCT
           MOVE WS-ST-APROB-PCT        TO WS-SEC-APROB-PCT

           MOVE WS-SEC-ID (WS-SEC-SUB) TO WS-SL-SECTION-ID
           IF WS-SEC-ID (WS-SEC-SUB) = SPACES
               MOVE "S/N"              TO WS-SL-SECTION-ID
           END-IF
           MOVE WS-SEC-N (WS-SEC-SUB)  TO WS-SL-N
           MOVE WS-SEC-PROMEDIO        TO WS-SL-PROMEDIO
           MOVE WS-SEC-DESVIO          TO WS-SL-DESVIO
           MOVE WS-SEC-REPROB-PCT      TO WS-SL-REPROB

           IF WS-SEC-N (WS-SEC-SUB) < WS-MIN-ALUMNOS
               ADD 1                   TO WS-SMALL-COUNT
               MOVE "  NO EVALUADA (POCOS)"
                                       TO WS-SL-ESTADO
               MOVE WS-SECTION-LINE    TO SECTANOM-REPORT-LINE
               WRITE SECTANOM-REPORT-LINE
               GO TO 4600-EXIT
           END-IF

           MOVE SPACES                 TO WS-SL-ESTADO
           MOVE WS-SECTION-LINE        TO SECTANOM-REPORT-LINE
           WRITE SECTANOM-REPORT-LINE

           PERFORM 4610-CHECK-DISPERSION
               THRU 4610-EXIT

           IF WS-HIST-OK
               PERFORM 4620-CHECK-VS-HISTORY
                   THRU 4620-EXIT
           END-IF

           PERFORM 4630-CHECK-VS-SECTIONS
               THRU 4630-EXIT

           IF WS-SECTION-FLAGGED
               ADD 1                   TO WS-FLAGGED-COUNT
               PERFORM 4700-WRITE-REVIEW
                   THRU 4700-EXIT
           END-IF.

       4600-EXIT.
           EXIT.

      ******************************************************************
      * 4610-CHECK-DISPERSION - A SECTION WHERE (NEARLY) EVERYONE GOT
      *                         THE SAME AVERAGE
      ******************************************************************
       4610-CHECK-DISPERSION.
           IF WS-SEC-DESVIO >= WS-MIN-DESVIO
               GO TO 4610-EXIT
           END-IF

           MOVE "S"                    TO WS-FLAG-DISPERSION
           MOVE WS-SEC-DESVIO          TO WS-ED-1
           MOVE WS-MIN-DESVIO          TO WS-ED-2
           MOVE SPACES                 TO WS-RL-TEXT
           STRING "NOTAS SIN DISPERSION: DESVIO "
                                       DELIMITED BY SIZE
               WS-ED-1                 DELIMITED BY SIZE
               " MENOR AL MINIMO "     DELIMITED BY SIZE
               WS-ED-2                 DELIMITED BY SIZE
               INTO WS-RL-TEXT
           PERFORM 4690-WRITE-REASON
               THRU 4690-EXIT.

       4610-EXIT.
           EXIT.

      ******************************************************************
      * 4620-CHECK-VS-HISTORY - AVERAGE, SPREAD AND FAILURE RATE
      *                         AGAINST THE COURSE'S EARLIER TERMS
      ******************************************************************
       4620-CHECK-VS-HISTORY.
           COMPUTE WS-DIFERENCIA = WS-SEC-PROMEDIO - WS-HIS-PROMEDIO
           PERFORM 4680-SET-DIRECTION
               THRU 4680-EXIT
           IF WS-DIF-ABS > WS-MAX-DIF-HIST
               MOVE "S"                TO WS-FLAG-HIST-PROM
               MOVE WS-DIF-ABS         TO WS-ED-1
               MOVE WS-HIS-PROMEDIO    TO WS-ED-2
               MOVE SPACES             TO WS-RL-TEXT
               STRING "PROMEDIO "      DELIMITED BY SIZE
                   WS-ED-1             DELIMITED BY SIZE
                   " PUNTOS "          DELIMITED BY SIZE
                   WS-SENTIDO          DELIMITED BY SPACE
                   " DE LA HISTORIA (" DELIMITED BY SIZE
                   WS-ED-2             DELIMITED BY SIZE
                   ")"                 DELIMITED BY SIZE
                   INTO WS-RL-TEXT
               PERFORM 4690-WRITE-REASON
                   THRU 4690-EXIT
           END-IF

           IF WS-HIS-DESVIO > ZERO
               COMPUTE WS-LIMITE = WS-HIS-DESVIO * WS-FACTOR-DESVIO
               IF WS-SEC-DESVIO > WS-LIMITE
                   MOVE "S"            TO WS-FLAG-HIST-DESV
               END-IF
               COMPUTE WS-LIMITE = WS-SEC-DESVIO * WS-FACTOR-DESVIO
               IF WS-LIMITE < WS-HIS-DESVIO
                   MOVE "S"            TO WS-FLAG-HIST-DESV
               END-IF
               IF WS-FLAG-HIST-DESV = "S"
                   MOVE WS-SEC-DESVIO  TO WS-ED-1
                   MOVE WS-HIS-DESVIO  TO WS-ED-2
                   MOVE SPACES         TO WS-RL-TEXT
                   STRING "DESVIO "    DELIMITED BY SIZE
                       WS-ED-1         DELIMITED BY SIZE
                       " FUERA DE RANGO FRENTE A LA HISTORIA ("
                                       DELIMITED BY SIZE
                       WS-ED-2         DELIMITED BY SIZE
                       ")"             DELIMITED BY SIZE
                       INTO WS-RL-TEXT
                   PERFORM 4690-WRITE-REASON
                       THRU 4690-EXIT
               END-IF
           END-IF

           COMPUTE WS-LIMITE = WS-HIS-REPROB-PCT * WS-FACTOR-REPROB
           IF WS-SEC-REPROB-PCT >= WS-LIMITE
               AND WS-SEC-REPROB-PCT - WS-HIS-REPROB-PCT
                   >= WS-MIN-DIF-REPROB
               MOVE "S"                TO WS-FLAG-HIST-REPROB
               MOVE WS-SEC-REPROB-PCT  TO WS-ED-1
               MOVE WS-HIS-REPROB-PCT  TO WS-ED-2
               MOVE SPACES             TO WS-RL-TEXT
               STRING "REPROBACION "   DELIMITED BY SIZE
                   WS-ED-1             DELIMITED BY SIZE
                   "% FRENTE A "       DELIMITED BY SIZE
                   WS-ED-2             DELIMITED BY SIZE
                   "% DE LA HISTORIA"  DELIMITED BY SIZE
                   INTO WS-RL-TEXT
               PERFORM 4690-WRITE-REASON
                   THRU 4690-EXIT
           END-IF.

       4620-EXIT.
           EXIT.

      ******************************************************************
      * 4630-CHECK-VS-SECTIONS - AVERAGE AND PASS RATE AGAINST THE
      *                          COURSE'S OTHER SECTIONS THIS TERM
      *                          TAKEN TOGETHER.  SKIPPED WHEN THE
      *                          OTHERS ARE TOO FEW TO COMPARE WITH
      ******************************************************************
       4630-CHECK-VS-SECTIONS.
           COMPUTE WS-OTR-N = WS-CRS-N - WS-SEC-N (WS-SEC-SUB)
           IF WS-OTR-N < WS-MIN-ALUMNOS
               GO TO 4630-EXIT
           END-IF

           MOVE WS-OTR-N               TO WS-ST-N
           COMPUTE WS-ST-SUM = WS-CRS-SUM - WS-SEC-SUM (WS-SEC-SUB)
           COMPUTE WS-ST-SUMSQ =
               WS-CRS-SUMSQ - WS-SEC-SUMSQ (WS-SEC-SUB)
           COMPUTE WS-ST-PASS = WS-CRS-PASS - WS-SEC-PASS (WS-SEC-SUB)
           PERFORM 4900-COMPUTE-STATS
               THRU 4900-EXIT
           MOVE WS-ST-PROMEDIO         TO WS-OTR-PROMEDIO
           MOVE WS-ST-APROB-PCT        TO WS-OTR-APROB-PCT

           COMPUTE WS-DIFERENCIA = WS-SEC-PROMEDIO - WS-OTR-PROMEDIO
           PERFORM 4680-SET-DIRECTION
               THRU 4680-EXIT
           IF WS-DIF-ABS > WS-MAX-DIF-SECC
               MOVE "S"                TO WS-FLAG-SECC-PROM
               MOVE WS-DIF-ABS         TO WS-ED-1
               MOVE WS-OTR-PROMEDIO    TO WS-ED-2
               MOVE SPACES             TO WS-RL-TEXT
               STRING "PROMEDIO "      DELIMITED BY SIZE
                   WS-ED-1             DELIMITED BY SIZE
                   " PUNTOS "          DELIMITED BY SIZE
                   WS-SENTIDO          DELIMITED BY SPACE
                   " DE LAS OTRAS SECCIONES ("
                                       DELIMITED BY SIZE
                   WS-ED-2             DELIMITED BY SIZE
                   ")"                 DELIMITED BY SIZE
                   INTO WS-RL-TEXT
               PERFORM 4690-WRITE-REASON
                   THRU 4690-EXIT
           END-IF

           COMPUTE WS-DIFERENCIA = WS-SEC-APROB-PCT - WS-OTR-APROB-PCT
           PERFORM 4680-SET-DIRECTION
               THRU 4680-EXIT
           IF WS-DIF-ABS > WS-MAX-DIF-APROB
               MOVE "S"                TO WS-FLAG-SECC-APROB
               MOVE WS-SEC-APROB-PCT   TO WS-ED-1
               MOVE WS-OTR-APROB-PCT   TO WS-ED-2
               MOVE SPACES             TO WS-RL-TEXT
               STRING "APROBACION "    DELIMITED BY SIZE
                   WS-ED-1             DELIMITED BY SIZE
                   "% FRENTE A "       DELIMITED BY SIZE
                   WS-ED-2             DELIMITED BY SIZE
                   "% DE LAS OTRAS SECCIONES"
                                       DELIMITED BY SIZE
                   INTO WS-RL-TEXT
               PERFORM 4690-WRITE-REASON
                   THRU 4690-EXIT
           END-IF.

       4630-EXIT.
           EXIT.

      ******************************************************************
      * 4680-SET-DIRECTION - ABSOLUTE VALUE OF WS-DIFERENCIA AND THE
      *                      WORD FOR ITS SIGN
      ******************************************************************
       4680-SET-DIRECTION.
           IF WS-DIFERENCIA < ZERO
               COMPUTE WS-DIF-ABS = ZERO - WS-DIFERENCIA
               MOVE "DEBAJO"           TO WS-SENTIDO
           ELSE
               MOVE WS-DIFERENCIA      TO WS-DIF-ABS
               MOVE "ENCIMA"           TO WS-SENTIDO
           END-IF.

       4680-EXIT.
           EXIT.

      ******************************************************************
      * 4690-WRITE-REASON - PRINT ONE FIRED CHECK UNDER THE SECTION
      *                     AND MARK THE SECTION FLAGGED
      ******************************************************************
       4690-WRITE-REASON.
           SET WS-SECTION-FLAGGED      TO TRUE
           MOVE WS-REASON-LINE         TO SECTANOM-REPORT-LINE
           WRITE SECTANOM-REPORT-LINE.

       4690-EXIT.
           EXIT.

      ******************************************************************
      * 4700-WRITE-REVIEW - FILE THE FLAGGED SECTION FOR THE ACADEMIC
      *                     OFFICE, HELD UNTIL IT IS REVIEWED
      ******************************************************************
       4700-WRITE-REVIEW.
           MOVE SPACES                 TO SECTION-REVIEW-RECORD
           MOVE WS-CURRENT-COURSE      TO RV-COURSE-ID
           MOVE WS-SEC-ID (WS-SEC-SUB) TO RV-SECTION-ID
           MOVE WS-TERM-ID             TO RV-TERM-ID
           MOVE WS-INSTRUCTOR          TO RV-INSTRUCTOR
           MOVE WS-FLAG-DISPERSION     TO RV-FLAG-DISPERSION
           MOVE WS-FLAG-HIST-PROM      TO RV-FLAG-HIST-PROM
           MOVE WS-FLAG-HIST-DESV      TO RV-FLAG-HIST-DESV
           MOVE WS-FLAG-HIST-REPROB    TO RV-FLAG-HIST-REPROB
           MOVE WS-FLAG-SECC-PROM      TO RV-FLAG-SECC-PROM
           MOVE WS-FLAG-SECC-APROB     TO RV-FLAG-SECC-APROB
           MOVE WS-SEC-N (WS-SEC-SUB)  TO RV-STUDENTS
           MOVE WS-SEC-PROMEDIO        TO RV-PROMEDIO
           MOVE WS-SEC-REPROB-PCT      TO RV-REPROB-PCT
           MOVE WS-HIS-PROMEDIO        TO RV-HIST-PROMEDIO
           MOVE WS-HIS-REPROB-PCT      TO RV-HIST-REPROB-PCT
           MOVE WS-RUN-FECHA           TO RV-RUN-DATE
           SET RV-RETENIDA             TO TRUE
           WRITE SECTION-REVIEW-RECORD.

       4700-EXIT.
           EXIT.

      ******************************************************************
      * 4900-COMPUTE-STATS - FROM WS-ST-N/SUM/SUMSQ/PASS DERIVE THE
      *                      AVERAGE, THE (POPULATION) STANDARD
      *                      DEVIATION AND THE FAIL AND PASS RATES
      ******************************************************************
       4900-COMPUTE-STATS.
           MOVE ZERO                   TO WS-ST-PROMEDIO
           MOVE ZERO                   TO WS-ST-DESVIO
           MOVE ZERO                   TO WS-ST-REPROB-PCT
           MOVE ZERO                   TO WS-ST-APROB-PCT

           IF WS-ST-N = ZERO
               GO TO 4900-EXIT
           END-IF

           COMPUTE WS-ST-MEDIA-EXACTA = WS-ST-SUM / WS-ST-N
           COMPUTE WS-ST-PROMEDIO ROUNDED = WS-ST-SUM / WS-ST-N
           COMPUTE WS-ST-VARIANZA =
               (WS-ST-SUMSQ / WS-ST-N) -
               (WS-ST-MEDIA-EXACTA * WS-ST-MEDIA-EXACTA)
           IF WS-ST-VARIANZA > ZERO
               COMPUTE WS-ST-DESVIO ROUNDED = WS-ST-VARIANZA ** 0.5
           END-IF

           COMPUTE WS-ST-APROB-PCT ROUNDED =
               WS-ST-PASS * 100 / WS-ST-N
           COMPUTE WS-ST-REPROB-PCT = 100 - WS-ST-APROB-PCT.

       4900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-SUMMARY - RUN TOTALS FOR THE ACADEMIC OFFICE
      ******************************************************************
       8000-WRITE-SUMMARY.
           MOVE WS-SEPARATOR-LINE      TO SECTANOM-REPORT-LINE
           WRITE SECTANOM-REPORT-LINE

           IF WS-TERM-ROW-COUNT = ZERO
               MOVE "SIN CALIFICACIONES DEL TERMINO EN GRADE-DETAIL"
                                       TO WS-ML-TEXT
               MOVE WS-MESSAGE-LINE    TO SECTANOM-REPORT-LINE
               WRITE SECTANOM-REPORT-LINE
           END-IF

           MOVE "REGISTROS DE DETALLE LEIDOS" TO WS-SU-LABEL
           MOVE WS-DETAIL-READ-COUNT   TO WS-SU-VALUE
           MOVE WS-SUMMARY-LINE        TO SECTANOM-REPORT-LINE
           WRITE SECTANOM-REPORT-LINE

           MOVE "CALIFICACIONES DEL TERMINO" TO WS-SU-LABEL
           MOVE WS-TERM-ROW-COUNT      TO WS-SU-VALUE
           MOVE WS-SUMMARY-LINE        TO SECTANOM-REPORT-LINE
           WRITE SECTANOM-REPORT-LINE

           MOVE "CURSOS"               TO WS-SU-LABEL
           MOVE WS-COURSE-COUNT        TO WS-SU-VALUE
           MOVE WS-SUMMARY-LINE        TO SECTANOM-REPORT-LINE
           WRITE SECTANOM-REPORT-LINE

           MOVE "SECCIONES"            TO WS-SU-LABEL
           MOVE WS-SECTION-COUNT       TO WS-SU-VALUE
           MOVE WS-SUMMARY-LINE        TO SECTANOM-REPORT-LINE
           WRITE SECTANOM-REPORT-LINE

           MOVE "NO EVALUADAS (POCOS ALUMNOS)" TO WS-SU-LABEL
           MOVE WS-SMALL-COUNT         TO WS-SU-VALUE
           MOVE WS-SUMMARY-LINE        TO SECTANOM-REPORT-LINE
           WRITE SECTANOM-REPORT-LINE

           MOVE "RETENIDAS PARA REVISION" TO WS-SU-LABEL
           MOVE WS-FLAGGED-COUNT       TO WS-SU-VALUE
           MOVE WS-SUMMARY-LINE        TO SECTANOM-REPORT-LINE
           WRITE SECTANOM-REPORT-LINE.

       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES AND SET THE RETURN-CODE: 8 WHEN
      *                  GRADE-DETAIL IS MISSING, 4 WHEN ANY SECTION
      *                  WAS HELD FOR REVIEW
      ******************************************************************
       9000-TERMINATE.
           CLOSE GRADE-DETAIL
           CLOSE COURSE-MASTER
           CLOSE SECTANOM-REPORT
           CLOSE SECTION-REVIEW

           EVALUATE TRUE
               WHEN WS-INPUT-MISSING
                   MOVE 8              TO RETURN-CODE
               WHEN WS-FLAGGED-COUNT > ZERO
                   MOVE 4              TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO           TO RETURN-CODE
           END-EVALUATE

           DISPLAY "SECTANOM - " WS-FLAGGED-COUNT
               " SECCIONES RETENIDAS PARA REVISION".

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
           MOVE "SECTANOM"             TO ALR-PROGRAM
           MOVE ZERO                   TO ALR-STEP-NUMBER
           MOVE RETURN-CODE            TO ALR-RETURN-CODE
           MOVE "SECTANOM-REPORT"      TO ALR-REPORT-NAME

           CALL "ALERTPUT" USING ALR-REQUEST
           MOVE ALR-RETURN-CODE        TO RETURN-CODE.

       9900-EXIT.
           EXIT.

       END PROGRAM SECTANOM.
