      ******************************************************************
      * Author:     Fabio Cicerelli
      * Date:       15/OCT/2026
      * Purpose:    Per-student grade slip (boletin) print run, taken
      *             after PROMEDIO and STANDING close a grading
      *             cycle.  Every active student on the shared
      *             STUDENT-MASTER with a result or an enrollment in
      *             the current term gets one page: each course
      *             graded in the term from GRADE-DETAIL with its
      *             average, letter, approved flag and credits, any
      *             make-up notice from MAKEUP-ELIG under it, a
      *             NOTA PENDIENTE line for every enrolled course not
      *             yet graded, the term average and credits from
      *             GRADE-HISTORY and the standing code from
      *             STANDING-FILE.  The pages come out sorted by the
      *             course and section of the student's first course
      *             of the term, so each instructor's pile can be
      *             handed out as printed, and the run closes with a
      *             control count proving every graded student got
      *             a slip.  When BOLETIN-PARM asks for it the same
      *             results are written to BOLETIN.CSV for the
      *             registrar's portal.
      * Tectonics: cobc -x BOLETIN.cob ENQUEUE.cob ALERTPUT.cob
      *            -o BOLETIN
      *            (ENQUEUE and ALERTPUT are CALLed by name, so
      *            they must be linked into the same executable)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 15/OCT/26  FC   Initial version.
      * 15/OCT/26  FC   A run ending with a nonzero RETURN-CODE leaves
      *                 an operator alert on ALERT-OUTBOX through
      *                 ALERTPUT, naming BOLETIN-REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDMAST-STATUS.

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

           SELECT GRADE-HISTORY ASSIGN TO "GRADE-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-KEY
               FILE STATUS IS WS-GRADHIST-STATUS.

           SELECT STANDING-FILE ASSIGN TO "STANDING-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STUDENT-ID
               FILE STATUS IS WS-STANDING-STATUS.

           SELECT MAKEUP-ELIG ASSIGN TO "MAKEUP-ELIG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ME-KEY
               FILE STATUS IS WS-ELIG-STATUS.

           SELECT ENROLLMENT ASSIGN TO "ENROLLMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT TERM-PARM ASSIGN TO "TERM-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMPARM-STATUS.

           SELECT RUNDATE-PARM ASSIGN TO "RUN-DATE-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNDATE-STATUS.

           SELECT BOLETIN-PARM ASSIGN TO "BOLETIN-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT BOLETIN-REPORT ASSIGN TO "BOLETIN-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PORTAL-CSV ASSIGN TO "BOLETIN.CSV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO "BOLETIN-SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUDMAST.

       FD  COURSE-MASTER.
           COPY COURMAST.

       FD  GRADE-DETAIL.
           COPY GRADDETL.

       FD  GRADE-HISTORY.
           COPY GRADHIST.

       FD  STANDING-FILE.
           COPY STANDMST.

       FD  MAKEUP-ELIG.
           COPY MAKEUPEL.

       FD  ENROLLMENT.
           COPY ENROLMNT.

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

       FD  BOLETIN-PARM
           RECORD CONTAINS 80 CHARACTERS.
       01  BOLETIN-PARM-RECORD.
           05  BP-PORTAL-SW            PIC X(01).
           05  FILLER                  PIC X(79).

       FD  BOLETIN-REPORT
           RECORD CONTAINS 90 CHARACTERS.
       01  BOLETIN-REPORT-LINE         PIC X(90).

       FD  PORTAL-CSV
           RECORD CONTAINS 120 CHARACTERS.
       01  PORTAL-CSV-LINE             PIC X(120).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-COURSE-ID            PIC X(06).
           05  SR-SECTION-ID           PIC X(03).
           05  SR-STUDENT-ID           PIC X(05).
           05  SR-GRADED-SW            PIC X(01).
               88  SR-GRADED                   VALUE "S".
           05  FILLER                  PIC X(05).

       WORKING-STORAGE SECTION.
       01  WS-LOCK-FAILED-SW           PIC X(01) VALUE "N".
           88  WS-LOCK-FAILED                  VALUE "S".

           COPY ENQPARM.

           COPY ALRTPARM.

       01  WS-STUDMAST-STATUS          PIC X(02).
       01  WS-COURMAST-STATUS          PIC X(02).
       01  WS-GRADDETL-STATUS          PIC X(02).
       01  WS-GRADHIST-STATUS          PIC X(02).
       01  WS-STANDING-STATUS          PIC X(02).
       01  WS-ELIG-STATUS              PIC X(02).
       01  WS-ENROLL-STATUS            PIC X(02).
       01  WS-TERMPARM-STATUS          PIC X(02).
       01  WS-RUNDATE-STATUS           PIC X(02).
       01  WS-PARM-STATUS              PIC X(02).

       77  WS-ACTIVE-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-GRADED-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-PENDING-ONLY-COUNT       PIC 9(05) COMP VALUE ZERO.
       77  WS-HIST-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-SLIP-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-SLIP-GRADED-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-COURSE-LINE-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-PENDING-LINE-COUNT       PIC 9(05) COMP VALUE ZERO.
       77  WS-MAKEUP-LINE-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-CSV-ROW-COUNT            PIC 9(05) COMP VALUE ZERO.

       01  WS-RUN-FECHA                PIC 9(08).
       01  WS-TERM-ID                  PIC X(06).

       01  WS-STUDENT-WORK.
           05  WS-CURRENT-ID           PIC X(05).
           05  WS-FIRST-COURSE-ID      PIC X(06).
           05  WS-FIRST-SECTION-ID     PIC X(03).
           05  WS-SLIP-COURSES         PIC 9(03) COMP.
           05  WS-DETAIL-CREDITS       PIC 9(02).
           05  WS-TERM-PROMEDIO-ED     PIC X(06).
           05  WS-STANDING-CODE        PIC X(01).
           05  WS-AVISO                PIC X(40).
           05  WS-NOTA-ED              PIC ZZZ.ZZ.
           05  WS-CREDITOS-ED          PIC Z9.
           05  WS-CSV-PROMEDIO         PIC X(06).
           05  WS-CSV-LETRA            PIC X(02).
           05  WS-CSV-APROBADO         PIC X(01).
           05  WS-CSV-SECTION          PIC X(03).
           05  WS-CSV-COURSE           PIC X(06).
           05  WS-COURSE-NAME          PIC X(30).
           05  WS-CSV-LINE             PIC X(120).
           05  WS-CSV-POINTER          PIC 9(03) COMP.

       01  WS-SWITCHES.
           05  WS-EOF-MASTER-SW        PIC X(01) VALUE "N".
               88  WS-EOF-MASTER                VALUE "S".
           05  WS-EOF-SORT-SW          PIC X(01) VALUE "N".
               88  WS-EOF-SORT                  VALUE "S".
           05  WS-INPUT-MISSING-SW     PIC X(01) VALUE "N".
               88  WS-INPUT-MISSING             VALUE "S".
           05  WS-FIN-DETALLE-SW       PIC X(01) VALUE "N".
               88  WS-FIN-DETALLE               VALUE "S".
           05  WS-FIN-ENROLL-SW        PIC X(01) VALUE "N".
               88  WS-FIN-ENROLL                VALUE "S".
           05  WS-ENROLLED-SW          PIC X(01) VALUE "N".
               88  WS-ENROLLED                  VALUE "S".
           05  WS-GRADED-SW            PIC X(01) VALUE "N".
               88  WS-GRADED                    VALUE "S".
           05  WS-HIST-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-HIST-FOUND                VALUE "S".
           05  WS-MASTER-FOUND-SW      PIC X(01) VALUE "N".
               88  WS-MASTER-FOUND              VALUE "S".
           05  WS-ENROLL-OPEN-SW       PIC X(01) VALUE "N".
               88  WS-ENROLL-OPEN               VALUE "S".
           05  WS-ELIG-OPEN-SW         PIC X(01) VALUE "N".
               88  WS-ELIG-OPEN                 VALUE "S".
           05  WS-STANDING-OPEN-SW     PIC X(01) VALUE "N".
               88  WS-STANDING-OPEN             VALUE "S".
           05  WS-PORTAL-SW            PIC X(01) VALUE "N".
               88  WS-PORTAL-ON                 VALUE "S".
           05  WS-CONTROL-SW           PIC X(01) VALUE "S".
               88  WS-CONTROL-OK                VALUE "S".
               88  WS-CONTROL-FAILED            VALUE "N".

       01  WS-REPORT-LINES.
           05  WS-RPT-HDR-LINE.
               10  FILLER              PIC X(40) VALUE
                   "BOLETINES DE CALIFICACIONES".
               10  FILLER              PIC X(09) VALUE "TERMINO: ".
               10  WS-RH-TERM-ID       PIC X(06).
               10  FILLER              PIC X(04) VALUE SPACES.
               10  FILLER              PIC X(10) VALUE "EMITIDO: ".
               10  WS-RH-FECHA         PIC 9(08).
               10  FILLER              PIC X(13) VALUE SPACES.
           05  WS-SEPARATOR-LINE.
               10  FILLER              PIC X(90) VALUE ALL "=".
           05  WS-SLIP-HDR-LINE.
               10  FILLER              PIC X(27) VALUE
                   "BOLETIN DE CALIFICACIONES".
               10  FILLER              PIC X(09) VALUE "TERMINO: ".
               10  WS-SL-TERM-ID       PIC X(06).
               10  FILLER              PIC X(04) VALUE SPACES.
               10  FILLER              PIC X(15) VALUE
                   "CURSO/SECCION: ".
               10  WS-SL-COURSE-ID     PIC X(06).
               10  FILLER              PIC X(01) VALUE "/".
               10  WS-SL-SECTION-ID    PIC X(03).
               10  FILLER              PIC X(19) VALUE SPACES.
           05  WS-STUDENT-HDR-LINE.
               10  FILLER              PIC X(08) VALUE "ALUMNO: ".
               10  WS-SH-STUDENT-ID    PIC X(05).
               10  FILLER              PIC X(03) VALUE SPACES.
               10  FILLER              PIC X(08) VALUE "NOMBRE: ".
               10  WS-SH-NOMBRE        PIC X(30).
               10  FILLER              PIC X(36) VALUE SPACES.
           05  WS-COLUMN-HDR-LINE.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  FILLER              PIC X(07) VALUE "CURSO".
               10  FILLER              PIC X(32) VALUE "NOMBRE".
               10  FILLER              PIC X(08) VALUE "PROMEDIO".
               10  FILLER              PIC X(06) VALUE " LETRA".
               10  FILLER              PIC X(11) VALUE "  CONDICION".
               10  FILLER              PIC X(09) VALUE "  CREDIT.".
               10  FILLER              PIC X(05) VALUE " SECC".
               10  FILLER              PIC X(10) VALUE SPACES.
           05  WS-COURSE-DETAIL-LINE.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-CD-COURSE-ID     PIC X(06).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-CD-COURSE-NAME   PIC X(30).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-CD-PROMEDIO      PIC Z(03).ZZ.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  WS-CD-LETRA         PIC X(02).
               10  FILLER              PIC X(03) VALUE SPACES.
               10  WS-CD-APROBADO      PIC X(09).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-CD-CREDITOS      PIC Z9.
               10  FILLER              PIC X(05) VALUE " CRED".
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-CD-SECTION-ID    PIC X(03).
               10  FILLER              PIC X(08) VALUE SPACES.
           05  WS-PENDING-LINE.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-PL-COURSE-ID     PIC X(06).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-PL-COURSE-NAME   PIC X(30).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  FILLER              PIC X(14) VALUE
                   "NOTA PENDIENTE".
               10  FILLER              PIC X(35) VALUE SPACES.
           05  WS-NOTICE-LINE.
               10  FILLER              PIC X(11) VALUE SPACES.
               10  FILLER              PIC X(07) VALUE "AVISO: ".
               10  WS-NO-AVISO         PIC X(40).
               10  FILLER              PIC X(32) VALUE SPACES.
           05  WS-TERM-AVG-LINE.
               10  FILLER              PIC X(22) VALUE
                   "PROMEDIO DEL TERMINO: ".
               10  WS-TA-PROMEDIO      PIC X(06).
               10  FILLER              PIC X(22) VALUE
                   "  CREDITOS APROBADOS: ".
               10  WS-TA-APROBADOS     PIC ZZ9.
               10  FILLER              PIC X(12) VALUE
                   "  CURSADOS: ".
               10  WS-TA-CURSADOS      PIC ZZ9.
               10  FILLER              PIC X(22) VALUE SPACES.
           05  WS-STANDING-LINE.
               10  FILLER              PIC X(21) VALUE
                   "SITUACION ACADEMICA: ".
               10  WS-SA-CODE          PIC X(01).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-SA-DESC          PIC X(30).
               10  FILLER              PIC X(37) VALUE SPACES.
           05  WS-CONTROL-HDR-LINE.
               10  FILLER              PIC X(40) VALUE
                   "CONTROL DE EMISION DE BOLETINES".
               10  FILLER              PIC X(50) VALUE SPACES.
           05  WS-SUMMARY-LINE.
               10  WS-SU-LABEL         PIC X(35).
               10  WS-SU-VALUE         PIC Z(04)9.
               10  FILLER              PIC X(50) VALUE SPACES.
           05  WS-CONTROL-RESULT-LINE.
               10  WS-CR-TEXT          PIC X(60).
               10  FILLER              PIC X(30) VALUE SPACES.

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
                                    SR-STUDENT-ID
                   INPUT PROCEDURE IS 3000-SELECT-STUDENTS
                       THRU 3000-EXIT
                   OUTPUT PROCEDURE IS 4000-PRINT-SLIPS
                       THRU 4000-EXIT

               PERFORM 8000-WRITE-CONTROL
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
           MOVE "BOLETIN"              TO ENQ-HOLDER
           MOVE "A"                    TO ENQ-FUNCTION
           MOVE "STUDENT-MASTER"       TO ENQ-RESOURCE
           MOVE "R"                    TO ENQ-MODE
           PERFORM 0150-CALL-ENQUEUE
               THRU 0150-EXIT
           IF NOT WS-LOCK-FAILED
               MOVE "COURSE-MASTER"    TO ENQ-RESOURCE
               MOVE "R"                TO ENQ-MODE
               PERFORM 0150-CALL-ENQUEUE
                   THRU 0150-EXIT
           END-IF
           IF NOT WS-LOCK-FAILED
               MOVE "GRADE-HISTORY"    TO ENQ-RESOURCE
               MOVE "R"                TO ENQ-MODE
               PERFORM 0150-CALL-ENQUEUE
                   THRU 0150-EXIT
           END-IF
           IF NOT WS-LOCK-FAILED
               MOVE "MAKEUP-ELIG"      TO ENQ-RESOURCE
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
               DISPLAY "BOLETIN - LOCK VENCIDO EN " ENQ-RESOURCE
                   " DE " ENQ-HOLDER-OUT ", ROMPERLO CON LOCKBRK"
           ELSE
               DISPLAY "BOLETIN - RECURSO " ENQ-RESOURCE
                   " EN USO POR " ENQ-HOLDER-OUT
           END-IF.

       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0900-RELEASE-LOCKS - GIVE BACK EVERY LOCK THIS PROGRAM TAKES
      ******************************************************************
       0900-RELEASE-LOCKS.
           MOVE "BOLETIN"              TO ENQ-HOLDER
           MOVE "R"                    TO ENQ-FUNCTION
           MOVE "STUDENT-MASTER"       TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST
           MOVE "COURSE-MASTER"        TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST
           MOVE "GRADE-HISTORY"        TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST
           MOVE "MAKEUP-ELIG"          TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST.

       0900-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INITIALIZE - RESOLVE THE RUN DATE AND TERM, READ THE
      *                   PORTAL SWITCH AND OPEN FILES.  THE MASTER,
      *                   THE COURSE DETAIL AND THE HISTORY ARE
      *                   REQUIRED; WITHOUT THE OTHERS THE SLIPS GO
      *                   OUT WITH THE NOTICES THEY WOULD FEED LEFT
      *                   OFF
      ******************************************************************
       1000-INITIALIZE.
           MOVE "N"                    TO WS-EOF-MASTER-SW
           MOVE "N"                    TO WS-EOF-SORT-SW
           MOVE "N"                    TO WS-INPUT-MISSING-SW
           SET WS-CONTROL-OK           TO TRUE

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

           PERFORM 1200-LOAD-BOLETIN-PARM
               THRU 1200-EXIT

           OPEN INPUT STUDENT-MASTER
           IF WS-STUDMAST-STATUS NOT = "00"
               SET WS-INPUT-MISSING    TO TRUE
               DISPLAY "BOLETIN - STUDENT-MASTER NOT FOUND, STATUS = "
                   WS-STUDMAST-STATUS
           END-IF

           OPEN INPUT GRADE-DETAIL
           IF WS-GRADDETL-STATUS NOT = "00"
               SET WS-INPUT-MISSING    TO TRUE
               DISPLAY "BOLETIN - GRADE-DETAIL NOT FOUND, STATUS = "
                   WS-GRADDETL-STATUS
           END-IF

           OPEN INPUT GRADE-HISTORY
           IF WS-GRADHIST-STATUS NOT = "00"
               SET WS-INPUT-MISSING    TO TRUE
               DISPLAY "BOLETIN - GRADE-HISTORY NOT FOUND, STATUS = "
                   WS-GRADHIST-STATUS
           END-IF

           OPEN INPUT COURSE-MASTER
           IF WS-COURMAST-STATUS = "35"
               DISPLAY "BOLETIN - COURSE-MASTER NOT FOUND, COURSE "
                   "NAMES WILL SHOW AS DESCONOCIDO"
           END-IF

           OPEN INPUT STANDING-FILE
           IF WS-STANDING-STATUS = "00"
               SET WS-STANDING-OPEN    TO TRUE
           ELSE
               DISPLAY "BOLETIN - STANDING-FILE NOT FOUND, SLIPS "
                   "WILL SHOW SIN DICTAMEN"
           END-IF

           OPEN INPUT MAKEUP-ELIG
           IF WS-ELIG-STATUS = "00"
               SET WS-ELIG-OPEN        TO TRUE
           ELSE
               DISPLAY "BOLETIN - MAKEUP-ELIG NOT FOUND, NO MAKE-UP "
                   "NOTICES"
           END-IF

           OPEN INPUT ENROLLMENT
           IF WS-ENROLL-STATUS = "00"
               SET WS-ENROLL-OPEN      TO TRUE
           ELSE
               DISPLAY "BOLETIN - ENROLLMENT NOT FOUND, NO PENDING "
                   "GRADE NOTICES"
           END-IF

           OPEN OUTPUT BOLETIN-REPORT
           MOVE WS-TERM-ID             TO WS-RH-TERM-ID
           MOVE WS-RUN-FECHA           TO WS-RH-FECHA
           MOVE WS-RPT-HDR-LINE        TO BOLETIN-REPORT-LINE
           WRITE BOLETIN-REPORT-LINE

           IF WS-PORTAL-ON
               OPEN OUTPUT PORTAL-CSV
               MOVE "STUDENT_ID,TERM,COURSE,SECTION,AVERAGE,LETTER,APP
      -            "ROVED,CREDITS,TERM_AVERAGE,STANDING,NOTICE"
                                       TO PORTAL-CSV-LINE
               WRITE PORTAL-CSV-LINE
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
      * 1200-LOAD-BOLETIN-PARM - "S" IN THE FIRST BYTE ASKS FOR THE
      *                          PORTAL FILE.  NO PARM MEANS THE
      *                          PRINTED SLIPS ONLY
      ******************************************************************
       1200-LOAD-BOLETIN-PARM.
           MOVE "N"                    TO WS-PORTAL-SW

           OPEN INPUT BOLETIN-PARM
           IF WS-PARM-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF

           READ BOLETIN-PARM
               AT END
                   CONTINUE
           END-READ
           IF WS-PARM-STATUS = "00"
               AND BP-PORTAL-SW = "S"
               SET WS-PORTAL-ON        TO TRUE
           END-IF
           CLOSE BOLETIN-PARM.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SELECT-STUDENTS - WALK THE MASTER AND RELEASE ONE SORT
      *                        RECORD PER ACTIVE STUDENT WHO HAS A
      *                        RESULT OR AN ENROLLMENT IN THE TERM,
      *                        KEYED BY THE COURSE AND SECTION OF THE
      *                        FIRST COURSE, AND COUNT THE TERM'S
      *                        HISTORY RECORDS FOR THE CONTROL
      ******************************************************************
       3000-SELECT-STUDENTS.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   SET WS-EOF-MASTER   TO TRUE
           END-READ

           PERFORM 3100-SELECT-ONE
               THRU 3100-EXIT
               UNTIL WS-EOF-MASTER.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-SELECT-ONE - DECIDE WHETHER ONE MASTER RECORD GETS A SLIP
      *                   AND READ THE NEXT ONE.  INACTIVE STUDENTS
      *                   ARE SKIPPED
      ******************************************************************
       3100-SELECT-ONE.
           IF NOT SM-STATUS-ACTIVE
               PERFORM 3900-READ-NEXT-MASTER
                   THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF

           ADD 1                       TO WS-ACTIVE-COUNT
           MOVE SM-STUDENT-ID          TO WS-CURRENT-ID

           MOVE WS-CURRENT-ID          TO GH-STUDENT-ID
           MOVE WS-TERM-ID             TO GH-TERM-ID
           READ GRADE-HISTORY
               KEY IS GH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1               TO WS-HIST-COUNT
           END-READ

           PERFORM 3200-FIND-FIRST-COURSE
               THRU 3200-EXIT

           IF NOT WS-GRADED
               PERFORM 3300-FIND-ENROLLMENT
                   THRU 3300-EXIT
               IF NOT WS-ENROLLED
                   PERFORM 3900-READ-NEXT-MASTER
                       THRU 3900-EXIT
                   GO TO 3100-EXIT
               END-IF
           END-IF

           MOVE SPACES                 TO SORT-RECORD
           MOVE WS-FIRST-COURSE-ID     TO SR-COURSE-ID
           MOVE WS-FIRST-SECTION-ID    TO SR-SECTION-ID
           MOVE WS-CURRENT-ID          TO SR-STUDENT-ID
           IF WS-GRADED
               MOVE "S"                TO SR-GRADED-SW
               ADD 1                   TO WS-GRADED-COUNT
           ELSE
               MOVE "N"                TO SR-GRADED-SW
               ADD 1                   TO WS-PENDING-ONLY-COUNT
           END-IF
           RELEASE SORT-RECORD

           PERFORM 3900-READ-NEXT-MASTER
               THRU 3900-EXIT.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-FIND-FIRST-COURSE - THE STUDENT'S FIRST GRADE-DETAIL
      *                          RECORD FOR THE TERM, IF ANY, GIVES
      *                          THE DISTRIBUTION COURSE AND SECTION
      ******************************************************************
       3200-FIND-FIRST-COURSE.
           MOVE "N"                    TO WS-GRADED-SW
           MOVE SPACES                 TO WS-FIRST-COURSE-ID
           MOVE SPACES                 TO WS-FIRST-SECTION-ID

           MOVE WS-CURRENT-ID          TO GD-STUDENT-ID
           MOVE WS-TERM-ID             TO GD-TERM-ID
           MOVE LOW-VALUES             TO GD-COURSE-ID
           START GRADE-DETAIL
               KEY IS NOT LESS THAN GD-KEY
               INVALID KEY
                   GO TO 3200-EXIT
           END-START

           READ GRADE-DETAIL NEXT RECORD
               AT END
                   GO TO 3200-EXIT
           END-READ

           IF GD-STUDENT-ID NOT = WS-CURRENT-ID
               OR GD-TERM-ID NOT = WS-TERM-ID
               GO TO 3200-EXIT
           END-IF

           SET WS-GRADED               TO TRUE
           MOVE GD-COURSE-ID           TO WS-FIRST-COURSE-ID
           MOVE GD-SECTION-ID          TO WS-FIRST-SECTION-ID.

       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-FIND-ENROLLMENT - A STUDENT WITH NO RESULT YET STILL GETS
      *                        A SLIP LISTING THE PENDING COURSES WHEN
      *                        ENROLLED IN THE TERM; THE FIRST SUCH
      *                        COURSE GIVES THE DISTRIBUTION KEY
      ******************************************************************
       3300-FIND-ENROLLMENT.
           MOVE "N"                    TO WS-ENROLLED-SW
           MOVE "N"                    TO WS-FIN-ENROLL-SW

           IF NOT WS-ENROLL-OPEN
               GO TO 3300-EXIT
           END-IF

           MOVE WS-CURRENT-ID          TO EN-STUDENT-ID
           MOVE LOW-VALUES             TO EN-COURSE-ID
           START ENROLLMENT
               KEY IS NOT LESS THAN EN-KEY
               INVALID KEY
                   GO TO 3300-EXIT
           END-START

           PERFORM 3310-SCAN-ENROLLMENT
               THRU 3310-EXIT
               UNTIL WS-FIN-ENROLL
                  OR WS-ENROLLED.

       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3310-SCAN-ENROLLMENT - LOOK AT ONE ENROLLMENT OF THE STUDENT
      ******************************************************************
       3310-SCAN-ENROLLMENT.
           READ ENROLLMENT NEXT RECORD
               AT END
                   SET WS-FIN-ENROLL   TO TRUE
                   GO TO 3310-EXIT
           END-READ

           IF EN-STUDENT-ID NOT = WS-CURRENT-ID
               SET WS-FIN-ENROLL       TO TRUE
               GO TO 3310-EXIT
           END-IF

           IF EN-TERM-ID = WS-TERM-ID
               SET WS-ENROLLED         TO TRUE
               MOVE EN-COURSE-ID       TO WS-FIRST-COURSE-ID
           END-IF.

       3310-EXIT.
           EXIT.

      ******************************************************************
      * 3900-READ-NEXT-MASTER - READ THE NEXT MASTER RECORD
      ******************************************************************
       3900-READ-NEXT-MASTER.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   SET WS-EOF-MASTER   TO TRUE
           END-READ.

       3900-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PRINT-SLIPS - PRINT THE SLIPS IN COURSE/SECTION ORDER
      ******************************************************************
       4000-PRINT-SLIPS.
           PERFORM 4100-PRINT-ONE-SLIP
               THRU 4100-EXIT
               UNTIL WS-EOF-SORT.

       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-PRINT-ONE-SLIP - ONE STUDENT'S PAGE: HEADING, THE TERM'S
      *                       COURSES WITH THEIR NOTICES, THE PENDING
      *                       COURSES, THE TERM AVERAGE AND THE
      *                       STANDING
      ******************************************************************
       4100-PRINT-ONE-SLIP.
           RETURN SORT-FILE
               AT END
                   SET WS-EOF-SORT     TO TRUE
                   GO TO 4100-EXIT
           END-RETURN

           MOVE SR-STUDENT-ID          TO WS-CURRENT-ID
           MOVE "N"                    TO WS-MASTER-FOUND-SW
           MOVE WS-CURRENT-ID          TO SM-STUDENT-ID
           READ STUDENT-MASTER
               KEY IS SM-STUDENT-ID
               INVALID KEY
                   MOVE SPACES         TO SM-STUDENT-NAME
               NOT INVALID KEY
                   SET WS-MASTER-FOUND TO TRUE
           END-READ

           PERFORM 4050-LOAD-TERM-RESULTS
               THRU 4050-EXIT

           MOVE WS-SEPARATOR-LINE      TO BOLETIN-REPORT-LINE
           WRITE BOLETIN-REPORT-LINE

           MOVE WS-TERM-ID             TO WS-SL-TERM-ID
           MOVE SR-COURSE-ID           TO WS-SL-COURSE-ID
           MOVE SR-SECTION-ID          TO WS-SL-SECTION-ID
           MOVE WS-SLIP-HDR-LINE       TO BOLETIN-REPORT-LINE
           WRITE BOLETIN-REPORT-LINE

           MOVE WS-CURRENT-ID          TO WS-SH-STUDENT-ID
           MOVE SM-STUDENT-NAME        TO WS-SH-NOMBRE
           MOVE WS-STUDENT-HDR-LINE    TO BOLETIN-REPORT-LINE
           WRITE BOLETIN-REPORT-LINE

           MOVE WS-COLUMN-HDR-LINE     TO BOLETIN-REPORT-LINE
           WRITE BOLETIN-REPORT-LINE

           MOVE ZERO                   TO WS-SLIP-COURSES
           PERFORM 4200-PRINT-COURSES
               THRU 4200-EXIT

           PERFORM 4300-PRINT-PENDING
               THRU 4300-EXIT

           MOVE WS-TERM-PROMEDIO-ED    TO WS-TA-PROMEDIO
           IF WS-HIST-FOUND
               MOVE GH-CREDITS-EARNED  TO WS-TA-APROBADOS
               MOVE GH-CREDITS-ATTEMPTED
                                       TO WS-TA-CURSADOS
           ELSE
               MOVE ZERO               TO WS-TA-APROBADOS
               MOVE ZERO               TO WS-TA-CURSADOS
           END-IF
           MOVE WS-TERM-AVG-LINE       TO BOLETIN-REPORT-LINE
           WRITE BOLETIN-REPORT-LINE

           PERFORM 4500-PRINT-STANDING
               THRU 4500-EXIT

           ADD 1                       TO WS-SLIP-COUNT
           IF WS-SLIP-COURSES > ZERO
               ADD 1                   TO WS-SLIP-GRADED-COUNT
           END-IF.

       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4050-LOAD-TERM-RESULTS - THE TERM'S GRADE-HISTORY RECORD AND
      *                          THE STANDING CODE, NEEDED ON EVERY
      *                          PORTAL ROW AS WELL AS AT THE FOOT OF
      *                          THE PAGE
      ******************************************************************
       4050-LOAD-TERM-RESULTS.
           MOVE "N"                    TO WS-HIST-FOUND-SW
           MOVE "N/D"                  TO WS-TERM-PROMEDIO-ED
           MOVE SPACE                  TO WS-STANDING-CODE

           MOVE WS-CURRENT-ID          TO GH-STUDENT-ID
           MOVE WS-TERM-ID             TO GH-TERM-ID
           READ GRADE-HISTORY
               KEY IS GH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HIST-FOUND   TO TRUE
           END-READ

           IF WS-HIST-FOUND
               MOVE GH-PROMEDIO        TO WS-NOTA-ED
               MOVE WS-NOTA-ED         TO WS-TERM-PROMEDIO-ED
               IF GH-CREDITS-ATTEMPTED IS NOT NUMERIC
                   MOVE ZERO           TO GH-CREDITS-ATTEMPTED
               END-IF
               IF GH-CREDITS-EARNED IS NOT NUMERIC
                   MOVE ZERO           TO GH-CREDITS-EARNED
               END-IF
           END-IF

           IF NOT WS-STANDING-OPEN
               GO TO 4050-EXIT
           END-IF

           MOVE WS-CURRENT-ID          TO ST-STUDENT-ID
           READ STANDING-FILE
               KEY IS ST-STUDENT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ST-STANDING-CODE
                                       TO WS-STANDING-CODE
           END-READ.

       4050-EXIT.
           EXIT.

      ******************************************************************
      * 4200-PRINT-COURSES - EVERY GRADE-DETAIL RECORD OF THE STUDENT
      *                      FOR THE TERM, IN COURSE ORDER
      ******************************************************************
       4200-PRINT-COURSES.
           MOVE "N"                    TO WS-FIN-DETALLE-SW

           MOVE WS-CURRENT-ID          TO GD-STUDENT-ID
           MOVE WS-TERM-ID             TO GD-TERM-ID
           MOVE LOW-VALUES             TO GD-COURSE-ID
           START GRADE-DETAIL
               KEY IS NOT LESS THAN GD-KEY
               INVALID KEY
                   SET WS-FIN-DETALLE  TO TRUE
           END-START

           PERFORM 4210-PRINT-COURSE
               THRU 4210-EXIT
               UNTIL WS-FIN-DETALLE.

       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4210-PRINT-COURSE - ONE COURSE RESULT AND ITS MAKE-UP NOTICE
      ******************************************************************
       4210-PRINT-COURSE.
           READ GRADE-DETAIL NEXT RECORD
               AT END
                   SET WS-FIN-DETALLE  TO TRUE
                   GO TO 4210-EXIT
           END-READ

           IF GD-STUDENT-ID NOT = WS-CURRENT-ID
               OR GD-TERM-ID NOT = WS-TERM-ID
               SET WS-FIN-DETALLE      TO TRUE
               GO TO 4210-EXIT
           END-IF

           ADD 1                       TO WS-SLIP-COURSES
           ADD 1                       TO WS-COURSE-LINE-COUNT

           PERFORM 4600-LOOKUP-COURSE
               THRU 4600-EXIT

           MOVE GD-COURSE-ID           TO WS-CD-COURSE-ID
           MOVE WS-COURSE-NAME         TO WS-CD-COURSE-NAME
           MOVE GD-PROMEDIO            TO WS-CD-PROMEDIO
           MOVE GD-LETRA               TO WS-CD-LETRA
           MOVE ZERO                   TO WS-DETAIL-CREDITS
           IF GD-CREDITS IS NUMERIC
               MOVE GD-CREDITS         TO WS-DETAIL-CREDITS
           END-IF
           MOVE WS-DETAIL-CREDITS      TO WS-CD-CREDITOS
           MOVE GD-SECTION-ID          TO WS-CD-SECTION-ID
           IF GD-APROBADO
               MOVE "APROBADO"         TO WS-CD-APROBADO
           ELSE
               MOVE "REPROBADO"        TO WS-CD-APROBADO
           END-IF
           MOVE WS-COURSE-DETAIL-LINE  TO BOLETIN-REPORT-LINE
           WRITE BOLETIN-REPORT-LINE

           PERFORM 4220-MAKEUP-NOTICE
               THRU 4220-EXIT

           IF WS-AVISO NOT = SPACES
               ADD 1                   TO WS-MAKEUP-LINE-COUNT
               MOVE WS-AVISO           TO WS-NO-AVISO
               MOVE WS-NOTICE-LINE     TO BOLETIN-REPORT-LINE
               WRITE BOLETIN-REPORT-LINE
           END-IF

           IF WS-PORTAL-ON
               MOVE GD-PROMEDIO        TO WS-NOTA-ED
               MOVE WS-NOTA-ED         TO WS-CSV-PROMEDIO
               MOVE GD-LETRA           TO WS-CSV-LETRA
               MOVE GD-APROBADO-SW     TO WS-CSV-APROBADO
               MOVE GD-SECTION-ID      TO WS-CSV-SECTION
               PERFORM 4700-WRITE-PORTAL-ROW
                   THRU 4700-EXIT
           END-IF.

       4210-EXIT.
           EXIT.

      ******************************************************************
      * 4220-MAKEUP-NOTICE - A FAILED COURSE ON THE MAKE-UP LIST SAYS
      *                      WHERE THE STUDENT STANDS WITH THE EXAM:
      *                      STILL TO SIT (AND BY WHEN), SAT (AND THE
      *                      GRADE) OR ABSENT
      ******************************************************************
       4220-MAKEUP-NOTICE.
           MOVE SPACES                 TO WS-AVISO

           IF NOT WS-ELIG-OPEN
               GO TO 4220-EXIT
           END-IF

           MOVE WS-TERM-ID             TO ME-TERM-ID
           MOVE GD-COURSE-ID           TO ME-COURSE-ID
           MOVE WS-CURRENT-ID          TO ME-STUDENT-ID
           READ MAKEUP-ELIG
               KEY IS ME-KEY
               INVALID KEY
                   GO TO 4220-EXIT
           END-READ

           EVALUATE TRUE
               WHEN ME-PENDIENTE
                   STRING "RECUPERATORIO PENDIENTE, VENCE "
                                       DELIMITED BY SIZE
                       ME-DEADLINE     DELIMITED BY SIZE
                       INTO WS-AVISO
               WHEN ME-RENDIDO
                   MOVE ME-NOTA-RECUP  TO WS-NOTA-ED
                   STRING "RECUPERATORIO RENDIDO, NOTA "
                                       DELIMITED BY SIZE
                       WS-NOTA-ED      DELIMITED BY SIZE
                       INTO WS-AVISO
               WHEN ME-AUSENTE
                   MOVE "AUSENTE EN EL RECUPERATORIO"
                                       TO WS-AVISO
           END-EVALUATE.

       4220-EXIT.
           EXIT.

      ******************************************************************
      * 4300-PRINT-PENDING - EVERY COURSE THE STUDENT IS ENROLLED IN
      *                      FOR THE TERM WITH NO RESULT ON
      *                      GRADE-DETAIL YET
      ******************************************************************
       4300-PRINT-PENDING.
           MOVE "N"                    TO WS-FIN-ENROLL-SW

           IF NOT WS-ENROLL-OPEN
               GO TO 4300-EXIT
           END-IF

           MOVE WS-CURRENT-ID          TO EN-STUDENT-ID
           MOVE LOW-VALUES             TO EN-COURSE-ID
           START ENROLLMENT
               KEY IS NOT LESS THAN EN-KEY
               INVALID KEY
                   GO TO 4300-EXIT
           END-START

           PERFORM 4310-CHECK-ENROLLMENT
               THRU 4310-EXIT
               UNTIL WS-FIN-ENROLL.

       4300-EXIT.
           EXIT.

      ******************************************************************
      * 4310-CHECK-ENROLLMENT - ONE ENROLLMENT: IS IT GRADED YET?
      ******************************************************************
       4310-CHECK-ENROLLMENT.
           READ ENROLLMENT NEXT RECORD
               AT END
                   SET WS-FIN-ENROLL   TO TRUE
                   GO TO 4310-EXIT
           END-READ

           IF EN-STUDENT-ID NOT = WS-CURRENT-ID
               SET WS-FIN-ENROLL       TO TRUE
               GO TO 4310-EXIT
           END-IF

           IF EN-TERM-ID NOT = WS-TERM-ID
               GO TO 4310-EXIT
           END-IF

           MOVE WS-CURRENT-ID          TO GD-STUDENT-ID
           MOVE WS-TERM-ID             TO GD-TERM-ID
           MOVE EN-COURSE-ID           TO GD-COURSE-ID
           READ GRADE-DETAIL
               KEY IS GD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 4310-EXIT
           END-READ

           ADD 1                       TO WS-PENDING-LINE-COUNT
           MOVE EN-COURSE-ID           TO GD-COURSE-ID
           PERFORM 4600-LOOKUP-COURSE
               THRU 4600-EXIT

           MOVE EN-COURSE-ID           TO WS-PL-COURSE-ID
           MOVE WS-COURSE-NAME         TO WS-PL-COURSE-NAME
           MOVE WS-PENDING-LINE        TO BOLETIN-REPORT-LINE
           WRITE BOLETIN-REPORT-LINE

           IF WS-PORTAL-ON
               MOVE SPACES             TO WS-CSV-PROMEDIO
               MOVE SPACES             TO WS-CSV-LETRA
               MOVE SPACES             TO WS-CSV-APROBADO
               MOVE SPACES             TO WS-CSV-SECTION
               MOVE ZERO               TO WS-DETAIL-CREDITS
               MOVE "NOTA PENDIENTE"   TO WS-AVISO
               PERFORM 4700-WRITE-PORTAL-ROW
                   THRU 4700-EXIT
           END-IF.

       4310-EXIT.
           EXIT.

      ******************************************************************
      * 4500-PRINT-STANDING - THE STANDING CODE STANDING LEFT ON FILE
      ******************************************************************
       4500-PRINT-STANDING.
           MOVE WS-STANDING-CODE       TO WS-SA-CODE

           EVALUATE WS-STANDING-CODE
               WHEN "N"
                   MOVE "NORMAL"       TO WS-SA-DESC
               WHEN "P"
                   MOVE "CONDICIONAL"  TO WS-SA-DESC
               WHEN "R"
                   MOVE "SEPARACION"   TO WS-SA-DESC
               WHEN "D"
                   MOVE "CUADRO DE HONOR"
                                       TO WS-SA-DESC
               WHEN "C"
                   MOVE "ATRASO EN CREDITOS"
                                       TO WS-SA-DESC
               WHEN OTHER
                   MOVE "SIN DICTAMEN" TO WS-SA-DESC
           END-EVALUATE

           MOVE WS-STANDING-LINE       TO BOLETIN-REPORT-LINE
           WRITE BOLETIN-REPORT-LINE.

       4500-EXIT.
           EXIT.

      ******************************************************************
      * 4600-LOOKUP-COURSE - RESOLVE THE COURSE NAME AGAINST THE
      *                      SHARED COURSE-MASTER
      ******************************************************************
       4600-LOOKUP-COURSE.
           MOVE GD-COURSE-ID           TO WS-CSV-COURSE
           MOVE "DESCONOCIDO"          TO WS-COURSE-NAME

           MOVE GD-COURSE-ID           TO CM-COURSE-ID
           READ COURSE-MASTER
               KEY IS CM-COURSE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-COURSE-NAME TO WS-COURSE-NAME
           END-READ.

       4600-EXIT.
           EXIT.

      ******************************************************************
      * 4700-WRITE-PORTAL-ROW - ONE COURSE ROW FOR THE REGISTRAR'S
      *                         PORTAL, CARRYING THE TERM AVERAGE,
      *                         THE STANDING AND ANY NOTICE
      ******************************************************************
       4700-WRITE-PORTAL-ROW.
           MOVE WS-DETAIL-CREDITS      TO WS-CREDITOS-ED
           MOVE SPACES                 TO WS-CSV-LINE
           MOVE 1                      TO WS-CSV-POINTER
           STRING WS-CURRENT-ID        DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WS-TERM-ID              DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WS-CSV-COURSE           DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WS-CSV-SECTION          DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WS-CSV-PROMEDIO         DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WS-CSV-LETRA            DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WS-CSV-APROBADO         DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WS-CREDITOS-ED          DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WS-TERM-PROMEDIO-ED     DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WS-STANDING-CODE        DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WS-AVISO                DELIMITED BY SIZE
               INTO WS-CSV-LINE
               WITH POINTER WS-CSV-POINTER

           MOVE WS-CSV-LINE            TO PORTAL-CSV-LINE
           WRITE PORTAL-CSV-LINE
           ADD 1                       TO WS-CSV-ROW-COUNT.

       4700-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-CONTROL - CLOSE THE RUN WITH THE CONTROL COUNT.
      *                      EVERY ACTIVE STUDENT GRADED IN THE TERM
      *                      (ONE GRADE-HISTORY RECORD EACH) MUST
      *                      HAVE HAD A SLIP PRINTED WITH COURSES ON
      *                      IT; ANY DIFFERENCE FAILS THE RUN
      ******************************************************************
       8000-WRITE-CONTROL.
           IF WS-SLIP-GRADED-COUNT NOT = WS-GRADED-COUNT
               OR WS-SLIP-GRADED-COUNT NOT = WS-HIST-COUNT
               SET WS-CONTROL-FAILED   TO TRUE
           END-IF

           MOVE WS-SEPARATOR-LINE      TO BOLETIN-REPORT-LINE
           WRITE BOLETIN-REPORT-LINE
           MOVE WS-CONTROL-HDR-LINE    TO BOLETIN-REPORT-LINE
           WRITE BOLETIN-REPORT-LINE

           MOVE "ALUMNOS ACTIVOS:"     TO WS-SU-LABEL
           MOVE WS-ACTIVE-COUNT        TO WS-SU-VALUE
           MOVE WS-SUMMARY-LINE        TO BOLETIN-REPORT-LINE
           WRITE BOLETIN-REPORT-LINE

           MOVE "HISTORIAS DEL TERMINO:"
                                       TO WS-SU-LABEL
           MOVE WS-HIST-COUNT          TO WS-SU-VALUE
           MOVE WS-SUMMARY-LINE        TO BOLETIN-REPORT-LINE
           WRITE BOLETIN-REPORT-LINE

           MOVE "ALUMNOS CALIFICADOS:" TO WS-SU-LABEL
           MOVE WS-GRADED-COUNT        TO WS-SU-VALUE
           MOVE WS-SUMMARY-LINE        TO BOLETIN-REPORT-LINE
           WRITE BOLETIN-REPORT-LINE

           MOVE "BOLETINES CON CALIFICACIONES:"
                                       TO WS-SU-LABEL
           MOVE WS-SLIP-GRADED-COUNT   TO WS-SU-VALUE
           MOVE WS-SUMMARY-LINE        TO BOLETIN-REPORT-LINE
           WRITE BOLETIN-REPORT-LINE

           MOVE "BOLETINES SOLO CON PENDIENTES:"
                                       TO WS-SU-LABEL
           COMPUTE WS-SU-VALUE = WS-SLIP-COUNT - WS-SLIP-GRADED-COUNT
           MOVE WS-SUMMARY-LINE        TO BOLETIN-REPORT-LINE
           WRITE BOLETIN-REPORT-LINE

           MOVE "BOLETINES EMITIDOS:"  TO WS-SU-LABEL
           MOVE WS-SLIP-COUNT          TO WS-SU-VALUE
           MOVE WS-SUMMARY-LINE        TO BOLETIN-REPORT-LINE
           WRITE BOLETIN-REPORT-LINE

           MOVE "CURSOS INFORMADOS:"   TO WS-SU-LABEL
           MOVE WS-COURSE-LINE-COUNT   TO WS-SU-VALUE
           MOVE WS-SUMMARY-LINE        TO BOLETIN-REPORT-LINE
           WRITE BOLETIN-REPORT-LINE

           MOVE "AVISOS DE RECUPERATORIO:"
                                       TO WS-SU-LABEL
           MOVE WS-MAKEUP-LINE-COUNT   TO WS-SU-VALUE
           MOVE WS-SUMMARY-LINE        TO BOLETIN-REPORT-LINE
           WRITE BOLETIN-REPORT-LINE

           MOVE "NOTAS PENDIENTES:"    TO WS-SU-LABEL
           MOVE WS-PENDING-LINE-COUNT  TO WS-SU-VALUE
           MOVE WS-SUMMARY-LINE        TO BOLETIN-REPORT-LINE
           WRITE BOLETIN-REPORT-LINE

           IF WS-PORTAL-ON
               MOVE "FILAS EN BOLETIN.CSV:"
                                       TO WS-SU-LABEL
               MOVE WS-CSV-ROW-COUNT   TO WS-SU-VALUE
               MOVE WS-SUMMARY-LINE    TO BOLETIN-REPORT-LINE
               WRITE BOLETIN-REPORT-LINE
           END-IF

           IF WS-CONTROL-OK
               MOVE "CONTROL CORRECTO: TODO ALUMNO CALIFICADO TIENE BOL
      -            "ETIN"              TO WS-CR-TEXT
           ELSE
               MOVE "CONTROL FALLIDO: CALIFICADOS, HISTORIAS Y BOLETINE
      -            "S NO CUADRAN"      TO WS-CR-TEXT
               DISPLAY "BOLETIN - CONTROL FALLIDO, CALIFICADOS "
                   WS-GRADED-COUNT " HISTORIAS " WS-HIST-COUNT
                   " BOLETINES " WS-SLIP-GRADED-COUNT
           END-IF
           MOVE WS-CONTROL-RESULT-LINE TO BOLETIN-REPORT-LINE
           WRITE BOLETIN-REPORT-LINE.

       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES AND SET THE RETURN-CODE FOR THE
      *                  JOB SCHEDULER: 8 WHEN A REQUIRED FILE IS
      *                  MISSING, 12 WHEN THE CONTROL COUNT FAILS
      ******************************************************************
       9000-TERMINATE.
           CLOSE STUDENT-MASTER
           CLOSE COURSE-MASTER
           CLOSE GRADE-DETAIL
           CLOSE GRADE-HISTORY
           IF WS-STANDING-OPEN
               CLOSE STANDING-FILE
           END-IF
           IF WS-ELIG-OPEN
               CLOSE MAKEUP-ELIG
           END-IF
           IF WS-ENROLL-OPEN
               CLOSE ENROLLMENT
           END-IF
           CLOSE BOLETIN-REPORT
           IF WS-PORTAL-ON
               CLOSE PORTAL-CSV
           END-IF

           EVALUATE TRUE
               WHEN WS-INPUT-MISSING
                   MOVE 8              TO RETURN-CODE
               WHEN WS-CONTROL-FAILED
                   MOVE 12             TO RETURN-CODE
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
           MOVE "BOLETIN"              TO ALR-PROGRAM
           MOVE ZERO                   TO ALR-STEP-NUMBER
           MOVE RETURN-CODE            TO ALR-RETURN-CODE
           MOVE "BOLETIN-REPORT"       TO ALR-REPORT-NAME

           CALL "ALERTPUT" USING ALR-REQUEST
           MOVE ALR-RETURN-CODE        TO RETURN-CODE.

       9900-EXIT.
           EXIT.

       END PROGRAM BOLETIN.
