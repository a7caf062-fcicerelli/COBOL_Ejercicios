      *             edit report.  This replaces the hand re-keying
      *             that produced three misspelled names and a wrong
      *             id last term.
      * Tectonics: cobc -x ENRLLOAD.cob ENQUEUE.cob ALERTPUT.cob
      *            -o ENRLLOAD
      *            (ENQUEUE and ALERTPUT are CALLed by name, so
      *            they must be linked into the same executable)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      *                 an abend is flagged so the operator breaks it
      *                 with LOCKBRK instead of deleting mystery
      *                 files.
      * 15/OCT/26  FC   Prerequisite check.  Before an ENROLLMENT row
      *                 is written, every COURSE-PREREQ row of the
      *                 course (maintained through COURMNT) must be a
      *                 course the student passed in an earlier term
      *                 (GD-APROBADO on GRADE-DETAIL).  A row missing
      *                 one is held off ENROLLMENT unless the
      *                 registrar recorded a PREREQ-WAIVER for that
      *                 student and course; either way it is listed
      *                 on the new ENRLLOAD-PREREQ exception report,
      *                 with the approver when a waiver let it
      *                 through.  Held rows set RETURN-CODE 4 and are
      *                 picked up by the next weekly load once a
      *                 waiver is on file.
      * 15/OCT/26  FC   A run ending with a nonzero RETURN-CODE leaves
      *                 an operator alert on ALERT-OUTBOX through
      *                 ALERTPUT, naming ENRLLOAD-REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENRLLOAD.
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT GRADE-DETAIL ASSIGN TO "GRADE-DETAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GD-KEY
               FILE STATUS IS WS-GRADDETL-STATUS.

           SELECT COURSE-PREREQ ASSIGN TO "COURSE-PREREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-PREREQ-STATUS.

           SELECT PREREQ-WAIVER ASSIGN TO "PREREQ-WAIVER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-KEY
               FILE STATUS IS WS-WAIVER-STATUS.

           SELECT PREREQ-REPORT ASSIGN TO "ENRLLOAD-PREREQ"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TERM-PARM ASSIGN TO "TERM-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMPARM-STATUS.
       FD  ENROLLMENT.
           COPY ENROLMNT.

       FD  GRADE-DETAIL.
           COPY GRADDETL.

       FD  COURSE-PREREQ.
           COPY PREREQS.

       FD  PREREQ-WAIVER.
           COPY PREQWAIV.

       FD  PREREQ-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  PREREQ-REPORT-LINE          PIC X(80).

       FD  TERM-PARM
           RECORD CONTAINS 80 CHARACTERS.
       01  TERM-PARM-RECORD.

           COPY ENQPARM.

           COPY ALRTPARM.

       77  WS-EXTRACT-STATUS           PIC X(02).
       77  WS-STUDMAST-STATUS          PIC X(02).
       77  WS-TRANSFIL-STATUS          PIC X(02).
       77  WS-AUDITLOG-STATUS          PIC X(02).
       77  WS-ENROLL-STATUS            PIC X(02).
       77  WS-TERMPARM-STATUS          PIC X(02).
       77  WS-GRADDETL-STATUS          PIC X(02).
       77  WS-PREREQ-STATUS            PIC X(02).
       77  WS-WAIVER-STATUS            PIC X(02).

       77  WS-ROW-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  WS-ALTA-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-RECHAZO-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-TRANS-WRITTEN            PIC 9(07) COMP VALUE ZERO.
       77  WS-ENROLL-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-HELD-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-WAIVED-COUNT             PIC 9(05) COMP VALUE ZERO.

       01  WS-TERM-ID                  PIC X(06).

           05  WS-EX-COURSE-ID         OCCURS 8 TIMES
                                       PIC X(06).

       01  WS-PASSED-COURSES.
           05  WS-PASSED-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  WS-MAX-PASSED           PIC 9(03) COMP VALUE 100.
           05  WS-PASSED-SUB           PIC 9(03) COMP.
           05  WS-PASSED-COURSE-ID     OCCURS 100 TIMES
                                       PIC X(06).

       01  WS-ACCION-CODE              PIC X(01).

       01  WS-SWITCHES.
               88  WS-INPUT-MISSING             VALUE "S".
           05  WS-MASTER-FOUND-SW      PIC X(01) VALUE "N".
               88  WS-MASTER-FOUND              VALUE "S".
           05  WS-GRADDETL-OK-SW       PIC X(01) VALUE "N".
               88  WS-GRADDETL-OK               VALUE "S".
           05  WS-PREREQ-OK-SW         PIC X(01) VALUE "N".
               88  WS-PREREQ-OK                 VALUE "S".
           05  WS-WAIVER-OK-SW         PIC X(01) VALUE "N".
               88  WS-WAIVER-OK                 VALUE "S".
           05  WS-FIN-DETALLE-SW       PIC X(01).
               88  WS-FIN-DETALLE               VALUE "S".
           05  WS-FIN-PREREQ-SW        PIC X(01).
               88  WS-FIN-PREREQ                VALUE "S".
           05  WS-PASSED-FOUND-SW      PIC X(01).
               88  WS-PASSED-FOUND              VALUE "S".
           05  WS-PREREQ-MISSING-SW    PIC X(01).
               88  WS-PREREQ-MISSING            VALUE "S".
           05  WS-ENROLL-HELD-SW       PIC X(01).
               88  WS-ENROLL-HELD               VALUE "S".

       01  WS-REPORT-LINES.
           05  WS-EDIT-HDR-LINE.
               10  WS-ET-LABEL         PIC X(20).
               10  WS-ET-VALUE         PIC Z(04)9.
               10  FILLER              PIC X(55) VALUE SPACES.
           05  WS-PREREQ-TITLE-LINE.
               10  FILLER              PIC X(37) VALUE
                   "EXCEPCIONES DE CORRELATIVAS TERMINO ".
               10  WS-PT-TERM-ID       PIC X(06).
               10  FILLER              PIC X(37) VALUE SPACES.
           05  WS-PREREQ-HDR-LINE.
               10  FILLER              PIC X(07) VALUE "ALUMNO".
               10  FILLER              PIC X(08) VALUE "CURSO".
               10  FILLER              PIC X(13) VALUE "CORRELATIVA".
               10  FILLER              PIC X(52) VALUE "SITUACION".
           05  WS-PREREQ-DETAIL-LINE.
               10  WS-PR-STUDENT-ID    PIC X(05).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-PR-COURSE-ID     PIC X(06).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-PR-PREREQ-ID     PIC X(06).
               10  FILLER              PIC X(07) VALUE SPACES.
               10  WS-PR-SITUACION     PIC X(52).

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
               MOVE "COURSE-MASTER"    TO ENQ-RESOURCE
               MOVE "R"                TO ENQ-MODE
               PERFORM 0150-CALL-ENQUEUE
                   THRU 0150-EXIT
           END-IF

           IF WS-LOCK-FAILED
               PERFORM 0900-RELEASE-LOCKS
           MOVE "STUDENT-MASTER"       TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST
           MOVE "AUDIT-LOG"            TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST
           MOVE "GRADE-HISTORY"        TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST
           MOVE "COURSE-MASTER"        TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST.

       0900-EXIT.
           MOVE ZERO                   TO WS-RECHAZO-COUNT
           MOVE ZERO                   TO WS-TRANS-WRITTEN
           MOVE ZERO                   TO WS-ENROLL-COUNT
           MOVE ZERO                   TO WS-HELD-COUNT
           MOVE ZERO                   TO WS-WAIVED-COUNT

           ACCEPT WS-RUN-FECHA         FROM DATE YYYYMMDD
           ACCEPT WS-RUN-HORA          FROM TIME
                   "ROW WILL GENERATE AN ALTA"
           END-IF

           PERFORM 1200-OPEN-PREREQ-FILES
               THRU 1200-EXIT

           OPEN INPUT ENROLL-EXTRACT
           IF WS-EXTRACT-STATUS NOT = "00"
               SET WS-INPUT-MISSING    TO TRUE
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-OPEN-PREREQ-FILES - OPEN THE PREREQUISITE TABLE, THE
      *                          WAIVERS AND GRADE-DETAIL, AND START
      *                          THE EXCEPTION REPORT.  WITH NO
      *                          PREREQUISITE TABLE THERE IS NOTHING
      *                          TO CHECK; WITH NO GRADE-DETAIL NO
      *                          PREREQUISITE CAN BE SHOWN AS PASSED
      ******************************************************************
       1200-OPEN-PREREQ-FILES.
           OPEN OUTPUT PREREQ-REPORT
           MOVE WS-TERM-ID             TO WS-PT-TERM-ID
           MOVE WS-PREREQ-TITLE-LINE   TO PREREQ-REPORT-LINE
           WRITE PREREQ-REPORT-LINE
           MOVE WS-PREREQ-HDR-LINE     TO PREREQ-REPORT-LINE
           WRITE PREREQ-REPORT-LINE

           OPEN INPUT COURSE-PREREQ
           IF WS-PREREQ-STATUS = "00"
               SET WS-PREREQ-OK        TO TRUE
           ELSE
               DISPLAY "ENRLLOAD - COURSE-PREREQ NOT FOUND, "
                   "PREREQUISITES NOT CHECKED"
               GO TO 1200-EXIT
           END-IF

           OPEN INPUT PREREQ-WAIVER
           IF WS-WAIVER-STATUS = "00"
               SET WS-WAIVER-OK        TO TRUE
           END-IF

           OPEN INPUT GRADE-DETAIL
           IF WS-GRADDETL-STATUS = "00"
               SET WS-GRADDETL-OK      TO TRUE
           ELSE
               DISPLAY "ENRLLOAD - GRADE-DETAIL NOT FOUND, NO "
                   "PREREQUISITE COUNTS AS PASSED"
           END-IF.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ROW - TRANSLATE ONE EXTRACT ROW INTO THE RIGHT
      *                    STUDMNT TRANSACTION, OR REJECT IT TO THE
               GO TO 2400-EXIT
           END-IF

           PERFORM 2450-LOAD-PASSED-COURSES
               THRU 2450-EXIT

           PERFORM 2405-CLEAR-COURSE-SLOT
               THRU 2405-EXIT
               VARYING WS-CRS-SUB FROM 1 BY 1
      ******************************************************************
      * 2410-WRITE-ENROLLMENT - WRITE ONE STUDENT/COURSE PAIR.  A
      *                         DUPLICATE PAIR IN THE EXTRACT IS
      *                         SIMPLY ALREADY ON FILE.  A PAIR THAT
      *                         MISSES A PREREQUISITE WITH NO WAIVER
      *                         IS HELD OFF THE FILE
      ******************************************************************
       2410-WRITE-ENROLLMENT.
           IF WS-EX-COURSE-ID (WS-CRS-SUB) = SPACES
               GO TO 2410-EXIT
           END-IF

           PERFORM 2420-CHECK-PREREQS
               THRU 2420-EXIT
           IF WS-ENROLL-HELD
               GO TO 2410-EXIT
           END-IF

           MOVE SPACES                 TO ENROLLMENT-RECORD
           MOVE WS-EX-ID (1:5)         TO EN-STUDENT-ID
           MOVE WS-EX-COURSE-ID (WS-CRS-SUB)
       2410-EXIT.
           EXIT.

      ******************************************************************
      * 2420-CHECK-PREREQS - EVERY PREREQUISITE OF THE COURSE MUST BE
      *                      AMONG THE STUDENT'S PASSED COURSES.  EACH
      *                      ONE MISSING IS LISTED ON THE EXCEPTION
      *                      REPORT; THE ENROLLMENT IS HELD UNLESS A
      *                      WAIVER COVERS IT
      ******************************************************************
       2420-CHECK-PREREQS.
           MOVE "N"                    TO WS-ENROLL-HELD-SW
           MOVE "N"                    TO WS-PREREQ-MISSING-SW

           IF NOT WS-PREREQ-OK
               GO TO 2420-EXIT
           END-IF

           MOVE "N"                    TO WS-FIN-PREREQ-SW
           MOVE WS-EX-COURSE-ID (WS-CRS-SUB)
                                       TO CP-COURSE-ID
           MOVE LOW-VALUES             TO CP-PREREQ-ID
           START COURSE-PREREQ
               KEY IS NOT LESS THAN CP-KEY
               INVALID KEY
                   SET WS-FIN-PREREQ   TO TRUE
           END-START

           PERFORM 2430-CHECK-ONE-PREREQ
               THRU 2430-EXIT
               UNTIL WS-FIN-PREREQ

           IF NOT WS-PREREQ-MISSING
               GO TO 2420-EXIT
           END-IF

           IF WS-ENROLL-HELD
               ADD 1                   TO WS-HELD-COUNT
           ELSE
               ADD 1                   TO WS-WAIVED-COUNT
           END-IF.

       2420-EXIT.
           EXIT.

      ******************************************************************
      * 2430-CHECK-ONE-PREREQ - LOOK FOR ONE PREREQUISITE AMONG THE
      *                         PASSED COURSES; ON THE FIRST ONE
      *                         MISSING, LOOK FOR A WAIVER
      ******************************************************************
       2430-CHECK-ONE-PREREQ.
           READ COURSE-PREREQ NEXT RECORD
               AT END
                   SET WS-FIN-PREREQ   TO TRUE
                   GO TO 2430-EXIT
           END-READ

           IF CP-COURSE-ID NOT = WS-EX-COURSE-ID (WS-CRS-SUB)
               SET WS-FIN-PREREQ       TO TRUE
               GO TO 2430-EXIT
           END-IF

           MOVE "N"                    TO WS-PASSED-FOUND-SW
           PERFORM 2435-MATCH-PASSED-COURSE
               THRU 2435-EXIT
               VARYING WS-PASSED-SUB FROM 1 BY 1
               UNTIL WS-PASSED-SUB > WS-PASSED-COUNT
               OR WS-PASSED-FOUND
           IF WS-PASSED-FOUND
               GO TO 2430-EXIT
           END-IF

           IF NOT WS-PREREQ-MISSING
               SET WS-PREREQ-MISSING   TO TRUE
               PERFORM 2440-LOOKUP-WAIVER
                   THRU 2440-EXIT
           END-IF

           MOVE SPACES                 TO WS-PREREQ-DETAIL-LINE
           MOVE WS-EX-ID (1:5)         TO WS-PR-STUDENT-ID
           MOVE CP-COURSE-ID           TO WS-PR-COURSE-ID
           MOVE CP-PREREQ-ID           TO WS-PR-PREREQ-ID
           IF WS-ENROLL-HELD
               MOVE "RETENIDA - SIN DISPENSA"
                                       TO WS-PR-SITUACION
           ELSE
               STRING "DISPENSADA POR "
                                       DELIMITED BY SIZE
                   PW-APPROVER-ID      DELIMITED BY SIZE
                   " - "               DELIMITED BY SIZE
                   PW-MOTIVO           DELIMITED BY SIZE
                   INTO WS-PR-SITUACION
               END-STRING
           END-IF
           MOVE WS-PREREQ-DETAIL-LINE  TO PREREQ-REPORT-LINE
           WRITE PREREQ-REPORT-LINE.

       2430-EXIT.
           EXIT.

      ******************************************************************
      * 2435-MATCH-PASSED-COURSE - TEST ONE PASSED COURSE
      ******************************************************************
       2435-MATCH-PASSED-COURSE.
           IF WS-PASSED-COURSE-ID (WS-PASSED-SUB) = CP-PREREQ-ID
               SET WS-PASSED-FOUND     TO TRUE
           END-IF.

       2435-EXIT.
           EXIT.

      ******************************************************************
      * 2440-LOOKUP-WAIVER - A WAIVER FOR THE STUDENT AND COURSE, FOR
      *                      THIS TERM OR FOR ANY TERM, LETS THE
      *                      ENROLLMENT THROUGH
      ******************************************************************
       2440-LOOKUP-WAIVER.
           SET WS-ENROLL-HELD          TO TRUE

           IF NOT WS-WAIVER-OK
               GO TO 2440-EXIT
           END-IF

           MOVE WS-EX-ID (1:5)         TO PW-STUDENT-ID
           MOVE WS-EX-COURSE-ID (WS-CRS-SUB)
                                       TO PW-COURSE-ID
           READ PREREQ-WAIVER
               KEY IS PW-KEY
               INVALID KEY
                   GO TO 2440-EXIT
           END-READ

           IF PW-TERM-ID = SPACES
               OR PW-TERM-ID = WS-TERM-ID
               MOVE "N"                TO WS-ENROLL-HELD-SW
           END-IF.

       2440-EXIT.
           EXIT.

      ******************************************************************
      * 2450-LOAD-PASSED-COURSES - COLLECT THE COURSES THE STUDENT
      *                            PASSED IN TERMS BEFORE THE ONE
      *                            BEING LOADED
      ******************************************************************
       2450-LOAD-PASSED-COURSES.
           MOVE ZERO                   TO WS-PASSED-COUNT

           IF NOT WS-PREREQ-OK
               OR NOT WS-GRADDETL-OK
               GO TO 2450-EXIT
           END-IF

           MOVE "N"                    TO WS-FIN-DETALLE-SW
           MOVE WS-EX-ID (1:5)         TO GD-STUDENT-ID
           MOVE LOW-VALUES             TO GD-TERM-ID
           MOVE LOW-VALUES             TO GD-COURSE-ID
           START GRADE-DETAIL
               KEY IS NOT LESS THAN GD-KEY
               INVALID KEY
                   SET WS-FIN-DETALLE  TO TRUE
           END-START

           PERFORM 2460-READ-ONE-DETAIL
               THRU 2460-EXIT
               UNTIL WS-FIN-DETALLE.

       2450-EXIT.
           EXIT.

      ******************************************************************
      * 2460-READ-ONE-DETAIL - KEEP ONE PASSED COURSE OF THE STUDENT
      ******************************************************************
       2460-READ-ONE-DETAIL.
           READ GRADE-DETAIL NEXT RECORD
               AT END
                   SET WS-FIN-DETALLE  TO TRUE
                   GO TO 2460-EXIT
           END-READ

           IF GD-STUDENT-ID NOT = WS-EX-ID (1:5)
               SET WS-FIN-DETALLE      TO TRUE
               GO TO 2460-EXIT
           END-IF

           IF NOT GD-APROBADO
               OR GD-TERM-ID NOT < WS-TERM-ID
               GO TO 2460-EXIT
           END-IF

           IF WS-PASSED-COUNT >= WS-MAX-PASSED
               DISPLAY "ENRLLOAD - TABLA DE APROBADAS LLENA, ALUMNO "
                   GD-STUDENT-ID
               SET WS-FIN-DETALLE      TO TRUE
               GO TO 2460-EXIT
           END-IF

           ADD 1                       TO WS-PASSED-COUNT
           MOVE GD-COURSE-ID           TO WS-PASSED-COURSE-ID
                                          (WS-PASSED-COUNT).

       2460-EXIT.
           EXIT.

      ******************************************************************
      * 2300-REJECT-ROW - A ROW THAT CANNOT BE TRANSLATED GOES TO THE
      *                   EDIT REPORT
           MOVE WS-EDIT-TOTAL-LINE     TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE

           MOVE SPACES                 TO WS-EDIT-TOTAL-LINE
           MOVE "RETENIDAS CORREL.:"   TO WS-ET-LABEL
           MOVE WS-HELD-COUNT          TO WS-ET-VALUE
           MOVE WS-EDIT-TOTAL-LINE     TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE WS-EDIT-TOTAL-LINE     TO PREREQ-REPORT-LINE
           WRITE PREREQ-REPORT-LINE

           MOVE SPACES                 TO WS-EDIT-TOTAL-LINE
           MOVE "DISPENSADAS:"         TO WS-ET-LABEL
           MOVE WS-WAIVED-COUNT        TO WS-ET-VALUE
           MOVE WS-EDIT-TOTAL-LINE     TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE WS-EDIT-TOTAL-LINE     TO PREREQ-REPORT-LINE
           WRITE PREREQ-REPORT-LINE

           CLOSE EDIT-REPORT
           CLOSE PREREQ-REPORT
           CLOSE STUDENT-MASTER
           IF WS-PREREQ-OK
               CLOSE COURSE-PREREQ
           END-IF
           IF WS-WAIVER-OK
               CLOSE PREREQ-WAIVER
           END-IF
           IF WS-GRADDETL-OK
               CLOSE GRADE-DETAIL
           END-IF

           EVALUATE TRUE
               WHEN WS-INPUT-MISSING
                   MOVE 8              TO RETURN-CODE
               WHEN WS-RECHAZO-COUNT > ZERO
                   MOVE 4              TO RETURN-CODE
               WHEN WS-HELD-COUNT > ZERO
                   MOVE 4              TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO           TO RETURN-CODE
           END-EVALUATE
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
           MOVE "ENRLLOAD"             TO ALR-PROGRAM
           MOVE ZERO                   TO ALR-STEP-NUMBER
           MOVE RETURN-CODE            TO ALR-RETURN-CODE
           MOVE "ENRLLOAD-REPORT"      TO ALR-REPORT-NAME

           CALL "ALERTPUT" USING ALR-REQUEST
           MOVE ALR-RETURN-CODE        TO RETURN-CODE.

       9900-EXIT.
           EXIT.

       END PROGRAM ENRLLOAD.
