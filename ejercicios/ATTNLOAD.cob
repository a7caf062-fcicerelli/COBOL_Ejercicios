      ******************************************************************
      * Author:     Fabio Cicerelli
      * Date:       15/OCT/2026
      * Purpose:    Attendance loader.  Reads the instructors' weekly
      *             attendance sheets (ATTEND-SHEET: one line per
      *             student per class meeting - student id, course id,
      *             class date and P/A/J for present, absent or
      *             justified - framed by the usual BATCHCTL header
      *             and trailer) and posts them to the ATTENDANCE
      *             indexed file PROMEDIO reads for the regularity
      *             rule.  A line repeating a student/course/date
      *             already on file is the instructor correcting the
      *             mark and rewrites it.  Lines that cannot be posted
      *             go to the ATTNLOAD-REPORT edit report.  The term id
      *             comes from TERM-PARM the same way PROMEDIO
      *             resolves it.
      * Tectonics: cobc -x ATTNLOAD.cob ENQUEUE.cob ALERTPUT.cob
      *            -o ATTNLOAD
      *            (ENQUEUE and ALERTPUT are CALLed by name, so
      *            they must be linked into the same executable)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 15/OCT/26  FC   Initial version.
      * 15/OCT/26  FC   A run ending with a nonzero RETURN-CODE leaves
      *                 an operator alert on ALERT-OUTBOX through
      *                 ALERTPUT, naming ATTNLOAD-REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTNLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTEND-SHEET ASSIGN TO "ATTEND-SHEET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-STATUS.

           SELECT ATTENDANCE ASSIGN TO "ATTENDANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-KEY
               FILE STATUS IS WS-ATTEND-STATUS.

           SELECT COURSE-MASTER ASSIGN TO "COURSE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COURSE-ID
               FILE STATUS IS WS-COURMAST-STATUS.

           SELECT EDIT-REPORT ASSIGN TO "ATTNLOAD-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TERM-PARM ASSIGN TO "TERM-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMPARM-STATUS.

           SELECT RUNDATE-PARM ASSIGN TO "RUN-DATE-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNDATE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTEND-SHEET
           RECORD CONTAINS 80 CHARACTERS.
       01  SHEET-RECORD.
           05  AS-RECORD-TYPE          PIC X(01).
           05  AS-STUDENT-ID           PIC X(05).
           05  AS-COURSE-ID            PIC X(06).
           05  AS-CLASS-DATE           PIC 9(08).
           05  AS-CLASS-DATE-X REDEFINES AS-CLASS-DATE.
               10  AS-CLASS-YYYY       PIC 9(04).
               10  AS-CLASS-MM         PIC 9(02).
               10  AS-CLASS-DD         PIC 9(02).
           05  AS-ATTEND-CODE          PIC X(01).
           05  FILLER                  PIC X(59).
           COPY BATCHCTL.

       FD  ATTENDANCE.
           COPY ATTENDNC.

       FD  COURSE-MASTER.
           COPY COURMAST.

       FD  EDIT-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  EDIT-REPORT-LINE            PIC X(80).

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

       FD  AUDIT-LOG-FILE.
           COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-LOCK-FAILED-SW           PIC X(01) VALUE "N".
           88  WS-LOCK-FAILED                  VALUE "S".

           COPY ENQPARM.

           COPY ALRTPARM.

       77  WS-SHEET-STATUS             PIC X(02).
       77  WS-ATTEND-STATUS            PIC X(02).
       77  WS-COURMAST-STATUS          PIC X(02).
       77  WS-TERMPARM-STATUS          PIC X(02).
       77  WS-RUNDATE-STATUS           PIC X(02).
       77  WS-AUDITLOG-STATUS          PIC X(02).

       77  WS-LINE-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-ALTA-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-CORRECCION-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-RECHAZO-COUNT            PIC 9(05) COMP VALUE ZERO.

       01  WS-TERM-ID                  PIC X(06).

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-FECHA            PIC 9(08).
           05  WS-RUN-HORA             PIC 9(08).

       01  WS-CONTROL-CHECK.
           05  WS-CTL-EXPECTED         PIC 9(07) VALUE ZERO.
           05  WS-CTL-DETAIL-COUNT     PIC 9(07) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SHEET-SW         PIC X(01) VALUE "N".
               88  WS-EOF-SHEET                 VALUE "S".
           05  WS-INPUT-MISSING-SW     PIC X(01) VALUE "N".
               88  WS-INPUT-MISSING             VALUE "S".
           05  WS-COURSE-OK-SW         PIC X(01) VALUE "N".
               88  WS-COURSE-OK                 VALUE "S".
           05  WS-LINE-OK-SW           PIC X(01) VALUE "N".
               88  WS-LINE-OK                   VALUE "S".
           05  WS-CTL-TRL-SEEN-SW      PIC X(01) VALUE "N".
               88  WS-CTL-TRL-SEEN              VALUE "S".
           05  WS-CTL-ERROR-SW         PIC X(01) VALUE "N".
               88  WS-CTL-ERROR                 VALUE "S".

       01  WS-REPORT-LINES.
           05  WS-EDIT-HDR-LINE.
               10  FILLER              PIC X(10) VALUE "ALUMNO".
               10  FILLER              PIC X(10) VALUE "CURSO".
               10  FILLER              PIC X(10) VALUE "FECHA".
               10  FILLER              PIC X(40) VALUE "MOTIVO".
               10  FILLER              PIC X(10) VALUE SPACES.
           05  WS-EDIT-DETAIL-LINE.
               10  WS-ED-STUDENT-ID    PIC X(10).
               10  WS-ED-COURSE-ID     PIC X(10).
               10  WS-ED-FECHA         PIC X(10).
               10  WS-ED-MOTIVO        PIC X(40).
               10  FILLER              PIC X(10) VALUE SPACES.
           05  WS-EDIT-TOTAL-LINE.
               10  WS-ET-LABEL         PIC X(20).
               10  WS-ET-VALUE         PIC Z(04)9.
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

           PERFORM 2000-PROCESS-LINE
               THRU 2000-EXIT
               UNTIL WS-EOF-SHEET

           IF NOT WS-INPUT-MISSING
               PERFORM 8500-VERIFY-CONTROL
                   THRU 8500-EXIT
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
           MOVE "ATTNLOAD"             TO ENQ-HOLDER
           MOVE "A"                    TO ENQ-FUNCTION
           MOVE "COURSE-MASTER"        TO ENQ-RESOURCE
           MOVE "R"                    TO ENQ-MODE
           PERFORM 0150-CALL-ENQUEUE
               THRU 0150-EXIT
           IF NOT WS-LOCK-FAILED
               MOVE "ATTENDANCE"       TO ENQ-RESOURCE
               MOVE "W"                TO ENQ-MODE
               PERFORM 0150-CALL-ENQUEUE
                   THRU 0150-EXIT
           END-IF
           IF NOT WS-LOCK-FAILED
               MOVE "AUDIT-LOG"        TO ENQ-RESOURCE
               MOVE "W"                TO ENQ-MODE
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
               DISPLAY "ATTNLOAD - LOCK VENCIDO EN " ENQ-RESOURCE
                   " DE " ENQ-HOLDER-OUT ", ROMPERLO CON LOCKBRK"
           ELSE
               DISPLAY "ATTNLOAD - RECURSO " ENQ-RESOURCE
                   " EN USO POR " ENQ-HOLDER-OUT
           END-IF.

       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0900-RELEASE-LOCKS - GIVE BACK EVERY LOCK THIS PROGRAM TAKES
      ******************************************************************
       0900-RELEASE-LOCKS.
           MOVE "ATTNLOAD"             TO ENQ-HOLDER
           MOVE "R"                    TO ENQ-FUNCTION
           MOVE "COURSE-MASTER"        TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST
           MOVE "ATTENDANCE"           TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST
           MOVE "AUDIT-LOG"            TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST.

       0900-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES, LOG THE START AND WRITE THE EDIT
      *                   REPORT HEADING.  A FIRST RUN CREATES THE
      *                   ATTENDANCE FILE
      ******************************************************************
       1000-INITIALIZE.
           MOVE "N"                    TO WS-EOF-SHEET-SW
           MOVE "N"                    TO WS-INPUT-MISSING-SW
           MOVE "N"                    TO WS-CTL-TRL-SEEN-SW
           MOVE "N"                    TO WS-CTL-ERROR-SW
           MOVE ZERO                   TO WS-CTL-EXPECTED
           MOVE ZERO                   TO WS-CTL-DETAIL-COUNT
           MOVE ZERO                   TO WS-LINE-COUNT
           MOVE ZERO                   TO WS-ALTA-COUNT
           MOVE ZERO                   TO WS-CORRECCION-COUNT
           MOVE ZERO                   TO WS-RECHAZO-COUNT

           PERFORM 1020-GET-RUN-DATE
               THRU 1020-EXIT
           ACCEPT WS-RUN-HORA          FROM TIME

           PERFORM 1100-LOAD-TERM-PARM
               THRU 1100-EXIT

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDITLOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF

           MOVE SPACES                 TO AUDIT-LOG-RECORD
           MOVE "ATTNLOAD"             TO AL-PROGRAM-NAME
           SET AL-EVENT-START          TO TRUE
           MOVE WS-RUN-FECHA           TO AL-TS-DATE
           MOVE WS-RUN-HORA            TO AL-TS-TIME
           MOVE ZERO                   TO AL-RECORDS-PROCESSED
           MOVE ZERO                   TO AL-RETURN-CODE
           WRITE AUDIT-LOG-RECORD

           OPEN OUTPUT EDIT-REPORT
           MOVE WS-EDIT-HDR-LINE       TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE

           OPEN INPUT COURSE-MASTER
           IF WS-COURMAST-STATUS = "35"
               DISPLAY "ATTNLOAD - COURSE-MASTER NOT FOUND, COURSE "
                   "IDS ARE NOT VERIFIED"
           END-IF

           OPEN INPUT ATTEND-SHEET
           IF WS-SHEET-STATUS NOT = "00"
               SET WS-INPUT-MISSING    TO TRUE
               SET WS-EOF-SHEET        TO TRUE
               DISPLAY "ATTNLOAD - ATTEND-SHEET NOT FOUND, "
                   "STATUS = " WS-SHEET-STATUS
               GO TO 1000-EXIT
           END-IF

           OPEN I-O ATTENDANCE
           IF WS-ATTEND-STATUS = "35"
               OPEN OUTPUT ATTENDANCE
               CLOSE ATTENDANCE
               OPEN I-O ATTENDANCE
           END-IF.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1020-GET-RUN-DATE - USE THE BUSINESS RUN DATE FROM
      *                     RUN-DATE-PARM WHEN NIGHTJOB SUPPLIED ONE;
      *                     OTHERWISE THE SYSTEM DATE
      ******************************************************************
       1020-GET-RUN-DATE.
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

       1020-EXIT.
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
      * 2000-PROCESS-LINE - READ ONE SHEET LINE; CONTROL RECORDS ARE
      *                     CAPTURED, DETAILS VALIDATED AND POSTED OR
      *                     REJECTED TO THE EDIT REPORT
      ******************************************************************
       2000-PROCESS-LINE.
           READ ATTEND-SHEET
               AT END
                   SET WS-EOF-SHEET    TO TRUE
                   GO TO 2000-EXIT
           END-READ

           EVALUATE TRUE
               WHEN BC-CTL-HEADER
                   GO TO 2000-EXIT
               WHEN BC-CTL-TRAILER
                   SET WS-CTL-TRL-SEEN TO TRUE
                   MOVE BC-DETAIL-COUNT
                                       TO WS-CTL-EXPECTED
                   GO TO 2000-EXIT
               WHEN OTHER
                   ADD 1               TO WS-CTL-DETAIL-COUNT
           END-EVALUATE

           IF SHEET-RECORD = SPACES
               GO TO 2000-EXIT
           END-IF

           ADD 1                       TO WS-LINE-COUNT

           PERFORM 2100-VALIDATE-LINE
               THRU 2100-EXIT

           IF WS-LINE-OK
               PERFORM 2200-POST-ATTENDANCE
                   THRU 2200-EXIT
           ELSE
               PERFORM 2300-WRITE-REJECT-LINE
                   THRU 2300-EXIT
           END-IF.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-VALIDATE-LINE - A LINE NEEDS A NUMERIC STUDENT ID, A
      *                      KNOWN COURSE, A PLAUSIBLE CLASS DATE AND
      *                      ONE OF THE P/A/J MARKS
      ******************************************************************
       2100-VALIDATE-LINE.
           SET WS-LINE-OK              TO TRUE
           MOVE SPACES                 TO WS-EDIT-DETAIL-LINE

           IF AS-STUDENT-ID IS NOT NUMERIC
               MOVE "N"                TO WS-LINE-OK-SW
               MOVE "ID DE ALUMNO INVALIDO"
                                       TO WS-ED-MOTIVO
               GO TO 2100-EXIT
           END-IF

           IF AS-COURSE-ID = SPACES
               MOVE "N"                TO WS-LINE-OK-SW
               MOVE "SIN CURSO"        TO WS-ED-MOTIVO
               GO TO 2100-EXIT
           END-IF

           PERFORM 2110-LOOKUP-COURSE
               THRU 2110-EXIT
           IF NOT WS-COURSE-OK
               MOVE "N"                TO WS-LINE-OK-SW
               MOVE "CURSO NO ENCONTRADO"
                                       TO WS-ED-MOTIVO
               GO TO 2100-EXIT
           END-IF

           IF AS-CLASS-DATE IS NOT NUMERIC
               MOVE "N"                TO WS-LINE-OK-SW
               MOVE "FECHA DE CLASE INVALIDA"
                                       TO WS-ED-MOTIVO
               GO TO 2100-EXIT
           END-IF

           IF AS-CLASS-MM < 1
               OR AS-CLASS-MM > 12
               OR AS-CLASS-DD < 1
               OR AS-CLASS-DD > 31
               OR AS-CLASS-DATE > WS-RUN-FECHA
               MOVE "N"                TO WS-LINE-OK-SW
               MOVE "FECHA DE CLASE INVALIDA"
                                       TO WS-ED-MOTIVO
               GO TO 2100-EXIT
           END-IF

           MOVE AS-ATTEND-CODE         TO AT-ATTEND-CODE
           IF NOT AT-CODE-VALIDO
               MOVE "N"                TO WS-LINE-OK-SW
               MOVE "MARCA DE ASISTENCIA INVALIDA (P/A/J)"
                                       TO WS-ED-MOTIVO
           END-IF.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2110-LOOKUP-COURSE - IS THE COURSE ON COURSE-MASTER?  WITH NO
      *                      COURSE-MASTER THE CHECK IS WAIVED
      ******************************************************************
       2110-LOOKUP-COURSE.
           SET WS-COURSE-OK            TO TRUE

           IF WS-COURMAST-STATUS = "35"
               GO TO 2110-EXIT
           END-IF

           MOVE AS-COURSE-ID           TO CM-COURSE-ID
           READ COURSE-MASTER
               KEY IS CM-COURSE-ID
               INVALID KEY
                   MOVE "N"            TO WS-COURSE-OK-SW
           END-READ.

       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2200-POST-ATTENDANCE - WRITE THE MARK; A MARK ALREADY ON FILE
      *                        FOR THE SAME CLASS IS THE INSTRUCTOR'S
      *                        CORRECTION AND IS REWRITTEN
      ******************************************************************
       2200-POST-ATTENDANCE.
           MOVE SPACES                 TO ATTENDANCE-RECORD
           MOVE AS-STUDENT-ID          TO AT-STUDENT-ID
           MOVE AS-COURSE-ID           TO AT-COURSE-ID
           MOVE AS-CLASS-DATE          TO AT-CLASS-DATE
           MOVE AS-ATTEND-CODE         TO AT-ATTEND-CODE
           MOVE WS-TERM-ID             TO AT-TERM-ID
           MOVE WS-RUN-FECHA           TO AT-LOAD-DATE

           WRITE ATTENDANCE-RECORD
               INVALID KEY
                   REWRITE ATTENDANCE-RECORD
                       INVALID KEY
                           MOVE "ERROR AL GRABAR ASISTENCIA"
                                       TO WS-ED-MOTIVO
                           PERFORM 2300-WRITE-REJECT-LINE
                               THRU 2300-EXIT
                       NOT INVALID KEY
                           ADD 1       TO WS-CORRECCION-COUNT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1               TO WS-ALTA-COUNT
           END-WRITE.

       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-WRITE-REJECT-LINE - WRITE ONE EDIT-REPORT LINE
      ******************************************************************
       2300-WRITE-REJECT-LINE.
           MOVE AS-STUDENT-ID          TO WS-ED-STUDENT-ID
           MOVE AS-COURSE-ID           TO WS-ED-COURSE-ID
           MOVE SHEET-RECORD (13:8)    TO WS-ED-FECHA
           MOVE WS-EDIT-DETAIL-LINE    TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE SPACES                 TO WS-EDIT-DETAIL-LINE
           ADD 1                       TO WS-RECHAZO-COUNT.

       2300-EXIT.
           EXIT.

      ******************************************************************
      * 8500-VERIFY-CONTROL - CHECK THE SHEET'S TRAILER COUNT AGAINST
      *                       THE DETAIL LINES READ AND LOG THE RESULT
      *                       AS A CTL AUDIT RECORD.  THE MARKS ARE
      *                       POSTED AS THEY ARE READ AND A RELOAD OF
      *                       THE COMPLETE SHEET REWRITES THEM, SO A
      *                       FAILED CHECK IS REPORTED, NOT BACKED OUT
      ******************************************************************
       8500-VERIFY-CONTROL.
           IF NOT WS-CTL-TRL-SEEN
               SET WS-CTL-ERROR        TO TRUE
               DISPLAY "ATTNLOAD - ATTEND-SHEET SIN TRAILER DE CONTROL"
           ELSE
               IF WS-CTL-EXPECTED NOT = WS-CTL-DETAIL-COUNT
                   SET WS-CTL-ERROR    TO TRUE
                   DISPLAY "ATTNLOAD - ATTEND-SHEET CONTEO NO "
                       "COINCIDE, ESPERADO " WS-CTL-EXPECTED
                       " LEIDO " WS-CTL-DETAIL-COUNT
               END-IF
           END-IF

           MOVE SPACES                 TO AUDIT-LOG-RECORD
           MOVE "ATTNLOAD"             TO AL-PROGRAM-NAME
           SET AL-EVENT-CTL            TO TRUE
           MOVE WS-RUN-FECHA           TO AL-TS-DATE
           ACCEPT WS-RUN-HORA          FROM TIME
           MOVE WS-RUN-HORA            TO AL-TS-TIME
           MOVE WS-CTL-DETAIL-COUNT    TO AL-RECORDS-PROCESSED
           IF WS-CTL-ERROR
               MOVE 12                 TO AL-RETURN-CODE
           ELSE
               MOVE ZERO               TO AL-RETURN-CODE
           END-IF
           MOVE "ATTEND-SHEET"         TO AL-CTL-FILE-NAME
           WRITE AUDIT-LOG-RECORD.

       8500-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - WRITE THE TOTALS, CLOSE FILES AND SET THE
      *                  RETURN-CODE
      ******************************************************************
       9000-TERMINATE.
           MOVE SPACES                 TO WS-EDIT-TOTAL-LINE
           MOVE "LINEAS LEIDAS:"       TO WS-ET-LABEL
           MOVE WS-LINE-COUNT          TO WS-ET-VALUE
           MOVE WS-EDIT-TOTAL-LINE     TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE

           MOVE SPACES                 TO WS-EDIT-TOTAL-LINE
           MOVE "ALTAS:"               TO WS-ET-LABEL
           MOVE WS-ALTA-COUNT          TO WS-ET-VALUE
           MOVE WS-EDIT-TOTAL-LINE     TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE

           MOVE SPACES                 TO WS-EDIT-TOTAL-LINE
           MOVE "CORRECCIONES:"        TO WS-ET-LABEL
           MOVE WS-CORRECCION-COUNT    TO WS-ET-VALUE
           MOVE WS-EDIT-TOTAL-LINE     TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE

           MOVE SPACES                 TO WS-EDIT-TOTAL-LINE
           MOVE "RECHAZADOS:"          TO WS-ET-LABEL
           MOVE WS-RECHAZO-COUNT       TO WS-ET-VALUE
           MOVE WS-EDIT-TOTAL-LINE     TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE

           IF NOT WS-INPUT-MISSING
               CLOSE ATTEND-SHEET
               CLOSE ATTENDANCE
           END-IF
           CLOSE COURSE-MASTER
           CLOSE EDIT-REPORT

           EVALUATE TRUE
               WHEN WS-INPUT-MISSING
                   MOVE 8              TO RETURN-CODE
               WHEN WS-CTL-ERROR
                   MOVE 12             TO RETURN-CODE
               WHEN WS-RECHAZO-COUNT > ZERO
                   MOVE 4              TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO           TO RETURN-CODE
           END-EVALUATE

           MOVE SPACES                 TO AUDIT-LOG-RECORD
           MOVE "ATTNLOAD"             TO AL-PROGRAM-NAME
           SET AL-EVENT-END            TO TRUE
           MOVE WS-RUN-FECHA           TO AL-TS-DATE
           ACCEPT WS-RUN-HORA          FROM TIME
           MOVE WS-RUN-HORA            TO AL-TS-TIME
           MOVE WS-LINE-COUNT          TO AL-RECORDS-PROCESSED
           MOVE RETURN-CODE            TO AL-RETURN-CODE
           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE.

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
           MOVE "ATTNLOAD"             TO ALR-PROGRAM
           MOVE ZERO                   TO ALR-STEP-NUMBER
           MOVE RETURN-CODE            TO ALR-RETURN-CODE
           MOVE "ATTNLOAD-REPORT"      TO ALR-REPORT-NAME

           CALL "ALERTPUT" USING ALR-REQUEST
           MOVE ALR-RETURN-CODE        TO RETURN-CODE.

       9900-EXIT.
           EXIT.

       END PROGRAM ATTNLOAD.
