      ******************************************************************
      * Author:     Fabio Cicerelli
      * Date:       15/OCT/2026
      * Purpose:    Operator alert dispatch.  Works the shared
      *             ALERT-OUTBOX that ALERTPUT fills from every batch
      *             program and from NIGHTJOB: every pending alert is
      *             written to the PAGER-NOTIFY file the paging
      *             gateway picks up, addressed to the first contact
      *             group; a critical alert still unacknowledged when
      *             the ALERTDSP-PARM escalation interval has passed
      *             since it was last paged is paged again to the
      *             next group up, to the last level configured; the
      *             acknowledgments on ALERT-ACK (alert id, operator,
      *             date and time, from the gateway or typed by the
      *             operator) are applied to their alerts and the
      *             file emptied.  Acknowledged alerts and notified
      *             warnings older than the retention period move to
      *             ALERT-ARCHIVE.  Every action is listed on
      *             ALERTDSP-REPORT.  NIGHTJOB CALLs it as soon as the
      *             chain stops; the scheduler runs it every few
      *             minutes around the clock, which is what drives the
      *             escalation.
      * Tectonics: cobc -x ALERTDSP.cob ENQUEUE.cob -o ALERTDSP
      *            (ENQUEUE is CALLed by name, so it must be
      *            linked into the same executable)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 15/OCT/26  FC   Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTDSP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-OUTBOX ASSIGN TO "ALERT-OUTBOX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOX-STATUS.

           SELECT ALERT-HOLD ASSIGN TO "ALERT-HOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRHOLD-STATUS.

           SELECT ALERT-ARCHIVE ASSIGN TO "ALERT-ARCHIVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRARCH-STATUS.

           SELECT ALERT-ACK ASSIGN TO "ALERT-ACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT PAGER-NOTIFY ASSIGN TO "PAGER-NOTIFY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT ALERTDSP-PARM ASSIGN TO "ALERTDSP-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ALERTDSP-REPORT ASSIGN TO "ALERTDSP-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-OUTBOX
           RECORD CONTAINS 160 CHARACTERS.
           COPY ALRTOUTB.

       FD  ALERT-HOLD
           RECORD CONTAINS 160 CHARACTERS.
       01  ALERT-HOLD-RECORD           PIC X(160).

       FD  ALERT-ARCHIVE
           RECORD CONTAINS 160 CHARACTERS.
       01  ALERT-ARCHIVE-RECORD        PIC X(160).

       FD  ALERT-ACK
           RECORD CONTAINS 80 CHARACTERS.
       01  ACK-RECORD.
           05  AK-ALERT-ID             PIC X(24).
           05  AK-OPERATOR             PIC X(08).
           05  AK-DATE                 PIC 9(08).
           05  AK-TIME                 PIC 9(08).
           05  FILLER                  PIC X(32).

       FD  PAGER-NOTIFY
           RECORD CONTAINS 160 CHARACTERS.
       01  NOTIFY-RECORD.
           05  NT-ALERT-ID             PIC X(24).
           05  NT-TYPE                 PIC X(01).
               88  NT-NEW                      VALUE "N".
               88  NT-ESCALATION               VALUE "E".
           05  NT-SEVERITY             PIC X(01).
           05  NT-LEVEL                PIC 9(01).
           05  NT-GROUP                PIC X(10).
           05  NT-SENT-DATE            PIC 9(08).
           05  NT-SENT-TIME            PIC 9(08).
           05  NT-STEP-NUMBER          PIC 9(02).
           05  NT-BUSINESS-DATE        PIC 9(08).
           05  NT-RETURN-CODE          PIC S9(04).
           05  NT-REASON               PIC X(50).
           05  NT-REPORT-NAME          PIC X(20).
           05  FILLER                  PIC X(23).

       FD  ALERTDSP-PARM
           RECORD CONTAINS 80 CHARACTERS.
       01  ALERTDSP-PARM-RECORD.
           05  AD-ESCALATE-MINUTES     PIC 9(04).
           05  AD-MAX-LEVEL            PIC 9(01).
           05  AD-RETAIN-DAYS          PIC 9(03).
           05  AD-GROUP                OCCURS 3 TIMES
                                       PIC X(10).
           05  FILLER                  PIC X(42).

       FD  ALERTDSP-REPORT
           RECORD CONTAINS 90 CHARACTERS.
       01  ALERTDSP-REPORT-LINE        PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-LOCK-FAILED-SW           PIC X(01) VALUE "N".
           88  WS-LOCK-FAILED                  VALUE "S".

           COPY ENQPARM.

       77  WS-OUTBOX-STATUS            PIC X(02).
       77  WS-ALRHOLD-STATUS           PIC X(02).
       77  WS-ALRARCH-STATUS           PIC X(02).
       77  WS-ACK-STATUS               PIC X(02).
       77  WS-NOTIFY-STATUS            PIC X(02).
       77  WS-PARM-STATUS              PIC X(02).

       77  WS-ALERT-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-NOTIFIED-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-ESCALATED-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-ACKED-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-ARCHIVED-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-OPEN-CRIT-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-UNMATCHED-COUNT          PIC 9(07) COMP VALUE ZERO.

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-FECHA            PIC 9(08).
           05  WS-RUN-HORA             PIC 9(08).
           05  WS-RUN-HORA-R REDEFINES WS-RUN-HORA.
               10  WS-RUN-HH           PIC 9(02).
               10  WS-RUN-MM           PIC 9(02).
               10  FILLER              PIC 9(04).

      *    DISPATCH PARAMETERS - BUILT-IN DEFAULTS, EACH OVERRIDDEN
      *    BY A NUMERIC NON-ZERO (OR NON-BLANK) ALERTDSP-PARM FIELD
       01  WS-DISPATCH-PARMS.
           05  WS-ESCALATE-MINUTES     PIC 9(04) VALUE 30.
           05  WS-MAX-LEVEL            PIC 9(01) VALUE 3.
           05  WS-RETAIN-DAYS          PIC 9(03) VALUE 30.
           05  WS-GROUP-TABLE.
               10  FILLER              PIC X(10) VALUE "GUARDIA".
               10  FILLER              PIC X(10) VALUE "SOPORTE".
               10  FILLER              PIC X(10) VALUE "JEFATURA".
           05  WS-GROUP-TABLE-R REDEFINES WS-GROUP-TABLE.
               10  WS-GROUP            OCCURS 3 TIMES
                                       PIC X(10).
           05  WS-GROUP-SUB            PIC 9(01) COMP.

       01  WS-TIME-WORK.
           05  WS-RETAIN-CUTOFF        PIC 9(08).
           05  WS-CUTOFF-INT           PIC 9(08) COMP.
           05  WS-NOW-MINUTES          PIC 9(11) COMP.
           05  WS-SENT-MINUTES         PIC 9(11) COMP.
           05  WS-ELAPSED-MINUTES      PIC S9(11) COMP.
           05  WS-SENT-HORA            PIC 9(08).
           05  WS-SENT-HORA-R REDEFINES WS-SENT-HORA.
               10  WS-SENT-HH          PIC 9(02).
               10  WS-SENT-MM          PIC 9(02).
               10  FILLER              PIC 9(04).

      *    ACKNOWLEDGMENTS READ FROM ALERT-ACK, MARKED AS THEY ARE
      *    MATCHED AGAINST THE OUTBOX
       01  WS-ACK-TABLE-AREA.
           05  WS-ACK-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-ACK-MAX              PIC 9(03) COMP VALUE 200.
           05  WS-ACK-SUB              PIC 9(03) COMP.
           05  WS-ACK-HIT              PIC 9(03) COMP.
           05  WS-ACK-ENTRY            OCCURS 200 TIMES.
               10  WS-ACK-ALERT-ID     PIC X(24).
               10  WS-ACK-OPERATOR     PIC X(08).
               10  WS-ACK-DATE         PIC 9(08).
               10  WS-ACK-TIME         PIC 9(08).
               10  WS-ACK-USED-SW      PIC X(01).
                   88  WS-ACK-USED             VALUE "S".

       01  WS-SWITCHES.
           05  WS-EOF-OUTBOX-SW        PIC X(01) VALUE "N".
               88  WS-EOF-OUTBOX                VALUE "S".
           05  WS-EOF-ACK-SW           PIC X(01) VALUE "N".
               88  WS-EOF-ACK                   VALUE "S".
           05  WS-EOF-HOLD-SW          PIC X(01) VALUE "N".
               88  WS-EOF-HOLD                  VALUE "S".
           05  WS-OUTBOX-MISSING-SW    PIC X(01) VALUE "N".
               88  WS-OUTBOX-MISSING            VALUE "S".
           05  WS-ACK-OVERFLOW-SW      PIC X(01) VALUE "N".
               88  WS-ACK-OVERFLOW              VALUE "S".

       01  WS-REPORT-LINES.
           05  WS-RPT-HDR-LINE.
               10  FILLER              PIC X(40) VALUE
                   "DESPACHO DE ALERTAS DE OPERACION".
               10  FILLER              PIC X(07) VALUE "FECHA: ".
               10  WS-RH-FECHA         PIC 9(08).
               10  FILLER              PIC X(08) VALUE "  HORA: ".
               10  WS-RH-HH            PIC 9(02).
               10  FILLER              PIC X(01) VALUE ":".
               10  WS-RH-MM            PIC 9(02).
               10  FILLER              PIC X(22) VALUE SPACES.
           05  WS-RPT-PARM-LINE.
               10  FILLER              PIC X(23) VALUE
                   "ESCALAMIENTO CADA MIN: ".
               10  WS-RP-MINUTES       PIC ZZZ9.
               10  FILLER              PIC X(16) VALUE
                   "  NIVELES MAX.: ".
               10  WS-RP-MAX-LEVEL     PIC 9.
               10  FILLER              PIC X(19) VALUE
                   "  RETENCION DIAS: ".
               10  WS-RP-RETAIN        PIC ZZ9.
               10  FILLER              PIC X(24) VALUE SPACES.
           05  WS-RPT-COL-LINE.
               10  FILLER              PIC X(45) VALUE
                   "ACCION     ALERTA (FECHA HORA PROGRAMA) S N ".
               10  FILLER              PIC X(45) VALUE
                   "GRUPO/OPER MOTIVO".
           05  WS-SEPARATOR-LINE       PIC X(90) VALUE ALL "-".
           05  WS-DETAIL-LINE.
               10  WS-DL-ACTION        PIC X(10).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-DL-ALERT-ID      PIC X(24).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-DL-SEVERITY      PIC X(01).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-DL-LEVEL         PIC 9(01).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-DL-GROUP         PIC X(10).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-DL-REASON        PIC X(38).
               10  FILLER              PIC X(01) VALUE SPACES.
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
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT

           PERFORM 2000-DISPATCH-OUTBOX
               THRU 2000-EXIT

           PERFORM 4000-LIST-UNMATCHED-ACKS
               THRU 4000-EXIT

           PERFORM 8000-WRITE-SUMMARY
               THRU 8000-EXIT

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT

           PERFORM 0900-RELEASE-LOCKS
               THRU 0900-EXIT

           GOBACK.

      ******************************************************************
      * 0100-ACQUIRE-LOCKS - ENQUEUE THE OUTBOX FOR THE WHOLE RUN, SO
      *                      NO ALERT IS APPENDED WHILE IT IS BEING
      *                      REWRITTEN (ALERTPUT SENDS THAT ONE TO THE
      *                      CONSOLE INSTEAD)
      ******************************************************************
       0100-ACQUIRE-LOCKS.
           MOVE "N"                    TO WS-LOCK-FAILED-SW
           MOVE "ALERTDSP"             TO ENQ-HOLDER
           MOVE "A"                    TO ENQ-FUNCTION
           MOVE "ALERT-OUTBOX"         TO ENQ-RESOURCE
           MOVE "W"                    TO ENQ-MODE
           PERFORM 0150-CALL-ENQUEUE
               THRU 0150-EXIT.

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
               DISPLAY "ALERTDSP - LOCK VENCIDO EN " ENQ-RESOURCE
                   " DE " ENQ-HOLDER-OUT ", ROMPERLO CON LOCKBRK"
           ELSE
               DISPLAY "ALERTDSP - RECURSO " ENQ-RESOURCE
                   " EN USO POR " ENQ-HOLDER-OUT
           END-IF.

       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0900-RELEASE-LOCKS - GIVE BACK THE OUTBOX LOCK
      ******************************************************************
       0900-RELEASE-LOCKS.
           MOVE "ALERTDSP"             TO ENQ-HOLDER
           MOVE "R"                    TO ENQ-FUNCTION
           MOVE "ALERT-OUTBOX"         TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST.

       0900-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INITIALIZE - RESET THE COUNTERS (NIGHTJOB CALLS THIS
      *                   PROGRAM, SO WORKING-STORAGE STAYS ALIVE
      *                   BETWEEN CALLS), TAKE THE CLOCK, LOAD THE
      *                   PARAMETERS AND THE ACKNOWLEDGMENTS AND
      *                   START THE REPORT
      ******************************************************************
       1000-INITIALIZE.
           MOVE ZERO                   TO WS-ALERT-COUNT
           MOVE ZERO                   TO WS-NOTIFIED-COUNT
           MOVE ZERO                   TO WS-ESCALATED-COUNT
           MOVE ZERO                   TO WS-ACKED-COUNT
           MOVE ZERO                   TO WS-ARCHIVED-COUNT
           MOVE ZERO                   TO WS-OPEN-CRIT-COUNT
           MOVE ZERO                   TO WS-UNMATCHED-COUNT
           MOVE "N"                    TO WS-OUTBOX-MISSING-SW

           ACCEPT WS-RUN-FECHA         FROM DATE YYYYMMDD
           ACCEPT WS-RUN-HORA          FROM TIME
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE (WS-RUN-FECHA) * 1440
               + WS-RUN-HH * 60 + WS-RUN-MM

           PERFORM 1100-LOAD-DISPATCH-PARM
               THRU 1100-EXIT

           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-FECHA)
               - WS-RETAIN-DAYS
           COMPUTE WS-RETAIN-CUTOFF =
               FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)

           PERFORM 1200-LOAD-ACKS
               THRU 1200-EXIT

           OPEN OUTPUT ALERTDSP-REPORT
           MOVE WS-RUN-FECHA           TO WS-RH-FECHA
           MOVE WS-RUN-HH              TO WS-RH-HH
           MOVE WS-RUN-MM              TO WS-RH-MM
           MOVE WS-RPT-HDR-LINE        TO ALERTDSP-REPORT-LINE
           WRITE ALERTDSP-REPORT-LINE
           MOVE WS-ESCALATE-MINUTES    TO WS-RP-MINUTES
           MOVE WS-MAX-LEVEL           TO WS-RP-MAX-LEVEL
           MOVE WS-RETAIN-DAYS         TO WS-RP-RETAIN
           MOVE WS-RPT-PARM-LINE       TO ALERTDSP-REPORT-LINE
           WRITE ALERTDSP-REPORT-LINE
           MOVE WS-SEPARATOR-LINE      TO ALERTDSP-REPORT-LINE
           WRITE ALERTDSP-REPORT-LINE
           MOVE WS-RPT-COL-LINE        TO ALERTDSP-REPORT-LINE
           WRITE ALERTDSP-REPORT-LINE.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-DISPATCH-PARM - ESCALATION INTERVAL, NUMBER OF
      *                           CONTACT LEVELS, RETENTION DAYS AND
      *                           THE CONTACT GROUP PER LEVEL.  A
      *                           MISSING FILE OR A BLANK FIELD KEEPS
      *                           THE BUILT-IN DEFAULT
      ******************************************************************
       1100-LOAD-DISPATCH-PARM.
           OPEN INPUT ALERTDSP-PARM
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ALERTDSP - ALERTDSP-PARM NOT FOUND, USING "
                   "DEFAULT ESCALATION"
               GO TO 1100-EXIT
           END-IF

           READ ALERTDSP-PARM
               AT END
                   CONTINUE
           END-READ
           IF WS-PARM-STATUS = "00"
               IF AD-ESCALATE-MINUTES IS NUMERIC
                   AND AD-ESCALATE-MINUTES > ZERO
                   MOVE AD-ESCALATE-MINUTES
                                       TO WS-ESCALATE-MINUTES
               END-IF
               IF AD-MAX-LEVEL IS NUMERIC
                   AND AD-MAX-LEVEL > ZERO
                   AND AD-MAX-LEVEL NOT > 3
                   MOVE AD-MAX-LEVEL   TO WS-MAX-LEVEL
               END-IF
               IF AD-RETAIN-DAYS IS NUMERIC
                   AND AD-RETAIN-DAYS > ZERO
                   MOVE AD-RETAIN-DAYS TO WS-RETAIN-DAYS
               END-IF
               PERFORM 1110-LOAD-GROUP
                   THRU 1110-EXIT
                   VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > 3
           END-IF
           CLOSE ALERTDSP-PARM.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1110-LOAD-GROUP - ONE CONTACT GROUP NAME
      ******************************************************************
       1110-LOAD-GROUP.
           IF AD-GROUP (WS-GROUP-SUB) NOT = SPACES
               MOVE AD-GROUP (WS-GROUP-SUB)
                                       TO WS-GROUP (WS-GROUP-SUB)
           END-IF.

       1110-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-ACKS - READ THE PENDING ACKNOWLEDGMENTS.  NO FILE
      *                  MEANS NOBODY HAS ACKNOWLEDGED ANYTHING
      ******************************************************************
       1200-LOAD-ACKS.
           MOVE ZERO                   TO WS-ACK-COUNT
           MOVE "N"                    TO WS-EOF-ACK-SW
           MOVE "N"                    TO WS-ACK-OVERFLOW-SW

           OPEN INPUT ALERT-ACK
           IF WS-ACK-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF

           PERFORM 1210-LOAD-ONE-ACK
               THRU 1210-EXIT
               UNTIL WS-EOF-ACK

           CLOSE ALERT-ACK.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1210-LOAD-ONE-ACK - STORE ONE ACKNOWLEDGMENT.  PAST THE TABLE
      *                     THE FILE IS LEFT IN PLACE FOR THE NEXT
      *                     RUN (APPLYING AN ACK TWICE IS HARMLESS)
      ******************************************************************
       1210-LOAD-ONE-ACK.
           READ ALERT-ACK
               AT END
                   SET WS-EOF-ACK      TO TRUE
                   GO TO 1210-EXIT
           END-READ

           IF AK-ALERT-ID = SPACES
               GO TO 1210-EXIT
           END-IF

           IF WS-ACK-COUNT >= WS-ACK-MAX
               SET WS-ACK-OVERFLOW     TO TRUE
               GO TO 1210-EXIT
           END-IF

           ADD 1                       TO WS-ACK-COUNT
           MOVE AK-ALERT-ID            TO WS-ACK-ALERT-ID
                                          (WS-ACK-COUNT)
           MOVE AK-OPERATOR            TO WS-ACK-OPERATOR
                                          (WS-ACK-COUNT)
           MOVE "N"                    TO WS-ACK-USED-SW
                                          (WS-ACK-COUNT)
           IF AK-DATE IS NUMERIC
               AND AK-DATE > ZERO
               MOVE AK-DATE            TO WS-ACK-DATE (WS-ACK-COUNT)
               MOVE AK-TIME            TO WS-ACK-TIME (WS-ACK-COUNT)
           ELSE
               MOVE WS-RUN-FECHA       TO WS-ACK-DATE (WS-ACK-COUNT)
               MOVE WS-RUN-HORA        TO WS-ACK-TIME (WS-ACK-COUNT)
           END-IF
           IF WS-ACK-TIME (WS-ACK-COUNT) IS NOT NUMERIC
               MOVE ZERO               TO WS-ACK-TIME (WS-ACK-COUNT)
           END-IF.

       1210-EXIT.
           EXIT.

      ******************************************************************
      * 2000-DISPATCH-OUTBOX - PASS 1: WORK EVERY ALERT INTO THE HOLD
      *                        FILE OR THE ARCHIVE, WRITING THE PAGES
      *                        AS THEY ARE DUE; PASS 2: REWRITE THE
      *                        OUTBOX FROM THE HOLD FILE
      ******************************************************************
       2000-DISPATCH-OUTBOX.
           MOVE "N"                    TO WS-EOF-OUTBOX-SW

           OPEN INPUT ALERT-OUTBOX
           IF WS-OUTBOX-STATUS NOT = "00"
               SET WS-OUTBOX-MISSING   TO TRUE
               MOVE "ALERT-OUTBOX INEXISTENTE, NADA QUE DESPACHAR"
                                       TO WS-ML-TEXT
               MOVE WS-MESSAGE-LINE    TO ALERTDSP-REPORT-LINE
               WRITE ALERTDSP-REPORT-LINE
               GO TO 2000-EXIT
           END-IF

           OPEN OUTPUT ALERT-HOLD
           OPEN EXTEND ALERT-ARCHIVE
           IF WS-ALRARCH-STATUS = "35"
               OPEN OUTPUT ALERT-ARCHIVE
           END-IF
           OPEN EXTEND PAGER-NOTIFY
           IF WS-NOTIFY-STATUS = "35"
               OPEN OUTPUT PAGER-NOTIFY
           END-IF

           PERFORM 2100-WORK-ONE-ALERT
               THRU 2100-EXIT
               UNTIL WS-EOF-OUTBOX

           CLOSE ALERT-OUTBOX
           CLOSE ALERT-HOLD
           CLOSE ALERT-ARCHIVE
           CLOSE PAGER-NOTIFY

           MOVE "N"                    TO WS-EOF-HOLD-SW
           OPEN INPUT ALERT-HOLD
           OPEN OUTPUT ALERT-OUTBOX

           PERFORM 2900-RESTORE-ALERT
               THRU 2900-EXIT
               UNTIL WS-EOF-HOLD

           CLOSE ALERT-HOLD
           CLOSE ALERT-OUTBOX.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-WORK-ONE-ALERT - APPLY ANY ACKNOWLEDGMENT, PAGE A PENDING
      *                       ALERT, ESCALATE AN OVERDUE CRITICAL ONE,
      *                       AND ARCHIVE OR KEEP THE RESULT
      ******************************************************************
       2100-WORK-ONE-ALERT.
           READ ALERT-OUTBOX
               AT END
                   SET WS-EOF-OUTBOX   TO TRUE
                   GO TO 2100-EXIT
           END-READ

           IF AO-ALERT-ID = SPACES
               GO TO 2100-EXIT
           END-IF

           ADD 1                       TO WS-ALERT-COUNT

           PERFORM 2200-APPLY-ACK
               THRU 2200-EXIT

           EVALUATE TRUE
               WHEN AO-PENDING
                   PERFORM 2300-NOTIFY-ALERT
                       THRU 2300-EXIT
               WHEN AO-CRITICAL
                   AND (AO-NOTIFIED OR AO-ESCALATED)
                   PERFORM 2400-CHECK-ESCALATION
                       THRU 2400-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF AO-RAISED-DATE < WS-RETAIN-CUTOFF
               AND (AO-ACKNOWLEDGED
               OR (AO-WARNING AND AO-NOTIFIED))
               ADD 1                   TO WS-ARCHIVED-COUNT
               MOVE ALERT-OUTBOX-RECORD
                                       TO ALERT-ARCHIVE-RECORD
               WRITE ALERT-ARCHIVE-RECORD
               GO TO 2100-EXIT
           END-IF

           IF AO-CRITICAL
               AND NOT AO-ACKNOWLEDGED
               ADD 1                   TO WS-OPEN-CRIT-COUNT
               MOVE "ABIERTA"          TO WS-DL-ACTION
               MOVE WS-GROUP (AO-ESCALATION-LEVEL)
                                       TO WS-DL-GROUP
               PERFORM 2800-WRITE-DETAIL
                   THRU 2800-EXIT
           END-IF

           MOVE ALERT-OUTBOX-RECORD    TO ALERT-HOLD-RECORD
           WRITE ALERT-HOLD-RECORD.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-APPLY-ACK - MARK THE ALERT ACKNOWLEDGED WHEN ALERT-ACK
      *                  CARRIES ITS ID.  AN ALERT ACKNOWLEDGED BEFORE
      *                  IT WAS EVER PAGED IS NEVER PAGED
      ******************************************************************
       2200-APPLY-ACK.
           MOVE ZERO                   TO WS-ACK-HIT

           PERFORM 2210-MATCH-ACK
               THRU 2210-EXIT
               VARYING WS-ACK-SUB FROM 1 BY 1
               UNTIL WS-ACK-SUB > WS-ACK-COUNT
               OR WS-ACK-HIT > ZERO

           IF WS-ACK-HIT = ZERO
               GO TO 2200-EXIT
           END-IF

           SET WS-ACK-USED (WS-ACK-HIT)
                                       TO TRUE
           IF AO-ACKNOWLEDGED
               GO TO 2200-EXIT
           END-IF

           SET AO-ACKNOWLEDGED         TO TRUE
           MOVE WS-ACK-OPERATOR (WS-ACK-HIT)
                                       TO AO-ACK-OPERATOR
           MOVE WS-ACK-DATE (WS-ACK-HIT)
                                       TO AO-ACK-DATE
           MOVE WS-ACK-TIME (WS-ACK-HIT)
                                       TO AO-ACK-TIME
           ADD 1                       TO WS-ACKED-COUNT

           MOVE "ACUSADA"              TO WS-DL-ACTION
           MOVE AO-ACK-OPERATOR        TO WS-DL-GROUP
           PERFORM 2800-WRITE-DETAIL
               THRU 2800-EXIT.

       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2210-MATCH-ACK - COMPARE THE ALERT ID WITH ONE ACKNOWLEDGMENT
      ******************************************************************
       2210-MATCH-ACK.
           IF WS-ACK-ALERT-ID (WS-ACK-SUB) = AO-ALERT-ID
               MOVE WS-ACK-SUB         TO WS-ACK-HIT
           END-IF.

       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2300-NOTIFY-ALERT - FIRST PAGE OF A PENDING ALERT, TO THE
      *                     FIRST CONTACT GROUP
      ******************************************************************
       2300-NOTIFY-ALERT.
           MOVE 1                      TO AO-ESCALATION-LEVEL
           SET AO-NOTIFIED             TO TRUE
           MOVE WS-RUN-FECHA           TO AO-NOTIFIED-DATE
           MOVE WS-RUN-HORA            TO AO-NOTIFIED-TIME
           ADD 1                       TO WS-NOTIFIED-COUNT

           MOVE SPACES                 TO NOTIFY-RECORD
           SET NT-NEW                  TO TRUE
           PERFORM 2700-WRITE-NOTIFY
               THRU 2700-EXIT

           MOVE "NOTIFICADA"           TO WS-DL-ACTION
           MOVE WS-GROUP (1)           TO WS-DL-GROUP
           PERFORM 2800-WRITE-DETAIL
               THRU 2800-EXIT.

       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-CHECK-ESCALATION - A CRITICAL ALERT NOBODY HAS
      *                         ACKNOWLEDGED WITHIN THE INTERVAL SINCE
      *                         ITS LAST PAGE GOES ONE CONTACT LEVEL
      *                         UP, UNTIL THE LAST LEVEL CONFIGURED
      ******************************************************************
       2400-CHECK-ESCALATION.
           IF AO-ESCALATION-LEVEL IS NOT NUMERIC
               OR AO-ESCALATION-LEVEL = ZERO
               MOVE 1                  TO AO-ESCALATION-LEVEL
           END-IF

           IF AO-ESCALATION-LEVEL >= WS-MAX-LEVEL
               GO TO 2400-EXIT
           END-IF

           IF AO-NOTIFIED-DATE IS NOT NUMERIC
               OR AO-NOTIFIED-DATE = ZERO
               OR AO-NOTIFIED-TIME IS NOT NUMERIC
               GO TO 2400-EXIT
           END-IF

           MOVE AO-NOTIFIED-TIME       TO WS-SENT-HORA
           COMPUTE WS-SENT-MINUTES =
               FUNCTION INTEGER-OF-DATE (AO-NOTIFIED-DATE) * 1440
               + WS-SENT-HH * 60 + WS-SENT-MM
           COMPUTE WS-ELAPSED-MINUTES =
               WS-NOW-MINUTES - WS-SENT-MINUTES
           IF WS-ELAPSED-MINUTES < WS-ESCALATE-MINUTES
               GO TO 2400-EXIT
           END-IF

           ADD 1                       TO AO-ESCALATION-LEVEL
           SET AO-ESCALATED            TO TRUE
           MOVE WS-RUN-FECHA           TO AO-NOTIFIED-DATE
           MOVE WS-RUN-HORA            TO AO-NOTIFIED-TIME
           ADD 1                       TO WS-ESCALATED-COUNT

           MOVE SPACES                 TO NOTIFY-RECORD
           SET NT-ESCALATION           TO TRUE
           PERFORM 2700-WRITE-NOTIFY
               THRU 2700-EXIT

           MOVE "ESCALADA"             TO WS-DL-ACTION
           MOVE WS-GROUP (AO-ESCALATION-LEVEL)
                                       TO WS-DL-GROUP
           PERFORM 2800-WRITE-DETAIL
               THRU 2800-EXIT.

       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2700-WRITE-NOTIFY - ONE PAGE FOR THE GATEWAY, ADDRESSED TO THE
      *                     GROUP OF THE ALERT'S CURRENT LEVEL
      ******************************************************************
       2700-WRITE-NOTIFY.
           MOVE AO-ALERT-ID            TO NT-ALERT-ID
           MOVE AO-SEVERITY            TO NT-SEVERITY
           MOVE AO-ESCALATION-LEVEL    TO NT-LEVEL
           MOVE WS-GROUP (AO-ESCALATION-LEVEL)
                                       TO NT-GROUP
           MOVE WS-RUN-FECHA           TO NT-SENT-DATE
           MOVE WS-RUN-HORA            TO NT-SENT-TIME
           MOVE AO-STEP-NUMBER         TO NT-STEP-NUMBER
           MOVE AO-BUSINESS-DATE       TO NT-BUSINESS-DATE
           MOVE AO-RETURN-CODE         TO NT-RETURN-CODE
           MOVE AO-REASON              TO NT-REASON
           MOVE AO-REPORT-NAME         TO NT-REPORT-NAME
           WRITE NOTIFY-RECORD.

       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2800-WRITE-DETAIL - ONE ACTION LINE ON THE REPORT (THE CALLER
      *                     SETS THE ACTION AND THE GROUP/OPERATOR)
      ******************************************************************
       2800-WRITE-DETAIL.
           MOVE AO-ALERT-ID            TO WS-DL-ALERT-ID
           MOVE AO-SEVERITY            TO WS-DL-SEVERITY
           MOVE AO-ESCALATION-LEVEL    TO WS-DL-LEVEL
           MOVE AO-REASON              TO WS-DL-REASON
           MOVE WS-DETAIL-LINE         TO ALERTDSP-REPORT-LINE
           WRITE ALERTDSP-REPORT-LINE.

       2800-EXIT.
           EXIT.

      ******************************************************************
      * 2900-RESTORE-ALERT - COPY ONE KEPT ALERT BACK TO THE OUTBOX
      ******************************************************************
       2900-RESTORE-ALERT.
           READ ALERT-HOLD
               AT END
                   SET WS-EOF-HOLD     TO TRUE
                   GO TO 2900-EXIT
           END-READ

           MOVE ALERT-HOLD-RECORD      TO ALERT-OUTBOX-RECORD
           WRITE ALERT-OUTBOX-RECORD.

       2900-EXIT.
           EXIT.

      ******************************************************************
      * 4000-LIST-UNMATCHED-ACKS - AN ACKNOWLEDGMENT FOR AN ID NOT ON
      *                            THE OUTBOX (MISTYPED, OR ALREADY
      *                            ARCHIVED) IS LISTED, NOT APPLIED
      ******************************************************************
       4000-LIST-UNMATCHED-ACKS.
           PERFORM 4100-CHECK-ONE-ACK
               THRU 4100-EXIT
               VARYING WS-ACK-SUB FROM 1 BY 1
               UNTIL WS-ACK-SUB > WS-ACK-COUNT.

       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-CHECK-ONE-ACK - REPORT ONE ACKNOWLEDGMENT LEFT UNUSED
      ******************************************************************
       4100-CHECK-ONE-ACK.
           IF WS-ACK-USED (WS-ACK-SUB)
               GO TO 4100-EXIT
           END-IF

           ADD 1                       TO WS-UNMATCHED-COUNT
           MOVE SPACES                 TO WS-DETAIL-LINE
           MOVE "SIN ALERTA"           TO WS-DL-ACTION
           MOVE WS-ACK-ALERT-ID (WS-ACK-SUB)
                                       TO WS-DL-ALERT-ID
           MOVE WS-ACK-OPERATOR (WS-ACK-SUB)
                                       TO WS-DL-GROUP
           MOVE ZERO                   TO WS-DL-LEVEL
           MOVE "ACUSE DE UNA ALERTA QUE NO ESTA ABIERTA"
                                       TO WS-DL-REASON
           MOVE WS-DETAIL-LINE         TO ALERTDSP-REPORT-LINE
           WRITE ALERTDSP-REPORT-LINE.

       4100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-SUMMARY - RUN TOTALS
      ******************************************************************
       8000-WRITE-SUMMARY.
           MOVE WS-SEPARATOR-LINE      TO ALERTDSP-REPORT-LINE
           WRITE ALERTDSP-REPORT-LINE

           MOVE "ALERTAS EN EL OUTBOX" TO WS-SU-LABEL
           MOVE WS-ALERT-COUNT         TO WS-SU-VALUE
           MOVE WS-SUMMARY-LINE        TO ALERTDSP-REPORT-LINE
           WRITE ALERTDSP-REPORT-LINE

           MOVE "NOTIFICADAS"          TO WS-SU-LABEL
           MOVE WS-NOTIFIED-COUNT      TO WS-SU-VALUE
           MOVE WS-SUMMARY-LINE        TO ALERTDSP-REPORT-LINE
           WRITE ALERTDSP-REPORT-LINE

           MOVE "ESCALADAS"            TO WS-SU-LABEL
           MOVE WS-ESCALATED-COUNT     TO WS-SU-VALUE
           MOVE WS-SUMMARY-LINE        TO ALERTDSP-REPORT-LINE
           WRITE ALERTDSP-REPORT-LINE

           MOVE "ACUSADAS"             TO WS-SU-LABEL
           MOVE WS-ACKED-COUNT         TO WS-SU-VALUE
           MOVE WS-SUMMARY-LINE        TO ALERTDSP-REPORT-LINE
           WRITE ALERTDSP-REPORT-LINE

           MOVE "ACUSES SIN ALERTA"    TO WS-SU-LABEL
           MOVE WS-UNMATCHED-COUNT     TO WS-SU-VALUE
           MOVE WS-SUMMARY-LINE        TO ALERTDSP-REPORT-LINE
           WRITE ALERTDSP-REPORT-LINE

           MOVE "ARCHIVADAS"           TO WS-SU-LABEL
           MOVE WS-ARCHIVED-COUNT      TO WS-SU-VALUE
           MOVE WS-SUMMARY-LINE        TO ALERTDSP-REPORT-LINE
           WRITE ALERTDSP-REPORT-LINE

           MOVE "CRITICAS SIN ACUSE"   TO WS-SU-LABEL
           MOVE WS-OPEN-CRIT-COUNT     TO WS-SU-VALUE
           MOVE WS-SUMMARY-LINE        TO ALERTDSP-REPORT-LINE
           WRITE ALERTDSP-REPORT-LINE.

       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - EMPTY ALERT-ACK ONCE EVERYTHING ON IT HAS
      *                  BEEN APPLIED, CLOSE THE REPORT AND SET THE
      *                  RETURN-CODE: 4 WHILE A CRITICAL ALERT IS
      *                  UNACKNOWLEDGED OR AN ACKNOWLEDGMENT MATCHED
      *                  NOTHING
      ******************************************************************
       9000-TERMINATE.
           IF WS-ACK-COUNT > ZERO
               AND NOT WS-ACK-OVERFLOW
               AND NOT WS-OUTBOX-MISSING
               OPEN OUTPUT ALERT-ACK
               CLOSE ALERT-ACK
           END-IF
           IF WS-ACK-OVERFLOW
               DISPLAY "ALERTDSP - MAS DE 200 ACUSES, ALERT-ACK SE "
                   "CONSERVA PARA LA PROXIMA CORRIDA"
           END-IF

           CLOSE ALERTDSP-REPORT

           IF WS-OPEN-CRIT-COUNT > ZERO
               OR WS-UNMATCHED-COUNT > ZERO
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE ZERO               TO RETURN-CODE
           END-IF

           DISPLAY "ALERTDSP - NOTIFICADAS " WS-NOTIFIED-COUNT
               " ESCALADAS " WS-ESCALATED-COUNT
               " CRITICAS SIN ACUSE " WS-OPEN-CRIT-COUNT.

       9000-EXIT.
           EXIT.

       END PROGRAM ALERTDSP.
