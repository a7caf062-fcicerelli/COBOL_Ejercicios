      ******************************************************************
      * Author:     Fabio Cicerelli
      * Date:       15/OCT/2026
      * Purpose:    Audit report of the ACCESS-LOG written by SIGNON:
      *             who signed on to MENU and the interactive programs,
      *             who failed or was locked out, what was refused
      *             (options and grade inquiries outside the role,
      *             approvers GRADECHG would not accept), which student
      *             grades were looked at and by whom, and the user
      *             maintenance done through USERMNT.  Lists every
      *             entry of the period, then totals per user and per
      *             event type.  The period comes from ACCESRPT-PARM
      *             (from-date, to-date); with no parm the whole log
      *             is reported.  A lockout in the period ends the run
      *             with RETURN-CODE 4 so it reaches the operators.
      * Tectonics: cobc -x ACCESRPT.cob ENQUEUE.cob ALERTPUT.cob
      *            -o ACCESRPT
      *            (ENQUEUE and ALERTPUT are CALLed by name, so
      *            they must be linked into the same executable)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 15/OCT/26  FC   Initial version.
      * 15/OCT/26  FC   The detail column is widened to the full 26
      *                 characters of the ACCESS-LOG detail; it was
      *                 cut at 22.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG ASSIGN TO "ACCESS-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESLOG-STATUS.

           SELECT ACCESRPT-PARM ASSIGN TO "ACCESRPT-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ACCESS-REPORT ASSIGN TO "ACCESS-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG
           RECORD CONTAINS 80 CHARACTERS.
           COPY ACCESLOG.

       FD  ACCESRPT-PARM
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCESRPT-PARM-RECORD.
           05  AP-FROM-DATE            PIC 9(08).
           05  AP-TO-DATE              PIC 9(08).
           05  FILLER                  PIC X(64).

       FD  ACCESS-REPORT
           RECORD CONTAINS 90 CHARACTERS.
       01  ACCESS-REPORT-LINE          PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-LOCK-FAILED-SW           PIC X(01) VALUE "N".
           88  WS-LOCK-FAILED                  VALUE "S".

           COPY ENQPARM.

           COPY ALRTPARM.

       77  WS-ACCESLOG-STATUS          PIC X(02).
       77  WS-PARM-STATUS              PIC X(02).

       77  WS-ENTRY-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-LOCKOUT-COUNT            PIC 9(07) COMP VALUE ZERO.

      *    REPORTING PERIOD - THE WHOLE LOG UNLESS ACCESRPT-PARM
      *    NARROWS IT
       01  WS-PERIOD.
           05  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
           05  WS-TO-DATE              PIC 9(08) VALUE 99999999.

      *    EVENT TYPES IN THE ORDER THE TOTALS ARE PRINTED; THE
      *    COUNTS PER USER AND THE PERIOD TOTALS USE THE SAME ORDER
       01  WS-EVENT-TABLE.
           05  FILLER                  PIC X(21) VALUE
               "SINGRESOS            ".
           05  FILLER                  PIC X(21) VALUE
               "FCLAVE FALLIDA       ".
           05  FILLER                  PIC X(21) VALUE
               "BBLOQUEOS            ".
           05  FILLER                  PIC X(21) VALUE
               "RRECHAZOS            ".
           05  FILLER                  PIC X(21) VALUE
               "CCONSULTAS DE NOTAS  ".
           05  FILLER                  PIC X(21) VALUE
               "OSALIDAS             ".
           05  FILLER                  PIC X(21) VALUE
               "MMANTENIMIENTO       ".
       01  WS-EVENT-TABLE-R REDEFINES WS-EVENT-TABLE.
           05  WS-EVENT-ENTRY          OCCURS 7 TIMES.
               10  WS-EVENT-CODE       PIC X(01).
               10  WS-EVENT-NAME       PIC X(20).

       01  WS-EVENT-TOTALS.
           05  WS-EVENT-TOTAL          OCCURS 7 TIMES
                                       PIC 9(07) COMP.

       01  WS-USER-TABLE-AREA.
           05  WS-USER-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-USER-MAX             PIC 9(03) COMP VALUE 200.
           05  WS-USER-ENTRY           OCCURS 200 TIMES.
               10  WS-USER-ID          PIC X(08).
               10  WS-USER-ROLE        PIC X(01).
               10  WS-USER-EVENTS      OCCURS 7 TIMES
                                       PIC 9(05) COMP.

       01  WS-MATCH-WORK.
           05  WS-T                    PIC 9(03) COMP.
           05  WS-E                    PIC 9(02) COMP.
           05  WS-EVENT-SUB            PIC 9(02) COMP.
           05  WS-MATCH-SUB            PIC 9(03) COMP.

       01  WS-SWITCHES.
           05  WS-EOF-LOG-SW           PIC X(01) VALUE "N".
               88  WS-EOF-LOG                   VALUE "S".
           05  WS-INPUT-MISSING-SW     PIC X(01) VALUE "N".
               88  WS-INPUT-MISSING             VALUE "S".
           05  WS-ENTRY-FOUND-SW       PIC X(01) VALUE "N".
               88  WS-ENTRY-FOUND               VALUE "S".

       01  WS-REPORT-LINES.
           05  WS-RPT-HDR-LINE.
               10  FILLER              PIC X(40) VALUE
                   "AUDITORIA DE ACCESOS - ACCESS-LOG".
               10  FILLER              PIC X(50) VALUE SPACES.
           05  WS-RPT-PERIOD-LINE.
               10  FILLER              PIC X(09) VALUE "PERIODO: ".
               10  WS-RP-FROM-DATE     PIC 9(08).
               10  FILLER              PIC X(03) VALUE " A ".
               10  WS-RP-TO-DATE       PIC 9(08).
               10  FILLER              PIC X(62) VALUE SPACES.
           05  WS-DETAIL-HDR-LINE.
               10  FILLER              PIC X(10) VALUE "FECHA".
               10  FILLER              PIC X(07) VALUE "HORA".
               10  FILLER              PIC X(10) VALUE "PROGRAMA".
               10  FILLER              PIC X(10) VALUE "USUARIO".
               10  FILLER              PIC X(04) VALUE "ROL".
               10  FILLER              PIC X(02) VALUE "EV".
               10  FILLER              PIC X(21) VALUE "OBJETO".
               10  FILLER              PIC X(26) VALUE "DETALLE".
           05  WS-DETAIL-LINE.
               10  WS-DL-DATE          PIC 9(08).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-DL-TIME          PIC 9(06).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-DL-PROGRAM       PIC X(08).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-DL-USER-ID       PIC X(08).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-DL-ROLE          PIC X(01).
               10  FILLER              PIC X(03) VALUE SPACES.
               10  WS-DL-EVENT         PIC X(01).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-DL-OBJECT        PIC X(20).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-DL-DETAIL        PIC X(26).
           05  WS-SECTION-LINE.
               10  WS-SEC-TITLE        PIC X(45).
               10  FILLER              PIC X(45) VALUE SPACES.
           05  WS-USER-HDR-LINE.
               10  FILLER              PIC X(10) VALUE "USUARIO".
               10  FILLER              PIC X(04) VALUE "ROL".
               10  FILLER              PIC X(08) VALUE " INGRES".
               10  FILLER              PIC X(08) VALUE "  FALLA".
               10  FILLER              PIC X(08) VALUE "  BLOQ.".
               10  FILLER              PIC X(08) VALUE "  RECH.".
               10  FILLER              PIC X(08) VALUE "  CONS.".
               10  FILLER              PIC X(08) VALUE " SALID.".
               10  FILLER              PIC X(08) VALUE "  MANT.".
               10  FILLER              PIC X(20) VALUE SPACES.
           05  WS-USER-DETAIL-LINE.
               10  WS-UL-USER-ID       PIC X(08).
               10  FILLER              PIC X(03) VALUE SPACES.
               10  WS-UL-ROLE          PIC X(01).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-UL-COUNT         OCCURS 7 TIMES
                                       PIC Z(07)9.
               10  FILLER              PIC X(20) VALUE SPACES.
           05  WS-EVENT-DETAIL-LINE.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-EL-NAME          PIC X(20).
               10  WS-EL-COUNT         PIC Z(06)9.
               10  FILLER              PIC X(61) VALUE SPACES.

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

           PERFORM 2000-PROCESS-LOG-ENTRY
               THRU 2000-EXIT
               UNTIL WS-EOF-LOG

           PERFORM 3000-WRITE-USER-TOTALS
               THRU 3000-EXIT

           PERFORM 4000-WRITE-EVENT-TOTALS
               THRU 4000-EXIT

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
           MOVE "ACCESRPT"             TO ENQ-HOLDER
           MOVE "A"                    TO ENQ-FUNCTION
           MOVE "ACCESS-LOG"           TO ENQ-RESOURCE
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
               DISPLAY "ACCESRPT - LOCK VENCIDO EN " ENQ-RESOURCE
                   " DE " ENQ-HOLDER-OUT ", ROMPERLO CON LOCKBRK"
           ELSE
               DISPLAY "ACCESRPT - RECURSO " ENQ-RESOURCE
                   " EN USO POR " ENQ-HOLDER-OUT
           END-IF.

       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0900-RELEASE-LOCKS - GIVE BACK EVERY LOCK THIS PROGRAM TAKES
      ******************************************************************
       0900-RELEASE-LOCKS.
           MOVE "ACCESRPT"             TO ENQ-HOLDER
           MOVE "R"                    TO ENQ-FUNCTION
           MOVE "ACCESS-LOG"           TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST.

       0900-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INITIALIZE - LOAD THE PERIOD, OPEN THE LOG AND THE REPORT
      ******************************************************************
       1000-INITIALIZE.
           MOVE "N"                    TO WS-EOF-LOG-SW
           MOVE "N"                    TO WS-INPUT-MISSING-SW
           MOVE ZERO                   TO WS-USER-COUNT
           MOVE ZERO                   TO WS-ENTRY-COUNT
           MOVE ZERO                   TO WS-LOCKOUT-COUNT
           PERFORM 1050-CLEAR-EVENT-TOTAL
               THRU 1050-EXIT
               VARYING WS-E FROM 1 BY 1
               UNTIL WS-E > 7

           PERFORM 1100-LOAD-PERIOD-PARM
               THRU 1100-EXIT

           OPEN OUTPUT ACCESS-REPORT
           MOVE WS-RPT-HDR-LINE        TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE WS-FROM-DATE           TO WS-RP-FROM-DATE
           MOVE WS-TO-DATE             TO WS-RP-TO-DATE
           MOVE WS-RPT-PERIOD-LINE     TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE WS-DETAIL-HDR-LINE     TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE

           OPEN INPUT ACCESS-LOG
           IF WS-ACCESLOG-STATUS NOT = "00"
               SET WS-INPUT-MISSING    TO TRUE
               SET WS-EOF-LOG          TO TRUE
               DISPLAY "ACCESRPT - ACCESS-LOG NOT FOUND, STATUS = "
                   WS-ACCESLOG-STATUS
           END-IF.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-CLEAR-EVENT-TOTAL - ZERO ONE PERIOD TOTAL
      ******************************************************************
       1050-CLEAR-EVENT-TOTAL.
           MOVE ZERO                   TO WS-EVENT-TOTAL (WS-E).

       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-PERIOD-PARM - FROM AND TO DATE OF THE PERIOD.  A
      *                         MISSING FILE OR A BLANK DATE KEEPS
      *                         THAT END OF THE PERIOD OPEN
      ******************************************************************
       1100-LOAD-PERIOD-PARM.
           OPEN INPUT ACCESRPT-PARM
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ACCESRPT - ACCESRPT-PARM NOT FOUND, "
                   "REPORTING THE WHOLE LOG"
               GO TO 1100-EXIT
           END-IF

           READ ACCESRPT-PARM
               AT END
                   CONTINUE
           END-READ
           IF WS-PARM-STATUS = "00"
               IF AP-FROM-DATE IS NUMERIC
                   AND AP-FROM-DATE > ZERO
                   MOVE AP-FROM-DATE   TO WS-FROM-DATE
               END-IF
               IF AP-TO-DATE IS NUMERIC
                   AND AP-TO-DATE > ZERO
                   MOVE AP-TO-DATE     TO WS-TO-DATE
               END-IF
           END-IF
           CLOSE ACCESRPT-PARM.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-LOG-ENTRY - READ ONE ACCESS ENTRY; ONE INSIDE THE
      *                          PERIOD IS LISTED AND COUNTED FOR ITS
      *                          USER AND ITS EVENT TYPE
      ******************************************************************
       2000-PROCESS-LOG-ENTRY.
           READ ACCESS-LOG
               AT END
                   SET WS-EOF-LOG      TO TRUE
                   GO TO 2000-EXIT
           END-READ

           IF AX-TS-DATE < WS-FROM-DATE
               OR AX-TS-DATE > WS-TO-DATE
               GO TO 2000-EXIT
           END-IF

           ADD 1                       TO WS-ENTRY-COUNT
           IF AX-EVENT-LOCKOUT
               ADD 1                   TO WS-LOCKOUT-COUNT
           END-IF

           MOVE SPACES                 TO WS-DETAIL-LINE
           MOVE AX-TS-DATE             TO WS-DL-DATE
           MOVE AX-TS-TIME (1:6)       TO WS-DL-TIME
           MOVE AX-PROGRAM             TO WS-DL-PROGRAM
           MOVE AX-USER-ID             TO WS-DL-USER-ID
           MOVE AX-ROLE                TO WS-DL-ROLE
           MOVE AX-EVENT               TO WS-DL-EVENT
           MOVE AX-OBJECT              TO WS-DL-OBJECT
           MOVE AX-DETAIL              TO WS-DL-DETAIL
           MOVE WS-DETAIL-LINE         TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE

           MOVE ZERO                   TO WS-EVENT-SUB
           PERFORM 2100-SCAN-EVENT-TYPE
               THRU 2100-EXIT
               VARYING WS-E FROM 1 BY 1
               UNTIL WS-E > 7
           IF WS-EVENT-SUB = ZERO
               GO TO 2000-EXIT
           END-IF
           ADD 1                       TO WS-EVENT-TOTAL
                                          (WS-EVENT-SUB)

           PERFORM 2200-COUNT-FOR-USER
               THRU 2200-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-SCAN-EVENT-TYPE - FIND THE TOTALS SLOT OF THIS EVENT
      ******************************************************************
       2100-SCAN-EVENT-TYPE.
           IF WS-EVENT-CODE (WS-E) = AX-EVENT
               MOVE WS-E               TO WS-EVENT-SUB
           END-IF.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-COUNT-FOR-USER - FOLD THE ENTRY INTO ITS USER'S COUNTS,
      *                       OPENING AN ENTRY THE FIRST TIME THE USER
      *                       IS SEEN.  BATCH MAINTENANCE HAS NO USER
      *                       AND IS COUNTED UNDER A BLANK ONE
      ******************************************************************
       2200-COUNT-FOR-USER.
           MOVE "N"                    TO WS-ENTRY-FOUND-SW
           PERFORM 2210-SCAN-USER-ENTRY
               THRU 2210-EXIT
               VARYING WS-T FROM 1 BY 1
               UNTIL WS-T > WS-USER-COUNT
               OR WS-ENTRY-FOUND

           IF NOT WS-ENTRY-FOUND
               IF WS-USER-COUNT >= WS-USER-MAX
                   DISPLAY "ACCESRPT - TABLA DE USUARIOS LLENA"
                   GO TO 2200-EXIT
               END-IF
               ADD 1                   TO WS-USER-COUNT
               MOVE WS-USER-COUNT      TO WS-MATCH-SUB
               MOVE AX-USER-ID         TO WS-USER-ID (WS-MATCH-SUB)
               PERFORM 2250-CLEAR-USER-COUNT
                   THRU 2250-EXIT
                   VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > 7
           END-IF

           IF AX-ROLE NOT = SPACES
               MOVE AX-ROLE            TO WS-USER-ROLE (WS-MATCH-SUB)
           END-IF
           ADD 1                       TO WS-USER-EVENTS
                                          (WS-MATCH-SUB, WS-EVENT-SUB).

       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2210-SCAN-USER-ENTRY - LOOK FOR THIS ENTRY'S USER
      ******************************************************************
       2210-SCAN-USER-ENTRY.
           IF WS-USER-ID (WS-T) = AX-USER-ID
               SET WS-ENTRY-FOUND      TO TRUE
               MOVE WS-T               TO WS-MATCH-SUB
           END-IF.

       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2250-CLEAR-USER-COUNT - ZERO ONE COUNT OF A NEW USER ENTRY
      ******************************************************************
       2250-CLEAR-USER-COUNT.
           MOVE SPACES                 TO WS-USER-ROLE (WS-MATCH-SUB)
           MOVE ZERO                   TO WS-USER-EVENTS
                                          (WS-MATCH-SUB, WS-E).

       2250-EXIT.
           EXIT.

      ******************************************************************
      * 3000-WRITE-USER-TOTALS - ONE LINE PER USER WITH ITS COUNT OF
      *                          EACH EVENT TYPE
      ******************************************************************
       3000-WRITE-USER-TOTALS.
           MOVE SPACES                 TO WS-SECTION-LINE
           MOVE "TOTALES POR USUARIO:" TO WS-SEC-TITLE
           MOVE WS-SECTION-LINE        TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE WS-USER-HDR-LINE       TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE

           PERFORM 3100-WRITE-USER-LINE
               THRU 3100-EXIT
               VARYING WS-T FROM 1 BY 1
               UNTIL WS-T > WS-USER-COUNT.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-WRITE-USER-LINE - WRITE ONE USER'S COUNTS
      ******************************************************************
       3100-WRITE-USER-LINE.
           MOVE SPACES                 TO WS-USER-DETAIL-LINE
           MOVE WS-USER-ID (WS-T)      TO WS-UL-USER-ID
           IF WS-USER-ID (WS-T) = SPACES
               MOVE "(BATCH)"          TO WS-UL-USER-ID
           END-IF
           MOVE WS-USER-ROLE (WS-T)    TO WS-UL-ROLE
           PERFORM 3110-MOVE-USER-COUNT
               THRU 3110-EXIT
               VARYING WS-E FROM 1 BY 1
               UNTIL WS-E > 7
           MOVE WS-USER-DETAIL-LINE    TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3110-MOVE-USER-COUNT - EDIT ONE COUNT INTO THE USER LINE
      ******************************************************************
       3110-MOVE-USER-COUNT.
           MOVE WS-USER-EVENTS (WS-T, WS-E)
                                       TO WS-UL-COUNT (WS-E).

       3110-EXIT.
           EXIT.

      ******************************************************************
      * 4000-WRITE-EVENT-TOTALS - PERIOD TOTAL OF EACH EVENT TYPE
      ******************************************************************
       4000-WRITE-EVENT-TOTALS.
           MOVE SPACES                 TO WS-SECTION-LINE
           MOVE "TOTALES POR TIPO DE EVENTO:"
                                       TO WS-SEC-TITLE
           MOVE WS-SECTION-LINE        TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE

           PERFORM 4100-WRITE-EVENT-LINE
               THRU 4100-EXIT
               VARYING WS-E FROM 1 BY 1
               UNTIL WS-E > 7

           MOVE SPACES                 TO WS-EVENT-DETAIL-LINE
           MOVE "TOTAL DE ENTRADAS"    TO WS-EL-NAME
           MOVE WS-ENTRY-COUNT         TO WS-EL-COUNT
           MOVE WS-EVENT-DETAIL-LINE   TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE.

       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-WRITE-EVENT-LINE - WRITE ONE EVENT TYPE'S TOTAL
      ******************************************************************
       4100-WRITE-EVENT-LINE.
           MOVE SPACES                 TO WS-EVENT-DETAIL-LINE
           MOVE WS-EVENT-NAME (WS-E)   TO WS-EL-NAME
           MOVE WS-EVENT-TOTAL (WS-E)  TO WS-EL-COUNT
           MOVE WS-EVENT-DETAIL-LINE   TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE.

       4100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES AND SET THE RETURN-CODE: 4 WHEN
      *                  AN ACCOUNT WAS LOCKED OUT IN THE PERIOD
      ******************************************************************
       9000-TERMINATE.
           IF NOT WS-INPUT-MISSING
               CLOSE ACCESS-LOG
           END-IF
           CLOSE ACCESS-REPORT

           EVALUATE TRUE
               WHEN WS-INPUT-MISSING
                   MOVE 8              TO RETURN-CODE
               WHEN WS-LOCKOUT-COUNT > ZERO
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
           MOVE "ACCESRPT"             TO ALR-PROGRAM
           MOVE ZERO                   TO ALR-STEP-NUMBER
           MOVE RETURN-CODE            TO ALR-RETURN-CODE
           MOVE "ACCESS-REPORT"        TO ALR-REPORT-NAME

           CALL "ALERTPUT" USING ALR-REQUEST
           MOVE ALR-RETURN-CODE        TO RETURN-CODE.

       9900-EXIT.
           EXIT.

       END PROGRAM ACCESRPT.
