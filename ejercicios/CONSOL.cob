      * Author:     Fabio Cicerelli
      * Date:       21/AUG/2026
      * Purpose:    Pre-grading consolidation.  Sorts and merges the
      *             per-instructor section grade files (every section
      *             SECTION-REGISTRY lists) into a single GRADES-FILE
      *             in course/student order for PROMEDIO, replacing the
      *             hand concatenation that twice let a student arrive
      *             in two files and be graded twice.  CONSOL-SECCIONES
      *             lists each registered section as on time, late or
      *             not delivered.  A section not delivered holds back
      *             its course only: the course's records from its
      *             other sections go to CONSOL-DISCREP and the run
      *             ends with RETURN-CODE 4, so the other courses
      *             still grade.  The same course and student seen
      *             more than once (a lab record of type L is folded
      *             into the student's section record instead) is
      *             diverted to CONSOL-DISCREP for resolution, and the
      *             run ends with RETURN-CODE 8 so NIGHTJOB does not
      *             let grading run on a bad merge; a missing registry
      *             or no section file at all also ends with RC 8.
      * Tectonics: cobc -x CONSOL.cob ENQUEUE.cob ALERTPUT.cob
      *            -o CONSOL
      *            (ENQUEUE and ALERTPUT are CALLed by name, so
      *            they must be linked into the same executable)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      *                 an abend is flagged so the operator breaks it
      *                 with LOCKBRK instead of deleting mystery
      *                 files.
      * 15/OCT/26  FC   Section registry.  The three fixed section
      *                 files are replaced by the sections listed on
      *                 SECTION-REGISTRY (course, section, file name,
      *                 instructor, deadline), however many there
      *                 are.  Before the merge each section is listed
      *                 on the new CONSOL-SECCIONES report as on time,
      *                 late (header date past the deadline) or not
      *                 delivered.  A section not delivered blocks its
      *                 course only: the course's records from the
      *                 other sections go to CONSOL-DISCREP instead of
      *                 GRADES-FILE and the run ends with RETURN-CODE
      *                 4 so the rest of the night still grades.  A
      *                 missing registry ends the run with RC 8.  The
      *                 duplicate check is now per course and student,
      *                 as a student may take more than one course.
      * 15/OCT/26  FC   Lab grades.  A record of type L (the LAB-GRADES
      *                 file MRU writes, registered as a section of
      *                 its course) is not a duplicate of the
      *                 student's section record: its notas and lab
      *                 categories are appended to that record, which
      *                 is now held back until the next student so the
      *                 fold can happen.  The sort takes the record
      *                 type as a third key so the lab record follows.
      *                 A student with lab grades only passes through
      *                 as an ordinary record.  More than ten notas in
      *                 all leaves the lab record out, reported on
      *                 CONSOL-DISCREP with RETURN-CODE 4.
      * 15/OCT/26  FC   Each record released is stamped with the
      *                 registry's section id in what was trailing
      *                 FILLER of the grades record, so PROMEDIO can
      *                 keep on GRADE-DETAIL the section a student was
      *                 graded in (for the grade slips).
      * 15/OCT/26  FC   A run ending with a nonzero RETURN-CODE leaves
      *                 an operator alert on ALERT-OUTBOX through
      *                 ALERTPUT, naming CONSOL-DISCREP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-REGISTRY ASSIGN TO "SECTION-REGISTRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTREG-STATUS.

           SELECT SECTION-FILE ASSIGN TO WS-SECTION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECT-STATUS.

           SELECT SECTION-REPORT ASSIGN TO "CONSOL-SECCIONES"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GRADES-FILE ASSIGN TO "GRADES-FILE"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  SECTION-REGISTRY
           RECORD CONTAINS 80 CHARACTERS.
           COPY SECTREG.

       FD  SECTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SECTION-RECORD              PIC X(80).
           COPY BATCHCTL REPLACING LEADING ==BC== BY ==SC==.

       FD  SECTION-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  SECTION-REPORT-LINE         PIC X(80).

       FD  GRADES-FILE
           RECORD CONTAINS 80 CHARACTERS.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-RECORD-TYPE          PIC X(01).
               88  SR-LAB-RECORD               VALUE "L".
           05  SR-STUDENT-ID           PIC X(05).
           05  SR-CANT-NOTAS           PIC 9(02).
           05  SR-NOTA-TABLE           OCCURS 10 TIMES
                                       PIC 9(03)V99.
           05  SR-COURSE-ID            PIC X(06).
           05  SR-CATEG-TABLE          OCCURS 10 TIMES
                                       PIC X(01).
           05  SR-SECTION-ID           PIC X(03).
           05  FILLER                  PIC X(03).

       WORKING-STORAGE SECTION.
       01  WS-LOCK-FAILED-SW           PIC X(01) VALUE "N".

           COPY ENQPARM.

           COPY ALRTPARM.

       77  WS-SECTREG-STATUS           PIC X(02).
       77  WS-SECT-STATUS              PIC X(02).
       77  WS-GRADES-STATUS            PIC X(02).
       77  WS-AUDITLOG-STATUS          PIC X(02).
       77  WS-RUNDATE-STATUS           PIC X(02).
       77  WS-IN-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  WS-OUT-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  WS-DUP-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  WS-FILES-PRESENT            PIC 9(03) COMP VALUE ZERO.
       77  WS-BLOCKED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-ON-TIME-COUNT            PIC 9(03) COMP VALUE ZERO.
       77  WS-LATE-COUNT               PIC 9(03) COMP VALUE ZERO.
       77  WS-MISSING-COUNT            PIC 9(03) COMP VALUE ZERO.
       77  WS-BLOCKED-COURSES          PIC 9(03) COMP VALUE ZERO.
       77  WS-LAB-FOLD-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-LAB-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.

       77  WS-SECTION-NAME             PIC X(14).
       77  WS-SECT-FILE-DATE           PIC 9(08).
       77  WS-LAST-COURSE-ID           PIC X(06).

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-FECHA            PIC 9(08).
       01  WS-SEEN-TABLE-AREA.
           05  WS-SEEN-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  WS-SEEN-MAX             PIC 9(05) COMP VALUE 5000.
           05  WS-SEEN-KEY             OCCURS 5000 TIMES.
               10  WS-SEEN-COURSE-ID   PIC X(06).
               10  WS-SEEN-ID          PIC X(05).

       01  WS-HELD-RECORD.
           05  WS-HELD-RECORD-TYPE     PIC X(01).
           05  WS-HELD-STUDENT-ID      PIC X(05).
           05  WS-HELD-CANT-NOTAS      PIC 9(02).
           05  WS-HELD-NOTA            OCCURS 10 TIMES
                                       PIC 9(03)V99.
           05  WS-HELD-COURSE-ID       PIC X(06).
           05  WS-HELD-CATEG           OCCURS 10 TIMES
                                       PIC X(01).
           05  FILLER                  PIC X(06).

       01  WS-REGISTRY-TABLE-AREA.
           05  WS-REG-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-REG-MAX              PIC 9(03) COMP VALUE 200.
           05  WS-REG-ENTRY            OCCURS 200 TIMES.
               10  WS-REG-COURSE-ID    PIC X(06).
               10  WS-REG-SECTION-ID   PIC X(03).
               10  WS-REG-FILE-NAME    PIC X(14).
               10  WS-REG-INSTRUCTOR   PIC X(30).
               10  WS-REG-DEADLINE     PIC 9(08).
               10  WS-REG-STATE        PIC X(01).
                   88  WS-REG-ON-TIME          VALUE "A".
                   88  WS-REG-LATE             VALUE "T".
                   88  WS-REG-MISSING          VALUE "F".

       01  WS-INDICES.
           05  WS-T                    PIC 9(05) COMP.
           05  WS-R                    PIC 9(03) COMP.
           05  WS-R2                   PIC 9(03) COMP.
           05  WS-L                    PIC 9(02) COMP.

       01  WS-SWITCHES.
           05  WS-EOF-SECTION-SW       PIC X(01) VALUE "N".
               88  WS-CTL-TRL-SEEN              VALUE "S".
           05  WS-CTL-ERROR-SW         PIC X(01) VALUE "N".
               88  WS-CTL-ERROR                 VALUE "S".
           05  WS-REGISTRY-OK-SW       PIC X(01) VALUE "N".
               88  WS-REGISTRY-OK               VALUE "S".
           05  WS-EOF-REGISTRY-SW      PIC X(01) VALUE "N".
               88  WS-EOF-REGISTRY              VALUE "S".
           05  WS-COURSE-BLOCKED-SW    PIC X(01) VALUE "N".
               88  WS-COURSE-BLOCKED            VALUE "S".
           05  WS-EARLIER-MISS-SW      PIC X(01) VALUE "N".
               88  WS-EARLIER-MISS              VALUE "S".
           05  WS-HELD-SW              PIC X(01) VALUE "N".
               88  WS-HELD-PRESENT              VALUE "S".
           05  WS-HELD-LAB-SW          PIC X(01) VALUE "N".
               88  WS-HELD-HAS-LAB              VALUE "S".

       01  WS-REPORT-LINES.
           05  WS-DISCREP-HDR-LINE.
               10  WS-DD-COURSE-ID     PIC X(10).
               10  WS-DD-MOTIVO        PIC X(40).
               10  FILLER              PIC X(20) VALUE SPACES.
           05  WS-SECT-TITLE-LINE.
               10  FILLER              PIC X(40) VALUE
                   "CONSOL - ESTADO DE ENTREGA DE SECCIONES".
               10  FILLER              PIC X(16) VALUE
                   "FECHA DE CORRIDA".
               10  FILLER              PIC X(01) VALUE SPACE.
               10  WS-ST-RUN-FECHA     PIC 9(08).
               10  FILLER              PIC X(15) VALUE SPACES.
           05  WS-SECT-HDR-LINE.
               10  FILLER              PIC X(07) VALUE "CURSO".
               10  FILLER              PIC X(05) VALUE "SECC".
               10  FILLER              PIC X(25) VALUE "INSTRUCTOR".
               10  FILLER              PIC X(10) VALUE "VENCE".
               10  FILLER              PIC X(10) VALUE "RECIBIDO".
               10  FILLER              PIC X(14) VALUE "ESTADO".
               10  FILLER              PIC X(09) VALUE "    REGS".
           05  WS-SECT-DETAIL-LINE.
               10  WS-SD-COURSE-ID     PIC X(07).
               10  WS-SD-SECTION-ID    PIC X(05).
               10  WS-SD-INSTRUCTOR    PIC X(24).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  WS-SD-DEADLINE      PIC 9(08).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-SD-RECIBIDO      PIC X(08).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-SD-ESTADO        PIC X(14).
               10  WS-SD-REGS          PIC ZZZZZZ9.
               10  FILLER              PIC X(02) VALUE SPACES.
           05  WS-SECT-TOTAL-LINE.
               10  WS-ST-LABEL         PIC X(30).
               10  WS-ST-VALUE         PIC ZZZZ9.
               10  FILLER              PIC X(45) VALUE SPACES.
           05  WS-SECT-BLOCK-LINE.
               10  FILLER              PIC X(16) VALUE
                   "CURSO BLOQUEADO:".
               10  FILLER              PIC X(01) VALUE SPACE.
               10  WS-SB-COURSE-ID     PIC X(06).
               10  FILLER              PIC X(17) VALUE
                   " - FALTA SECCION ".
               10  WS-SB-SECTION-ID    PIC X(03).
               10  FILLER              PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
               THRU 0100-EXIT
           IF WS-LOCK-FAILED
               MOVE 16                 TO RETURN-CODE
               PERFORM 9900-RAISE-ALERT
                   THRU 9900-EXIT
               GOBACK
           END-IF

           SORT SORT-FILE
               ON ASCENDING KEY SR-COURSE-ID
                                SR-STUDENT-ID
                                SR-RECORD-TYPE
               INPUT PROCEDURE IS 3000-RELEASE-SECTIONS
                   THRU 3000-EXIT
               OUTPUT PROCEDURE IS 4000-WRITE-MERGED
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT

           PERFORM 9900-RAISE-ALERT
               THRU 9900-EXIT

           PERFORM 0900-RELEASE-LOCKS
               THRU 0900-EXIT

           EXIT.

      ******************************************************************
      * 1000-INITIALIZE - RESET COUNTERS, OPEN THE DISCREPANCY AND
      *                   SECTION STATUS REPORTS, LOG THE START OF
      *                   THE RUN AND LOAD THE SECTION REGISTRY
      ******************************************************************
       1000-INITIALIZE.
           MOVE ZERO                   TO WS-IN-COUNT
           MOVE ZERO                   TO WS-SEEN-COUNT
           MOVE "N"                    TO WS-SEEN-FULL-SW
           MOVE "N"                    TO WS-CTL-ERROR-SW
           MOVE ZERO                   TO WS-BLOCKED-COUNT
           MOVE ZERO                   TO WS-ON-TIME-COUNT
           MOVE ZERO                   TO WS-LATE-COUNT
           MOVE ZERO                   TO WS-MISSING-COUNT
           MOVE ZERO                   TO WS-BLOCKED-COURSES
           MOVE ZERO                   TO WS-LAB-FOLD-COUNT
           MOVE ZERO                   TO WS-LAB-REJECT-COUNT

           OPEN OUTPUT DISCREP-REPORT
           MOVE WS-DISCREP-HDR-LINE    TO DISCREP-REPORT-LINE
               THRU 1100-EXIT
           ACCEPT WS-RUN-HORA          FROM TIME

           OPEN OUTPUT SECTION-REPORT
           MOVE WS-RUN-FECHA           TO WS-ST-RUN-FECHA
           MOVE WS-SECT-TITLE-LINE     TO SECTION-REPORT-LINE
           WRITE SECTION-REPORT-LINE
           MOVE SPACES                 TO SECTION-REPORT-LINE
           WRITE SECTION-REPORT-LINE
           MOVE WS-SECT-HDR-LINE       TO SECTION-REPORT-LINE
           WRITE SECTION-REPORT-LINE

           PERFORM 1200-LOAD-REGISTRY
               THRU 1200-EXIT

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDITLOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           EXIT.

      ******************************************************************
      * 1200-LOAD-REGISTRY - KEEP EVERY SECTION THE REGISTRY EXPECTS
      *                      THIS CYCLE.  WITHOUT THE REGISTRY THERE
      *                      IS NOTHING TO MERGE AND 9000 ENDS THE RUN
      *                      WITH RC 8
      ******************************************************************
       1200-LOAD-REGISTRY.
           MOVE ZERO                   TO WS-REG-COUNT
           MOVE "N"                    TO WS-REGISTRY-OK-SW
           MOVE "N"                    TO WS-EOF-REGISTRY-SW

           OPEN INPUT SECTION-REGISTRY
           IF WS-SECTREG-STATUS NOT = "00"
               DISPLAY "CONSOL - SECTION-REGISTRY NO DISPONIBLE, "
                   "STATUS = " WS-SECTREG-STATUS
               GO TO 1200-EXIT
           END-IF

           SET WS-REGISTRY-OK          TO TRUE
           PERFORM 1210-LOAD-REGISTRY-ENTRY
               THRU 1210-EXIT
               UNTIL WS-EOF-REGISTRY

           CLOSE SECTION-REGISTRY.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1210-LOAD-REGISTRY-ENTRY - STORE ONE REGISTERED SECTION,
      *                            SKIPPING BLANK LINES.  SECTIONS
      *                            BEYOND THE TABLE ARE NAMED ON THE
      *                            CONSOLE AND NOT MERGED
      ******************************************************************
       1210-LOAD-REGISTRY-ENTRY.
           READ SECTION-REGISTRY
               AT END
                   SET WS-EOF-REGISTRY TO TRUE
                   GO TO 1210-EXIT
           END-READ

           IF RS-COURSE-ID = SPACES
               OR RS-FILE-NAME = SPACES
               GO TO 1210-EXIT
           END-IF

           IF WS-REG-COUNT >= WS-REG-MAX
               DISPLAY "CONSOL - REGISTRO DE SECCIONES LLENO, "
                   RS-COURSE-ID " " RS-SECTION-ID " NO CONSOLIDADA"
               GO TO 1210-EXIT
           END-IF

           ADD 1                       TO WS-REG-COUNT
           MOVE RS-COURSE-ID           TO WS-REG-COURSE-ID
                                          (WS-REG-COUNT)
           MOVE RS-SECTION-ID          TO WS-REG-SECTION-ID
                                          (WS-REG-COUNT)
           MOVE RS-FILE-NAME           TO WS-REG-FILE-NAME
                                          (WS-REG-COUNT)
           MOVE RS-INSTRUCTOR          TO WS-REG-INSTRUCTOR
                                          (WS-REG-COUNT)
           IF RS-DEADLINE IS NUMERIC
               MOVE RS-DEADLINE        TO WS-REG-DEADLINE
                                          (WS-REG-COUNT)
           ELSE
               MOVE ZERO               TO WS-REG-DEADLINE
                                          (WS-REG-COUNT)
           END-IF
           MOVE SPACE                  TO WS-REG-STATE (WS-REG-COUNT).

       1210-EXIT.
           EXIT.

      ******************************************************************
      * 3000-RELEASE-SECTIONS - RELEASE EVERY RECORD OF EVERY SECTION
      *                         FILE THE REGISTRY LISTS TO THE SORT,
      *                         REPORTING EACH SECTION AS IT IS TAKEN,
      *                         THEN CLOSE THE STATUS REPORT WITH ITS
      *                         TOTALS AND THE BLOCKED COURSES
      ******************************************************************
       3000-RELEASE-SECTIONS.
           PERFORM 3100-RELEASE-SECTION
               THRU 3100-EXIT
               VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-REG-COUNT

           PERFORM 3900-SECTION-TOTALS
               THRU 3900-EXIT.

       3000-EXIT.
           EXIT.
           EXIT.

      ******************************************************************
      * 3100-RELEASE-SECTION - RELEASE ONE REGISTERED SECTION FILE.
      *                        A FILE THAT DID NOT ARRIVE IS REPORTED
      *                        AS NOT DELIVERED AND BLOCKS ITS COURSE;
      *                        ONE THAT ARRIVED IS ON TIME OR LATE BY
      *                        ITS HEADER DATE AGAINST THE DEADLINE
      *                        (THE RUN DATE WHEN THE HEADER CARRIES
      *                        NO DATE)
      ******************************************************************
       3100-RELEASE-SECTION.
           MOVE SPACES                 TO WS-SECT-DETAIL-LINE
           MOVE WS-REG-COURSE-ID (WS-R)
                                       TO WS-SD-COURSE-ID
           MOVE WS-REG-SECTION-ID (WS-R)
                                       TO WS-SD-SECTION-ID
           MOVE WS-REG-INSTRUCTOR (WS-R)
                                       TO WS-SD-INSTRUCTOR
           MOVE WS-REG-DEADLINE (WS-R) TO WS-SD-DEADLINE

           MOVE WS-REG-FILE-NAME (WS-R)
                                       TO WS-SECTION-NAME
           MOVE "N"                    TO WS-EOF-SECTION-SW
           OPEN INPUT SECTION-FILE
           IF WS-SECT-STATUS NOT = "00"
               DISPLAY "CONSOL - " WS-SECTION-NAME
                   " NO ENTREGADA, CURSO "
                   WS-REG-COURSE-ID (WS-R) " BLOQUEADO"
               SET WS-REG-MISSING (WS-R)
                                       TO TRUE
               ADD 1                   TO WS-MISSING-COUNT
               MOVE "--------"         TO WS-SD-RECIBIDO
               MOVE "NO ENTREGADA"     TO WS-SD-ESTADO
               MOVE ZERO               TO WS-SD-REGS
               MOVE WS-SECT-DETAIL-LINE
                                       TO SECTION-REPORT-LINE
               WRITE SECTION-REPORT-LINE
               GO TO 3100-EXIT
           END-IF

           ADD 1                       TO WS-FILES-PRESENT
           MOVE ZERO                   TO WS-SECT-FILE-DATE
           PERFORM 3050-RESET-CONTROL
               THRU 3050-EXIT
           PERFORM 3200-RELEASE-RECORD
               THRU 3200-EXIT
               UNTIL WS-EOF-SECTION
           CLOSE SECTION-FILE
           MOVE WS-SECTION-NAME        TO WS-CTL-FILE-NAME
           PERFORM 3060-VERIFY-SECTION
               THRU 3060-EXIT

           IF WS-SECT-FILE-DATE = ZERO
               MOVE WS-RUN-FECHA       TO WS-SECT-FILE-DATE
           END-IF
           MOVE WS-SECT-FILE-DATE      TO WS-SD-RECIBIDO
           MOVE WS-CTL-DETAIL-COUNT    TO WS-SD-REGS

           IF WS-REG-DEADLINE (WS-R) > ZERO
               AND WS-SECT-FILE-DATE > WS-REG-DEADLINE (WS-R)
               SET WS-REG-LATE (WS-R)  TO TRUE
               ADD 1                   TO WS-LATE-COUNT
               MOVE "TARDE"            TO WS-SD-ESTADO
           ELSE
               SET WS-REG-ON-TIME (WS-R)
                                       TO TRUE
               ADD 1                   TO WS-ON-TIME-COUNT
               MOVE "A TIEMPO"         TO WS-SD-ESTADO
           END-IF

           MOVE WS-SECT-DETAIL-LINE    TO SECTION-REPORT-LINE
           WRITE SECTION-REPORT-LINE.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-RELEASE-RECORD - RELEASE ONE SECTION FILE RECORD, NOTING
      *                       THE HEADER DATE AND THE TRAILER COUNT
      ******************************************************************
       3200-RELEASE-RECORD.
           READ SECTION-FILE
               AT END
                   SET WS-EOF-SECTION  TO TRUE
                   GO TO 3200-EXIT
           END-READ

           EVALUATE TRUE
               WHEN SC-CTL-HEADER
                   IF SC-FILE-DATE IS NUMERIC
                       MOVE SC-FILE-DATE
                                       TO WS-SECT-FILE-DATE
                   END-IF
               WHEN SC-CTL-TRAILER
                   SET WS-CTL-TRL-SEEN TO TRUE
                   MOVE SC-DETAIL-COUNT
                                       TO WS-CTL-EXPECTED
               WHEN OTHER
                   ADD 1               TO WS-IN-COUNT
                   ADD 1               TO WS-CTL-DETAIL-COUNT
                   MOVE SECTION-RECORD TO SORT-RECORD
                   MOVE WS-REG-SECTION-ID (WS-R)
                                       TO SR-SECTION-ID
                   RELEASE SORT-RECORD
           END-EVALUATE.

           EXIT.

      ******************************************************************
      * 3900-SECTION-TOTALS - CLOSE THE STATUS REPORT WITH THE COUNT
      *                       OF SECTIONS ON TIME, LATE AND MISSING,
      *                       AND ONE LINE PER BLOCKED COURSE
      ******************************************************************
       3900-SECTION-TOTALS.
           MOVE SPACES                 TO SECTION-REPORT-LINE
           WRITE SECTION-REPORT-LINE

           PERFORM 3910-LIST-BLOCKED
               THRU 3910-EXIT
               VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-REG-COUNT

           MOVE SPACES                 TO SECTION-REPORT-LINE
           WRITE SECTION-REPORT-LINE

           MOVE "SECCIONES REGISTRADAS:"
                                       TO WS-ST-LABEL
           MOVE WS-REG-COUNT           TO WS-ST-VALUE
           MOVE WS-SECT-TOTAL-LINE     TO SECTION-REPORT-LINE
           WRITE SECTION-REPORT-LINE

           MOVE "ENTREGADAS A TIEMPO:" TO WS-ST-LABEL
           MOVE WS-ON-TIME-COUNT       TO WS-ST-VALUE
           MOVE WS-SECT-TOTAL-LINE     TO SECTION-REPORT-LINE
           WRITE SECTION-REPORT-LINE

           MOVE "ENTREGADAS TARDE:"    TO WS-ST-LABEL
           MOVE WS-LATE-COUNT          TO WS-ST-VALUE
           MOVE WS-SECT-TOTAL-LINE     TO SECTION-REPORT-LINE
           WRITE SECTION-REPORT-LINE

           MOVE "NO ENTREGADAS:"       TO WS-ST-LABEL
           MOVE WS-MISSING-COUNT       TO WS-ST-VALUE
           MOVE WS-SECT-TOTAL-LINE     TO SECTION-REPORT-LINE
           WRITE SECTION-REPORT-LINE

           MOVE "CURSOS BLOQUEADOS:"   TO WS-ST-LABEL
           MOVE WS-BLOCKED-COURSES     TO WS-ST-VALUE
           MOVE WS-SECT-TOTAL-LINE     TO SECTION-REPORT-LINE
           WRITE SECTION-REPORT-LINE

           CLOSE SECTION-REPORT.

       3900-EXIT.
           EXIT.

      ******************************************************************
      * 3910-LIST-BLOCKED - ONE LINE PER MISSING SECTION, COUNTING ITS
      *                     COURSE ONCE HOWEVER MANY OF ITS SECTIONS
      *                     ARE MISSING
      ******************************************************************
       3910-LIST-BLOCKED.
           IF NOT WS-REG-MISSING (WS-R)
               GO TO 3910-EXIT
           END-IF

           MOVE "N"                    TO WS-EARLIER-MISS-SW
           PERFORM 3920-CHECK-EARLIER-MISS
               THRU 3920-EXIT
               VARYING WS-R2 FROM 1 BY 1
               UNTIL WS-R2 >= WS-R
               OR WS-EARLIER-MISS
           IF NOT WS-EARLIER-MISS
               ADD 1                   TO WS-BLOCKED-COURSES
           END-IF

           MOVE WS-REG-COURSE-ID (WS-R)
                                       TO WS-SB-COURSE-ID
           MOVE WS-REG-SECTION-ID (WS-R)
                                       TO WS-SB-SECTION-ID
           MOVE WS-SECT-BLOCK-LINE     TO SECTION-REPORT-LINE
           WRITE SECTION-REPORT-LINE.

       3910-EXIT.
           EXIT.

      ******************************************************************
      * 3920-CHECK-EARLIER-MISS - WAS THE COURSE ALREADY BLOCKED BY AN
      *                           EARLIER MISSING SECTION?
      ******************************************************************
       3920-CHECK-EARLIER-MISS.
           IF WS-REG-MISSING (WS-R2)
               AND WS-REG-COURSE-ID (WS-R2) = WS-REG-COURSE-ID (WS-R)
               SET WS-EARLIER-MISS     TO TRUE
           END-IF.

       3920-EXIT.
           EXIT.

      ******************************************************************
      * 4000-WRITE-MERGED - TAKE THE SORTED RECORDS, DIVERT DUPLICATE
      *                     STUDENTS AND BLOCKED COURSES TO THE
      *                     DISCREPANCY REPORT, FOLD LAB GRADES INTO
      *                     THEIR STUDENT'S RECORD, AND WRITE THE
      *                     CLEAN MERGE TO GRADES-FILE
      ******************************************************************
       4000-WRITE-MERGED.
           MOVE "N"                    TO WS-EOF-SORT-SW
           MOVE "N"                    TO WS-HELD-SW
           MOVE "N"                    TO WS-HELD-LAB-SW
           MOVE LOW-VALUES             TO WS-LAST-COURSE-ID
           MOVE "N"                    TO WS-COURSE-BLOCKED-SW

           OPEN OUTPUT GRADES-FILE

               THRU 4100-EXIT
               UNTIL WS-EOF-SORT

           PERFORM 4500-WRITE-HELD
               THRU 4500-EXIT

           MOVE SPACES                 TO GC-CONTROL-RECORD
           MOVE "T"                    TO GC-RECORD-TYPE
           MOVE WS-OUT-COUNT           TO GC-DETAIL-COUNT
                   GO TO 4100-EXIT
           END-RETURN

           IF SR-COURSE-ID NOT = WS-LAST-COURSE-ID
               MOVE SR-COURSE-ID       TO WS-LAST-COURSE-ID
               PERFORM 4300-CHECK-BLOCKED
                   THRU 4300-EXIT
           END-IF

           IF WS-COURSE-BLOCKED
               ADD 1                   TO WS-BLOCKED-COUNT
               MOVE SPACES             TO WS-DISCREP-DETAIL-LINE
               MOVE SR-STUDENT-ID      TO WS-DD-STUDENT-ID
               MOVE SR-COURSE-ID       TO WS-DD-COURSE-ID
               MOVE "CURSO BLOQUEADO - SECCION NO ENTREGADA"
                                       TO WS-DD-MOTIVO
               MOVE WS-DISCREP-DETAIL-LINE
                                       TO DISCREP-REPORT-LINE
               WRITE DISCREP-REPORT-LINE
               GO TO 4100-EXIT
           END-IF

           IF SR-LAB-RECORD
               AND WS-HELD-PRESENT
               AND NOT WS-HELD-HAS-LAB
               AND WS-HELD-STUDENT-ID = SR-STUDENT-ID
               AND WS-HELD-COURSE-ID = SR-COURSE-ID
               PERFORM 4400-FOLD-LAB
                   THRU 4400-EXIT
               GO TO 4100-EXIT
           END-IF

           PERFORM 4200-CHECK-DUPLICATE
               THRU 4200-EXIT

                                       TO DISCREP-REPORT-LINE
               WRITE DISCREP-REPORT-LINE
           ELSE
               PERFORM 4500-WRITE-HELD
                   THRU 4500-EXIT
               MOVE SORT-RECORD        TO WS-HELD-RECORD
               SET WS-HELD-PRESENT     TO TRUE
               MOVE "N"                TO WS-HELD-LAB-SW
               IF SR-LAB-RECORD
                   MOVE "D"            TO WS-HELD-RECORD-TYPE
                   SET WS-HELD-HAS-LAB TO TRUE
               END-IF
           END-IF.

       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-CHECK-DUPLICATE - HAS THIS STUDENT BEEN CONSOLIDATED IN
      *                        THIS COURSE ALREADY?  IF NOT, REMEMBER
      *                        THE PAIR.  WHEN THE
      *                        CONTROL TABLE FILLS, LATER RECORDS PASS
      *                        UNVERIFIED AND THE REPORT SAYS SO ONCE
      ******************************************************************

           IF WS-SEEN-COUNT < WS-SEEN-MAX
               ADD 1                   TO WS-SEEN-COUNT
               MOVE SR-COURSE-ID       TO WS-SEEN-COURSE-ID
                                          (WS-SEEN-COUNT)
               MOVE SR-STUDENT-ID      TO WS-SEEN-ID (WS-SEEN-COUNT)
           ELSE
               IF NOT WS-SEEN-FULL
           EXIT.

      ******************************************************************
      * 4210-SCAN-SEEN-ENTRY - COMPARE AGAINST ONE REMEMBERED PAIR
      ******************************************************************
       4210-SCAN-SEEN-ENTRY.
           IF WS-SEEN-ID (WS-T) = SR-STUDENT-ID
               AND WS-SEEN-COURSE-ID (WS-T) = SR-COURSE-ID
               SET WS-DUP-FOUND        TO TRUE
           END-IF.

       4210-EXIT.
           EXIT.

      ******************************************************************
      * 4300-CHECK-BLOCKED - AT EACH NEW COURSE, SEE WHETHER ANY OF ITS
      *                      REGISTERED SECTIONS FAILED TO ARRIVE
      ******************************************************************
       4300-CHECK-BLOCKED.
           MOVE "N"                    TO WS-COURSE-BLOCKED-SW

           PERFORM 4310-SCAN-REGISTRY
               THRU 4310-EXIT
               VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-REG-COUNT
               OR WS-COURSE-BLOCKED.

       4300-EXIT.
           EXIT.

      ******************************************************************
      * 4310-SCAN-REGISTRY - TEST ONE REGISTERED SECTION
      ******************************************************************
       4310-SCAN-REGISTRY.
           IF WS-REG-COURSE-ID (WS-R) = SR-COURSE-ID
               AND WS-REG-MISSING (WS-R)
               SET WS-COURSE-BLOCKED   TO TRUE
           END-IF.

       4310-EXIT.
           EXIT.

      ******************************************************************
      * 4400-FOLD-LAB - APPEND THE LAB RECORD'S NOTAS AND CATEGORIES
      *                 TO THE HELD SECTION RECORD OF THE SAME STUDENT
      *                 AND COURSE.  IF THEY DO NOT FIT IN THE TEN A
      *                 GRADES-RECORD CARRIES, THE LAB RECORD IS LEFT
      *                 OUT AND REPORTED
      ******************************************************************
       4400-FOLD-LAB.
           SET WS-HELD-HAS-LAB         TO TRUE

           IF SR-CANT-NOTAS IS NOT NUMERIC
               OR WS-HELD-CANT-NOTAS + SR-CANT-NOTAS > 10
               ADD 1                   TO WS-LAB-REJECT-COUNT
               MOVE SPACES             TO WS-DISCREP-DETAIL-LINE
               MOVE SR-STUDENT-ID      TO WS-DD-STUDENT-ID
               MOVE SR-COURSE-ID       TO WS-DD-COURSE-ID
               MOVE "NOTAS DE LABORATORIO EXCEDEN 10"
                                       TO WS-DD-MOTIVO
               MOVE WS-DISCREP-DETAIL-LINE
                                       TO DISCREP-REPORT-LINE
               WRITE DISCREP-REPORT-LINE
               GO TO 4400-EXIT
           END-IF

           PERFORM 4410-APPEND-LAB-NOTA
               THRU 4410-EXIT
               VARYING WS-L FROM 1 BY 1
               UNTIL WS-L > SR-CANT-NOTAS
           ADD 1                       TO WS-LAB-FOLD-COUNT.

       4400-EXIT.
           EXIT.

      ******************************************************************
      * 4410-APPEND-LAB-NOTA - MOVE ONE LAB NOTA ONTO THE HELD RECORD
      ******************************************************************
       4410-APPEND-LAB-NOTA.
           ADD 1                       TO WS-HELD-CANT-NOTAS
           MOVE SR-NOTA-TABLE (WS-L)   TO WS-HELD-NOTA
                                          (WS-HELD-CANT-NOTAS)
           MOVE SR-CATEG-TABLE (WS-L)  TO WS-HELD-CATEG
                                          (WS-HELD-CANT-NOTAS).

       4410-EXIT.
           EXIT.

      ******************************************************************
      * 4500-WRITE-HELD - WRITE THE RECORD HELD BACK FOR A LAB FOLD
      ******************************************************************
       4500-WRITE-HELD.
           IF NOT WS-HELD-PRESENT
               GO TO 4500-EXIT
           END-IF

           ADD 1                       TO WS-OUT-COUNT
           MOVE WS-HELD-RECORD         TO GRADES-RECORD
           WRITE GRADES-RECORD
           MOVE "N"                    TO WS-HELD-SW.

       4500-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES AND SET THE RETURN-CODE FOR THE
      *                  JOB SCHEDULER.  DUPLICATES OR A MERGE WITH NO
      *                  INPUT AT ALL END WITH RC 8 SO THE CHAIN DOES
      *                  NOT LET GRADING RUN ON A BAD MERGE.  A
      *                  SECTION NOT DELIVERED ENDS WITH RC 4: ITS
      *                  COURSE IS HELD BACK BUT THE OTHERS GRADE
      ******************************************************************
       9000-TERMINATE.
           CLOSE DISCREP-REPORT

           EVALUATE TRUE
               WHEN NOT WS-REGISTRY-OK
                   MOVE 8              TO RETURN-CODE
               WHEN WS-FILES-PRESENT = ZERO
                   DISPLAY "CONSOL - NO SECTION FILES PRESENT"
                   MOVE 8              TO RETURN-CODE
                   DISPLAY "CONSOL - DUPLICADOS DETECTADOS: "
                       WS-DUP-COUNT
                   MOVE 8              TO RETURN-CODE
               WHEN WS-MISSING-COUNT > ZERO
                   DISPLAY "CONSOL - SECCIONES NO ENTREGADAS: "
                       WS-MISSING-COUNT ", REGISTROS RETENIDOS: "
                       WS-BLOCKED-COUNT
                   MOVE 4              TO RETURN-CODE
               WHEN WS-LAB-REJECT-COUNT > ZERO
                   DISPLAY "CONSOL - NOTAS DE LABORATORIO NO "
                       "INCORPORADAS: " WS-LAB-REJECT-COUNT
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
           MOVE "CONSOL"               TO ALR-PROGRAM
           MOVE ZERO                   TO ALR-STEP-NUMBER
           MOVE RETURN-CODE            TO ALR-RETURN-CODE
           MOVE "CONSOL-DISCREP"       TO ALR-REPORT-NAME

           CALL "ALERTPUT" USING ALR-REQUEST
           MOVE ALR-RETURN-CODE        TO RETURN-CODE.

       9900-EXIT.
           EXIT.

       END PROGRAM CONSOL.
