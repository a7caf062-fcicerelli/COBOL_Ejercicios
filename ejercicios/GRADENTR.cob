      ******************************************************************
      * Author:     Fabio Cicerelli
      * Date:       15/OCT/2026
      * Purpose:    Interactive grade entry for instructors, reachable
      *             from MENU, replacing the section files typed by
      *             hand in a text editor whose shifted columns were
      *             behind most CONSOL rejects and PROMEDIO suspense
      *             reasons 01 and 02.  The instructor keys a course
      *             id from COURSE-MASTER and is shown the students
      *             ENROLLMENT has registered in it; for each student
      *             the notas are keyed one at a time with their
      *             category codes, every nota range-checked (0 to
      *             100) and every code checked against the course's
      *             COURSE-WEIGHTS row as it is typed.  Accepted
      *             students are kept on GRADENTR-SESSION at once, so
      *             a session left half-finished resumes where it
      *             stopped.  On confirmation the course is written
      *             to its section file in the GRADES-RECORD layout,
      *             framed by BATCHCTL header and trailer records, for
      *             CONSOL to pick up.  Open only to the lab
      *             assistant and academic office roles signed on
      *             through SIGNON.
      * Tectonics: cobc -x GRADENTR.cob ENQUEUE.cob SIGNON.cob
      *            -o GRADENTR
      *            (ENQUEUE and SIGNON are CALLed by name, so they
      *            must be linked into the same executable)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 15/OCT/26  FC   Initial version.
      * 15/OCT/26  FC   The section file is now the one SECTION-
      *                 REGISTRY names for the course (the instructor
      *                 picks the section when the course has more
      *                 than one) instead of SECTION-FILE-1 to 3.
      * 15/OCT/26  FC   Access control.  The run needs a SIGNON
      *                 session (the MENU one, or a sign-on prompted
      *                 here) for a lab assistant or academic office
      *                 user; any other role is refused and the
      *                 refusal written to ACCESS-LOG.  SIGNON added
      *                 to the Tectonics.
      * 15/OCT/26  FC   The course id is accepted into its own
      *                 six-character field; the five-character
      *                 student prompt field cut off the last
      *                 character of the course and it was never
      *                 found.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADENTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-MASTER ASSIGN TO "COURSE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COURSE-ID
               FILE STATUS IS WS-COURMAST-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDMAST-STATUS.

           SELECT ENROLLMENT ASSIGN TO "ENROLLMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT GRADE-SESSION ASSIGN TO "GRADENTR-SESSION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GE-KEY
               FILE STATUS IS WS-SESSION-STATUS.

           SELECT COURSE-WEIGHTS ASSIGN TO "COURSE-WEIGHTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEIGHT-STATUS.

           SELECT SECTION-REGISTRY ASSIGN TO "SECTION-REGISTRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTREG-STATUS.

           SELECT SECTION-FILE ASSIGN TO WS-SECTION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-MASTER.
           COPY COURMAST.

       FD  STUDENT-MASTER.
           COPY STUDMAST.

       FD  ENROLLMENT.
           COPY ENROLMNT.

       FD  GRADE-SESSION.
           COPY GRDSESSN.

       FD  COURSE-WEIGHTS
           RECORD CONTAINS 80 CHARACTERS.
       01  COURSE-WEIGHTS-RECORD.
           05  CW-COURSE-ID            PIC X(06).
           05  CW-CAT-ENTRY            OCCURS 3 TIMES.
               10  CW-CAT-CODE         PIC X(01).
               10  CW-CAT-PESO         PIC 9(03).
           05  FILLER                  PIC X(62).

       FD  SECTION-REGISTRY
           RECORD CONTAINS 80 CHARACTERS.
           COPY SECTREG.

       FD  SECTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GRADES-RECORD.
           05  GR-RECORD-TYPE          PIC X(01).
           05  GR-STUDENT-ID           PIC X(05).
           05  GR-CANT-NOTAS           PIC 9(02).
           05  GR-NOTA-TABLE           OCCURS 10 TIMES
                                       PIC 9(03)V99.
           05  GR-COURSE-ID            PIC X(06).
           05  GR-CATEG-TABLE          OCCURS 10 TIMES
                                       PIC X(01).
           05  FILLER                  PIC X(06).
           COPY BATCHCTL.

       WORKING-STORAGE SECTION.
       01  WS-LOCK-FAILED-SW           PIC X(01) VALUE "N".
           88  WS-LOCK-FAILED                  VALUE "S".

           COPY ENQPARM.

           COPY SIGNPARM.

       01  WS-COURMAST-STATUS          PIC X(02).
       01  WS-STUDMAST-STATUS          PIC X(02).
       01  WS-ENROLL-STATUS            PIC X(02).
       01  WS-SESSION-STATUS           PIC X(02).
       01  WS-WEIGHT-STATUS            PIC X(02).
       01  WS-SECTION-STATUS           PIC X(02).
       01  WS-SECTREG-STATUS           PIC X(02).

       01  WS-SECTION-NAME             PIC X(14).
       01  WS-SECTION-ID-IN            PIC X(03).

       01  WS-COURSE-SECT-AREA.
           05  WS-CSECT-COUNT          PIC 9(02) COMP VALUE ZERO.
           05  WS-MAX-CSECT            PIC 9(02) COMP VALUE 20.
           05  WS-CSECT-SUB            PIC 9(02) COMP.
           05  WS-CSECT-ENTRY          OCCURS 20 TIMES.
               10  WS-CSECT-SECTION-ID PIC X(03).
               10  WS-CSECT-FILE-NAME  PIC X(14).
       01  WS-RUN-FECHA                PIC 9(08).

       01  WS-COMANDO                  PIC X(05).
       01  WS-CURSO-IN                 PIC X(06).
       01  WS-RESPUESTA                PIC X(01).

       01  WS-CURRENT-COURSE           PIC X(06).

       01  WS-ROSTER-AREA.
           05  WS-ROSTER-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  WS-MAX-ROSTER           PIC 9(03) COMP VALUE 500.
           05  WS-ROSTER-SUB           PIC 9(03) COMP.
           05  WS-CARGADOS-COUNT       PIC 9(03) COMP VALUE ZERO.
           05  WS-PENDIENTES-COUNT     PIC 9(03) COMP VALUE ZERO.
           05  WS-ROSTER-ENTRY         OCCURS 500 TIMES.
               10  WS-ROSTER-STUDENT-ID
                                       PIC X(05).
               10  WS-ROSTER-CARGADO-SW
                                       PIC X(01).
                   88  WS-ROSTER-CARGADO       VALUE "S".

       01  WS-WEIGHT-TABLE-AREA.
           05  WS-WGT-COURSE-COUNT     PIC 9(03) COMP VALUE ZERO.
           05  WS-MAX-WGT-COURSES      PIC 9(03) COMP VALUE 200.
           05  WS-MAX-CATEGS           PIC 9(01) COMP VALUE 3.
           05  WS-WGT-SUB              PIC 9(03) COMP.
           05  WS-WGT-FOUND-SUB        PIC 9(03) COMP.
           05  WS-CAT-SUB              PIC 9(02) COMP.
           05  WS-WGT-COURSE-ENTRY     OCCURS 200 TIMES.
               10  WS-WGT-COURSE-ID    PIC X(06).
               10  WS-WGT-CAT-CODE     OCCURS 3 TIMES
                                       PIC X(01).

       01  WS-ENTRY-WORK.
           05  WS-CANT-IN              PIC X(02).
           05  WS-CANT-NOTAS           PIC 9(02).
           05  WS-J                    PIC 9(02) COMP.
           05  WS-NOTA-IN              PIC X(06).
           05  WS-NOTA-ENT-X           PIC X(03).
           05  WS-NOTA-ENT-LEN         PIC 9(02) COMP.
           05  WS-NOTA-DEC-X           PIC X(02).
           05  WS-NOTA-DEC-LEN         PIC 9(02) COMP.
           05  WS-NOTA-ENT             PIC 9(03).
           05  WS-NOTA-DEC             PIC 9(02).
           05  WS-NOTA-VALOR           PIC 9(03)V99.
           05  WS-CATEG-IN             PIC X(01).
           05  WS-CATEG-PROMPT         PIC X(10).
           05  WS-NOTA-ED              PIC ZZ9.99.
           05  WS-NUM-ED               PIC ZZ9.
           05  WS-ENTRY-NOTA           OCCURS 10 TIMES
                                       PIC 9(03)V99.
           05  WS-ENTRY-CATEG          OCCURS 10 TIMES
                                       PIC X(01).

       01  WS-WRITE-COUNT              PIC 9(07) VALUE ZERO.

       01  WS-DISPLAY-FIELDS.
           05  WS-STUDENT-NAME         PIC X(30).
           05  WS-ESTADO-DISPLAY       PIC X(09).

       01  WS-SWITCHES.
           05  WS-ACCESS-OK-SW         PIC X(01) VALUE "N".
               88  WS-ACCESS-OK                 VALUE "S".
           05  WS-SALIR-SW             PIC X(01) VALUE "N".
               88  WS-SALIR                     VALUE "S".
           05  WS-FIN-CURSO-SW         PIC X(01) VALUE "N".
               88  WS-FIN-CURSO                 VALUE "S".
           05  WS-MASTER-OK-SW         PIC X(01) VALUE "N".
               88  WS-MASTER-OK                 VALUE "S".
           05  WS-FIN-ENROLL-SW        PIC X(01).
               88  WS-FIN-ENROLL                VALUE "S".
           05  WS-FIN-SESSION-SW       PIC X(01).
               88  WS-FIN-SESSION               VALUE "S".
           05  WS-FIN-PESOS-SW         PIC X(01).
               88  WS-FIN-PESOS                 VALUE "S".
           05  WS-FIN-REGISTRY-SW      PIC X(01).
               88  WS-FIN-REGISTRY              VALUE "S".
           05  WS-FOUND-SW             PIC X(01).
               88  WS-FOUND                     VALUE "S".
           05  WS-VALID-SW             PIC X(01).
               88  WS-VALID                     VALUE "S".
           05  WS-PROCEED-SW           PIC X(01).
               88  WS-PROCEED                   VALUE "S".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0050-CHECK-ACCESS
               THRU 0050-EXIT
           IF NOT WS-ACCESS-OK
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0100-ACQUIRE-LOCKS
               THRU 0100-EXIT
           IF WS-LOCK-FAILED
               MOVE 16                 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT

           PERFORM 2000-SELECT-COURSE
               THRU 2000-EXIT
               UNTIL WS-SALIR

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT

           PERFORM 0900-RELEASE-LOCKS
               THRU 0900-EXIT

           GOBACK.

      ******************************************************************
      * 0050-CHECK-ACCESS - TAKE THE SIGNON SESSION (PROMPTING FOR A
      *                     SIGN-ON WHEN THERE IS NONE) AND REFUSE
      *                     THE ROLES NOT ALLOWED TO ENTER GRADES
      ******************************************************************
       0050-CHECK-ACCESS.
           MOVE "N"                    TO WS-ACCESS-OK-SW
           MOVE SPACES                 TO SGN-REQUEST
           MOVE "P"                    TO SGN-FUNCTION
           MOVE "GRADENTR"             TO SGN-PROGRAM
           CALL "SIGNON" USING SGN-REQUEST
           IF NOT SGN-OK
               DISPLAY "GRADENTR - ACCESO DENEGADO"
               GO TO 0050-EXIT
           END-IF

           IF NOT SGN-ROLE-LAB
               AND NOT SGN-ROLE-ACADEMIC
               DISPLAY "GRADENTR - CARGA NO AUTORIZADA PARA SU ROL"
               MOVE "L"                TO SGN-FUNCTION
               MOVE "R"                TO SGN-EVENT
               MOVE "GRADENTR"         TO SGN-OBJECT
               MOVE "PROGRAMA NO AUTORIZADO"
                                       TO SGN-DETAIL
               CALL "SIGNON" USING SGN-REQUEST
               GO TO 0050-EXIT
           END-IF

           SET WS-ACCESS-OK            TO TRUE.

       0050-EXIT.
           EXIT.

      ******************************************************************
      * 0100-ACQUIRE-LOCKS - ENQUEUE THE SHARED FILES THIS PROGRAM
      *                      OPENS.  ON ANY REFUSAL THE LOCKS
      *                      ALREADY TAKEN ARE GIVEN BACK
      ******************************************************************
       0100-ACQUIRE-LOCKS.
           MOVE "N"                    TO WS-LOCK-FAILED-SW
           MOVE "GRADENTR"             TO ENQ-HOLDER
           MOVE "A"                    TO ENQ-FUNCTION
           MOVE "COURSE-MASTER"        TO ENQ-RESOURCE
           MOVE "R"                    TO ENQ-MODE
           PERFORM 0150-CALL-ENQUEUE
               THRU 0150-EXIT
           IF NOT WS-LOCK-FAILED
               MOVE "STUDENT-MASTER"   TO ENQ-RESOURCE
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
               DISPLAY "GRADENTR - LOCK VENCIDO EN " ENQ-RESOURCE
                   " DE " ENQ-HOLDER-OUT ", ROMPERLO CON LOCKBRK"
           ELSE
               DISPLAY "GRADENTR - RECURSO " ENQ-RESOURCE
                   " EN USO POR " ENQ-HOLDER-OUT
           END-IF.

       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0900-RELEASE-LOCKS - GIVE BACK EVERY LOCK THIS PROGRAM TAKES
      ******************************************************************
       0900-RELEASE-LOCKS.
           MOVE "GRADENTR"             TO ENQ-HOLDER
           MOVE "R"                    TO ENQ-FUNCTION
           MOVE "COURSE-MASTER"        TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST
           MOVE "STUDENT-MASTER"       TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST.

       0900-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE MASTERS, THE ENROLLMENT AND THE
      *                   SESSION FILE (CREATING IT THE FIRST TIME)
      *                   AND LOAD THE CATEGORY CODES PER COURSE.
      *                   WITHOUT COURSE-MASTER OR ENROLLMENT THERE IS
      *                   NOTHING TO OFFER
      ******************************************************************
       1000-INITIALIZE.
           MOVE "N"                    TO WS-SALIR-SW
           MOVE "N"                    TO WS-MASTER-OK-SW
           ACCEPT WS-RUN-FECHA         FROM DATE YYYYMMDD

           OPEN INPUT COURSE-MASTER
           IF WS-COURMAST-STATUS NOT = "00"
               DISPLAY "GRADENTR - COURSE-MASTER NO DISPONIBLE, "
                   "STATUS = " WS-COURMAST-STATUS
               SET WS-SALIR            TO TRUE
           END-IF

           OPEN INPUT ENROLLMENT
           IF WS-ENROLL-STATUS NOT = "00"
               DISPLAY "GRADENTR - ENROLLMENT NO DISPONIBLE, "
                   "STATUS = " WS-ENROLL-STATUS
               SET WS-SALIR            TO TRUE
           END-IF

           OPEN INPUT STUDENT-MASTER
           IF WS-STUDMAST-STATUS = "00"
               SET WS-MASTER-OK        TO TRUE
           ELSE
               DISPLAY "GRADENTR - STUDENT-MASTER NO DISPONIBLE, "
                   "NOMBRES NO SE MOSTRARAN"
           END-IF

           OPEN I-O GRADE-SESSION
           IF WS-SESSION-STATUS = "35"
               OPEN OUTPUT GRADE-SESSION
               CLOSE GRADE-SESSION
               OPEN I-O GRADE-SESSION
           END-IF

           PERFORM 1100-LOAD-COURSE-WEIGHTS
               THRU 1100-EXIT.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-COURSE-WEIGHTS - KEEP EACH COURSE'S CATEGORY CODES
      *                            SO A NOTA'S CODE CAN BE CHECKED AS
      *                            IT IS TYPED.  A COURSE WITH NO ROW
      *                            IS GRADED BY SIMPLE MEAN AND TAKES
      *                            ANY CODE
      ******************************************************************
       1100-LOAD-COURSE-WEIGHTS.
           MOVE ZERO                   TO WS-WGT-COURSE-COUNT
           MOVE "N"                    TO WS-FIN-PESOS-SW

           OPEN INPUT COURSE-WEIGHTS
           IF WS-WEIGHT-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF

           PERFORM 1110-LOAD-WEIGHT-ENTRY
               THRU 1110-EXIT
               UNTIL WS-FIN-PESOS
               OR WS-WGT-COURSE-COUNT >= WS-MAX-WGT-COURSES

           CLOSE COURSE-WEIGHTS.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1110-LOAD-WEIGHT-ENTRY - READ AND STORE ONE COURSE'S CODES,
      *                          SKIPPING BLANK OR MALFORMED LINES
      ******************************************************************
       1110-LOAD-WEIGHT-ENTRY.
           READ COURSE-WEIGHTS
               AT END
                   SET WS-FIN-PESOS    TO TRUE
                   GO TO 1110-EXIT
           END-READ

           IF CW-COURSE-ID = SPACES
               OR CW-CAT-PESO (1) IS NOT NUMERIC
               GO TO 1110-EXIT
           END-IF

           ADD 1                       TO WS-WGT-COURSE-COUNT
           MOVE CW-COURSE-ID           TO WS-WGT-COURSE-ID
                                          (WS-WGT-COURSE-COUNT)

           PERFORM 1120-STORE-WEIGHT-CAT
               THRU 1120-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-MAX-CATEGS.

       1110-EXIT.
           EXIT.

      ******************************************************************
      * 1120-STORE-WEIGHT-CAT - STORE ONE CATEGORY CODE
      ******************************************************************
       1120-STORE-WEIGHT-CAT.
           MOVE CW-CAT-CODE (WS-CAT-SUB)
                                       TO WS-WGT-CAT-CODE
                                          (WS-WGT-COURSE-COUNT
                                           WS-CAT-SUB).

       1120-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SELECT-COURSE - PROMPT FOR A COURSE, LOAD ITS ROSTER AND
      *                      TAKE COMMANDS FOR IT UNTIL THE
      *                      INSTRUCTOR CONFIRMS OR SAVES
      ******************************************************************
       2000-SELECT-COURSE.
           DISPLAY " "
           DISPLAY "INGRESE CURSO (X=SALIR): "
           ACCEPT WS-CURSO-IN

           IF WS-CURSO-IN = "X"
               OR WS-CURSO-IN = "x"
               SET WS-SALIR            TO TRUE
               GO TO 2000-EXIT
           END-IF

           MOVE WS-CURSO-IN            TO CM-COURSE-ID
           READ COURSE-MASTER
               KEY IS CM-COURSE-ID
               INVALID KEY
                   DISPLAY "CURSO " WS-CURSO-IN " NO ENCONTRADO"
                   GO TO 2000-EXIT
           END-READ

           MOVE CM-COURSE-ID           TO WS-CURRENT-COURSE
           DISPLAY "CURSO:      " CM-COURSE-ID " " CM-COURSE-NAME
           DISPLAY "INSTRUCTOR: " CM-INSTRUCTOR

           PERFORM 2100-LOAD-ROSTER
               THRU 2100-EXIT
           IF WS-ROSTER-COUNT = ZERO
               DISPLAY "NINGUN ALUMNO INSCRIPTO EN EL CURSO"
               GO TO 2000-EXIT
           END-IF

           PERFORM 2200-FIND-WEIGHT-ROW
               THRU 2200-EXIT

           IF WS-CARGADOS-COUNT > ZERO
               MOVE WS-CARGADOS-COUNT  TO WS-NUM-ED
               DISPLAY "SESION ANTERIOR RECUPERADA: " WS-NUM-ED
                   " ALUMNOS YA CARGADOS"
           END-IF

           PERFORM 2300-LIST-ROSTER
               THRU 2300-EXIT

           MOVE "N"                    TO WS-FIN-CURSO-SW
           PERFORM 3000-PROCESS-COMMAND
               THRU 3000-EXIT
               UNTIL WS-FIN-CURSO.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LOAD-ROSTER - COLLECT THE STUDENTS ENROLLED IN THE
      *                    COURSE (ENROLLMENT IS KEYED BY STUDENT, SO
      *                    THE WHOLE FILE IS PASSED) AND MARK THOSE
      *                    ALREADY ON THE SESSION FILE
      ******************************************************************
       2100-LOAD-ROSTER.
           MOVE ZERO                   TO WS-ROSTER-COUNT
           MOVE ZERO                   TO WS-CARGADOS-COUNT
           MOVE "N"                    TO WS-FIN-ENROLL-SW

           MOVE LOW-VALUES             TO EN-KEY
           START ENROLLMENT
               KEY IS NOT LESS THAN EN-KEY
               INVALID KEY
                   SET WS-FIN-ENROLL   TO TRUE
           END-START

           PERFORM 2110-READ-ONE-ENROLLMENT
               THRU 2110-EXIT
               UNTIL WS-FIN-ENROLL.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2110-READ-ONE-ENROLLMENT - KEEP ONE ENROLLED STUDENT OF THE
      *                            COURSE
      ******************************************************************
       2110-READ-ONE-ENROLLMENT.
           READ ENROLLMENT NEXT RECORD
               AT END
                   SET WS-FIN-ENROLL   TO TRUE
                   GO TO 2110-EXIT
           END-READ

           IF EN-COURSE-ID NOT = WS-CURRENT-COURSE
               GO TO 2110-EXIT
           END-IF

           IF WS-ROSTER-COUNT >= WS-MAX-ROSTER
               DISPLAY "GRADENTR - TABLA DE INSCRIPTOS LLENA, ALUMNO "
                   EN-STUDENT-ID " NO SE MOSTRARA"
               GO TO 2110-EXIT
           END-IF

           ADD 1                       TO WS-ROSTER-COUNT
           MOVE EN-STUDENT-ID          TO WS-ROSTER-STUDENT-ID
                                          (WS-ROSTER-COUNT)
           MOVE "N"                    TO WS-ROSTER-CARGADO-SW
                                          (WS-ROSTER-COUNT)

           MOVE WS-CURRENT-COURSE      TO GE-COURSE-ID
           MOVE EN-STUDENT-ID          TO GE-STUDENT-ID
           READ GRADE-SESSION
               KEY IS GE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ROSTER-CARGADO (WS-ROSTER-COUNT)
                                       TO TRUE
                   ADD 1               TO WS-CARGADOS-COUNT
           END-READ.

       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2200-FIND-WEIGHT-ROW - LOCATE THE COURSE'S CATEGORY CODES AND
      *                        BUILD THE CODE PROMPT FROM THEM
      ******************************************************************
       2200-FIND-WEIGHT-ROW.
           MOVE ZERO                   TO WS-WGT-FOUND-SUB
           MOVE "OPCIONAL"             TO WS-CATEG-PROMPT

           PERFORM 2210-CHECK-WEIGHT-ROW
               THRU 2210-EXIT
               VARYING WS-WGT-SUB FROM 1 BY 1
               UNTIL WS-WGT-SUB > WS-WGT-COURSE-COUNT
               OR WS-WGT-FOUND-SUB > ZERO

           IF WS-WGT-FOUND-SUB > ZERO
               MOVE SPACES             TO WS-CATEG-PROMPT
               STRING WS-WGT-CAT-CODE (WS-WGT-FOUND-SUB 1)
                                       DELIMITED BY SIZE
                   "/"                 DELIMITED BY SIZE
                   WS-WGT-CAT-CODE (WS-WGT-FOUND-SUB 2)
                                       DELIMITED BY SIZE
                   "/"                 DELIMITED BY SIZE
                   WS-WGT-CAT-CODE (WS-WGT-FOUND-SUB 3)
                                       DELIMITED BY SIZE
                   INTO WS-CATEG-PROMPT
               END-STRING
           END-IF.

       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2210-CHECK-WEIGHT-ROW - TEST ONE STORED WEIGHT ROW
      ******************************************************************
       2210-CHECK-WEIGHT-ROW.
           IF WS-WGT-COURSE-ID (WS-WGT-SUB) = WS-CURRENT-COURSE
               MOVE WS-WGT-SUB         TO WS-WGT-FOUND-SUB
           END-IF.

       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2300-LIST-ROSTER - SHOW EVERY ENROLLED STUDENT AND WHETHER
      *                    THE NOTAS ARE ALREADY LOADED
      ******************************************************************
       2300-LIST-ROSTER.
           DISPLAY " "
           DISPLAY "ALUMNO NOMBRE                         ESTADO"
           PERFORM 2310-SHOW-ROSTER-LINE
               THRU 2310-EXIT
               VARYING WS-ROSTER-SUB FROM 1 BY 1
               UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT.

       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2310-SHOW-ROSTER-LINE - ONE ROSTER LINE
      ******************************************************************
       2310-SHOW-ROSTER-LINE.
           PERFORM 2320-LOOKUP-STUDENT
               THRU 2320-EXIT

           IF WS-ROSTER-CARGADO (WS-ROSTER-SUB)
               MOVE "CARGADO"          TO WS-ESTADO-DISPLAY
           ELSE
               MOVE "PENDIENTE"        TO WS-ESTADO-DISPLAY
           END-IF

           DISPLAY WS-ROSTER-STUDENT-ID (WS-ROSTER-SUB) "  "
               WS-STUDENT-NAME " " WS-ESTADO-DISPLAY.

       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2320-LOOKUP-STUDENT - RESOLVE THE NAME OF THE ROSTER STUDENT
      ******************************************************************
       2320-LOOKUP-STUDENT.
           MOVE SPACES                 TO WS-STUDENT-NAME

           IF NOT WS-MASTER-OK
               GO TO 2320-EXIT
           END-IF

           MOVE WS-ROSTER-STUDENT-ID (WS-ROSTER-SUB)
                                       TO SM-STUDENT-ID
           READ STUDENT-MASTER
               KEY IS SM-STUDENT-ID
               INVALID KEY
                   MOVE "DESCONOCIDO"  TO WS-STUDENT-NAME
               NOT INVALID KEY
                   MOVE SM-STUDENT-NAME
                                       TO WS-STUDENT-NAME
           END-READ.

       2320-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROCESS-COMMAND - PROMPT FOR A STUDENT ID OR A COMMAND
      *                        FOR THE COURSE AND DISPATCH IT
      ******************************************************************
       3000-PROCESS-COMMAND.
           DISPLAY " "
           DISPLAY "ID DE ALUMNO, S=SIGUIENTE PENDIENTE, L=LISTA, "
               "C=CONFIRMAR, G=GUARDAR Y SALIR: "
           ACCEPT WS-COMANDO

           EVALUATE WS-COMANDO
               WHEN "L"
               WHEN "l"
                   PERFORM 2300-LIST-ROSTER
                       THRU 2300-EXIT
               WHEN "S"
               WHEN "s"
                   PERFORM 3010-FIND-NEXT-PENDING
                       THRU 3010-EXIT
               WHEN "C"
               WHEN "c"
                   PERFORM 4000-CONFIRM-COURSE
                       THRU 4000-EXIT
               WHEN "G"
               WHEN "g"
                   MOVE WS-CARGADOS-COUNT
                                       TO WS-NUM-ED
                   DISPLAY "SESION GUARDADA, " WS-NUM-ED
                       " ALUMNOS CARGADOS"
                   SET WS-FIN-CURSO    TO TRUE
               WHEN OTHER
                   PERFORM 3020-FIND-STUDENT
                       THRU 3020-EXIT
           END-EVALUATE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3010-FIND-NEXT-PENDING - TAKE THE FIRST STUDENT WITH NO NOTAS
      ******************************************************************
       3010-FIND-NEXT-PENDING.
           MOVE "N"                    TO WS-FOUND-SW
           PERFORM 3015-TEST-PENDING
               THRU 3015-EXIT
               VARYING WS-ROSTER-SUB FROM 1 BY 1
               UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT
               OR WS-FOUND

           IF NOT WS-FOUND
               DISPLAY "NO QUEDAN ALUMNOS PENDIENTES"
               GO TO 3010-EXIT
           END-IF

           SUBTRACT 1                  FROM WS-ROSTER-SUB
           PERFORM 3100-KEY-STUDENT
               THRU 3100-EXIT.

       3010-EXIT.
           EXIT.

      ******************************************************************
      * 3015-TEST-PENDING - IS THIS ROSTER STUDENT STILL PENDING?
      ******************************************************************
       3015-TEST-PENDING.
           IF NOT WS-ROSTER-CARGADO (WS-ROSTER-SUB)
               SET WS-FOUND            TO TRUE
           END-IF.

       3015-EXIT.
           EXIT.

      ******************************************************************
      * 3020-FIND-STUDENT - THE KEYED ID MUST BE ON THE COURSE ROSTER
      ******************************************************************
       3020-FIND-STUDENT.
           MOVE "N"                    TO WS-FOUND-SW
           PERFORM 3025-TEST-STUDENT
               THRU 3025-EXIT
               VARYING WS-ROSTER-SUB FROM 1 BY 1
               UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT
               OR WS-FOUND

           IF NOT WS-FOUND
               DISPLAY "ALUMNO " WS-COMANDO
                   " NO INSCRIPTO EN EL CURSO"
               GO TO 3020-EXIT
           END-IF

           SUBTRACT 1                  FROM WS-ROSTER-SUB
           PERFORM 3100-KEY-STUDENT
               THRU 3100-EXIT.

       3020-EXIT.
           EXIT.

      ******************************************************************
      * 3025-TEST-STUDENT - COMPARE THE KEYED ID WITH ONE ROSTER LINE
      ******************************************************************
       3025-TEST-STUDENT.
           IF WS-ROSTER-STUDENT-ID (WS-ROSTER-SUB) = WS-COMANDO
               SET WS-FOUND            TO TRUE
           END-IF.

       3025-EXIT.
           EXIT.

      ******************************************************************
      * 3100-KEY-STUDENT - KEY THE NOTAS OF ONE STUDENT, NOTA BY NOTA,
      *                    AND KEEP THEM ON THE SESSION FILE ONCE THE
      *                    INSTRUCTOR ACCEPTS THEM
      ******************************************************************
       3100-KEY-STUDENT.
           PERFORM 2320-LOOKUP-STUDENT
               THRU 2320-EXIT
           DISPLAY " "
           DISPLAY "ALUMNO: " WS-ROSTER-STUDENT-ID (WS-ROSTER-SUB)
               " " WS-STUDENT-NAME

           IF WS-ROSTER-CARGADO (WS-ROSTER-SUB)
               DISPLAY "YA TIENE NOTAS CARGADAS. REEMPLAZARLAS (S/N): "
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA NOT = "S"
                   AND WS-RESPUESTA NOT = "s"
                   GO TO 3100-EXIT
               END-IF
           END-IF

           MOVE "N"                    TO WS-VALID-SW
           PERFORM 3110-ACCEPT-CANTIDAD
               THRU 3110-EXIT
               UNTIL WS-VALID

           PERFORM 3120-CLEAR-ENTRY-SLOT
               THRU 3120-EXIT
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > 10

           PERFORM 3200-KEY-ONE-NOTA
               THRU 3200-EXIT
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-NOTAS

           DISPLAY "NOTAS INGRESADAS:"
           PERFORM 3300-SHOW-ENTRY-NOTA
               THRU 3300-EXIT
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-NOTAS

           DISPLAY "ACEPTAR LAS NOTAS (S/N): "
           ACCEPT WS-RESPUESTA
           IF WS-RESPUESTA NOT = "S"
               AND WS-RESPUESTA NOT = "s"
               DISPLAY "NOTAS DESCARTADAS"
               GO TO 3100-EXIT
           END-IF

           PERFORM 3400-SAVE-STUDENT
               THRU 3400-EXIT.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3110-ACCEPT-CANTIDAD - HOW MANY NOTAS (1 TO 10); ASKED AGAIN
      *                        UNTIL IT IS VALID
      ******************************************************************
       3110-ACCEPT-CANTIDAD.
           DISPLAY "CANTIDAD DE NOTAS (1-10): "
           ACCEPT WS-CANT-IN

           IF WS-CANT-IN (2:1) = SPACE
               MOVE WS-CANT-IN (1:1)   TO WS-CANT-IN (2:1)
               MOVE "0"                TO WS-CANT-IN (1:1)
           END-IF

           IF WS-CANT-IN IS NOT NUMERIC
               DISPLAY "CANTIDAD INVALIDA"
               GO TO 3110-EXIT
           END-IF

           MOVE WS-CANT-IN             TO WS-CANT-NOTAS
           IF WS-CANT-NOTAS < 1
               OR WS-CANT-NOTAS > 10
               DISPLAY "CANTIDAD FUERA DE RANGO"
               GO TO 3110-EXIT
           END-IF

           SET WS-VALID                TO TRUE.

       3110-EXIT.
           EXIT.

      ******************************************************************
      * 3120-CLEAR-ENTRY-SLOT - CLEAR ONE NOTA SLOT BEFORE KEYING
      ******************************************************************
       3120-CLEAR-ENTRY-SLOT.
           MOVE ZERO                   TO WS-ENTRY-NOTA (WS-J)
           MOVE SPACE                  TO WS-ENTRY-CATEG (WS-J).

       3120-EXIT.
           EXIT.

      ******************************************************************
      * 3200-KEY-ONE-NOTA - ONE NOTA AND ITS CATEGORY CODE, EACH ASKED
      *                     AGAIN UNTIL IT PASSES ITS CHECK
      ******************************************************************
       3200-KEY-ONE-NOTA.
           MOVE "N"                    TO WS-VALID-SW
           PERFORM 3210-ACCEPT-NOTA
               THRU 3210-EXIT
               UNTIL WS-VALID

           MOVE "N"                    TO WS-VALID-SW
           PERFORM 3220-ACCEPT-CATEG
               THRU 3220-EXIT
               UNTIL WS-VALID.

       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3210-ACCEPT-NOTA - TAKE A NOTA TYPED AS 85, 85.5 OR 85.50 AND
      *                    CHECK IT IS NUMERIC AND WITHIN 0 TO 100
      ******************************************************************
       3210-ACCEPT-NOTA.
           MOVE WS-J                   TO WS-NUM-ED
           DISPLAY "NOTA " WS-NUM-ED " (0-100): "
           ACCEPT WS-NOTA-IN

           MOVE SPACES                 TO WS-NOTA-ENT-X
           MOVE SPACES                 TO WS-NOTA-DEC-X
           MOVE ZERO                   TO WS-NOTA-ENT-LEN
           MOVE ZERO                   TO WS-NOTA-DEC-LEN
           UNSTRING WS-NOTA-IN
               DELIMITED BY "." OR ALL SPACE
               INTO WS-NOTA-ENT-X      COUNT IN WS-NOTA-ENT-LEN
                    WS-NOTA-DEC-X      COUNT IN WS-NOTA-DEC-LEN
           END-UNSTRING

           IF WS-NOTA-ENT-LEN < 1
               OR WS-NOTA-ENT-LEN > 3
               OR WS-NOTA-DEC-LEN > 2
               DISPLAY "NOTA INVALIDA"
               GO TO 3210-EXIT
           END-IF

           IF WS-NOTA-ENT-X (1:WS-NOTA-ENT-LEN) IS NOT NUMERIC
               DISPLAY "NOTA INVALIDA"
               GO TO 3210-EXIT
           END-IF

           INSPECT WS-NOTA-DEC-X REPLACING ALL SPACE BY "0"
           IF WS-NOTA-DEC-X IS NOT NUMERIC
               DISPLAY "NOTA INVALIDA"
               GO TO 3210-EXIT
           END-IF

           MOVE WS-NOTA-ENT-X (1:WS-NOTA-ENT-LEN)
                                       TO WS-NOTA-ENT
           MOVE WS-NOTA-DEC-X          TO WS-NOTA-DEC
           COMPUTE WS-NOTA-VALOR = WS-NOTA-ENT + (WS-NOTA-DEC / 100)

           IF WS-NOTA-VALOR > 100.00
               DISPLAY "NOTA FUERA DE RANGO (0-100)"
               GO TO 3210-EXIT
           END-IF

           MOVE WS-NOTA-VALOR          TO WS-ENTRY-NOTA (WS-J)
           SET WS-VALID                TO TRUE.

       3210-EXIT.
           EXIT.

      ******************************************************************
      * 3220-ACCEPT-CATEG - TAKE THE NOTA'S CATEGORY CODE; WHEN THE
      *                     COURSE HAS A WEIGHT ROW THE CODE MUST BE
      *                     ONE OF ITS CATEGORIES
      ******************************************************************
       3220-ACCEPT-CATEG.
           DISPLAY "CATEGORIA (" WS-CATEG-PROMPT "): "
           ACCEPT WS-CATEG-IN

           IF WS-WGT-FOUND-SUB = ZERO
               MOVE WS-CATEG-IN        TO WS-ENTRY-CATEG (WS-J)
               SET WS-VALID            TO TRUE
               GO TO 3220-EXIT
           END-IF

           MOVE "N"                    TO WS-FOUND-SW
           PERFORM 3225-MATCH-CATEG
               THRU 3225-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-MAX-CATEGS
               OR WS-FOUND

           IF NOT WS-FOUND
               DISPLAY "CATEGORIA INVALIDA PARA EL CURSO"
               GO TO 3220-EXIT
           END-IF

           MOVE WS-CATEG-IN            TO WS-ENTRY-CATEG (WS-J)
           SET WS-VALID                TO TRUE.

       3220-EXIT.
           EXIT.

      ******************************************************************
      * 3225-MATCH-CATEG - TEST THE CODE AGAINST ONE COURSE CATEGORY
      ******************************************************************
       3225-MATCH-CATEG.
           IF WS-CATEG-IN NOT = SPACE
               AND WS-CATEG-IN =
                   WS-WGT-CAT-CODE (WS-WGT-FOUND-SUB WS-CAT-SUB)
               SET WS-FOUND            TO TRUE
           END-IF.

       3225-EXIT.
           EXIT.

      ******************************************************************
      * 3300-SHOW-ENTRY-NOTA - ECHO ONE KEYED NOTA FOR CONFIRMATION
      ******************************************************************
       3300-SHOW-ENTRY-NOTA.
           MOVE WS-J                   TO WS-NUM-ED
           MOVE WS-ENTRY-NOTA (WS-J)   TO WS-NOTA-ED
           DISPLAY "  " WS-NUM-ED ". " WS-NOTA-ED "  "
               WS-ENTRY-CATEG (WS-J).

       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-SAVE-STUDENT - WRITE (OR REPLACE) THE STUDENT'S SESSION
      *                     RECORD SO THE WORK SURVIVES AN INTERRUPTED
      *                     SESSION
      ******************************************************************
       3400-SAVE-STUDENT.
           MOVE SPACES                 TO GRADE-SESSION-RECORD
           MOVE WS-CURRENT-COURSE      TO GE-COURSE-ID
           MOVE WS-ROSTER-STUDENT-ID (WS-ROSTER-SUB)
                                       TO GE-STUDENT-ID
           MOVE WS-CANT-NOTAS          TO GE-CANT-NOTAS
           MOVE WS-RUN-FECHA           TO GE-SAVE-DATE
           PERFORM 3410-MOVE-ENTRY-SLOT
               THRU 3410-EXIT
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > 10

           IF WS-ROSTER-CARGADO (WS-ROSTER-SUB)
               REWRITE GRADE-SESSION-RECORD
                   INVALID KEY
                       DISPLAY "GRADENTR - ERROR AL GRABAR SESION, "
                           "STATUS = " WS-SESSION-STATUS
                       GO TO 3400-EXIT
               END-REWRITE
           ELSE
               WRITE GRADE-SESSION-RECORD
                   INVALID KEY
                       DISPLAY "GRADENTR - ERROR AL GRABAR SESION, "
                           "STATUS = " WS-SESSION-STATUS
                       GO TO 3400-EXIT
               END-WRITE
               SET WS-ROSTER-CARGADO (WS-ROSTER-SUB)
                                       TO TRUE
               ADD 1                   TO WS-CARGADOS-COUNT
           END-IF

           DISPLAY "NOTAS GUARDADAS".

       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3410-MOVE-ENTRY-SLOT - COPY ONE NOTA SLOT TO THE SESSION RECORD
      ******************************************************************
       3410-MOVE-ENTRY-SLOT.
           MOVE WS-ENTRY-NOTA (WS-J)   TO GE-NOTA-TABLE (WS-J)
           MOVE WS-ENTRY-CATEG (WS-J)  TO GE-CATEG-TABLE (WS-J).

       3410-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CONFIRM-COURSE - WRITE THE COURSE'S SECTION FILE FROM THE
      *                       SESSION RECORDS, THEN CLEAR THE SESSION.
      *                       STUDENTS STILL PENDING ARE LEFT OUT ONLY
      *                       IF THE INSTRUCTOR SAYS SO, AND AN
      *                       EXISTING SECTION FILE IS REPLACED ONLY
      *                       ON REQUEST
      ******************************************************************
       4000-CONFIRM-COURSE.
           IF WS-CARGADOS-COUNT = ZERO
               DISPLAY "NO HAY NOTAS CARGADAS PARA EL CURSO"
               GO TO 4000-EXIT
           END-IF

           COMPUTE WS-PENDIENTES-COUNT =
               WS-ROSTER-COUNT - WS-CARGADOS-COUNT
           IF WS-PENDIENTES-COUNT > ZERO
               MOVE WS-PENDIENTES-COUNT
                                       TO WS-NUM-ED
               DISPLAY WS-NUM-ED " ALUMNOS SIN NOTAS QUEDAN FUERA "
                   "DEL ARCHIVO. CONTINUAR (S/N): "
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA NOT = "S"
                   AND WS-RESPUESTA NOT = "s"
                   GO TO 4000-EXIT
               END-IF
           END-IF

           PERFORM 4100-CHOOSE-SECTION-FILE
               THRU 4100-EXIT
           IF NOT WS-PROCEED
               GO TO 4000-EXIT
           END-IF

           OPEN OUTPUT SECTION-FILE
           IF WS-SECTION-STATUS NOT = "00"
               DISPLAY "GRADENTR - NO SE PUDO CREAR " WS-SECTION-NAME
                   ", STATUS = " WS-SECTION-STATUS
               GO TO 4000-EXIT
           END-IF

           MOVE ZERO                   TO WS-WRITE-COUNT
           MOVE SPACES                 TO BC-CONTROL-RECORD
           MOVE "H"                    TO BC-RECORD-TYPE
           MOVE WS-RUN-FECHA           TO BC-FILE-DATE
           MOVE "GRADENTR"             TO BC-SOURCE-SYSTEM
           WRITE BC-CONTROL-RECORD

           PERFORM 4200-WRITE-ONE-STUDENT
               THRU 4200-EXIT
               VARYING WS-ROSTER-SUB FROM 1 BY 1
               UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT

           MOVE SPACES                 TO BC-CONTROL-RECORD
           MOVE "T"                    TO BC-RECORD-TYPE
           MOVE WS-WRITE-COUNT         TO BC-DETAIL-COUNT
           WRITE BC-CONTROL-RECORD

           CLOSE SECTION-FILE

           DISPLAY WS-SECTION-NAME " GENERADO CON " WS-WRITE-COUNT
               " ALUMNOS"
           SET WS-FIN-CURSO            TO TRUE.

       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-CHOOSE-SECTION-FILE - TAKE THE COURSE'S SECTION FILE FROM
      *                            SECTION-REGISTRY, ASKING WHICH
      *                            SECTION WHEN THE COURSE HAS MORE
      *                            THAN ONE, AND CONFIRM BEFORE AN
      *                            EXISTING FILE IS REPLACED
      ******************************************************************
       4100-CHOOSE-SECTION-FILE.
           MOVE "N"                    TO WS-PROCEED-SW

           PERFORM 4110-LOAD-COURSE-SECTIONS
               THRU 4110-EXIT
           IF WS-CSECT-COUNT = ZERO
               DISPLAY "CURSO " WS-CURRENT-COURSE
                   " SIN SECCION EN SECTION-REGISTRY"
               GO TO 4100-EXIT
           END-IF

           IF WS-CSECT-COUNT = 1
               MOVE 1                  TO WS-CSECT-SUB
           ELSE
               PERFORM 4130-SHOW-COURSE-SECTION
                   THRU 4130-EXIT
                   VARYING WS-CSECT-SUB FROM 1 BY 1
                   UNTIL WS-CSECT-SUB > WS-CSECT-COUNT
               DISPLAY "SECCION: "
               ACCEPT WS-SECTION-ID-IN
               MOVE "N"                TO WS-FOUND-SW
               PERFORM 4140-MATCH-COURSE-SECTION
                   THRU 4140-EXIT
                   VARYING WS-CSECT-SUB FROM 1 BY 1
                   UNTIL WS-CSECT-SUB > WS-CSECT-COUNT
                   OR WS-FOUND
               IF NOT WS-FOUND
                   DISPLAY "SECCION INVALIDA"
                   GO TO 4100-EXIT
               END-IF
               SUBTRACT 1              FROM WS-CSECT-SUB
           END-IF

           MOVE WS-CSECT-FILE-NAME (WS-CSECT-SUB)
                                       TO WS-SECTION-NAME

           OPEN INPUT SECTION-FILE
           IF WS-SECTION-STATUS = "00"
               CLOSE SECTION-FILE
               DISPLAY WS-SECTION-NAME " YA EXISTE. REEMPLAZARLO "
                   "(S/N): "
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA NOT = "S"
                   AND WS-RESPUESTA NOT = "s"
                   GO TO 4100-EXIT
               END-IF
           END-IF

           SET WS-PROCEED              TO TRUE.

       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4110-LOAD-COURSE-SECTIONS - COLLECT THE COURSE'S REGISTERED
      *                             SECTIONS AND THEIR FILE NAMES
      ******************************************************************
       4110-LOAD-COURSE-SECTIONS.
           MOVE ZERO                   TO WS-CSECT-COUNT
           MOVE "N"                    TO WS-FIN-REGISTRY-SW

           OPEN INPUT SECTION-REGISTRY
           IF WS-SECTREG-STATUS NOT = "00"
               DISPLAY "GRADENTR - SECTION-REGISTRY NO DISPONIBLE, "
                   "STATUS = " WS-SECTREG-STATUS
               GO TO 4110-EXIT
           END-IF

           PERFORM 4120-READ-REGISTRY-ENTRY
               THRU 4120-EXIT
               UNTIL WS-FIN-REGISTRY

           CLOSE SECTION-REGISTRY.

       4110-EXIT.
           EXIT.

      ******************************************************************
      * 4120-READ-REGISTRY-ENTRY - KEEP ONE SECTION OF THE COURSE
      ******************************************************************
       4120-READ-REGISTRY-ENTRY.
           READ SECTION-REGISTRY
               AT END
                   SET WS-FIN-REGISTRY TO TRUE
                   GO TO 4120-EXIT
           END-READ

           IF RS-COURSE-ID NOT = WS-CURRENT-COURSE
               OR RS-FILE-NAME = SPACES
               OR WS-CSECT-COUNT >= WS-MAX-CSECT
               GO TO 4120-EXIT
           END-IF

           ADD 1                       TO WS-CSECT-COUNT
           MOVE RS-SECTION-ID          TO WS-CSECT-SECTION-ID
                                          (WS-CSECT-COUNT)
           MOVE RS-FILE-NAME           TO WS-CSECT-FILE-NAME
                                          (WS-CSECT-COUNT).

       4120-EXIT.
           EXIT.

      ******************************************************************
      * 4130-SHOW-COURSE-SECTION - LIST ONE SECTION OF THE COURSE
      ******************************************************************
       4130-SHOW-COURSE-SECTION.
           DISPLAY "  SECCION " WS-CSECT-SECTION-ID (WS-CSECT-SUB)
               "  ARCHIVO " WS-CSECT-FILE-NAME (WS-CSECT-SUB).

       4130-EXIT.
           EXIT.

      ******************************************************************
      * 4140-MATCH-COURSE-SECTION - COMPARE THE KEYED SECTION WITH ONE
      *                             OF THE COURSE'S SECTIONS
      ******************************************************************
       4140-MATCH-COURSE-SECTION.
           IF WS-CSECT-SECTION-ID (WS-CSECT-SUB) = WS-SECTION-ID-IN
               SET WS-FOUND            TO TRUE
           END-IF.

       4140-EXIT.
           EXIT.

      ******************************************************************
      * 4200-WRITE-ONE-STUDENT - WRITE ONE LOADED STUDENT IN THE
      *                          GRADES-RECORD LAYOUT AND DROP THE
      *                          SESSION RECORD
      ******************************************************************
       4200-WRITE-ONE-STUDENT.
           IF NOT WS-ROSTER-CARGADO (WS-ROSTER-SUB)
               GO TO 4200-EXIT
           END-IF

           MOVE WS-CURRENT-COURSE      TO GE-COURSE-ID
           MOVE WS-ROSTER-STUDENT-ID (WS-ROSTER-SUB)
                                       TO GE-STUDENT-ID
           READ GRADE-SESSION
               KEY IS GE-KEY
               INVALID KEY
                   GO TO 4200-EXIT
           END-READ

           MOVE SPACES                 TO GRADES-RECORD
           MOVE "D"                    TO GR-RECORD-TYPE
           MOVE GE-STUDENT-ID          TO GR-STUDENT-ID
           MOVE GE-CANT-NOTAS          TO GR-CANT-NOTAS
           MOVE GE-COURSE-ID           TO GR-COURSE-ID
           PERFORM 4210-MOVE-GRADES-SLOT
               THRU 4210-EXIT
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > 10
           WRITE GRADES-RECORD
           ADD 1                       TO WS-WRITE-COUNT

           DELETE GRADE-SESSION
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE "N"                    TO WS-ROSTER-CARGADO-SW
                                          (WS-ROSTER-SUB)
           SUBTRACT 1                  FROM WS-CARGADOS-COUNT.

       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4210-MOVE-GRADES-SLOT - COPY ONE NOTA SLOT TO THE SECTION
      *                         RECORD
      ******************************************************************
       4210-MOVE-GRADES-SLOT.
           MOVE GE-NOTA-TABLE (WS-J)   TO GR-NOTA-TABLE (WS-J)
           MOVE GE-CATEG-TABLE (WS-J)  TO GR-CATEG-TABLE (WS-J).

       4210-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES
      ******************************************************************
       9000-TERMINATE.
           CLOSE COURSE-MASTER
           CLOSE ENROLLMENT
           CLOSE GRADE-SESSION
           IF WS-MASTER-OK
               CLOSE STUDENT-MASTER
           END-IF

           MOVE ZERO                   TO RETURN-CODE.

       9000-EXIT.
           EXIT.

       END PROGRAM GRADENTR.
