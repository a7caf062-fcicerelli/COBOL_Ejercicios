      *             on the per-course roster breaks.  Follows the same
      *             transaction conventions as STUDMNT does for
      *             students.
      * Tectonics: cobc -x COURMNT.cob ENQUEUE.cob ALERTPUT.cob
      *            -o COURMNT
      *            (ENQUEUE and ALERTPUT are CALLed by name, so
      *            they must be linked into the same executable)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      *                 an abend is flagged so the operator breaks it
      *                 with LOCKBRK instead of deleting mystery
      *                 files.
      * 15/OCT/26  FC   Course prerequisites.  "P" and "Q"
      *                 transactions add and remove rows of the new
      *                 COURSE-PREREQ table (course plus the course
      *                 that must be passed first), and "W" records a
      *                 registrar's prerequisite waiver for one
      *                 student and course on the new PREREQ-WAIVER
      *                 file with the approver and reason.  ENRLLOAD
      *                 checks enrollments against both.  A course
      *                 BAJA also drops its own prerequisite rows.
      *                 Both files are covered by the COURSE-MASTER
      *                 lock.
      * 15/OCT/26  FC   Credit hours.  ALTA and CAMBIO carry the
      *                 course's credits (TR-CREDITS, taken from the
      *                 trailing FILLER) onto the new CM-CREDITS.  A
      *                 blank value adds the course with no credits or
      *                 leaves a change's credits as they were; any
      *                 other non-numeric value is refused.
      * 15/OCT/26  FC   A run ending with a nonzero RETURN-CODE leaves
      *                 an operator alert on ALERT-OUTBOX through
      *                 ALERTPUT, naming COURMNT-REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURMNT.
               RECORD KEY IS CM-COURSE-ID
               FILE STATUS IS WS-COURMAST-STATUS.

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

           SELECT MAINT-REPORT ASSIGN TO "COURMNT-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

               88  TR-ALTA                     VALUE "A".
               88  TR-CAMBIO                   VALUE "C".
               88  TR-BAJA                     VALUE "I".
               88  TR-REQ-ALTA                 VALUE "P".
               88  TR-REQ-BAJA                 VALUE "Q".
               88  TR-DISPENSA                 VALUE "W".
           05  TR-COURSE-ID            PIC X(06).
           05  TR-COURSE-DATA.
               10  TR-COURSE-NAME      PIC X(30).
               10  TR-INSTRUCTOR       PIC X(30).
           05  TR-PREREQ-DATA REDEFINES TR-COURSE-DATA.
               10  TR-PREREQ-ID        PIC X(06).
               10  FILLER              PIC X(54).
           05  TR-WAIVER-DATA REDEFINES TR-COURSE-DATA.
               10  TR-WV-STUDENT-ID    PIC X(05).
               10  TR-WV-TERM-ID       PIC X(06).
               10  TR-WV-APPROVER-ID   PIC X(08).
               10  TR-WV-MOTIVO        PIC X(30).
               10  FILLER              PIC X(11).
           05  TR-CREDITS              PIC X(02).
           05  TR-CREDITS-NUM REDEFINES TR-CREDITS
                                       PIC 9(02).
           05  FILLER                  PIC X(11).

       FD  COURSE-MASTER.
           COPY COURMAST.

       FD  COURSE-PREREQ.
           COPY PREREQS.

       FD  PREREQ-WAIVER.
           COPY PREQWAIV.

       FD  MAINT-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  MAINT-REPORT-LINE           PIC X(80).

           COPY ENQPARM.

           COPY ALRTPARM.

       01  WS-COURMAST-STATUS          PIC X(02).
       01  WS-TRANSFIL-STATUS          PIC X(02).
       01  WS-PREREQ-STATUS            PIC X(02).
       01  WS-WAIVER-STATUS            PIC X(02).

       01  WS-RUN-FECHA                PIC 9(08).

       01  WS-SWITCHES.
           05  WS-EOF-TRANS-SW         PIC X(01) VALUE "N".
               88  WS-EOF-TRANS                 VALUE "S".
           05  WS-INPUT-MISSING-SW     PIC X(01) VALUE "N".
               88  WS-INPUT-MISSING             VALUE "S".
           05  WS-FIN-PREREQ-SW        PIC X(01).
               88  WS-FIN-PREREQ                VALUE "S".

       01  WS-REPORT-LINES.
           05  WS-MAINT-HDR-LINE.
               10  FILLER              PIC X(10) VALUE "CURSO".
               10  FILLER              PIC X(11) VALUE "ACCION".
               10  FILLER              PIC X(30) VALUE "RESULTADO".
               10  FILLER              PIC X(29) VALUE "REFERENCIA".
           05  WS-MAINT-DETAIL-LINE.
               10  WS-MD-COURSE-ID     PIC X(10).
               10  WS-MD-ACCION        PIC X(11).
               10  WS-MD-RESULTADO     PIC X(30).
               10  WS-MD-REFERENCIA    PIC X(29).

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


      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES (CREATING COURSE-MASTER THE
      *                   FIRST TIME IT DOES NOT EXIST, AND LIKEWISE
      *                   THE PREREQUISITE AND WAIVER FILES) AND PRIME
      *                   THE READ
      ******************************************************************
       1000-INITIALIZE.
           MOVE "N"                    TO WS-INPUT-MISSING-SW
           ACCEPT WS-RUN-FECHA         FROM DATE YYYYMMDD

           OPEN I-O COURSE-MASTER
           IF WS-COURMAST-STATUS = "35"
               OPEN I-O COURSE-MASTER
           END-IF

           OPEN I-O COURSE-PREREQ
           IF WS-PREREQ-STATUS = "35"
               OPEN OUTPUT COURSE-PREREQ
               CLOSE COURSE-PREREQ
               OPEN I-O COURSE-PREREQ
           END-IF

           OPEN I-O PREREQ-WAIVER
           IF WS-WAIVER-STATUS = "35"
               OPEN OUTPUT PREREQ-WAIVER
               CLOSE PREREQ-WAIVER
               OPEN I-O PREREQ-WAIVER
           END-IF

           OPEN OUTPUT MAINT-REPORT

           MOVE WS-MAINT-HDR-LINE      TO MAINT-REPORT-LINE
                   MOVE "BAJA"         TO WS-MD-ACCION
                   PERFORM 2300-DELETE-COURSE
                       THRU 2300-EXIT
               WHEN TR-REQ-ALTA
                   MOVE "REQ ALTA"     TO WS-MD-ACCION
                   PERFORM 2400-ADD-PREREQ
                       THRU 2400-EXIT
               WHEN TR-REQ-BAJA
                   MOVE "REQ BAJA"     TO WS-MD-ACCION
                   PERFORM 2500-DELETE-PREREQ
                       THRU 2500-EXIT
               WHEN TR-DISPENSA
                   MOVE "DISPENSA"     TO WS-MD-ACCION
                   PERFORM 2600-RECORD-WAIVER
                       THRU 2600-EXIT
               WHEN OTHER
                   MOVE "DESCONOCIDA"  TO WS-MD-ACCION
                   MOVE "CODIGO DE TRANSACCION INVALIDO"
      * 2100-ADD-COURSE - CREATE A NEW COURSE-MASTER RECORD
      ******************************************************************
       2100-ADD-COURSE.
           IF TR-CREDITS NOT = SPACES
               AND TR-CREDITS-NUM IS NOT NUMERIC
               MOVE "CREDITOS INVALIDOS"
                                       TO WS-MD-RESULTADO
               GO TO 2100-EXIT
           END-IF

           MOVE SPACES                 TO COURSE-MASTER-RECORD
           MOVE TR-COURSE-ID           TO CM-COURSE-ID
           MOVE TR-COURSE-NAME         TO CM-COURSE-NAME
           MOVE TR-INSTRUCTOR          TO CM-INSTRUCTOR
           MOVE ZERO                   TO CM-CREDITS
           IF TR-CREDITS NOT = SPACES
               MOVE TR-CREDITS-NUM     TO CM-CREDITS
           END-IF
           PERFORM 2150-SHOW-CREDITS
               THRU 2150-EXIT

           WRITE COURSE-MASTER-RECORD
               INVALID KEY
           EXIT.

      ******************************************************************
      * 2150-SHOW-CREDITS - NOTE THE COURSE'S CREDITS ON THE REPORT
      ******************************************************************
       2150-SHOW-CREDITS.
           MOVE SPACES                 TO WS-MD-REFERENCIA
           STRING "CREDITOS "          DELIMITED BY SIZE
               CM-CREDITS              DELIMITED BY SIZE
               INTO WS-MD-REFERENCIA
           END-STRING.

       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CHANGE-COURSE - UPDATE AN EXISTING COURSE'S NAME,
      *                      RESPONSIBLE INSTRUCTOR AND, WHEN GIVEN,
      *                      CREDITS
      ******************************************************************
       2200-CHANGE-COURSE.
           IF TR-CREDITS NOT = SPACES
               AND TR-CREDITS-NUM IS NOT NUMERIC
               MOVE "CREDITOS INVALIDOS"
                                       TO WS-MD-RESULTADO
               GO TO 2200-EXIT
           END-IF

           MOVE TR-COURSE-ID           TO CM-COURSE-ID

           READ COURSE-MASTER
                   MOVE TR-COURSE-NAME
                                       TO CM-COURSE-NAME
                   MOVE TR-INSTRUCTOR  TO CM-INSTRUCTOR
                   IF TR-CREDITS NOT = SPACES
                       MOVE TR-CREDITS-NUM
                                       TO CM-CREDITS
                   END-IF
                   IF CM-CREDITS IS NOT NUMERIC
                       MOVE ZERO       TO CM-CREDITS
                   END-IF
                   PERFORM 2150-SHOW-CREDITS
                       THRU 2150-EXIT
                   REWRITE COURSE-MASTER-RECORD
                       INVALID KEY
                           MOVE "ERROR AL GRABAR CAMBIO"
           EXIT.

      ******************************************************************
      * 2300-DELETE-COURSE - REMOVE A COURSE NO LONGER OFFERED,
      *                      TOGETHER WITH ITS PREREQUISITE ROWS
      ******************************************************************
       2300-DELETE-COURSE.
           MOVE TR-COURSE-ID           TO CM-COURSE-ID
               INVALID KEY
                   MOVE "CURSO NO ENCONTRADO"
                                       TO WS-MD-RESULTADO
                   GO TO 2300-EXIT
           END-DELETE

           MOVE "BAJA REGISTRADA"      TO WS-MD-RESULTADO

           MOVE "N"                    TO WS-FIN-PREREQ-SW
           MOVE TR-COURSE-ID           TO CP-COURSE-ID
           MOVE LOW-VALUES             TO CP-PREREQ-ID
           START COURSE-PREREQ
               KEY IS NOT LESS THAN CP-KEY
               INVALID KEY
                   SET WS-FIN-PREREQ   TO TRUE
           END-START

           PERFORM 2310-DROP-ONE-PREREQ
               THRU 2310-EXIT
               UNTIL WS-FIN-PREREQ.

       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2310-DROP-ONE-PREREQ - DELETE THE NEXT PREREQUISITE ROW OF THE
      *                        COURSE BEING REMOVED
      ******************************************************************
       2310-DROP-ONE-PREREQ.
           READ COURSE-PREREQ NEXT RECORD
               AT END
                   SET WS-FIN-PREREQ   TO TRUE
                   GO TO 2310-EXIT
           END-READ

           IF CP-COURSE-ID NOT = TR-COURSE-ID
               SET WS-FIN-PREREQ       TO TRUE
               GO TO 2310-EXIT
           END-IF

           DELETE COURSE-PREREQ
               INVALID KEY
                   CONTINUE
           END-DELETE.

       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2400-ADD-PREREQ - RECORD THAT THE COURSE REQUIRES ANOTHER
      *                   COURSE TO HAVE BEEN PASSED FIRST.  BOTH
      *                   COURSES MUST BE ON COURSE-MASTER
      ******************************************************************
       2400-ADD-PREREQ.
           MOVE TR-PREREQ-ID           TO WS-MD-REFERENCIA

           IF TR-PREREQ-ID = SPACES
               OR TR-PREREQ-ID = TR-COURSE-ID
               MOVE "CORRELATIVA INVALIDA"
                                       TO WS-MD-RESULTADO
               GO TO 2400-EXIT
           END-IF

           MOVE TR-COURSE-ID           TO CM-COURSE-ID
           READ COURSE-MASTER
               KEY IS CM-COURSE-ID
               INVALID KEY
                   MOVE "CURSO NO ENCONTRADO"
                                       TO WS-MD-RESULTADO
                   GO TO 2400-EXIT
           END-READ

           MOVE TR-PREREQ-ID           TO CM-COURSE-ID
           READ COURSE-MASTER
               KEY IS CM-COURSE-ID
               INVALID KEY
                   MOVE "CORRELATIVA NO ENCONTRADA"
                                       TO WS-MD-RESULTADO
                   GO TO 2400-EXIT
           END-READ

           MOVE SPACES                 TO COURSE-PREREQ-RECORD
           MOVE TR-COURSE-ID           TO CP-COURSE-ID
           MOVE TR-PREREQ-ID           TO CP-PREREQ-ID
           MOVE WS-RUN-FECHA           TO CP-ADD-DATE

           WRITE COURSE-PREREQ-RECORD
               INVALID KEY
                   MOVE "CORRELATIVA YA EXISTE"
                                       TO WS-MD-RESULTADO
               NOT INVALID KEY
                   MOVE "CORRELATIVA REGISTRADA"
                                       TO WS-MD-RESULTADO
           END-WRITE.

       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2500-DELETE-PREREQ - DROP ONE PREREQUISITE OF THE COURSE
      ******************************************************************
       2500-DELETE-PREREQ.
           MOVE TR-PREREQ-ID           TO WS-MD-REFERENCIA
           MOVE TR-COURSE-ID           TO CP-COURSE-ID
           MOVE TR-PREREQ-ID           TO CP-PREREQ-ID

           DELETE COURSE-PREREQ
               INVALID KEY
                   MOVE "CORRELATIVA NO ENCONTRADA"
                                       TO WS-MD-RESULTADO
               NOT INVALID KEY
                   MOVE "CORRELATIVA ELIMINADA"
                                       TO WS-MD-RESULTADO
           END-DELETE.

       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-RECORD-WAIVER - RECORD THE REGISTRAR'S PREREQUISITE
      *                      WAIVER FOR ONE STUDENT AND COURSE.  A
      *                      SECOND WAIVER FOR THE SAME PAIR REPLACES
      *                      THE FIRST.  THE APPROVER AND REASON ARE
      *                      REQUIRED SO THE OVERRIDE IS ACCOUNTED FOR
      ******************************************************************
       2600-RECORD-WAIVER.
           STRING "ALUMNO "            DELIMITED BY SIZE
               TR-WV-STUDENT-ID        DELIMITED BY SIZE
               " POR "                 DELIMITED BY SIZE
               TR-WV-APPROVER-ID       DELIMITED BY SIZE
               INTO WS-MD-REFERENCIA
           END-STRING

           IF TR-WV-STUDENT-ID IS NOT NUMERIC
               MOVE "ID DE ALUMNO INVALIDO"
                                       TO WS-MD-RESULTADO
               GO TO 2600-EXIT
           END-IF

           IF TR-WV-APPROVER-ID = SPACES
               OR TR-WV-MOTIVO = SPACES
               MOVE "FALTA APROBADOR O MOTIVO"
                                       TO WS-MD-RESULTADO
               GO TO 2600-EXIT
           END-IF

           MOVE TR-COURSE-ID           TO CM-COURSE-ID
           READ COURSE-MASTER
               KEY IS CM-COURSE-ID
               INVALID KEY
                   MOVE "CURSO NO ENCONTRADO"
                                       TO WS-MD-RESULTADO
                   GO TO 2600-EXIT
           END-READ

           MOVE SPACES                 TO PREREQ-WAIVER-RECORD
           MOVE TR-WV-STUDENT-ID       TO PW-STUDENT-ID
           MOVE TR-COURSE-ID           TO PW-COURSE-ID
           MOVE TR-WV-TERM-ID          TO PW-TERM-ID
           MOVE TR-WV-APPROVER-ID      TO PW-APPROVER-ID
           MOVE TR-WV-MOTIVO           TO PW-MOTIVO
           MOVE WS-RUN-FECHA           TO PW-GRANT-DATE

           WRITE PREREQ-WAIVER-RECORD
               INVALID KEY
                   REWRITE PREREQ-WAIVER-RECORD
                       INVALID KEY
                           MOVE "ERROR AL GRABAR DISPENSA"
                                       TO WS-MD-RESULTADO
                       NOT INVALID KEY
                           MOVE "DISPENSA REEMPLAZADA"
                                       TO WS-MD-RESULTADO
                   END-REWRITE
               NOT INVALID KEY
                   MOVE "DISPENSA REGISTRADA"
                                       TO WS-MD-RESULTADO
           END-WRITE.

       2600-EXIT.
           EXIT.

      ******************************************************************
       9000-TERMINATE.
           CLOSE TRANS-FILE
           CLOSE COURSE-MASTER
           CLOSE COURSE-PREREQ
           CLOSE PREREQ-WAIVER
           CLOSE MAINT-REPORT

           IF WS-INPUT-MISSING
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
           MOVE "COURMNT"              TO ALR-PROGRAM
           MOVE ZERO                   TO ALR-STEP-NUMBER
           MOVE RETURN-CODE            TO ALR-RETURN-CODE
           MOVE "COURMNT-REPORT"       TO ALR-REPORT-NAME

           CALL "ALERTPUT" USING ALR-REQUEST
           MOVE ALR-RETURN-CODE        TO RETURN-CODE.

       9900-EXIT.
           EXIT.

       END PROGRAM COURMNT.
