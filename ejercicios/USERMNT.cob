      ******************************************************************
      * Author:     Fabio Cicerelli
      * Date:       15/OCT/2026
      * Purpose:    Maintenance program for the OPERATOR-USERS indexed
      *             file that SIGNON checks sign-ons against: add a
      *             user with role and initial password, change name,
      *             role or password, inactivate (BAJA), and unlock an
      *             account SIGNON locked after repeated failed
      *             sign-ons (which also reactivates one given BAJA).
      *             Follows the same transaction conventions as
      *             COURMNT.  Passwords are hashed through SIGNON
      *             before they are stored and never printed; the
      *             USERMNT-TRANS file carries them as typed and is
      *             not to be kept once run.  Every change is written
      *             to ACCESS-LOG so ACCESRPT shows who was given
      *             which access, and when.
      * Tectonics: cobc -x USERMNT.cob ENQUEUE.cob ALERTPUT.cob
      *            SIGNON.cob -o USERMNT
      *            (ENQUEUE, ALERTPUT and SIGNON are CALLed by name,
      *            so they must be linked into the same executable)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 15/OCT/26  FC   Initial version.
      * 15/OCT/26  FC   An OPERATOR-USERS open failure other than the
      *                 file not existing yet now aborts the run like
      *                 a missing USERMNT-TRANS: ABORTADO on the
      *                 report and RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "USERMNT-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFIL-STATUS.

           SELECT OPERATOR-USERS ASSIGN TO "OPERATOR-USERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USERS-STATUS.

           SELECT MAINT-REPORT ASSIGN TO "USERMNT-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRANS-RECORD.
           05  TR-TRANS-CODE           PIC X(01).
               88  TR-ALTA                     VALUE "A".
               88  TR-CAMBIO                   VALUE "C".
               88  TR-BAJA                     VALUE "I".
               88  TR-DESBLOQUEO               VALUE "U".
           05  TR-USER-ID              PIC X(08).
           05  TR-USER-NAME            PIC X(30).
           05  TR-ROLE                 PIC X(01).
               88  TR-ROLE-VALID               VALUE "L" "O" "A" "R".
           05  TR-PASSWORD             PIC X(08).
           05  FILLER                  PIC X(32).

       FD  OPERATOR-USERS.
           COPY USERMAST.

       FD  MAINT-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  MAINT-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LOCK-FAILED-SW           PIC X(01) VALUE "N".
           88  WS-LOCK-FAILED                  VALUE "S".

           COPY ENQPARM.

           COPY ALRTPARM.

           COPY SIGNPARM.

       01  WS-USERS-STATUS             PIC X(02).
       01  WS-TRANSFIL-STATUS          PIC X(02).

      *    SHORTEST PASSWORD ACCEPTED
       77  WS-MIN-PASSWORD             PIC 9(02) COMP VALUE 6.
       77  WS-PASSWORD-LEN             PIC 9(02) COMP.

       01  WS-SWITCHES.
           05  WS-EOF-TRANS-SW         PIC X(01) VALUE "N".
               88  WS-EOF-TRANS                 VALUE "S".
           05  WS-INPUT-MISSING-SW     PIC X(01) VALUE "N".
               88  WS-INPUT-MISSING             VALUE "S".
           05  WS-PASSWORD-OK-SW       PIC X(01).
               88  WS-PASSWORD-OK               VALUE "S".

       01  WS-REPORT-LINES.
           05  WS-MAINT-HDR-LINE.
               10  FILLER              PIC X(10) VALUE "USUARIO".
               10  FILLER              PIC X(11) VALUE "ACCION".
               10  FILLER              PIC X(30) VALUE "RESULTADO".
               10  FILLER              PIC X(29) VALUE "REFERENCIA".
           05  WS-MAINT-DETAIL-LINE.
               10  WS-MD-USER-ID       PIC X(10).
               10  WS-MD-ACCION        PIC X(11).
               10  WS-MD-RESULTADO     PIC X(30).
               10  WS-MD-REFERENCIA    PIC X(29).

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

           PERFORM 2000-PROCESS-TRANSACTION
               THRU 2000-EXIT
               UNTIL WS-EOF-TRANS

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
           MOVE "USERMNT "             TO ENQ-HOLDER
           MOVE "A"                    TO ENQ-FUNCTION
           MOVE "OPERATOR-USERS"       TO ENQ-RESOURCE
           MOVE "W"                    TO ENQ-MODE
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
               DISPLAY "USERMNT - LOCK VENCIDO EN " ENQ-RESOURCE
                   " DE " ENQ-HOLDER-OUT ", ROMPERLO CON LOCKBRK"
           ELSE
               DISPLAY "USERMNT - RECURSO " ENQ-RESOURCE
                   " EN USO POR " ENQ-HOLDER-OUT
           END-IF.

       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0900-RELEASE-LOCKS - GIVE BACK EVERY LOCK THIS PROGRAM TAKES
      ******************************************************************
       0900-RELEASE-LOCKS.
           MOVE "USERMNT "             TO ENQ-HOLDER
           MOVE "R"                    TO ENQ-FUNCTION
           MOVE "OPERATOR-USERS"       TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST.

       0900-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES (CREATING OPERATOR-USERS THE
      *                   FIRST TIME IT DOES NOT EXIST) AND PRIME THE
      *                   READ
      ******************************************************************
       1000-INITIALIZE.
           MOVE "N"                    TO WS-INPUT-MISSING-SW

           OPEN I-O OPERATOR-USERS
           IF WS-USERS-STATUS = "35"
               OPEN OUTPUT OPERATOR-USERS
               CLOSE OPERATOR-USERS
               OPEN I-O OPERATOR-USERS
           END-IF

           OPEN OUTPUT MAINT-REPORT

           MOVE WS-MAINT-HDR-LINE      TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE

           IF WS-USERS-STATUS NOT = "00"
               SET WS-INPUT-MISSING    TO TRUE
               SET WS-EOF-TRANS        TO TRUE
               DISPLAY "USERMNT - OPERATOR-USERS NOT OPENED, STATUS = "
                   WS-USERS-STATUS

               MOVE SPACES              TO WS-MAINT-DETAIL-LINE
               MOVE "N/A"               TO WS-MD-USER-ID
               MOVE "ABORTADO"          TO WS-MD-ACCION
               MOVE "OPERATOR-USERS NO SE ABRE"
                                        TO WS-MD-RESULTADO
               MOVE WS-MAINT-DETAIL-LINE
                                        TO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT TRANS-FILE
           IF WS-TRANSFIL-STATUS NOT = "00"
               SET WS-INPUT-MISSING    TO TRUE
               SET WS-EOF-TRANS        TO TRUE
               DISPLAY "USERMNT - USERMNT-TRANS NOT FOUND, STATUS = "
                   WS-TRANSFIL-STATUS

               MOVE SPACES              TO WS-MAINT-DETAIL-LINE
               MOVE "N/A"               TO WS-MD-USER-ID
               MOVE "ABORTADO"          TO WS-MD-ACCION
               MOVE "ARCHIVO TRANS NO ENCONTRADO"
                                        TO WS-MD-RESULTADO
               MOVE WS-MAINT-DETAIL-LINE
                                        TO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE
           ELSE
               READ TRANS-FILE
                   AT END
                       SET WS-EOF-TRANS TO TRUE
               END-READ
           END-IF.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-TRANSACTION - APPLY ONE MAINTENANCE TRANSACTION
      *                            AND READ THE NEXT RECORD
      ******************************************************************
       2000-PROCESS-TRANSACTION.
           MOVE SPACES                 TO WS-MAINT-DETAIL-LINE
           MOVE TR-USER-ID             TO WS-MD-USER-ID

           EVALUATE TRUE
               WHEN TR-USER-ID = SPACES
                   MOVE "SIN USUARIO"  TO WS-MD-ACCION
                   MOVE "ID DE USUARIO EN BLANCO"
                                       TO WS-MD-RESULTADO
               WHEN TR-ALTA
                   MOVE "ALTA"         TO WS-MD-ACCION
                   PERFORM 2100-ADD-USER
                       THRU 2100-EXIT
               WHEN TR-CAMBIO
                   MOVE "CAMBIO"       TO WS-MD-ACCION
                   PERFORM 2200-CHANGE-USER
                       THRU 2200-EXIT
               WHEN TR-BAJA
                   MOVE "BAJA"         TO WS-MD-ACCION
                   PERFORM 2300-INACTIVATE-USER
                       THRU 2300-EXIT
               WHEN TR-DESBLOQUEO
                   MOVE "DESBLOQUEO"   TO WS-MD-ACCION
                   PERFORM 2400-UNLOCK-USER
                       THRU 2400-EXIT
               WHEN OTHER
                   MOVE "DESCONOCIDA"  TO WS-MD-ACCION
                   MOVE "CODIGO DE TRANSACCION INVALIDO"
                                       TO WS-MD-RESULTADO
           END-EVALUATE

           MOVE WS-MAINT-DETAIL-LINE   TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE

           MOVE SPACES                 TO TR-PASSWORD
           READ TRANS-FILE
               AT END
                   SET WS-EOF-TRANS TO TRUE
           END-READ.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-ADD-USER - CREATE A NEW ACTIVE USER WITH ITS ROLE AND
      *                 INITIAL PASSWORD
      ******************************************************************
       2100-ADD-USER.
           IF NOT TR-ROLE-VALID
               MOVE "ROL INVALIDO"     TO WS-MD-RESULTADO
               GO TO 2100-EXIT
           END-IF

           PERFORM 2900-CHECK-PASSWORD
               THRU 2900-EXIT
           IF NOT WS-PASSWORD-OK
               GO TO 2100-EXIT
           END-IF

           MOVE SPACES                 TO OPERATOR-USER-RECORD
           MOVE TR-USER-ID             TO US-USER-ID
           MOVE TR-USER-NAME           TO US-USER-NAME
           MOVE TR-ROLE                TO US-ROLE
           PERFORM 2950-HASH-PASSWORD
               THRU 2950-EXIT
           SET US-STATUS-ACTIVE        TO TRUE
           MOVE ZERO                   TO US-FAILED-COUNT
           MOVE ZERO                   TO US-LAST-SIGNON-DATE
           MOVE ZERO                   TO US-LAST-SIGNON-TIME
           MOVE ZERO                   TO US-LOCK-DATE
           PERFORM 2800-SHOW-ROLE
               THRU 2800-EXIT

           WRITE OPERATOR-USER-RECORD
               INVALID KEY
                   MOVE "USUARIO YA EXISTE"
                                       TO WS-MD-RESULTADO
               NOT INVALID KEY
                   MOVE "ALTA REGISTRADA"
                                       TO WS-MD-RESULTADO
                   PERFORM 2700-LOG-CHANGE
                       THRU 2700-EXIT
           END-WRITE.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CHANGE-USER - UPDATE NAME, ROLE AND PASSWORD; A BLANK
      *                    FIELD LEAVES THAT ONE AS IT WAS.  A NEW
      *                    PASSWORD CLEARS THE FAILURE COUNT
      ******************************************************************
       2200-CHANGE-USER.
           IF TR-ROLE NOT = SPACES
               AND NOT TR-ROLE-VALID
               MOVE "ROL INVALIDO"     TO WS-MD-RESULTADO
               GO TO 2200-EXIT
           END-IF

           IF TR-PASSWORD NOT = SPACES
               PERFORM 2900-CHECK-PASSWORD
                   THRU 2900-EXIT
               IF NOT WS-PASSWORD-OK
                   GO TO 2200-EXIT
               END-IF
           END-IF

           MOVE TR-USER-ID             TO US-USER-ID
           READ OPERATOR-USERS
               KEY IS US-USER-ID
               INVALID KEY
                   MOVE "USUARIO NO ENCONTRADO"
                                       TO WS-MD-RESULTADO
                   GO TO 2200-EXIT
           END-READ

           IF TR-USER-NAME NOT = SPACES
               MOVE TR-USER-NAME       TO US-USER-NAME
           END-IF
           IF TR-ROLE NOT = SPACES
               MOVE TR-ROLE            TO US-ROLE
           END-IF
           IF TR-PASSWORD NOT = SPACES
               PERFORM 2950-HASH-PASSWORD
                   THRU 2950-EXIT
               MOVE ZERO               TO US-FAILED-COUNT
           END-IF
           PERFORM 2800-SHOW-ROLE
               THRU 2800-EXIT

           REWRITE OPERATOR-USER-RECORD
               INVALID KEY
                   MOVE "ERROR AL GRABAR CAMBIO"
                                       TO WS-MD-RESULTADO
               NOT INVALID KEY
                   IF TR-PASSWORD NOT = SPACES
                       MOVE "CAMBIO Y CLAVE REGISTRADOS"
                                       TO WS-MD-RESULTADO
                   ELSE
                       MOVE "CAMBIO REGISTRADO"
                                       TO WS-MD-RESULTADO
                   END-IF
                   PERFORM 2700-LOG-CHANGE
                       THRU 2700-EXIT
           END-REWRITE.

       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-INACTIVATE-USER - BAJA.  THE RECORD IS KEPT, SO THE
      *                        ACCESS-LOG ENTRIES STILL NAME SOMEONE
      ******************************************************************
       2300-INACTIVATE-USER.
           MOVE TR-USER-ID             TO US-USER-ID
           READ OPERATOR-USERS
               KEY IS US-USER-ID
               INVALID KEY
                   MOVE "USUARIO NO ENCONTRADO"
                                       TO WS-MD-RESULTADO
                   GO TO 2300-EXIT
           END-READ

           SET US-STATUS-INACTIVE      TO TRUE
           PERFORM 2800-SHOW-ROLE
               THRU 2800-EXIT

           REWRITE OPERATOR-USER-RECORD
               INVALID KEY
                   MOVE "ERROR AL GRABAR BAJA"
                                       TO WS-MD-RESULTADO
               NOT INVALID KEY
                   MOVE "BAJA REGISTRADA"
                                       TO WS-MD-RESULTADO
                   PERFORM 2700-LOG-CHANGE
                       THRU 2700-EXIT
           END-REWRITE.

       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-UNLOCK-USER - LIFT A LOCKOUT (OR A BAJA) AND CLEAR THE
      *                    FAILURE COUNT
      ******************************************************************
       2400-UNLOCK-USER.
           MOVE TR-USER-ID             TO US-USER-ID
           READ OPERATOR-USERS
               KEY IS US-USER-ID
               INVALID KEY
                   MOVE "USUARIO NO ENCONTRADO"
                                       TO WS-MD-RESULTADO
                   GO TO 2400-EXIT
           END-READ

           SET US-STATUS-ACTIVE        TO TRUE
           MOVE ZERO                   TO US-FAILED-COUNT
           MOVE ZERO                   TO US-LOCK-DATE
           PERFORM 2800-SHOW-ROLE
               THRU 2800-EXIT

           REWRITE OPERATOR-USER-RECORD
               INVALID KEY
                   MOVE "ERROR AL GRABAR DESBLOQUEO"
                                       TO WS-MD-RESULTADO
               NOT INVALID KEY
                   MOVE "USUARIO HABILITADO"
                                       TO WS-MD-RESULTADO
                   PERFORM 2700-LOG-CHANGE
                       THRU 2700-EXIT
           END-REWRITE.

       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2700-LOG-CHANGE - RECORD THE APPLIED CHANGE ON ACCESS-LOG
      ******************************************************************
       2700-LOG-CHANGE.
           MOVE SPACES                 TO SGN-REQUEST
           MOVE "L"                    TO SGN-FUNCTION
           MOVE "USERMNT"              TO SGN-PROGRAM
           MOVE SPACES                 TO SGN-USER-ID
           MOVE US-ROLE                TO SGN-ROLE
           MOVE "M"                    TO SGN-EVENT
           MOVE US-USER-ID             TO SGN-OBJECT
           MOVE WS-MD-RESULTADO        TO SGN-DETAIL
           CALL "SIGNON" USING SGN-REQUEST.

       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2800-SHOW-ROLE - NOTE THE USER'S ROLE ON THE REPORT
      ******************************************************************
       2800-SHOW-ROLE.
           MOVE SPACES                 TO WS-MD-REFERENCIA
           STRING "ROL "               DELIMITED BY SIZE
               US-ROLE                 DELIMITED BY SIZE
               " ESTADO "              DELIMITED BY SIZE
               US-STATUS               DELIMITED BY SIZE
               INTO WS-MD-REFERENCIA
           END-STRING.

       2800-EXIT.
           EXIT.

      ******************************************************************
      * 2900-CHECK-PASSWORD - A PASSWORD IS AT LEAST WS-MIN-PASSWORD
      *                       CHARACTERS WITH NO EMBEDDED SPACE
      ******************************************************************
       2900-CHECK-PASSWORD.
           SET WS-PASSWORD-OK          TO TRUE
           MOVE ZERO                   TO WS-PASSWORD-LEN
           INSPECT TR-PASSWORD TALLYING WS-PASSWORD-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE

           IF WS-PASSWORD-LEN < WS-MIN-PASSWORD
               MOVE "N"                TO WS-PASSWORD-OK-SW
           ELSE
               IF WS-PASSWORD-LEN < LENGTH OF TR-PASSWORD
                   IF TR-PASSWORD (WS-PASSWORD-LEN + 1:) NOT = SPACES
                       MOVE "N"        TO WS-PASSWORD-OK-SW
                   END-IF
               END-IF
           END-IF

           IF NOT WS-PASSWORD-OK
               MOVE "CLAVE INVALIDA (MINIMO 6)"
                                       TO WS-MD-RESULTADO
           END-IF.

       2900-EXIT.
           EXIT.

      ******************************************************************
      * 2950-HASH-PASSWORD - STORE THE HASHED FORM OF TR-PASSWORD
      ******************************************************************
       2950-HASH-PASSWORD.
           MOVE SPACES                 TO SGN-REQUEST
           MOVE "H"                    TO SGN-FUNCTION
           MOVE "USERMNT"              TO SGN-PROGRAM
           MOVE TR-USER-ID             TO SGN-USER-ID
           MOVE TR-PASSWORD            TO SGN-PASSWORD
           CALL "SIGNON" USING SGN-REQUEST
           MOVE SGN-PASSWORD-HASH      TO US-PASSWORD-HASH
           MOVE SPACES                 TO SGN-PASSWORD.

       2950-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES
      ******************************************************************
       9000-TERMINATE.
           CLOSE TRANS-FILE
           CLOSE OPERATOR-USERS
           CLOSE MAINT-REPORT

           IF WS-INPUT-MISSING
               MOVE 8                  TO RETURN-CODE
           ELSE
               MOVE ZERO               TO RETURN-CODE
           END-IF.

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
           MOVE "USERMNT"              TO ALR-PROGRAM
           MOVE ZERO                   TO ALR-STEP-NUMBER
           MOVE RETURN-CODE            TO ALR-RETURN-CODE
           MOVE "USERMNT-REPORT"       TO ALR-REPORT-NAME

           CALL "ALERTPUT" USING ALR-REQUEST
           MOVE ALR-RETURN-CODE        TO RETURN-CODE.

       9900-EXIT.
           EXIT.

       END PROGRAM USERMNT.
