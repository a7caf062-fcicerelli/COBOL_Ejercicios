      ******************************************************************
      * Author:     Fabio Cicerelli
      * Date:       15/OCT/2026
      * Purpose:    Shared sign-on and access-control facility for
      *             MENU and the interactive programs.  CALLed with an
      *             SGN-REQUEST (SIGNPARM layout).  Prompting for user
      *             id and password, it checks them against
      *             OPERATOR-USERS and opens the session for the rest
      *             of the run, so STUDINQ and GRADENTR CALLed from
      *             MENU find the operator already signed on and only
      *             ask when run on their own.  Consecutive failures
      *             are counted on the user record and lock the
      *             account at the limit; only USERMNT unlocks it.
      *             It also checks GRADECHG's approver ids against the
      *             registrar approver role, keeps passwords only in
      *             hashed form, and writes every sign-on, failure,
      *             lockout, refusal, sensitive inquiry and sign-off -
      *             its own and its callers' - to ACCESS-LOG, where
      *             ACCESRPT reports on them.  OPERATOR-USERS and
      *             ACCESS-LOG are enqueued for the moment of each
      *             access only.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 15/OCT/26  FC   Initial version.
      * 15/OCT/26  FC   ACCESS-LOG is enqueued through its own request
      *                 area.  Writing the log during a sign-on
      *                 overlaid the OPERATOR-USERS request, so the
      *                 release freed ACCESS-LOG again and left
      *                 OPERATOR-USERS locked by the caller.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-USERS ASSIGN TO "OPERATOR-USERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USERS-STATUS.

           SELECT ACCESS-LOG ASSIGN TO "ACCESS-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESSLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-USERS.
           COPY USERMAST.

       FD  ACCESS-LOG
           RECORD CONTAINS 80 CHARACTERS.
           COPY ACCESLOG.

       WORKING-STORAGE SECTION.
       77  WS-USERS-STATUS             PIC X(02).
       77  WS-ACCESSLOG-STATUS         PIC X(02).

           COPY ENQPARM.

      *    ACCESS-LOG IS ENQUEUED THROUGH ITS OWN REQUEST AREA, SO A
      *    LOG WRITTEN WHILE THE OPERATOR-USERS LOCK IS HELD DOES NOT
      *    OVERLAY THE REQUEST THAT LOCK IS RELEASED WITH
           COPY ENQPARM REPLACING
               LEADING ==ENQ-== BY ==WS-LOG-ENQ-==.

      *    THE SESSION OPENED BY A SUCCESSFUL SIGN-ON, KEPT FOR THE
      *    REST OF THE RUN
       01  WS-SESSION.
           05  WS-SESSION-SW           PIC X(01) VALUE "N".
               88  WS-SESSION-OPEN             VALUE "S".
           05  WS-SESSION-USER         PIC X(08) VALUE SPACES.
           05  WS-SESSION-ROLE         PIC X(01) VALUE SPACES.

      *    CONSECUTIVE FAILURES THAT LOCK AN ACCOUNT, AND ATTEMPTS
      *    ALLOWED AT ONE PROMPT
       77  WS-MAX-FAILURES             PIC 9(01) VALUE 3.
       77  WS-MAX-ATTEMPTS             PIC 9(01) VALUE 3.
       77  WS-ATTEMPT                  PIC 9(01) COMP.

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-FECHA            PIC 9(08).
           05  WS-RUN-HORA             PIC 9(08).

       01  WS-SIGNON-INPUT.
           05  WS-USER-IN              PIC X(08).
           05  WS-PASSWORD-IN          PIC X(08).

      *    THE ENTRY BEING LOGGED
       01  WS-LOG-ENTRY.
           05  WS-LOG-USER             PIC X(08).
           05  WS-LOG-ROLE             PIC X(01).
           05  WS-LOG-EVENT            PIC X(01).
           05  WS-LOG-OBJECT           PIC X(20).
           05  WS-LOG-DETAIL           PIC X(26).

      *    PASSWORD HASH: EACH CHARACTER OF USER ID PLUS PASSWORD IS
      *    NUMBERED BY ITS PLACE IN WS-HASH-ALPHABET AND FOLDED INTO
      *    A POLYNOMIAL MODULO A 10-DIGIT PRIME, SO THE SAME PASSWORD
      *    GIVES A DIFFERENT VALUE FOR EACH USER
       01  WS-HASH-WORK.
           05  WS-HASH-ALPHABET        PIC X(80) VALUE
               " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrs
      -        "tuvwxyz.,;:-_+*/=!?#$%&".
           05  WS-HASH-INPUT           PIC X(16).
           05  WS-HASH-POS             PIC 9(02) COMP.
           05  WS-HASH-CHAR            PIC X(01).
           05  WS-CHAR-CODE            PIC 9(03) COMP.
           05  WS-HASH-VALUE           PIC 9(10).
           05  WS-HASH-PRODUCT         PIC 9(15).
           05  WS-HASH-QUOTIENT        PIC 9(15).
           05  WS-HASH-MODULUS         PIC 9(10) VALUE 9999999967.

       01  WS-SWITCHES.
           05  WS-STOP-SW              PIC X(01) VALUE "N".
               88  WS-STOP                      VALUE "S".
           05  WS-UNAVAILABLE-SW       PIC X(01) VALUE "N".
               88  WS-UNAVAILABLE               VALUE "S".

       LINKAGE SECTION.
           COPY SIGNPARM.

       PROCEDURE DIVISION USING SGN-REQUEST.
       0000-MAIN-PROCEDURE.
           MOVE ZERO                   TO SGN-RESULT
           ACCEPT WS-RUN-FECHA         FROM DATE YYYYMMDD
           ACCEPT WS-RUN-HORA          FROM TIME

           EVALUATE TRUE
               WHEN SGN-FUNC-PROMPT
                   PERFORM 1000-PROMPT-SIGNON
                       THRU 1000-EXIT
               WHEN SGN-FUNC-QUERY
                   PERFORM 2000-QUERY-SESSION
                       THRU 2000-EXIT
               WHEN SGN-FUNC-SIGNOFF
                   PERFORM 3000-SIGN-OFF
                       THRU 3000-EXIT
               WHEN SGN-FUNC-VERIFY
                   PERFORM 4000-VERIFY-APPROVER
                       THRU 4000-EXIT
               WHEN SGN-FUNC-LOG
                   PERFORM 5000-LOG-FOR-CALLER
                       THRU 5000-EXIT
               WHEN SGN-FUNC-HASH
                   MOVE SGN-USER-ID    TO WS-HASH-INPUT (1:8)
                   MOVE SGN-PASSWORD   TO WS-HASH-INPUT (9:8)
                   PERFORM 8000-HASH-PASSWORD
                       THRU 8000-EXIT
                   MOVE WS-HASH-VALUE  TO SGN-PASSWORD-HASH
               WHEN OTHER
                   SET SGN-REFUSED     TO TRUE
           END-EVALUATE

           GOBACK.

      ******************************************************************
      * 1000-PROMPT-SIGNON - ASK FOR USER ID AND PASSWORD UNTIL THEY
      *                      ARE RIGHT, THE ATTEMPTS RUN OUT OR THE
      *                      ACCOUNT CANNOT SIGN ON AT ALL.  AN OPEN
      *                      SESSION IS SIMPLY RETURNED
      ******************************************************************
       1000-PROMPT-SIGNON.
           IF WS-SESSION-OPEN
               PERFORM 2000-QUERY-SESSION
                   THRU 2000-EXIT
               GO TO 1000-EXIT
           END-IF

           MOVE ZERO                   TO WS-ATTEMPT
           MOVE "N"                    TO WS-STOP-SW
           MOVE "N"                    TO WS-UNAVAILABLE-SW

           PERFORM 1100-ONE-ATTEMPT
               THRU 1100-EXIT
               UNTIL WS-SESSION-OPEN
               OR WS-STOP
               OR WS-ATTEMPT >= WS-MAX-ATTEMPTS

           EVALUATE TRUE
               WHEN WS-SESSION-OPEN
                   PERFORM 2000-QUERY-SESSION
                       THRU 2000-EXIT
               WHEN WS-UNAVAILABLE
                   SET SGN-UNAVAILABLE TO TRUE
               WHEN OTHER
                   SET SGN-REFUSED     TO TRUE
           END-EVALUATE.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-ONE-ATTEMPT - ONE USER ID AND PASSWORD FROM THE OPERATOR
      ******************************************************************
       1100-ONE-ATTEMPT.
           ADD 1                       TO WS-ATTEMPT
           MOVE SPACES                 TO WS-SIGNON-INPUT

           DISPLAY " "
           DISPLAY "USUARIO: "
           ACCEPT WS-USER-IN
           DISPLAY "CLAVE: "
           ACCEPT WS-PASSWORD-IN

           IF WS-USER-IN = SPACES
               DISPLAY "INGRESE SU USUARIO"
               GO TO 1100-EXIT
           END-IF

           PERFORM 1200-CHECK-CREDENTIALS
               THRU 1200-EXIT
           MOVE SPACES                 TO WS-PASSWORD-IN.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CHECK-CREDENTIALS - LOOK UP THE USER UNDER THE
      *                          OPERATOR-USERS LOCK, CHECK STATUS
      *                          AND PASSWORD, AND RECORD THE RESULT
      *                          ON THE USER RECORD AND ACCESS-LOG
      ******************************************************************
       1200-CHECK-CREDENTIALS.
           MOVE SGN-PROGRAM            TO ENQ-HOLDER
           MOVE "A"                    TO ENQ-FUNCTION
           MOVE "OPERATOR-USERS"       TO ENQ-RESOURCE
           MOVE "W"                    TO ENQ-MODE
           CALL "ENQUEUE" USING ENQ-REQUEST
           IF NOT ENQ-OK
               DISPLAY "SIGNON - OPERATOR-USERS EN USO POR "
                   ENQ-HOLDER-OUT ", REINTENTE MAS TARDE"
               SET WS-UNAVAILABLE      TO TRUE
               SET WS-STOP             TO TRUE
               GO TO 1200-EXIT
           END-IF

           OPEN I-O OPERATOR-USERS
           IF WS-USERS-STATUS = "00"
               PERFORM 1250-CHECK-USER
                   THRU 1250-EXIT
               CLOSE OPERATOR-USERS
           ELSE
               DISPLAY "SIGNON - OPERATOR-USERS NO DISPONIBLE, "
                   "STATUS = " WS-USERS-STATUS
               SET WS-UNAVAILABLE      TO TRUE
               SET WS-STOP             TO TRUE
           END-IF

           MOVE "R"                    TO ENQ-FUNCTION
           CALL "ENQUEUE" USING ENQ-REQUEST.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1250-CHECK-USER - READ THE USER, CHECK STATUS AND PASSWORD
      ******************************************************************
       1250-CHECK-USER.
           MOVE WS-USER-IN             TO US-USER-ID
           READ OPERATOR-USERS
               KEY IS US-USER-ID
               INVALID KEY
                   DISPLAY "USUARIO O CLAVE INCORRECTOS"
                   MOVE WS-USER-IN     TO WS-LOG-USER
                   MOVE SPACES         TO WS-LOG-ROLE
                   MOVE "F"            TO WS-LOG-EVENT
                   MOVE SPACES         TO WS-LOG-OBJECT
                   MOVE "USUARIO INEXISTENTE"
                                       TO WS-LOG-DETAIL
                   PERFORM 7000-WRITE-LOG
                       THRU 7000-EXIT
                   GO TO 1250-EXIT
           END-READ

           MOVE US-USER-ID             TO WS-LOG-USER
           MOVE US-ROLE                TO WS-LOG-ROLE
           MOVE SPACES                 TO WS-LOG-OBJECT

           IF NOT US-STATUS-ACTIVE
               MOVE "R"                TO WS-LOG-EVENT
               IF US-STATUS-LOCKED
                   DISPLAY "USUARIO BLOQUEADO, SOLICITE EL DESBLOQUEO"
                   MOVE "USUARIO BLOQUEADO"
                                       TO WS-LOG-DETAIL
               ELSE
                   DISPLAY "USUARIO DADO DE BAJA"
                   MOVE "USUARIO DADO DE BAJA"
                                       TO WS-LOG-DETAIL
               END-IF
               PERFORM 7000-WRITE-LOG
                   THRU 7000-EXIT
               SET WS-STOP             TO TRUE
               GO TO 1250-EXIT
           END-IF

           MOVE WS-USER-IN             TO WS-HASH-INPUT (1:8)
           MOVE WS-PASSWORD-IN         TO WS-HASH-INPUT (9:8)
           PERFORM 8000-HASH-PASSWORD
               THRU 8000-EXIT

           IF WS-HASH-VALUE = US-PASSWORD-HASH
               PERFORM 1300-SIGNON-OK
                   THRU 1300-EXIT
           ELSE
               PERFORM 1400-SIGNON-FAILED
                   THRU 1400-EXIT
           END-IF.

       1250-EXIT.
           EXIT.

      ******************************************************************
      * 1300-SIGNON-OK - CLEAR THE FAILURE COUNT, STAMP THE SIGN-ON
      *                  AND OPEN THE SESSION
      ******************************************************************
       1300-SIGNON-OK.
           MOVE ZERO                   TO US-FAILED-COUNT
           MOVE WS-RUN-FECHA           TO US-LAST-SIGNON-DATE
           MOVE WS-RUN-HORA            TO US-LAST-SIGNON-TIME
           REWRITE OPERATOR-USER-RECORD
               INVALID KEY
                   DISPLAY "SIGNON - ERROR AL GRABAR EL USUARIO "
                       US-USER-ID
           END-REWRITE

           SET WS-SESSION-OPEN         TO TRUE
           MOVE US-USER-ID             TO WS-SESSION-USER
           MOVE US-ROLE                TO WS-SESSION-ROLE
           DISPLAY "BIENVENIDO, " US-USER-NAME

           MOVE "S"                    TO WS-LOG-EVENT
           MOVE "INGRESO"              TO WS-LOG-DETAIL
           PERFORM 7000-WRITE-LOG
               THRU 7000-EXIT.

       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1400-SIGNON-FAILED - COUNT THE FAILURE; AT THE LIMIT THE
      *                      ACCOUNT IS LOCKED
      ******************************************************************
       1400-SIGNON-FAILED.
           IF US-FAILED-COUNT IS NOT NUMERIC
               MOVE ZERO               TO US-FAILED-COUNT
           END-IF
           ADD 1                       TO US-FAILED-COUNT

           MOVE "F"                    TO WS-LOG-EVENT
           MOVE "CLAVE INCORRECTA"     TO WS-LOG-DETAIL
           PERFORM 7000-WRITE-LOG
               THRU 7000-EXIT

           IF US-FAILED-COUNT >= WS-MAX-FAILURES
               SET US-STATUS-LOCKED    TO TRUE
               MOVE WS-RUN-FECHA       TO US-LOCK-DATE
               DISPLAY "USUARIO BLOQUEADO POR INTENTOS FALLIDOS, "
                   "SOLICITE EL DESBLOQUEO"
               MOVE "B"                TO WS-LOG-EVENT
               MOVE "BLOQUEADO POR INTENTOS"
                                       TO WS-LOG-DETAIL
               PERFORM 7000-WRITE-LOG
                   THRU 7000-EXIT
               SET WS-STOP             TO TRUE
           ELSE
               DISPLAY "USUARIO O CLAVE INCORRECTOS"
           END-IF

           REWRITE OPERATOR-USER-RECORD
               INVALID KEY
                   DISPLAY "SIGNON - ERROR AL GRABAR EL USUARIO "
                       US-USER-ID
           END-REWRITE.

       1400-EXIT.
           EXIT.

      ******************************************************************
      * 2000-QUERY-SESSION - RETURN THE SESSION OPEN IN THIS RUN
      ******************************************************************
       2000-QUERY-SESSION.
           IF NOT WS-SESSION-OPEN
               MOVE SPACES             TO SGN-USER-ID
               MOVE SPACES             TO SGN-ROLE
               SET SGN-NO-SESSION      TO TRUE
               GO TO 2000-EXIT
           END-IF

           MOVE WS-SESSION-USER        TO SGN-USER-ID
           MOVE WS-SESSION-ROLE        TO SGN-ROLE
           SET SGN-OK                  TO TRUE.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SIGN-OFF - LOG THE SIGN-OFF AND CLOSE THE SESSION
      ******************************************************************
       3000-SIGN-OFF.
           IF NOT WS-SESSION-OPEN
               GO TO 3000-EXIT
           END-IF

           MOVE WS-SESSION-USER        TO WS-LOG-USER
           MOVE WS-SESSION-ROLE        TO WS-LOG-ROLE
           MOVE "O"                    TO WS-LOG-EVENT
           MOVE SPACES                 TO WS-LOG-OBJECT
           MOVE "SALIDA"               TO WS-LOG-DETAIL
           PERFORM 7000-WRITE-LOG
               THRU 7000-EXIT

           MOVE "N"                    TO WS-SESSION-SW
           MOVE SPACES                 TO WS-SESSION-USER
           MOVE SPACES                 TO WS-SESSION-ROLE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-VERIFY-APPROVER - SGN-USER-ID MUST BE AN ACTIVE USER
      *                        WITH THE REGISTRAR APPROVER ROLE.  A
      *                        REFUSAL IS LOGGED AGAINST THE ID GIVEN
      ******************************************************************
       4000-VERIFY-APPROVER.
           MOVE SGN-PROGRAM            TO ENQ-HOLDER
           MOVE "A"                    TO ENQ-FUNCTION
           MOVE "OPERATOR-USERS"       TO ENQ-RESOURCE
           MOVE "R"                    TO ENQ-MODE
           CALL "ENQUEUE" USING ENQ-REQUEST
           IF NOT ENQ-OK
               SET SGN-UNAVAILABLE     TO TRUE
               GO TO 4000-EXIT
           END-IF

           OPEN INPUT OPERATOR-USERS
           IF WS-USERS-STATUS = "00"
               PERFORM 4100-READ-APPROVER
                   THRU 4100-EXIT
               CLOSE OPERATOR-USERS
           ELSE
               SET SGN-UNAVAILABLE     TO TRUE
           END-IF

           MOVE "R"                    TO ENQ-FUNCTION
           CALL "ENQUEUE" USING ENQ-REQUEST

           IF SGN-REFUSED
               MOVE SGN-USER-ID        TO WS-LOG-USER
               MOVE "R"                TO WS-LOG-EVENT
               MOVE SGN-OBJECT         TO WS-LOG-OBJECT
               PERFORM 7000-WRITE-LOG
                   THRU 7000-EXIT
           END-IF.

       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-READ-APPROVER - LOOK UP THE ID AND CHECK ROLE AND STATUS
      ******************************************************************
       4100-READ-APPROVER.
           MOVE SGN-USER-ID            TO US-USER-ID
           READ OPERATOR-USERS
               KEY IS US-USER-ID
               INVALID KEY
                   SET SGN-REFUSED     TO TRUE
                   MOVE SPACES         TO WS-LOG-ROLE
                   MOVE "APROBADOR INEXISTENTE"
                                       TO WS-LOG-DETAIL
               NOT INVALID KEY
                   MOVE US-ROLE        TO WS-LOG-ROLE
                   EVALUATE TRUE
                       WHEN NOT US-ROLE-APPROVER
                           SET SGN-REFUSED
                                       TO TRUE
                           MOVE "ROL NO APROBADOR"
                                       TO WS-LOG-DETAIL
                       WHEN NOT US-STATUS-ACTIVE
                           SET SGN-REFUSED
                                       TO TRUE
                           MOVE "APROBADOR NO ACTIVO"
                                       TO WS-LOG-DETAIL
                   END-EVALUATE
           END-READ.

       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-LOG-FOR-CALLER - ONE ACCESS-LOG ENTRY FOR THE CALLER,
      *                       UNDER THE SIGNED-ON USER WHEN THERE IS
      *                       ONE, ELSE UNDER THE USER ID PASSED
      ******************************************************************
       5000-LOG-FOR-CALLER.
           IF WS-SESSION-OPEN
               MOVE WS-SESSION-USER    TO WS-LOG-USER
               MOVE WS-SESSION-ROLE    TO WS-LOG-ROLE
           ELSE
               MOVE SGN-USER-ID        TO WS-LOG-USER
               MOVE SGN-ROLE           TO WS-LOG-ROLE
           END-IF
           MOVE SGN-EVENT              TO WS-LOG-EVENT
           MOVE SGN-OBJECT             TO WS-LOG-OBJECT
           MOVE SGN-DETAIL             TO WS-LOG-DETAIL

           PERFORM 7000-WRITE-LOG
               THRU 7000-EXIT.

       5000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-LOG - APPEND WS-LOG-ENTRY TO ACCESS-LOG UNDER ITS
      *                  LOCK.  WHEN THE LOG IS IN USE THE ENTRY IS
      *                  DISPLAYED ON THE CONSOLE INSTEAD
      ******************************************************************
       7000-WRITE-LOG.
           MOVE SGN-PROGRAM            TO WS-LOG-ENQ-HOLDER
           MOVE "A"                    TO WS-LOG-ENQ-FUNCTION
           MOVE "ACCESS-LOG"           TO WS-LOG-ENQ-RESOURCE
           MOVE "W"                    TO WS-LOG-ENQ-MODE
           CALL "ENQUEUE" USING WS-LOG-ENQ-REQUEST
           IF NOT WS-LOG-ENQ-OK
               DISPLAY "SIGNON - ACCESS-LOG EN USO POR "
                   WS-LOG-ENQ-HOLDER-OUT ": " SGN-PROGRAM " "
                   WS-LOG-USER " " WS-LOG-EVENT " " WS-LOG-OBJECT " "
                   WS-LOG-DETAIL
               GO TO 7000-EXIT
           END-IF

           OPEN EXTEND ACCESS-LOG
           IF WS-ACCESSLOG-STATUS = "35"
               OPEN OUTPUT ACCESS-LOG
           END-IF

           MOVE SPACES                 TO ACCESS-LOG-RECORD
           MOVE WS-RUN-FECHA           TO AX-TS-DATE
           MOVE WS-RUN-HORA            TO AX-TS-TIME
           MOVE SGN-PROGRAM            TO AX-PROGRAM
           MOVE WS-LOG-USER            TO AX-USER-ID
           MOVE WS-LOG-ROLE            TO AX-ROLE
           MOVE WS-LOG-EVENT           TO AX-EVENT
           MOVE WS-LOG-OBJECT          TO AX-OBJECT
           MOVE WS-LOG-DETAIL          TO AX-DETAIL
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG

           MOVE "R"                    TO WS-LOG-ENQ-FUNCTION
           CALL "ENQUEUE" USING WS-LOG-ENQ-REQUEST.

       7000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-HASH-PASSWORD - WS-HASH-INPUT (USER ID AND PASSWORD) TO
      *                      WS-HASH-VALUE
      ******************************************************************
       8000-HASH-PASSWORD.
           MOVE 7                      TO WS-HASH-VALUE

           PERFORM 8100-HASH-ONE-CHAR
               THRU 8100-EXIT
               VARYING WS-HASH-POS FROM 1 BY 1
               UNTIL WS-HASH-POS > 16.

       8000-EXIT.
           EXIT.

      ******************************************************************
      * 8100-HASH-ONE-CHAR - FOLD ONE CHARACTER IN.  A CHARACTER NOT
      *                      IN THE ALPHABET COUNTS AS ITS LENGTH
      ******************************************************************
       8100-HASH-ONE-CHAR.
           MOVE WS-HASH-INPUT (WS-HASH-POS:1)
                                       TO WS-HASH-CHAR
           MOVE ZERO                   TO WS-CHAR-CODE
           INSPECT WS-HASH-ALPHABET TALLYING WS-CHAR-CODE
               FOR CHARACTERS BEFORE INITIAL WS-HASH-CHAR

           COMPUTE WS-HASH-PRODUCT =
               WS-HASH-VALUE * 131 + WS-CHAR-CODE + 1
           DIVIDE WS-HASH-PRODUCT BY WS-HASH-MODULUS
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-HASH-VALUE.

       8100-EXIT.
           EXIT.

       END PROGRAM SIGNON.
