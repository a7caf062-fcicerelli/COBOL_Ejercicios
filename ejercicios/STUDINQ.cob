      *             student's most recent average from GRADE-HISTORY
      *             is shown next to the master data so both of the
      *             questions we actually get are answered in one
      *             lookup.  The operator must be signed on through
      *             SIGNON (from MENU, or prompted here when run on
      *             its own); grades are shown only to the academic
      *             office and registrar roles, and every grade
      *             inquiry or refusal is written to ACCESS-LOG.
      * Tectonics: cobc -x STUDINQ.cob ENQUEUE.cob SIGNON.cob
      *            -o STUDINQ
      *            (ENQUEUE and SIGNON are CALLed by name, so they
      *            must be linked into the same executable)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      *                 an abend is flagged so the operator breaks it
      *                 with LOCKBRK instead of deleting mystery
      *                 files.
      * 15/OCT/26  FC   Credit hours.  Below the last average the
      *                 inquiry now shows the credit-weighted
      *                 cumulative average and the credits earned and
      *                 attempted, totalled from the student's
      *                 GRADE-HISTORY terms, and the standing line
      *                 knows the new ATRASO CREDITOS code.
      * 15/OCT/26  FC   Access control.  The run needs a SIGNON
      *                 session (the MENU one, or a sign-on prompted
      *                 here) and is refused to lab assistants.
      *                 Standing, averages and credits are shown only
      *                 to the academic office and registrar roles;
      *                 each one shown is logged to ACCESS-LOG as an
      *                 inquiry on the student, and each withheld as
      *                 a refusal.  SIGNON added to the Tectonics.
      * 15/OCT/26  FC   The cumulative average is credit-weighted
      *                 only when every term records credits and is
      *                 otherwise the plain mean of all the terms, so
      *                 terms without credits are no longer dropped;
      *                 the same rule as STANDING.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDINQ.

           COPY ENQPARM.

           COPY SIGNPARM.

       01  WS-STUDMAST-STATUS          PIC X(02).
       01  WS-GRADHIST-STATUS          PIC X(02).
       01  WS-STANDING-STATUS          PIC X(02).
           05  WS-LAST-TERM            PIC X(06).
           05  WS-LAST-PROMEDIO        PIC 9(03)V99.
           05  WS-STANDING-DISPLAY     PIC X(15).
           05  WS-TERM-COUNT           PIC 9(03) COMP.
           05  WS-CREDIT-TERM-COUNT    PIC 9(03) COMP.
           05  WS-CREDITS-EARNED       PIC 9(04).
           05  WS-CREDITS-ATTEMPTED    PIC 9(04).
           05  WS-CUM-WEIGHTED-SUM     PIC 9(09)V99.
           05  WS-CUM-SUM              PIC 9(07)V99.
           05  WS-CUM-PROMEDIO         PIC 9(03)V99.
           05  WS-CREDITS-ED           PIC Z(03)9.
           05  WS-ATTEMPTED-ED         PIC Z(03)9.

       01  WS-SWITCHES.
           05  WS-ACCESS-OK-SW         PIC X(01) VALUE "N".
               88  WS-ACCESS-OK                 VALUE "S".
           05  WS-SALIR-SW             PIC X(01) VALUE "N".
               88  WS-SALIR                     VALUE "S".
           05  WS-MASTER-OK-SW         PIC X(01) VALUE "N".

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

           GOBACK.

      ******************************************************************
      * 0050-CHECK-ACCESS - TAKE THE SIGNON SESSION (PROMPTING FOR A
      *                     SIGN-ON WHEN THERE IS NONE) AND REFUSE
      *                     THE ROLES NOT ALLOWED INTO THE INQUIRY
      ******************************************************************
       0050-CHECK-ACCESS.
           MOVE "N"                    TO WS-ACCESS-OK-SW
           MOVE SPACES                 TO SGN-REQUEST
           MOVE "P"                    TO SGN-FUNCTION
           MOVE "STUDINQ"              TO SGN-PROGRAM
           CALL "SIGNON" USING SGN-REQUEST
           IF NOT SGN-OK
               DISPLAY "STUDINQ - ACCESO DENEGADO"
               GO TO 0050-EXIT
           END-IF

           IF SGN-ROLE-LAB
               DISPLAY "STUDINQ - CONSULTA NO AUTORIZADA PARA SU ROL"
               MOVE "L"                TO SGN-FUNCTION
               MOVE "R"                TO SGN-EVENT
               MOVE "STUDINQ"          TO SGN-OBJECT
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
           EXIT.

      ******************************************************************
      * 4000-DISPLAY-STUDENT - SHOW THE MASTER DATA AND, TO THE
      *                        ROLES ALLOWED TO SEE GRADES, THE
      *                        STANDING AND AVERAGES
      ******************************************************************
       4000-DISPLAY-STUDENT.
           EVALUATE TRUE
           DISPLAY "NOMBRE:  " SM-STUDENT-NAME
           DISPLAY "STATUS:  " WS-STATUS-DISPLAY

           MOVE "L"                    TO SGN-FUNCTION
           MOVE "STUDINQ"              TO SGN-PROGRAM
           MOVE SM-STUDENT-ID          TO SGN-OBJECT
           IF NOT SGN-ROLE-ACADEMIC
               AND NOT SGN-ROLE-APPROVER
               DISPLAY "NOTAS:   NO AUTORIZADO PARA SU ROL"
               MOVE "R"                TO SGN-EVENT
               MOVE "CONSULTA DE NOTAS DENEGADA"
                                       TO SGN-DETAIL
               CALL "SIGNON" USING SGN-REQUEST
               GO TO 4000-EXIT
           END-IF

           MOVE "C"                    TO SGN-EVENT
           MOVE "NOTAS Y SITUACION"    TO SGN-DETAIL
           CALL "SIGNON" USING SGN-REQUEST

           PERFORM 4200-SHOW-STANDING
               THRU 4200-EXIT

      ******************************************************************
      * 4100-SHOW-LATEST-AVERAGE - WALK THE STUDENT'S GRADE-HISTORY
      *                            AND SHOW THE LAST (MOST RECENT)
      *                            TERM'S AVERAGE, THE CUMULATIVE
      *                            AVERAGE (CREDIT-WEIGHTED WHEN EVERY
      *                            TERM RECORDS CREDITS, OTHERWISE A
      *                            PLAIN MEAN OF ALL THE TERMS, AS
      *                            STANDING DOES) AND THE CREDITS
      *                            EARNED
      ******************************************************************
       4100-SHOW-LATEST-AVERAGE.
           IF NOT WS-HISTORY-OK

           MOVE "N"                    TO WS-FIN-HISTORIA-SW
           MOVE "N"                    TO WS-TIENE-HISTORIA-SW
           MOVE ZERO                   TO WS-TERM-COUNT
           MOVE ZERO                   TO WS-CREDIT-TERM-COUNT
           MOVE ZERO                   TO WS-CREDITS-EARNED
           MOVE ZERO                   TO WS-CREDITS-ATTEMPTED
           MOVE ZERO                   TO WS-CUM-WEIGHTED-SUM
           MOVE ZERO                   TO WS-CUM-SUM

           MOVE SM-STUDENT-ID          TO GH-STUDENT-ID
           MOVE LOW-VALUES             TO GH-TERM-ID
               MOVE WS-LAST-PROMEDIO   TO WS-PROMEDIO-ED
               DISPLAY "ULTIMO PROMEDIO: " WS-PROMEDIO-ED
                   " (TERMINO " WS-LAST-TERM ")"
               IF WS-CREDIT-TERM-COUNT = WS-TERM-COUNT
                   COMPUTE WS-CUM-PROMEDIO ROUNDED =
                       WS-CUM-WEIGHTED-SUM / WS-CREDITS-ATTEMPTED
               ELSE
                   COMPUTE WS-CUM-PROMEDIO ROUNDED =
                       WS-CUM-SUM / WS-TERM-COUNT
               END-IF
               MOVE WS-CUM-PROMEDIO    TO WS-PROMEDIO-ED
               DISPLAY "PROMEDIO ACUMULADO: " WS-PROMEDIO-ED
               MOVE WS-CREDITS-EARNED  TO WS-CREDITS-ED
               MOVE WS-CREDITS-ATTEMPTED
                                       TO WS-ATTEMPTED-ED
               DISPLAY "CREDITOS APROBADOS: " WS-CREDITS-ED
                   " DE " WS-ATTEMPTED-ED " CURSADOS"
           ELSE
               DISPLAY "ULTIMO PROMEDIO: SIN HISTORIA"
           END-IF.

           SET WS-TIENE-HISTORIA       TO TRUE
           MOVE GH-TERM-ID             TO WS-LAST-TERM
           MOVE GH-PROMEDIO            TO WS-LAST-PROMEDIO
           ADD 1                       TO WS-TERM-COUNT
           ADD GH-PROMEDIO             TO WS-CUM-SUM

           IF GH-CREDITS-ATTEMPTED IS NUMERIC
               AND GH-CREDITS-EARNED IS NUMERIC
               ADD GH-CREDITS-ATTEMPTED
                                       TO WS-CREDITS-ATTEMPTED
               ADD GH-CREDITS-EARNED   TO WS-CREDITS-EARNED
               COMPUTE WS-CUM-WEIGHTED-SUM = WS-CUM-WEIGHTED-SUM
                   + (GH-PROMEDIO * GH-CREDITS-ATTEMPTED)
               IF GH-CREDITS-ATTEMPTED > ZERO
                   ADD 1               TO WS-CREDIT-TERM-COUNT
               END-IF
           END-IF.

       4110-EXIT.
           EXIT.
                       WHEN ST-STANDING-DEANS
                           MOVE "CUADRO DE HONOR"
                                       TO WS-STANDING-DISPLAY
                       WHEN ST-STANDING-CREDITS
                           MOVE "ATRASO CREDITOS"
                                       TO WS-STANDING-DISPLAY
                       WHEN OTHER
                           MOVE "NORMAL"
                                       TO WS-STANDING-DISPLAY
