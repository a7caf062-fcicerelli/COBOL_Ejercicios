      * Date:       09/AUG/2026
      * Purpose:    Front-end menu tying together the lab utilities
      *             (dividir, MRU, PROMEDIO) behind a single entry
      *             point for the lab assistants.  The operator
      *             signs on through SIGNON first, and only the
      *             options the role allows are shown and run.
      * Tectonics: cobc -x MENU.cob dividir.cob MLU.cob PROMEDIO.cob
      *            STUDINQ.cob GRADENTR.cob ENQUEUE.cob ALERTPUT.cob
      *            SIGNON.cob -o MENU
      *            (the called utilities are CALLed by name, not
      *            loaded as separate modules, so they must be linked
      *            into the same executable as MENU)
      *                 modules.
      * 21/AUG/26  FC   Added option 4, the STUDINQ student inquiry
      *                 and browse screen; SALIR moved to option 5.
      * 15/OCT/26  FC   Added option 5, the GRADENTR grade-entry
      *                 screen for instructors; SALIR moved to option 6.
      * 15/OCT/26  FC   Tectonics: ALERTPUT added to the build, since
      *                 dividir/MRU/PROMEDIO now CALL it to raise
      *                 operator alerts.
      * 15/OCT/26  FC   Sign-on through SIGNON before the menu is
      *                 shown; a refused sign-on ends the run.  Each
      *                 option lists the roles allowed to use it and
      *                 only those are shown; choosing another one is
      *                 refused and written to ACCESS-LOG.  SALIR
      *                 signs off.  SIGNON added to the Tectonics.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU.
       WORKING-STORAGE SECTION.
       01  WS-OPCION                   PIC 9(01).

           COPY SIGNPARM.

      *    MENU OPTIONS AND THE ROLES ALLOWED TO USE EACH ONE
      *    (L LAB ASSISTANT, O OPERATOR, A ACADEMIC OFFICE,
      *    R REGISTRAR APPROVER)
       01  WS-OPCION-TABLE.
           05  FILLER                  PIC X(44) VALUE
               "  1. UTILIDAD DE DIVISION (dividir)".
           05  FILLER                  PIC X(04) VALUE "L".
           05  FILLER                  PIC X(44) VALUE
               "  2. CALCULADORA DE MOVIMIENTO (MRU/MRUV)".
           05  FILLER                  PIC X(04) VALUE "L".
           05  FILLER                  PIC X(44) VALUE
               "  3. PROMEDIO DE NOTAS (PROMEDIO)".
           05  FILLER                  PIC X(04) VALUE "OA".
           05  FILLER                  PIC X(44) VALUE
               "  4. CONSULTA DE ALUMNOS (STUDINQ)".
           05  FILLER                  PIC X(04) VALUE "OAR".
           05  FILLER                  PIC X(44) VALUE
               "  5. CARGA DE NOTAS (GRADENTR)".
           05  FILLER                  PIC X(04) VALUE "LA".
       01  WS-OPCION-TABLE-R REDEFINES WS-OPCION-TABLE.
           05  WS-OPCION-ENTRY         OCCURS 5 TIMES.
               10  WS-OPCION-TEXTO     PIC X(44).
               10  WS-OPCION-ROLES     PIC X(04).

       77  WS-OPCION-SUB               PIC 9(02) COMP.
       77  WS-ROLE-HITS                PIC 9(02) COMP.

       01  WS-SWITCHES.
           05  WS-SALIR-SW             PIC X(01) VALUE "N".
               88  WS-SALIR                     VALUE "S".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE SPACES                 TO SGN-REQUEST
           MOVE "P"                    TO SGN-FUNCTION
           MOVE "MENU"                 TO SGN-PROGRAM
           CALL "SIGNON" USING SGN-REQUEST
           IF NOT SGN-OK
               DISPLAY "ACCESO DENEGADO"
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-MOSTRAR-MENU
               THRU 1000-EXIT
               UNTIL WS-SALIR
           DISPLAY " "
           DISPLAY "============================================="
           DISPLAY "   MENU DE UTILIDADES DEL LABORATORIO"
           DISPLAY "   USUARIO: " SGN-USER-ID "  ROL: " SGN-ROLE
           DISPLAY "============================================="
           PERFORM 1100-MOSTRAR-OPCION
               THRU 1100-EXIT
               VARYING WS-OPCION-SUB FROM 1 BY 1
               UNTIL WS-OPCION-SUB > 5
           DISPLAY "  6. SALIR"
           DISPLAY "============================================="
           DISPLAY "INGRESE UNA OPCION: "
           ACCEPT WS-OPCION

           IF WS-OPCION = 6
               PERFORM 1300-SALIR
                   THRU 1300-EXIT
               GO TO 1000-EXIT
           END-IF

           IF WS-OPCION < 1
               OR WS-OPCION > 5
               DISPLAY "OPCION INVALIDA"
               GO TO 1000-EXIT
           END-IF

           MOVE WS-OPCION              TO WS-OPCION-SUB
           PERFORM 1200-CONTAR-ROL
               THRU 1200-EXIT
           IF WS-ROLE-HITS = ZERO
               PERFORM 1400-OPCION-DENEGADA
                   THRU 1400-EXIT
               GO TO 1000-EXIT
           END-IF

           EVALUATE WS-OPCION
               WHEN 1
                   CALL "dividir"
               WHEN 4
                   CALL "STUDINQ"
               WHEN 5
                   CALL "GRADENTR"
           END-EVALUATE.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-MOSTRAR-OPCION - SHOW ONE OPTION IF THE ROLE ALLOWS IT
      ******************************************************************
       1100-MOSTRAR-OPCION.
           PERFORM 1200-CONTAR-ROL
               THRU 1200-EXIT
           IF WS-ROLE-HITS > ZERO
               DISPLAY WS-OPCION-TEXTO (WS-OPCION-SUB)
           END-IF.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CONTAR-ROL - WS-ROLE-HITS IS NONZERO WHEN THE SIGNED-ON
      *                   ROLE IS AMONG THOSE ALLOWED FOR THE OPTION
      ******************************************************************
       1200-CONTAR-ROL.
           MOVE ZERO                   TO WS-ROLE-HITS
           INSPECT WS-OPCION-ROLES (WS-OPCION-SUB)
               TALLYING WS-ROLE-HITS FOR ALL SGN-ROLE.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-SALIR - SIGN OFF AND LEAVE THE MENU
      ******************************************************************
       1300-SALIR.
           MOVE "O"                    TO SGN-FUNCTION
           MOVE "MENU"                 TO SGN-PROGRAM
           CALL "SIGNON" USING SGN-REQUEST
           SET WS-SALIR                TO TRUE.

       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1400-OPCION-DENEGADA - REFUSE AN OPTION THE ROLE DOES NOT
      *                        ALLOW AND LOG THE REFUSAL
      ******************************************************************
       1400-OPCION-DENEGADA.
           DISPLAY "OPCION NO AUTORIZADA PARA SU ROL"

           MOVE "L"                    TO SGN-FUNCTION
           MOVE "MENU"                 TO SGN-PROGRAM
           MOVE "R"                    TO SGN-EVENT
           MOVE SPACES                 TO SGN-OBJECT
           STRING "OPCION "            DELIMITED BY SIZE
               WS-OPCION               DELIMITED BY SIZE
               INTO SGN-OBJECT
           END-STRING
           MOVE "OPCION NO AUTORIZADA" TO SGN-DETAIL
           CALL "SIGNON" USING SGN-REQUEST.

       1400-EXIT.
           EXIT.

       END PROGRAM MENU.
