      ******************************************************************
      * Author:     Fabio Cicerelli
      * Date:       15/OCT/2026
      * Purpose:    Shared operator-alert facility.  CALLed with an
      *             ALR-REQUEST (ALRTPARM layout) by every batch
      *             program that ends with a nonzero RETURN-CODE and
      *             by NIGHTJOB when a step stops the chain.  Fills
      *             in what the caller left blank - severity and
      *             reason from the return code, the NIGHTJOB step
      *             and business date from RUN-DATE-PARM - and
      *             appends the alert to the shared ALERT-OUTBOX as
      *             pending, where ALERTDSP picks it up for the paging
      *             gateway.  The outbox is enqueued for the moment
      *             of the write only, so a dispatch run in progress
      *             refuses the write instead of losing it under the
      *             rewrite; the refused alert is still DISPLAYed in
      *             full on the console and ALR-RESULT is 08.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 15/OCT/26  FC   Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTPUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-OUTBOX ASSIGN TO "ALERT-OUTBOX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOX-STATUS.

           SELECT RUNDATE-PARM ASSIGN TO "RUN-DATE-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-OUTBOX
           RECORD CONTAINS 160 CHARACTERS.
           COPY ALRTOUTB.

       FD  RUNDATE-PARM
           RECORD CONTAINS 80 CHARACTERS.
       01  RUNDATE-RECORD.
           05  RD-RUN-DATE             PIC 9(08).
           05  RD-STEP-NUMBER          PIC 9(02).
           05  FILLER                  PIC X(70).

       WORKING-STORAGE SECTION.
       77  WS-OUTBOX-STATUS            PIC X(02).
       77  WS-RUNDATE-STATUS           PIC X(02).

           COPY ENQPARM.

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-FECHA            PIC 9(08).
           05  WS-RUN-HORA             PIC 9(08).

       01  WS-BUSINESS-DATE            PIC 9(08).
       01  WS-CHAIN-STEP               PIC 9(02).
       01  WS-RC-EDIT                  PIC ---9.

       LINKAGE SECTION.
           COPY ALRTPARM.

       PROCEDURE DIVISION USING ALR-REQUEST.
       0000-MAIN-PROCEDURE.
           MOVE ZERO                   TO ALR-RESULT
           ACCEPT WS-RUN-FECHA         FROM DATE YYYYMMDD
           ACCEPT WS-RUN-HORA          FROM TIME

           PERFORM 1000-COMPLETE-REQUEST
               THRU 1000-EXIT

           PERFORM 2000-WRITE-ALERT
               THRU 2000-EXIT

           GOBACK.

      ******************************************************************
      * 1000-COMPLETE-REQUEST - DEFAULT WHAT THE CALLER LEFT BLANK:
      *                         SEVERITY AND REASON FROM THE RETURN
      *                         CODE (THE SHOP'S 4/8/12/16 MEANINGS),
      *                         STEP AND BUSINESS DATE FROM
      *                         RUN-DATE-PARM
      ******************************************************************
       1000-COMPLETE-REQUEST.
           IF ALR-RETURN-CODE IS NOT NUMERIC
               MOVE ZERO               TO ALR-RETURN-CODE
           END-IF

           IF NOT ALR-CRITICAL
               AND NOT ALR-WARNING
               IF ALR-RETURN-CODE >= 8
                   SET ALR-CRITICAL    TO TRUE
               ELSE
                   SET ALR-WARNING     TO TRUE
               END-IF
           END-IF

           IF ALR-REASON = SPACES
               MOVE ALR-RETURN-CODE    TO WS-RC-EDIT
               EVALUATE ALR-RETURN-CODE
                   WHEN 4
                       MOVE "TERMINO CON ADVERTENCIAS, VER REPORTE"
                                       TO ALR-REASON
                   WHEN 8
                       MOVE "ENTRADA FALTANTE O ERRORES DE PROCESO"
                                       TO ALR-REASON
                   WHEN 12
                       MOVE "FALLA DE CONTROL DE REGISTROS"
                                       TO ALR-REASON
                   WHEN 16
                       MOVE "RECURSO EN USO O LOCK VENCIDO, NO CORRIO"
                                       TO ALR-REASON
                   WHEN OTHER
                       STRING "TERMINACION ANORMAL, RC "
                                       DELIMITED BY SIZE
                           WS-RC-EDIT  DELIMITED BY SIZE
                           INTO ALR-REASON
               END-EVALUATE
           END-IF

           MOVE WS-RUN-FECHA           TO WS-BUSINESS-DATE
           MOVE ZERO                   TO WS-CHAIN-STEP
           OPEN INPUT RUNDATE-PARM
           IF WS-RUNDATE-STATUS = "00"
               READ RUNDATE-PARM
                   AT END
                       CONTINUE
               END-READ
               IF WS-RUNDATE-STATUS = "00"
                   IF RD-RUN-DATE IS NUMERIC
                       AND RD-RUN-DATE > ZERO
                       MOVE RD-RUN-DATE
                                       TO WS-BUSINESS-DATE
                   END-IF
                   IF RD-STEP-NUMBER IS NUMERIC
                       MOVE RD-STEP-NUMBER
                                       TO WS-CHAIN-STEP
                   END-IF
               END-IF
               CLOSE RUNDATE-PARM
           END-IF

           IF ALR-STEP-NUMBER IS NOT NUMERIC
               OR ALR-STEP-NUMBER = ZERO
               MOVE WS-CHAIN-STEP      TO ALR-STEP-NUMBER
           END-IF.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-WRITE-ALERT - ENQUEUE THE OUTBOX, APPEND THE ALERT AS
      *                    PENDING AND RELEASE.  THE CONSOLE LINE IS
      *                    WRITTEN EITHER WAY
      ******************************************************************
       2000-WRITE-ALERT.
           MOVE ALR-RETURN-CODE        TO WS-RC-EDIT
           DISPLAY "ALERTPUT - ALERTA " ALR-SEVERITY " " ALR-PROGRAM
               " PASO " ALR-STEP-NUMBER " FECHA " WS-BUSINESS-DATE
               " RC " WS-RC-EDIT
           DISPLAY "ALERTPUT - " ALR-REASON " VER " ALR-REPORT-NAME

           MOVE ALR-PROGRAM            TO ENQ-HOLDER
           MOVE "A"                    TO ENQ-FUNCTION
           MOVE "ALERT-OUTBOX"         TO ENQ-RESOURCE
           MOVE "W"                    TO ENQ-MODE
           CALL "ENQUEUE" USING ENQ-REQUEST
           IF NOT ENQ-OK
               SET ALR-NOT-RECORDED    TO TRUE
               DISPLAY "ALERTPUT - ALERT-OUTBOX EN USO POR "
                   ENQ-HOLDER-OUT ", ALERTA SOLO EN CONSOLA"
               GO TO 2000-EXIT
           END-IF

           OPEN EXTEND ALERT-OUTBOX
           IF WS-OUTBOX-STATUS = "35"
               OPEN OUTPUT ALERT-OUTBOX
           END-IF

           MOVE SPACES                 TO ALERT-OUTBOX-RECORD
           MOVE WS-RUN-FECHA           TO AO-RAISED-DATE
           MOVE WS-RUN-HORA            TO AO-RAISED-TIME
           MOVE ALR-PROGRAM            TO AO-PROGRAM
           MOVE ALR-SEVERITY           TO AO-SEVERITY
           MOVE ALR-STEP-NUMBER        TO AO-STEP-NUMBER
           MOVE WS-BUSINESS-DATE       TO AO-BUSINESS-DATE
           MOVE ALR-RETURN-CODE        TO AO-RETURN-CODE
           MOVE ALR-REASON             TO AO-REASON
           MOVE ALR-REPORT-NAME        TO AO-REPORT-NAME
           SET AO-PENDING              TO TRUE
           MOVE ZERO                   TO AO-ESCALATION-LEVEL
           MOVE ZERO                   TO AO-NOTIFIED-DATE
           MOVE ZERO                   TO AO-NOTIFIED-TIME
           MOVE ZERO                   TO AO-ACK-DATE
           MOVE ZERO                   TO AO-ACK-TIME
           WRITE ALERT-OUTBOX-RECORD
           IF WS-OUTBOX-STATUS NOT = "00"
               SET ALR-NOT-RECORDED    TO TRUE
               DISPLAY "ALERTPUT - ERROR " WS-OUTBOX-STATUS
                   " GRABANDO ALERT-OUTBOX, ALERTA SOLO EN CONSOLA"
           END-IF
           CLOSE ALERT-OUTBOX

           MOVE "R"                    TO ENQ-FUNCTION
           CALL "ENQUEUE" USING ENQ-REQUEST.

       2000-EXIT.
           EXIT.

       END PROGRAM ALERTPUT.
