      ******************************************************************
      * Author:     Fabio Cicerelli
      * Date:       15/OCT/2026
      * Purpose:    Retention anonymization of former students.  Finds
      *             the inactive students on STUDENT-MASTER whose BAJA
      *             is older than the ANONIMIZ-PARM retention period
      *             (years, default 5) and replaces their name with a
      *             pseudonym, ANON-<student id>, everywhere the name
      *             is kept: the STUDMNT-JOURNAL before and after
      *             images, the STUDMAST-UNLOAD.<date> copies BACKUP
      *             takes, the PROMEDIO.CSV.<term> archives TERMCLSE
      *             keeps, the report generations on REPORT-CATALOG,
      *             and finally the master itself (SM-ANON-DATE is
      *             stamped, so a student is done once).  Student ids,
      *             grades, GRADE-HISTORY and GRADE-DETAIL are not
      *             touched, so transcripts and statistics still add
      *             up.  The BAJA date is SM-INACTIVE-DATE, or for an
      *             older BAJA the date of its STUDMNT-JOURNAL entry;
      *             a student with neither is listed, never guessed.
      *             The master goes last, so a run that stops half
      *             way is simply run again.  ANONIMIZ-REPORT is the
      *             certificate: every file checked with its lines,
      *             lines changed and names replaced, and every
      *             student anonymized with the count per file kind.
      *             AP-MODE "P" produces the same certificate without
      *             changing anything.
      * Tectonics: cobc -x ANONIMIZ.cob ENQUEUE.cob ALERTPUT.cob
      *            -o ANONIMIZ
      *            (ENQUEUE and ALERTPUT are CALLed by name, so
      *            they must be linked into the same executable)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 15/OCT/26  FC   Initial version.
      * 15/OCT/26  FC   A name is replaced only as a whole word on a
      *                 report line, and then only when it is at
      *                 least as long as the pseudonym; a shorter one
      *                 is left and listed on the certificate (RC 4).
      *                 On a CSV archive the whole comma-delimited
      *                 field holding the name becomes the pseudonym.
      *                 Every OPEN and WRITE of the hold file and of
      *                 the copy back is checked: a failure is listed,
      *                 stops the scan, leaves the master untouched
      *                 and ends the run with RC 12.  A BAJA date
      *                 already on the master is no longer replaced
      *                 by a journal date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDMAST-STATUS.

           SELECT GRADE-HISTORY ASSIGN TO "GRADE-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GH-KEY
               FILE STATUS IS WS-GRADHIST-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "STUDMNT-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT UNLOAD-FILE ASSIGN TO WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT TEXT-FILE ASSIGN TO WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT SCAN-HOLD ASSIGN TO "ANONIMIZ-HOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "REPORT-CATALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT ANONIMIZ-PARM ASSIGN TO "ANONIMIZ-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ANONIMIZ-REPORT ASSIGN TO "ANONIMIZ-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT RUNDATE-PARM ASSIGN TO "RUN-DATE-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUDMAST.

       FD  GRADE-HISTORY.
           COPY GRADHIST.

       FD  JOURNAL-FILE
           RECORD CONTAINS 177 CHARACTERS.
           COPY STUDJRNL.

       FD  UNLOAD-FILE
           RECORD CONTAINS 81 CHARACTERS.
       01  UNLOAD-RECORD.
           05  UN-RECORD-TYPE          PIC X(01).
               88  UN-DETAIL                   VALUE "D".
           05  UN-MASTER-IMAGE         PIC X(80).

       FD  TEXT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  TEXT-LINE                   PIC X(200).

       FD  SCAN-HOLD
           RECORD CONTAINS 200 CHARACTERS.
       01  SCAN-HOLD-LINE              PIC X(200).

       FD  CATALOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CATALOG-RECORD.
           05  RC-REPORT-NAME          PIC X(16).
           05  RC-PROGRAM-NAME         PIC X(08).
           05  RC-GEN-NUMBER           PIC 9(04).
           05  RC-GEN-DATE             PIC 9(08).
           05  RC-REC-COUNT            PIC 9(07).
           05  RC-FILE-NAME            PIC X(30).
           05  FILLER                  PIC X(07).

       FD  ANONIMIZ-PARM
           RECORD CONTAINS 80 CHARACTERS.
       01  ANONIMIZ-PARM-RECORD.
           05  AP-RETENTION-YEARS      PIC 9(02).
           05  AP-SCAN-DAYS            PIC 9(04).
           05  AP-MODE                 PIC X(01).
               88  AP-PREVIEW                  VALUE "P".
           05  FILLER                  PIC X(73).

       FD  ANONIMIZ-REPORT
           RECORD CONTAINS 100 CHARACTERS.
       01  ANONIMIZ-REPORT-LINE        PIC X(100).

       FD  AUDIT-LOG-FILE.
           COPY AUDITLOG.

       FD  RUNDATE-PARM
           RECORD CONTAINS 80 CHARACTERS.
       01  RUNDATE-RECORD.
           05  RD-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-LOCK-FAILED-SW           PIC X(01) VALUE "N".
           88  WS-LOCK-FAILED                  VALUE "S".

           COPY ENQPARM.

           COPY ALRTPARM.

       01  WS-STUDMAST-STATUS          PIC X(02).
       01  WS-GRADHIST-STATUS          PIC X(02).
       01  WS-JOURNAL-STATUS           PIC X(02).
       01  WS-SCAN-STATUS              PIC X(02).
       01  WS-HOLD-STATUS              PIC X(02).
       01  WS-CATALOG-STATUS           PIC X(02).
       01  WS-PARM-STATUS              PIC X(02).
       01  WS-AUDITLOG-STATUS          PIC X(02).
       01  WS-RUNDATE-STATUS           PIC X(02).

       77  WS-INACTIVE-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-SELECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-RECENT-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-NO-DATE-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-DONE-BEFORE-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-MASTER-DONE-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-FILES-SCANNED            PIC 9(05) COMP VALUE ZERO.
       77  WS-FILES-CHANGED            PIC 9(05) COMP VALUE ZERO.
       77  WS-FILES-MISSING            PIC 9(05) COMP VALUE ZERO.
       77  WS-TOTAL-REPLACED           PIC 9(07) COMP VALUE ZERO.
       77  WS-NOT-REPLACED-COUNT       PIC 9(07) COMP VALUE ZERO.

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-FECHA            PIC 9(08).
           05  WS-RUN-HORA             PIC 9(08).

      *    RETENTION PARAMETERS - BUILT-IN DEFAULTS, EACH OVERRIDDEN
      *    BY A NUMERIC NON-ZERO ANONIMIZ-PARM FIELD
       01  WS-RETENTION-PARMS.
           05  WS-RETENTION-YEARS      PIC 9(02) VALUE 5.
           05  WS-SCAN-DAYS            PIC 9(04) VALUE 3660.
           05  WS-MODE-SW              PIC X(01) VALUE "A".
               88  WS-PREVIEW                   VALUE "P".
           05  WS-RETAIN-CUTOFF        PIC 9(08).

       01  WS-DATE-WORK.
           05  WS-DAY-INT              PIC 9(08) COMP.
           05  WS-LAST-DAY-INT         PIC 9(08) COMP.
           05  WS-SCAN-DATE            PIC 9(08).

      *    A STUDENT-MASTER IMAGE AS CARRIED IN THE JOURNAL AND THE
      *    UNLOADS
           COPY STUDMAST REPLACING
               ==STUDENT-MASTER-RECORD== BY ==WS-IMAGE-RECORD==
               LEADING ==SM-== BY ==WI-==.

      *    INACTIVE STUDENTS NOT YET ANONYMIZED.  WS-TG-SELECTED ONES
      *    ARE PAST THE RETENTION PERIOD; THE COUNTERS ARE NAMES
      *    REPLACED PER KIND OF FILE, FOR THE CERTIFICATE
       01  WS-TARGET-TABLE-AREA.
           05  WS-TG-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-TG-MAX               PIC 9(03) COMP VALUE 500.
           05  WS-TG-SUB               PIC 9(03) COMP.
           05  WS-TG-HIT               PIC 9(03) COMP.
           05  WS-TG-ENTRY             OCCURS 500 TIMES.
               10  WS-TG-ID            PIC X(05).
               10  WS-TG-NAME          PIC X(30).
               10  WS-TG-NAME-LEN      PIC 9(02) COMP.
               10  WS-TG-PSEUDO        PIC X(30).
               10  WS-TG-INACTIVE      PIC 9(08).
               10  WS-TG-STATE         PIC X(01).
                   88  WS-TG-SELECTED          VALUE "S".
                   88  WS-TG-RECENT            VALUE "R".
                   88  WS-TG-NO-DATE           VALUE "F".
               10  WS-TG-CNT-JOURNAL   PIC 9(05) COMP.
               10  WS-TG-CNT-UNLOAD    PIC 9(05) COMP.
               10  WS-TG-CNT-CSV       PIC 9(05) COMP.
               10  WS-TG-CNT-REPORT    PIC 9(05) COMP.
               10  WS-TG-MASTER-SW     PIC X(01).
                   88  WS-TG-MASTER-DONE       VALUE "S".
               10  WS-TG-JRNL-DATE-SW  PIC X(01).
                   88  WS-TG-JRNL-DATE         VALUE "S".

      *    TERMS ON GRADE-HISTORY, ONE PROMEDIO.CSV ARCHIVE EACH
       01  WS-TERM-TABLE-AREA.
           05  WS-TERM-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-TERM-MAX             PIC 9(03) COMP VALUE 200.
           05  WS-TERM-SUB             PIC 9(03) COMP.
           05  WS-TERM-ID              OCCURS 200 TIMES
                                       PIC X(06).

      *    THE FILE BEING SCANNED AND ITS COUNTS
       01  WS-SCAN-WORK.
           05  WS-SCAN-NAME            PIC X(40).
           05  WS-SCAN-KIND            PIC X(01).
               88  WS-KIND-JOURNAL             VALUE "J".
               88  WS-KIND-UNLOAD              VALUE "U".
               88  WS-KIND-CSV                 VALUE "C".
               88  WS-KIND-REPORT              VALUE "R".
           05  WS-KIND-LABEL           PIC X(10).
           05  WS-FILE-LINES           PIC 9(07) COMP.
           05  WS-FILE-CHANGED         PIC 9(07) COMP.
           05  WS-FILE-REPLACED        PIC 9(07) COMP.
           05  WS-LINE-REPLACED        PIC 9(05) COMP.
           05  WS-HITS                 PIC 9(05) COMP.
           05  WS-MATCH-LEN            PIC 9(02) COMP.
           05  WS-NAME-POS             PIC 9(02) COMP.
           05  WS-WORK-LINE            PIC X(200).
           05  WS-NEW-LINE             PIC X(200).
           05  WS-SCAN-POS             PIC 9(03) COMP.
           05  WS-LAST-POS             PIC 9(03) COMP.
           05  WS-NEXT-POS             PIC 9(03) COMP.
           05  WS-FLD-START            PIC 9(03) COMP.
           05  WS-FLD-END              PIC 9(03) COMP.
           05  WS-FLD-LEN              PIC 9(03) COMP.
           05  WS-LINE-POINTER         PIC 9(03) COMP.
      *        ANON- AND THE FIVE-DIGIT STUDENT ID
           05  WS-PSEUDO-LEN           PIC 9(02) COMP VALUE 10.
           05  WS-COPY-ERROR-MSG       PIC X(48).

       01  WS-SWITCHES.
           05  WS-EOF-MASTER-SW        PIC X(01) VALUE "N".
               88  WS-EOF-MASTER                VALUE "S".
           05  WS-EOF-HIST-SW          PIC X(01) VALUE "N".
               88  WS-EOF-HIST                  VALUE "S".
           05  WS-EOF-SCAN-SW          PIC X(01) VALUE "N".
               88  WS-EOF-SCAN                  VALUE "S".
           05  WS-EOF-HOLD-SW          PIC X(01) VALUE "N".
               88  WS-EOF-HOLD                  VALUE "S".
           05  WS-EOF-CATALOG-SW       PIC X(01) VALUE "N".
               88  WS-EOF-CATALOG               VALUE "S".
           05  WS-INPUT-MISSING-SW     PIC X(01) VALUE "N".
               88  WS-INPUT-MISSING             VALUE "S".
           05  WS-TABLE-FULL-SW        PIC X(01) VALUE "N".
               88  WS-TABLE-FULL                VALUE "S".
           05  WS-TERM-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-TERM-FOUND                VALUE "S".
           05  WS-COPY-ERROR-SW        PIC X(01) VALUE "N".
               88  WS-COPY-ERROR                VALUE "S".
           05  WS-NOREP-LISTED-SW      PIC X(01) VALUE "N".
               88  WS-NOREP-LISTED              VALUE "S".

       01  WS-REPORT-LINES.
           05  WS-RPT-HDR-LINE.
               10  FILLER              PIC X(50) VALUE
                   "CERTIFICADO DE ANONIMIZACION DE DATOS PERSONALES".
               10  FILLER              PIC X(07) VALUE "FECHA: ".
               10  WS-RH-FECHA         PIC 9(08).
               10  FILLER              PIC X(35) VALUE SPACES.
           05  WS-RPT-PARM-LINE.
               10  FILLER              PIC X(20) VALUE
                   "RETENCION (ANOS): ".
               10  WS-RP-YEARS         PIC Z9.
               10  FILLER              PIC X(24) VALUE
                   "  BAJAS ANTERIORES AL: ".
               10  WS-RP-CUTOFF        PIC 9(08).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-RP-MODE          PIC X(44).
           05  WS-RPT-SECTION-LINE.
               10  WS-RS-TEXT          PIC X(60).
               10  FILLER              PIC X(40) VALUE SPACES.
           05  WS-RPT-FILE-HDR.
               10  FILLER              PIC X(11) VALUE "TIPO".
               10  FILLER              PIC X(41) VALUE "ARCHIVO".
               10  FILLER              PIC X(48) VALUE
                   " LINEAS   MODIFIC.  REEMPLAZOS".
           05  WS-RPT-FILE-LINE.
               10  WS-RF-KIND          PIC X(10).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-RF-NAME          PIC X(40).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-RF-LINES         PIC Z(06)9.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-RF-CHANGED       PIC Z(06)9.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  WS-RF-REPLACED      PIC Z(06)9.
               10  FILLER              PIC X(22) VALUE SPACES.
           05  WS-RPT-STU-HDR.
               10  FILLER              PIC X(50) VALUE
                   "ALUMNO SEUDONIMO     BAJA      MAESTRO JOURNAL ".
               10  FILLER              PIC X(50) VALUE
                   "UNLOADS     CSV REPORTES".
           05  WS-RPT-STU-LINE.
               10  WS-RT-ID            PIC X(05).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-RT-PSEUDO        PIC X(12).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-RT-BAJA          PIC 9(08).
               10  FILLER              PIC X(05) VALUE SPACES.
               10  WS-RT-MASTER        PIC X(02).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-RT-JOURNAL       PIC Z(06)9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-RT-UNLOAD        PIC Z(06)9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-RT-CSV           PIC Z(06)9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-RT-REPORT        PIC Z(06)9.
               10  FILLER              PIC X(33) VALUE SPACES.
           05  WS-RPT-SKIP-LINE.
               10  WS-RK-ID            PIC X(05).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-RK-MOTIVO        PIC X(50).
               10  FILLER              PIC X(43) VALUE SPACES.
           05  WS-RPT-NOREP-LINE.
               10  WS-RN-KIND          PIC X(10).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-RN-NAME          PIC X(40).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-RN-LINE          PIC Z(06)9.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-RN-ID            PIC X(05).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-RN-MOTIVO        PIC X(33) VALUE
                   "NOMBRE CORTO, NO REEMPLAZADO".
           05  WS-SEPARATOR-LINE       PIC X(100) VALUE ALL "-".
           05  WS-SUMMARY-LINE.
               10  WS-SU-LABEL         PIC X(35).
               10  WS-SU-VALUE         PIC Z(06)9.
               10  FILLER              PIC X(58) VALUE SPACES.

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

           IF NOT WS-INPUT-MISSING
               PERFORM 2000-SELECT-STUDENTS
                   THRU 2000-EXIT
           END-IF

           IF WS-SELECTED-COUNT > ZERO
               MOVE "ARCHIVOS REVISADOS"
                                       TO WS-RS-TEXT
               PERFORM 8900-WRITE-SECTION
                   THRU 8900-EXIT
               MOVE WS-RPT-FILE-HDR    TO ANONIMIZ-REPORT-LINE
               WRITE ANONIMIZ-REPORT-LINE

               PERFORM 3000-SCAN-JOURNAL
                   THRU 3000-EXIT
               PERFORM 4000-SCAN-UNLOADS
                   THRU 4000-EXIT
               PERFORM 5000-SCAN-CSV-ARCHIVES
                   THRU 5000-EXIT
               PERFORM 6000-SCAN-REPORT-GENS
                   THRU 6000-EXIT
               IF NOT WS-COPY-ERROR
                   PERFORM 7000-UPDATE-MASTER
                       THRU 7000-EXIT
               END-IF
           END-IF

           PERFORM 8000-WRITE-CERTIFICATE
               THRU 8000-EXIT

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT

           PERFORM 9900-RAISE-ALERT
               THRU 9900-EXIT

           PERFORM 0900-RELEASE-LOCKS
               THRU 0900-EXIT

           GOBACK.

      ******************************************************************
      * 0100-ACQUIRE-LOCKS - ENQUEUE THE SHARED FILES THIS PROGRAM
      *                      OPENS.  THE STUDENT-MASTER LOCK ALSO
      *                      KEEPS STUDMNT (THE JOURNAL'S WRITER) OUT
      *                      WHILE THE JOURNAL IS REWRITTEN.  ON ANY
      *                      REFUSAL THE LOCKS ALREADY TAKEN ARE
      *                      GIVEN BACK
      ******************************************************************
       0100-ACQUIRE-LOCKS.
           MOVE "N"                    TO WS-LOCK-FAILED-SW
           MOVE "ANONIMIZ"             TO ENQ-HOLDER
           MOVE "A"                    TO ENQ-FUNCTION
           MOVE "STUDENT-MASTER"       TO ENQ-RESOURCE
           MOVE "W"                    TO ENQ-MODE
           PERFORM 0150-CALL-ENQUEUE
               THRU 0150-EXIT
           IF NOT WS-LOCK-FAILED
               MOVE "GRADE-HISTORY"    TO ENQ-RESOURCE
               MOVE "R"                TO ENQ-MODE
               PERFORM 0150-CALL-ENQUEUE
                   THRU 0150-EXIT
           END-IF
           IF NOT WS-LOCK-FAILED
               MOVE "AUDIT-LOG"        TO ENQ-RESOURCE
               MOVE "W"                TO ENQ-MODE
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
               DISPLAY "ANONIMIZ - LOCK VENCIDO EN " ENQ-RESOURCE
                   " DE " ENQ-HOLDER-OUT ", ROMPERLO CON LOCKBRK"
           ELSE
               DISPLAY "ANONIMIZ - RECURSO " ENQ-RESOURCE
                   " EN USO POR " ENQ-HOLDER-OUT
           END-IF.

       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0900-RELEASE-LOCKS - GIVE BACK EVERY LOCK THIS PROGRAM TAKES
      ******************************************************************
       0900-RELEASE-LOCKS.
           MOVE "ANONIMIZ"             TO ENQ-HOLDER
           MOVE "R"                    TO ENQ-FUNCTION
           MOVE "STUDENT-MASTER"       TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST
           MOVE "GRADE-HISTORY"        TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST
           MOVE "AUDIT-LOG"            TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST.

       0900-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, PARAMETERS AND RETENTION
      *                   CUTOFF, AUDIT-LOG START ENTRY, OPEN THE
      *                   MASTER AND START THE CERTIFICATE
      ******************************************************************
       1000-INITIALIZE.
           MOVE "N"                    TO WS-INPUT-MISSING-SW
           MOVE "N"                    TO WS-TABLE-FULL-SW
           MOVE "N"                    TO WS-COPY-ERROR-SW
           MOVE ZERO                   TO WS-TG-COUNT
           MOVE ZERO                   TO WS-TERM-COUNT

           ACCEPT WS-RUN-FECHA         FROM DATE YYYYMMDD
           OPEN INPUT RUNDATE-PARM
           IF WS-RUNDATE-STATUS = "00"
               READ RUNDATE-PARM
                   AT END
                       CONTINUE
               END-READ
               IF WS-RUNDATE-STATUS = "00"
                   AND RD-RUN-DATE IS NUMERIC
                   AND RD-RUN-DATE > ZERO
                   MOVE RD-RUN-DATE    TO WS-RUN-FECHA
               END-IF
               CLOSE RUNDATE-PARM
           END-IF
           ACCEPT WS-RUN-HORA          FROM TIME

           PERFORM 1100-LOAD-ANONIMIZ-PARM
               THRU 1100-EXIT

      *    SAME MONTH AND DAY, WS-RETENTION-YEARS EARLIER
           COMPUTE WS-RETAIN-CUTOFF =
               WS-RUN-FECHA - WS-RETENTION-YEARS * 10000

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDITLOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF

           MOVE SPACES                 TO AUDIT-LOG-RECORD
           MOVE "ANONIMIZ"             TO AL-PROGRAM-NAME
           SET AL-EVENT-START          TO TRUE
           MOVE WS-RUN-FECHA           TO AL-TS-DATE
           MOVE WS-RUN-HORA            TO AL-TS-TIME
           MOVE ZERO                   TO AL-RECORDS-PROCESSED
           MOVE ZERO                   TO AL-RETURN-CODE
           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE

           OPEN OUTPUT ANONIMIZ-REPORT
           MOVE WS-RUN-FECHA           TO WS-RH-FECHA
           MOVE WS-RPT-HDR-LINE        TO ANONIMIZ-REPORT-LINE
           WRITE ANONIMIZ-REPORT-LINE
           MOVE WS-RETENTION-YEARS     TO WS-RP-YEARS
           MOVE WS-RETAIN-CUTOFF       TO WS-RP-CUTOFF
           IF WS-PREVIEW
               MOVE "SIMULACION - NO SE MODIFICO NINGUN ARCHIVO"
                                       TO WS-RP-MODE
           ELSE
               MOVE "APLICADO"         TO WS-RP-MODE
           END-IF
           MOVE WS-RPT-PARM-LINE       TO ANONIMIZ-REPORT-LINE
           WRITE ANONIMIZ-REPORT-LINE

           OPEN I-O STUDENT-MASTER
           IF WS-STUDMAST-STATUS NOT = "00"
               SET WS-INPUT-MISSING    TO TRUE
               DISPLAY "ANONIMIZ - STUDENT-MASTER NOT FOUND, STATUS = "
                   WS-STUDMAST-STATUS
           END-IF.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-ANONIMIZ-PARM - RETENTION YEARS, DAYS OF BACKUP
      *                           UNLOADS TO SEARCH AND THE RUN MODE.
      *                           A MISSING FILE OR A BLANK FIELD
      *                           KEEPS THE BUILT-IN DEFAULT
      ******************************************************************
       1100-LOAD-ANONIMIZ-PARM.
           OPEN INPUT ANONIMIZ-PARM
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ANONIMIZ - ANONIMIZ-PARM NOT FOUND, USING "
                   "DEFAULT RETENTION"
               GO TO 1100-EXIT
           END-IF

           READ ANONIMIZ-PARM
               AT END
                   CONTINUE
           END-READ
           IF WS-PARM-STATUS = "00"
               IF AP-RETENTION-YEARS IS NUMERIC
                   AND AP-RETENTION-YEARS > ZERO
                   MOVE AP-RETENTION-YEARS
                                       TO WS-RETENTION-YEARS
               END-IF
               IF AP-SCAN-DAYS IS NUMERIC
                   AND AP-SCAN-DAYS > ZERO
                   MOVE AP-SCAN-DAYS   TO WS-SCAN-DAYS
               END-IF
               IF AP-PREVIEW
                   SET WS-PREVIEW      TO TRUE
               END-IF
           END-IF
           CLOSE ANONIMIZ-PARM.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SELECT-STUDENTS - LOAD EVERY INACTIVE STUDENT NOT YET
      *                        ANONYMIZED, FILL IN MISSING BAJA DATES
      *                        FROM THE JOURNAL, AND MARK THOSE PAST
      *                        THE RETENTION CUTOFF
      ******************************************************************
       2000-SELECT-STUDENTS.
           MOVE "N"                    TO WS-EOF-MASTER-SW
           MOVE LOW-VALUES             TO SM-STUDENT-ID
           START STUDENT-MASTER
               KEY IS NOT LESS THAN SM-STUDENT-ID
               INVALID KEY
                   SET WS-EOF-MASTER   TO TRUE
           END-START

           PERFORM 2100-LOAD-ONE-STUDENT
               THRU 2100-EXIT
               UNTIL WS-EOF-MASTER

           IF WS-NO-DATE-COUNT > ZERO
               PERFORM 2200-DATES-FROM-JOURNAL
                   THRU 2200-EXIT
           END-IF

           PERFORM 2300-CLASSIFY-STUDENT
               THRU 2300-EXIT
               VARYING WS-TG-SUB FROM 1 BY 1
               UNTIL WS-TG-SUB > WS-TG-COUNT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LOAD-ONE-STUDENT - ONE MASTER RECORD.  PAST THE TABLE THE
      *                         REST WAIT FOR THE NEXT RUN
      ******************************************************************
       2100-LOAD-ONE-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   SET WS-EOF-MASTER   TO TRUE
                   GO TO 2100-EXIT
           END-READ

           IF NOT SM-STATUS-INACTIVE
               GO TO 2100-EXIT
           END-IF

           ADD 1                       TO WS-INACTIVE-COUNT
           IF SM-ANON-DATE IS NUMERIC
               AND SM-ANON-DATE > ZERO
               ADD 1                   TO WS-DONE-BEFORE-COUNT
               GO TO 2100-EXIT
           END-IF

           IF WS-TG-COUNT >= WS-TG-MAX
               SET WS-TABLE-FULL       TO TRUE
               GO TO 2100-EXIT
           END-IF

           ADD 1                       TO WS-TG-COUNT
           MOVE WS-TG-COUNT            TO WS-TG-SUB
           MOVE SM-STUDENT-ID          TO WS-TG-ID (WS-TG-SUB)
           MOVE SM-STUDENT-NAME        TO WS-TG-NAME (WS-TG-SUB)
           MOVE SPACES                 TO WS-TG-PSEUDO (WS-TG-SUB)
           STRING "ANON-"              DELIMITED BY SIZE
               SM-STUDENT-ID           DELIMITED BY SIZE
               INTO WS-TG-PSEUDO (WS-TG-SUB)
           MOVE ZERO                   TO WS-TG-CNT-JOURNAL (WS-TG-SUB)
           MOVE ZERO                   TO WS-TG-CNT-UNLOAD (WS-TG-SUB)
           MOVE ZERO                   TO WS-TG-CNT-CSV (WS-TG-SUB)
           MOVE ZERO                   TO WS-TG-CNT-REPORT (WS-TG-SUB)
           MOVE "N"                    TO WS-TG-MASTER-SW (WS-TG-SUB)

           PERFORM 2110-MEASURE-NAME
               THRU 2110-EXIT
               VARYING WS-NAME-POS FROM 30 BY -1
               UNTIL WS-NAME-POS < 1
               OR WS-TG-NAME (WS-TG-SUB) (WS-NAME-POS:1) NOT = SPACE
           MOVE WS-NAME-POS            TO WS-TG-NAME-LEN (WS-TG-SUB)

           IF SM-INACTIVE-DATE IS NUMERIC
               AND SM-INACTIVE-DATE > ZERO
               MOVE SM-INACTIVE-DATE   TO WS-TG-INACTIVE (WS-TG-SUB)
               MOVE "N"                TO WS-TG-JRNL-DATE-SW (WS-TG-SUB)
           ELSE
               MOVE ZERO               TO WS-TG-INACTIVE (WS-TG-SUB)
               MOVE "S"                TO WS-TG-JRNL-DATE-SW (WS-TG-SUB)
               ADD 1                   TO WS-NO-DATE-COUNT
           END-IF.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2110-MEASURE-NAME - STEP BACK OVER ONE TRAILING SPACE OF THE
      *                     NAME (THE VARYING CLAUSE DOES THE WORK)
      ******************************************************************
       2110-MEASURE-NAME.
           CONTINUE.

       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2200-DATES-FROM-JOURNAL - A BAJA APPLIED BEFORE THE MASTER
      *                           CARRIED ITS DATE IS DATED BY ITS
      *                           STUDMNT-JOURNAL ENTRY (THE LAST ONE,
      *                           THE JOURNAL BEING IN TIME ORDER)
      ******************************************************************
       2200-DATES-FROM-JOURNAL.
           MOVE ZERO                   TO WS-NO-DATE-COUNT
           MOVE "N"                    TO WS-EOF-SCAN-SW

           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               GO TO 2200-EXIT
           END-IF

           PERFORM 2210-CHECK-ONE-ENTRY
               THRU 2210-EXIT
               UNTIL WS-EOF-SCAN

           CLOSE JOURNAL-FILE.

       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2210-CHECK-ONE-ENTRY - DATE A STUDENT FROM ONE BAJA ENTRY,
      *                        ONLY ONE THE MASTER LEFT UNDATED
      ******************************************************************
       2210-CHECK-ONE-ENTRY.
           READ JOURNAL-FILE
               AT END
                   SET WS-EOF-SCAN     TO TRUE
                   GO TO 2210-EXIT
           END-READ

           IF JR-TRANS-CODE NOT = "I"
               GO TO 2210-EXIT
           END-IF

           MOVE JR-AFTER-IMAGE         TO WS-IMAGE-RECORD
           PERFORM 2900-FIND-TARGET
               THRU 2900-EXIT
           IF WS-TG-HIT = ZERO
               GO TO 2210-EXIT
           END-IF
           IF WS-TG-JRNL-DATE (WS-TG-HIT)
               MOVE JR-TS-DATE         TO WS-TG-INACTIVE (WS-TG-HIT)
           END-IF.

       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CLASSIFY-STUDENT - PAST THE CUTOFF, STILL WITHIN THE
      *                         RETENTION PERIOD, OR NO BAJA DATE
      ******************************************************************
       2300-CLASSIFY-STUDENT.
           EVALUATE TRUE
               WHEN WS-TG-INACTIVE (WS-TG-SUB) = ZERO
                   SET WS-TG-NO-DATE (WS-TG-SUB)
                                       TO TRUE
                   ADD 1               TO WS-NO-DATE-COUNT
               WHEN WS-TG-INACTIVE (WS-TG-SUB) > WS-RETAIN-CUTOFF
                   SET WS-TG-RECENT (WS-TG-SUB)
                                       TO TRUE
                   ADD 1               TO WS-RECENT-COUNT
               WHEN OTHER
                   SET WS-TG-SELECTED (WS-TG-SUB)
                                       TO TRUE
                   ADD 1               TO WS-SELECTED-COUNT
           END-EVALUATE.

       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2900-FIND-TARGET - LOOK UP WI-STUDENT-ID IN THE TABLE.
      *                    WS-TG-HIT IS ZERO WHEN IT IS NOT THERE
      ******************************************************************
       2900-FIND-TARGET.
           MOVE ZERO                   TO WS-TG-HIT

           PERFORM 2910-MATCH-TARGET
               THRU 2910-EXIT
               VARYING WS-TG-SUB FROM 1 BY 1
               UNTIL WS-TG-SUB > WS-TG-COUNT
               OR WS-TG-HIT > ZERO.

       2900-EXIT.
           EXIT.

      ******************************************************************
      * 2910-MATCH-TARGET - COMPARE ONE TABLE ENTRY
      ******************************************************************
       2910-MATCH-TARGET.
           IF WS-TG-ID (WS-TG-SUB) = WI-STUDENT-ID
               MOVE WS-TG-SUB          TO WS-TG-HIT
           END-IF.

       2910-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SCAN-JOURNAL - REPLACE THE NAME IN BOTH IMAGES OF EVERY
      *                     JOURNAL ENTRY OF A SELECTED STUDENT, OLD
      *                     NAMES FROM EARLIER CAMBIOS INCLUDED
      ******************************************************************
       3000-SCAN-JOURNAL.
           SET WS-KIND-JOURNAL         TO TRUE
           MOVE "JOURNAL"              TO WS-KIND-LABEL
           MOVE "STUDMNT-JOURNAL"      TO WS-SCAN-NAME
           PERFORM 8100-START-FILE-COUNTS
               THRU 8100-EXIT

           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               PERFORM 8300-REPORT-MISSING
                   THRU 8300-EXIT
               GO TO 3000-EXIT
           END-IF

           OPEN OUTPUT SCAN-HOLD
           IF WS-HOLD-STATUS NOT = "00"
               CLOSE JOURNAL-FILE
               MOVE "NO SE ABRE ANONIMIZ-HOLD, SIN CAMBIOS"
                                       TO WS-COPY-ERROR-MSG
               PERFORM 8400-REPORT-COPY-ERROR
                   THRU 8400-EXIT
               GO TO 3000-EXIT
           END-IF

           MOVE "N"                    TO WS-EOF-SCAN-SW
           PERFORM 3100-ANON-ONE-ENTRY
               THRU 3100-EXIT
               UNTIL WS-EOF-SCAN
               OR WS-COPY-ERROR
           CLOSE JOURNAL-FILE
           CLOSE SCAN-HOLD
           IF WS-COPY-ERROR
               MOVE "ERROR AL GRABAR ANONIMIZ-HOLD, SIN CAMBIOS"
                                       TO WS-COPY-ERROR-MSG
               PERFORM 8400-REPORT-COPY-ERROR
                   THRU 8400-EXIT
               GO TO 3000-EXIT
           END-IF

           IF WS-FILE-CHANGED = ZERO
               OR WS-PREVIEW
               PERFORM 8200-REPORT-FILE
                   THRU 8200-EXIT
               GO TO 3000-EXIT
           END-IF

           OPEN INPUT SCAN-HOLD
           IF WS-HOLD-STATUS NOT = "00"
               MOVE "NO SE ABRE ANONIMIZ-HOLD, SIN CAMBIOS"
                                       TO WS-COPY-ERROR-MSG
               PERFORM 8400-REPORT-COPY-ERROR
                   THRU 8400-EXIT
               GO TO 3000-EXIT
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               CLOSE SCAN-HOLD
               MOVE "NO SE PUEDE REESCRIBIR, SIN CAMBIOS"
                                       TO WS-COPY-ERROR-MSG
               PERFORM 8400-REPORT-COPY-ERROR
                   THRU 8400-EXIT
               GO TO 3000-EXIT
           END-IF

           MOVE "N"                    TO WS-EOF-HOLD-SW
           PERFORM 3200-RESTORE-ENTRY
               THRU 3200-EXIT
               UNTIL WS-EOF-HOLD
               OR WS-COPY-ERROR
           CLOSE SCAN-HOLD
           CLOSE JOURNAL-FILE
           IF WS-COPY-ERROR
               MOVE "ERROR AL REESCRIBIR, COPIA EN ANONIMIZ-HOLD"
                                       TO WS-COPY-ERROR-MSG
               PERFORM 8400-REPORT-COPY-ERROR
                   THRU 8400-EXIT
               GO TO 3000-EXIT
           END-IF

           PERFORM 8200-REPORT-FILE
               THRU 8200-EXIT.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-ANON-ONE-ENTRY - ONE JOURNAL ENTRY TO THE HOLD FILE
      ******************************************************************
       3100-ANON-ONE-ENTRY.
           READ JOURNAL-FILE
               AT END
                   SET WS-EOF-SCAN     TO TRUE
                   GO TO 3100-EXIT
           END-READ

           ADD 1                       TO WS-FILE-LINES
           MOVE ZERO                   TO WS-LINE-REPLACED

           IF JR-BEFORE-IMAGE NOT = SPACES
               MOVE JR-BEFORE-IMAGE    TO WS-IMAGE-RECORD
               PERFORM 3500-ANON-IMAGE
                   THRU 3500-EXIT
               MOVE WS-IMAGE-RECORD    TO JR-BEFORE-IMAGE
           END-IF
           IF JR-AFTER-IMAGE NOT = SPACES
               MOVE JR-AFTER-IMAGE     TO WS-IMAGE-RECORD
               PERFORM 3500-ANON-IMAGE
                   THRU 3500-EXIT
               MOVE WS-IMAGE-RECORD    TO JR-AFTER-IMAGE
           END-IF

           IF WS-LINE-REPLACED > ZERO
               ADD 1                   TO WS-FILE-CHANGED
               ADD WS-LINE-REPLACED    TO WS-FILE-REPLACED
           END-IF

           MOVE SPACES                 TO SCAN-HOLD-LINE
           MOVE STUDENT-JOURNAL-RECORD TO SCAN-HOLD-LINE (1:177)
           WRITE SCAN-HOLD-LINE
           IF WS-HOLD-STATUS NOT = "00"
               SET WS-COPY-ERROR       TO TRUE
           END-IF.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-RESTORE-ENTRY - COPY ONE HOLD LINE BACK TO THE JOURNAL
      ******************************************************************
       3200-RESTORE-ENTRY.
           READ SCAN-HOLD
               AT END
                   SET WS-EOF-HOLD     TO TRUE
                   GO TO 3200-EXIT
           END-READ

           MOVE SCAN-HOLD-LINE (1:177) TO STUDENT-JOURNAL-RECORD
           WRITE STUDENT-JOURNAL-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               SET WS-COPY-ERROR       TO TRUE
           END-IF.

       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3500-ANON-IMAGE - REPLACE THE NAME IN ONE MASTER IMAGE WHEN
      *                   IT BELONGS TO A SELECTED STUDENT AND STILL
      *                   CARRIES A NAME
      ******************************************************************
       3500-ANON-IMAGE.
           PERFORM 2900-FIND-TARGET
               THRU 2900-EXIT
           IF WS-TG-HIT = ZERO
               GO TO 3500-EXIT
           END-IF
           IF NOT WS-TG-SELECTED (WS-TG-HIT)
               GO TO 3500-EXIT
           END-IF
           IF WI-STUDENT-NAME = SPACES
               OR WI-STUDENT-NAME = WS-TG-PSEUDO (WS-TG-HIT)
               GO TO 3500-EXIT
           END-IF

           MOVE WS-TG-PSEUDO (WS-TG-HIT)
                                       TO WI-STUDENT-NAME
           ADD 1                       TO WS-LINE-REPLACED
           IF WS-KIND-JOURNAL
               ADD 1                   TO WS-TG-CNT-JOURNAL (WS-TG-HIT)
           ELSE
               ADD 1                   TO WS-TG-CNT-UNLOAD (WS-TG-HIT)
               MOVE WS-RUN-FECHA       TO WI-ANON-DATE
           END-IF.

       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-SCAN-UNLOADS - EVERY STUDMAST-UNLOAD.<DATE> BACKUP HAS
      *                     LEFT WITHIN THE LAST AP-SCAN-DAYS DAYS
      ******************************************************************
       4000-SCAN-UNLOADS.
           SET WS-KIND-UNLOAD          TO TRUE
           MOVE "UNLOAD"               TO WS-KIND-LABEL

           COMPUTE WS-LAST-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-FECHA)
           COMPUTE WS-DAY-INT = WS-LAST-DAY-INT - WS-SCAN-DAYS

           PERFORM 4100-SCAN-ONE-UNLOAD
               THRU 4100-EXIT
               UNTIL WS-DAY-INT > WS-LAST-DAY-INT
               OR WS-COPY-ERROR.

       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-SCAN-ONE-UNLOAD - ONE DAY'S UNLOAD, IF BACKUP RAN THAT DAY
      ******************************************************************
       4100-SCAN-ONE-UNLOAD.
           COMPUTE WS-SCAN-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           ADD 1                       TO WS-DAY-INT

           MOVE SPACES                 TO WS-SCAN-NAME
           STRING "STUDMAST-UNLOAD."   DELIMITED BY SIZE
               WS-SCAN-DATE            DELIMITED BY SIZE
               INTO WS-SCAN-NAME

           OPEN INPUT UNLOAD-FILE
           IF WS-SCAN-STATUS NOT = "00"
               GO TO 4100-EXIT
           END-IF

           PERFORM 8100-START-FILE-COUNTS
               THRU 8100-EXIT
           OPEN OUTPUT SCAN-HOLD
           IF WS-HOLD-STATUS NOT = "00"
               CLOSE UNLOAD-FILE
               MOVE "NO SE ABRE ANONIMIZ-HOLD, SIN CAMBIOS"
                                       TO WS-COPY-ERROR-MSG
               PERFORM 8400-REPORT-COPY-ERROR
                   THRU 8400-EXIT
               GO TO 4100-EXIT
           END-IF

           MOVE "N"                    TO WS-EOF-SCAN-SW
           PERFORM 4200-ANON-ONE-UNLOAD-REC
               THRU 4200-EXIT
               UNTIL WS-EOF-SCAN
               OR WS-COPY-ERROR
           CLOSE UNLOAD-FILE
           CLOSE SCAN-HOLD
           IF WS-COPY-ERROR
               MOVE "ERROR AL GRABAR ANONIMIZ-HOLD, SIN CAMBIOS"
                                       TO WS-COPY-ERROR-MSG
               PERFORM 8400-REPORT-COPY-ERROR
                   THRU 8400-EXIT
               GO TO 4100-EXIT
           END-IF

           IF WS-FILE-CHANGED = ZERO
               OR WS-PREVIEW
               PERFORM 8200-REPORT-FILE
                   THRU 8200-EXIT
               GO TO 4100-EXIT
           END-IF

           OPEN INPUT SCAN-HOLD
           IF WS-HOLD-STATUS NOT = "00"
               MOVE "NO SE ABRE ANONIMIZ-HOLD, SIN CAMBIOS"
                                       TO WS-COPY-ERROR-MSG
               PERFORM 8400-REPORT-COPY-ERROR
                   THRU 8400-EXIT
               GO TO 4100-EXIT
           END-IF
           OPEN OUTPUT UNLOAD-FILE
           IF WS-SCAN-STATUS NOT = "00"
               CLOSE SCAN-HOLD
               MOVE "NO SE PUEDE REESCRIBIR, SIN CAMBIOS"
                                       TO WS-COPY-ERROR-MSG
               PERFORM 8400-REPORT-COPY-ERROR
                   THRU 8400-EXIT
               GO TO 4100-EXIT
           END-IF

           MOVE "N"                    TO WS-EOF-HOLD-SW
           PERFORM 4300-RESTORE-UNLOAD-REC
               THRU 4300-EXIT
               UNTIL WS-EOF-HOLD
               OR WS-COPY-ERROR
           CLOSE SCAN-HOLD
           CLOSE UNLOAD-FILE
           IF WS-COPY-ERROR
               MOVE "ERROR AL REESCRIBIR, COPIA EN ANONIMIZ-HOLD"
                                       TO WS-COPY-ERROR-MSG
               PERFORM 8400-REPORT-COPY-ERROR
                   THRU 8400-EXIT
               GO TO 4100-EXIT
           END-IF

           PERFORM 8200-REPORT-FILE
               THRU 8200-EXIT.

       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-ANON-ONE-UNLOAD-REC - ONE UNLOAD RECORD TO THE HOLD FILE.
      *                            THE CONTROL RECORDS PASS UNCHANGED
      *                            (THE COUNTS DO NOT MOVE)
      ******************************************************************
       4200-ANON-ONE-UNLOAD-REC.
           READ UNLOAD-FILE
               AT END
                   SET WS-EOF-SCAN     TO TRUE
                   GO TO 4200-EXIT
           END-READ

           ADD 1                       TO WS-FILE-LINES
           MOVE ZERO                   TO WS-LINE-REPLACED

           IF UN-DETAIL
               MOVE UN-MASTER-IMAGE    TO WS-IMAGE-RECORD
               PERFORM 3500-ANON-IMAGE
                   THRU 3500-EXIT
               MOVE WS-IMAGE-RECORD    TO UN-MASTER-IMAGE
           END-IF

           IF WS-LINE-REPLACED > ZERO
               ADD 1                   TO WS-FILE-CHANGED
               ADD WS-LINE-REPLACED    TO WS-FILE-REPLACED
           END-IF

           MOVE SPACES                 TO SCAN-HOLD-LINE
           MOVE UNLOAD-RECORD          TO SCAN-HOLD-LINE (1:81)
           WRITE SCAN-HOLD-LINE
           IF WS-HOLD-STATUS NOT = "00"
               SET WS-COPY-ERROR       TO TRUE
           END-IF.

       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4300-RESTORE-UNLOAD-REC - COPY ONE HOLD LINE BACK
      ******************************************************************
       4300-RESTORE-UNLOAD-REC.
           READ SCAN-HOLD
               AT END
                   SET WS-EOF-HOLD     TO TRUE
                   GO TO 4300-EXIT
           END-READ

           MOVE SCAN-HOLD-LINE (1:81)  TO UNLOAD-RECORD
           WRITE UNLOAD-RECORD
           IF WS-SCAN-STATUS NOT = "00"
               SET WS-COPY-ERROR       TO TRUE
           END-IF.

       4300-EXIT.
           EXIT.

      ******************************************************************
      * 5000-SCAN-CSV-ARCHIVES - THE PROMEDIO.CSV.<TERM> ARCHIVE OF
      *                          EVERY TERM ON GRADE-HISTORY
      ******************************************************************
       5000-SCAN-CSV-ARCHIVES.
           SET WS-KIND-CSV             TO TRUE
           MOVE "CSV"                  TO WS-KIND-LABEL

           OPEN INPUT GRADE-HISTORY
           IF WS-GRADHIST-STATUS NOT = "00"
               DISPLAY "ANONIMIZ - GRADE-HISTORY NOT FOUND, CSV "
                   "ARCHIVES NOT SEARCHED"
               GO TO 5000-EXIT
           END-IF

           MOVE "N"                    TO WS-EOF-HIST-SW
           PERFORM 5100-COLLECT-TERM
               THRU 5100-EXIT
               UNTIL WS-EOF-HIST
           CLOSE GRADE-HISTORY

           PERFORM 5200-SCAN-ONE-ARCHIVE
               THRU 5200-EXIT
               VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB > WS-TERM-COUNT
               OR WS-COPY-ERROR.

       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-COLLECT-TERM - ADD A GRADE-HISTORY TERM NOT YET LISTED
      ******************************************************************
       5100-COLLECT-TERM.
           READ GRADE-HISTORY NEXT RECORD
               AT END
                   SET WS-EOF-HIST     TO TRUE
                   GO TO 5100-EXIT
           END-READ

           MOVE "N"                    TO WS-TERM-FOUND-SW
           PERFORM 5110-MATCH-TERM
               THRU 5110-EXIT
               VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB > WS-TERM-COUNT
               OR WS-TERM-FOUND
           IF WS-TERM-FOUND
               OR WS-TERM-COUNT >= WS-TERM-MAX
               GO TO 5100-EXIT
           END-IF

           ADD 1                       TO WS-TERM-COUNT
           MOVE GH-TERM-ID             TO WS-TERM-ID (WS-TERM-COUNT).

       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5110-MATCH-TERM - COMPARE ONE LISTED TERM
      ******************************************************************
       5110-MATCH-TERM.
           IF WS-TERM-ID (WS-TERM-SUB) = GH-TERM-ID
               SET WS-TERM-FOUND       TO TRUE
           END-IF.

       5110-EXIT.
           EXIT.

      ******************************************************************
      * 5200-SCAN-ONE-ARCHIVE - ONE TERM'S CSV ARCHIVE, IF TERMCLSE
      *                         HAS CLOSED THE TERM
      ******************************************************************
       5200-SCAN-ONE-ARCHIVE.
           MOVE SPACES                 TO WS-SCAN-NAME
           STRING "PROMEDIO.CSV."      DELIMITED BY SIZE
               WS-TERM-ID (WS-TERM-SUB)
                                       DELIMITED BY SPACE
               INTO WS-SCAN-NAME

           PERFORM 6500-SCAN-TEXT-FILE
               THRU 6500-EXIT.

       5200-EXIT.
           EXIT.

      ******************************************************************
      * 6000-SCAN-REPORT-GENS - EVERY REPORT GENERATION ON
      *                         REPORT-CATALOG.  A CATALOGED FILE
      *                         THAT IS GONE IS LISTED AS MISSING
      ******************************************************************
       6000-SCAN-REPORT-GENS.
           SET WS-KIND-REPORT          TO TRUE
           MOVE "REPORTE"              TO WS-KIND-LABEL

           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "ANONIMIZ - REPORT-CATALOG NOT FOUND, REPORT "
                   "GENERATIONS NOT SEARCHED"
               GO TO 6000-EXIT
           END-IF

           MOVE "N"                    TO WS-EOF-CATALOG-SW
           PERFORM 6100-SCAN-ONE-GENERATION
               THRU 6100-EXIT
               UNTIL WS-EOF-CATALOG
               OR WS-COPY-ERROR

           CLOSE CATALOG-FILE.

       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6100-SCAN-ONE-GENERATION - ONE CATALOG ENTRY
      ******************************************************************
       6100-SCAN-ONE-GENERATION.
           READ CATALOG-FILE
               AT END
                   SET WS-EOF-CATALOG  TO TRUE
                   GO TO 6100-EXIT
           END-READ

           IF RC-FILE-NAME = SPACES
               GO TO 6100-EXIT
           END-IF

           MOVE RC-FILE-NAME           TO WS-SCAN-NAME
           PERFORM 6500-SCAN-TEXT-FILE
               THRU 6500-EXIT
           IF WS-SCAN-STATUS NOT = "00"
               AND WS-SCAN-STATUS NOT = "10"
               AND NOT WS-COPY-ERROR
               PERFORM 8100-START-FILE-COUNTS
                   THRU 8100-EXIT
               PERFORM 8300-REPORT-MISSING
                   THRU 8300-EXIT
           END-IF.

       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6500-SCAN-TEXT-FILE - FREE-TEXT FILE (CSV ARCHIVE OR REPORT
      *                       GENERATION): EVERY SELECTED STUDENT'S
      *                       NAME ON EVERY LINE IS REPLACED BY THE
      *                       PSEUDONYM.  A FILE THAT DOES NOT EXIST
      *                       IS SKIPPED, WITH WS-SCAN-STATUS LEFT
      *                       FOR THE CALLER
      ******************************************************************
       6500-SCAN-TEXT-FILE.
           OPEN INPUT TEXT-FILE
           IF WS-SCAN-STATUS NOT = "00"
               GO TO 6500-EXIT
           END-IF

           PERFORM 8100-START-FILE-COUNTS
               THRU 8100-EXIT
           OPEN OUTPUT SCAN-HOLD
           IF WS-HOLD-STATUS NOT = "00"
               CLOSE TEXT-FILE
               MOVE "NO SE ABRE ANONIMIZ-HOLD, SIN CAMBIOS"
                                       TO WS-COPY-ERROR-MSG
               PERFORM 8400-REPORT-COPY-ERROR
                   THRU 8400-EXIT
               GO TO 6500-EXIT
           END-IF

           MOVE "N"                    TO WS-EOF-SCAN-SW
           PERFORM 6510-ANON-ONE-LINE
               THRU 6510-EXIT
               UNTIL WS-EOF-SCAN
               OR WS-COPY-ERROR
           CLOSE TEXT-FILE
           CLOSE SCAN-HOLD
           IF WS-COPY-ERROR
               MOVE "ERROR AL GRABAR ANONIMIZ-HOLD, SIN CAMBIOS"
                                       TO WS-COPY-ERROR-MSG
               PERFORM 8400-REPORT-COPY-ERROR
                   THRU 8400-EXIT
               GO TO 6500-EXIT
           END-IF

           IF WS-FILE-CHANGED = ZERO
               OR WS-PREVIEW
               PERFORM 8200-REPORT-FILE
                   THRU 8200-EXIT
               MOVE "00"               TO WS-SCAN-STATUS
               GO TO 6500-EXIT
           END-IF

           OPEN INPUT SCAN-HOLD
           IF WS-HOLD-STATUS NOT = "00"
               MOVE "NO SE ABRE ANONIMIZ-HOLD, SIN CAMBIOS"
                                       TO WS-COPY-ERROR-MSG
               PERFORM 8400-REPORT-COPY-ERROR
                   THRU 8400-EXIT
               GO TO 6500-EXIT
           END-IF
           OPEN OUTPUT TEXT-FILE
           IF WS-SCAN-STATUS NOT = "00"
               CLOSE SCAN-HOLD
               MOVE "NO SE PUEDE REESCRIBIR, SIN CAMBIOS"
                                       TO WS-COPY-ERROR-MSG
               PERFORM 8400-REPORT-COPY-ERROR
                   THRU 8400-EXIT
               GO TO 6500-EXIT
           END-IF

           MOVE "N"                    TO WS-EOF-HOLD-SW
           PERFORM 6600-RESTORE-LINE
               THRU 6600-EXIT
               UNTIL WS-EOF-HOLD
               OR WS-COPY-ERROR
           CLOSE SCAN-HOLD
           CLOSE TEXT-FILE
           IF WS-COPY-ERROR
               MOVE "ERROR AL REESCRIBIR, COPIA EN ANONIMIZ-HOLD"
                                       TO WS-COPY-ERROR-MSG
               PERFORM 8400-REPORT-COPY-ERROR
                   THRU 8400-EXIT
               GO TO 6500-EXIT
           END-IF

           PERFORM 8200-REPORT-FILE
               THRU 8200-EXIT
           MOVE "00"                   TO WS-SCAN-STATUS.

       6500-EXIT.
           EXIT.

      ******************************************************************
      * 6510-ANON-ONE-LINE - ONE LINE TO THE HOLD FILE, EVERY SELECTED
      *                      NAME REPLACED
      ******************************************************************
       6510-ANON-ONE-LINE.
           READ TEXT-FILE
               AT END
                   SET WS-EOF-SCAN     TO TRUE
                   GO TO 6510-EXIT
           END-READ

           ADD 1                       TO WS-FILE-LINES
           MOVE ZERO                   TO WS-LINE-REPLACED
           MOVE TEXT-LINE              TO WS-WORK-LINE

           PERFORM 6520-ANON-NAME-IN-LINE
               THRU 6520-EXIT
               VARYING WS-TG-SUB FROM 1 BY 1
               UNTIL WS-TG-SUB > WS-TG-COUNT

           IF WS-LINE-REPLACED > ZERO
               ADD 1                   TO WS-FILE-CHANGED
               ADD WS-LINE-REPLACED    TO WS-FILE-REPLACED
           END-IF

           MOVE WS-WORK-LINE           TO SCAN-HOLD-LINE
           WRITE SCAN-HOLD-LINE
           IF WS-HOLD-STATUS NOT = "00"
               SET WS-COPY-ERROR       TO TRUE
           END-IF.

       6510-EXIT.
           EXIT.

      ******************************************************************
      * 6520-ANON-NAME-IN-LINE - ONE STUDENT'S NAME IN THE LINE.  ON A
      *                          CSV ARCHIVE THE NAME IS A WHOLE FIELD.
      *                          THE REPORTS PRINT THE NAME IN COLUMNS
      *                          AS NARROW AS 25, SO THERE A LONGER
      *                          NAME IS ALSO LOOKED FOR CUT AT 25
      ******************************************************************
       6520-ANON-NAME-IN-LINE.
           IF NOT WS-TG-SELECTED (WS-TG-SUB)
               OR WS-TG-NAME-LEN (WS-TG-SUB) = ZERO
               GO TO 6520-EXIT
           END-IF

           MOVE WS-TG-NAME-LEN (WS-TG-SUB)
                                       TO WS-MATCH-LEN
           IF WS-KIND-CSV
               MOVE 1                  TO WS-FLD-START
               PERFORM 6550-CHECK-CSV-FIELD
                   THRU 6550-EXIT
                   UNTIL WS-FLD-START > 200
               GO TO 6520-EXIT
           END-IF

           MOVE "N"                    TO WS-NOREP-LISTED-SW
           PERFORM 6530-REPLACE-NAME
               THRU 6530-EXIT

           IF WS-TG-NAME-LEN (WS-TG-SUB) > 25
               MOVE 25                 TO WS-MATCH-LEN
               PERFORM 6530-REPLACE-NAME
                   THRU 6530-EXIT
           END-IF.

       6520-EXIT.
           EXIT.

      ******************************************************************
      * 6530-REPLACE-NAME - LOOK FOR THE FIRST WS-MATCH-LEN CHARACTERS
      *                     OF THE NAME AT EVERY POSITION OF A REPORT
      *                     LINE
      ******************************************************************
       6530-REPLACE-NAME.
           MOVE ZERO                   TO WS-HITS
           INSPECT WS-WORK-LINE TALLYING WS-HITS
               FOR ALL WS-TG-NAME (WS-TG-SUB) (1:WS-MATCH-LEN)
           IF WS-HITS = ZERO
               GO TO 6530-EXIT
           END-IF

           COMPUTE WS-LAST-POS = 200 - WS-MATCH-LEN + 1

           PERFORM 6540-MATCH-AT-POS
               THRU 6540-EXIT
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-LAST-POS.

       6530-EXIT.
           EXIT.

      ******************************************************************
      * 6540-MATCH-AT-POS - THE NAME AS A WHOLE WORD AT WS-SCAN-POS
      *                     (START OF LINE OR A SPACE BEFORE IT, A SPACE
      *                     OR THE END OF THE LINE AFTER IT) IS OVERLAID
      *                     WITH THE PSEUDONYM, SPACE-FILLED SO THE
      *                     REPORT COLUMNS DO NOT SHIFT.  A NAME SHORTER
      *                     THAN THE PSEUDONYM WOULD CUT IT, SO IT IS
      *                     LEFT AND THE LINE LISTED ON THE CERTIFICATE
      ******************************************************************
       6540-MATCH-AT-POS.
           IF WS-WORK-LINE (WS-SCAN-POS:WS-MATCH-LEN)
               NOT = WS-TG-NAME (WS-TG-SUB) (1:WS-MATCH-LEN)
               GO TO 6540-EXIT
           END-IF
           IF WS-SCAN-POS > 1
               IF WS-WORK-LINE (WS-SCAN-POS - 1:1) NOT = SPACE
                   GO TO 6540-EXIT
               END-IF
           END-IF
           COMPUTE WS-NEXT-POS = WS-SCAN-POS + WS-MATCH-LEN
           IF WS-NEXT-POS NOT > 200
               IF WS-WORK-LINE (WS-NEXT-POS:1) NOT = SPACE
                   GO TO 6540-EXIT
               END-IF
           END-IF

           IF WS-MATCH-LEN < WS-PSEUDO-LEN
               IF NOT WS-NOREP-LISTED
                   SET WS-NOREP-LISTED TO TRUE
                   PERFORM 8500-REPORT-NOT-REPLACED
                       THRU 8500-EXIT
               END-IF
               GO TO 6540-EXIT
           END-IF

           MOVE WS-TG-PSEUDO (WS-TG-SUB)
               TO WS-WORK-LINE (WS-SCAN-POS:WS-MATCH-LEN)
           ADD 1                       TO WS-LINE-REPLACED
           ADD 1                       TO WS-TG-CNT-REPORT (WS-TG-SUB).

       6540-EXIT.
           EXIT.

      ******************************************************************
      * 6550-CHECK-CSV-FIELD - ONE COMMA-DELIMITED FIELD FROM
      *                        WS-FLD-START, THEN ON TO THE NEXT
      ******************************************************************
       6550-CHECK-CSV-FIELD.
           PERFORM 6560-FIND-FIELD-END
               THRU 6560-EXIT
               VARYING WS-FLD-END FROM WS-FLD-START BY 1
               UNTIL WS-FLD-END > 200
               OR WS-WORK-LINE (WS-FLD-END:1) = ","
           COMPUTE WS-FLD-LEN = WS-FLD-END - WS-FLD-START

           PERFORM 6570-REPLACE-CSV-FIELD
               THRU 6570-EXIT

           COMPUTE WS-FLD-START = WS-FLD-END + 1.

       6550-EXIT.
           EXIT.

      ******************************************************************
      * 6560-FIND-FIELD-END - STEP OVER ONE CHARACTER OF THE FIELD
      *                       (THE VARYING CLAUSE DOES THE WORK)
      ******************************************************************
       6560-FIND-FIELD-END.
           CONTINUE.

       6560-EXIT.
           EXIT.

      ******************************************************************
      * 6570-REPLACE-CSV-FIELD - A FIELD HOLDING EXACTLY THE NAME IS
      *                          REPLACED WHOLE BY THE FULL PSEUDONYM
      *                          AND THE REST OF THE LINE MOVES ALONG
      *                          AFTER IT; WS-FLD-END FOLLOWS IT
      ******************************************************************
       6570-REPLACE-CSV-FIELD.
           IF WS-FLD-LEN < WS-MATCH-LEN
               GO TO 6570-EXIT
           END-IF
           IF WS-WORK-LINE (WS-FLD-START:WS-MATCH-LEN)
               NOT = WS-TG-NAME (WS-TG-SUB) (1:WS-MATCH-LEN)
               GO TO 6570-EXIT
           END-IF
           COMPUTE WS-NEXT-POS = WS-FLD-START + WS-MATCH-LEN
           IF WS-NEXT-POS < WS-FLD-END
               IF WS-WORK-LINE (WS-NEXT-POS:WS-FLD-END - WS-NEXT-POS)
                   NOT = SPACES
                   GO TO 6570-EXIT
               END-IF
           END-IF

           MOVE SPACES                 TO WS-NEW-LINE
           MOVE 1                      TO WS-LINE-POINTER
           IF WS-FLD-START > 1
               STRING WS-WORK-LINE (1:WS-FLD-START - 1)
                                       DELIMITED BY SIZE
                   INTO WS-NEW-LINE
                   WITH POINTER WS-LINE-POINTER
           END-IF
           STRING WS-TG-PSEUDO (WS-TG-SUB) (1:WS-PSEUDO-LEN)
                                       DELIMITED BY SIZE
               INTO WS-NEW-LINE
               WITH POINTER WS-LINE-POINTER
           IF WS-FLD-END NOT > 200
               STRING WS-WORK-LINE (WS-FLD-END:)
                                       DELIMITED BY SIZE
                   INTO WS-NEW-LINE
                   WITH POINTER WS-LINE-POINTER
           END-IF
           MOVE WS-NEW-LINE            TO WS-WORK-LINE

           ADD 1                       TO WS-LINE-REPLACED
           ADD 1                       TO WS-TG-CNT-CSV (WS-TG-SUB)
           COMPUTE WS-FLD-END = WS-FLD-START + WS-PSEUDO-LEN.

       6570-EXIT.
           EXIT.

      ******************************************************************
      * 6600-RESTORE-LINE - COPY ONE HOLD LINE BACK
      ******************************************************************
       6600-RESTORE-LINE.
           READ SCAN-HOLD
               AT END
                   SET WS-EOF-HOLD     TO TRUE
                   GO TO 6600-EXIT
           END-READ

           MOVE SCAN-HOLD-LINE         TO TEXT-LINE
           WRITE TEXT-LINE
           IF WS-SCAN-STATUS NOT = "00"
               SET WS-COPY-ERROR       TO TRUE
           END-IF.

       6600-EXIT.
           EXIT.

      ******************************************************************
      * 7000-UPDATE-MASTER - LAST OF ALL, THE PSEUDONYM AND THE
      *                      ANONYMIZATION DATE GO ON THE MASTER
      ******************************************************************
       7000-UPDATE-MASTER.
           PERFORM 7100-UPDATE-ONE-STUDENT
               THRU 7100-EXIT
               VARYING WS-TG-SUB FROM 1 BY 1
               UNTIL WS-TG-SUB > WS-TG-COUNT.

       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7100-UPDATE-ONE-STUDENT - REWRITE ONE SELECTED STUDENT, ALSO
      *                           RECORDING A BAJA DATE THAT CAME
      *                           FROM THE JOURNAL
      ******************************************************************
       7100-UPDATE-ONE-STUDENT.
           IF NOT WS-TG-SELECTED (WS-TG-SUB)
               GO TO 7100-EXIT
           END-IF

           MOVE WS-TG-ID (WS-TG-SUB)   TO SM-STUDENT-ID
           READ STUDENT-MASTER
               KEY IS SM-STUDENT-ID
               INVALID KEY
                   DISPLAY "ANONIMIZ - " WS-TG-ID (WS-TG-SUB)
                       " YA NO ESTA EN STUDENT-MASTER"
                   GO TO 7100-EXIT
           END-READ

           MOVE "S"                    TO WS-TG-MASTER-SW (WS-TG-SUB)
           ADD 1                       TO WS-MASTER-DONE-COUNT
           IF WS-PREVIEW
               GO TO 7100-EXIT
           END-IF

           MOVE WS-TG-PSEUDO (WS-TG-SUB)
                                       TO SM-STUDENT-NAME
           MOVE WS-TG-INACTIVE (WS-TG-SUB)
                                       TO SM-INACTIVE-DATE
           MOVE WS-RUN-FECHA           TO SM-ANON-DATE
           REWRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   MOVE "N"            TO WS-TG-MASTER-SW (WS-TG-SUB)
                   SUBTRACT 1          FROM WS-MASTER-DONE-COUNT
                   DISPLAY "ANONIMIZ - ERROR AL GRABAR "
                       WS-TG-ID (WS-TG-SUB) " EN STUDENT-MASTER"
           END-REWRITE.

       7100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-CERTIFICATE - THE STUDENTS ANONYMIZED WITH THE
      *                          NAMES REPLACED PER KIND OF FILE, THE
      *                          ONES LEFT AND WHY, AND THE TOTALS
      ******************************************************************
       8000-WRITE-CERTIFICATE.
           IF WS-SELECTED-COUNT > ZERO
               MOVE "ALUMNOS ANONIMIZADOS"
                                       TO WS-RS-TEXT
               PERFORM 8900-WRITE-SECTION
                   THRU 8900-EXIT
               MOVE WS-RPT-STU-HDR     TO ANONIMIZ-REPORT-LINE
               WRITE ANONIMIZ-REPORT-LINE
               PERFORM 8010-WRITE-STUDENT
                   THRU 8010-EXIT
                   VARYING WS-TG-SUB FROM 1 BY 1
                   UNTIL WS-TG-SUB > WS-TG-COUNT
           END-IF

           IF WS-NO-DATE-COUNT > ZERO
               MOVE "INACTIVOS SIN FECHA DE BAJA - NO ANONIMIZADOS"
                                       TO WS-RS-TEXT
               PERFORM 8900-WRITE-SECTION
                   THRU 8900-EXIT
               PERFORM 8020-WRITE-NO-DATE
                   THRU 8020-EXIT
                   VARYING WS-TG-SUB FROM 1 BY 1
                   UNTIL WS-TG-SUB > WS-TG-COUNT
           END-IF

           MOVE WS-SEPARATOR-LINE      TO ANONIMIZ-REPORT-LINE
           WRITE ANONIMIZ-REPORT-LINE

           MOVE "ALUMNOS INACTIVOS"    TO WS-SU-LABEL
           MOVE WS-INACTIVE-COUNT      TO WS-SU-VALUE
           PERFORM 8950-WRITE-SUMMARY
               THRU 8950-EXIT
           MOVE "YA ANONIMIZADOS ANTES" TO WS-SU-LABEL
           MOVE WS-DONE-BEFORE-COUNT   TO WS-SU-VALUE
           PERFORM 8950-WRITE-SUMMARY
               THRU 8950-EXIT
           MOVE "DENTRO DEL PERIODO DE RETENCION"
                                       TO WS-SU-LABEL
           MOVE WS-RECENT-COUNT        TO WS-SU-VALUE
           PERFORM 8950-WRITE-SUMMARY
               THRU 8950-EXIT
           MOVE "SIN FECHA DE BAJA"    TO WS-SU-LABEL
           MOVE WS-NO-DATE-COUNT       TO WS-SU-VALUE
           PERFORM 8950-WRITE-SUMMARY
               THRU 8950-EXIT
           MOVE "ANONIMIZADOS EN ESTA CORRIDA"
                                       TO WS-SU-LABEL
           MOVE WS-MASTER-DONE-COUNT   TO WS-SU-VALUE
           PERFORM 8950-WRITE-SUMMARY
               THRU 8950-EXIT
           MOVE "ARCHIVOS REVISADOS"   TO WS-SU-LABEL
           MOVE WS-FILES-SCANNED       TO WS-SU-VALUE
           PERFORM 8950-WRITE-SUMMARY
               THRU 8950-EXIT
           MOVE "ARCHIVOS MODIFICADOS" TO WS-SU-LABEL
           MOVE WS-FILES-CHANGED       TO WS-SU-VALUE
           PERFORM 8950-WRITE-SUMMARY
               THRU 8950-EXIT
           MOVE "ARCHIVOS CATALOGADOS FALTANTES"
                                       TO WS-SU-LABEL
           MOVE WS-FILES-MISSING       TO WS-SU-VALUE
           PERFORM 8950-WRITE-SUMMARY
               THRU 8950-EXIT
           MOVE "NOMBRES REEMPLAZADOS" TO WS-SU-LABEL
           MOVE WS-TOTAL-REPLACED      TO WS-SU-VALUE
           PERFORM 8950-WRITE-SUMMARY
               THRU 8950-EXIT
           MOVE "LINEAS CON NOMBRE NO REEMPLAZADO"
                                       TO WS-SU-LABEL
           MOVE WS-NOT-REPLACED-COUNT  TO WS-SU-VALUE
           PERFORM 8950-WRITE-SUMMARY
               THRU 8950-EXIT

           IF WS-TABLE-FULL
               MOVE SPACES             TO WS-RPT-SECTION-LINE
               MOVE "MAS DE 500 INACTIVOS, RESTO EN LA PROXIMA"
                                       TO WS-RS-TEXT
               MOVE WS-RPT-SECTION-LINE
                                       TO ANONIMIZ-REPORT-LINE
               WRITE ANONIMIZ-REPORT-LINE
           END-IF

           IF WS-COPY-ERROR
               MOVE SPACES             TO WS-RPT-SECTION-LINE
               MOVE "ERROR DE E/S, MAESTRO NO ACTUALIZADO - REPETIR"
                                       TO WS-RS-TEXT
               MOVE WS-RPT-SECTION-LINE
                                       TO ANONIMIZ-REPORT-LINE
               WRITE ANONIMIZ-REPORT-LINE
           END-IF.

       8000-EXIT.
           EXIT.

      ******************************************************************
      * 8010-WRITE-STUDENT - ONE ANONYMIZED STUDENT
      ******************************************************************
       8010-WRITE-STUDENT.
           IF NOT WS-TG-SELECTED (WS-TG-SUB)
               GO TO 8010-EXIT
           END-IF

           MOVE WS-TG-ID (WS-TG-SUB)   TO WS-RT-ID
           MOVE WS-TG-PSEUDO (WS-TG-SUB)
                                       TO WS-RT-PSEUDO
           MOVE WS-TG-INACTIVE (WS-TG-SUB)
                                       TO WS-RT-BAJA
           IF WS-TG-MASTER-DONE (WS-TG-SUB)
               MOVE "SI"               TO WS-RT-MASTER
           ELSE
               MOVE "NO"               TO WS-RT-MASTER
           END-IF
           MOVE WS-TG-CNT-JOURNAL (WS-TG-SUB)
                                       TO WS-RT-JOURNAL
           MOVE WS-TG-CNT-UNLOAD (WS-TG-SUB)
                                       TO WS-RT-UNLOAD
           MOVE WS-TG-CNT-CSV (WS-TG-SUB)
                                       TO WS-RT-CSV
           MOVE WS-TG-CNT-REPORT (WS-TG-SUB)
                                       TO WS-RT-REPORT
           MOVE WS-RPT-STU-LINE        TO ANONIMIZ-REPORT-LINE
           WRITE ANONIMIZ-REPORT-LINE.

       8010-EXIT.
           EXIT.

      ******************************************************************
      * 8020-WRITE-NO-DATE - ONE INACTIVE STUDENT WITH NO BAJA DATE,
      *                      FOR THE REGISTRY TO DATE BY HAND
      ******************************************************************
       8020-WRITE-NO-DATE.
           IF NOT WS-TG-NO-DATE (WS-TG-SUB)
               GO TO 8020-EXIT
           END-IF

           MOVE WS-TG-ID (WS-TG-SUB)   TO WS-RK-ID
           MOVE "SIN FECHA EN EL MAESTRO NI BAJA EN EL JOURNAL"
                                       TO WS-RK-MOTIVO
           MOVE WS-RPT-SKIP-LINE       TO ANONIMIZ-REPORT-LINE
           WRITE ANONIMIZ-REPORT-LINE.

       8020-EXIT.
           EXIT.

      ******************************************************************
      * 8100-START-FILE-COUNTS - ZERO THE COUNTS OF THE FILE ABOUT TO
      *                          BE SCANNED
      ******************************************************************
       8100-START-FILE-COUNTS.
           MOVE ZERO                   TO WS-FILE-LINES
           MOVE ZERO                   TO WS-FILE-CHANGED
           MOVE ZERO                   TO WS-FILE-REPLACED.

       8100-EXIT.
           EXIT.

      ******************************************************************
      * 8200-REPORT-FILE - ONE SCANNED FILE ON THE CERTIFICATE
      ******************************************************************
       8200-REPORT-FILE.
           ADD 1                       TO WS-FILES-SCANNED
           IF WS-FILE-CHANGED > ZERO
               ADD 1                   TO WS-FILES-CHANGED
           END-IF
           ADD WS-FILE-REPLACED        TO WS-TOTAL-REPLACED

           MOVE WS-KIND-LABEL          TO WS-RF-KIND
           MOVE WS-SCAN-NAME           TO WS-RF-NAME
           MOVE WS-FILE-LINES          TO WS-RF-LINES
           MOVE WS-FILE-CHANGED        TO WS-RF-CHANGED
           MOVE WS-FILE-REPLACED       TO WS-RF-REPLACED
           MOVE WS-RPT-FILE-LINE       TO ANONIMIZ-REPORT-LINE
           WRITE ANONIMIZ-REPORT-LINE.

       8200-EXIT.
           EXIT.

      ******************************************************************
      * 8300-REPORT-MISSING - A FILE THAT SHOULD BE THERE AND IS NOT
      ******************************************************************
       8300-REPORT-MISSING.
           ADD 1                       TO WS-FILES-MISSING
           MOVE WS-KIND-LABEL          TO WS-RF-KIND
           MOVE WS-SCAN-NAME           TO WS-RF-NAME
           MOVE ZERO                   TO WS-RF-LINES
           MOVE ZERO                   TO WS-RF-CHANGED
           MOVE ZERO                   TO WS-RF-REPLACED
           MOVE WS-RPT-FILE-LINE       TO ANONIMIZ-REPORT-LINE
           MOVE "NO ENCONTRADO"        TO ANONIMIZ-REPORT-LINE (53:)
           WRITE ANONIMIZ-REPORT-LINE.

       8300-EXIT.
           EXIT.

      ******************************************************************
      * 8400-REPORT-COPY-ERROR - THE HOLD FILE OR THE COPY BACK FAILED.
      *                          THE FILE IS LISTED WITH WHAT BECAME OF
      *                          IT, AND THE SWITCH STOPS THE SCAN SO
      *                          ANONIMIZ-HOLD IS KEPT AND THE MASTER
      *                          IS LEFT FOR A RERUN
      ******************************************************************
       8400-REPORT-COPY-ERROR.
           SET WS-COPY-ERROR           TO TRUE
           DISPLAY "ANONIMIZ - ERROR DE E/S EN " WS-SCAN-NAME
               " STATUS " WS-SCAN-STATUS "/" WS-JOURNAL-STATUS
               " HOLD " WS-HOLD-STATUS

           MOVE WS-KIND-LABEL          TO WS-RF-KIND
           MOVE WS-SCAN-NAME           TO WS-RF-NAME
           MOVE WS-FILE-LINES          TO WS-RF-LINES
           MOVE ZERO                   TO WS-RF-CHANGED
           MOVE ZERO                   TO WS-RF-REPLACED
           MOVE WS-RPT-FILE-LINE       TO ANONIMIZ-REPORT-LINE
           MOVE WS-COPY-ERROR-MSG      TO ANONIMIZ-REPORT-LINE (53:)
           WRITE ANONIMIZ-REPORT-LINE.

       8400-EXIT.
           EXIT.

      ******************************************************************
      * 8500-REPORT-NOT-REPLACED - A LINE WHERE A NAME SHORTER THAN
      *                            THE PSEUDONYM WAS LEFT, FOR THE
      *                            REGISTRY TO CLEAR BY HAND
      ******************************************************************
       8500-REPORT-NOT-REPLACED.
           ADD 1                       TO WS-NOT-REPLACED-COUNT
           MOVE WS-KIND-LABEL          TO WS-RN-KIND
           MOVE WS-SCAN-NAME           TO WS-RN-NAME
           MOVE WS-FILE-LINES          TO WS-RN-LINE
           MOVE WS-TG-ID (WS-TG-SUB)   TO WS-RN-ID
           MOVE WS-RPT-NOREP-LINE      TO ANONIMIZ-REPORT-LINE
           WRITE ANONIMIZ-REPORT-LINE.

       8500-EXIT.
           EXIT.

      ******************************************************************
      * 8900-WRITE-SECTION - SEPARATOR AND SECTION TITLE
      ******************************************************************
       8900-WRITE-SECTION.
           MOVE WS-SEPARATOR-LINE      TO ANONIMIZ-REPORT-LINE
           WRITE ANONIMIZ-REPORT-LINE
           MOVE WS-RPT-SECTION-LINE    TO ANONIMIZ-REPORT-LINE
           WRITE ANONIMIZ-REPORT-LINE.

       8900-EXIT.
           EXIT.

      ******************************************************************
      * 8950-WRITE-SUMMARY - ONE TOTALS LINE
      ******************************************************************
       8950-WRITE-SUMMARY.
           MOVE WS-SUMMARY-LINE        TO ANONIMIZ-REPORT-LINE
           WRITE ANONIMIZ-REPORT-LINE.

       8950-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES, AUDIT-LOG END ENTRY AND THE
      *                  RETURN-CODE: 8 WITHOUT A MASTER, 12 WHEN A
      *                  FILE COULD NOT BE REWRITTEN, 4 WHEN A
      *                  STUDENT COULD NOT BE DATED, A CATALOGED
      *                  REPORT IS GONE, A NAME WAS LEFT OR THE TABLE
      *                  FILLED, ELSE 0
      ******************************************************************
       9000-TERMINATE.
           IF NOT WS-INPUT-MISSING
               CLOSE STUDENT-MASTER
           END-IF
           CLOSE ANONIMIZ-REPORT

           EVALUATE TRUE
               WHEN WS-INPUT-MISSING
                   MOVE 8              TO RETURN-CODE
               WHEN WS-COPY-ERROR
                   MOVE 12             TO RETURN-CODE
               WHEN WS-NO-DATE-COUNT > ZERO
                   OR WS-FILES-MISSING > ZERO
                   OR WS-NOT-REPLACED-COUNT > ZERO
                   OR WS-TABLE-FULL
                   MOVE 4              TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO           TO RETURN-CODE
           END-EVALUATE

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDITLOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF

           MOVE SPACES                 TO AUDIT-LOG-RECORD
           MOVE "ANONIMIZ"             TO AL-PROGRAM-NAME
           SET AL-EVENT-END            TO TRUE
           MOVE WS-RUN-FECHA           TO AL-TS-DATE
           ACCEPT WS-RUN-HORA          FROM TIME
           MOVE WS-RUN-HORA            TO AL-TS-TIME
           MOVE WS-MASTER-DONE-COUNT   TO AL-RECORDS-PROCESSED
           MOVE RETURN-CODE            TO AL-RETURN-CODE
           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE

           DISPLAY "ANONIMIZ - ANONIMIZADOS " WS-MASTER-DONE-COUNT
               " ARCHIVOS MODIFICADOS " WS-FILES-CHANGED.

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
           MOVE "ANONIMIZ"             TO ALR-PROGRAM
           MOVE ZERO                   TO ALR-STEP-NUMBER
           MOVE RETURN-CODE            TO ALR-RETURN-CODE
           MOVE "ANONIMIZ-REPORT"      TO ALR-REPORT-NAME

           CALL "ALERTPUT" USING ALR-REQUEST
           MOVE ALR-RETURN-CODE        TO RETURN-CODE.

       9900-EXIT.
           EXIT.

       END PROGRAM ANONIMIZ.
