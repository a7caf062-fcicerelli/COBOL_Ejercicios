      ******************************************************************
      * Author:     Fabio Cicerelli
      * Date:       15/OCT/2026
      * Purpose:    Make-up exam (recuperatorio) cycle.  Two runs,
      *             selected by the mode byte on RECUPERA-PARM:
      *             "L" (list) reads GRADE-DETAIL for the TERM-PARM
      *             term and puts every failed, not frozen result
      *             whose attendance meets the course minimum on the
      *             MAKEUP-ELIG file, with the exam component the
      *             make-up replaces (its average off the term's
      *             GRADES-FILE and its weight off COURSE-WEIGHTS),
      *             then prints the eligibility list per course on
      *             RECUPERA-REPORT and one notice per student on
      *             RECUPERA-AVISOS.  "P" (post) takes the
      *             MAKEUP-RESULTS file, replaces the exam component
      *             with the make-up nota, caps the course result at
      *             the minimum passing grade of GRADE-SCALE, and
      *             posts it to GRADE-DETAIL and GRADE-HISTORY,
      *             journaling before and after images to
      *             RECUPERA-JOURNAL (the GRADECHG-JOURNAL layout)
      *             and writing RECUPERA.CSV as a delta for the
      *             registrar in the GRADECHG.CSV layout.  Once the
      *             deadline has passed, anyone still pending on the
      *             list is marked and reported AUSENTE.
      * Tectonics: cobc -x RECUPERA.cob ENQUEUE.cob ALERTPUT.cob
      *            -o RECUPERA
      *            (ENQUEUE and ALERTPUT are CALLed by name, so
      *            they must be linked into the same executable)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      * 15/OCT/26  FC   Initial version.
      * 15/OCT/26  FC   The recomputed GH-PROMEDIO is weighted by
      *                 each course's GD-CREDITS, as PROMEDIO now
      *                 does, and GH-CREDITS-ATTEMPTED/-EARNED are
      *                 refreshed, since a make-up result can turn
      *                 a failed course into a passed one.
      * 15/OCT/26  FC   A run ending with a nonzero RETURN-CODE leaves
      *                 an operator alert on ALERT-OUTBOX through
      *                 ALERTPUT, naming RECUPERA-REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "RECUPERA-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TERM-PARM ASSIGN TO "TERM-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMPARM-STATUS.

           SELECT RUNDATE-PARM ASSIGN TO "RUN-DATE-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNDATE-STATUS.

           SELECT GRADE-DETAIL ASSIGN TO "GRADE-DETAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GD-KEY
               FILE STATUS IS WS-GRADDETL-STATUS.

           SELECT GRADE-HISTORY ASSIGN TO "GRADE-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-KEY
               FILE STATUS IS WS-GRADHIST-STATUS.

           SELECT MAKEUP-ELIG ASSIGN TO "MAKEUP-ELIG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ME-KEY
               FILE STATUS IS WS-ELIG-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDMAST-STATUS.

           SELECT COURSE-MASTER ASSIGN TO "COURSE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COURSE-ID
               FILE STATUS IS WS-COURMAST-STATUS.

           SELECT ATTENDANCE ASSIGN TO "ATTENDANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-KEY
               FILE STATUS IS WS-ATTEND-STATUS.

           SELECT ATTEND-MINIMUM ASSIGN TO "ATTEND-MINIMUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTMIN-STATUS.

           SELECT GRADE-SCALE ASSIGN TO "GRADE-SCALE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCALE-STATUS.

           SELECT COURSE-WEIGHTS ASSIGN TO "COURSE-WEIGHTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEIGHT-STATUS.

           SELECT GRADES-FILE ASSIGN TO "GRADES-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADES-STATUS.

           SELECT RESULTS-FILE ASSIGN TO "MAKEUP-RESULTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "RECUPERA-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT DELTA-CSV ASSIGN TO "RECUPERA.CSV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIST-REPORT ASSIGN TO "RECUPERA-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTICE-FILE ASSIGN TO "RECUPERA-AVISOS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05  RP-MODE                 PIC X(01).
           05  RP-DEADLINE             PIC 9(08).
           05  RP-EXAM-CATEG           PIC X(01).
           05  FILLER                  PIC X(70).

       FD  TERM-PARM
           RECORD CONTAINS 80 CHARACTERS.
       01  TERM-PARM-RECORD.
           05  TP-TERM-ID              PIC X(06).
           05  FILLER                  PIC X(74).

       FD  RUNDATE-PARM
           RECORD CONTAINS 80 CHARACTERS.
       01  RUNDATE-RECORD.
           05  RD-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  GRADE-DETAIL.
           COPY GRADDETL.

       FD  GRADE-HISTORY.
           COPY GRADHIST.

       FD  MAKEUP-ELIG.
           COPY MAKEUPEL.

       FD  STUDENT-MASTER.
           COPY STUDMAST.

       FD  COURSE-MASTER.
           COPY COURMAST.

       FD  ATTENDANCE.
           COPY ATTENDNC.

       FD  ATTEND-MINIMUM
           RECORD CONTAINS 80 CHARACTERS.
       01  ATTEND-MINIMUM-RECORD.
           05  AM-COURSE-ID            PIC X(06).
           05  AM-MINIMO               PIC 9(03).
           05  FILLER                  PIC X(71).

       FD  GRADE-SCALE
           RECORD CONTAINS 80 CHARACTERS.
       01  GRADE-SCALE-RECORD.
           05  GS-LETRA                PIC X(02).
           05  GS-MINIMO               PIC 9(03)V99.
           05  GS-MAXIMO               PIC 9(03)V99.
           05  GS-APROBADO             PIC X(01).
           05  FILLER                  PIC X(67).

       FD  COURSE-WEIGHTS
           RECORD CONTAINS 80 CHARACTERS.
       01  COURSE-WEIGHTS-RECORD.
           05  CW-COURSE-ID            PIC X(06).
           05  CW-CAT-ENTRY            OCCURS 3 TIMES.
               10  CW-CAT-CODE         PIC X(01).
               10  CW-CAT-PESO         PIC 9(03).
           05  FILLER                  PIC X(62).

       FD  GRADES-FILE
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
           COPY BATCHCTL REPLACING LEADING ==BC== BY ==GC==.

       FD  RESULTS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RESULTS-RECORD.
           05  MR-RECORD-TYPE          PIC X(01).
           05  MR-STUDENT-ID           PIC X(05).
           05  MR-COURSE-ID            PIC X(06).
           05  MR-NOTA                 PIC 9(03)V99.
           05  MR-EXAM-DATE            PIC 9(08).
           05  MR-INSTRUCTOR           PIC X(30).
           05  FILLER                  PIC X(25).
           COPY BATCHCTL.

       FD  JOURNAL-FILE
           RECORD CONTAINS 185 CHARACTERS.
       01  GRADE-CHANGE-JOURNAL-RECORD.
           05  GJ-TIMESTAMP.
               10  GJ-TS-DATE          PIC 9(08).
               10  GJ-TS-TIME          PIC 9(08).
           05  GJ-APPROVER-ID          PIC X(08).
           05  GJ-BEFORE-IMAGE         PIC X(80).
           05  GJ-AFTER-IMAGE          PIC X(80).
           05  FILLER                  PIC X(01).

       FD  DELTA-CSV
           RECORD CONTAINS 80 CHARACTERS.
       01  DELTA-CSV-LINE              PIC X(80).

       FD  LIST-REPORT
           RECORD CONTAINS 90 CHARACTERS.
       01  LIST-REPORT-LINE            PIC X(90).

       FD  NOTICE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  NOTICE-LINE                 PIC X(80).

       FD  AUDIT-LOG-FILE.
           COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-LOCK-FAILED-SW           PIC X(01) VALUE "N".
           88  WS-LOCK-FAILED                  VALUE "S".

           COPY ENQPARM.

           COPY ALRTPARM.

       77  WS-PARM-STATUS              PIC X(02).
       77  WS-TERMPARM-STATUS          PIC X(02).
       77  WS-RUNDATE-STATUS           PIC X(02).
       77  WS-GRADDETL-STATUS          PIC X(02).
       77  WS-GRADHIST-STATUS          PIC X(02).
       77  WS-ELIG-STATUS              PIC X(02).
       77  WS-STUDMAST-STATUS          PIC X(02).
       77  WS-COURMAST-STATUS          PIC X(02).
       77  WS-ATTEND-STATUS            PIC X(02).
       77  WS-ATTMIN-STATUS            PIC X(02).
       77  WS-SCALE-STATUS             PIC X(02).
       77  WS-WEIGHT-STATUS            PIC X(02).
       77  WS-GRADES-STATUS            PIC X(02).
       77  WS-RESULTS-STATUS           PIC X(02).
       77  WS-JOURNAL-STATUS           PIC X(02).
       77  WS-AUDITLOG-STATUS          PIC X(02).

       77  WS-ELIGIBLE-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-FROZEN-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-LIBRE-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  WS-LISTED-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-RESULT-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-POSTED-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-APPROVED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-ABSENT-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-PENDING-COUNT            PIC 9(05) COMP VALUE ZERO.

       01  WS-TERM-ID                  PIC X(06).

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-FECHA            PIC 9(08).
           05  WS-RUN-HORA             PIC 9(08).

       01  WS-RUN-PARMS.
           05  WS-RUN-MODE-SW          PIC X(01) VALUE "L".
               88  WS-LIST-MODE                VALUE "L".
               88  WS-POST-MODE                VALUE "P".
           05  WS-DEADLINE             PIC 9(08) VALUE ZERO.
           05  WS-EXAM-CATEG           PIC X(01) VALUE "E".

       01  WS-CONTROL-CHECK.
           05  WS-CTL-EXPECTED         PIC 9(07) VALUE ZERO.
           05  WS-CTL-DETAIL-COUNT     PIC 9(07) VALUE ZERO.

       01  WS-GRADE-SCALE-AREA.
           05  WS-SCALE-ENTRY-COUNT    PIC 9(02) COMP VALUE ZERO.
           05  WS-MAX-SCALE-ENTRIES    PIC 9(02) COMP VALUE 10.
           05  WS-SCALE-SUB            PIC 9(02) COMP.
           05  WS-MIN-APROBACION       PIC 9(03)V99 VALUE ZERO.
           05  WS-SCALE-ENTRY          OCCURS 10 TIMES.
               10  WS-SCALE-LETRA      PIC X(02).
               10  WS-SCALE-MINIMO     PIC 9(03)V99.
               10  WS-SCALE-MAXIMO     PIC 9(03)V99.
               10  WS-SCALE-APROBADO-SW
                                       PIC X(01).
                   88  WS-SCALE-APROBADO        VALUE "S".

       01  WS-WEIGHT-TABLE-AREA.
           05  WS-WGT-COURSE-COUNT     PIC 9(03) COMP VALUE ZERO.
           05  WS-MAX-WGT-COURSES      PIC 9(03) COMP VALUE 200.
           05  WS-MAX-CATEGS           PIC 9(01) COMP VALUE 3.
           05  WS-WGT-SUB              PIC 9(03) COMP.
           05  WS-CAT-SUB              PIC 9(02) COMP.
           05  WS-WGT-COURSE-ENTRY     OCCURS 200 TIMES.
               10  WS-WGT-COURSE-ID    PIC X(06).
               10  WS-WGT-CAT-ENTRY    OCCURS 3 TIMES.
                   15  WS-WGT-CAT-CODE PIC X(01).
                   15  WS-WGT-CAT-PESO PIC 9(03).

       01  WS-EXAM-WORK.
           05  WS-EXAM-PESO            PIC 9(03).
           05  WS-EXAM-SUM             PIC 9(05)V99.
           05  WS-EXAM-COUNT           PIC 9(02) COMP.
           05  WS-NOTA-COUNT           PIC 9(02) COMP.
           05  WS-J                    PIC 9(02) COMP.

       01  WS-ATTEND-WORK.
           05  WS-ATTEND-OK-SW         PIC X(01) VALUE "N".
               88  WS-ATTEND-OK                VALUE "S".
           05  WS-ASIST-OK-SW          PIC X(01).
               88  WS-ASIST-OK                 VALUE "S".
           05  WS-FIN-ASIST-SW         PIC X(01).
               88  WS-FIN-ASIST                VALUE "S".
           05  WS-FIN-ATTMIN-SW        PIC X(01).
               88  WS-FIN-ATTMIN               VALUE "S".
           05  WS-ATT-CLASES           PIC 9(05) COMP.
           05  WS-ATT-ASISTIDAS        PIC 9(05) COMP.
           05  WS-ATT-PORCENTAJE       PIC 9(03)V99.
           05  WS-ATT-MINIMO           PIC 9(03).
           05  WS-ATT-MIN-DEFAULT      PIC 9(03) VALUE 75.
           05  WS-ATTMIN-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  WS-MAX-ATTMIN           PIC 9(03) COMP VALUE 200.
           05  WS-ATTMIN-SUB           PIC 9(03) COMP.
           05  WS-ATTMIN-ENTRY         OCCURS 200 TIMES.
               10  WS-ATTMIN-COURSE-ID PIC X(06).
               10  WS-ATTMIN-MINIMO    PIC 9(03).

       01  WS-POST-WORK.
           05  WS-CALC-PROMEDIO        PIC S9(05)V99.
           05  WS-NEW-NOTA             PIC 9(03)V99.
           05  WS-LETRA-ASIGNADA       PIC X(02).
           05  WS-APROBADO-SW          PIC X(01).
               88  WS-APROBADO                 VALUE "S".
           05  WS-BEFORE-IMAGE         PIC X(80).
           05  WS-MOTIVO               PIC X(40).
           05  WS-NOTA-ED              PIC ZZZ.ZZ.
           05  WS-TERM-SUM             PIC 9(05)V99.
           05  WS-TERM-CRS-COUNT       PIC 9(03) COMP.
           05  WS-TERM-WEIGHTED-SUM    PIC 9(07)V99.
           05  WS-TERM-CREDITS         PIC 9(03).
           05  WS-TERM-EARNED          PIC 9(03).
           05  WS-DETAIL-CREDITS       PIC 9(02).
           05  WS-TERM-PROMEDIO        PIC 9(03)V99.
           05  WS-CSV-LINE             PIC X(80).
           05  WS-CSV-POINTER          PIC 9(03) COMP.

       01  WS-NAME-WORK.
           05  WS-CURRENT-COURSE       PIC X(06) VALUE SPACES.
           05  WS-STUDENT-NAME         PIC X(30).
           05  WS-CRS-NAME-DISPLAY     PIC X(30).
           05  WS-CRS-INSTR-DISPLAY    PIC X(30).

       01  WS-SWITCHES.
           05  WS-INPUT-MISSING-SW     PIC X(01) VALUE "N".
               88  WS-INPUT-MISSING             VALUE "S".
           05  WS-PARM-ERROR-SW        PIC X(01) VALUE "N".
               88  WS-PARM-ERROR                VALUE "S".
           05  WS-FIN-DETALLE-SW       PIC X(01).
               88  WS-FIN-DETALLE               VALUE "S".
           05  WS-FIN-GRADES-SW        PIC X(01).
               88  WS-FIN-GRADES                VALUE "S".
           05  WS-FIN-ELIG-SW          PIC X(01).
               88  WS-FIN-ELIG                  VALUE "S".
           05  WS-EOF-RESULTS-SW       PIC X(01) VALUE "N".
               88  WS-EOF-RESULTS               VALUE "S".
           05  WS-FIN-SCALE-SW         PIC X(01).
               88  WS-FIN-SCALE                 VALUE "S".
           05  WS-FIN-PESOS-SW         PIC X(01).
               88  WS-FIN-PESOS                 VALUE "S".
           05  WS-LETRA-FOUND-SW       PIC X(01).
               88  WS-LETRA-FOUND               VALUE "S".
           05  WS-RESULT-OK-SW         PIC X(01).
               88  WS-RESULT-OK                 VALUE "S".
           05  WS-ELIG-FOUND-SW        PIC X(01).
               88  WS-ELIG-FOUND                VALUE "S".
           05  WS-ABSENT-HDR-SW        PIC X(01) VALUE "N".
               88  WS-ABSENT-HDR-DONE           VALUE "S".
           05  WS-CTL-TRL-SEEN-SW      PIC X(01) VALUE "N".
               88  WS-CTL-TRL-SEEN              VALUE "S".
           05  WS-CTL-ERROR-SW         PIC X(01) VALUE "N".
               88  WS-CTL-ERROR                 VALUE "S".

       01  WS-REPORT-LINES.
           05  WS-LIST-HDR-LINE.
               10  FILLER              PIC X(40) VALUE
                   "RECUPERATORIOS - LISTA DE HABILITADOS".
               10  FILLER              PIC X(09) VALUE "TERMINO: ".
               10  WS-LH-TERM-ID       PIC X(06).
               10  FILLER              PIC X(16) VALUE
                   "  FECHA LIMITE: ".
               10  WS-LH-DEADLINE      PIC 9(08).
               10  FILLER              PIC X(11) VALUE SPACES.
           05  WS-POST-HDR-LINE.
               10  FILLER              PIC X(40) VALUE
                   "RECUPERATORIOS - REGISTRO DE RESULTADOS".
               10  FILLER              PIC X(09) VALUE "TERMINO: ".
               10  WS-PH-TERM-ID       PIC X(06).
               10  FILLER              PIC X(09) VALUE "  FECHA: ".
               10  WS-PH-FECHA         PIC 9(08).
               10  FILLER              PIC X(18) VALUE SPACES.
           05  WS-COURSE-HDR-LINE.
               10  FILLER              PIC X(07) VALUE "CURSO: ".
               10  WS-CH-COURSE-ID     PIC X(06).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-CH-COURSE-NAME   PIC X(30).
               10  FILLER              PIC X(13) VALUE
                                       " INSTRUCTOR: ".
               10  WS-CH-INSTRUCTOR    PIC X(30).
               10  FILLER              PIC X(03) VALUE SPACES.
           05  WS-LIST-COL-LINE.
               10  FILLER              PIC X(07) VALUE "ALUMNO".
               10  FILLER              PIC X(31) VALUE "NOMBRE".
               10  FILLER              PIC X(09) VALUE "PROMED.".
               10  FILLER              PIC X(09) VALUE "ASIST.%".
               10  FILLER              PIC X(09) VALUE "EXAMEN".
               10  FILLER              PIC X(25) VALUE "PESO%".
           05  WS-LIST-DETAIL-LINE.
               10  WS-LS-STUDENT-ID    PIC X(07).
               10  WS-LS-NOMBRE        PIC X(31).
               10  WS-LS-PROMEDIO      PIC Z(03).ZZ.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  WS-LS-ASIST         PIC ZZ9.99.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  WS-LS-EXAMEN        PIC Z(03).ZZ.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  WS-LS-PESO          PIC ZZ9.
               10  FILLER              PIC X(22) VALUE SPACES.
           05  WS-POST-COL-LINE.
               10  FILLER              PIC X(06) VALUE "ALUMNO".
               10  FILLER              PIC X(07) VALUE "CURSO".
               10  FILLER              PIC X(07) VALUE "RECUP.".
               10  FILLER              PIC X(07) VALUE "ORIG.".
               10  FILLER              PIC X(07) VALUE "FINAL".
               10  FILLER              PIC X(03) VALUE "LT".
               10  FILLER              PIC X(53) VALUE "RESULTADO".
           05  WS-POST-DETAIL-LINE.
               10  WS-PD-STUDENT-ID    PIC X(05).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-PD-COURSE-ID     PIC X(06).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-PD-NOTA          PIC ZZZ.ZZ.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-PD-ORIGINAL      PIC ZZZ.ZZ.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-PD-FINAL         PIC ZZZ.ZZ.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-PD-LETRA         PIC X(03).
               10  WS-PD-MOTIVO        PIC X(40).
               10  FILLER              PIC X(13) VALUE SPACES.
           05  WS-ABSENT-HDR-LINE.
               10  FILLER              PIC X(45) VALUE
                   "AUSENTES - SIN RESULTADO AL VENCER EL PLAZO".
               10  FILLER              PIC X(45) VALUE SPACES.
           05  WS-ABSENT-DETAIL-LINE.
               10  WS-AB-STUDENT-ID    PIC X(07).
               10  WS-AB-COURSE-ID     PIC X(08).
               10  FILLER              PIC X(14) VALUE
                   "FECHA LIMITE: ".
               10  WS-AB-DEADLINE      PIC 9(08).
               10  FILLER              PIC X(53) VALUE SPACES.
           05  WS-TOTAL-LINE.
               10  WS-TL-LABEL         PIC X(20).
               10  WS-TL-VALUE         PIC Z(04)9.
               10  FILLER              PIC X(65) VALUE SPACES.

       01  WS-NOTICE-LINES.
           05  WS-AV-LINE-1.
               10  FILLER              PIC X(33) VALUE
                   "AVISO DE RECUPERATORIO - TERMINO ".
               10  WS-AV-TERM-ID       PIC X(06).
               10  FILLER              PIC X(41) VALUE SPACES.
           05  WS-AV-LINE-2.
               10  FILLER              PIC X(08) VALUE "ALUMNO: ".
               10  WS-AV-STUDENT-ID    PIC X(05).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-AV-NOMBRE        PIC X(30).
               10  FILLER              PIC X(35) VALUE SPACES.
           05  WS-AV-LINE-3.
               10  FILLER              PIC X(08) VALUE "CURSO:  ".
               10  WS-AV-COURSE-ID     PIC X(06).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-AV-COURSE-NAME   PIC X(30).
               10  FILLER              PIC X(35) VALUE SPACES.
           05  WS-AV-LINE-4.
               10  FILLER              PIC X(19) VALUE
                   "PROMEDIO OBTENIDO: ".
               10  WS-AV-PROMEDIO      PIC Z(03).ZZ.
               10  FILLER              PIC X(14) VALUE
                   "  ASISTENCIA: ".
               10  WS-AV-ASIST         PIC ZZ9.99.
               10  FILLER              PIC X(01) VALUE "%".
               10  FILLER              PIC X(34) VALUE SPACES.
           05  WS-AV-LINE-5.
               10  FILLER              PIC X(37) VALUE
                   "REEMPLAZA EL COMPONENTE EXAMEN, PESO ".
               10  WS-AV-PESO          PIC ZZ9.
               10  FILLER              PIC X(16) VALUE
                   "%. NOTA MAXIMA: ".
               10  WS-AV-TOPE          PIC Z(03).ZZ.
               10  FILLER              PIC X(18) VALUE SPACES.
           05  WS-AV-LINE-6.
               10  FILLER              PIC X(31) VALUE
                   "PRESENTAR RESULTADO HASTA EL: ".
               10  WS-AV-DEADLINE      PIC 9(08).
               10  FILLER              PIC X(41) VALUE SPACES.

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

           IF WS-POST-MODE
               PERFORM 3000-POST-RUN
                   THRU 3000-EXIT
           ELSE
               PERFORM 2000-LIST-RUN
                   THRU 2000-EXIT
           END-IF

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
           MOVE "RECUPERA"             TO ENQ-HOLDER
           MOVE "A"                    TO ENQ-FUNCTION
           MOVE "STUDENT-MASTER"       TO ENQ-RESOURCE
           MOVE "R"                    TO ENQ-MODE
           PERFORM 0150-CALL-ENQUEUE
               THRU 0150-EXIT
           IF NOT WS-LOCK-FAILED
               MOVE "COURSE-MASTER"    TO ENQ-RESOURCE
               MOVE "R"                TO ENQ-MODE
               PERFORM 0150-CALL-ENQUEUE
                   THRU 0150-EXIT
           END-IF
           IF NOT WS-LOCK-FAILED
               MOVE "GRADE-HISTORY"    TO ENQ-RESOURCE
               MOVE "W"                TO ENQ-MODE
               PERFORM 0150-CALL-ENQUEUE
                   THRU 0150-EXIT
           END-IF
           IF NOT WS-LOCK-FAILED
               MOVE "ATTENDANCE"       TO ENQ-RESOURCE
               MOVE "R"                TO ENQ-MODE
               PERFORM 0150-CALL-ENQUEUE
                   THRU 0150-EXIT
           END-IF
           IF NOT WS-LOCK-FAILED
               MOVE "MAKEUP-ELIG"      TO ENQ-RESOURCE
               MOVE "W"                TO ENQ-MODE
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
               DISPLAY "RECUPERA - LOCK VENCIDO EN " ENQ-RESOURCE
                   " DE " ENQ-HOLDER-OUT ", ROMPERLO CON LOCKBRK"
           ELSE
               DISPLAY "RECUPERA - RECURSO " ENQ-RESOURCE
                   " EN USO POR " ENQ-HOLDER-OUT
           END-IF.

       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0900-RELEASE-LOCKS - GIVE BACK EVERY LOCK THIS PROGRAM TAKES
      ******************************************************************
       0900-RELEASE-LOCKS.
           MOVE "RECUPERA"             TO ENQ-HOLDER
           MOVE "R"                    TO ENQ-FUNCTION
           MOVE "STUDENT-MASTER"       TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST
           MOVE "COURSE-MASTER"        TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST
           MOVE "GRADE-HISTORY"        TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST
           MOVE "ATTENDANCE"           TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST
           MOVE "MAKEUP-ELIG"          TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST
           MOVE "AUDIT-LOG"            TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST.

       0900-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INITIALIZE - READ THE PARAMETERS, LOG THE START, LOAD THE
      *                   SCALE, WEIGHTS AND ATTENDANCE MINIMUMS, AND
      *                   OPEN THE FILES BOTH RUNS SHARE
      ******************************************************************
       1000-INITIALIZE.
           MOVE "N"                    TO WS-INPUT-MISSING-SW
           MOVE "N"                    TO WS-PARM-ERROR-SW
           MOVE "N"                    TO WS-CTL-TRL-SEEN-SW
           MOVE "N"                    TO WS-CTL-ERROR-SW
           MOVE ZERO                   TO WS-CTL-EXPECTED
           MOVE ZERO                   TO WS-CTL-DETAIL-COUNT

           PERFORM 1020-GET-RUN-DATE
               THRU 1020-EXIT
           ACCEPT WS-RUN-HORA          FROM TIME

           PERFORM 1030-LOAD-TERM-PARM
               THRU 1030-EXIT

           PERFORM 1040-READ-RUN-PARM
               THRU 1040-EXIT

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDITLOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF

           MOVE SPACES                 TO AUDIT-LOG-RECORD
           MOVE "RECUPERA"             TO AL-PROGRAM-NAME
           SET AL-EVENT-START          TO TRUE
           MOVE WS-RUN-FECHA           TO AL-TS-DATE
           MOVE WS-RUN-HORA            TO AL-TS-TIME
           MOVE ZERO                   TO AL-RECORDS-PROCESSED
           MOVE ZERO                   TO AL-RETURN-CODE
           WRITE AUDIT-LOG-RECORD

           PERFORM 1100-LOAD-GRADE-SCALE
               THRU 1100-EXIT

           PERFORM 1200-LOAD-COURSE-WEIGHTS
               THRU 1200-EXIT

           PERFORM 1300-PREPARE-ATTENDANCE
               THRU 1300-EXIT

           OPEN OUTPUT LIST-REPORT
           IF WS-POST-MODE
               MOVE WS-TERM-ID         TO WS-PH-TERM-ID
               MOVE WS-RUN-FECHA       TO WS-PH-FECHA
               MOVE WS-POST-HDR-LINE   TO LIST-REPORT-LINE
               WRITE LIST-REPORT-LINE
               MOVE WS-POST-COL-LINE   TO LIST-REPORT-LINE
               WRITE LIST-REPORT-LINE
           ELSE
               MOVE WS-TERM-ID         TO WS-LH-TERM-ID
               MOVE WS-DEADLINE        TO WS-LH-DEADLINE
               MOVE WS-LIST-HDR-LINE   TO LIST-REPORT-LINE
               WRITE LIST-REPORT-LINE
           END-IF

           OPEN INPUT STUDENT-MASTER
           IF WS-STUDMAST-STATUS = "35"
               DISPLAY "RECUPERA - STUDENT-MASTER NOT FOUND, NAMES "
                   "WILL SHOW AS DESCONOCIDO"
           END-IF

           OPEN INPUT COURSE-MASTER
           IF WS-COURMAST-STATUS = "35"
               DISPLAY "RECUPERA - COURSE-MASTER NOT FOUND, COURSE "
                   "NAMES WILL SHOW AS DESCONOCIDO"
           END-IF

           OPEN I-O GRADE-DETAIL
           IF WS-GRADDETL-STATUS NOT = "00"
               SET WS-INPUT-MISSING    TO TRUE
               DISPLAY "RECUPERA - GRADE-DETAIL NOT FOUND, STATUS = "
                   WS-GRADDETL-STATUS
           END-IF

           OPEN I-O GRADE-HISTORY
           IF WS-GRADHIST-STATUS NOT = "00"
               SET WS-INPUT-MISSING    TO TRUE
               DISPLAY "RECUPERA - GRADE-HISTORY NOT FOUND, STATUS = "
                   WS-GRADHIST-STATUS
           END-IF

           OPEN I-O MAKEUP-ELIG
           IF WS-ELIG-STATUS = "35"
               OPEN OUTPUT MAKEUP-ELIG
               CLOSE MAKEUP-ELIG
               OPEN I-O MAKEUP-ELIG
           END-IF.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1020-GET-RUN-DATE - USE THE BUSINESS RUN DATE FROM
      *                     RUN-DATE-PARM WHEN NIGHTJOB SUPPLIED ONE;
      *                     OTHERWISE THE SYSTEM DATE
      ******************************************************************
       1020-GET-RUN-DATE.
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
           END-IF.

       1020-EXIT.
           EXIT.

      ******************************************************************
      * 1030-LOAD-TERM-PARM - READ THE TERM ID FROM TERM-PARM, THE
      *                       SAME WAY PROMEDIO DOES; IT DEFAULTS TO
      *                       THE RUN YEAR AND MONTH
      ******************************************************************
       1030-LOAD-TERM-PARM.
           MOVE WS-RUN-FECHA (1:6)     TO WS-TERM-ID

           OPEN INPUT TERM-PARM
           IF WS-TERMPARM-STATUS = "00"
               READ TERM-PARM
                   AT END
                       CONTINUE
               END-READ
               IF WS-TERMPARM-STATUS = "00"
                   AND TP-TERM-ID NOT = SPACES
                   MOVE TP-TERM-ID     TO WS-TERM-ID
               END-IF
               CLOSE TERM-PARM
           END-IF.

       1030-EXIT.
           EXIT.

      ******************************************************************
      * 1040-READ-RUN-PARM - READ THE RUN MODE ("L" LIST, "P" POST),
      *                      THE RESULTS DEADLINE AND THE CATEGORY
      *                      CODE OF THE EXAM COMPONENT (DEFAULT "E")
      *                      FROM RECUPERA-PARM.  A LIST RUN CANNOT GO
      *                      OUT WITHOUT A DEADLINE ON THE NOTICES
      ******************************************************************
       1040-READ-RUN-PARM.
           MOVE "L"                    TO WS-RUN-MODE-SW
           MOVE ZERO                   TO WS-DEADLINE
           MOVE "E"                    TO WS-EXAM-CATEG

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       MOVE SPACES     TO PARM-RECORD
               END-READ
               IF RP-MODE = "P"
                   MOVE "P"            TO WS-RUN-MODE-SW
               END-IF
               IF RP-DEADLINE IS NUMERIC
                   MOVE RP-DEADLINE    TO WS-DEADLINE
               END-IF
               IF RP-EXAM-CATEG NOT = SPACES
                   MOVE RP-EXAM-CATEG  TO WS-EXAM-CATEG
               END-IF
               CLOSE PARM-FILE
           END-IF

           IF WS-LIST-MODE
               AND WS-DEADLINE = ZERO
               SET WS-PARM-ERROR       TO TRUE
               DISPLAY "RECUPERA - RECUPERA-PARM SIN FECHA LIMITE, "
                   "LISTA NO EMITIDA"
           END-IF.

       1040-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-GRADE-SCALE - LOAD THE LETTER-GRADE CUTOFFS THE
      *                         SAME WAY PROMEDIO DOES, WITH THE
      *                         BUILT-IN A-F SCALE AS THE FALLBACK,
      *                         AND KEEP THE LOWEST PASSING CUTOFF AS
      *                         THE MAKE-UP CAP
      ******************************************************************
       1100-LOAD-GRADE-SCALE.
           MOVE ZERO                   TO WS-SCALE-ENTRY-COUNT
           MOVE "N"                    TO WS-FIN-SCALE-SW

           OPEN INPUT GRADE-SCALE
           IF WS-SCALE-STATUS NOT = "00"
               SET WS-FIN-SCALE        TO TRUE
           ELSE
               PERFORM 1110-LOAD-SCALE-ENTRY
                   THRU 1110-EXIT
                   UNTIL WS-FIN-SCALE
                   OR WS-SCALE-ENTRY-COUNT >= WS-MAX-SCALE-ENTRIES
               CLOSE GRADE-SCALE
           END-IF

           IF WS-SCALE-ENTRY-COUNT = ZERO
               DISPLAY "RECUPERA - GRADE-SCALE NOT FOUND OR EMPTY, "
                   "USING DEFAULT A-F SCALE"
               PERFORM 1120-DEFAULT-GRADE-SCALE
                   THRU 1120-EXIT
           END-IF

           MOVE 100.00                 TO WS-MIN-APROBACION
           PERFORM 1130-CHECK-PASS-CUTOFF
               THRU 1130-EXIT
               VARYING WS-SCALE-SUB FROM 1 BY 1
               UNTIL WS-SCALE-SUB > WS-SCALE-ENTRY-COUNT.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1110-LOAD-SCALE-ENTRY - READ AND STORE ONE BAND, SKIPPING
      *                         BLANK OR MALFORMED LINES
      ******************************************************************
       1110-LOAD-SCALE-ENTRY.
           READ GRADE-SCALE
               AT END
                   SET WS-FIN-SCALE    TO TRUE
                   GO TO 1110-EXIT
           END-READ

           IF GS-LETRA = SPACES
               OR GS-MINIMO IS NOT NUMERIC
               OR GS-MAXIMO IS NOT NUMERIC
               GO TO 1110-EXIT
           END-IF

           ADD 1                       TO WS-SCALE-ENTRY-COUNT
           MOVE GS-LETRA               TO WS-SCALE-LETRA
                                          (WS-SCALE-ENTRY-COUNT)
           MOVE GS-MINIMO              TO WS-SCALE-MINIMO
                                          (WS-SCALE-ENTRY-COUNT)
           MOVE GS-MAXIMO              TO WS-SCALE-MAXIMO
                                          (WS-SCALE-ENTRY-COUNT)
           MOVE GS-APROBADO            TO WS-SCALE-APROBADO-SW
                                          (WS-SCALE-ENTRY-COUNT).

       1110-EXIT.
           EXIT.

      ******************************************************************
      * 1120-DEFAULT-GRADE-SCALE - BUILT-IN A-F SCALE
      ******************************************************************
       1120-DEFAULT-GRADE-SCALE.
           MOVE 5                      TO WS-SCALE-ENTRY-COUNT

           MOVE "A"                    TO WS-SCALE-LETRA (1)
           MOVE 90.00                  TO WS-SCALE-MINIMO (1)
           MOVE 100.00                 TO WS-SCALE-MAXIMO (1)
           MOVE "S"                    TO WS-SCALE-APROBADO-SW (1)

           MOVE "B"                    TO WS-SCALE-LETRA (2)
           MOVE 80.00                  TO WS-SCALE-MINIMO (2)
           MOVE 89.99                  TO WS-SCALE-MAXIMO (2)
           MOVE "S"                    TO WS-SCALE-APROBADO-SW (2)

           MOVE "C"                    TO WS-SCALE-LETRA (3)
           MOVE 70.00                  TO WS-SCALE-MINIMO (3)
           MOVE 79.99                  TO WS-SCALE-MAXIMO (3)
           MOVE "S"                    TO WS-SCALE-APROBADO-SW (3)

           MOVE "D"                    TO WS-SCALE-LETRA (4)
           MOVE 60.00                  TO WS-SCALE-MINIMO (4)
           MOVE 69.99                  TO WS-SCALE-MAXIMO (4)
           MOVE "S"                    TO WS-SCALE-APROBADO-SW (4)

           MOVE "F"                    TO WS-SCALE-LETRA (5)
           MOVE 0.00                   TO WS-SCALE-MINIMO (5)
           MOVE 59.99                  TO WS-SCALE-MAXIMO (5)
           MOVE "N"                    TO WS-SCALE-APROBADO-SW (5).

       1120-EXIT.
           EXIT.

      ******************************************************************
      * 1130-CHECK-PASS-CUTOFF - KEEP THE LOWEST MINIMUM AMONG THE
      *                          PASSING BANDS
      ******************************************************************
       1130-CHECK-PASS-CUTOFF.
           IF WS-SCALE-APROBADO (WS-SCALE-SUB)
               AND WS-SCALE-MINIMO (WS-SCALE-SUB) < WS-MIN-APROBACION
               MOVE WS-SCALE-MINIMO (WS-SCALE-SUB)
                                       TO WS-MIN-APROBACION
           END-IF.

       1130-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-COURSE-WEIGHTS - LOAD THE PER-COURSE CATEGORY
      *                            WEIGHTS THE SAME WAY PROMEDIO DOES.
      *                            A COURSE WITH NO ROW HAS NO
      *                            SEPARATE EXAM COMPONENT
      ******************************************************************
       1200-LOAD-COURSE-WEIGHTS.
           MOVE ZERO                   TO WS-WGT-COURSE-COUNT
           MOVE "N"                    TO WS-FIN-PESOS-SW

           OPEN INPUT COURSE-WEIGHTS
           IF WS-WEIGHT-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF

           PERFORM 1210-LOAD-WEIGHT-ENTRY
               THRU 1210-EXIT
               UNTIL WS-FIN-PESOS
               OR WS-WGT-COURSE-COUNT >= WS-MAX-WGT-COURSES

           CLOSE COURSE-WEIGHTS.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1210-LOAD-WEIGHT-ENTRY - READ AND STORE ONE COURSE'S WEIGHT
      *                          ROW, SKIPPING BLANK OR MALFORMED LINES
      ******************************************************************
       1210-LOAD-WEIGHT-ENTRY.
           READ COURSE-WEIGHTS
               AT END
                   SET WS-FIN-PESOS    TO TRUE
                   GO TO 1210-EXIT
           END-READ

           IF CW-COURSE-ID = SPACES
               OR CW-CAT-PESO (1) IS NOT NUMERIC
               GO TO 1210-EXIT
           END-IF

           ADD 1                       TO WS-WGT-COURSE-COUNT
           MOVE CW-COURSE-ID           TO WS-WGT-COURSE-ID
                                          (WS-WGT-COURSE-COUNT)

           PERFORM 1220-STORE-WEIGHT-CAT
               THRU 1220-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-MAX-CATEGS.

       1210-EXIT.
           EXIT.

      ******************************************************************
      * 1220-STORE-WEIGHT-CAT - STORE ONE CATEGORY/PERCENT PAIR
      ******************************************************************
       1220-STORE-WEIGHT-CAT.
           MOVE CW-CAT-CODE (WS-CAT-SUB)
                                       TO WS-WGT-CAT-CODE
                                          (WS-WGT-COURSE-COUNT
                                           WS-CAT-SUB)
           IF CW-CAT-PESO (WS-CAT-SUB) IS NUMERIC
               MOVE CW-CAT-PESO (WS-CAT-SUB)
                                       TO WS-WGT-CAT-PESO
                                          (WS-WGT-COURSE-COUNT
                                           WS-CAT-SUB)
           ELSE
               MOVE ZERO               TO WS-WGT-CAT-PESO
                                          (WS-WGT-COURSE-COUNT
                                           WS-CAT-SUB)
           END-IF.

       1220-EXIT.
           EXIT.

      ******************************************************************
      * 1300-PREPARE-ATTENDANCE - OPEN THE ATTENDANCE FILE AND LOAD
      *                           THE PER-COURSE MINIMUMS THE SAME WAY
      *                           PROMEDIO DOES (75% DEFAULT).  WITH
      *                           NO ATTENDANCE FILE NOBODY IS HELD
      *                           OFF THE LIST FOR ATTENDANCE
      ******************************************************************
       1300-PREPARE-ATTENDANCE.
           MOVE "N"                    TO WS-ATTEND-OK-SW
           MOVE "N"                    TO WS-FIN-ATTMIN-SW
           MOVE ZERO                   TO WS-ATTMIN-COUNT

           OPEN INPUT ATTENDANCE
           IF WS-ATTEND-STATUS = "00"
               SET WS-ATTEND-OK        TO TRUE
           ELSE
               GO TO 1300-EXIT
           END-IF

           OPEN INPUT ATTEND-MINIMUM
           IF WS-ATTMIN-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF

           PERFORM 1310-LOAD-ATT-MIN-ENTRY
               THRU 1310-EXIT
               UNTIL WS-FIN-ATTMIN
               OR WS-ATTMIN-COUNT >= WS-MAX-ATTMIN

           CLOSE ATTEND-MINIMUM.

       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1310-LOAD-ATT-MIN-ENTRY - READ AND STORE ONE COURSE'S MINIMUM,
      *                           SKIPPING BLANK OR MALFORMED LINES
      ******************************************************************
       1310-LOAD-ATT-MIN-ENTRY.
           READ ATTEND-MINIMUM
               AT END
                   SET WS-FIN-ATTMIN   TO TRUE
                   GO TO 1310-EXIT
           END-READ

           IF AM-COURSE-ID = SPACES
               OR AM-MINIMO IS NOT NUMERIC
               OR AM-MINIMO > 100
               GO TO 1310-EXIT
           END-IF

           ADD 1                       TO WS-ATTMIN-COUNT
           MOVE AM-COURSE-ID           TO WS-ATTMIN-COURSE-ID
                                          (WS-ATTMIN-COUNT)
           MOVE AM-MINIMO              TO WS-ATTMIN-MINIMO
                                          (WS-ATTMIN-COUNT).

       1310-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LIST-RUN - BUILD THE ELIGIBILITY FILE FROM GRADE-DETAIL,
      *                 FILL IN THE EXAM COMPONENTS FROM THE TERM'S
      *                 GRADES-FILE, THEN PRINT THE LIST AND NOTICES
      ******************************************************************
       2000-LIST-RUN.
           IF WS-INPUT-MISSING
               OR WS-PARM-ERROR
               GO TO 2000-EXIT
           END-IF

           MOVE "N"                    TO WS-FIN-DETALLE-SW
           PERFORM 2100-CHECK-ONE-DETAIL
               THRU 2100-EXIT
               UNTIL WS-FIN-DETALLE

           PERFORM 2200-LOAD-EXAM-COMPONENTS
               THRU 2200-EXIT

           OPEN OUTPUT NOTICE-FILE

           MOVE SPACES                 TO WS-CURRENT-COURSE
           MOVE "N"                    TO WS-FIN-ELIG-SW
           MOVE WS-TERM-ID             TO ME-TERM-ID
           MOVE LOW-VALUES             TO ME-COURSE-ID
           MOVE LOW-VALUES             TO ME-STUDENT-ID
           START MAKEUP-ELIG
               KEY IS NOT LESS THAN ME-KEY
               INVALID KEY
                   SET WS-FIN-ELIG     TO TRUE
           END-START

           PERFORM 2300-LIST-ONE-ELIGIBLE
               THRU 2300-EXIT
               UNTIL WS-FIN-ELIG

           CLOSE NOTICE-FILE.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CHECK-ONE-DETAIL - READ THE NEXT GRADE-DETAIL RECORD AND
      *                         PUT IT ON THE ELIGIBILITY FILE WHEN
      *                         IT IS THIS TERM'S, FAILED, NOT FROZEN
      *                         AND THE ATTENDANCE MEETS THE MINIMUM.
      *                         A RESULT ALREADY POSTED OR MARKED
      *                         ABSENT BY AN EARLIER RUN IS LEFT AS IT
      *                         IS
      ******************************************************************
       2100-CHECK-ONE-DETAIL.
           READ GRADE-DETAIL NEXT RECORD
               AT END
                   SET WS-FIN-DETALLE  TO TRUE
                   GO TO 2100-EXIT
           END-READ

           IF GD-TERM-ID NOT = WS-TERM-ID
               OR GD-APROBADO
               GO TO 2100-EXIT
           END-IF

           IF GD-FROZEN
               ADD 1                   TO WS-FROZEN-COUNT
               GO TO 2100-EXIT
           END-IF

           PERFORM 2600-CHECK-ATTENDANCE
               THRU 2600-EXIT
           IF NOT WS-ASIST-OK
               ADD 1                   TO WS-LIBRE-COUNT
               GO TO 2100-EXIT
           END-IF

           MOVE GD-TERM-ID             TO ME-TERM-ID
           MOVE GD-COURSE-ID           TO ME-COURSE-ID
           MOVE GD-STUDENT-ID          TO ME-STUDENT-ID
           MOVE "N"                    TO WS-ELIG-FOUND-SW
           READ MAKEUP-ELIG
               KEY IS ME-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ELIG-FOUND   TO TRUE
           END-READ
           IF WS-ELIG-FOUND
               AND NOT ME-PENDIENTE
               GO TO 2100-EXIT
           END-IF

           MOVE SPACES                 TO MAKEUP-ELIG-RECORD
           MOVE GD-TERM-ID             TO ME-TERM-ID
           MOVE GD-COURSE-ID           TO ME-COURSE-ID
           MOVE GD-STUDENT-ID          TO ME-STUDENT-ID
           SET ME-PENDIENTE            TO TRUE
           MOVE GD-PROMEDIO            TO ME-PROMEDIO-ORIG
           MOVE ZERO                   TO ME-EXAM-PROMEDIO
           MOVE 100                    TO ME-EXAM-PESO
           MOVE WS-ATT-PORCENTAJE      TO ME-ASISTENCIA
           MOVE WS-DEADLINE            TO ME-DEADLINE
           MOVE WS-RUN-FECHA           TO ME-LIST-DATE
           MOVE ZERO                   TO ME-NOTA-RECUP
           MOVE ZERO                   TO ME-PROMEDIO-FINAL
           MOVE ZERO                   TO ME-POST-DATE

           IF WS-ELIG-FOUND
               REWRITE MAKEUP-ELIG-RECORD
                   INVALID KEY
                       DISPLAY "RECUPERA - MAKEUP-ELIG REWRITE "
                           "FAILED, ALUMNO " GD-STUDENT-ID
               END-REWRITE
           ELSE
               WRITE MAKEUP-ELIG-RECORD
                   INVALID KEY
                       DISPLAY "RECUPERA - MAKEUP-ELIG WRITE "
                           "FAILED, ALUMNO " GD-STUDENT-ID
               END-WRITE
           END-IF

           ADD 1                       TO WS-ELIGIBLE-COUNT.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-LOAD-EXAM-COMPONENTS - PASS THE TERM'S GRADES-FILE AND,
      *                             FOR EVERY STUDENT ON THE LIST,
      *                             RECORD THE EXAM COMPONENT THE
      *                             MAKE-UP WILL REPLACE.  WITHOUT THE
      *                             FILE THE MAKE-UP STANDS FOR THE
      *                             WHOLE COURSE (WEIGHT 100)
      ******************************************************************
       2200-LOAD-EXAM-COMPONENTS.
           MOVE "N"                    TO WS-FIN-GRADES-SW

           OPEN INPUT GRADES-FILE
           IF WS-GRADES-STATUS NOT = "00"
               DISPLAY "RECUPERA - GRADES-FILE NOT FOUND, EL "
                   "RECUPERATORIO REEMPLAZA LA NOTA COMPLETA"
               GO TO 2200-EXIT
           END-IF

           PERFORM 2210-CHECK-ONE-GRADES
               THRU 2210-EXIT
               UNTIL WS-FIN-GRADES

           CLOSE GRADES-FILE.

       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2210-CHECK-ONE-GRADES - WORK OUT THE EXAM COMPONENT OF ONE
      *                         GRADES DETAIL WHOSE STUDENT AND COURSE
      *                         ARE PENDING ON THE LIST
      ******************************************************************
       2210-CHECK-ONE-GRADES.
           READ GRADES-FILE
               AT END
                   SET WS-FIN-GRADES   TO TRUE
                   GO TO 2210-EXIT
           END-READ

           IF GC-CTL-HEADER
               OR GC-CTL-TRAILER
               GO TO 2210-EXIT
           END-IF

           MOVE WS-TERM-ID             TO ME-TERM-ID
           MOVE GR-COURSE-ID           TO ME-COURSE-ID
           MOVE GR-STUDENT-ID          TO ME-STUDENT-ID
           READ MAKEUP-ELIG
               KEY IS ME-KEY
               INVALID KEY
                   GO TO 2210-EXIT
           END-READ
           IF NOT ME-PENDIENTE
               GO TO 2210-EXIT
           END-IF

           MOVE ZERO                   TO WS-EXAM-PESO
           PERFORM 2220-FIND-EXAM-WEIGHT
               THRU 2220-EXIT
               VARYING WS-WGT-SUB FROM 1 BY 1
               UNTIL WS-WGT-SUB > WS-WGT-COURSE-COUNT
               OR WS-EXAM-PESO > ZERO
           IF WS-EXAM-PESO = ZERO
               GO TO 2210-EXIT
           END-IF

           MOVE ZERO                   TO WS-EXAM-SUM
           MOVE ZERO                   TO WS-EXAM-COUNT
           MOVE GR-CANT-NOTAS          TO WS-NOTA-COUNT
           IF GR-CANT-NOTAS IS NOT NUMERIC
               MOVE ZERO               TO WS-NOTA-COUNT
           END-IF
           IF WS-NOTA-COUNT > 10
               MOVE 10                 TO WS-NOTA-COUNT
           END-IF
           PERFORM 2240-FOLD-EXAM-NOTA
               THRU 2240-EXIT
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-NOTA-COUNT
           IF WS-EXAM-COUNT = ZERO
               GO TO 2210-EXIT
           END-IF

           COMPUTE ME-EXAM-PROMEDIO ROUNDED =
               WS-EXAM-SUM / WS-EXAM-COUNT
           MOVE WS-EXAM-PESO           TO ME-EXAM-PESO
           REWRITE MAKEUP-ELIG-RECORD
               INVALID KEY
                   DISPLAY "RECUPERA - MAKEUP-ELIG REWRITE FAILED, "
                       "ALUMNO " GR-STUDENT-ID
           END-REWRITE.

       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2220-FIND-EXAM-WEIGHT - ON THE COURSE'S WEIGHT ROW, TAKE THE
      *                         PERCENT OF THE EXAM CATEGORY
      ******************************************************************
       2220-FIND-EXAM-WEIGHT.
           IF WS-WGT-COURSE-ID (WS-WGT-SUB) NOT = GR-COURSE-ID
               GO TO 2220-EXIT
           END-IF

           PERFORM 2230-CHECK-EXAM-CATEG
               THRU 2230-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-MAX-CATEGS.

       2220-EXIT.
           EXIT.

      ******************************************************************
      * 2230-CHECK-EXAM-CATEG - TEST ONE CATEGORY OF THE WEIGHT ROW
      ******************************************************************
       2230-CHECK-EXAM-CATEG.
           IF WS-WGT-CAT-CODE (WS-WGT-SUB WS-CAT-SUB) = WS-EXAM-CATEG
               MOVE WS-WGT-CAT-PESO (WS-WGT-SUB WS-CAT-SUB)
                                       TO WS-EXAM-PESO
           END-IF.

       2230-EXIT.
           EXIT.

      ******************************************************************
      * 2240-FOLD-EXAM-NOTA - ACCUMULATE ONE VALID NOTA OF THE EXAM
      *                       CATEGORY
      ******************************************************************
       2240-FOLD-EXAM-NOTA.
           IF GR-CATEG-TABLE (WS-J) NOT = WS-EXAM-CATEG
               OR GR-NOTA-TABLE (WS-J) IS NOT NUMERIC
               OR GR-NOTA-TABLE (WS-J) > 100.00
               GO TO 2240-EXIT
           END-IF

           ADD GR-NOTA-TABLE (WS-J)    TO WS-EXAM-SUM
           ADD 1                       TO WS-EXAM-COUNT.

       2240-EXIT.
           EXIT.

      ******************************************************************
      * 2300-LIST-ONE-ELIGIBLE - PRINT ONE PENDING STUDENT ON THE
      *                          LIST, UNDER ITS COURSE HEADING, AND
      *                          WRITE THE STUDENT'S NOTICE
      ******************************************************************
       2300-LIST-ONE-ELIGIBLE.
           READ MAKEUP-ELIG NEXT RECORD
               AT END
                   SET WS-FIN-ELIG     TO TRUE
                   GO TO 2300-EXIT
           END-READ

           IF ME-TERM-ID NOT = WS-TERM-ID
               SET WS-FIN-ELIG         TO TRUE
               GO TO 2300-EXIT
           END-IF

           IF NOT ME-PENDIENTE
               GO TO 2300-EXIT
           END-IF

           IF ME-COURSE-ID NOT = WS-CURRENT-COURSE
               PERFORM 2310-START-COURSE
                   THRU 2310-EXIT
           END-IF

           PERFORM 2500-LOOKUP-STUDENT
               THRU 2500-EXIT

           MOVE SPACES                 TO WS-LIST-DETAIL-LINE
           MOVE ME-STUDENT-ID          TO WS-LS-STUDENT-ID
           MOVE WS-STUDENT-NAME        TO WS-LS-NOMBRE
           MOVE ME-PROMEDIO-ORIG       TO WS-LS-PROMEDIO
           MOVE ME-ASISTENCIA          TO WS-LS-ASIST
           MOVE ME-EXAM-PROMEDIO       TO WS-LS-EXAMEN
           MOVE ME-EXAM-PESO           TO WS-LS-PESO
           MOVE WS-LIST-DETAIL-LINE    TO LIST-REPORT-LINE
           WRITE LIST-REPORT-LINE

           PERFORM 2320-WRITE-NOTICE
               THRU 2320-EXIT

           ADD 1                       TO WS-LISTED-COUNT.

       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2310-START-COURSE - COURSE HEADING AND COLUMN TITLES ON THE
      *                     ELIGIBILITY LIST
      ******************************************************************
       2310-START-COURSE.
           MOVE ME-COURSE-ID           TO WS-CURRENT-COURSE

           PERFORM 2510-LOOKUP-COURSE
               THRU 2510-EXIT

           MOVE SPACES                 TO LIST-REPORT-LINE
           WRITE LIST-REPORT-LINE
           MOVE WS-CURRENT-COURSE      TO WS-CH-COURSE-ID
           MOVE WS-CRS-NAME-DISPLAY    TO WS-CH-COURSE-NAME
           MOVE WS-CRS-INSTR-DISPLAY   TO WS-CH-INSTRUCTOR
           MOVE WS-COURSE-HDR-LINE     TO LIST-REPORT-LINE
           WRITE LIST-REPORT-LINE
           MOVE WS-LIST-COL-LINE       TO LIST-REPORT-LINE
           WRITE LIST-REPORT-LINE.

       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2320-WRITE-NOTICE - ONE NOTICE BLOCK FOR THE STUDENT
      ******************************************************************
       2320-WRITE-NOTICE.
           MOVE WS-TERM-ID             TO WS-AV-TERM-ID
           MOVE WS-AV-LINE-1           TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE ME-STUDENT-ID          TO WS-AV-STUDENT-ID
           MOVE WS-STUDENT-NAME        TO WS-AV-NOMBRE
           MOVE WS-AV-LINE-2           TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE ME-COURSE-ID           TO WS-AV-COURSE-ID
           MOVE WS-CRS-NAME-DISPLAY    TO WS-AV-COURSE-NAME
           MOVE WS-AV-LINE-3           TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE ME-PROMEDIO-ORIG       TO WS-AV-PROMEDIO
           MOVE ME-ASISTENCIA          TO WS-AV-ASIST
           MOVE WS-AV-LINE-4           TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE ME-EXAM-PESO           TO WS-AV-PESO
           MOVE WS-MIN-APROBACION      TO WS-AV-TOPE
           MOVE WS-AV-LINE-5           TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE ME-DEADLINE            TO WS-AV-DEADLINE
           MOVE WS-AV-LINE-6           TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE SPACES                 TO NOTICE-LINE
           WRITE NOTICE-LINE.

       2320-EXIT.
           EXIT.

      ******************************************************************
      * 2500-LOOKUP-STUDENT - RESOLVE THE STUDENT'S NAME
      ******************************************************************
       2500-LOOKUP-STUDENT.
           MOVE "DESCONOCIDO"          TO WS-STUDENT-NAME

           IF WS-STUDMAST-STATUS = "35"
               GO TO 2500-EXIT
           END-IF

           MOVE ME-STUDENT-ID          TO SM-STUDENT-ID
           READ STUDENT-MASTER
               KEY IS SM-STUDENT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SM-STUDENT-NAME
                                       TO WS-STUDENT-NAME
           END-READ.

       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2510-LOOKUP-COURSE - RESOLVE THE COURSE'S NAME AND INSTRUCTOR
      ******************************************************************
       2510-LOOKUP-COURSE.
           MOVE "CURSO NO ENCONTRADO"  TO WS-CRS-NAME-DISPLAY
           MOVE "DESCONOCIDO"          TO WS-CRS-INSTR-DISPLAY

           IF WS-COURMAST-STATUS = "35"
               GO TO 2510-EXIT
           END-IF

           MOVE WS-CURRENT-COURSE      TO CM-COURSE-ID
           READ COURSE-MASTER
               KEY IS CM-COURSE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-COURSE-NAME TO WS-CRS-NAME-DISPLAY
                   MOVE CM-INSTRUCTOR  TO WS-CRS-INSTR-DISPLAY
           END-READ.

       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2600-CHECK-ATTENDANCE - THE STUDENT'S ATTENDANCE PERCENTAGE
      *                         FOR THE GRADE-DETAIL COURSE AND TERM,
      *                         COUNTED THE WAY PROMEDIO COUNTS IT.
      *                         NO MARKS LOADED MEANS THE RULE DOES
      *                         NOT APPLY
      ******************************************************************
       2600-CHECK-ATTENDANCE.
           SET WS-ASIST-OK             TO TRUE
           MOVE ZERO                   TO WS-ATT-CLASES
           MOVE ZERO                   TO WS-ATT-ASISTIDAS
           MOVE ZERO                   TO WS-ATT-PORCENTAJE

           IF NOT WS-ATTEND-OK
               GO TO 2600-EXIT
           END-IF

           MOVE "N"                    TO WS-FIN-ASIST-SW
           MOVE GD-STUDENT-ID          TO AT-STUDENT-ID
           MOVE GD-COURSE-ID           TO AT-COURSE-ID
           MOVE ZERO                   TO AT-CLASS-DATE
           START ATTENDANCE
               KEY IS NOT LESS THAN AT-KEY
               INVALID KEY
                   SET WS-FIN-ASIST    TO TRUE
           END-START

           PERFORM 2610-COUNT-ONE-MARK
               THRU 2610-EXIT
               UNTIL WS-FIN-ASIST

           IF WS-ATT-CLASES = ZERO
               GO TO 2600-EXIT
           END-IF

           COMPUTE WS-ATT-PORCENTAJE ROUNDED =
               WS-ATT-ASISTIDAS * 100 / WS-ATT-CLASES

           MOVE WS-ATT-MIN-DEFAULT     TO WS-ATT-MINIMO
           PERFORM 2620-CHECK-ATT-MIN-ROW
               THRU 2620-EXIT
               VARYING WS-ATTMIN-SUB FROM 1 BY 1
               UNTIL WS-ATTMIN-SUB > WS-ATTMIN-COUNT

           IF WS-ATT-PORCENTAJE < WS-ATT-MINIMO
               MOVE "N"                TO WS-ASIST-OK-SW
           END-IF.

       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2610-COUNT-ONE-MARK - FOLD ONE ATTENDANCE MARK INTO THE
      *                       COUNTS, STEPPING OVER OTHER TERMS
      ******************************************************************
       2610-COUNT-ONE-MARK.
           READ ATTENDANCE NEXT RECORD
               AT END
                   SET WS-FIN-ASIST    TO TRUE
                   GO TO 2610-EXIT
           END-READ

           IF AT-STUDENT-ID NOT = GD-STUDENT-ID
               OR AT-COURSE-ID NOT = GD-COURSE-ID
               SET WS-FIN-ASIST        TO TRUE
               GO TO 2610-EXIT
           END-IF

           IF AT-TERM-ID NOT = WS-TERM-ID
               GO TO 2610-EXIT
           END-IF

           ADD 1                       TO WS-ATT-CLASES
           IF AT-PRESENTE
               OR AT-JUSTIFICADO
               ADD 1                   TO WS-ATT-ASISTIDAS
           END-IF.

       2610-EXIT.
           EXIT.

      ******************************************************************
      * 2620-CHECK-ATT-MIN-ROW - TAKE THE COURSE'S OWN MINIMUM WHEN
      *                          IT HAS A ROW
      ******************************************************************
       2620-CHECK-ATT-MIN-ROW.
           IF WS-ATTMIN-COURSE-ID (WS-ATTMIN-SUB) = GD-COURSE-ID
               MOVE WS-ATTMIN-MINIMO (WS-ATTMIN-SUB)
                                       TO WS-ATT-MINIMO
           END-IF.

       2620-EXIT.
           EXIT.

      ******************************************************************
      * 3000-POST-RUN - POST THE MAKEUP-RESULTS FILE, VERIFY ITS
      *                 TRAILER AND, WHEN THE FILE WAS COMPLETE,
      *                 REPORT THE STUDENTS WHOSE DEADLINE PASSED
      *                 WITH NO RESULT AS ABSENT
      ******************************************************************
       3000-POST-RUN.
           IF WS-INPUT-MISSING
               GO TO 3000-EXIT
           END-IF

           OPEN INPUT RESULTS-FILE
           IF WS-RESULTS-STATUS NOT = "00"
               SET WS-INPUT-MISSING    TO TRUE
               DISPLAY "RECUPERA - MAKEUP-RESULTS NOT FOUND, "
                   "STATUS = " WS-RESULTS-STATUS
               GO TO 3000-EXIT
           END-IF

           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF

           OPEN OUTPUT DELTA-CSV
           MOVE "STUDENT_ID,TERM,COURSE,AVERAGE,LETTER"
                                       TO DELTA-CSV-LINE
           WRITE DELTA-CSV-LINE

           MOVE "N"                    TO WS-EOF-RESULTS-SW
           PERFORM 3100-PROCESS-RESULT
               THRU 3100-EXIT
               UNTIL WS-EOF-RESULTS

           PERFORM 8500-VERIFY-CONTROL
               THRU 8500-EXIT

           IF NOT WS-CTL-ERROR
               PERFORM 3800-MARK-ABSENTS
                   THRU 3800-EXIT
           END-IF

           CLOSE RESULTS-FILE
           CLOSE JOURNAL-FILE
           CLOSE DELTA-CSV.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-PROCESS-RESULT - READ ONE RESULT; CONTROL RECORDS ARE
      *                       CAPTURED, DETAILS VALIDATED AND POSTED
      ******************************************************************
       3100-PROCESS-RESULT.
           READ RESULTS-FILE
               AT END
                   SET WS-EOF-RESULTS  TO TRUE
                   GO TO 3100-EXIT
           END-READ

           EVALUATE TRUE
               WHEN BC-CTL-HEADER
                   GO TO 3100-EXIT
               WHEN BC-CTL-TRAILER
                   SET WS-CTL-TRL-SEEN TO TRUE
                   MOVE BC-DETAIL-COUNT
                                       TO WS-CTL-EXPECTED
                   GO TO 3100-EXIT
               WHEN OTHER
                   ADD 1               TO WS-CTL-DETAIL-COUNT
           END-EVALUATE

           IF RESULTS-RECORD = SPACES
               GO TO 3100-EXIT
           END-IF

           ADD 1                       TO WS-RESULT-COUNT

           PERFORM 3200-VALIDATE-RESULT
               THRU 3200-EXIT

           IF WS-RESULT-OK
               PERFORM 3300-APPLY-RESULT
                   THRU 3300-EXIT
           ELSE
               ADD 1                   TO WS-REJECTED-COUNT
           END-IF

           PERFORM 3700-WRITE-POST-LINE
               THRU 3700-EXIT.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-VALIDATE-RESULT - A RESULT NEEDS A VALID NOTA, A PENDING
      *                        PLACE ON THIS TERM'S LIST, AN EXAM
      *                        DATE NO LATER THAN THE DEADLINE AND AN
      *                        OPEN (NOT FROZEN) GRADE-DETAIL RECORD
      ******************************************************************
       3200-VALIDATE-RESULT.
           SET WS-RESULT-OK            TO TRUE
           MOVE SPACES                 TO WS-MOTIVO
           MOVE ZERO                   TO WS-NEW-NOTA
           MOVE SPACES                 TO WS-LETRA-ASIGNADA
           MOVE ZERO                   TO ME-PROMEDIO-ORIG

           IF MR-NOTA IS NOT NUMERIC
               OR MR-NOTA > 100.00
               MOVE "N"                TO WS-RESULT-OK-SW
               MOVE "NOTA INVALIDA - RECHAZADO"
                                       TO WS-MOTIVO
               GO TO 3200-EXIT
           END-IF

           MOVE WS-TERM-ID             TO ME-TERM-ID
           MOVE MR-COURSE-ID           TO ME-COURSE-ID
           MOVE MR-STUDENT-ID          TO ME-STUDENT-ID
           READ MAKEUP-ELIG
               KEY IS ME-KEY
               INVALID KEY
                   MOVE "N"            TO WS-RESULT-OK-SW
                   MOVE "NO FIGURA EN LA LISTA - RECHAZADO"
                                       TO WS-MOTIVO
                   MOVE ZERO           TO ME-PROMEDIO-ORIG
                   GO TO 3200-EXIT
           END-READ

           IF ME-RENDIDO
               MOVE "N"                TO WS-RESULT-OK-SW
               MOVE "RECUPERATORIO YA REGISTRADO - RECHAZADO"
                                       TO WS-MOTIVO
               GO TO 3200-EXIT
           END-IF

           IF ME-AUSENTE
               OR (MR-EXAM-DATE IS NUMERIC
                   AND MR-EXAM-DATE > ME-DEADLINE)
               MOVE "N"                TO WS-RESULT-OK-SW
               MOVE "FUERA DE PLAZO - RECHAZADO"
                                       TO WS-MOTIVO
               GO TO 3200-EXIT
           END-IF

           MOVE MR-STUDENT-ID          TO GD-STUDENT-ID
           MOVE WS-TERM-ID             TO GD-TERM-ID
           MOVE MR-COURSE-ID           TO GD-COURSE-ID
           READ GRADE-DETAIL
               KEY IS GD-KEY
               INVALID KEY
                   MOVE "N"            TO WS-RESULT-OK-SW
                   MOVE "CLAVE SIN HISTORIA - RECHAZADO"
                                       TO WS-MOTIVO
                   GO TO 3200-EXIT
           END-READ

           IF GD-FROZEN
               MOVE "N"                TO WS-RESULT-OK-SW
               MOVE "TERMINO CERRADO - RECHAZADO"
                                       TO WS-MOTIVO
           END-IF.

       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-APPLY-RESULT - THE MAKE-UP NOTA REPLACES THE EXAM
      *                     COMPONENT OF THE ORIGINAL AVERAGE (THE
      *                     WHOLE AVERAGE WHEN THE WEIGHT IS 100).
      *                     THE RESULT IS CAPPED AT THE MINIMUM
      *                     PASSING GRADE AND NEVER FALLS BELOW THE
      *                     ORIGINAL AVERAGE.  GRADE-DETAIL IS
      *                     REWRITTEN AND JOURNALED, THE TERM AVERAGE
      *                     RECOMPUTED AND THE DELTA ROW WRITTEN
      ******************************************************************
       3300-APPLY-RESULT.
           MOVE GRADE-DETAIL-RECORD    TO WS-BEFORE-IMAGE

           IF ME-EXAM-PESO >= 100
               MOVE MR-NOTA            TO WS-CALC-PROMEDIO
           ELSE
               COMPUTE WS-CALC-PROMEDIO ROUNDED =
                   ME-PROMEDIO-ORIG +
                   ((MR-NOTA - ME-EXAM-PROMEDIO) * ME-EXAM-PESO / 100)
           END-IF

           IF WS-CALC-PROMEDIO < ME-PROMEDIO-ORIG
               MOVE ME-PROMEDIO-ORIG   TO WS-CALC-PROMEDIO
           END-IF
           IF WS-CALC-PROMEDIO > WS-MIN-APROBACION
               MOVE WS-MIN-APROBACION  TO WS-CALC-PROMEDIO
           END-IF
           MOVE WS-CALC-PROMEDIO       TO WS-NEW-NOTA

           PERFORM 3310-ASSIGN-LETTER
               THRU 3310-EXIT

           MOVE WS-NEW-NOTA            TO GD-PROMEDIO
           MOVE WS-LETRA-ASIGNADA      TO GD-LETRA
           MOVE WS-APROBADO-SW         TO GD-APROBADO-SW
           MOVE WS-RUN-FECHA           TO GD-RUN-DATE

           REWRITE GRADE-DETAIL-RECORD
               INVALID KEY
                   MOVE "N"            TO WS-RESULT-OK-SW
                   MOVE "ERROR AL GRABAR - RECHAZADO"
                                       TO WS-MOTIVO
                   ADD 1               TO WS-REJECTED-COUNT
                   GO TO 3300-EXIT
           END-REWRITE

           PERFORM 3400-WRITE-JOURNAL
               THRU 3400-EXIT

           PERFORM 3500-RECOMPUTE-TERM-AVG
               THRU 3500-EXIT

           PERFORM 3600-WRITE-DELTA-CSV
               THRU 3600-EXIT

           SET ME-RENDIDO              TO TRUE
           MOVE MR-NOTA                TO ME-NOTA-RECUP
           MOVE WS-NEW-NOTA            TO ME-PROMEDIO-FINAL
           MOVE WS-RUN-FECHA           TO ME-POST-DATE
           REWRITE MAKEUP-ELIG-RECORD
               INVALID KEY
                   DISPLAY "RECUPERA - MAKEUP-ELIG REWRITE FAILED, "
                       "ALUMNO " MR-STUDENT-ID
           END-REWRITE

           ADD 1                       TO WS-POSTED-COUNT
           IF WS-APROBADO
               ADD 1                   TO WS-APPROVED-COUNT
               MOVE "RECUPERATORIO APROBADO"
                                       TO WS-MOTIVO
           ELSE
               MOVE "RECUPERATORIO DESAPROBADO"
                                       TO WS-MOTIVO
           END-IF.

       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3310-ASSIGN-LETTER - FIND THE SCALE BAND THE NEW AVERAGE
      *                      FALLS IN
      ******************************************************************
       3310-ASSIGN-LETTER.
           MOVE "N"                    TO WS-LETRA-FOUND-SW
           MOVE "N"                    TO WS-APROBADO-SW
           MOVE "??"                   TO WS-LETRA-ASIGNADA

           PERFORM 3320-CHECK-SCALE-BAND
               THRU 3320-EXIT
               VARYING WS-SCALE-SUB FROM 1 BY 1
               UNTIL WS-SCALE-SUB > WS-SCALE-ENTRY-COUNT
               OR WS-LETRA-FOUND.

       3310-EXIT.
           EXIT.

      ******************************************************************
      * 3320-CHECK-SCALE-BAND - TEST THE NEW AVERAGE AGAINST ONE BAND
      ******************************************************************
       3320-CHECK-SCALE-BAND.
           IF WS-NEW-NOTA >= WS-SCALE-MINIMO (WS-SCALE-SUB)
               AND WS-NEW-NOTA <= WS-SCALE-MAXIMO (WS-SCALE-SUB)
               SET WS-LETRA-FOUND      TO TRUE
               MOVE WS-SCALE-LETRA (WS-SCALE-SUB)
                                       TO WS-LETRA-ASIGNADA
               IF WS-SCALE-APROBADO (WS-SCALE-SUB)
                   SET WS-APROBADO     TO TRUE
               END-IF
           END-IF.

       3320-EXIT.
           EXIT.

      ******************************************************************
      * 3400-WRITE-JOURNAL - APPEND THE BEFORE AND AFTER IMAGES,
      *                      STAMPED WITH THIS PROGRAM AS APPROVER
      ******************************************************************
       3400-WRITE-JOURNAL.
           MOVE SPACES                 TO GRADE-CHANGE-JOURNAL-RECORD
           MOVE WS-RUN-FECHA           TO GJ-TS-DATE
           ACCEPT WS-RUN-HORA          FROM TIME
           MOVE WS-RUN-HORA            TO GJ-TS-TIME
           MOVE "RECUPERA"             TO GJ-APPROVER-ID
           MOVE WS-BEFORE-IMAGE        TO GJ-BEFORE-IMAGE
           MOVE GRADE-DETAIL-RECORD    TO GJ-AFTER-IMAGE
           WRITE GRADE-CHANGE-JOURNAL-RECORD.

       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3500-RECOMPUTE-TERM-AVG - THE TERM'S GH-PROMEDIO IS THE
      *                           CREDIT-WEIGHTED AVERAGE ACROSS
      *                           THE STUDENT'S COURSES (PLAIN MEAN
      *                           WHEN NONE CARRIES CREDITS), SO IT
      *                           IS RECOMPUTED FROM GRADE-DETAIL,
      *                           WITH THE CREDITS EARNED, AND
      *                           REWRITTEN, AS
      *                           GRADECHG DOES
      ******************************************************************
       3500-RECOMPUTE-TERM-AVG.
           MOVE ZERO                   TO WS-TERM-SUM
           MOVE ZERO                   TO WS-TERM-CRS-COUNT
           MOVE ZERO                   TO WS-TERM-WEIGHTED-SUM
           MOVE ZERO                   TO WS-TERM-CREDITS
           MOVE ZERO                   TO WS-TERM-EARNED
           MOVE "N"                    TO WS-FIN-DETALLE-SW

           MOVE MR-STUDENT-ID          TO GD-STUDENT-ID
           MOVE WS-TERM-ID             TO GD-TERM-ID
           MOVE LOW-VALUES             TO GD-COURSE-ID
           START GRADE-DETAIL
               KEY IS NOT LESS THAN GD-KEY
               INVALID KEY
                   SET WS-FIN-DETALLE  TO TRUE
           END-START

           PERFORM 3510-SUM-ONE-DETAIL
               THRU 3510-EXIT
               UNTIL WS-FIN-DETALLE

           IF WS-TERM-CRS-COUNT = ZERO
               GO TO 3500-EXIT
           END-IF

           IF WS-TERM-CREDITS > ZERO
               COMPUTE WS-TERM-PROMEDIO ROUNDED =
                   WS-TERM-WEIGHTED-SUM / WS-TERM-CREDITS
           ELSE
               COMPUTE WS-TERM-PROMEDIO ROUNDED =
                   WS-TERM-SUM / WS-TERM-CRS-COUNT
           END-IF

           MOVE MR-STUDENT-ID          TO GH-STUDENT-ID
           MOVE WS-TERM-ID             TO GH-TERM-ID
           READ GRADE-HISTORY
               KEY IS GH-KEY
               INVALID KEY
                   GO TO 3500-EXIT
           END-READ

           MOVE WS-TERM-PROMEDIO       TO GH-PROMEDIO
           MOVE WS-RUN-FECHA           TO GH-RUN-DATE
           MOVE WS-TERM-CREDITS        TO GH-CREDITS-ATTEMPTED
           MOVE WS-TERM-EARNED         TO GH-CREDITS-EARNED
           REWRITE GRADE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "RECUPERA - GRADE-HISTORY REWRITE FAILED, "
                       "ALUMNO " MR-STUDENT-ID
           END-REWRITE.

       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3510-SUM-ONE-DETAIL - FOLD ONE OF THE STUDENT'S COURSE
      *                       RESULTS FOR THE TERM INTO THE SUM
      ******************************************************************
       3510-SUM-ONE-DETAIL.
           READ GRADE-DETAIL NEXT RECORD
               AT END
                   SET WS-FIN-DETALLE  TO TRUE
                   GO TO 3510-EXIT
           END-READ

           IF GD-STUDENT-ID NOT = MR-STUDENT-ID
               OR GD-TERM-ID NOT = WS-TERM-ID
               SET WS-FIN-DETALLE      TO TRUE
               GO TO 3510-EXIT
           END-IF

           ADD GD-PROMEDIO             TO WS-TERM-SUM
           ADD 1                       TO WS-TERM-CRS-COUNT

           MOVE ZERO                   TO WS-DETAIL-CREDITS
           IF GD-CREDITS IS NUMERIC
               MOVE GD-CREDITS         TO WS-DETAIL-CREDITS
           END-IF
           COMPUTE WS-TERM-WEIGHTED-SUM = WS-TERM-WEIGHTED-SUM
               + (GD-PROMEDIO * WS-DETAIL-CREDITS)
           ADD WS-DETAIL-CREDITS       TO WS-TERM-CREDITS
           IF GD-APROBADO
               ADD WS-DETAIL-CREDITS   TO WS-TERM-EARNED
           END-IF.

       3510-EXIT.
           EXIT.

      ******************************************************************
      * 3600-WRITE-DELTA-CSV - ONE CORRECTION ROW FOR THE REGISTRAR'S
      *                        IMPORTER, IN THE GRADECHG.CSV LAYOUT
      ******************************************************************
       3600-WRITE-DELTA-CSV.
           MOVE WS-NEW-NOTA            TO WS-NOTA-ED
           MOVE SPACES                 TO WS-CSV-LINE
           MOVE 1                      TO WS-CSV-POINTER
           STRING MR-STUDENT-ID        DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WS-TERM-ID              DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               MR-COURSE-ID            DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WS-NOTA-ED              DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WS-LETRA-ASIGNADA       DELIMITED BY SIZE
               INTO WS-CSV-LINE
               WITH POINTER WS-CSV-POINTER

           MOVE WS-CSV-LINE            TO DELTA-CSV-LINE
           WRITE DELTA-CSV-LINE.

       3600-EXIT.
           EXIT.

      ******************************************************************
      * 3700-WRITE-POST-LINE - ONE LINE ON THE RESULTS REGISTER
      ******************************************************************
       3700-WRITE-POST-LINE.
           MOVE SPACES                 TO WS-POST-DETAIL-LINE
           MOVE MR-STUDENT-ID          TO WS-PD-STUDENT-ID
           MOVE MR-COURSE-ID           TO WS-PD-COURSE-ID
           IF MR-NOTA IS NUMERIC
               MOVE MR-NOTA            TO WS-PD-NOTA
           END-IF
           MOVE ME-PROMEDIO-ORIG       TO WS-PD-ORIGINAL
           MOVE WS-NEW-NOTA            TO WS-PD-FINAL
           MOVE WS-LETRA-ASIGNADA      TO WS-PD-LETRA
           MOVE WS-MOTIVO              TO WS-PD-MOTIVO
           MOVE WS-POST-DETAIL-LINE    TO LIST-REPORT-LINE
           WRITE LIST-REPORT-LINE.

       3700-EXIT.
           EXIT.

      ******************************************************************
      * 3800-MARK-ABSENTS - PASS THIS TERM'S LIST; A STUDENT STILL
      *                     PENDING AFTER THE DEADLINE IS MARKED AND
      *                     REPORTED AUSENTE, ONE STILL INSIDE IT IS
      *                     ONLY COUNTED
      ******************************************************************
       3800-MARK-ABSENTS.
           MOVE "N"                    TO WS-FIN-ELIG-SW
           MOVE WS-TERM-ID             TO ME-TERM-ID
           MOVE LOW-VALUES             TO ME-COURSE-ID
           MOVE LOW-VALUES             TO ME-STUDENT-ID
           START MAKEUP-ELIG
               KEY IS NOT LESS THAN ME-KEY
               INVALID KEY
                   SET WS-FIN-ELIG     TO TRUE
           END-START

           PERFORM 3810-CHECK-ONE-PENDING
               THRU 3810-EXIT
               UNTIL WS-FIN-ELIG.

       3800-EXIT.
           EXIT.

      ******************************************************************
      * 3810-CHECK-ONE-PENDING - MARK ONE OVERDUE STUDENT ABSENT
      ******************************************************************
       3810-CHECK-ONE-PENDING.
           READ MAKEUP-ELIG NEXT RECORD
               AT END
                   SET WS-FIN-ELIG     TO TRUE
                   GO TO 3810-EXIT
           END-READ

           IF ME-TERM-ID NOT = WS-TERM-ID
               SET WS-FIN-ELIG         TO TRUE
               GO TO 3810-EXIT
           END-IF

           IF NOT ME-PENDIENTE
               GO TO 3810-EXIT
           END-IF

           IF WS-RUN-FECHA NOT > ME-DEADLINE
               ADD 1                   TO WS-PENDING-COUNT
               GO TO 3810-EXIT
           END-IF

           SET ME-AUSENTE              TO TRUE
           MOVE WS-RUN-FECHA           TO ME-POST-DATE
           REWRITE MAKEUP-ELIG-RECORD
               INVALID KEY
                   DISPLAY "RECUPERA - MAKEUP-ELIG REWRITE FAILED, "
                       "ALUMNO " ME-STUDENT-ID
           END-REWRITE

           IF NOT WS-ABSENT-HDR-DONE
               SET WS-ABSENT-HDR-DONE  TO TRUE
               MOVE SPACES             TO LIST-REPORT-LINE
               WRITE LIST-REPORT-LINE
               MOVE WS-ABSENT-HDR-LINE TO LIST-REPORT-LINE
               WRITE LIST-REPORT-LINE
           END-IF

           MOVE SPACES                 TO WS-ABSENT-DETAIL-LINE
           MOVE ME-STUDENT-ID          TO WS-AB-STUDENT-ID
           MOVE ME-COURSE-ID           TO WS-AB-COURSE-ID
           MOVE ME-DEADLINE            TO WS-AB-DEADLINE
           MOVE WS-ABSENT-DETAIL-LINE  TO LIST-REPORT-LINE
           WRITE LIST-REPORT-LINE

           ADD 1                       TO WS-ABSENT-COUNT.

       3810-EXIT.
           EXIT.

      ******************************************************************
      * 8500-VERIFY-CONTROL - CHECK THE RESULTS FILE'S TRAILER COUNT
      *                       AGAINST THE DETAILS READ AND LOG THE
      *                       RESULT AS A CTL AUDIT RECORD.  POSTED
      *                       RESULTS ARE MARKED RENDIDO, SO A RERUN
      *                       WITH THE COMPLETE FILE REJECTS THEM
      *                       INSTEAD OF POSTING THEM TWICE
      ******************************************************************
       8500-VERIFY-CONTROL.
           IF NOT WS-CTL-TRL-SEEN
               SET WS-CTL-ERROR        TO TRUE
               DISPLAY "RECUPERA - MAKEUP-RESULTS SIN TRAILER DE "
                   "CONTROL"
           ELSE
               IF WS-CTL-EXPECTED NOT = WS-CTL-DETAIL-COUNT
                   SET WS-CTL-ERROR    TO TRUE
                   DISPLAY "RECUPERA - MAKEUP-RESULTS CONTEO NO "
                       "COINCIDE, ESPERADO " WS-CTL-EXPECTED
                       " LEIDO " WS-CTL-DETAIL-COUNT
               END-IF
           END-IF

           MOVE SPACES                 TO AUDIT-LOG-RECORD
           MOVE "RECUPERA"             TO AL-PROGRAM-NAME
           SET AL-EVENT-CTL            TO TRUE
           MOVE WS-RUN-FECHA           TO AL-TS-DATE
           ACCEPT WS-RUN-HORA          FROM TIME
           MOVE WS-RUN-HORA            TO AL-TS-TIME
           MOVE WS-CTL-DETAIL-COUNT    TO AL-RECORDS-PROCESSED
           IF WS-CTL-ERROR
               MOVE 12                 TO AL-RETURN-CODE
           ELSE
               MOVE ZERO               TO AL-RETURN-CODE
           END-IF
           MOVE "MAKEUP-RESULTS"       TO AL-CTL-FILE-NAME
           WRITE AUDIT-LOG-RECORD.

       8500-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - WRITE THE TOTALS, CLOSE FILES AND SET THE
      *                  RETURN-CODE
      ******************************************************************
       9000-TERMINATE.
           MOVE SPACES                 TO LIST-REPORT-LINE
           WRITE LIST-REPORT-LINE

           IF WS-POST-MODE
               MOVE "RESULTADOS LEIDOS:" TO WS-TL-LABEL
               MOVE WS-RESULT-COUNT    TO WS-TL-VALUE
               PERFORM 9100-WRITE-TOTAL
                   THRU 9100-EXIT
               MOVE "REGISTRADOS:"     TO WS-TL-LABEL
               MOVE WS-POSTED-COUNT    TO WS-TL-VALUE
               PERFORM 9100-WRITE-TOTAL
                   THRU 9100-EXIT
               MOVE "APROBADOS:"       TO WS-TL-LABEL
               MOVE WS-APPROVED-COUNT  TO WS-TL-VALUE
               PERFORM 9100-WRITE-TOTAL
                   THRU 9100-EXIT
               MOVE "RECHAZADOS:"      TO WS-TL-LABEL
               MOVE WS-REJECTED-COUNT  TO WS-TL-VALUE
               PERFORM 9100-WRITE-TOTAL
                   THRU 9100-EXIT
               MOVE "AUSENTES:"        TO WS-TL-LABEL
               MOVE WS-ABSENT-COUNT    TO WS-TL-VALUE
               PERFORM 9100-WRITE-TOTAL
                   THRU 9100-EXIT
               MOVE "PENDIENTES:"      TO WS-TL-LABEL
               MOVE WS-PENDING-COUNT   TO WS-TL-VALUE
               PERFORM 9100-WRITE-TOTAL
                   THRU 9100-EXIT
           ELSE
               MOVE "HABILITADOS:"     TO WS-TL-LABEL
               MOVE WS-LISTED-COUNT    TO WS-TL-VALUE
               PERFORM 9100-WRITE-TOTAL
                   THRU 9100-EXIT
               MOVE "LIBRES (ASIST.):" TO WS-TL-LABEL
               MOVE WS-LIBRE-COUNT     TO WS-TL-VALUE
               PERFORM 9100-WRITE-TOTAL
                   THRU 9100-EXIT
               MOVE "CERRADOS:"        TO WS-TL-LABEL
               MOVE WS-FROZEN-COUNT    TO WS-TL-VALUE
               PERFORM 9100-WRITE-TOTAL
                   THRU 9100-EXIT
           END-IF

           CLOSE GRADE-DETAIL
           CLOSE GRADE-HISTORY
           CLOSE MAKEUP-ELIG
           CLOSE STUDENT-MASTER
           CLOSE COURSE-MASTER
           IF WS-ATTEND-OK
               CLOSE ATTENDANCE
           END-IF
           CLOSE LIST-REPORT

           EVALUATE TRUE
               WHEN WS-INPUT-MISSING
                   MOVE 8              TO RETURN-CODE
               WHEN WS-PARM-ERROR
                   MOVE 8              TO RETURN-CODE
               WHEN WS-CTL-ERROR
                   MOVE 12             TO RETURN-CODE
               WHEN WS-REJECTED-COUNT > ZERO
                   MOVE 4              TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO           TO RETURN-CODE
           END-EVALUATE

           MOVE SPACES                 TO AUDIT-LOG-RECORD
           MOVE "RECUPERA"             TO AL-PROGRAM-NAME
           SET AL-EVENT-END            TO TRUE
           MOVE WS-RUN-FECHA           TO AL-TS-DATE
           ACCEPT WS-RUN-HORA          FROM TIME
           MOVE WS-RUN-HORA            TO AL-TS-TIME
           IF WS-POST-MODE
               MOVE WS-RESULT-COUNT    TO AL-RECORDS-PROCESSED
           ELSE
               MOVE WS-LISTED-COUNT    TO AL-RECORDS-PROCESSED
           END-IF
           MOVE RETURN-CODE            TO AL-RETURN-CODE
           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE.

       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9100-WRITE-TOTAL - WRITE ONE TOTALS LINE
      ******************************************************************
       9100-WRITE-TOTAL.
           MOVE WS-TOTAL-LINE          TO LIST-REPORT-LINE
           WRITE LIST-REPORT-LINE
           MOVE SPACES                 TO WS-TOTAL-LINE.

       9100-EXIT.
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
           MOVE "RECUPERA"             TO ALR-PROGRAM
           MOVE ZERO                   TO ALR-STEP-NUMBER
           MOVE RETURN-CODE            TO ALR-RETURN-CODE
           MOVE "RECUPERA-REPORT"      TO ALR-REPORT-NAME

           CALL "ALERTPUT" USING ALR-REQUEST
           MOVE ALR-RETURN-CODE        TO RETURN-CODE.

       9900-EXIT.
           EXIT.

       END PROGRAM RECUPERA.
