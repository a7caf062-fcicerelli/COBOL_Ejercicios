      * Author:     Fabio Cicerelli
      * Date:       18/MAR/2025
      * Purpose:    Clase de Lenguages de Interfaz
      * Tectonics: cobc -x PROMEDIO.cob ENQUEUE.cob ALERTPUT.cob
      *            -o PROMEDIO
      *            (ENQUEUE and ALERTPUT are CALLed by name, so
      *            they must be linked into the same executable)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT DESCRIPTION
      *                 to close while unworked suspense remains no
      *                 longer forces hand-deleting the file after
      *                 every term that had a reject.
      * 15/OCT/26  FC   Attendance regularity rule.  After the letter
      *                 is assigned, 2600 reads the student's marks
      *                 for the course and term off the ATTENDANCE
      *                 file ATTNLOAD loads (present and justified
      *                 count as attended) and compares the
      *                 percentage with the course minimum from the
      *                 ATTEND-MINIMUM parameter file (75 when the
      *                 course has no row).  A passing student under
      *                 the minimum is LIBRE: the approved flag is
      *                 withheld on GRADE-DETAIL, the pass/fail
      *                 totals move, and the student is listed on the
      *                 new PROMEDIO-ASIST exception listing.  The
      *                 roster gains ASIST.% and CONDICION columns and
      *                 PROMEDIO.CSV gains ATTENDANCE and APPROVED
      *                 columns at the end of the row.  A course with
      *                 no marks loaded shows N/D and is not ruled.
      * 15/OCT/26  FC   Credit hours.  The course's CM-CREDITS are
      *                 picked up at the course break and stored on
      *                 each GRADE-DETAIL record (GD-CREDITS).  The
      *                 term's GH-PROMEDIO is now the course averages
      *                 weighted by those credits (a plain mean only
      *                 when none of the term's courses carries
      *                 credits), and GRADE-HISTORY records the
      *                 credits attempted and earned (courses passed)
      *                 in the term.
      * 15/OCT/26  FC   GRADES-RECORD carries the section id CONSOL
      *                 stamps from the section registry
      *                 (GR-SECTION-ID); it is stored on each
      *                 GRADE-DETAIL record (GD-SECTION-ID) for the
      *                 grade slips.  A re-grade keeps the section
      *                 already on file.
      * 15/OCT/26  FC   What-if simulation.  An "S" in PROMEDIO-PARM
      *                 (with an optional term in columns 2-7 to read
      *                 the GRADES-FILE.<term> archive TERMCLSE keeps)
      *                 grades every student twice, once with the
      *                 current GRADE-SCALE/COURSE-WEIGHTS and once
      *                 with the proposed GRADE-SCALE-ALT/COURSE-
      *                 WEIGHTS-ALT, and prints the PROMEDIO-SIMUL
      *                 comparison: students whose letter or pass/fail
      *                 would change, old and new pass rates and the
      *                 letter distribution shift, per course and in
      *                 total.  Nothing is written to GRADE-HISTORY,
      *                 GRADE-DETAIL, the CSV, the checkpoint, the
      *                 suspense file or the AUDIT-LOG.  GRADES-FILE,
      *                 GRADE-SCALE and COURSE-WEIGHTS are now assigned
      *                 through data names for this.
      * 15/OCT/26  FC   A run ending with a nonzero RETURN-CODE leaves
      *                 an operator alert on ALERT-OUTBOX through
      *                 ALERTPUT, naming EXCEPT-REPORT.
      * 15/OCT/26  FC   A re-grade keeps the credits already on the
      *                 GRADE-DETAIL record, as it keeps the section;
      *                 COURSE-MASTER is not read in a re-grade, so
      *                 the credits were being written as zero and
      *                 the term's credits and average followed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMEDIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADES-FILE ASSIGN TO WS-GRADES-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADES-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMPARM-STATUS.

           SELECT GRADE-SCALE ASSIGN TO WS-SCALE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCALE-STATUS.

           SELECT COURSE-WEIGHTS ASSIGN TO WS-WEIGHTS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEIGHT-STATUS.

               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT ATTENDANCE ASSIGN TO "ATTENDANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-KEY
               FILE STATUS IS WS-ATTEND-STATUS.

           SELECT ATTEND-MINIMUM ASSIGN TO "ATTEND-MINIMUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTMIN-STATUS.

           SELECT ATTEND-REPORT ASSIGN TO "PROMEDIO-ASIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTRPT-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRADE-STATUS.

           SELECT SIM-REPORT ASSIGN TO "PROMEDIO-SIMUL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMRPT-STATUS.

           SELECT RUNDATE-PARM ASSIGN TO "RUN-DATE-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNDATE-STATUS.
           05  GR-COURSE-ID            PIC X(06).
           05  GR-CATEG-TABLE          OCCURS 10 TIMES
                                       PIC X(01).
           05  GR-SECTION-ID           PIC X(03).
           05  FILLER                  PIC X(03).
           COPY BATCHCTL.

       FD  ROSTER-REPORT
       FD  ENROLLMENT.
           COPY ENROLMNT.

       FD  ATTENDANCE.
           COPY ATTENDNC.

       FD  ATTEND-MINIMUM
           RECORD CONTAINS 80 CHARACTERS.
       01  ATTEND-MINIMUM-RECORD.
           05  AM-COURSE-ID            PIC X(06).
           05  AM-MINIMO               PIC 9(03).
           05  FILLER                  PIC X(71).

       FD  ATTEND-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  ATTEND-REPORT-LINE          PIC X(80).

       FD  SUSPENSE-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  SUSPENSE-RECORD.
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05  PP-RUN-MODE             PIC X(01).
           05  PP-SIM-TERM             PIC X(06).
           05  FILLER                  PIC X(73).

       FD  REGRADE-FILE
           RECORD CONTAINS 90 CHARACTERS.
           05  RG-REASON-CODE          PIC X(02).
           05  RG-RUN-DATE             PIC X(08).

       FD  SIM-REPORT
           RECORD CONTAINS 90 CHARACTERS.
       01  SIM-REPORT-LINE             PIC X(90).

       FD  RUNDATE-PARM
           RECORD CONTAINS 80 CHARACTERS.
       01  RUNDATE-RECORD.

           COPY ENQPARM.

           COPY ALRTPARM.

       01  WS-VARIABLES.
           05  WS-STUDENT-ID           PIC X(05).
           05  WS-CANT-NOTAS           PIC 9(02).
       01  WS-TERM-AVG-WORK.
           05  WS-TERM-SUM             PIC 9(05)V99.
           05  WS-TERM-CRS-COUNT       PIC 9(03) COMP.
           05  WS-TERM-WEIGHTED-SUM    PIC 9(07)V99.
           05  WS-TERM-CREDITS         PIC 9(03).
           05  WS-TERM-EARNED          PIC 9(03).
           05  WS-DETAIL-CREDITS       PIC 9(02).
           05  WS-TERM-PROMEDIO        PIC 9(03)V99.
           05  WS-FIN-DETALLE-SW       PIC X(01).
               88  WS-FIN-DETALLE              VALUE "S".

       01  WS-WEIGHT-STATUS            PIC X(02).

       01  WS-INPUT-FILE-NAMES.
           05  WS-GRADES-FILE-NAME     PIC X(20) VALUE "GRADES-FILE".
           05  WS-SCALE-FILE-NAME      PIC X(20) VALUE "GRADE-SCALE".
           05  WS-WEIGHTS-FILE-NAME    PIC X(20) VALUE "COURSE-WEIGHTS".

       01  WS-WEIGHT-TABLE-AREA.
           05  WS-WGT-COURSE-COUNT     PIC 9(03) COMP VALUE ZERO.
           05  WS-MAX-WGT-COURSES      PIC 9(03) COMP VALUE 200.
           05  WS-CURRENT-COURSE       PIC X(06).
           05  WS-CRS-NAME-DISPLAY     PIC X(30) VALUE SPACES.
           05  WS-CRS-INSTR-DISPLAY    PIC X(30) VALUE SPACES.
           05  WS-CRS-CREDITS          PIC 9(02) VALUE ZERO.
           05  WS-OLD-SECTION-ID       PIC X(03) VALUE SPACES.
           05  WS-OLD-CREDITS          PIC 9(02) VALUE ZERO.
           05  WS-COURSE-OPEN-SW       PIC X(01) VALUE "N".
               88  WS-COURSE-OPEN               VALUE "S".

           05  WS-CSV-LINE             PIC X(200).
           05  WS-CSV-NOTA-ED          PIC ZZZ.ZZ.
           05  WS-CSV-POINTER          PIC 9(03) COMP.
           05  WS-CSV-HEADER           PIC X(52) VALUE
               "STUDENT_ID,GRADES,AVERAGE,LETTER,ATTENDANCE,APPROVED".

       01  WS-VALIDATION.
           05  WS-NOTA-MINIMA          PIC 9(03)V99 VALUE ZERO.
           05  WS-MISSING-HDR-SW       PIC X(01) VALUE "N".
               88  WS-MISSING-HDR-DONE         VALUE "S".

       01  WS-ATTEND-STATUS            PIC X(02).

       01  WS-ATTMIN-STATUS            PIC X(02).

       01  WS-ATTRPT-STATUS            PIC X(02).

       01  WS-ATTEND-WORK.
           05  WS-ATTEND-OK-SW         PIC X(01) VALUE "N".
               88  WS-ATTEND-OK                VALUE "S".
           05  WS-FIN-ASIST-SW         PIC X(01).
               88  WS-FIN-ASIST                VALUE "S".
           05  WS-FIN-ATTMIN-SW        PIC X(01).
               88  WS-FIN-ATTMIN               VALUE "S".
           05  WS-ATT-CLASES           PIC 9(05) COMP.
           05  WS-ATT-ASISTIDAS        PIC 9(05) COMP.
           05  WS-ATT-PORCENTAJE       PIC 9(03)V99.
           05  WS-ATT-PCT-ED           PIC ZZ9.99.
           05  WS-ATT-MINIMO           PIC 9(03).
           05  WS-ATT-MIN-DEFAULT      PIC 9(03) VALUE 75.
           05  WS-ASIST-DISPLAY        PIC X(07).
           05  WS-ASIST-CSV            PIC X(06).
           05  WS-CONDICION-DISPLAY    PIC X(08).
           05  WS-LIBRE-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-ATTMIN-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  WS-MAX-ATTMIN           PIC 9(03) COMP VALUE 200.
           05  WS-ATTMIN-SUB           PIC 9(03) COMP.
           05  WS-ATTMIN-ENTRY         OCCURS 200 TIMES.
               10  WS-ATTMIN-COURSE-ID PIC X(06).
               10  WS-ATTMIN-MINIMO    PIC 9(03).

       01  WS-SUSP-STATUS              PIC X(02).

       01  WS-PARM-STATUS              PIC X(02).

       01  WS-RUN-MODE-SW              PIC X(01) VALUE "F".
           88  WS-REGRADE-MODE                 VALUE "R".
           88  WS-SIMULATION-MODE              VALUE "S".

       01  WS-SUSPENSE-WORK.
           05  WS-SUSP-WRITTEN-SW      PIC X(01) VALUE "N".
               10  WS-CORR-FOUND-SW    PIC X(01).
                   88  WS-CORR-FOUND           VALUE "S".

       01  WS-SIMRPT-STATUS            PIC X(02).

      *    SIMULATION RUN - THE CURRENT AND PROPOSED TABLES ARE KEPT
      *    SIDE BY SIDE AND COPIED OVER WS-GRADE-SCALE-AREA AND
      *    WS-WEIGHT-TABLE-AREA BEFORE EACH GRADING, SO THE LAYOUTS
      *    BELOW MUST STAY IN STEP WITH THOSE TWO AREAS
       01  WS-SIM-CUR-SCALE-AREA.
           05  WS-SIM-CS-COUNT         PIC 9(02) COMP.
           05  WS-SIM-CS-ENTRY         OCCURS 10 TIMES.
               10  WS-SIM-CS-LETRA     PIC X(02).
               10  WS-SIM-CS-MINIMO    PIC 9(03)V99.
               10  WS-SIM-CS-MAXIMO    PIC 9(03)V99.
               10  WS-SIM-CS-APROBADO-SW
                                       PIC X(01).
               10  WS-SIM-CS-STUD-COUNT
                                       PIC 9(05) COMP.

       01  WS-SIM-ALT-SCALE-AREA.
           05  WS-SIM-AS-COUNT         PIC 9(02) COMP.
           05  WS-SIM-AS-ENTRY         OCCURS 10 TIMES.
               10  WS-SIM-AS-LETRA     PIC X(02).
               10  WS-SIM-AS-MINIMO    PIC 9(03)V99.
               10  WS-SIM-AS-MAXIMO    PIC 9(03)V99.
               10  WS-SIM-AS-APROBADO-SW
                                       PIC X(01).
               10  WS-SIM-AS-STUD-COUNT
                                       PIC 9(05) COMP.

       01  WS-SIM-CUR-WEIGHT-AREA.
           05  WS-SIM-CW-COUNT         PIC 9(03) COMP.
           05  WS-SIM-CW-MAX-COURSES   PIC 9(03) COMP.
           05  WS-SIM-CW-MAX-CATEGS    PIC 9(01) COMP.
           05  WS-SIM-CW-ENTRY         OCCURS 200 TIMES.
               10  WS-SIM-CW-COURSE-ID PIC X(06).
               10  WS-SIM-CW-CAT-ENTRY OCCURS 3 TIMES.
                   15  WS-SIM-CW-CAT-CODE
                                       PIC X(01).
                   15  WS-SIM-CW-CAT-PESO
                                       PIC 9(03).

       01  WS-SIM-ALT-WEIGHT-AREA.
           05  WS-SIM-AW-COUNT         PIC 9(03) COMP.
           05  WS-SIM-AW-MAX-COURSES   PIC 9(03) COMP.
           05  WS-SIM-AW-MAX-CATEGS    PIC 9(01) COMP.
           05  WS-SIM-AW-ENTRY         OCCURS 200 TIMES.
               10  WS-SIM-AW-COURSE-ID PIC X(06).
               10  WS-SIM-AW-CAT-ENTRY OCCURS 3 TIMES.
                   15  WS-SIM-AW-CAT-CODE
                                       PIC X(01).
                   15  WS-SIM-AW-CAT-PESO
                                       PIC 9(03).

       01  WS-SIM-WORK.
           05  WS-SIM-TERM             PIC X(06) VALUE SPACES.
           05  WS-SIM-SCALE-ALT-SW     PIC X(01).
               88  WS-SIM-SCALE-ALT            VALUE "S".
           05  WS-SIM-WEIGHTS-ALT-SW   PIC X(01).
               88  WS-SIM-WEIGHTS-ALT          VALUE "S".
           05  WS-SIM-NO-ALT-SW        PIC X(01).
               88  WS-SIM-NO-ALT               VALUE "S".
           05  WS-SIM-OLD-PROMEDIO     PIC 9(03)V99.
           05  WS-SIM-OLD-LETRA        PIC X(02).
           05  WS-SIM-OLD-APROB-SW     PIC X(01).
               88  WS-SIM-OLD-APROBADO         VALUE "S".
           05  WS-SIM-NEW-PROMEDIO     PIC 9(03)V99.
           05  WS-SIM-NEW-LETRA        PIC X(02).
           05  WS-SIM-NEW-APROB-SW     PIC X(01).
               88  WS-SIM-NEW-APROBADO         VALUE "S".
           05  WS-SIM-CRS-STUDENTS     PIC 9(05) COMP.
           05  WS-SIM-CRS-CHANGED      PIC 9(05) COMP.
           05  WS-SIM-CRS-OLD-PASS     PIC 9(05) COMP.
           05  WS-SIM-CRS-NEW-PASS     PIC 9(05) COMP.
           05  WS-SIM-TOT-STUDENTS     PIC 9(05) COMP.
           05  WS-SIM-TOT-CHANGED      PIC 9(05) COMP.
           05  WS-SIM-TOT-OLD-PASS     PIC 9(05) COMP.
           05  WS-SIM-TOT-NEW-PASS     PIC 9(05) COMP.
           05  WS-SIM-STUDENTS         PIC 9(05) COMP.
           05  WS-SIM-CHANGED          PIC 9(05) COMP.
           05  WS-SIM-OLD-PASS         PIC 9(05) COMP.
           05  WS-SIM-NEW-PASS         PIC 9(05) COMP.
           05  WS-SIM-PCT              PIC 9(03)V99.
           05  WS-SIM-LETRA-KEY        PIC X(02).
           05  WS-SIM-LET-COUNT        PIC 9(02) COMP.
           05  WS-MAX-SIM-LETTERS      PIC 9(02) COMP VALUE 21.
           05  WS-SIM-LET-SUB          PIC 9(02) COMP.
           05  WS-SIM-LET-FOUND-SUB    PIC 9(02) COMP.
           05  WS-SIM-LET-ENTRY        OCCURS 21 TIMES.
               10  WS-SIM-LET-LETRA    PIC X(02).
               10  WS-SIM-LET-CRS-OLD  PIC 9(05) COMP.
               10  WS-SIM-LET-CRS-NEW  PIC 9(05) COMP.
               10  WS-SIM-LET-TOT-OLD  PIC 9(05) COMP.
               10  WS-SIM-LET-TOT-NEW  PIC 9(05) COMP.
           05  WS-SIM-LET-OLD          PIC 9(05) COMP.
           05  WS-SIM-LET-NEW          PIC 9(05) COMP.
           05  WS-SIM-LET-DIFF         PIC S9(05) COMP.
           05  WS-SIM-DIST-TOTAL-SW    PIC X(01).
               88  WS-SIM-DIST-TOTAL           VALUE "S".

       01  WS-SIM-REPORT-LINES.
           05  WS-SIM-HDR-LINE-1.
               10  FILLER              PIC X(45) VALUE
                   "SIMULACION DE CALIFICACION - ESCALA Y PESOS".
               10  FILLER              PIC X(45) VALUE
                   "PROPUESTOS (SIN EFECTO SOBRE LOS ARCHIVOS)".
           05  WS-SIM-HDR-LINE-2.
               10  FILLER              PIC X(09) VALUE "TERMINO: ".
               10  WS-SH-TERM          PIC X(06).
               10  FILLER              PIC X(10) VALUE "  NOTAS: ".
               10  WS-SH-GRADES-FILE   PIC X(20).
               10  FILLER              PIC X(09) VALUE "  FECHA: ".
               10  WS-SH-FECHA         PIC 9(08).
               10  FILLER              PIC X(28) VALUE SPACES.
           05  WS-SIM-HDR-LINE-3.
               10  FILLER              PIC X(17) VALUE
                   "ESCALA SIMULADA: ".
               10  WS-SH-SCALE-FILE    PIC X(20).
               10  FILLER              PIC X(17) VALUE
                   "  PESOS SIMUL.: ".
               10  WS-SH-WEIGHTS-FILE  PIC X(20).
               10  FILLER              PIC X(16) VALUE SPACES.
           05  WS-SIM-NOTE-LINE.
               10  FILLER              PIC X(45) VALUE
                   "CONDICION SEGUN LA ESCALA; LA REGULARIDAD POR".
               10  FILLER              PIC X(45) VALUE
                   " ASISTENCIA NO SE SIMULA".
           05  WS-SIM-COURSE-LINE.
               10  FILLER              PIC X(07) VALUE "CURSO: ".
               10  WS-SC-COURSE-ID     PIC X(06).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-SC-COURSE-NAME   PIC X(30).
               10  FILLER              PIC X(46) VALUE SPACES.
           05  WS-SIM-COL-LINE.
               10  FILLER              PIC X(08) VALUE "  ALUMNO".
               10  FILLER              PIC X(29) VALUE "  NOMBRE".
               10  FILLER              PIC X(20) VALUE
                   "ACTUAL  LT COND".
               10  FILLER              PIC X(20) VALUE
                   "SIMUL.  LT COND".
               10  FILLER              PIC X(13) VALUE "CAMBIO".
           05  WS-SIM-DETAIL-LINE.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-SD-STUDENT-ID    PIC X(05).
               10  FILLER              PIC X(03) VALUE SPACES.
               10  WS-SD-NOMBRE        PIC X(25).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-SD-OLD-PROMEDIO  PIC Z(03).ZZ.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-SD-OLD-LETRA     PIC X(02).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-SD-OLD-COND      PIC X(03).
               10  FILLER              PIC X(06) VALUE SPACES.
               10  WS-SD-NEW-PROMEDIO  PIC Z(03).ZZ.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-SD-NEW-LETRA     PIC X(02).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-SD-NEW-COND      PIC X(03).
               10  FILLER              PIC X(06) VALUE SPACES.
               10  WS-SD-CAMBIO        PIC X(10).
               10  FILLER              PIC X(03) VALUE SPACES.
           05  WS-SIM-COUNT-LINE.
               10  FILLER              PIC X(11) VALUE "  ALUMNOS: ".
               10  WS-SN-STUDENTS      PIC Z(04)9.
               10  FILLER              PIC X(32) VALUE
                   "  CAMBIAN DE LETRA O CONDICION: ".
               10  WS-SN-CHANGED       PIC Z(04)9.
               10  FILLER              PIC X(37) VALUE SPACES.
           05  WS-SIM-RATE-LINE.
               10  FILLER              PIC X(20) VALUE
                   "  APROBADOS ACTUAL: ".
               10  WS-SR-OLD-PASS      PIC Z(04)9.
               10  FILLER              PIC X(02) VALUE " (".
               10  WS-SR-OLD-PCT       PIC ZZ9.99.
               10  FILLER              PIC X(14) VALUE
                   "%)  SIMULADO: ".
               10  WS-SR-NEW-PASS      PIC Z(04)9.
               10  FILLER              PIC X(02) VALUE " (".
               10  WS-SR-NEW-PCT       PIC ZZ9.99.
               10  FILLER              PIC X(02) VALUE "%)".
               10  FILLER              PIC X(28) VALUE SPACES.
           05  WS-SIM-DIST-HDR-LINE.
               10  FILLER              PIC X(40) VALUE
                   "  LETRA    ACTUAL  SIMULADO  DIFERENCIA".
               10  FILLER              PIC X(50) VALUE SPACES.
           05  WS-SIM-DIST-LINE.
               10  FILLER              PIC X(04) VALUE SPACES.
               10  WS-SL-LETRA         PIC X(02).
               10  FILLER              PIC X(06) VALUE SPACES.
               10  WS-SL-OLD           PIC Z(04)9.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  WS-SL-NEW           PIC Z(04)9.
               10  FILLER              PIC X(06) VALUE SPACES.
               10  WS-SL-DIFF          PIC +(05)9.
               10  FILLER              PIC X(51) VALUE SPACES.
           05  WS-SIM-TOTAL-HDR-LINE.
               10  FILLER              PIC X(45) VALUE
                   "TOTAL DE LA SIMULACION - TODOS LOS CURSOS".
               10  FILLER              PIC X(45) VALUE SPACES.
           05  WS-SIM-MSG-LINE.
               10  WS-SM-TEXT          PIC X(70).
               10  FILLER              PIC X(20) VALUE SPACES.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE-1.
               10  FILLER              PIC X(25) VALUE
               10  FILLER              PIC X(32) VALUE "NOMBRE".
               10  FILLER              PIC X(11) VALUE "STATUS".
               10  FILLER              PIC X(05) VALUE "LETRA".
               10  FILLER              PIC X(01) VALUE SPACES.
               10  FILLER              PIC X(08) VALUE "ASIST.%".
               10  FILLER              PIC X(12) VALUE "CONDICION".
           05  WS-COURSE-HDR-LINE.
               10  FILLER              PIC X(07) VALUE "CURSO: ".
               10  WS-CH-COURSE-ID     PIC X(06).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-DET-STATUS       PIC X(11).
               10  WS-DET-LETRA        PIC X(02).
               10  FILLER              PIC X(03) VALUE SPACES.
               10  WS-DET-ASISTENCIA   PIC X(07).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-DET-CONDICION    PIC X(08).
               10  FILLER              PIC X(04) VALUE SPACES.
           05  WS-SUMMARY-LINE.
               10  WS-SUM-LABEL        PIC X(20).
               10  WS-SUM-VALUE        PIC Z(03).ZZ.
               10  WS-MG-STUDENT-ID    PIC X(10).
               10  WS-MG-COURSE-ID     PIC X(10).
               10  FILLER              PIC X(70) VALUE SPACES.
           05  WS-ATT-HDR-LINE-1.
               10  FILLER              PIC X(40) VALUE
                   "ALUMNOS LIBRES POR INASISTENCIA".
               10  FILLER              PIC X(40) VALUE SPACES.
           05  WS-ATT-HDR-LINE-2.
               10  FILLER              PIC X(10) VALUE "ALUMNO".
               10  FILLER              PIC X(10) VALUE "CURSO".
               10  FILLER              PIC X(10) VALUE "PROMEDIO".
               10  FILLER              PIC X(10) VALUE "ASIST.%".
               10  FILLER              PIC X(10) VALUE "MINIMO %".
               10  FILLER              PIC X(10) VALUE "CLASES".
               10  FILLER              PIC X(10) VALUE "ASISTIDAS".
               10  FILLER              PIC X(10) VALUE "RETENIDA".
           05  WS-ATT-DETAIL-LINE.
               10  WS-AD-STUDENT-ID    PIC X(10).
               10  WS-AD-COURSE-ID     PIC X(10).
               10  WS-AD-PROMEDIO      PIC Z(03).ZZ.
               10  FILLER              PIC X(04) VALUE SPACES.
               10  WS-AD-PORCENTAJE    PIC ZZ9.99.
               10  FILLER              PIC X(04) VALUE SPACES.
               10  WS-AD-MINIMO        PIC ZZ9.
               10  FILLER              PIC X(07) VALUE SPACES.
               10  WS-AD-CLASES        PIC Z(04)9.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  WS-AD-ASISTIDAS     PIC Z(04)9.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  WS-AD-RETENIDA      PIC X(01).
               10  FILLER              PIC X(09) VALUE SPACES.
           05  WS-ATT-TOTAL-LINE.
               10  FILLER              PIC X(20) VALUE
                   "TOTAL LIBRES:".
               10  WS-AT-TOTAL         PIC Z(04)9.
               10  FILLER              PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
               THRU 0100-EXIT
           IF WS-LOCK-FAILED
               MOVE 16                 TO RETURN-CODE
               PERFORM 9900-RAISE-ALERT
                   THRU 9900-EXIT
               GOBACK
           END-IF

           PERFORM 1010-READ-RUN-MODE
               THRU 1010-EXIT

           EVALUATE TRUE
               WHEN WS-REGRADE-MODE
                   PERFORM 6000-REGRADE-RUN
                       THRU 6000-EXIT
               WHEN WS-SIMULATION-MODE
                   PERFORM 6500-SIMULATION-RUN
                       THRU 6500-EXIT
               WHEN OTHER
                   PERFORM 1000-INITIALIZE
                       THRU 1000-EXIT

                   PERFORM 2000-PROCESS-STUDENT
                       THRU 2000-EXIT
                       UNTIL WS-EOF-GRADES

                   IF NOT WS-INPUT-MISSING
                       PERFORM 8500-VERIFY-CONTROL
                           THRU 8500-EXIT
                   END-IF

                   IF NOT WS-CTL-ERROR
                       PERFORM 7000-COURSE-BREAK
                           THRU 7000-EXIT

                       PERFORM 8000-CLASS-STATISTICS
                           THRU 8000-EXIT

                       PERFORM 8300-MISSING-GRADES
                           THRU 8300-EXIT
                   END-IF

                   PERFORM 9000-TERMINATE
                       THRU 9000-EXIT
           END-EVALUATE

           PERFORM 9900-RAISE-ALERT
               THRU 9900-EXIT

           PERFORM 0900-RELEASE-LOCKS
               THRU 0900-EXIT
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
               MOVE "AUDIT-LOG"        TO ENQ-RESOURCE
               MOVE "W"                TO ENQ-MODE
           CALL "ENQUEUE" USING ENQ-REQUEST
           MOVE "GRADE-HISTORY"        TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST
           MOVE "ATTENDANCE"           TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST
           MOVE "AUDIT-LOG"            TO ENQ-RESOURCE
           CALL "ENQUEUE" USING ENQ-REQUEST.

                   "CHECKS SKIPPED"
           END-IF

           PERFORM 1078-PREPARE-ATTENDANCE
               THRU 1078-EXIT

           PERFORM 1020-GET-RUN-DATE
               THRU 1020-EXIT
           ACCEPT WS-RUN-HORA          FROM TIME
               OPEN EXTEND CSV-FILE
               IF WS-CSV-STATUS = "35"
                   OPEN OUTPUT CSV-FILE
                   MOVE WS-CSV-HEADER   TO CSV-FILE-LINE
                   WRITE CSV-FILE-LINE
               END-IF

               OPEN EXTEND ATTEND-REPORT
               IF WS-ATTRPT-STATUS = "35"
                   OPEN OUTPUT ATTEND-REPORT
                   PERFORM 2640-WRITE-ATTEND-HEADER
                       THRU 2640-EXIT
               END-IF

               OPEN EXTEND SUSPENSE-FILE
               IF WS-SUSP-STATUS = "35"
                   OPEN OUTPUT SUSPENSE-FILE
               OPEN OUTPUT CSV-FILE
               OPEN OUTPUT SUSPENSE-FILE
               OPEN OUTPUT AVG-WORK
               OPEN OUTPUT ATTEND-REPORT

               MOVE WS-HDR-LINE-1      TO ROSTER-REPORT-LINE
               WRITE ROSTER-REPORT-LINE
               MOVE WS-EXCEPT-HDR-LINE TO EXCEPT-REPORT-LINE
               WRITE EXCEPT-REPORT-LINE

               MOVE WS-CSV-HEADER      TO CSV-FILE-LINE
               WRITE CSV-FILE-LINE

               PERFORM 2640-WRITE-ATTEND-HEADER
                   THRU 2640-EXIT
           END-IF

           MOVE WS-RESTART-REJECT-COUNT
      ******************************************************************
      * 1010-READ-RUN-MODE - READ THE RUN MODE FROM PROMEDIO-PARM.
      *                      "R" SELECTS THE RE-GRADE RUN OVER THE
      *                      CORRECTED SUSPENSE RECORDS, "S" THE
      *                      WHAT-IF SIMULATION (WITH AN OPTIONAL
      *                      ARCHIVED TERM TO READ); ANYTHING ELSE, OR
      *                      NO PARAMETER FILE AT ALL, IS A NORMAL
      *                      FULL GRADING RUN
      ******************************************************************
       1010-READ-RUN-MODE.
           MOVE "F"                    TO WS-RUN-MODE-SW
           MOVE SPACES                 TO WS-SIM-TERM
           MOVE "GRADES-FILE"          TO WS-GRADES-FILE-NAME
           MOVE "GRADE-SCALE"          TO WS-SCALE-FILE-NAME
           MOVE "COURSE-WEIGHTS"       TO WS-WEIGHTS-FILE-NAME

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
                   AND PP-RUN-MODE = "R"
                   MOVE "R"            TO WS-RUN-MODE-SW
               END-IF
               IF WS-PARM-STATUS = "00"
                   AND PP-RUN-MODE = "S"
                   MOVE "S"            TO WS-RUN-MODE-SW
                   MOVE PP-SIM-TERM    TO WS-SIM-TERM
               END-IF
               CLOSE PARM-FILE
           END-IF.

       1077-EXIT.
           EXIT.

      ******************************************************************
      * 1078-PREPARE-ATTENDANCE - OPEN THE ATTENDANCE FILE AND LOAD
      *                           THE PER-COURSE MINIMUM ATTENDANCE
      *                           PERCENTAGES FROM ATTEND-MINIMUM.  A
      *                           COURSE WITH NO ROW, OR NO FILE AT
      *                           ALL, USES THE 75% DEFAULT; WITH NO
      *                           ATTENDANCE FILE THE RULE IS SKIPPED
      ******************************************************************
       1078-PREPARE-ATTENDANCE.
           MOVE "N"                    TO WS-ATTEND-OK-SW
           MOVE "N"                    TO WS-FIN-ATTMIN-SW
           MOVE ZERO                   TO WS-ATTMIN-COUNT
           MOVE ZERO                   TO WS-LIBRE-COUNT

           OPEN INPUT ATTENDANCE
           IF WS-ATTEND-STATUS = "00"
               SET WS-ATTEND-OK        TO TRUE
           ELSE
               DISPLAY "PROMEDIO - ATTENDANCE NOT FOUND, ATTENDANCE "
                   "RULE SKIPPED"
               GO TO 1078-EXIT
           END-IF

           OPEN INPUT ATTEND-MINIMUM
           IF WS-ATTMIN-STATUS NOT = "00"
               DISPLAY "PROMEDIO - ATTEND-MINIMUM NOT FOUND, 75% "
                   "MINIMUM APPLIES TO EVERY COURSE"
               GO TO 1078-EXIT
           END-IF

           PERFORM 1079-LOAD-ATT-MIN-ENTRY
               THRU 1079-EXIT
               UNTIL WS-FIN-ATTMIN
               OR WS-ATTMIN-COUNT >= WS-MAX-ATTMIN

           IF NOT WS-FIN-ATTMIN
               READ ATTEND-MINIMUM
                   AT END
                       SET WS-FIN-ATTMIN
                                       TO TRUE
               END-READ
               IF NOT WS-FIN-ATTMIN
                   DISPLAY "PROMEDIO - ATTEND-MINIMUM EXCEDE LA "
                       "TABLA, CURSOS RESTANTES CON MINIMO 75%"
               END-IF
           END-IF

           CLOSE ATTEND-MINIMUM.

       1078-EXIT.
           EXIT.

      ******************************************************************
      * 1079-LOAD-ATT-MIN-ENTRY - READ AND STORE ONE COURSE'S MINIMUM.
      *                           THE FILE IS HAND-EDITED, SO A BLANK
      *                           OR MALFORMED LINE IS SKIPPED LIKE
      *                           COURSE-WEIGHTS DOES
      ******************************************************************
       1079-LOAD-ATT-MIN-ENTRY.
           READ ATTEND-MINIMUM
               AT END
                   SET WS-FIN-ATTMIN   TO TRUE
                   GO TO 1079-EXIT
           END-READ

           IF AM-COURSE-ID = SPACES
               OR AM-MINIMO IS NOT NUMERIC
               OR AM-MINIMO > 100
               GO TO 1079-EXIT
           END-IF

           ADD WS-1                    TO WS-ATTMIN-COUNT
           MOVE AM-COURSE-ID           TO WS-ATTMIN-COURSE-ID
                                          (WS-ATTMIN-COUNT)
           MOVE AM-MINIMO              TO WS-ATTMIN-MINIMO
                                          (WS-ATTMIN-COUNT).

       1079-EXIT.
           EXIT.

      ******************************************************************
      * 1080-LOAD-GRADE-SCALE - LOAD THE LETTER-GRADE CUTOFF TABLE
      *                         FROM THE GRADE-SCALE PARAMETER FILE.
           PERFORM 2070-ASSIGN-LETTER-GRADE
               THRU 2070-EXIT

           PERFORM 2600-CHECK-ATTENDANCE
               THRU 2600-EXIT

           MOVE SPACES                 TO WS-DETAIL-LINE
           MOVE WS-STUDENT-ID          TO WS-DET-STUDENT-ID
           MOVE WS-PROMEDIO            TO WS-DET-PROMEDIO
           MOVE WS-STUDENT-NAME        TO WS-DET-NOMBRE
           MOVE WS-STATUS-DISPLAY      TO WS-DET-STATUS
           MOVE WS-LETRA-ASIGNADA      TO WS-DET-LETRA
           MOVE WS-ASIST-DISPLAY       TO WS-DET-ASISTENCIA
           MOVE WS-CONDICION-DISPLAY   TO WS-DET-CONDICION
           MOVE WS-DETAIL-LINE         TO ROSTER-REPORT-LINE
           WRITE ROSTER-REPORT-LINE

           EXIT.

      ******************************************************************
      * 2030-LOOKUP-COURSE - RESOLVE THE COURSE'S NAME, RESPONSIBLE
      *                      INSTRUCTOR AND CREDITS AGAINST
      *                      COURSE-MASTER
      ******************************************************************
       2030-LOOKUP-COURSE.
           MOVE "CURSO NO ENCONTRADO"  TO WS-CRS-NAME-DISPLAY
           MOVE "DESCONOCIDO"          TO WS-CRS-INSTR-DISPLAY
           MOVE ZERO                   TO WS-CRS-CREDITS

           IF WS-CURRENT-COURSE = SPACES
               MOVE "SIN CURSO"        TO WS-CRS-NAME-DISPLAY
               NOT INVALID KEY
                   MOVE CM-COURSE-NAME TO WS-CRS-NAME-DISPLAY
                   MOVE CM-INSTRUCTOR  TO WS-CRS-INSTR-DISPLAY
                   IF CM-CREDITS IS NUMERIC
                       MOVE CM-CREDITS TO WS-CRS-CREDITS
                   END-IF
           END-READ.

       2030-EXIT.
               WS-PROMEDIO-ED          DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WS-LETRA-ASIGNADA       DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WS-ASIST-CSV            DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WS-APROBADO-ASIG-SW     DELIMITED BY SIZE
               INTO WS-CSV-LINE
               WITH POINTER WS-CSV-POINTER

           MOVE WS-TERM-ID             TO GH-TERM-ID
           MOVE WS-TERM-PROMEDIO       TO GH-PROMEDIO
           MOVE WS-RUN-FECHA           TO GH-RUN-DATE
           MOVE WS-TERM-CREDITS        TO GH-CREDITS-ATTEMPTED
           MOVE WS-TERM-EARNED         TO GH-CREDITS-EARNED

           WRITE GRADE-HISTORY-RECORD
               INVALID KEY
      ******************************************************************
      * 2310-WRITE-GRADE-DETAIL - RECORD THIS STUDENT'S RESULT FOR
      *                           THE CURRENT COURSE AND TERM ON THE
      *                           GRADE-DETAIL FILE.  A RE-GRADE KEEPS
      *                           THE SECTION AND CREDITS ON FILE
      ******************************************************************
       2310-WRITE-GRADE-DETAIL.
           MOVE "N"                    TO WS-FROZEN-SKIP-SW
           MOVE SPACES                 TO WS-OLD-SECTION-ID
           MOVE ZERO                   TO WS-OLD-CREDITS

           MOVE WS-STUDENT-ID          TO GD-STUDENT-ID
           MOVE WS-TERM-ID             TO GD-TERM-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GD-SECTION-ID  TO WS-OLD-SECTION-ID
                   IF GD-CREDITS IS NUMERIC
                       MOVE GD-CREDITS TO WS-OLD-CREDITS
                   END-IF
                   IF GD-FROZEN
                       SET WS-FROZEN-SKIP
                                       TO TRUE
           MOVE WS-LETRA-ASIGNADA      TO GD-LETRA
           MOVE WS-APROBADO-ASIG-SW    TO GD-APROBADO-SW
           MOVE WS-RUN-FECHA           TO GD-RUN-DATE
           IF WS-REGRADE-MODE
               MOVE WS-OLD-CREDITS     TO GD-CREDITS
               MOVE WS-OLD-SECTION-ID  TO GD-SECTION-ID
           ELSE
               MOVE WS-CRS-CREDITS     TO GD-CREDITS
               MOVE GR-SECTION-ID      TO GD-SECTION-ID
           END-IF

           WRITE GRADE-DETAIL-RECORD
               INVALID KEY
      * 2320-AVERAGE-TERM-COURSES - AVERAGE THE STUDENT'S GRADE-DETAIL
      *                             RECORDS FOR THE CURRENT TERM SO
      *                             GH-PROMEDIO COVERS EVERY COURSE
      *                             GRADED SO FAR THIS TERM, WEIGHTED
      *                             BY EACH COURSE'S CREDITS, AND
      *                             TOTAL THE CREDITS ATTEMPTED AND
      *                             EARNED.  WHEN NONE OF THE COURSES
      *                             CARRIES CREDITS THE PLAIN MEAN IS
      *                             KEPT
      ******************************************************************
       2320-AVERAGE-TERM-COURSES.
           MOVE ZERO                   TO WS-TERM-SUM
           MOVE ZERO                   TO WS-TERM-CRS-COUNT
           MOVE ZERO                   TO WS-TERM-WEIGHTED-SUM
           MOVE ZERO                   TO WS-TERM-CREDITS
           MOVE ZERO                   TO WS-TERM-EARNED
           MOVE "N"                    TO WS-FIN-DETALLE-SW

           MOVE WS-STUDENT-ID          TO GD-STUDENT-ID
               THRU 2330-EXIT
               UNTIL WS-FIN-DETALLE

           EVALUATE TRUE
               WHEN WS-TERM-CREDITS > ZERO
                   COMPUTE WS-TERM-PROMEDIO ROUNDED =
                       WS-TERM-WEIGHTED-SUM / WS-TERM-CREDITS
               WHEN WS-TERM-CRS-COUNT > ZERO
                   COMPUTE WS-TERM-PROMEDIO ROUNDED =
                       WS-TERM-SUM / WS-TERM-CRS-COUNT
               WHEN OTHER
                   MOVE WS-PROMEDIO    TO WS-TERM-PROMEDIO
           END-EVALUATE.

       2320-EXIT.
           EXIT.
           END-IF

           ADD GD-PROMEDIO             TO WS-TERM-SUM
           ADD WS-1                    TO WS-TERM-CRS-COUNT

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

       2330-EXIT.
           EXIT.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2600-CHECK-ATTENDANCE - WORK OUT THE STUDENT'S ATTENDANCE
      *                         PERCENTAGE FOR THE COURSE THIS TERM
      *                         (PRESENT AND JUSTIFIED COUNT AS
      *                         ATTENDED) AND APPLY THE REGULARITY
      *                         RULE: UNDER THE COURSE MINIMUM THE
      *                         STUDENT IS LIBRE AND A PASSING GRADE
      *                         DOES NOT APPROVE THE COURSE.  WITH NO
      *                         MARKS LOADED THE RULE IS NOT APPLIED
      ******************************************************************
       2600-CHECK-ATTENDANCE.
           MOVE "    N/D"              TO WS-ASIST-DISPLAY
           MOVE "   N/D"               TO WS-ASIST-CSV
           MOVE SPACES                 TO WS-CONDICION-DISPLAY
           MOVE ZERO                   TO WS-ATT-CLASES
           MOVE ZERO                   TO WS-ATT-ASISTIDAS
           MOVE ZERO                   TO WS-ATT-PORCENTAJE

           IF NOT WS-ATTEND-OK
               OR WS-CURRENT-COURSE = SPACES
               GO TO 2600-EXIT
           END-IF

           MOVE "N"                    TO WS-FIN-ASIST-SW
           MOVE WS-STUDENT-ID          TO AT-STUDENT-ID
           MOVE WS-CURRENT-COURSE      TO AT-COURSE-ID
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
           MOVE WS-ATT-PORCENTAJE      TO WS-ATT-PCT-ED
           MOVE WS-ATT-PCT-ED          TO WS-ASIST-CSV
           MOVE SPACES                 TO WS-ASIST-DISPLAY
           STRING WS-ATT-PCT-ED        DELIMITED BY SIZE
               "%"                     DELIMITED BY SIZE
               INTO WS-ASIST-DISPLAY

           PERFORM 2620-FIND-ATT-MINIMO
               THRU 2620-EXIT

           IF WS-ATT-PORCENTAJE >= WS-ATT-MINIMO
               MOVE "REGULAR"          TO WS-CONDICION-DISPLAY
               GO TO 2600-EXIT
           END-IF

           MOVE "LIBRE"                TO WS-CONDICION-DISPLAY
           ADD WS-1                    TO WS-LIBRE-COUNT

           MOVE SPACES                 TO WS-ATT-DETAIL-LINE
           IF WS-APROBADO-ASIGNADO
               MOVE "N"                TO WS-APROBADO-ASIG-SW
               SUBTRACT WS-1           FROM WS-PASS-COUNT
               ADD WS-1                TO WS-FAIL-COUNT
               MOVE "S"                TO WS-AD-RETENIDA
           ELSE
               MOVE "N"                TO WS-AD-RETENIDA
           END-IF

           MOVE WS-STUDENT-ID          TO WS-AD-STUDENT-ID
           MOVE WS-CURRENT-COURSE      TO WS-AD-COURSE-ID
           MOVE WS-PROMEDIO            TO WS-AD-PROMEDIO
           MOVE WS-ATT-PORCENTAJE      TO WS-AD-PORCENTAJE
           MOVE WS-ATT-MINIMO          TO WS-AD-MINIMO
           MOVE WS-ATT-CLASES          TO WS-AD-CLASES
           MOVE WS-ATT-ASISTIDAS       TO WS-AD-ASISTIDAS
           MOVE WS-ATT-DETAIL-LINE     TO ATTEND-REPORT-LINE
           WRITE ATTEND-REPORT-LINE.

       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2610-COUNT-ONE-MARK - FOLD ONE ATTENDANCE MARK OF THE STUDENT
      *                       AND COURSE INTO THE COUNTS.  MARKS FROM
      *                       ANOTHER TERM (A STUDENT RETAKING THE
      *                       COURSE) ARE STEPPED OVER
      ******************************************************************
       2610-COUNT-ONE-MARK.
           READ ATTENDANCE NEXT RECORD
               AT END
                   SET WS-FIN-ASIST    TO TRUE
                   GO TO 2610-EXIT
           END-READ

           IF AT-STUDENT-ID NOT = WS-STUDENT-ID
               OR AT-COURSE-ID NOT = WS-CURRENT-COURSE
               SET WS-FIN-ASIST        TO TRUE
               GO TO 2610-EXIT
           END-IF

           IF AT-TERM-ID NOT = WS-TERM-ID
               GO TO 2610-EXIT
           END-IF

           ADD WS-1                    TO WS-ATT-CLASES
           IF AT-PRESENTE
               OR AT-JUSTIFICADO
               ADD WS-1                TO WS-ATT-ASISTIDAS
           END-IF.

       2610-EXIT.
           EXIT.

      ******************************************************************
      * 2620-FIND-ATT-MINIMO - LOOK UP THE COURSE'S MINIMUM
      *                        ATTENDANCE PERCENTAGE; THE DEFAULT
      *                        APPLIES WHEN THE COURSE HAS NO ROW
      ******************************************************************
       2620-FIND-ATT-MINIMO.
           MOVE WS-ATT-MIN-DEFAULT     TO WS-ATT-MINIMO

           PERFORM 2625-CHECK-ATT-MIN-ROW
               THRU 2625-EXIT
               VARYING WS-ATTMIN-SUB FROM WS-1 BY WS-1
               UNTIL WS-ATTMIN-SUB > WS-ATTMIN-COUNT.

       2620-EXIT.
           EXIT.

      ******************************************************************
      * 2625-CHECK-ATT-MIN-ROW - COMPARE THE COURSE AGAINST ONE LOADED
      *                          MINIMUM ROW
      ******************************************************************
       2625-CHECK-ATT-MIN-ROW.
           IF WS-ATTMIN-COURSE-ID (WS-ATTMIN-SUB) = WS-CURRENT-COURSE
               MOVE WS-ATTMIN-MINIMO (WS-ATTMIN-SUB)
                                       TO WS-ATT-MINIMO
           END-IF.

       2625-EXIT.
           EXIT.

      ******************************************************************
      * 2640-WRITE-ATTEND-HEADER - HEADINGS FOR THE PROMEDIO-ASIST
      *                            ATTENDANCE EXCEPTION LISTING
      ******************************************************************
       2640-WRITE-ATTEND-HEADER.
           MOVE WS-ATT-HDR-LINE-1      TO ATTEND-REPORT-LINE
           WRITE ATTEND-REPORT-LINE
           MOVE WS-ATT-HDR-LINE-2      TO ATTEND-REPORT-LINE
           WRITE ATTEND-REPORT-LINE.

       2640-EXIT.
           EXIT.

      ******************************************************************
      * 2650-WRITE-ATTEND-TOTAL - CLOSE THE LISTING WITH THE NUMBER OF
      *                           STUDENTS FOUND LIBRE THIS RUN
      ******************************************************************
       2650-WRITE-ATTEND-TOTAL.
           MOVE WS-LIBRE-COUNT         TO WS-AT-TOTAL
           MOVE WS-ATT-TOTAL-LINE      TO ATTEND-REPORT-LINE
           WRITE ATTEND-REPORT-LINE

           IF WS-LIBRE-COUNT > ZERO
               DISPLAY "PROMEDIO - ALUMNOS LIBRES POR INASISTENCIA: "
                   WS-LIBRE-COUNT
           END-IF.

       2650-EXIT.
           EXIT.

      ******************************************************************
      * 2950-COUNT-AND-READ - COMMON TAIL OF 2000-PROCESS-STUDENT:
      *                       COUNT THE RECORD, CHECKPOINT ON THE
                   "AND STATUS WILL SHOW AS DESCONOCIDO"
           END-IF

           PERFORM 1078-PREPARE-ATTENDANCE
               THRU 1078-EXIT

           OPEN I-O GRADE-HISTORY
           IF WS-GRADHIST-STATUS = "35"
               OPEN OUTPUT GRADE-HISTORY
               WRITE EXCEPT-REPORT-LINE
           END-IF

           OPEN EXTEND ATTEND-REPORT
           IF WS-ATTRPT-STATUS = "35"
               OPEN OUTPUT ATTEND-REPORT
               PERFORM 2640-WRITE-ATTEND-HEADER
                   THRU 2640-EXIT
           END-IF

           OPEN INPUT REGRADE-FILE
           IF WS-REGRADE-STATUS NOT = "00"
               SET WS-INPUT-MISSING    TO TRUE
           PERFORM 2070-ASSIGN-LETTER-GRADE
               THRU 2070-EXIT

           PERFORM 2600-CHECK-ATTENDANCE
               THRU 2600-EXIT

           PERFORM 6300-STORE-CORRECTION
               THRU 6300-EXIT

           MOVE WS-STUDENT-NAME        TO WS-DET-NOMBRE
           MOVE WS-STATUS-DISPLAY      TO WS-DET-STATUS
           MOVE WS-LETRA-ASIGNADA      TO WS-DET-LETRA
           MOVE WS-ASIST-DISPLAY       TO WS-DET-ASISTENCIA
           MOVE WS-CONDICION-DISPLAY   TO WS-DET-CONDICION
           MOVE WS-DETAIL-LINE         TO WS-CORR-ROSTER-LINE
                                          (WS-CORR-COUNT)
           MOVE WS-DET-STUDENT-ID      TO WS-CORR-ROSTER-KEY
               WS-PROMEDIO-ED          DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WS-LETRA-ASIGNADA       DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WS-ASIST-CSV            DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WS-APROBADO-ASIG-SW     DELIMITED BY SIZE
               INTO WS-CSV-LINE
               WITH POINTER WS-CSV-POINTER.

       6450-EXIT.
           EXIT.

      ******************************************************************
      * 6500-SIMULATION-RUN - WHAT-IF RUN.  EVERY STUDENT ON THE
      *                       GRADES FILE (OR THE TERM'S ARCHIVE) IS
      *                       GRADED WITH THE CURRENT SCALE AND
      *                       WEIGHTS AND AGAIN WITH THE PROPOSED
      *                       GRADE-SCALE-ALT AND COURSE-WEIGHTS-ALT,
      *                       AND THE DIFFERENCES ARE PRINTED ON
      *                       PROMEDIO-SIMUL.  ONLY THE REPORT IS
      *                       WRITTEN: NO HISTORY, DETAIL, CSV,
      *                       CHECKPOINT, SUSPENSE OR AUDIT-LOG
      ******************************************************************
       6500-SIMULATION-RUN.
           MOVE "N"                    TO WS-EOF-GRADES-SW
           MOVE "N"                    TO WS-INPUT-MISSING-SW
           MOVE "N"                    TO WS-CTL-TRL-SEEN-SW
           MOVE "N"                    TO WS-CTL-ERROR-SW
           MOVE "N"                    TO WS-COURSE-OPEN-SW
           MOVE ZERO                   TO WS-CTL-EXPECTED
           MOVE ZERO                   TO WS-CTL-DETAIL-COUNT
           MOVE ZERO                   TO WS-SIM-TOT-STUDENTS
           MOVE ZERO                   TO WS-SIM-TOT-CHANGED
           MOVE ZERO                   TO WS-SIM-TOT-OLD-PASS
           MOVE ZERO                   TO WS-SIM-TOT-NEW-PASS

           PERFORM 1020-GET-RUN-DATE
               THRU 1020-EXIT

           PERFORM 1070-LOAD-TERM-PARM
               THRU 1070-EXIT

           IF WS-SIM-TERM NOT = SPACES
               MOVE WS-SIM-TERM        TO WS-TERM-ID
               MOVE SPACES             TO WS-GRADES-FILE-NAME
               STRING "GRADES-FILE."   DELIMITED BY SIZE
                   WS-SIM-TERM         DELIMITED BY SIZE
                   INTO WS-GRADES-FILE-NAME
           END-IF

           PERFORM 6510-LOAD-SIM-TABLES
               THRU 6510-EXIT

           OPEN OUTPUT SIM-REPORT
           PERFORM 6540-WRITE-SIM-HEADER
               THRU 6540-EXIT

           PERFORM 6550-SIMULATE-FILE
               THRU 6550-EXIT

           PERFORM 6950-SIM-TERMINATE
               THRU 6950-EXIT.

       6500-EXIT.
           EXIT.

      ******************************************************************
      * 6510-LOAD-SIM-TABLES - LOAD THE CURRENT SCALE AND WEIGHTS, THEN
      *                        THE PROPOSED ONES.  A PROPOSED FILE THAT
      *                        IS NOT THERE LEAVES THAT TABLE AS IT IS
      *                        TODAY, SO ONLY THE SCALE OR ONLY THE
      *                        WEIGHTS CAN BE TRIED; WITH NEITHER THERE
      *                        IS NOTHING TO SIMULATE
      ******************************************************************
       6510-LOAD-SIM-TABLES.
           MOVE "N"                    TO WS-SIM-SCALE-ALT-SW
           MOVE "N"                    TO WS-SIM-WEIGHTS-ALT-SW
           MOVE "N"                    TO WS-SIM-NO-ALT-SW

           PERFORM 1080-LOAD-GRADE-SCALE
               THRU 1080-EXIT
           PERFORM 1075-LOAD-COURSE-WEIGHTS
               THRU 1075-EXIT

           MOVE WS-GRADE-SCALE-AREA    TO WS-SIM-CUR-SCALE-AREA
           MOVE WS-GRADE-SCALE-AREA    TO WS-SIM-ALT-SCALE-AREA
           MOVE WS-WEIGHT-TABLE-AREA   TO WS-SIM-CUR-WEIGHT-AREA
           MOVE WS-WEIGHT-TABLE-AREA   TO WS-SIM-ALT-WEIGHT-AREA

           MOVE "GRADE-SCALE-ALT"      TO WS-SCALE-FILE-NAME
           OPEN INPUT GRADE-SCALE
           IF WS-SCALE-STATUS = "00"
               CLOSE GRADE-SCALE
               SET WS-SIM-SCALE-ALT    TO TRUE
               PERFORM 1080-LOAD-GRADE-SCALE
                   THRU 1080-EXIT
               MOVE WS-GRADE-SCALE-AREA
                                       TO WS-SIM-ALT-SCALE-AREA
           ELSE
               DISPLAY "PROMEDIO - GRADE-SCALE-ALT NOT FOUND, THE "
                   "CURRENT SCALE IS KEPT IN THE SIMULATION"
           END-IF

           MOVE "COURSE-WEIGHTS-ALT"   TO WS-WEIGHTS-FILE-NAME
           OPEN INPUT COURSE-WEIGHTS
           IF WS-WEIGHT-STATUS = "00"
               CLOSE COURSE-WEIGHTS
               SET WS-SIM-WEIGHTS-ALT  TO TRUE
               PERFORM 1075-LOAD-COURSE-WEIGHTS
                   THRU 1075-EXIT
               MOVE WS-WEIGHT-TABLE-AREA
                                       TO WS-SIM-ALT-WEIGHT-AREA
           ELSE
               DISPLAY "PROMEDIO - COURSE-WEIGHTS-ALT NOT FOUND, THE "
                   "CURRENT WEIGHTS ARE KEPT IN THE SIMULATION"
           END-IF

           IF NOT WS-SIM-SCALE-ALT
               AND NOT WS-SIM-WEIGHTS-ALT
               SET WS-SIM-NO-ALT       TO TRUE
           END-IF

           MOVE ZERO                   TO WS-SIM-LET-COUNT
           PERFORM 6520-PRELOAD-CUR-LETTER
               THRU 6520-EXIT
               VARYING WS-SCALE-SUB FROM WS-1 BY WS-1
               UNTIL WS-SCALE-SUB > WS-SIM-CS-COUNT
           PERFORM 6525-PRELOAD-ALT-LETTER
               THRU 6525-EXIT
               VARYING WS-SCALE-SUB FROM WS-1 BY WS-1
               UNTIL WS-SCALE-SUB > WS-SIM-AS-COUNT.

       6510-EXIT.
           EXIT.

      ******************************************************************
      * 6520-PRELOAD-CUR-LETTER - ENTER ONE LETTER OF THE CURRENT
      *                           SCALE IN THE DISTRIBUTION TABLE, SO
      *                           THE LETTERS PRINT IN SCALE ORDER
      ******************************************************************
       6520-PRELOAD-CUR-LETTER.
           MOVE WS-SIM-CS-LETRA (WS-SCALE-SUB)
                                       TO WS-SIM-LETRA-KEY
           PERFORM 6530-FIND-SIM-LETTER
               THRU 6530-EXIT.

       6520-EXIT.
           EXIT.

      ******************************************************************
      * 6525-PRELOAD-ALT-LETTER - ENTER ONE LETTER OF THE PROPOSED
      *                           SCALE THE CURRENT ONE DOES NOT HAVE
      ******************************************************************
       6525-PRELOAD-ALT-LETTER.
           MOVE WS-SIM-AS-LETRA (WS-SCALE-SUB)
                                       TO WS-SIM-LETRA-KEY
           PERFORM 6530-FIND-SIM-LETTER
               THRU 6530-EXIT.

       6525-EXIT.
           EXIT.

      ******************************************************************
      * 6530-FIND-SIM-LETTER - LOCATE WS-SIM-LETRA-KEY IN THE
      *                        DISTRIBUTION TABLE, ADDING IT WITH ZERO
      *                        COUNTS WHEN IT IS NOT THERE YET ("??",
      *                        AN AVERAGE NO BAND COVERS, ARRIVES THIS
      *                        WAY)
      ******************************************************************
       6530-FIND-SIM-LETTER.
           MOVE ZERO                   TO WS-SIM-LET-FOUND-SUB

           PERFORM 6535-CHECK-SIM-LETTER
               THRU 6535-EXIT
               VARYING WS-SIM-LET-SUB FROM WS-1 BY WS-1
               UNTIL WS-SIM-LET-SUB > WS-SIM-LET-COUNT
               OR WS-SIM-LET-FOUND-SUB > ZERO

           IF WS-SIM-LET-FOUND-SUB > ZERO
               OR WS-SIM-LET-COUNT >= WS-MAX-SIM-LETTERS
               GO TO 6530-EXIT
           END-IF

           ADD WS-1                    TO WS-SIM-LET-COUNT
           MOVE WS-SIM-LET-COUNT       TO WS-SIM-LET-FOUND-SUB
           MOVE WS-SIM-LETRA-KEY       TO WS-SIM-LET-LETRA
                                          (WS-SIM-LET-COUNT)
           MOVE ZERO                   TO WS-SIM-LET-CRS-OLD
                                          (WS-SIM-LET-COUNT)
           MOVE ZERO                   TO WS-SIM-LET-CRS-NEW
                                          (WS-SIM-LET-COUNT)
           MOVE ZERO                   TO WS-SIM-LET-TOT-OLD
                                          (WS-SIM-LET-COUNT)
           MOVE ZERO                   TO WS-SIM-LET-TOT-NEW
                                          (WS-SIM-LET-COUNT).

       6530-EXIT.
           EXIT.

      ******************************************************************
      * 6535-CHECK-SIM-LETTER - COMPARE THE KEY WITH ONE TABLE LETTER
      ******************************************************************
       6535-CHECK-SIM-LETTER.
           IF WS-SIM-LET-LETRA (WS-SIM-LET-SUB) = WS-SIM-LETRA-KEY
               MOVE WS-SIM-LET-SUB     TO WS-SIM-LET-FOUND-SUB
           END-IF.

       6535-EXIT.
           EXIT.

      ******************************************************************
      * 6540-WRITE-SIM-HEADER - TITLE, TERM, INPUT FILE AND WHICH
      *                         PROPOSED TABLES ARE BEING TRIED
      ******************************************************************
       6540-WRITE-SIM-HEADER.
           MOVE WS-TERM-ID             TO WS-SH-TERM
           MOVE WS-GRADES-FILE-NAME    TO WS-SH-GRADES-FILE
           MOVE WS-RUN-FECHA           TO WS-SH-FECHA
           IF WS-SIM-SCALE-ALT
               MOVE "GRADE-SCALE-ALT"  TO WS-SH-SCALE-FILE
           ELSE
               MOVE "SIN CAMBIO"       TO WS-SH-SCALE-FILE
           END-IF
           IF WS-SIM-WEIGHTS-ALT
               MOVE "COURSE-WEIGHTS-ALT"
                                       TO WS-SH-WEIGHTS-FILE
           ELSE
               MOVE "SIN CAMBIO"       TO WS-SH-WEIGHTS-FILE
           END-IF

           MOVE WS-SIM-HDR-LINE-1      TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           MOVE WS-SIM-HDR-LINE-2      TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           MOVE WS-SIM-HDR-LINE-3      TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           MOVE WS-SIM-NOTE-LINE       TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE.

       6540-EXIT.
           EXIT.

      ******************************************************************
      * 6550-SIMULATE-FILE - OPEN THE GRADES FILE AND THE MASTERS, RUN
      *                      EVERY STUDENT THROUGH BOTH GRADINGS AND
      *                      PRINT THE COURSE AND OVERALL TOTALS
      ******************************************************************
       6550-SIMULATE-FILE.
           IF WS-SIM-NO-ALT
               SET WS-INPUT-MISSING    TO TRUE
               MOVE SPACES             TO WS-SM-TEXT
               STRING "NADA QUE SIMULAR: FALTAN GRADE-SCALE-ALT "
                                       DELIMITED BY SIZE
                   "Y COURSE-WEIGHTS-ALT"
                                       DELIMITED BY SIZE
                   INTO WS-SM-TEXT
               PERFORM 6590-WRITE-SIM-MSG
                   THRU 6590-EXIT
               GO TO 6550-EXIT
           END-IF

           OPEN INPUT GRADES-FILE
           IF WS-GRADES-STATUS NOT = "00"
               SET WS-INPUT-MISSING    TO TRUE
               DISPLAY "PROMEDIO - " WS-GRADES-FILE-NAME
                   " NOT FOUND, STATUS = " WS-GRADES-STATUS
               MOVE SPACES             TO WS-SM-TEXT
               STRING WS-GRADES-FILE-NAME
                                       DELIMITED BY SPACE
                   " NO ENCONTRADO"    DELIMITED BY SIZE
                   INTO WS-SM-TEXT
               PERFORM 6590-WRITE-SIM-MSG
                   THRU 6590-EXIT
               GO TO 6550-EXIT
           END-IF

           OPEN INPUT STUDENT-MASTER
           IF WS-STUDMAST-STATUS = "35"
               DISPLAY "PROMEDIO - STUDENT-MASTER NOT FOUND, NAMES "
                   "WILL SHOW BLANK"
           END-IF

           OPEN INPUT COURSE-MASTER
           IF WS-COURMAST-STATUS = "35"
               DISPLAY "PROMEDIO - COURSE-MASTER NOT FOUND, COURSE "
                   "NAMES WILL SHOW AS NOT FOUND"
           END-IF

           PERFORM 2500-READ-GRADES
               THRU 2500-EXIT

           PERFORM 6600-SIMULATE-ONE
               THRU 6600-EXIT
               UNTIL WS-EOF-GRADES

           IF WS-COURSE-OPEN
               PERFORM 6700-SIM-COURSE-TOTALS
                   THRU 6700-EXIT
           END-IF

           PERFORM 6800-SIM-GRAND-TOTALS
               THRU 6800-EXIT

           PERFORM 6580-SIM-VERIFY-CONTROL
               THRU 6580-EXIT

           CLOSE GRADES-FILE
           CLOSE STUDENT-MASTER
           CLOSE COURSE-MASTER.

       6550-EXIT.
           EXIT.

      ******************************************************************
      * 6580-SIM-VERIFY-CONTROL - CHECK THE TRAILER COUNT LIKE 8500
      *                           DOES.  NOTHING IS POSTED BY A
      *                           SIMULATION, SO A MISMATCH IS ONLY A
      *                           WARNING ON THE REPORT AND NO CTL
      *                           RECORD GOES TO THE AUDIT-LOG
      ******************************************************************
       6580-SIM-VERIFY-CONTROL.
           IF NOT WS-CTL-TRL-SEEN
               SET WS-CTL-ERROR        TO TRUE
               MOVE "AVISO: ARCHIVO DE NOTAS SIN TRAILER DE CONTROL"
                                       TO WS-SM-TEXT
               PERFORM 6590-WRITE-SIM-MSG
                   THRU 6590-EXIT
               GO TO 6580-EXIT
           END-IF

           IF WS-CTL-EXPECTED NOT = WS-CTL-DETAIL-COUNT
               SET WS-CTL-ERROR        TO TRUE
               MOVE SPACES             TO WS-SM-TEXT
               STRING "AVISO: CONTEO DE CONTROL NO COINCIDE, ESPERADO "
                                       DELIMITED BY SIZE
                   WS-CTL-EXPECTED     DELIMITED BY SIZE
                   " LEIDO "           DELIMITED BY SIZE
                   WS-CTL-DETAIL-COUNT DELIMITED BY SIZE
                   INTO WS-SM-TEXT
               PERFORM 6590-WRITE-SIM-MSG
                   THRU 6590-EXIT
           END-IF.

       6580-EXIT.
           EXIT.

      ******************************************************************
      * 6590-WRITE-SIM-MSG - PUT A MESSAGE LINE ON THE SIMULATION
      *                      REPORT, PRECEDED BY A BLANK LINE
      ******************************************************************
       6590-WRITE-SIM-MSG.
           MOVE SPACES                 TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           MOVE WS-SIM-MSG-LINE        TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE.

       6590-EXIT.
           EXIT.

      ******************************************************************
      * 6600-SIMULATE-ONE - GRADE ONE STUDENT WITH THE CURRENT TABLES
      *                     AND WITH THE PROPOSED ONES, TALLY BOTH
      *                     RESULTS AND LIST THE STUDENT WHEN THE
      *                     LETTER OR THE PASS/FAIL WOULD CHANGE
      ******************************************************************
       6600-SIMULATE-ONE.
           IF NOT WS-COURSE-OPEN
               OR GR-COURSE-ID NOT = WS-CURRENT-COURSE
               IF WS-COURSE-OPEN
                   PERFORM 6700-SIM-COURSE-TOTALS
                       THRU 6700-EXIT
               END-IF
               PERFORM 6610-SIM-START-COURSE
                   THRU 6610-EXIT
           END-IF

           MOVE GR-STUDENT-ID          TO WS-STUDENT-ID
           MOVE GR-CANT-NOTAS          TO WS-CANT-NOTAS
           IF WS-CANT-NOTAS > WS-MAX-NOTAS
               MOVE WS-MAX-NOTAS       TO WS-CANT-NOTAS
           END-IF

           MOVE WS-SIM-CUR-SCALE-AREA  TO WS-GRADE-SCALE-AREA
           MOVE WS-SIM-CUR-WEIGHT-AREA TO WS-WEIGHT-TABLE-AREA
           PERFORM 6620-SIM-GRADE-STUDENT
               THRU 6620-EXIT
           MOVE WS-PROMEDIO            TO WS-SIM-OLD-PROMEDIO
           MOVE WS-LETRA-ASIGNADA      TO WS-SIM-OLD-LETRA
           MOVE WS-APROBADO-ASIG-SW    TO WS-SIM-OLD-APROB-SW

           MOVE WS-SIM-ALT-SCALE-AREA  TO WS-GRADE-SCALE-AREA
           MOVE WS-SIM-ALT-WEIGHT-AREA TO WS-WEIGHT-TABLE-AREA
           PERFORM 6620-SIM-GRADE-STUDENT
               THRU 6620-EXIT
           MOVE WS-PROMEDIO            TO WS-SIM-NEW-PROMEDIO
           MOVE WS-LETRA-ASIGNADA      TO WS-SIM-NEW-LETRA
           MOVE WS-APROBADO-ASIG-SW    TO WS-SIM-NEW-APROB-SW

           ADD WS-1                    TO WS-SIM-CRS-STUDENTS
           IF WS-SIM-OLD-APROBADO
               ADD WS-1                TO WS-SIM-CRS-OLD-PASS
           END-IF
           IF WS-SIM-NEW-APROBADO
               ADD WS-1                TO WS-SIM-CRS-NEW-PASS
           END-IF

           MOVE WS-SIM-OLD-LETRA       TO WS-SIM-LETRA-KEY
           PERFORM 6530-FIND-SIM-LETTER
               THRU 6530-EXIT
           IF WS-SIM-LET-FOUND-SUB > ZERO
               ADD WS-1                TO WS-SIM-LET-CRS-OLD
                                          (WS-SIM-LET-FOUND-SUB)
           END-IF

           MOVE WS-SIM-NEW-LETRA       TO WS-SIM-LETRA-KEY
           PERFORM 6530-FIND-SIM-LETTER
               THRU 6530-EXIT
           IF WS-SIM-LET-FOUND-SUB > ZERO
               ADD WS-1                TO WS-SIM-LET-CRS-NEW
                                          (WS-SIM-LET-FOUND-SUB)
           END-IF

           IF WS-SIM-OLD-LETRA NOT = WS-SIM-NEW-LETRA
               OR WS-SIM-OLD-APROB-SW NOT = WS-SIM-NEW-APROB-SW
               PERFORM 6640-WRITE-SIM-CHANGE
                   THRU 6640-EXIT
           END-IF

           PERFORM 2500-READ-GRADES
               THRU 2500-EXIT.

       6600-EXIT.
           EXIT.

      ******************************************************************
      * 6610-SIM-START-COURSE - OPEN A NEW COURSE ON THE SIMULATION
      *                         REPORT AND ZERO ITS TALLIES
      ******************************************************************
       6610-SIM-START-COURSE.
           MOVE GR-COURSE-ID           TO WS-CURRENT-COURSE
           SET WS-COURSE-OPEN          TO TRUE

           PERFORM 2030-LOOKUP-COURSE
               THRU 2030-EXIT

           MOVE ZERO                   TO WS-SIM-CRS-STUDENTS
           MOVE ZERO                   TO WS-SIM-CRS-CHANGED
           MOVE ZERO                   TO WS-SIM-CRS-OLD-PASS
           MOVE ZERO                   TO WS-SIM-CRS-NEW-PASS
           PERFORM 6615-CLEAR-CRS-LETTER
               THRU 6615-EXIT
               VARYING WS-SIM-LET-SUB FROM WS-1 BY WS-1
               UNTIL WS-SIM-LET-SUB > WS-SIM-LET-COUNT

           MOVE SPACES                 TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           MOVE WS-CURRENT-COURSE      TO WS-SC-COURSE-ID
           MOVE WS-CRS-NAME-DISPLAY    TO WS-SC-COURSE-NAME
           MOVE WS-SIM-COURSE-LINE     TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           MOVE WS-SIM-COL-LINE        TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE.

       6610-EXIT.
           EXIT.

      ******************************************************************
      * 6615-CLEAR-CRS-LETTER - ZERO ONE LETTER'S COURSE COUNTS
      ******************************************************************
       6615-CLEAR-CRS-LETTER.
           MOVE ZERO                   TO WS-SIM-LET-CRS-OLD
                                          (WS-SIM-LET-SUB)
           MOVE ZERO                   TO WS-SIM-LET-CRS-NEW
                                          (WS-SIM-LET-SUB).

       6615-EXIT.
           EXIT.

      ******************************************************************
      * 6620-SIM-GRADE-STUDENT - AVERAGE AND LETTER FOR THE STUDENT
      *                          WITH WHICHEVER TABLES ARE LOADED, USING
      *                          THE SAME PARAGRAPHS AS THE GRADING RUN
      ******************************************************************
       6620-SIM-GRADE-STUDENT.
           MOVE ZEROES                 TO WS-SUMADOR
           MOVE ZEROES                 TO WS-VALID-COUNT

           PERFORM 2080-FIND-WEIGHT-ROW
               THRU 2080-EXIT

           PERFORM 6625-SIM-SUM-ONE-NOTA
               THRU 6625-EXIT
               VARYING WS-J FROM WS-1 BY WS-1
               UNTIL WS-J > WS-CANT-NOTAS

           PERFORM 2090-COMPUTE-AVERAGE
               THRU 2090-EXIT

           PERFORM 2070-ASSIGN-LETTER-GRADE
               THRU 2070-EXIT.

       6620-EXIT.
           EXIT.

      ******************************************************************
      * 6625-SIM-SUM-ONE-NOTA - ACCUMULATE ONE NOTA LIKE 2100 DOES.  AN
      *                         OUT-OF-RANGE NOTA IS LEFT OUT OF THE
      *                         AVERAGE BUT NOT LOGGED - THE GRADING
      *                         RUN ALREADY REPORTS IT
      ******************************************************************
       6625-SIM-SUM-ONE-NOTA.
           MOVE GR-NOTA-TABLE (WS-J)   TO WS-NOTA

           PERFORM 2110-CHECK-NOTA-RANGE
               THRU 2110-EXIT

           IF WS-NOTA-INVALIDA
               GO TO 6625-EXIT
           END-IF

           ADD WS-NOTA                 TO WS-SUMADOR
           ADD WS-1                    TO WS-VALID-COUNT
           IF WS-WGT-FOUND-SUB > ZERO
               MOVE GR-CATEG-TABLE (WS-J)
                                       TO WS-CATEG-CODE
               PERFORM 2095-FOLD-CATEG-NOTA
                   THRU 2095-EXIT
           END-IF.

       6625-EXIT.
           EXIT.

      ******************************************************************
      * 6640-WRITE-SIM-CHANGE - LIST A STUDENT WHOSE LETTER OR
      *                         PASS/FAIL THE PROPOSAL WOULD CHANGE
      ******************************************************************
       6640-WRITE-SIM-CHANGE.
           ADD WS-1                    TO WS-SIM-CRS-CHANGED

           MOVE SPACES                 TO WS-STUDENT-NAME
           PERFORM 2050-LOOKUP-STUDENT
               THRU 2050-EXIT

           MOVE WS-STUDENT-ID          TO WS-SD-STUDENT-ID
           MOVE WS-STUDENT-NAME        TO WS-SD-NOMBRE
           MOVE WS-SIM-OLD-PROMEDIO    TO WS-SD-OLD-PROMEDIO
           MOVE WS-SIM-OLD-LETRA       TO WS-SD-OLD-LETRA
           MOVE WS-SIM-NEW-PROMEDIO    TO WS-SD-NEW-PROMEDIO
           MOVE WS-SIM-NEW-LETRA       TO WS-SD-NEW-LETRA
           IF WS-SIM-OLD-APROBADO
               MOVE "APR"              TO WS-SD-OLD-COND
           ELSE
               MOVE "REP"              TO WS-SD-OLD-COND
           END-IF
           IF WS-SIM-NEW-APROBADO
               MOVE "APR"              TO WS-SD-NEW-COND
           ELSE
               MOVE "REP"              TO WS-SD-NEW-COND
           END-IF

           EVALUATE TRUE
               WHEN WS-SIM-OLD-LETRA = WS-SIM-NEW-LETRA
                   MOVE "CONDICION"    TO WS-SD-CAMBIO
               WHEN WS-SIM-OLD-APROB-SW = WS-SIM-NEW-APROB-SW
                   MOVE "LETRA"        TO WS-SD-CAMBIO
               WHEN OTHER
                   MOVE "LETRA+COND"   TO WS-SD-CAMBIO
           END-EVALUATE

           MOVE WS-SIM-DETAIL-LINE     TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE.

       6640-EXIT.
           EXIT.

      ******************************************************************
      * 6700-SIM-COURSE-TOTALS - PRINT THE COURSE'S COUNTS, PASS RATES
      *                          AND LETTER SHIFT, THEN ROLL THEM INTO
      *                          THE OVERALL TOTALS
      ******************************************************************
       6700-SIM-COURSE-TOTALS.
           MOVE WS-SIM-CRS-STUDENTS    TO WS-SIM-STUDENTS
           MOVE WS-SIM-CRS-CHANGED     TO WS-SIM-CHANGED
           MOVE WS-SIM-CRS-OLD-PASS    TO WS-SIM-OLD-PASS
           MOVE WS-SIM-CRS-NEW-PASS    TO WS-SIM-NEW-PASS
           MOVE "N"                    TO WS-SIM-DIST-TOTAL-SW

           PERFORM 6750-WRITE-SIM-SUMMARY
               THRU 6750-EXIT

           ADD WS-SIM-CRS-STUDENTS     TO WS-SIM-TOT-STUDENTS
           ADD WS-SIM-CRS-CHANGED      TO WS-SIM-TOT-CHANGED
           ADD WS-SIM-CRS-OLD-PASS     TO WS-SIM-TOT-OLD-PASS
           ADD WS-SIM-CRS-NEW-PASS     TO WS-SIM-TOT-NEW-PASS

           PERFORM 6710-ROLL-CRS-LETTER
               THRU 6710-EXIT
               VARYING WS-SIM-LET-SUB FROM WS-1 BY WS-1
               UNTIL WS-SIM-LET-SUB > WS-SIM-LET-COUNT.

       6700-EXIT.
           EXIT.

      ******************************************************************
      * 6710-ROLL-CRS-LETTER - ADD ONE LETTER'S COURSE COUNTS TO THE
      *                        OVERALL DISTRIBUTION
      ******************************************************************
       6710-ROLL-CRS-LETTER.
           ADD WS-SIM-LET-CRS-OLD (WS-SIM-LET-SUB)
                                       TO WS-SIM-LET-TOT-OLD
                                          (WS-SIM-LET-SUB)
           ADD WS-SIM-LET-CRS-NEW (WS-SIM-LET-SUB)
                                       TO WS-SIM-LET-TOT-NEW
                                          (WS-SIM-LET-SUB).

       6710-EXIT.
           EXIT.

      ******************************************************************
      * 6750-WRITE-SIM-SUMMARY - STUDENTS AND CHANGES, OLD VS NEW PASS
      *                          RATE AND THE LETTER DISTRIBUTION, FOR
      *                          A COURSE OR (WS-SIM-DIST-TOTAL) THE
      *                          WHOLE FILE
      ******************************************************************
       6750-WRITE-SIM-SUMMARY.
           MOVE WS-SIM-STUDENTS        TO WS-SN-STUDENTS
           MOVE WS-SIM-CHANGED         TO WS-SN-CHANGED
           MOVE WS-SIM-COUNT-LINE      TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE

           MOVE WS-SIM-OLD-PASS        TO WS-SR-OLD-PASS
           MOVE WS-SIM-NEW-PASS        TO WS-SR-NEW-PASS
           IF WS-SIM-STUDENTS > ZERO
               COMPUTE WS-SIM-PCT ROUNDED =
                   WS-SIM-OLD-PASS * 100 / WS-SIM-STUDENTS
               MOVE WS-SIM-PCT         TO WS-SR-OLD-PCT
               COMPUTE WS-SIM-PCT ROUNDED =
                   WS-SIM-NEW-PASS * 100 / WS-SIM-STUDENTS
               MOVE WS-SIM-PCT         TO WS-SR-NEW-PCT
           ELSE
               MOVE ZERO               TO WS-SR-OLD-PCT
               MOVE ZERO               TO WS-SR-NEW-PCT
           END-IF
           MOVE WS-SIM-RATE-LINE       TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE

           MOVE WS-SIM-DIST-HDR-LINE   TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE

           PERFORM 6760-WRITE-SIM-DIST-LINE
               THRU 6760-EXIT
               VARYING WS-SIM-LET-SUB FROM WS-1 BY WS-1
               UNTIL WS-SIM-LET-SUB > WS-SIM-LET-COUNT.

       6750-EXIT.
           EXIT.

      ******************************************************************
      * 6760-WRITE-SIM-DIST-LINE - ONE LETTER'S OLD AND NEW COUNT AND
      *                            THE SHIFT.  A LETTER NOBODY GETS
      *                            UNDER EITHER TABLE IS NOT PRINTED
      ******************************************************************
       6760-WRITE-SIM-DIST-LINE.
           IF WS-SIM-DIST-TOTAL
               MOVE WS-SIM-LET-TOT-OLD (WS-SIM-LET-SUB)
                                       TO WS-SIM-LET-OLD
               MOVE WS-SIM-LET-TOT-NEW (WS-SIM-LET-SUB)
                                       TO WS-SIM-LET-NEW
           ELSE
               MOVE WS-SIM-LET-CRS-OLD (WS-SIM-LET-SUB)
                                       TO WS-SIM-LET-OLD
               MOVE WS-SIM-LET-CRS-NEW (WS-SIM-LET-SUB)
                                       TO WS-SIM-LET-NEW
           END-IF

           IF WS-SIM-LET-OLD = ZERO
               AND WS-SIM-LET-NEW = ZERO
               GO TO 6760-EXIT
           END-IF

           COMPUTE WS-SIM-LET-DIFF = WS-SIM-LET-NEW - WS-SIM-LET-OLD
           MOVE WS-SIM-LET-LETRA (WS-SIM-LET-SUB)
                                       TO WS-SL-LETRA
           MOVE WS-SIM-LET-OLD         TO WS-SL-OLD
           MOVE WS-SIM-LET-NEW         TO WS-SL-NEW
           MOVE WS-SIM-LET-DIFF        TO WS-SL-DIFF
           MOVE WS-SIM-DIST-LINE       TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE.

       6760-EXIT.
           EXIT.

      ******************************************************************
      * 6800-SIM-GRAND-TOTALS - THE SAME SUMMARY OVER EVERY COURSE
      ******************************************************************
       6800-SIM-GRAND-TOTALS.
           MOVE SPACES                 TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           MOVE WS-SIM-TOTAL-HDR-LINE  TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE

           MOVE WS-SIM-TOT-STUDENTS    TO WS-SIM-STUDENTS
           MOVE WS-SIM-TOT-CHANGED     TO WS-SIM-CHANGED
           MOVE WS-SIM-TOT-OLD-PASS    TO WS-SIM-OLD-PASS
           MOVE WS-SIM-TOT-NEW-PASS    TO WS-SIM-NEW-PASS
           SET WS-SIM-DIST-TOTAL       TO TRUE

           PERFORM 6750-WRITE-SIM-SUMMARY
               THRU 6750-EXIT.

       6800-EXIT.
           EXIT.

      ******************************************************************
      * 6900-REGRADE-TERMINATE - CLOSE FILES AND SET THE RETURN-CODE
      *                          FOR THE RE-GRADE RUN.  A CLEAN
               CLOSE REGRADE-FILE
           END-IF
           CLOSE EXCEPT-REPORT
           IF WS-ATTEND-OK
               CLOSE ATTENDANCE
           END-IF
           PERFORM 2650-WRITE-ATTEND-TOTAL
               THRU 2650-EXIT
           CLOSE ATTEND-REPORT
           CLOSE STUDENT-MASTER
           CLOSE GRADE-HISTORY
           CLOSE GRADE-DETAIL
       6900-EXIT.
           EXIT.

      ******************************************************************
      * 6950-SIM-TERMINATE - CLOSE THE REPORT AND SET THE RETURN-CODE.
      *                      A COMPLETED SIMULATION BLANKS THE RUN-MODE
      *                      PARM LIKE A RE-GRADE DOES, SO THE NIGHTLY
      *                      CHAIN IS NEVER LEFT SIMULATING INSTEAD OF
      *                      GRADING
      ******************************************************************
       6950-SIM-TERMINATE.
           CLOSE SIM-REPORT

           EVALUATE TRUE
               WHEN WS-INPUT-MISSING
                   MOVE 8              TO RETURN-CODE
               WHEN WS-CTL-ERROR
                   MOVE 4              TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO           TO RETURN-CODE
           END-EVALUATE

           IF RETURN-CODE <= 4
               OPEN OUTPUT PARM-FILE
               MOVE SPACES             TO PARM-RECORD
               WRITE PARM-RECORD
               CLOSE PARM-FILE
           END-IF

           MOVE WS-SIM-TOT-STUDENTS    TO WS-SN-STUDENTS
           DISPLAY "PROMEDIO - SIMULACION TERMINADA, "
               WS-SN-STUDENTS " ALUMNOS EN PROMEDIO-SIMUL".

       6950-EXIT.
           EXIT.

      ******************************************************************
      * 7000-COURSE-BREAK - CLOSE OUT THE CURRENT COURSE ON THE
      *                     ROSTER.  THE CURSO MIN/MAX/MEDIANA LINES
           IF WS-ENROLL-OK
               CLOSE ENROLLMENT
           END-IF
           IF WS-ATTEND-OK
               CLOSE ATTENDANCE
           END-IF
           PERFORM 2650-WRITE-ATTEND-TOTAL
               THRU 2650-EXIT
           CLOSE ATTEND-REPORT
           CLOSE GRADES-FILE
           CLOSE ROSTER-REPORT
           CLOSE EXCEPT-REPORT
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
           MOVE "PROMEDIO"             TO ALR-PROGRAM
           MOVE ZERO                   TO ALR-STEP-NUMBER
           MOVE RETURN-CODE            TO ALR-RETURN-CODE
           MOVE "EXCEPT-REPORT"        TO ALR-REPORT-NAME

           CALL "ALERTPUT" USING ALR-REQUEST
           MOVE ALR-RETURN-CODE        TO RETURN-CODE.

       9900-EXIT.
           EXIT.

       END PROGRAM PROMEDIO.
