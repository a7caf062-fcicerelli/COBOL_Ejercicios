      ******************************************************************
      * SECTREVW.cpy
      * Shared record layout for the SECTION-REVIEW file, one line per
      * course section SECTANOM flagged as anomalous in the term: the
      * course, section and term, the responsible instructor from
      * COURSE-MASTER, one "S"/"N" flag per check that fired, and the
      * section's size, average and failure rate next to the course
      * history it was measured against.  RV-ESTADO starts as "R"
      * (retenida): the academic office holds the course's results
      * from the registrar feed until it has reviewed the section.
      * Line sequential like SECTION-REGISTRY, rewritten on every
      * SECTANOM run.  COPYed into the FD of every program that opens
      * the file.
      ******************************************************************
       01  SECTION-REVIEW-RECORD.
           05  RV-KEY.
               10  RV-COURSE-ID        PIC X(06).
               10  RV-SECTION-ID       PIC X(03).
               10  RV-TERM-ID          PIC X(06).
           05  RV-INSTRUCTOR           PIC X(30).
           05  RV-FLAGS.
               10  RV-FLAG-DISPERSION  PIC X(01).
               10  RV-FLAG-HIST-PROM   PIC X(01).
               10  RV-FLAG-HIST-DESV   PIC X(01).
               10  RV-FLAG-HIST-REPROB PIC X(01).
               10  RV-FLAG-SECC-PROM   PIC X(01).
               10  RV-FLAG-SECC-APROB  PIC X(01).
           05  RV-STUDENTS             PIC 9(05).
           05  RV-PROMEDIO             PIC 9(03)V99.
           05  RV-REPROB-PCT           PIC 9(03)V99.
           05  RV-HIST-PROMEDIO        PIC 9(03)V99.
           05  RV-HIST-REPROB-PCT      PIC 9(03)V99.
           05  RV-RUN-DATE             PIC 9(08).
           05  RV-ESTADO               PIC X(01).
               88  RV-RETENIDA                 VALUE "R".
               88  RV-LIBERADA                 VALUE "L".
           05  FILLER                  PIC X(05).
