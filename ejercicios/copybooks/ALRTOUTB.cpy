      ******************************************************************
      * ALRTOUTB.cpy
      * Shared record layout for the ALERT-OUTBOX file, one line per
      * operator alert.  ALERTPUT appends each alert as P (pending)
      * with the raising program, the NIGHTJOB step (zero outside the
      * chain), the business date, the return code, a short reason
      * and the report the operator should read.  ALERTDSP turns a
      * pending alert into a PAGER-NOTIFY record and marks it N
      * (notified); a critical alert nobody acknowledges is paged
      * again one contact level up and marked E (escalated); an
      * acknowledgment from ALERT-ACK marks it A with the operator
      * and time.  AO-ALERT-ID (raised date, time and program) is the
      * id the operator quotes to acknowledge.  COPYed into the FD of
      * ALERTPUT and ALERTDSP.
      ******************************************************************
       01  ALERT-OUTBOX-RECORD.
           05  AO-ALERT-ID.
               10  AO-RAISED-DATE      PIC 9(08).
               10  AO-RAISED-TIME      PIC 9(08).
               10  AO-PROGRAM          PIC X(08).
           05  AO-SEVERITY             PIC X(01).
               88  AO-CRITICAL                 VALUE "C".
               88  AO-WARNING                  VALUE "W".
           05  AO-STEP-NUMBER          PIC 9(02).
           05  AO-BUSINESS-DATE        PIC 9(08).
           05  AO-RETURN-CODE          PIC S9(04).
           05  AO-REASON               PIC X(50).
           05  AO-REPORT-NAME          PIC X(20).
           05  AO-STATUS               PIC X(01).
               88  AO-PENDING                  VALUE "P".
               88  AO-NOTIFIED                 VALUE "N".
               88  AO-ESCALATED                VALUE "E".
               88  AO-ACKNOWLEDGED             VALUE "A".
           05  AO-ESCALATION-LEVEL     PIC 9(01).
           05  AO-NOTIFIED-DATE        PIC 9(08).
           05  AO-NOTIFIED-TIME        PIC 9(08).
           05  AO-ACK-OPERATOR         PIC X(08).
           05  AO-ACK-DATE             PIC 9(08).
           05  AO-ACK-TIME             PIC 9(08).
           05  FILLER                  PIC X(09).
