      * Shared record layout for the STUDENT-MASTER indexed file.
      * COPYed into the FD of every program that opens the master:
      * STUDMNT (maintenance) and PROMEDIO (grading lookup).
      * SM-INACTIVE-DATE is the date STUDMNT applied the student's BAJA
      * (zero while active, or for a BAJA applied before the field
      * existed); SM-ANON-DATE is the date ANONIMIZ replaced the name
      * with the student's pseudonym once the retention period had
      * run (zero = personal data still on file).  Both are tested
      * for NUMERIC before use, since older records carry spaces.
      ******************************************************************
       01  STUDENT-MASTER-RECORD.
           05  SM-STUDENT-ID           PIC X(05).
           05  SM-STUDENT-STATUS       PIC X(01).
               88  SM-STATUS-ACTIVE            VALUE "A".
               88  SM-STATUS-INACTIVE          VALUE "I".
           05  SM-INACTIVE-DATE        PIC 9(08).
           05  SM-ANON-DATE            PIC 9(08).
           05  FILLER                  PIC X(28).
