      ******************************************************************
      * USERMAST.cpy
      * Shared record layout for the OPERATOR-USERS indexed file,
      * keyed by user id: one record per person allowed into MENU and
      * the interactive programs, with the role that decides what
      * they may use - L lab assistant, O operator, A academic
      * office, R registrar approver (the only role GRADECHG accepts
      * as the approver of a grade change).  The password is kept
      * only in its hashed form (SIGNON function H), never as typed.
      * US-FAILED-COUNT counts consecutive failed sign-ons; at the
      * limit SIGNON sets US-STATUS-LOCKED and the account stays
      * locked until USERMNT unlocks it.  Maintained by USERMNT;
      * read and updated at sign-on by SIGNON.
      ******************************************************************
       01  OPERATOR-USER-RECORD.
           05  US-USER-ID              PIC X(08).
           05  US-USER-NAME            PIC X(30).
           05  US-ROLE                 PIC X(01).
               88  US-ROLE-LAB                 VALUE "L".
               88  US-ROLE-OPERATOR            VALUE "O".
               88  US-ROLE-ACADEMIC            VALUE "A".
               88  US-ROLE-APPROVER            VALUE "R".
               88  US-ROLE-VALID               VALUE "L" "O" "A" "R".
           05  US-PASSWORD-HASH        PIC 9(10).
           05  US-STATUS               PIC X(01).
               88  US-STATUS-ACTIVE            VALUE "A".
               88  US-STATUS-INACTIVE          VALUE "I".
               88  US-STATUS-LOCKED            VALUE "B".
           05  US-FAILED-COUNT         PIC 9(01).
           05  US-LAST-SIGNON-DATE     PIC 9(08).
           05  US-LAST-SIGNON-TIME     PIC 9(08).
           05  US-LOCK-DATE            PIC 9(08).
           05  FILLER                  PIC X(05).
