      ******************************************************************
      * ACCESLOG.cpy
      * Shared record layout for the ACCESS-LOG file, the audit trail
      * of who used MENU and the interactive programs.  SIGNON appends
      * one entry per event, for itself and for its callers (function
      * L): S sign-on, F failed sign-on (wrong password or unknown
      * user), B account locked after too many failures, R refusal
      * (locked or inactive account, menu option or grade inquiry the
      * role does not allow, approver GRADECHG would not accept), C
      * sensitive inquiry (grades shown in STUDINQ), O sign-off, and
      * M user maintenance by USERMNT.  AX-OBJECT is what the event
      * was about (a student id, a menu option, a user id) and
      * AX-DETAIL the reason in words.  Read by ACCESRPT.
      ******************************************************************
       01  ACCESS-LOG-RECORD.
           05  AX-TIMESTAMP.
               10  AX-TS-DATE          PIC 9(08).
               10  AX-TS-TIME          PIC 9(08).
           05  AX-PROGRAM              PIC X(08).
           05  AX-USER-ID              PIC X(08).
           05  AX-ROLE                 PIC X(01).
           05  AX-EVENT                PIC X(01).
               88  AX-EVENT-SIGNON             VALUE "S".
               88  AX-EVENT-FAILED             VALUE "F".
               88  AX-EVENT-LOCKOUT            VALUE "B".
               88  AX-EVENT-REFUSED            VALUE "R".
               88  AX-EVENT-INQUIRY            VALUE "C".
               88  AX-EVENT-SIGNOFF            VALUE "O".
               88  AX-EVENT-MAINT              VALUE "M".
           05  AX-OBJECT               PIC X(20).
           05  AX-DETAIL               PIC X(26).
