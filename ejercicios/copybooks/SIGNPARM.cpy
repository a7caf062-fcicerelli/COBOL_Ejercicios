      ******************************************************************
      * SIGNPARM.cpy
      * Linkage area for the shared SIGNON access-control facility.
      * SGN-FUNCTION P prompts the operator for user id and password
      * and opens the session (MENU, and STUDINQ or GRADENTR when run
      * on their own); Q returns the session already open in this
      * run, with SGN-RESULT 04 when there is none; O closes it; V
      * checks that SGN-USER-ID is an active registrar approver
      * (GRADECHG); L writes one ACCESS-LOG entry for the caller; H
      * returns in SGN-PASSWORD-HASH the stored form of SGN-PASSWORD
      * for SGN-USER-ID (USERMNT).  SGN-USER-ID and SGN-ROLE come back
      * from P and Q.  SGN-EVENT, SGN-OBJECT and SGN-DETAIL are what
      * L logs; SGN-OBJECT also names what a V check was for.
      * SGN-RESULT 08 is a refusal, 12 means OPERATOR-USERS could not
      * be read (missing or in use), which also refuses.  COPYed into
      * the WORKING-STORAGE of every caller and the LINKAGE SECTION of
      * SIGNON.
      ******************************************************************
       01  SGN-REQUEST.
           05  SGN-FUNCTION            PIC X(01).
               88  SGN-FUNC-PROMPT             VALUE "P".
               88  SGN-FUNC-QUERY              VALUE "Q".
               88  SGN-FUNC-SIGNOFF            VALUE "O".
               88  SGN-FUNC-VERIFY             VALUE "V".
               88  SGN-FUNC-LOG                VALUE "L".
               88  SGN-FUNC-HASH               VALUE "H".
           05  SGN-PROGRAM             PIC X(08).
           05  SGN-USER-ID             PIC X(08).
           05  SGN-ROLE                PIC X(01).
               88  SGN-ROLE-LAB                VALUE "L".
               88  SGN-ROLE-OPERATOR           VALUE "O".
               88  SGN-ROLE-ACADEMIC           VALUE "A".
               88  SGN-ROLE-APPROVER           VALUE "R".
           05  SGN-EVENT               PIC X(01).
           05  SGN-OBJECT              PIC X(20).
           05  SGN-DETAIL              PIC X(26).
           05  SGN-PASSWORD            PIC X(08).
           05  SGN-PASSWORD-HASH       PIC 9(10).
           05  SGN-RESULT              PIC 9(02).
               88  SGN-OK                      VALUE 00.
               88  SGN-NO-SESSION              VALUE 04.
               88  SGN-REFUSED                 VALUE 08.
               88  SGN-UNAVAILABLE             VALUE 12.
