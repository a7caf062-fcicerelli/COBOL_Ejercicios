      ******************************************************************
      * ALRTPARM.cpy
      * Linkage area for the shared ALERTPUT operator-alert facility.
      * Every batch program CALLs ALERTPUT from its 9900-RAISE-ALERT
      * when it ends with a nonzero RETURN-CODE, and NIGHTJOB does
      * when a step stops the chain, so the failure reaches the
      * ALERT-OUTBOX (and through ALERTDSP the paging gateway) at
      * the time it happens.  ALR-SEVERITY blank lets ALERTPUT take
      * it from the return code (8 and above critical, else warning);
      * ALR-REASON blank gets the standard text for the return code;
      * ALR-STEP-NUMBER zero is taken from RUN-DATE-PARM, where
      * NIGHTJOB leaves the step it is running.  ALR-RESULT 08 means
      * the outbox was busy and the alert went to the console only.
      * ALERTPUT saves and restores nothing: the caller moves its
      * RETURN-CODE into ALR-RETURN-CODE and back after the CALL.
      * COPYed into the WORKING-STORAGE of every caller and the
      * LINKAGE SECTION of ALERTPUT.
      ******************************************************************
       01  ALR-REQUEST.
           05  ALR-PROGRAM             PIC X(08).
           05  ALR-SEVERITY            PIC X(01).
               88  ALR-CRITICAL                VALUE "C".
               88  ALR-WARNING                 VALUE "W".
           05  ALR-STEP-NUMBER         PIC 9(02).
           05  ALR-RETURN-CODE         PIC S9(04).
           05  ALR-REASON              PIC X(50).
           05  ALR-REPORT-NAME         PIC X(20).
           05  ALR-RESULT              PIC 9(02).
               88  ALR-OK                      VALUE 00.
               88  ALR-NOT-RECORDED            VALUE 08.
