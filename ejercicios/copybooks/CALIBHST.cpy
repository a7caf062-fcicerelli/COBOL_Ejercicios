      ******************************************************************
      * CALIBHST.cpy
      * Shared record layout for the CALIB-HISTORY file, the
      * calibration record of the SENSOR-MASTER rigs.  SENSORMT
      * appends one record per event: A a rig added with its first
      * factor, K a calibration (date done, technician, certificate
      * number, the factor before and after and the due date it
      * set), C a factor changed without a calibration, such as a
      * SENSTAT drift recommendation.  The old factor of a change is
      * never lost, so a rig's factors can be traced back through
      * every certificate.  CH-TIMESTAMP is when the event was
      * recorded; CH-CALIB-DATE is when the calibration was done
      * (zero for A and C events).
      ******************************************************************
       01  CALIB-HISTORY-RECORD.
           05  CH-TIMESTAMP.
               10  CH-TS-DATE          PIC 9(08).
               10  CH-TS-TIME          PIC 9(08).
           05  CH-SENSOR-ID            PIC X(04).
           05  CH-EVENT                PIC X(01).
               88  CH-EVENT-ALTA               VALUE "A".
               88  CH-EVENT-CALIBRATION        VALUE "K".
               88  CH-EVENT-CHANGE             VALUE "C".
           05  CH-CALIB-DATE           PIC 9(08).
           05  CH-TECHNICIAN           PIC X(17).
           05  CH-CERTIFICATE          PIC X(12).
           05  CH-OLD-FACTOR           PIC 9(01)V9(04).
           05  CH-NEW-FACTOR           PIC 9(01)V9(04).
           05  CH-DUE-DATE             PIC 9(08).
           05  FILLER                  PIC X(04).
