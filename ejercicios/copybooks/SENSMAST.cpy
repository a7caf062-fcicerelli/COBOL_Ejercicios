      * Shared record layout for the SENSOR-MASTER indexed file: one
      * record per measurement rig, with the calibration factor MRU
      * applies to the rig's readings (rig 3 reads about 4% hot, so
      * its factor is 0.9600) and the in-service status.  The
      * calibration fields are set by SENSORMT when a calibration is
      * recorded: the date it was done, the certificate issued, the
      * interval in days until the next one and the resulting due
      * date, past which MRU refuses the rig's readings.  Rigs with
      * no calibration on record carry spaces or zero there.  Every
      * calibration and factor change is kept on CALIB-HISTORY.
      * COPYed into the FD of every program that opens the master:
      * SENSORMT (maintenance), MRU (calibration lookup), SENSTAT,
      * CALIBDUE, BACKUP and RELOAD.
      ******************************************************************
       01  SENSOR-MASTER-RECORD.
           05  SEN-SENSOR-ID           PIC X(04).
           05  SEN-STATUS              PIC X(01).
               88  SEN-IN-SERVICE              VALUE "A".
               88  SEN-OUT-OF-SERVICE          VALUE "O".
           05  SEN-LAST-CALIB-DATE     PIC 9(08).
           05  SEN-CALIB-DUE-DATE      PIC 9(08).
           05  SEN-CALIB-INTERVAL      PIC 9(03).
           05  SEN-CERTIFICATE         PIC X(12).
           05  FILLER                  PIC X(09).
