      ****************************************************************
      *                                                              *
      *                 RockeyCaptureCheckpoint.cpy                  *
      *                                                              *
      * FILE SECTION copybook for the capture run's checkpoint file, *
      * ./Data/RockeyCaptureCheckpoint.dat. RockeyScaleCapture       *
      * rewrites this single record as it finishes each spool        *
      * reading, and a rerun for the same business date reads it     *
      * back so the refused readings and health rows the earlier run *
      * already appended are not appended a second time.             *
      *                                                              *
      * CCP-READING-NO counts the spool readings whose suspense and  *
      * health rows are on file. CCP-IN-YARD-SAVED is Y when the run *
      * that started the date dumped the in-yard file to             *
      * ./Data/RockeyInYard<business date>.dat before touching it,   *
      * so the rerun can put the yard back as it was and match the   *
      * same two-pass readings again; N when the in-yard file could  *
      * not be opened, so that run left it as it was.                *
      *                                                              *
      ****************************************************************
       fd  capture-checkpoint-file.
       01  ry-capture-checkpoint-record.
           05  ccp-business-date    pic x(8).
           05  ccp-reading-no       pic 9(5).
           05  ccp-in-yard-saved    pic x.
               88  ccp-yard-saved       value "Y".
           05  ccp-timestamp        pic x(21).
