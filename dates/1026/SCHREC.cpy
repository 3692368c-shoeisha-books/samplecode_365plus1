         01  SCHED-RECORD.
             05  SCH-EMP-ID              PIC X(06).
             05  SCH-DATE                PIC 9(08).
             05  SCH-SHIFT               PIC X(02).
             05  SCH-POST                PIC X(06).
             05  SCH-HAZ                 PIC X(01).
                 88  SCH-HAZ-HIGH            VALUE "H".
                 88  SCH-HAZ-MEDIUM          VALUE "M".
                 88  SCH-HAZ-LOW             VALUE "L".
