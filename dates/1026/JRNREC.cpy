         01  JOURNAL-RECORD.
             05  JRN-TS                  PIC X(14).
             05  JRN-PGM                 PIC X(08).
             05  JRN-FILE                PIC X(01).
                 88  JRN-EMPMAST            VALUE "E".
                 88  JRN-DPTMAST            VALUE "D".
             05  JRN-ACTION              PIC X(01).
                 88  JRN-ADD                VALUE "A".
                 88  JRN-CHANGE             VALUE "C".
                 88  JRN-DELETE             VALUE "D".
                 88  JRN-STATUS             VALUE "S".
             05  JRN-KEY                 PIC X(06).
             05  JRN-BEFORE              PIC X(67).
             05  JRN-AFTER               PIC X(67).
             05  JRN-OPER                PIC X(06).
