         01  SHCONF-RECORD.
             05  SHC-EMP-ID              PIC X(06).
             05  SHC-DATE                PIC 9(08).
             05  SHC-SHIFT               PIC X(02).
             05  SHC-POST                PIC X(06).
             05  SHC-HAZ                 PIC X(01).
             05  SHC-CRIT-P              PIC X(01).
             05  SHC-CRIT-E              PIC X(01).
             05  SHC-CRIT-I              PIC X(01).
             05  SHC-ALT-CNT             PIC 9(01).
             05  SHC-ALT OCCURS 3 TIMES.
                 10  SHC-ALT-ID          PIC X(06).
                 10  SHC-ALT-SCORE       PIC S9(04)
                         SIGN IS TRAILING SEPARATE CHARACTER.
                 10  SHC-ALT-TYPE        PIC X(01).
