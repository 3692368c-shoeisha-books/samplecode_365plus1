         01  INC-RECORD.
             05  INC-KEY.
                 10  INC-DATE            PIC 9(08).
                 10  INC-EMP-ID          PIC X(06).
                 10  INC-CAT             PIC X(04).
             05  INC-SEV                 PIC X(01).
                 88  INC-SEV-VALID         VALUE "1" THRU "4".
             05  INC-DEPT                PIC X(04).
             05  INC-LOAD-DATE           PIC 9(08).
