         01  OPER-RECORD.
             05  OPR-ID                  PIC X(06).
             05  OPR-NAME                PIC X(20).
             05  OPR-PIN                 PIC X(06).
             05  OPR-LEVEL               PIC X(01).
                 88  OPR-INQUIRY            VALUE "1".
                 88  OPR-MAINTENANCE        VALUE "2".
                 88  OPR-ADMIN              VALUE "3".
             05  OPR-FAIL-CNT            PIC 9(01).
             05  OPR-LOCK-SW             PIC X(01).
                 88  OPR-LOCKED             VALUE "Y".
                 88  OPR-UNLOCKED           VALUE "N".
             05  OPR-LAST-DATE           PIC 9(08).
