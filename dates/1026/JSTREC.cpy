         01  JOBSTAT-RECORD.
             05  JS-BUS-DATE             PIC 9(08).
             05  JS-STEP                 PIC X(08).
             05  JS-EVENT                PIC X(01).
                 88  JS-STARTED              VALUE "S".
                 88  JS-ENDED                VALUE "E".
                 88  JS-HELD                 VALUE "H".
             05  JS-TS                   PIC X(14).
             05  JS-RC                   PIC 9(02).
             05  JS-WAIT                 PIC X(08).
