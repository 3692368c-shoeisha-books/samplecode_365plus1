         01  SECLOG-RECORD.
             05  SEC-TS                  PIC X(14).
             05  SEC-PGM                 PIC X(08).
             05  SEC-OPER                PIC X(06).
             05  SEC-EVENT               PIC X(01).
                 88  SEC-UNKNOWN-ID         VALUE "U".
                 88  SEC-BAD-PIN            VALUE "F".
                 88  SEC-LOCKED-OUT         VALUE "K".
                 88  SEC-LOCKED-TRY         VALUE "L".
                 88  SEC-DENIED             VALUE "D".
                 88  SEC-RELEASED           VALUE "R".
             05  SEC-FUNC                PIC X(01).
             05  SEC-TARGET              PIC X(06).
