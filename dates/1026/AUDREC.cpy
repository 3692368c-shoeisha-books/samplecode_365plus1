             05  AUD-I                   PIC S9(04)
                     SIGN IS TRAILING SEPARATE CHARACTER.
             05  AUD-RESULT              PIC X(01).
             05  AUD-OPER                PIC X(06).
