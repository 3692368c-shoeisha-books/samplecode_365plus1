             05  PARM-THRESH             PIC X(03).
             05  PARM-DCOV               PIC X(03).
             05  PARM-ACK                PIC X(01).
             05  PARM-VSMP               PIC X(03).
             05  PARM-BUSDT              PIC X(08).
             05  PARM-GATE               PIC X(01).
             05  PARM-INCFR              PIC X(08).
             05  PARM-INCTO              PIC X(08).
             05  PARM-RETN               PIC X(04).
             05  PARM-RTRUN              PIC X(01).
