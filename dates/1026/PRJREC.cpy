         01  PRJ-RECORD.
             05  PRJ-KEY.
                 10  PRJ-EMP-ID          PIC X(06).
                 10  PRJ-DATE            PIC 9(08).
             05  PRJ-DAY-OFS             PIC 9(03).
             05  PRJ-DEPT                PIC X(04).
             05  PRJ-DAYS                PIC 9(05).
             05  PRJ-P                   PIC S9(04)
                     SIGN IS TRAILING SEPARATE CHARACTER.
             05  PRJ-E                   PIC S9(04)
                     SIGN IS TRAILING SEPARATE CHARACTER.
             05  PRJ-I                   PIC S9(04)
                     SIGN IS TRAILING SEPARATE CHARACTER.
             05  PRJ-ITU                 PIC S9(04)
                     SIGN IS TRAILING SEPARATE CHARACTER.
             05  PRJ-AES                 PIC S9(04)
                     SIGN IS TRAILING SEPARATE CHARACTER.
             05  PRJ-AWR                 PIC S9(04)
                     SIGN IS TRAILING SEPARATE CHARACTER.
             05  PRJ-CRIT-FLAGS.
                 10  PRJ-P-CRIT          PIC X(01).
                     88  PRJ-P-IS-CRIT         VALUE "Y".
                 10  PRJ-E-CRIT          PIC X(01).
                     88  PRJ-E-IS-CRIT         VALUE "Y".
                 10  PRJ-I-CRIT          PIC X(01).
                     88  PRJ-I-IS-CRIT         VALUE "Y".
                 10  PRJ-ITU-CRIT        PIC X(01).
                     88  PRJ-ITU-IS-CRIT       VALUE "Y".
                 10  PRJ-AES-CRIT        PIC X(01).
                     88  PRJ-AES-IS-CRIT       VALUE "Y".
                 10  PRJ-AWR-CRIT        PIC X(01).
                     88  PRJ-AWR-IS-CRIT       VALUE "Y".
             05  PRJ-DAY-TYPE            PIC X(01).
             05  PRJ-WORK-DAY            PIC X(01).
                 88  PRJ-IS-WORKDAY        VALUE "Y".
                 88  PRJ-IS-CLOSED         VALUE "N".
             05  FILLER                  PIC X(01).
      * THE HEADER SITS UNDER THE ALL-SPACES KEY, AHEAD OF EVERY
      * EMPLOYEE, AND IS WRITTEN ONLY WHEN THE BUILD ENDS CLEAN.
         01  PRJ-HEADER.
             05  PRJH-KEY                PIC X(14).
             05  PRJH-BUILD-DATE         PIC 9(08).
             05  PRJH-FROM               PIC 9(08).
             05  PRJH-TO                 PIC 9(08).
             05  PRJH-HORIZON            PIC 9(03).
             05  PRJH-CRIT-BAND          PIC 9(04).
             05  PRJH-EMP-CNT            PIC 9(06).
             05  PRJH-BUILT-TS           PIC X(14).
