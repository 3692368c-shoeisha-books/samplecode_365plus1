         DATA DIVISION.
         FILE SECTION.
         FD  AUDIN.
         01  AUDQ-RECORD                 PIC X(56).
         FD  ARCHIN.
         01  ARCHQ-RECORD                PIC X(56).
         WORKING-STORAGE SECTION.
         01 AUDIN-ST   PIC X(02).
         01 ARCHIN-ST  PIC X(02).
         01 SEL-FROM-X PIC X(08).
         01 SEL-TO-X   PIC X(08).
         01 SEL-MODE   PIC X(01).
         01 SEL-OPER   PIC X(06).
         01 SEL-FROM   PIC 9(08) VALUE ZERO.
         01 SEL-TO     PIC 9(08) VALUE 99999999.

             END-IF.
             DISPLAY "モード(全件=空白):".
             ACCEPT SEL-MODE.
             DISPLAY "オペレータID(全件=空白):".
             ACCEPT SEL-OPER.
         1000-EXIT.
             EXIT.

             IF SEL-MODE NOT = SPACE AND AUD-MODE NOT = SEL-MODE
                 GO TO 4000-EXIT
             END-IF.
             IF SEL-OPER NOT = SPACES AND AUD-OPER NOT = SEL-OPER
                 GO TO 4000-EXIT
             END-IF.
             ADD 1 TO HIT-CNT.
             DISPLAY AUD-TS " M=" AUD-MODE " ID=" AUD-EMP-ID
                 " BD=" AUD-BD.
             DISPLAY "  DAYS=" AUD-DAYS " P=" AUD-P " E=" AUD-E
                 " I=" AUD-I " 結果=" AUD-RESULT
                 " OP=" AUD-OPER.
         4000-EXIT.
             EXIT.
