       IDENTIFICATION DIVISION.
         PROGRAM-ID. BIOINCL.
         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT EMPMAST ASSIGN TO "EMPMAST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EMP-ID
                 FILE STATUS IS EMPMAST-ST.
             SELECT INCTRANS ASSIGN TO "BIOINCX"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS INCTRANS-ST.
             SELECT INCFILE ASSIGN TO "BIOINCD"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS INC-KEY
                 FILE STATUS IS INCFILE-ST.
             SELECT REGRPT ASSIGN TO "BIOINRG"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS REGRPT-ST.
         DATA DIVISION.
         FILE SECTION.
         FD  EMPMAST.
         COPY EMPREC.
      * ONE LINE PER INCIDENT AS KEYED BY THE SAFETY OFFICE.
      * SEVERITY 1=FIRST AID 2=MEDICAL TREATMENT 3=LOST TIME
      * 4=SERIOUS OR REPORTABLE.
         FD  INCTRANS.
         01  INCX-RECORD.
             05  INX-DATE                PIC X(08).
             05  INX-EMP-ID              PIC X(06).
             05  INX-SEV                 PIC X(01).
             05  INX-CAT                 PIC X(04).
         FD  INCFILE.
         COPY INCREC.
         FD  REGRPT.
         01  REG-RECORD                  PIC X(80).
         WORKING-STORAGE SECTION.
         01 TD         PIC 9(8).
         01 BD         PIC 9(8).
         01 BD-PARTS REDEFINES BD.
             05 BD-YYYY    PIC 9(04).
             05 BD-MM      PIC 9(02).
             05 BD-DD      PIC 9(02).
         01 BD-IN      PIC X(08).

         01 EMPMAST-ST PIC X(02).
         01 INCTRANS-ST PIC X(02).
         01 INCFILE-ST PIC X(02).
         01 REGRPT-ST  PIC X(02).

         01 BD-OK      PIC X(01) VALUE "Y".
             88 BD-VALID               VALUE "Y".
             88 BD-INVALID             VALUE "N".

         01 LEAP-SW    PIC X(01) VALUE "N".
             88 LEAP-YEAR              VALUE "Y".
         01 LY-YEAR    PIC 9(04).
         01 MAX-DD     PIC 9(02).

         01 MO-TAB.
             05 FILLER PIC 9(02) VALUE 31.
             05 FILLER PIC 9(02) VALUE 28.
             05 FILLER PIC 9(02) VALUE 31.
             05 FILLER PIC 9(02) VALUE 30.
             05 FILLER PIC 9(02) VALUE 31.
             05 FILLER PIC 9(02) VALUE 30.
             05 FILLER PIC 9(02) VALUE 31.
             05 FILLER PIC 9(02) VALUE 31.
             05 FILLER PIC 9(02) VALUE 30.
             05 FILLER PIC 9(02) VALUE 31.
             05 FILLER PIC 9(02) VALUE 30.
             05 FILLER PIC 9(02) VALUE 31.
         01 MO-TAB-R REDEFINES MO-TAB.
             05 MO-MAX     PIC 9(02) OCCURS 12 TIMES.

      * REJECT REASONS: M=MONTH D=DAY F=FUTURE N=NOT NUMERIC
      * E=EMPLOYEE UNKNOWN S=NOT IN SERVICE ON THE DATE
      * B=BEFORE BIRTH DATE V=SEVERITY C=CATEGORY MISSING
      * K=ALREADY LOADED
         01 BD-REASON  PIC X(01) VALUE SPACE.

         01 TX-EOF-SW  PIC X(01) VALUE "N".
             88 AT-TX-EOF              VALUE "Y".
         01 EMP-OPEN-SW PIC X(01) VALUE "N".
             88 EMP-IS-OPEN            VALUE "Y".
         01 INC-OPEN-SW PIC X(01) VALUE "N".
             88 INC-IS-OPEN            VALUE "Y".
         01 REG-OPEN-SW PIC X(01) VALUE "N".
             88 REG-IS-OPEN            VALUE "Y".
         01 REC-FOUND-SW PIC X(01) VALUE "N".
             88 REC-FOUND              VALUE "Y".
             88 REC-NOT-FOUND          VALUE "N".
         01 STAT-WK-SW PIC X(01) VALUE "Y".
             88 EMP-IN-SERVICE         VALUE "Y".
             88 EMP-INACTIVE           VALUE "N".

         01 READ-CNT   PIC 9(06) VALUE ZERO.
         01 LOAD-CNT   PIC 9(06) VALUE ZERO.
         01 REJ-CNT    PIC 9(06) VALUE ZERO.
         01 RUN-ERR-SW PIC X(01) VALUE "N".
             88 RUN-ERRORED            VALUE "Y".

         01 REG-HEAD.
             05 FILLER      PIC X(28) VALUE
                "INCIDENT LOAD REGISTER DATE=".
             05 GH-DATE     PIC 9(08).
             05 FILLER      PIC X(44) VALUE SPACES.
         01 REG-DETAIL.
             05 GD-DATE     PIC X(08).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 GD-ID       PIC X(06).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 GD-SEV      PIC X(01).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 GD-CAT      PIC X(04).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 GD-RESULT   PIC X(08).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 GD-REASON   PIC X(01).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 GD-DEPT     PIC X(04).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 GD-NAME     PIC X(20).
             05 FILLER      PIC X(21) VALUE SPACES.
         01 REG-TOTAL.
             05 FILLER      PIC X(05) VALUE "READ=".
             05 GT-READ     PIC 9(06).
             05 FILLER      PIC X(06) VALUE " LOAD=".
             05 GT-LOAD     PIC 9(06).
             05 FILLER      PIC X(05) VALUE " REJ=".
             05 GT-REJ      PIC 9(06).
             05 FILLER      PIC X(46) VALUE SPACES.

         PROCEDURE DIVISION.

         0000-MAINLINE.
             PERFORM 1000-INITIALIZE THRU 1000-EXIT.
             IF NOT RUN-ERRORED
                 PERFORM 2100-READ-TRANS THRU 2100-EXIT
                 PERFORM 2200-LOAD-ONE THRU 2200-EXIT
                     UNTIL AT-TX-EOF
             END-IF.
             PERFORM 9000-TERMINATE THRU 9000-EXIT.
             STOP RUN.

         1000-INITIALIZE.
             DISPLAY "BIOINCL - 災害記録取込".
             ACCEPT TD FROM DATE YYYYMMDD.
             OPEN INPUT INCTRANS.
             IF INCTRANS-ST NOT = "00"
                 DISPLAY "*** BIOINCXが開けません: " INCTRANS-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 1000-EXIT
             END-IF.
             OPEN INPUT EMPMAST.
             IF EMPMAST-ST = "00"
                 SET EMP-IS-OPEN TO TRUE
             ELSE
                 DISPLAY "*** EMPMASTが開けません: " EMPMAST-ST
                 SET RUN-ERRORED TO TRUE
                 CLOSE INCTRANS
                 GO TO 1000-EXIT
             END-IF.
             OPEN I-O INCFILE.
             IF INCFILE-ST = "35"
                 OPEN OUTPUT INCFILE
                 CLOSE INCFILE
                 OPEN I-O INCFILE
             END-IF.
             IF INCFILE-ST = "00"
                 SET INC-IS-OPEN TO TRUE
             ELSE
                 DISPLAY "*** BIOINCDが開けません: " INCFILE-ST
                 SET RUN-ERRORED TO TRUE
                 CLOSE INCTRANS
                 GO TO 1000-EXIT
             END-IF.
             OPEN OUTPUT REGRPT.
             IF REGRPT-ST NOT = "00"
                 DISPLAY "*** BIOINRGが開けません: " REGRPT-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 1000-EXIT
             END-IF.
             SET REG-IS-OPEN TO TRUE.
             MOVE TD TO GH-DATE.
             WRITE REG-RECORD FROM REG-HEAD.
         1000-EXIT.
             EXIT.

         2100-READ-TRANS.
             READ INCTRANS
                 AT END
                     SET AT-TX-EOF TO TRUE
                 NOT AT END
                     ADD 1 TO READ-CNT
             END-READ.
             IF INCTRANS-ST NOT = "00" AND INCTRANS-ST NOT = "10"
                 DISPLAY "*** BIOINCX読取エラー: " INCTRANS-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-TX-EOF TO TRUE
             END-IF.
         2100-EXIT.
             EXIT.

      * THE INCIDENT IS STAMPED WITH THE DEPARTMENT THE EMPLOYEE
      * BELONGED TO WHEN IT WAS LOADED, SO A LATER TRANSFER DOES
      * NOT MOVE OLD INCIDENTS BETWEEN DEPARTMENTS.  THE KEY IS
      * DATE, EMPLOYEE AND CATEGORY, SO RELOADING A FILE ONLY
      * REJECTS THE LINES ALREADY ON FILE.
         2200-LOAD-ONE.
             MOVE SPACE TO BD-REASON.
             MOVE SPACES TO EMP-NAME.
             MOVE SPACES TO EMP-DEPT.
             MOVE INX-DATE TO BD-IN.
             PERFORM 8000-VALIDATE-BD THRU 8000-EXIT.
             IF BD-INVALID
                 PERFORM 2700-REGISTER-REJECT THRU 2700-EXIT
                 GO TO 2290-NEXT
             END-IF.
             IF NOT (INX-SEV >= "1" AND INX-SEV <= "4")
                 MOVE "V" TO BD-REASON
                 PERFORM 2700-REGISTER-REJECT THRU 2700-EXIT
                 GO TO 2290-NEXT
             END-IF.
             IF INX-CAT = SPACES
                 MOVE "C" TO BD-REASON
                 PERFORM 2700-REGISTER-REJECT THRU 2700-EXIT
                 GO TO 2290-NEXT
             END-IF.
             PERFORM 2550-READ-MASTER THRU 2550-EXIT.
             IF REC-NOT-FOUND
                 MOVE "E" TO BD-REASON
                 PERFORM 2700-REGISTER-REJECT THRU 2700-EXIT
                 GO TO 2290-NEXT
             END-IF.
             IF EMP-BD NOT NUMERIC OR EMP-BD > BD
                 MOVE "B" TO BD-REASON
                 PERFORM 2700-REGISTER-REJECT THRU 2700-EXIT
                 GO TO 2290-NEXT
             END-IF.
             PERFORM 8500-CHECK-STATUS THRU 8500-EXIT.
             IF EMP-INACTIVE
                 MOVE "S" TO BD-REASON
                 PERFORM 2700-REGISTER-REJECT THRU 2700-EXIT
                 GO TO 2290-NEXT
             END-IF.
             MOVE BD TO INC-DATE.
             MOVE INX-EMP-ID TO INC-EMP-ID.
             MOVE INX-CAT TO INC-CAT.
             MOVE INX-SEV TO INC-SEV.
             MOVE EMP-DEPT TO INC-DEPT.
             MOVE TD TO INC-LOAD-DATE.
             WRITE INC-RECORD
                 INVALID KEY
                     MOVE "K" TO BD-REASON
                     PERFORM 2700-REGISTER-REJECT THRU 2700-EXIT
                 NOT INVALID KEY
                     PERFORM 2600-REGISTER-LOADED THRU 2600-EXIT
             END-WRITE.
         2290-NEXT.
             PERFORM 2100-READ-TRANS THRU 2100-EXIT.
         2200-EXIT.
             EXIT.

         2550-READ-MASTER.
             SET REC-FOUND TO TRUE.
             MOVE INX-EMP-ID TO EMP-ID.
             READ EMPMAST
                 INVALID KEY
                     SET REC-NOT-FOUND TO TRUE
                     MOVE SPACES TO EMP-NAME
                     MOVE SPACES TO EMP-DEPT
             END-READ.
         2550-EXIT.
             EXIT.

         2600-REGISTER-LOADED.
             ADD 1 TO LOAD-CNT.
             MOVE "LOADED" TO GD-RESULT.
             PERFORM 2800-WRITE-REGISTER THRU 2800-EXIT.
         2600-EXIT.
             EXIT.

         2700-REGISTER-REJECT.
             ADD 1 TO REJ-CNT.
             MOVE "REJECT" TO GD-RESULT.
             PERFORM 2800-WRITE-REGISTER THRU 2800-EXIT.
         2700-EXIT.
             EXIT.

         2800-WRITE-REGISTER.
             MOVE INX-DATE TO GD-DATE.
             MOVE INX-EMP-ID TO GD-ID.
             MOVE INX-SEV TO GD-SEV.
             MOVE INX-CAT TO GD-CAT.
             MOVE BD-REASON TO GD-REASON.
             MOVE EMP-DEPT TO GD-DEPT.
             MOVE EMP-NAME TO GD-NAME.
             WRITE REG-RECORD FROM REG-DETAIL.
             IF REGRPT-ST NOT = "00"
                 DISPLAY "*** BIOINRG書込エラー: " REGRPT-ST
                 SET RUN-ERRORED TO TRUE
             END-IF.
         2800-EXIT.
             EXIT.

      * THE INCIDENT DATE GETS THE SAME TESTS AS A BIRTH DATE - AN
      * INCIDENT CANNOT BE DATED AFTER THE DAY IT IS LOADED.
         8000-VALIDATE-BD.
             SET BD-VALID TO TRUE.
             MOVE SPACE TO BD-REASON.
             IF BD-IN NOT NUMERIC
                 MOVE "N" TO BD-REASON
                 GO TO 8090-REJECT-BD
             END-IF.
             MOVE BD-IN TO BD.
             IF BD-MM < 1 OR BD-MM > 12
                 MOVE "M" TO BD-REASON
                 GO TO 8090-REJECT-BD
             END-IF.
             MOVE BD-YYYY TO LY-YEAR.
             PERFORM 8100-CHECK-LEAP THRU 8100-EXIT.
             MOVE MO-MAX (BD-MM) TO MAX-DD.
             IF BD-MM = 02 AND LEAP-YEAR
                 MOVE 29 TO MAX-DD
             END-IF.
             IF BD-DD < 1 OR BD-DD > MAX-DD
                 MOVE "D" TO BD-REASON
                 GO TO 8090-REJECT-BD
             END-IF.
             IF BD > TD
                 MOVE "F" TO BD-REASON
                 GO TO 8090-REJECT-BD
             END-IF.
             GO TO 8000-EXIT.
         8090-REJECT-BD.
             SET BD-INVALID TO TRUE.
             DISPLAY "*** 発生日が不正です: " BD-IN " "
                 INX-EMP-ID.
         8000-EXIT.
             EXIT.

         8100-CHECK-LEAP.
             MOVE "N" TO LEAP-SW.
             IF FUNCTION MOD(LY-YEAR 400) = 0
                 SET LEAP-YEAR TO TRUE
             ELSE
                 IF FUNCTION MOD(LY-YEAR 100) = 0
                     CONTINUE
                 ELSE
                     IF FUNCTION MOD(LY-YEAR 4) = 0
                         SET LEAP-YEAR TO TRUE
                     END-IF
                 END-IF
             END-IF.
         8100-EXIT.
             EXIT.

      * A LEAVE OR TERMINATION TAKES HOLD ON ITS EFFECTIVE DATE -
      * UNTIL THEN THE EMPLOYEE IS STILL IN SERVICE.  HERE THE DATE
      * THAT MATTERS IS THE INCIDENT DATE, NOT TODAY.
         8500-CHECK-STATUS.
             SET EMP-IN-SERVICE TO TRUE.
             IF EMP-STAT = "L" OR EMP-STAT = "T"
                 IF EMP-STAT-DATE IS NUMERIC AND EMP-STAT-DATE > BD
                     CONTINUE
                 ELSE
                     SET EMP-INACTIVE TO TRUE
                 END-IF
             END-IF.
         8500-EXIT.
             EXIT.

         9000-TERMINATE.
             IF EMP-IS-OPEN
                 CLOSE EMPMAST
             END-IF.
             IF INC-IS-OPEN
                 CLOSE INCFILE
                 CLOSE INCTRANS
             END-IF.
             IF REG-IS-OPEN
                 MOVE READ-CNT TO GT-READ
                 MOVE LOAD-CNT TO GT-LOAD
                 MOVE REJ-CNT TO GT-REJ
                 WRITE REG-RECORD FROM REG-TOTAL
                 CLOSE REGRPT
             END-IF.
             DISPLAY "読込=" READ-CNT " 登録=" LOAD-CNT
                 " 不正=" REJ-CNT.
             IF RUN-ERRORED
                 MOVE 8 TO RETURN-CODE
             END-IF.
         9000-EXIT.
             EXIT.
