       IDENTIFICATION DIVISION.
         PROGRAM-ID. BIOTEAM.
         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT EMPMAST ASSIGN TO "EMPMAST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EMP-ID
                 FILE STATUS IS EMPMAST-ST.
             SELECT DPTMAST ASSIGN TO "DPTMAST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DPT-CODE
                 FILE STATUS IS DPTMAST-ST.
             SELECT CALFILE ASSIGN TO "BIOCALF"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CALFILE-ST.
             SELECT PARMFILE ASSIGN TO "BIOPARM"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PARMFILE-ST.
             SELECT OPERFILE ASSIGN TO "BIOOPER"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS OPR-ID
                 FILE STATUS IS OPERFILE-ST.
             SELECT SECLOG ASSIGN TO "BIOSECL"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SECLOG-ST.
         DATA DIVISION.
         FILE SECTION.
         FD  EMPMAST.
         COPY EMPREC.
         FD  DPTMAST.
         COPY DEPREC.
         FD  CALFILE.
         COPY CALREC.
         FD  PARMFILE.
         COPY BIOPARM.
         FD  OPERFILE.
         COPY OPRREC.
         FD  SECLOG.
         COPY SECREC.
         WORKING-STORAGE SECTION.
         01 TD         PIC 9(8).
         01 BD         PIC 9(8).
         01 BD-PARTS REDEFINES BD.
             05 BD-YYYY    PIC 9(04).
             05 BD-MM      PIC 9(02).
             05 BD-DD      PIC 9(02).

         01 EMPMAST-ST PIC X(02).
         01 DPTMAST-ST PIC X(02).
         01 CALFILE-ST PIC X(02).
         01 PARMFILE-ST PIC X(02).
         01 OPERFILE-ST PIC X(02).
         01 SECLOG-ST  PIC X(02).
         01 EMP-OPEN-SW PIC X(01) VALUE "N".
             88 EMP-IS-OPEN            VALUE "Y".
         01 DPT-OPEN-SW PIC X(01) VALUE "N".
             88 DPT-IS-OPEN            VALUE "Y".

         01 OPER-IN    PIC X(06).
         01 PIN-IN     PIC X(06).
         01 SIGNON-ID  PIC X(06) VALUE SPACES.
         01 SIGNON-LEVEL PIC X(01) VALUE SPACE.
         01 SIGNON-TRY PIC 9(01) VALUE ZERO.
         01 OPER-FAIL-MAX PIC 9(01) VALUE 3.
         01 SEC-EVENT-WK PIC X(01) VALUE SPACE.
         01 SEC-FUNC-WK PIC X(01) VALUE SPACE.
         01 SIGNON-SW  PIC X(01) VALUE "N".
             88 SIGNED-ON              VALUE "Y".

         01 CRIT-BAND  PIC S9(04) VALUE +5.

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

         01 STAT-WK-SW PIC X(01) VALUE "Y".
             88 EMP-IN-SERVICE         VALUE "Y".
             88 EMP-INACTIVE           VALUE "N".
         01 SESSION-SW PIC X(01) VALUE "N".
             88 SESSION-QUIT           VALUE "Y".
         01 BROWSE-SW  PIC X(01) VALUE "N".
             88 BROWSE-DONE            VALUE "Y".
         01 EMP-EOF-SW PIC X(01) VALUE "N".
             88 AT-EMP-EOF             VALUE "Y".
         01 DPT-EOF-SW PIC X(01) VALUE "N".
             88 AT-DPT-EOF             VALUE "Y".
         01 NEXT-FOUND-SW PIC X(01) VALUE "N".
             88 NEXT-FOUND             VALUE "Y".

      * THE TEAM IS KEYED AS ONE DEPARTMENT CODE, OR AS A
      * SUPERVISOR NAME THAT MAY HEAD SEVERAL DEPARTMENTS.
         01 SEL-DEPT   PIC X(04).
         01 SEL-SUPV   PIC X(20).
         01 TEAM-LABEL PIC X(20).
         01 SD-CNT     PIC 9(02) VALUE ZERO.
         01 SD-MAX     PIC 9(02) VALUE 20.
         01 SD-TAB.
             05 SD-CODE     PIC X(04) OCCURS 20 TIMES.
         01 SDX        PIC 9(02) COMP.
         01 DEPT-HIT-SW PIC X(01) VALUE "N".
             88 DEPT-HIT               VALUE "Y".

      * IN-SERVICE MEMBERS AS OF THE INQUIRY DATE.  THE LIST IS
      * REBUILT WHEN THE DATE CHANGES, SINCE A LEAVE OR LEAVING
      * DATE MAY FALL EITHER SIDE OF IT.
         01 TEAM-CNT   PIC 9(04) VALUE ZERO.
         01 TEAM-MAX   PIC 9(04) VALUE 500.
         01 TEAM-TAB.
             05 TM-ENTRY OCCURS 500 TIMES.
                10 TM-ID       PIC X(06).
                10 TM-NAME     PIC X(20).
                10 TM-DEPT     PIC X(04).
                10 TM-BD       PIC 9(08).
         01 TMX        PIC 9(04) COMP.
         01 BADBD-CNT  PIC 9(04) VALUE ZERO.
         01 FULL-SW    PIC X(01) VALUE "N".
             88 TEAM-FULL              VALUE "Y".

         01 PAGE-SIZE  PIC 9(02) VALUE 10.
         01 PAGE-NO    PIC 9(03) VALUE ZERO.
         01 PAGE-MAX   PIC 9(03) VALUE ZERO.
         01 LINE-NO    PIC 9(02) COMP.
         01 CMD-IN     PIC X(02).
         01 CMD-NUM    PIC 9(02).
         01 DATE-IN    PIC X(08).
         01 DATE-WK    PIC 9(08).
         01 DATE-PARTS REDEFINES DATE-WK.
             05 DATE-YYYY  PIC 9(04).
             05 DATE-MM    PIC 9(02).
             05 DATE-DD    PIC 9(02).
         01 ANS-IN     PIC X(01).

         01 BD-INT     PIC 9(07).
         01 TD-INT     PIC 9(07).
         01 TGT-INT    PIC 9(07).
         01 TGT-DATE   PIC 9(08).
         01 DAYS       PIC 9(05).
         01 P          PIC S9(4).
         01 E          PIC S9(4).
         01 I          PIC S9(4).
         01 CRIT-WK    PIC X(03).
         01 NEXT-DATE  PIC 9(08).
         01 STEP-NO    PIC 9(03) COMP.
      * THE NEXT-CRITICAL LOOK-AHEAD MATCHES THE NIGHTLY PROJECTION.
         01 NEXT-HORIZON PIC 9(03) VALUE 60.
         01 OUTLOOK-DAYS PIC 9(02) VALUE 14.

         01 CAL-EOF-SW PIC X(01) VALUE "N".
             88 AT-CAL-EOF             VALUE "Y".
         01 CAL-CNT    PIC 9(04) VALUE ZERO.
         01 CAL-MAX    PIC 9(04) VALUE 750.
         01 CAL-TAB.
             05 CL-ENTRY OCCURS 750 TIMES.
                10 CL-DATE     PIC 9(08).
                10 CL-TYPE     PIC X(01).
         01 CLX        PIC 9(04) COMP.
         01 WORK-DATE  PIC 9(08).
         01 WORK-INT   PIC 9(07).
         01 WD-NO      PIC 9(01).
         01 WORK-DAY-SW PIC X(01).
             88 WORK-DAY               VALUE "Y".
             88 CLOSED-DAY             VALUE "N".
         01 CAL-TYPE-WK PIC X(01).

         01 BAR-TEMPLATE PIC X(41) VALUE
             "........................................".
         01 BAR-TXT    PIC X(41).
         01 BAR-VAL    PIC S9(04).
         01 BAR-POS    PIC 9(02).
         01 BAR-CHAR   PIC X(01).

         01 TEAM-HEAD.
             05 FILLER      PIC X(35) VALUE
                "NO EMPID  NAME                    P".
             05 FILLER      PIC X(25) VALUE
                "    E    I  CRT  NEXTCRIT".
         01 TEAM-LINE.
             05 TL-NO       PIC Z9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 TL-ID       PIC X(06).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 TL-NAME     PIC X(20).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 TL-P        PIC +ZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 TL-E        PIC +ZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 TL-I        PIC +ZZ9.
             05 FILLER      PIC X(02) VALUE SPACES.
             05 TL-CRIT     PIC X(03).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 TL-NEXT     PIC X(08).
         01 OUTLOOK-HEAD.
             05 FILLER      PIC X(30) VALUE
                "DATE     T    P    E    I CRT ".
             05 FILLER      PIC X(04) VALUE "-100".
             05 FILLER      PIC X(16) VALUE SPACES.
             05 FILLER      PIC X(01) VALUE "0".
             05 FILLER      PIC X(16) VALUE SPACES.
             05 FILLER      PIC X(04) VALUE "+100".
         01 OUTLOOK-LINE.
             05 OL-DATE     PIC 9(08).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 OL-TYP      PIC X(01).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 OL-P        PIC +ZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 OL-E        PIC +ZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 OL-I        PIC +ZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 OL-CRIT     PIC X(03).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 OL-BAR      PIC X(41).

         PROCEDURE DIVISION.

         0000-MAINLINE.
             PERFORM 1000-INITIALIZE THRU 1000-EXIT.
             PERFORM 2000-SESSION THRU 2000-EXIT
                 UNTIL SESSION-QUIT.
             PERFORM 9000-TERMINATE THRU 9000-EXIT.
             STOP RUN.

         1000-INITIALIZE.
             DISPLAY "BIOTEAM - チーム状況照会".
             ACCEPT TD FROM DATE YYYYMMDD.
             PERFORM 1100-READ-PARM THRU 1100-EXIT.
             OPEN INPUT EMPMAST.
             IF EMPMAST-ST NOT = "00"
                 DISPLAY "*** EMPMASTが見つかりません"
                 SET SESSION-QUIT TO TRUE
                 GO TO 1000-EXIT
             END-IF.
             SET EMP-IS-OPEN TO TRUE.
             OPEN INPUT DPTMAST.
             IF DPTMAST-ST NOT = "00"
                 DISPLAY "*** DPTMASTが見つかりません"
                 SET SESSION-QUIT TO TRUE
                 GO TO 1000-EXIT
             END-IF.
             SET DPT-IS-OPEN TO TRUE.
             PERFORM 8200-LOAD-CALENDAR THRU 8200-EXIT.
      * READ-ONLY, SO ANY SIGNED-ON OPERATOR MAY USE IT - THE SAME
      * INQUIRY LEVEL AS A SINGLE LOOKUP IN BIO30.
             PERFORM 1500-SIGN-ON THRU 1500-EXIT.
             IF NOT SIGNED-ON
                 SET SESSION-QUIT TO TRUE
             END-IF.
         1000-EXIT.
             EXIT.

         1100-READ-PARM.
             OPEN INPUT PARMFILE.
             IF PARMFILE-ST NOT = "00"
                 GO TO 1100-EXIT
             END-IF.
             READ PARMFILE
                 AT END
                     CLOSE PARMFILE
                     GO TO 1100-EXIT
             END-READ.
             IF PARM-CRIT IS NUMERIC AND PARM-CRIT NOT = "0000"
                 MOVE PARM-CRIT TO CRIT-BAND
             END-IF.
             CLOSE PARMFILE.
         1100-EXIT.
             EXIT.

      * OPERATORS SIGN ON AGAINST BIOOPER.  THREE WRONG PINS IN A
      * ROW LOCK THE ID UNTIL AN ADMINISTRATOR RELEASES IT WITH
      * BIOOMNT, AND EVERY FAILURE GOES TO THE SECURITY LOG.
         1500-SIGN-ON.
             MOVE "N" TO SIGNON-SW.
             MOVE ZERO TO SIGNON-TRY.
             OPEN I-O OPERFILE.
             IF OPERFILE-ST NOT = "00"
                 DISPLAY "*** BIOOPERが開けません: " OPERFILE-ST
                 GO TO 1500-EXIT
             END-IF.
             PERFORM 1550-SIGN-ON-TRY THRU 1550-EXIT
                 UNTIL SIGNED-ON OR SIGNON-TRY >= OPER-FAIL-MAX.
             CLOSE OPERFILE.
         1500-EXIT.
             EXIT.

         1550-SIGN-ON-TRY.
             ADD 1 TO SIGNON-TRY.
             DISPLAY "オペレータID:".
             ACCEPT OPER-IN.
             DISPLAY "暗証番号:".
             ACCEPT PIN-IN.
             MOVE SPACE TO SEC-FUNC-WK.
             MOVE OPER-IN TO OPR-ID.
             READ OPERFILE
                 INVALID KEY
                     MOVE "U" TO SEC-EVENT-WK
                     PERFORM 1580-LOG-SECURITY THRU 1580-EXIT
                     DISPLAY "*** IDまたは暗証番号が不正"
                     GO TO 1550-EXIT
             END-READ.
             IF OPR-LOCKED
                 MOVE "L" TO SEC-EVENT-WK
                 PERFORM 1580-LOG-SECURITY THRU 1580-EXIT
                 DISPLAY "*** IDはロック中です"
                 MOVE OPER-FAIL-MAX TO SIGNON-TRY
                 GO TO 1550-EXIT
             END-IF.
             IF PIN-IN NOT = OPR-PIN
                 ADD 1 TO OPR-FAIL-CNT
                 IF OPR-FAIL-CNT >= OPER-FAIL-MAX
                     SET OPR-LOCKED TO TRUE
                     MOVE "K" TO SEC-EVENT-WK
                     DISPLAY "*** IDをロックしました"
                     MOVE OPER-FAIL-MAX TO SIGNON-TRY
                 ELSE
                     MOVE "F" TO SEC-EVENT-WK
                     DISPLAY "*** IDまたは暗証番号が不正"
                 END-IF
                 REWRITE OPER-RECORD
                 PERFORM 1580-LOG-SECURITY THRU 1580-EXIT
                 IF OPERFILE-ST NOT = "00"
                     DISPLAY "*** BIOOPER書込エラー: " OPERFILE-ST
                     MOVE OPER-FAIL-MAX TO SIGNON-TRY
                 END-IF
                 GO TO 1550-EXIT
             END-IF.
             MOVE ZERO TO OPR-FAIL-CNT.
             MOVE FUNCTION CURRENT-DATE (1:8) TO OPR-LAST-DATE.
             REWRITE OPER-RECORD.
             IF OPERFILE-ST NOT = "00"
                 DISPLAY "*** BIOOPER書込エラー: " OPERFILE-ST
                 MOVE OPER-FAIL-MAX TO SIGNON-TRY
                 GO TO 1550-EXIT
             END-IF.
             MOVE OPR-ID TO SIGNON-ID.
             MOVE OPR-LEVEL TO SIGNON-LEVEL.
             SET SIGNED-ON TO TRUE.
             DISPLAY "サインオン: " OPR-ID " " OPR-NAME.
         1550-EXIT.
             EXIT.

      * THE LOG IS OPENED PER EVENT SO A CONSOLE SESSION LEFT
      * STANDING DOES NOT HOLD IT.
         1580-LOG-SECURITY.
             OPEN EXTEND SECLOG.
             IF SECLOG-ST = "35"
                 OPEN OUTPUT SECLOG
             END-IF.
             IF SECLOG-ST NOT = "00"
                 DISPLAY "*** BIOSECLが開けません: " SECLOG-ST
                 GO TO 1580-EXIT
             END-IF.
             MOVE FUNCTION CURRENT-DATE (1:14) TO SEC-TS.
             MOVE "BIOTEAM" TO SEC-PGM.
             MOVE OPER-IN TO SEC-OPER.
             MOVE SEC-EVENT-WK TO SEC-EVENT.
             MOVE SEC-FUNC-WK TO SEC-FUNC.
             MOVE SPACES TO SEC-TARGET.
             WRITE SECLOG-RECORD.
             CLOSE SECLOG.
         1580-EXIT.
             EXIT.

      * ONE TEAM PER PASS - PICK IT, THEN BROWSE UNTIL THE
      * SUPERVISOR ASKS FOR ANOTHER TEAM OR ENDS.
         2000-SESSION.
             PERFORM 2100-SELECT-TEAM THRU 2100-EXIT.
             IF SESSION-QUIT OR SD-CNT = ZERO
                 GO TO 2000-EXIT
             END-IF.
             PERFORM 2500-LOAD-TEAM THRU 2500-EXIT.
             MOVE "N" TO BROWSE-SW.
             PERFORM 3000-BROWSE THRU 3000-EXIT
                 UNTIL BROWSE-DONE OR SESSION-QUIT.
         2000-EXIT.
             EXIT.

         2100-SELECT-TEAM.
             MOVE ZERO TO SD-CNT.
             MOVE SPACES TO SEL-SUPV.
             DISPLAY "部門コード(監督者名で指定=空白):".
             ACCEPT SEL-DEPT.
             IF SEL-DEPT NOT = SPACES
                 PERFORM 2200-FIND-DEPT THRU 2200-EXIT
                 GO TO 2100-EXIT
             END-IF.
             DISPLAY "監督者名(終了=空白):".
             ACCEPT SEL-SUPV.
             IF SEL-SUPV = SPACES
                 SET SESSION-QUIT TO TRUE
                 GO TO 2100-EXIT
             END-IF.
             PERFORM 2300-FIND-SUPV THRU 2300-EXIT.
         2100-EXIT.
             EXIT.

         2200-FIND-DEPT.
             MOVE SEL-DEPT TO DPT-CODE.
             READ DPTMAST
                 INVALID KEY
                     DISPLAY "*** 部門が見つかりません: "
                         SEL-DEPT
                     GO TO 2200-EXIT
             END-READ.
             MOVE 1 TO SD-CNT.
             MOVE DPT-CODE TO SD-CODE (1).
             MOVE DPT-NAME TO TEAM-LABEL.
         2200-EXIT.
             EXIT.

      * THE SUPERVISOR NAME IS MATCHED AS HELD ON THE DEPARTMENT
      * MASTER, THE ONE AUTHORITATIVE SPELLING.
         2300-FIND-SUPV.
             CLOSE DPTMAST.
             OPEN INPUT DPTMAST.
             IF DPTMAST-ST NOT = "00"
                 DISPLAY "*** DPTMASTが開けません: " DPTMAST-ST
                 MOVE "N" TO DPT-OPEN-SW
                 SET SESSION-QUIT TO TRUE
                 GO TO 2300-EXIT
             END-IF.
             MOVE "N" TO DPT-EOF-SW.
             PERFORM 2350-SCAN-DEPT THRU 2350-EXIT
                 UNTIL AT-DPT-EOF.
             IF SD-CNT = ZERO
                 DISPLAY "*** 監督者の部門がありません: "
                     SEL-SUPV
             END-IF.
             MOVE SEL-SUPV TO TEAM-LABEL.
         2300-EXIT.
             EXIT.

         2350-SCAN-DEPT.
             READ DPTMAST NEXT
                 AT END
                     SET AT-DPT-EOF TO TRUE
                     GO TO 2350-EXIT
             END-READ.
             IF DPTMAST-ST NOT = "00"
                 DISPLAY "*** DPTMAST読取エラー: " DPTMAST-ST
                 SET AT-DPT-EOF TO TRUE
                 GO TO 2350-EXIT
             END-IF.
             IF DPT-SUPV NOT = SEL-SUPV
                 GO TO 2350-EXIT
             END-IF.
             IF SD-CNT >= SD-MAX
                 DISPLAY "*** 部門数が上限超過"
                 SET AT-DPT-EOF TO TRUE
                 GO TO 2350-EXIT
             END-IF.
             ADD 1 TO SD-CNT.
             MOVE DPT-CODE TO SD-CODE (SD-CNT).
         2350-EXIT.
             EXIT.

      * THE MASTER IS PASSED FROM THE TOP EACH TIME, SO THE LIST
      * ALWAYS REFLECTS THE LATEST MAINTENANCE.
         2500-LOAD-TEAM.
             MOVE ZERO TO TEAM-CNT.
             MOVE ZERO TO BADBD-CNT.
             MOVE "N" TO FULL-SW.
             CLOSE EMPMAST.
             OPEN INPUT EMPMAST.
             IF EMPMAST-ST NOT = "00"
                 DISPLAY "*** EMPMASTが開けません: " EMPMAST-ST
                 MOVE "N" TO EMP-OPEN-SW
                 SET SESSION-QUIT TO TRUE
                 GO TO 2500-EXIT
             END-IF.
             MOVE "N" TO EMP-EOF-SW.
             PERFORM 2550-SCAN-EMPLOYEE THRU 2550-EXIT
                 UNTIL AT-EMP-EOF.
             MOVE 1 TO PAGE-NO.
             COMPUTE PAGE-MAX = (TEAM-CNT + PAGE-SIZE - 1) / PAGE-SIZE.
             IF PAGE-MAX = ZERO
                 MOVE 1 TO PAGE-MAX
             END-IF.
             IF TEAM-FULL
                 DISPLAY "*** 人数が上限超過 表示="
                     TEAM-MAX
             END-IF.
             IF BADBD-CNT > ZERO
                 DISPLAY "誕生日不正で除外: "
                     BADBD-CNT
             END-IF.
         2500-EXIT.
             EXIT.

         2550-SCAN-EMPLOYEE.
             READ EMPMAST NEXT
                 AT END
                     SET AT-EMP-EOF TO TRUE
                     GO TO 2550-EXIT
             END-READ.
             IF EMPMAST-ST NOT = "00"
                 DISPLAY "*** EMPMAST読取エラー: " EMPMAST-ST
                 SET AT-EMP-EOF TO TRUE
                 GO TO 2550-EXIT
             END-IF.
             MOVE "N" TO DEPT-HIT-SW.
             PERFORM 2570-MATCH-DEPT THRU 2570-EXIT
                 VARYING SDX FROM 1 BY 1
                 UNTIL SDX > SD-CNT OR DEPT-HIT.
             IF NOT DEPT-HIT
                 GO TO 2550-EXIT
             END-IF.
             PERFORM 8500-CHECK-STATUS THRU 8500-EXIT.
             IF EMP-INACTIVE
                 GO TO 2550-EXIT
             END-IF.
             MOVE EMP-BD TO BD.
             PERFORM 8000-VALIDATE-BD THRU 8000-EXIT.
             IF BD-INVALID
                 ADD 1 TO BADBD-CNT
                 GO TO 2550-EXIT
             END-IF.
             IF TEAM-CNT >= TEAM-MAX
                 SET TEAM-FULL TO TRUE
                 SET AT-EMP-EOF TO TRUE
                 GO TO 2550-EXIT
             END-IF.
             ADD 1 TO TEAM-CNT.
             MOVE EMP-ID TO TM-ID (TEAM-CNT).
             MOVE EMP-NAME TO TM-NAME (TEAM-CNT).
             MOVE EMP-DEPT TO TM-DEPT (TEAM-CNT).
             MOVE EMP-BD TO TM-BD (TEAM-CNT).
         2550-EXIT.
             EXIT.

         2570-MATCH-DEPT.
             IF EMP-DEPT = SD-CODE (SDX)
                 SET DEPT-HIT TO TRUE
             END-IF.
         2570-EXIT.
             EXIT.

      * ONE SCREEN PAGE AND ONE COMMAND PER PASS.
         3000-BROWSE.
             PERFORM 3100-SHOW-PAGE THRU 3100-EXIT.
             DISPLAY "N=次頁 B=前頁 D=基準日変更".
             DISPLAY "番号=14日予測 T=チーム変更 Q=終了:".
             MOVE SPACES TO CMD-IN.
             ACCEPT CMD-IN.
             INSPECT CMD-IN CONVERTING "nbdtq" TO "NBDTQ".
             EVALUATE CMD-IN
                 WHEN "N "
                     IF PAGE-NO < PAGE-MAX
                         ADD 1 TO PAGE-NO
                     ELSE
                         DISPLAY "最終ページです"
                     END-IF
                 WHEN "B "
                     IF PAGE-NO > 1
                         SUBTRACT 1 FROM PAGE-NO
                     ELSE
                         DISPLAY "先頭ページです"
                     END-IF
                 WHEN "D "
                     PERFORM 3500-CHANGE-DATE THRU 3500-EXIT
                 WHEN "T "
                     SET BROWSE-DONE TO TRUE
                 WHEN "Q "
                     SET BROWSE-DONE TO TRUE
                     SET SESSION-QUIT TO TRUE
                 WHEN OTHER
                     PERFORM 3600-SELECT-LINE THRU 3600-EXIT
             END-EVALUATE.
         3000-EXIT.
             EXIT.

         3100-SHOW-PAGE.
             DISPLAY " ".
             DISPLAY "チーム: " TEAM-LABEL " 基準日=" TD.
             DISPLAY "ページ " PAGE-NO "/" PAGE-MAX
                 "  在籍=" TEAM-CNT "  要注意幅=" CRIT-BAND.
             IF TEAM-CNT = ZERO
                 DISPLAY "在籍者がいません"
                 GO TO 3100-EXIT
             END-IF.
             DISPLAY TEAM-HEAD.
             COMPUTE TD-INT = FUNCTION INTEGER-OF-DATE(TD).
             PERFORM 3200-SHOW-LINE THRU 3200-EXIT
                 VARYING LINE-NO FROM 1 BY 1
                 UNTIL LINE-NO > PAGE-SIZE.
         3100-EXIT.
             EXIT.

         3200-SHOW-LINE.
             COMPUTE TMX = (PAGE-NO - 1) * PAGE-SIZE + LINE-NO.
             IF TMX > TEAM-CNT
                 GO TO 3200-EXIT
             END-IF.
             MOVE TM-BD (TMX) TO BD.
             COMPUTE BD-INT = FUNCTION INTEGER-OF-DATE(BD).
             MOVE TD-INT TO TGT-INT.
             PERFORM 8400-COMPUTE-DAY THRU 8400-EXIT.
             MOVE LINE-NO TO TL-NO.
             MOVE TM-ID (TMX) TO TL-ID.
             MOVE TM-NAME (TMX) TO TL-NAME.
             MOVE P TO TL-P.
             MOVE E TO TL-E.
             MOVE I TO TL-I.
             MOVE CRIT-WK TO TL-CRIT.
             PERFORM 3300-FIND-NEXT-CRIT THRU 3300-EXIT.
             IF NEXT-FOUND
                 MOVE NEXT-DATE TO TL-NEXT
             ELSE
                 MOVE "--------" TO TL-NEXT
             END-IF.
             DISPLAY TEAM-LINE.
         3200-EXIT.
             EXIT.

      * THE NEXT WORKING DAY AFTER THE INQUIRY DATE WITH ANY OF
      * P, E OR I IN THE CRITICAL BAND.  CLOSURE DAYS ARE PASSED
      * OVER - A CRITICAL DAY SPENT AT HOME NEEDS NO COVER.
         3300-FIND-NEXT-CRIT.
             MOVE "N" TO NEXT-FOUND-SW.
             PERFORM 3350-STEP-DAY THRU 3350-EXIT
                 VARYING STEP-NO FROM 1 BY 1
                 UNTIL STEP-NO > NEXT-HORIZON OR NEXT-FOUND.
         3300-EXIT.
             EXIT.

         3350-STEP-DAY.
             COMPUTE TGT-INT = TD-INT + STEP-NO.
             PERFORM 8400-COMPUTE-DAY THRU 8400-EXIT.
             IF CRIT-WK = SPACES
                 GO TO 3350-EXIT
             END-IF.
             MOVE TGT-INT TO WORK-INT.
             MOVE TGT-DATE TO WORK-DATE.
             PERFORM 8300-CHECK-WORKDAY THRU 8300-EXIT.
             IF WORK-DAY
                 SET NEXT-FOUND TO TRUE
                 MOVE TGT-DATE TO NEXT-DATE
             END-IF.
         3350-EXIT.
             EXIT.

         3500-CHANGE-DATE.
             DISPLAY "基準日(YYYYMMDD):".
             ACCEPT DATE-IN.
             IF DATE-IN NOT NUMERIC
                 DISPLAY "*** 基準日が不正です: " DATE-IN
                 GO TO 3500-EXIT
             END-IF.
             MOVE DATE-IN TO DATE-WK.
             IF DATE-YYYY < 1900 OR DATE-MM < 1 OR DATE-MM > 12
                 DISPLAY "*** 基準日が不正です: " DATE-IN
                 GO TO 3500-EXIT
             END-IF.
             MOVE DATE-YYYY TO LY-YEAR.
             PERFORM 8100-CHECK-LEAP THRU 8100-EXIT.
             MOVE MO-MAX (DATE-MM) TO MAX-DD.
             IF DATE-MM = 02 AND LEAP-YEAR
                 MOVE 29 TO MAX-DD
             END-IF.
             IF DATE-DD < 1 OR DATE-DD > MAX-DD
                 DISPLAY "*** 基準日が不正です: " DATE-IN
                 GO TO 3500-EXIT
             END-IF.
             MOVE DATE-WK TO TD.
             PERFORM 2500-LOAD-TEAM THRU 2500-EXIT.
         3500-EXIT.
             EXIT.

         3600-SELECT-LINE.
             MOVE ZERO TO CMD-NUM.
             IF CMD-IN (1:1) IS NUMERIC AND CMD-IN (2:1) = SPACE
                 MOVE CMD-IN (1:1) TO CMD-NUM
             ELSE
                 IF CMD-IN IS NUMERIC
                     MOVE CMD-IN TO CMD-NUM
                 END-IF
             END-IF.
             IF CMD-NUM < 1 OR CMD-NUM > PAGE-SIZE
                 DISPLAY "*** 指定が不正です: " CMD-IN
                 GO TO 3600-EXIT
             END-IF.
             COMPUTE TMX = (PAGE-NO - 1) * PAGE-SIZE + CMD-NUM.
             IF TMX > TEAM-CNT
                 DISPLAY "*** 指定が不正です: " CMD-IN
                 GO TO 3600-EXIT
             END-IF.
             PERFORM 4000-OUTLOOK THRU 4000-EXIT.
         3600-EXIT.
             EXIT.

      * FOURTEEN DAYS FROM THE INQUIRY DATE, MARKED THE SAME WAY
      * AS THE MONTHLY CALENDAR PRINT.
         4000-OUTLOOK.
             DISPLAY " ".
             DISPLAY "14日予測: " TM-ID (TMX) " " TM-NAME (TMX)
                 " 部門=" TM-DEPT (TMX).
             DISPLAY OUTLOOK-HEAD.
             MOVE TM-BD (TMX) TO BD.
             COMPUTE BD-INT = FUNCTION INTEGER-OF-DATE(BD).
             COMPUTE TD-INT = FUNCTION INTEGER-OF-DATE(TD).
             PERFORM 4100-OUTLOOK-DAY THRU 4100-EXIT
                 VARYING STEP-NO FROM 0 BY 1
                 UNTIL STEP-NO >= OUTLOOK-DAYS.
             DISPLAY "Enterで一覧へ戻る:".
             ACCEPT ANS-IN.
         4000-EXIT.
             EXIT.

         4100-OUTLOOK-DAY.
             COMPUTE TGT-INT = TD-INT + STEP-NO.
             PERFORM 8400-COMPUTE-DAY THRU 8400-EXIT.
             MOVE TGT-INT TO WORK-INT.
             MOVE TGT-DATE TO WORK-DATE.
             PERFORM 8300-CHECK-WORKDAY THRU 8300-EXIT.
             IF WORK-DAY
                 MOVE SPACE TO OL-TYP
             ELSE
                 IF CAL-TYPE-WK = SPACE
                     MOVE "E" TO OL-TYP
                 ELSE
                     MOVE CAL-TYPE-WK TO OL-TYP
                 END-IF
             END-IF.
             MOVE TGT-DATE TO OL-DATE.
             MOVE P TO OL-P.
             MOVE E TO OL-E.
             MOVE I TO OL-I.
             MOVE CRIT-WK TO OL-CRIT.
             PERFORM 4200-RENDER-BAR THRU 4200-EXIT.
             MOVE BAR-TXT TO OL-BAR.
             DISPLAY OUTLOOK-LINE.
         4100-EXIT.
             EXIT.

      * ALL THREE CYCLES SHARE ONE SCALE LINE - EACH LETTER SITS AT
      * ITS OWN VALUE AND A COLLISION PRINTS AS AN ASTERISK.
         4200-RENDER-BAR.
             MOVE BAR-TEMPLATE TO BAR-TXT.
             MOVE "|" TO BAR-TXT (21:1).
             MOVE P TO BAR-VAL.
             MOVE "P" TO BAR-CHAR.
             PERFORM 4250-PLOT-CYCLE THRU 4250-EXIT.
             MOVE E TO BAR-VAL.
             MOVE "E" TO BAR-CHAR.
             PERFORM 4250-PLOT-CYCLE THRU 4250-EXIT.
             MOVE I TO BAR-VAL.
             MOVE "I" TO BAR-CHAR.
             PERFORM 4250-PLOT-CYCLE THRU 4250-EXIT.
         4200-EXIT.
             EXIT.

         4250-PLOT-CYCLE.
             COMPUTE BAR-POS = ((BAR-VAL + 100) * 40 / 200) + 1.
             IF BAR-POS < 1
                 MOVE 1 TO BAR-POS
             END-IF.
             IF BAR-POS > 41
                 MOVE 41 TO BAR-POS
             END-IF.
             IF BAR-TXT (BAR-POS:1) = "." OR
                BAR-TXT (BAR-POS:1) = "|"
                 MOVE BAR-CHAR TO BAR-TXT (BAR-POS:1)
             ELSE
                 MOVE "*" TO BAR-TXT (BAR-POS:1)
             END-IF.
         4250-EXIT.
             EXIT.

         8000-VALIDATE-BD.
             SET BD-VALID TO TRUE.
             IF BD NOT NUMERIC
                 GO TO 8090-REJECT-BD
             END-IF.
             IF BD-MM < 1 OR BD-MM > 12
                 GO TO 8090-REJECT-BD
             END-IF.
             MOVE BD-YYYY TO LY-YEAR.
             PERFORM 8100-CHECK-LEAP THRU 8100-EXIT.
             MOVE MO-MAX (BD-MM) TO MAX-DD.
             IF BD-MM = 02 AND LEAP-YEAR
                 MOVE 29 TO MAX-DD
             END-IF.
             IF BD-DD < 1 OR BD-DD > MAX-DD
                 GO TO 8090-REJECT-BD
             END-IF.
             IF BD > TD
                 GO TO 8090-REJECT-BD
             END-IF.
             GO TO 8000-EXIT.
         8090-REJECT-BD.
             SET BD-INVALID TO TRUE.
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

      * THE COMPANY CALENDAR IS A MAINTAINED FILE BECAUSE SHUTDOWN
      * WEEKS DIFFER BY YEAR.  DATES WITHOUT AN ENTRY FALL BACK TO
      * THE WEEKDAY RULE, SO ONLY HOLIDAYS, SHUTDOWNS AND WORKED
      * WEEKENDS NEED A LINE.
         8200-LOAD-CALENDAR.
             OPEN INPUT CALFILE.
             IF CALFILE-ST NOT = "00"
                 DISPLAY "BIOCALFなし 曜日判定のみ"
                 GO TO 8200-EXIT
             END-IF.
             PERFORM 8250-LOAD-CAL-ONE THRU 8250-EXIT
                 UNTIL AT-CAL-EOF.
             CLOSE CALFILE.
         8200-EXIT.
             EXIT.

         8250-LOAD-CAL-ONE.
             READ CALFILE
                 AT END
                     SET AT-CAL-EOF TO TRUE
                     GO TO 8250-EXIT
             END-READ.
             IF CALFILE-ST NOT = "00" AND CALFILE-ST NOT = "10"
                 DISPLAY "*** BIOCALF読取エラー: " CALFILE-ST
                 SET AT-CAL-EOF TO TRUE
                 GO TO 8250-EXIT
             END-IF.
             IF CAL-DATE NOT NUMERIC
                 GO TO 8250-EXIT
             END-IF.
             IF CAL-CNT >= CAL-MAX
                 DISPLAY "*** カレンダー件数が上限超過"
                 SET AT-CAL-EOF TO TRUE
                 GO TO 8250-EXIT
             END-IF.
             ADD 1 TO CAL-CNT.
             MOVE CAL-DATE TO CL-DATE (CAL-CNT).
             MOVE CAL-TYPE TO CL-TYPE (CAL-CNT).
         8250-EXIT.
             EXIT.

      * DAY 1 OF THE DATE INTEGER WAS A MONDAY, SO REMAINDERS 6 AND
      * 0 ARE SATURDAY AND SUNDAY.
         8300-CHECK-WORKDAY.
             SET WORK-DAY TO TRUE.
             MOVE SPACE TO CAL-TYPE-WK.
             IF CAL-CNT > ZERO
                 MOVE 1 TO CLX
                 PERFORM 8350-MATCH-CAL THRU 8350-EXIT
                     UNTIL CLX > CAL-CNT OR CAL-TYPE-WK NOT = SPACE
             END-IF.
             IF CAL-TYPE-WK NOT = SPACE
                 IF CAL-TYPE-WK NOT = "W"
                     SET CLOSED-DAY TO TRUE
                 END-IF
                 GO TO 8300-EXIT
             END-IF.
             COMPUTE WD-NO = FUNCTION MOD(WORK-INT 7).
             IF WD-NO = 6 OR WD-NO = 0
                 SET CLOSED-DAY TO TRUE
             END-IF.
         8300-EXIT.
             EXIT.

         8350-MATCH-CAL.
             IF CL-DATE (CLX) = WORK-DATE
                 MOVE CL-TYPE (CLX) TO CAL-TYPE-WK
             END-IF.
             ADD 1 TO CLX.
         8350-EXIT.
             EXIT.

      * P, E AND I FOR THE DAY AT TGT-INT, WITH THE CRITICAL
      * LETTERS IN THEIR OWN COLUMNS AS ON THE CALENDAR PRINT.
         8400-COMPUTE-DAY.
             COMPUTE TGT-DATE = FUNCTION DATE-OF-INTEGER(TGT-INT).
             COMPUTE DAYS = TGT-INT - BD-INT.
             COMPUTE P = FUNCTION MOD(DAYS 23) * 200 / 23 - 100.
             COMPUTE E = FUNCTION MOD(DAYS 28) * 200 / 28 - 100.
             COMPUTE I = FUNCTION MOD(DAYS 33) * 200 / 33 - 100.
             MOVE SPACES TO CRIT-WK.
             IF FUNCTION ABS(P) <= CRIT-BAND
                 MOVE "P" TO CRIT-WK (1:1)
             END-IF.
             IF FUNCTION ABS(E) <= CRIT-BAND
                 MOVE "E" TO CRIT-WK (2:1)
             END-IF.
             IF FUNCTION ABS(I) <= CRIT-BAND
                 MOVE "I" TO CRIT-WK (3:1)
             END-IF.
         8400-EXIT.
             EXIT.

      * A LEAVE OR TERMINATION TAKES HOLD ON ITS EFFECTIVE DATE -
      * UNTIL THEN THE EMPLOYEE IS STILL IN SERVICE.  BLANK STATUS
      * ON RECORDS FROM BEFORE THE FIELD EXISTED MEANS ACTIVE.
         8500-CHECK-STATUS.
             SET EMP-IN-SERVICE TO TRUE.
             IF EMP-STAT = "L" OR EMP-STAT = "T"
                 IF EMP-STAT-DATE IS NUMERIC AND EMP-STAT-DATE > TD
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
             IF DPT-IS-OPEN
                 CLOSE DPTMAST
             END-IF.
             DISPLAY "BIOTEAM 終了".
         9000-EXIT.
             EXIT.
