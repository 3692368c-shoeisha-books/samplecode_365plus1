             SELECT PARMFILE ASSIGN TO "BIOPARM"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PARMFILE-ST.
             SELECT PRJFILE ASSIGN TO "BIOPRJF"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PRJ-KEY
                 FILE STATUS IS PRJFILE-ST.
             SELECT DPTMAST ASSIGN TO "DPTMAST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DPT-CODE
                 FILE STATUS IS DPTMAST-ST.
             SELECT JOBSTAT ASSIGN TO "BIOJSTS"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JOBSTAT-ST.
         DATA DIVISION.
         FILE SECTION.
         FD  EMPMAST.
         01  ARPT-RECORD                 PIC X(80).
         FD  PARMFILE.
         COPY BIOPARM.
         FD  PRJFILE.
         COPY PRJREC.
         FD  DPTMAST.
         COPY DEPREC.
         FD  JOBSTAT.
         COPY JSTREC.
         WORKING-STORAGE SECTION.
         01 TD         PIC 9(8).

         01 EMPMAST-ST PIC X(02).
         01 ALRTRPT-ST PIC X(02).
         01 PARMFILE-ST PIC X(02).
         01 PRJFILE-ST PIC X(02).
         01 PRJ-OPEN-SW PIC X(01) VALUE "N".
             88 PRJ-IS-OPEN            VALUE "Y".
         01 DPTMAST-ST PIC X(02).
         01 DPT-OPEN-SW PIC X(01) VALUE "N".
             88 DPT-IS-OPEN            VALUE "Y".
         01 DEPT-SUPV-WK PIC X(20).
         01 MAX-ALRT-DATE PIC 9(08) VALUE ZERO.

         01 LEAP-SW    PIC X(01) VALUE "N".
             88 LEAP-YEAR              VALUE "Y".
         01 LY-YEAR    PIC 9(04).
             05 ASOF-MM    PIC 9(02).
             05 ASOF-DD    PIC 9(02).

         01 PRJ-EOF-SW PIC X(01) VALUE "N".
             88 AT-PRJ-EOF             VALUE "Y".
         01 EMP-OPEN-SW PIC X(01) VALUE "N".
             88 EMP-IS-OPEN            VALUE "Y".
         01 SORT-EOF-SW PIC X(01) VALUE "N".

         01 REC-CNT    PIC 9(06) VALUE ZERO.
         01 SKIP-CNT   PIC 9(06) VALUE ZERO.
         01 ALRT-CNT   PIC 9(06) VALUE ZERO.
         01 DEPT-CNT   PIC 9(06) VALUE ZERO.

         01 BASE-INT   PIC 9(07).
         01 TGT-INT    PIC 9(07).
         01 TGT-DATE   PIC 9(08).
         01 DAY-OFS    PIC 9(02).
         01 NEED-INT   PIC 9(07).
         01 NEED-TO    PIC 9(08).

         01 RUN-ERR-SW PIC X(01) VALUE "N".
             88 RUN-ERRORED            VALUE "Y".

      * ONE EMPLOYEE'S PROJECTED DAYS FROM BIOPROJ.  ENTRY 1 IS THE
      * AS-OF DATE, SO ENTRY N IS N-1 DAYS AHEAD.
         01 CUR-EMP    PIC X(06).
         01 PJ-MAX     PIC 9(03) VALUE 61.
         01 PJ-TAB.
             05 PJ-ENTRY OCCURS 61 TIMES.
                10 PJ-SET      PIC X(01).
                10 PJ-DATE     PIC 9(08).
                10 PJ-P        PIC S9(04).
                10 PJ-E        PIC S9(04).
                10 PJ-I        PIC S9(04).
                10 PJ-P-CRIT   PIC X(01).
                10 PJ-E-CRIT   PIC X(01).
                10 PJ-I-CRIT   PIC X(01).
                10 PJ-WORK     PIC X(01).
         01 DX         PIC 9(03) COMP.
         01 NX         PIC 9(03) COMP.
         01 ND-IX      PIC 9(03) COMP.
         01 NW-STEPS   PIC 9(02).
         01 NW-CRIT    PIC X(01).
         01 ND-CRIT    PIC X(01).
         01 DEFER-SW   PIC X(01).
             88 DEFER-DUE              VALUE "Y".
         01 ALRT-DATE  PIC 9(08).
             05 AT-CNT      PIC 9(06).
             05 FILLER      PIC X(61) VALUE SPACES.

      * NIGHTLY STREAM POSITION - THE STEP POSTS UNDER ITS OWN NAME
      * AND WAITS ON THE STEP WHOSE OUTPUT IT READS.
         01 JOBSTAT-ST PIC X(02).
         01 JOB-STEP   PIC X(08) VALUE "BIOALRT".
         01 PREREQ-STEP PIC X(08) VALUE "BIOPROJ".
         01 BUS-DATE   PIC 9(08).
         01 PREREQ-EVENT PIC X(01) VALUE SPACE.
         01 PREREQ-RC  PIC 9(02) VALUE ZERO.
         01 JS-EVENT-WK PIC X(01) VALUE SPACE.
         01 JS-RC-WK   PIC 9(02) VALUE ZERO.
         01 GATE-SW    PIC X(01) VALUE "Y".
             88 GATE-ON                VALUE "Y".
         01 HELD-SW    PIC X(01) VALUE "N".
             88 STEP-HELD              VALUE "Y".
         01 JST-EOF-SW PIC X(01) VALUE "N".
             88 AT-JST-EOF             VALUE "Y".
         01 JST-ERR-SW PIC X(01) VALUE "N".
             88 JST-POST-FAILED        VALUE "Y".

         PROCEDURE DIVISION.

         0000-MAINLINE.
             PERFORM 8900-START-STEP THRU 8900-EXIT.
             IF STEP-HELD
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
             END-IF.
             PERFORM 1000-INITIALIZE THRU 1000-EXIT.
             IF NOT RUN-ERRORED
                 SORT SORTWK
                     OUTPUT PROCEDURE IS 3000-REPORT THRU 3000-EXIT
             END-IF.
             PERFORM 9000-TERMINATE THRU 9000-EXIT.
             PERFORM 8990-END-STEP THRU 8990-EXIT.
             STOP RUN.

         1000-INITIALIZE.
             DISPLAY "BIOALRT - 要注意日アラート抽出".
      * THE STREAM BUSINESS DATE, NOT THE CLOCK, SO A STEP THAT RUNS
      * PAST MIDNIGHT STILL MATCHES THE PROJECTION BUILT FOR IT.
             MOVE BUS-DATE TO TD.
             PERFORM 1100-READ-PARM THRU 1100-EXIT.
             IF RUN-ERRORED
                 GO TO 1000-EXIT
             END-IF.
             COMPUTE BASE-INT = FUNCTION INTEGER-OF-DATE(TD).
      * THE LAST SCAN DAY PLUS THE LONGEST CLOSURE CARRY-FORWARD.
             COMPUTE NEED-INT = BASE-INT + 37.
             COMPUTE NEED-TO = FUNCTION DATE-OF-INTEGER(NEED-INT).
             PERFORM 8800-OPEN-PROJECTION THRU 8800-EXIT.
             IF RUN-ERRORED
                 GO TO 1000-EXIT
             END-IF.
             OPEN INPUT EMPMAST.
             IF EMPMAST-ST NOT = "00"
                 DISPLAY "*** EMPMASTが見つかりません"
                 SET RUN-ERRORED TO TRUE
                 GO TO 1000-EXIT
             END-IF.
             SET EMP-IS-OPEN TO TRUE.
             OPEN INPUT DPTMAST.
             IF DPTMAST-ST = "00"
                 SET DPT-IS-OPEN TO TRUE
             ELSE
                 DISPLAY "DPTMASTなし 部門名なしで出力"
             END-IF.
         1000-EXIT.
             EXIT.

         1150-EXIT.
             EXIT.

      * SCAN EVERY PROJECTED EMPLOYEE SEVEN DAYS AHEAD AND RELEASE
      * ONE ALERT PER CYCLE FLAGGED CRITICAL ON THAT DATE.  STATUS,
      * BIRTH DATE AND CALENDAR WERE SETTLED WHEN BIOPROJ BUILT THE
      * FILE, SO ONLY IN-SERVICE EMPLOYEES ARE ON IT.
         2000-SCAN.
             PERFORM 2100-READ-PROJECTION THRU 2100-EXIT.
             PERFORM 2200-SCAN-EMPLOYEE THRU 2200-EXIT
                 UNTIL AT-PRJ-EOF.
         2000-EXIT.
             EXIT.

         2100-READ-PROJECTION.
             READ PRJFILE NEXT
                 AT END
                     SET AT-PRJ-EOF TO TRUE
             END-READ.
             IF PRJFILE-ST NOT = "00" AND PRJFILE-ST NOT = "10"
                 DISPLAY "*** BIOPRJF読取エラー: " PRJFILE-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-PRJ-EOF TO TRUE
             END-IF.
         2100-EXIT.
             EXIT.

         2150-LOAD-DAY.
             IF PRJ-DAY-OFS < PJ-MAX
                 COMPUTE DX = PRJ-DAY-OFS + 1
                 MOVE "Y" TO PJ-SET (DX)
                 MOVE PRJ-DATE TO PJ-DATE (DX)
                 MOVE PRJ-P TO PJ-P (DX)
                 MOVE PRJ-E TO PJ-E (DX)
                 MOVE PRJ-I TO PJ-I (DX)
                 MOVE PRJ-P-CRIT TO PJ-P-CRIT (DX)
                 MOVE PRJ-E-CRIT TO PJ-E-CRIT (DX)
                 MOVE PRJ-I-CRIT TO PJ-I-CRIT (DX)
                 MOVE PRJ-WORK-DAY TO PJ-WORK (DX)
             END-IF.
             PERFORM 2100-READ-PROJECTION THRU 2100-EXIT.
         2150-EXIT.
             EXIT.

      * NAME AND GROUPING STILL COME FROM THE MASTERS - THE
      * PROJECTION CARRIES NUMBERS, NOT PEOPLE.
         2200-SCAN-EMPLOYEE.
             MOVE PRJ-EMP-ID TO CUR-EMP.
             ADD 1 TO REC-CNT.
             INITIALIZE PJ-TAB.
             PERFORM 2150-LOAD-DAY THRU 2150-EXIT
                 UNTIL AT-PRJ-EOF OR PRJ-EMP-ID NOT = CUR-EMP.
             IF RUN-ERRORED
                 GO TO 2200-EXIT
             END-IF.
             MOVE CUR-EMP TO EMP-ID.
             READ EMPMAST
                 INVALID KEY
                     ADD 1 TO SKIP-CNT
                     DISPLAY "*** 社員が見つかりません: "
                         CUR-EMP
                     GO TO 2200-EXIT
             END-READ.
             PERFORM 8650-FIND-DEPT-SUPV THRU 8650-EXIT.
             PERFORM 2300-SCAN-DAY THRU 2300-EXIT
                 VARYING DAY-OFS FROM 1 BY 1 UNTIL DAY-OFS > 7.
         2200-EXIT.
             EXIT.

      * ON A CLOSURE IS CARRIED TO THE NEXT WORKING DAY - THE DAY
      * THE EMPLOYEE IS ACTUALLY EXPOSED - AND MARKED WITH "*".
         2300-SCAN-DAY.
             COMPUTE DX = DAY-OFS + 1.
             IF PJ-SET (DX) NOT = "Y"
                 GO TO 2300-EXIT
             END-IF.
             MOVE PJ-DATE (DX) TO TGT-DATE.
             IF PJ-WORK (DX) = "N"
                 PERFORM 2350-DEFER-ALERTS THRU 2350-EXIT
                 GO TO 2300-EXIT
             END-IF.
             MOVE TGT-DATE TO ALRT-DATE.
             IF PJ-P-CRIT (DX) = "Y"
                 MOVE "P " TO SW-CYC
                 MOVE PJ-P (DX) TO SW-VAL
                 PERFORM 2400-RELEASE-ALERT THRU 2400-EXIT
             END-IF.
             IF PJ-E-CRIT (DX) = "Y"
                 MOVE "E " TO SW-CYC
                 MOVE PJ-E (DX) TO SW-VAL
                 PERFORM 2400-RELEASE-ALERT THRU 2400-EXIT
             END-IF.
             IF PJ-I-CRIT (DX) = "Y"
                 MOVE "I " TO SW-CYC
                 MOVE PJ-I (DX) TO SW-VAL
                 PERFORM 2400-RELEASE-ALERT THRU 2400-EXIT
             END-IF.
         2300-EXIT.
      * THE HAND-OFF TARGET IS NEVER SCANNED, SO THE LAST SCANNED
      * DAY RELEASES IT ITSELF.
         2350-DEFER-ALERTS.
             IF PJ-P-CRIT (DX) NOT = "Y" AND
                PJ-E-CRIT (DX) NOT = "Y" AND
                PJ-I-CRIT (DX) NOT = "Y"
                 GO TO 2350-EXIT
             END-IF.
             PERFORM 8400-NEXT-WORKDAY THRU 8400-EXIT.
             COMPUTE ND-IX = DX + 1.
             MOVE PJ-DATE (NX) TO ALRT-DATE.
             IF PJ-P-CRIT (DX) = "Y"
                 MOVE PJ-P-CRIT (NX) TO NW-CRIT
                 MOVE PJ-P-CRIT (ND-IX) TO ND-CRIT
                 PERFORM 2370-JUDGE-DEFER THRU 2370-EXIT
                 IF DEFER-DUE
                     MOVE "P*" TO SW-CYC
                     MOVE PJ-P (DX) TO SW-VAL
                     PERFORM 2400-RELEASE-ALERT THRU 2400-EXIT
                 END-IF
             END-IF.
             IF PJ-E-CRIT (DX) = "Y"
                 MOVE PJ-E-CRIT (NX) TO NW-CRIT
                 MOVE PJ-E-CRIT (ND-IX) TO ND-CRIT
                 PERFORM 2370-JUDGE-DEFER THRU 2370-EXIT
                 IF DEFER-DUE
                     MOVE "E*" TO SW-CYC
                     MOVE PJ-E (DX) TO SW-VAL
                     PERFORM 2400-RELEASE-ALERT THRU 2400-EXIT
                 END-IF
             END-IF.
             IF PJ-I-CRIT (DX) = "Y"
                 MOVE PJ-I-CRIT (NX) TO NW-CRIT
                 MOVE PJ-I-CRIT (ND-IX) TO ND-CRIT
                 PERFORM 2370-JUDGE-DEFER THRU 2370-EXIT
                 IF DEFER-DUE
                     MOVE "I*" TO SW-CYC
                     MOVE PJ-I (DX) TO SW-VAL
                     PERFORM 2400-RELEASE-ALERT THRU 2400-EXIT
                 END-IF
             END-IF.
         2350-EXIT.
             EXIT.

      * NW-CRIT IS THE CYCLE FLAG ON THE NEXT WORKING DAY, ND-CRIT
      * ON THE VERY NEXT CALENDAR DAY.  NO DEFERRAL WHEN THE RETURN
      * DATE ALERTS ON ITS OWN, AND NONE WHEN THE NEXT DAY IS ANOTHER
      * CLOSED DAY STILL IN BAND THAT THE SCAN WILL REACH - THAT
      * DAY CARRIES THE ALERT INSTEAD.
         2370-JUDGE-DEFER.
             SET DEFER-DUE TO TRUE.
             IF NW-CRIT = "Y"
                 MOVE "N" TO DEFER-SW
                 GO TO 2370-EXIT
             END-IF.
             IF NX > DX + 1 AND DAY-OFS < 7 AND ND-CRIT = "Y"
                 MOVE "N" TO DEFER-SW
             END-IF.
         2370-EXIT.
         3300-EXIT.
             EXIT.

         8100-CHECK-LEAP.
             MOVE "N" TO LEAP-SW.
             IF FUNCTION MOD(LY-YEAR 400) = 0
         8100-EXIT.
             EXIT.

      * STEPS FORWARD FROM DX TO THE NEXT WORKING DAY IN THE LOADED
      * PROJECTION.  THE STEP CAP KEEPS A CALENDAR MARKED ALL CLOSED
      * FROM RUNNING OFF THE TABLE.
         8400-NEXT-WORKDAY.
             MOVE DX TO NX.
             MOVE ZERO TO NW-STEPS.
         8410-STEP-WORKDAY.
             ADD 1 TO NX.
             ADD 1 TO NW-STEPS.
             IF PJ-WORK (NX) = "N" AND NW-STEPS < 30 AND NX < PJ-MAX
                 GO TO 8410-STEP-WORKDAY
             END-IF.
         8400-EXIT.
             EXIT.

         8600-FIND-DEPT-NAME.
             MOVE SPACES TO DEPT-NAME-WK.
             IF NOT DPT-IS-OPEN
         8650-EXIT.
             EXIT.

      * THE PROJECTION IS TRUSTED ONLY WHEN IT WAS BUILT FOR THIS
      * SAME AS-OF DATE AND CRITICAL BAND AND REACHES AS FAR AS THE
      * RUN LOOKS.  ANYTHING ELSE IS STALE AND THE RUN STOPS RATHER
      * THAN REPORT THE NUMBERS OF ANOTHER DAY.
         8800-OPEN-PROJECTION.
             OPEN INPUT PRJFILE.
             IF PRJFILE-ST NOT = "00"
                 DISPLAY "*** BIOPRJFが開けません: " PRJFILE-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 8800-EXIT
             END-IF.
             SET PRJ-IS-OPEN TO TRUE.
             MOVE SPACES TO PRJ-KEY.
             READ PRJFILE
                 INVALID KEY
                     DISPLAY "*** BIOPRJF見出しなし"
                     SET RUN-ERRORED TO TRUE
                     GO TO 8800-EXIT
             END-READ.
             IF PRJH-BUILD-DATE NOT = TD
                 DISPLAY "*** BIOPRJFが古い 作成基準日="
                     PRJH-BUILD-DATE
                 SET RUN-ERRORED TO TRUE
                 GO TO 8800-EXIT
             END-IF.
             IF PRJH-CRIT-BAND NOT = CRIT-BAND
                 DISPLAY "*** BIOPRJFの臨界幅不一致: "
                     PRJH-CRIT-BAND
                 SET RUN-ERRORED TO TRUE
                 GO TO 8800-EXIT
             END-IF.
             IF PRJH-TO < NEED-TO
                 DISPLAY "*** BIOPRJFの期間不足: " PRJH-TO
                 SET RUN-ERRORED TO TRUE
                 GO TO 8800-EXIT
             END-IF.
             DISPLAY "予測ファイル: " PRJH-FROM " - " PRJH-TO
                 " 社員=" PRJH-EMP-CNT.
         8800-EXIT.
             EXIT.

      * THE NIGHTLY STREAM IS GATED ON THE JOB STATUS FILE - THE
      * STEP RUNS ONLY WHEN ITS PREREQUISITE ENDED RC 00 FOR THE
      * SAME BUSINESS DATE.  A HELD STEP IS POSTED TOO, SO THE
      * WINDOW SUMMARY SHOWS WHAT DID NOT RUN AND WHY.
         8900-START-STEP.
             PERFORM 8910-READ-JOB-PARM THRU 8910-EXIT.
             IF PREREQ-STEP NOT = SPACES AND GATE-ON
                 PERFORM 8920-CHECK-PREREQ THRU 8920-EXIT
             END-IF.
             IF STEP-HELD
                 DISPLAY "*** 前工程未完了のため保留: "
                     PREREQ-STEP " " PREREQ-EVENT PREREQ-RC
                 MOVE "H" TO JS-EVENT-WK
                 MOVE 8 TO JS-RC-WK
             ELSE
                 MOVE "S" TO JS-EVENT-WK
                 MOVE ZERO TO JS-RC-WK
             END-IF.
             PERFORM 8940-POST-STATUS THRU 8940-EXIT.
         8900-EXIT.
             EXIT.

      * THE BUSINESS DATE IS STAGED IN BIOPARM SO A STREAM THAT
      * RUNS PAST MIDNIGHT STAYS ON ONE DATE; WITHOUT IT THE SYSTEM
      * DATE IS USED.  GATE=N LETS OPERATIONS FORCE A RECOVERY RUN.
         8910-READ-JOB-PARM.
             ACCEPT BUS-DATE FROM DATE YYYYMMDD.
             OPEN INPUT PARMFILE.
             IF PARMFILE-ST NOT = "00"
                 GO TO 8910-EXIT
             END-IF.
             READ PARMFILE
                 AT END
                     CLOSE PARMFILE
                     GO TO 8910-EXIT
             END-READ.
             IF PARM-BUSDT IS NUMERIC AND PARM-BUSDT NOT = "00000000"
                 MOVE PARM-BUSDT TO BUS-DATE
             END-IF.
             IF PARM-GATE = "N"
                 MOVE "N" TO GATE-SW
                 DISPLAY "前工程チェック省略"
             END-IF.
             CLOSE PARMFILE.
         8910-EXIT.
             EXIT.

      * THE LAST RECORD POSTED FOR THE PREREQUISITE ON THIS DATE
      * DECIDES - A RERUN THAT ENDED CLEAN RELEASES THE STEP, A
      * START WITH NO END MEANS IT NEVER FINISHED.
         8920-CHECK-PREREQ.
             MOVE SPACE TO PREREQ-EVENT.
             MOVE ZERO TO PREREQ-RC.
             OPEN INPUT JOBSTAT.
             IF JOBSTAT-ST NOT = "00"
                 SET STEP-HELD TO TRUE
                 GO TO 8920-EXIT
             END-IF.
             MOVE "N" TO JST-EOF-SW.
             PERFORM 8930-SCAN-STATUS THRU 8930-EXIT
                 UNTIL AT-JST-EOF.
             CLOSE JOBSTAT.
             IF PREREQ-EVENT NOT = "E" OR PREREQ-RC NOT = ZERO
                 SET STEP-HELD TO TRUE
             END-IF.
         8920-EXIT.
             EXIT.

         8930-SCAN-STATUS.
             READ JOBSTAT
                 AT END
                     SET AT-JST-EOF TO TRUE
                     GO TO 8930-EXIT
             END-READ.
             IF JOBSTAT-ST NOT = "00" AND JOBSTAT-ST NOT = "10"
                 DISPLAY "*** BIOJSTS読取エラー: " JOBSTAT-ST
                 SET AT-JST-EOF TO TRUE
                 MOVE SPACE TO PREREQ-EVENT
                 GO TO 8930-EXIT
             END-IF.
             IF JS-BUS-DATE = BUS-DATE AND JS-STEP = PREREQ-STEP
                 MOVE JS-EVENT TO PREREQ-EVENT
                 MOVE JS-RC TO PREREQ-RC
             END-IF.
         8930-EXIT.
             EXIT.

         8940-POST-STATUS.
             OPEN EXTEND JOBSTAT.
             IF JOBSTAT-ST = "35"
                 OPEN OUTPUT JOBSTAT
             END-IF.
             IF JOBSTAT-ST NOT = "00"
                 DISPLAY "*** BIOJSTSが開けません: " JOBSTAT-ST
                 SET JST-POST-FAILED TO TRUE
                 GO TO 8940-EXIT
             END-IF.
             MOVE BUS-DATE TO JS-BUS-DATE.
             MOVE JOB-STEP TO JS-STEP.
             MOVE JS-EVENT-WK TO JS-EVENT.
             MOVE FUNCTION CURRENT-DATE (1:14) TO JS-TS.
             MOVE JS-RC-WK TO JS-RC.
             IF JS-HELD
                 MOVE PREREQ-STEP TO JS-WAIT
             ELSE
                 MOVE SPACES TO JS-WAIT
             END-IF.
             WRITE JOBSTAT-RECORD.
             IF JOBSTAT-ST NOT = "00"
                 DISPLAY "*** BIOJSTS書込エラー: " JOBSTAT-ST
                 SET JST-POST-FAILED TO TRUE
             END-IF.
             CLOSE JOBSTAT.
         8940-EXIT.
             EXIT.

      * AN END THAT CANNOT BE POSTED WOULD HOLD EVERY STEP BEHIND
      * THIS ONE, SO THE STEP ITSELF IS FAILED TO SAY WHY.
         8990-END-STEP.
             MOVE "N" TO JST-ERR-SW.
             MOVE "E" TO JS-EVENT-WK.
             MOVE RETURN-CODE TO JS-RC-WK.
             PERFORM 8940-POST-STATUS THRU 8940-EXIT.
             IF JST-POST-FAILED
                 MOVE 8 TO RETURN-CODE
             END-IF.
         8990-EXIT.
             EXIT.

         9000-TERMINATE.
             IF DPT-IS-OPEN
                 CLOSE DPTMAST
             END-IF.
             IF EMP-IS-OPEN
                 CLOSE EMPMAST
             END-IF.
             IF PRJ-IS-OPEN
                 CLOSE PRJFILE
             END-IF.
             DISPLAY "予測=" REC-CNT " 未登録=" SKIP-CNT
                 " アラート=" ALRT-CNT.
             IF RUN-ERRORED
                 MOVE 8 TO RETURN-CODE
             END-IF.
