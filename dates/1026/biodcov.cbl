         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT COVRRPT ASSIGN TO "BIODCVP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS COVRRPT-ST.
             SELECT PARMFILE ASSIGN TO "BIOPARM"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PARMFILE-ST.
             SELECT PRJFILE ASSIGN TO "BIOPRJF"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PRJ-KEY
                 FILE STATUS IS PRJFILE-ST.
             SELECT JOBSTAT ASSIGN TO "BIOJSTS"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JOBSTAT-ST.
         DATA DIVISION.
         FILE SECTION.
         FD  COVRRPT.
         01  CRPT-RECORD                 PIC X(80).
         FD  PARMFILE.
         COPY BIOPARM.
         FD  PRJFILE.
         COPY PRJREC.
         FD  JOBSTAT.
         COPY JSTREC.
         WORKING-STORAGE SECTION.
         01 TD         PIC 9(8).

         01 COVRRPT-ST PIC X(02).
         01 PARMFILE-ST PIC X(02).
         01 PRJFILE-ST PIC X(02).
         01 PRJ-OPEN-SW PIC X(01) VALUE "N".
             88 PRJ-IS-OPEN            VALUE "Y".

         01 LEAP-SW    PIC X(01) VALUE "N".
             88 LEAP-YEAR              VALUE "Y".
             05 ASOF-MM    PIC 9(02).
             05 ASOF-DD    PIC 9(02).

         01 PRJ-EOF-SW PIC X(01) VALUE "N".
             88 AT-PRJ-EOF             VALUE "Y".
         01 CUR-EMP    PIC X(06) VALUE SPACES.

         01 REC-CNT    PIC 9(06) VALUE ZERO.
         01 WARN-CNT   PIC 9(06) VALUE ZERO.
         01 RUN-ERR-SW PIC X(01) VALUE "N".
             88 RUN-ERRORED            VALUE "Y".

         01 BASE-INT   PIC 9(07).
         01 TGT-INT    PIC 9(07).
         01 TGT-DATE   PIC 9(08).
         01 DAY-OFS    PIC 9(02).
         01 NEED-INT   PIC 9(07).
         01 NEED-TO    PIC 9(08).

      * ONE ROW PER DEPARTMENT WITH A CRITICAL HEAD COUNT FOR EACH
      * OF THE FOURTEEN DAYS AHEAD.  AN EMPLOYEE COUNTS AT MOST ONCE
             05 SV-HEAD     PIC 9(04).
             05 SV-CRIT     PIC 9(04) OCCURS 14 TIMES.

         01 PCT-WK     PIC 9(03).

      * THE FOURTEEN TARGET DATES ARE THE SAME FOR EVERY EMPLOYEE -
      * THE WORKING-DAY FLAG IS TAKEN FROM THE PROJECTED DAYS.
         01 WD-MAP.
             05 WD-OPEN     PIC X(01) OCCURS 14 TIMES.

             05 CT-WARN     PIC 9(06).
             05 FILLER      PIC X(54) VALUE SPACES.

      * NIGHTLY STREAM POSITION - THE STEP POSTS UNDER ITS OWN NAME
      * AND WAITS ON THE STEP WHOSE OUTPUT IT READS.
         01 JOBSTAT-ST PIC X(02).
         01 JOB-STEP   PIC X(08) VALUE "BIODCOV".
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
                 PERFORM 2000-SCAN THRU 2000-EXIT
                 PERFORM 3000-REPORT THRU 3000-EXIT
             END-IF.
             PERFORM 9000-TERMINATE THRU 9000-EXIT.
             PERFORM 8990-END-STEP THRU 8990-EXIT.
             STOP RUN.

         1000-INITIALIZE.
             DISPLAY "BIODCOV - 部門別要注意日集計".
      * THE STREAM BUSINESS DATE, NOT THE CLOCK, SO A STEP THAT RUNS
      * PAST MIDNIGHT STILL MATCHES THE PROJECTION BUILT FOR IT.
             MOVE BUS-DATE TO TD.
             PERFORM 1100-READ-PARM THRU 1100-EXIT.
             IF RUN-ERRORED
                 GO TO 1000-EXIT
             END-IF.
             COMPUTE BASE-INT = FUNCTION INTEGER-OF-DATE(TD).
             COMPUTE NEED-INT = BASE-INT + 14.
             COMPUTE NEED-TO = FUNCTION DATE-OF-INTEGER(NEED-INT).
             MOVE SPACES TO WD-MAP.
             PERFORM 8800-OPEN-PROJECTION THRU 8800-EXIT.
         1000-EXIT.
             EXIT.

         1150-EXIT.
             EXIT.

      * WALK THE WHOLE PROJECTION AND ROLL EVERY EMPLOYEE UP TO THE
      * DEPARTMENT-BY-DATE BUCKETS INSTEAD OF ONE LINE PER ALERT.
      * ONLY IN-SERVICE EMPLOYEES WITH A GOOD BIRTH DATE ARE ON IT.
         2000-SCAN.
             PERFORM 2100-READ-PROJECTION THRU 2100-EXIT.
             PERFORM 2200-TALLY-RECORD THRU 2200-EXIT
                 UNTIL AT-PRJ-EOF.
             IF DEPT-OVERFLOW
                 DISPLAY "*** 部門件数が上限超過"
                 SET RUN-ERRORED TO TRUE
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

      * THE FIRST DAY OF EACH EMPLOYEE COUNTS THE HEAD ONCE.
         2200-TALLY-RECORD.
             IF PRJ-EMP-ID NOT = CUR-EMP
                 MOVE PRJ-EMP-ID TO CUR-EMP
                 ADD 1 TO REC-CNT
                 PERFORM 2250-FIND-DEPT THRU 2250-EXIT
                 IF DEPT-OVERFLOW
                     SET AT-PRJ-EOF TO TRUE
                     GO TO 2200-EXIT
                 END-IF
                 ADD 1 TO DP-HEAD (DP-IX)
             END-IF.
             IF PRJ-DAY-OFS < 1 OR PRJ-DAY-OFS > 14
                 GO TO 2290-NEXT
             END-IF.
             MOVE PRJ-DAY-OFS TO DAY-OFS.
             PERFORM 2300-TALLY-DAY THRU 2300-EXIT.
         2290-NEXT.
             PERFORM 2100-READ-PROJECTION THRU 2100-EXIT.
         2200-EXIT.
             EXIT.

             END-IF.
             ADD 1 TO DEPT-CNT.
             MOVE DEPT-CNT TO DP-IX.
             MOVE PRJ-DEPT TO DP-DEPT (DP-IX).
             MOVE ZERO TO DP-HEAD (DP-IX).
             PERFORM 2270-CLEAR-DAY THRU 2270-EXIT
                 VARYING DAY-OFS FROM 1 BY 1 UNTIL DAY-OFS > 14.
             EXIT.

         2260-MATCH-DEPT.
             IF DP-DEPT (DX) = PRJ-DEPT
                 MOVE DX TO DP-IX
             END-IF.
             ADD 1 TO DX.
             EXIT.

      * CLOSED DAYS CARRY NO COVERAGE RISK - NOBODY IS ON SHIFT.
      * AN EMPLOYEE COUNTS ONCE HOWEVER MANY CYCLES ARE FLAGGED.
         2300-TALLY-DAY.
             MOVE PRJ-WORK-DAY TO WD-OPEN (DAY-OFS).
             IF PRJ-IS-CLOSED
                 GO TO 2300-EXIT
             END-IF.
             IF PRJ-P-IS-CRIT OR PRJ-E-IS-CRIT OR PRJ-I-IS-CRIT
                 ADD 1 TO DP-CRIT (DP-IX DAY-OFS)
             END-IF.
         2300-EXIT.
         3200-EXIT.
             EXIT.

         8100-CHECK-LEAP.
             MOVE "N" TO LEAP-SW.
             IF FUNCTION MOD(LY-YEAR 400) = 0
         8100-EXIT.
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
             IF PRJ-IS-OPEN
                 CLOSE PRJFILE
             END-IF.
             DISPLAY "予測=" REC-CNT " 部門=" DEPT-CNT
                 " 警告=" WARN-CNT.
             IF RUN-ERRORED
                 MOVE 8 TO RETURN-CODE
