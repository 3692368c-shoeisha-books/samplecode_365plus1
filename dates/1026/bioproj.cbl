       IDENTIFICATION DIVISION.
         PROGRAM-ID. BIOPROJ.
         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT EMPMAST ASSIGN TO "EMPMAST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EMP-ID
                 FILE STATUS IS EMPMAST-ST.
             SELECT PRJFILE ASSIGN TO "BIOPRJF"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PRJ-KEY
                 FILE STATUS IS PRJFILE-ST.
             SELECT PARMFILE ASSIGN TO "BIOPARM"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PARMFILE-ST.
             SELECT CALFILE ASSIGN TO "BIOCALF"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CALFILE-ST.
             SELECT JOBSTAT ASSIGN TO "BIOJSTS"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JOBSTAT-ST.
         DATA DIVISION.
         FILE SECTION.
         FD  EMPMAST.
         COPY EMPREC.
         FD  PRJFILE.
         COPY PRJREC.
         FD  PARMFILE.
         COPY BIOPARM.
         FD  CALFILE.
         COPY CALREC.
         FD  JOBSTAT.
         COPY JSTREC.
         WORKING-STORAGE SECTION.
         01 TD         PIC 9(8).
         01 BD         PIC 9(8).
         01 BD-PARTS REDEFINES BD.
             05 BD-YYYY    PIC 9(04).
             05 BD-MM      PIC 9(02).
             05 BD-DD      PIC 9(02).

         01 EMPMAST-ST PIC X(02).
         01 PRJFILE-ST PIC X(02).
         01 PARMFILE-ST PIC X(02).
         01 CALFILE-ST PIC X(02).
         01 PRJ-OPEN-SW PIC X(01) VALUE "N".
             88 PRJ-IS-OPEN            VALUE "Y".

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

         01 CRIT-BAND  PIC S9(04) VALUE +5.

         01 ASOF-WK    PIC 9(8).
         01 ASOF-PARTS REDEFINES ASOF-WK.
             05 ASOF-YYYY  PIC 9(04).
             05 ASOF-MM    PIC 9(02).
             05 ASOF-DD    PIC 9(02).

         01 EMP-EOF-SW PIC X(01) VALUE "N".
             88 AT-EMP-EOF             VALUE "Y".

         01 REC-CNT    PIC 9(06) VALUE ZERO.
         01 SKIP-CNT   PIC 9(06) VALUE ZERO.
         01 INACT-CNT  PIC 9(06) VALUE ZERO.
         01 PROJ-CNT   PIC 9(06) VALUE ZERO.
         01 DAY-REC-CNT PIC 9(08) VALUE ZERO.
         01 STAT-WK-SW PIC X(01) VALUE "Y".
             88 EMP-IN-SERVICE         VALUE "Y".
             88 EMP-INACTIVE           VALUE "N".
         01 RUN-ERR-SW PIC X(01) VALUE "N".
             88 RUN-ERRORED            VALUE "Y".

      * THE PROJECTION RUNS FROM THE AS-OF DATE ITSELF TO SIXTY
      * DAYS BEYOND IT - ENOUGH FOR THE ALERT WINDOW PLUS THE LONGEST
      * CLOSURE CARRY-FORWARD THE ALERT LOGIC ALLOWS.
         01 HORIZON-DAYS PIC 9(03) VALUE 60.
         01 BASE-INT   PIC 9(07).
         01 BD-INT     PIC 9(07).
         01 DAY-OFS    PIC 9(03).
         01 DX         PIC 9(03) COMP.
         01 DAYS       PIC 9(5).
         01 P          PIC S9(4).
         01 E          PIC S9(4).
         01 I          PIC S9(4).

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

      * THE TARGET DATES ARE THE SAME FOR EVERY EMPLOYEE, SO THE
      * CALENDAR IS CONSULTED ONCE UP FRONT.  ENTRY 1 IS OFFSET 0.
      * THE DAY TYPE IS WHAT THE CALENDAR PRINT SHOWS - BLANK ON A
      * WORKING DAY, THE CALENDAR TYPE ON A MARKED CLOSURE, E ON AN
      * ORDINARY WEEKEND.
         01 DAY-TAB.
             05 DT-ENTRY OCCURS 61 TIMES.
                10 DT-DATE     PIC 9(08).
                10 DT-INT      PIC 9(07).
                10 DT-TYPE     PIC X(01).
                10 DT-WORK     PIC X(01).

      * NIGHTLY STREAM POSITION - THE STEP POSTS UNDER ITS OWN NAME
      * AND WAITS ON THE STEP WHOSE OUTPUT IT READS.
         01 JOBSTAT-ST PIC X(02).
         01 JOB-STEP   PIC X(08) VALUE "BIOPROJ".
         01 PREREQ-STEP PIC X(08) VALUE "BIOHRAP".
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
                 PERFORM 2000-BUILD THRU 2000-EXIT
             END-IF.
             IF NOT RUN-ERRORED
                 PERFORM 3000-WRITE-HEADER THRU 3000-EXIT
             END-IF.
             PERFORM 9000-TERMINATE THRU 9000-EXIT.
             PERFORM 8990-END-STEP THRU 8990-EXIT.
             STOP RUN.

         1000-INITIALIZE.
             DISPLAY "BIOPROJ - 予測ファイル作成".
      * THE STREAM BUSINESS DATE, NOT THE CLOCK, SO A STEP THAT RUNS
      * PAST MIDNIGHT STILL MATCHES THE PROJECTION BUILT FOR IT.
             MOVE BUS-DATE TO TD.
             PERFORM 1100-READ-PARM THRU 1100-EXIT.
             IF RUN-ERRORED
                 GO TO 1000-EXIT
             END-IF.
             PERFORM 8200-LOAD-CALENDAR THRU 8200-EXIT.
             IF RUN-ERRORED
                 GO TO 1000-EXIT
             END-IF.
             COMPUTE BASE-INT = FUNCTION INTEGER-OF-DATE(TD).
             PERFORM 1500-MAP-DAY THRU 1500-EXIT
                 VARYING DAY-OFS FROM 0 BY 1
                 UNTIL DAY-OFS > HORIZON-DAYS.
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
             IF PARM-ASOF IS NUMERIC AND PARM-ASOF NOT = "00000000"
                 MOVE PARM-ASOF TO ASOF-WK
                 PERFORM 1150-VALIDATE-ASOF THRU 1150-EXIT
             END-IF.
             IF PARM-CRIT IS NUMERIC AND PARM-CRIT NOT = "0000"
                 MOVE PARM-CRIT TO CRIT-BAND
             END-IF.
             CLOSE PARMFILE.
         1100-EXIT.
             EXIT.

         1150-VALIDATE-ASOF.
             IF ASOF-MM < 1 OR ASOF-MM > 12
                 GO TO 1190-REJECT-ASOF
             END-IF.
             MOVE ASOF-YYYY TO LY-YEAR.
             PERFORM 8100-CHECK-LEAP THRU 8100-EXIT.
             MOVE MO-MAX (ASOF-MM) TO MAX-DD.
             IF ASOF-MM = 02 AND LEAP-YEAR
                 MOVE 29 TO MAX-DD
             END-IF.
             IF ASOF-DD < 1 OR ASOF-DD > MAX-DD
                 GO TO 1190-REJECT-ASOF
             END-IF.
             MOVE ASOF-WK TO TD.
             DISPLAY "基準日指定: " TD.
             GO TO 1150-EXIT.
         1190-REJECT-ASOF.
             DISPLAY "*** 基準日が不正です: " ASOF-WK.
             SET RUN-ERRORED TO TRUE.
         1150-EXIT.
             EXIT.

         1500-MAP-DAY.
             COMPUTE DX = DAY-OFS + 1.
             COMPUTE WORK-INT = BASE-INT + DAY-OFS.
             COMPUTE WORK-DATE = FUNCTION DATE-OF-INTEGER(WORK-INT).
             MOVE WORK-DATE TO DT-DATE (DX).
             MOVE WORK-INT TO DT-INT (DX).
             PERFORM 8300-CHECK-WORKDAY THRU 8300-EXIT.
             IF WORK-DAY
                 MOVE "Y" TO DT-WORK (DX)
                 MOVE SPACE TO DT-TYPE (DX)
             ELSE
                 MOVE "N" TO DT-WORK (DX)
                 IF CAL-TYPE-WK = SPACE
                     MOVE "E" TO DT-TYPE (DX)
                 ELSE
                     MOVE CAL-TYPE-WK TO DT-TYPE (DX)
                 END-IF
             END-IF.
         1500-EXIT.
             EXIT.

      * THE FILE IS REBUILT FROM NOTHING EACH NIGHT - A LEAVER OR A
      * CORRECTED BIRTH DATE MUST NOT LEAVE OLD DAYS BEHIND.
         2000-BUILD.
             OPEN INPUT EMPMAST.
             IF EMPMAST-ST NOT = "00"
                 DISPLAY "*** EMPMASTが見つかりません"
                 SET RUN-ERRORED TO TRUE
                 GO TO 2000-EXIT
             END-IF.
             OPEN OUTPUT PRJFILE.
             IF PRJFILE-ST NOT = "00"
                 DISPLAY "*** BIOPRJFが開けません: " PRJFILE-ST
                 SET RUN-ERRORED TO TRUE
                 CLOSE EMPMAST
                 GO TO 2000-EXIT
             END-IF.
             SET PRJ-IS-OPEN TO TRUE.
             PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT.
             PERFORM 2200-PROJECT-EMPLOYEE THRU 2200-EXIT
                 UNTIL AT-EMP-EOF.
             CLOSE EMPMAST.
         2000-EXIT.
             EXIT.

         2100-READ-EMPLOYEE.
             READ EMPMAST NEXT
                 AT END
                     SET AT-EMP-EOF TO TRUE
                 NOT AT END
                     ADD 1 TO REC-CNT
             END-READ.
             IF EMPMAST-ST NOT = "00" AND EMPMAST-ST NOT = "10"
                 DISPLAY "*** EMPMAST読取エラー: " EMPMAST-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-EMP-EOF TO TRUE
                 GO TO 2100-EXIT
             END-IF.
         2100-EXIT.
             EXIT.

      * IN SERVICE IS JUDGED ON THE AS-OF DATE, AS THE REPORTS DID -
      * A LEAVE DATED INSIDE THE HORIZON DOES NOT CUT THE DAYS SHORT.
         2200-PROJECT-EMPLOYEE.
             PERFORM 8500-CHECK-STATUS THRU 8500-EXIT.
             IF EMP-INACTIVE
                 ADD 1 TO INACT-CNT
                 GO TO 2290-NEXT
             END-IF.
             MOVE EMP-BD TO BD.
             PERFORM 8000-VALIDATE-BD THRU 8000-EXIT.
             IF BD-INVALID
                 ADD 1 TO SKIP-CNT
                 DISPLAY "*** 誕生日不正スキップ: " EMP-ID
                 GO TO 2290-NEXT
             END-IF.
             COMPUTE BD-INT = FUNCTION INTEGER-OF-DATE(BD).
             ADD 1 TO PROJ-CNT.
             PERFORM 2300-WRITE-DAY THRU 2300-EXIT
                 VARYING DAY-OFS FROM 0 BY 1
                 UNTIL DAY-OFS > HORIZON-DAYS OR RUN-ERRORED.
             IF RUN-ERRORED
                 SET AT-EMP-EOF TO TRUE
                 GO TO 2200-EXIT
             END-IF.
         2290-NEXT.
             PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT.
         2200-EXIT.
             EXIT.

         2300-WRITE-DAY.
             COMPUTE DX = DAY-OFS + 1.
             MOVE SPACES TO PRJ-RECORD.
             MOVE EMP-ID TO PRJ-EMP-ID.
             MOVE DT-DATE (DX) TO PRJ-DATE.
             MOVE DAY-OFS TO PRJ-DAY-OFS.
             MOVE EMP-DEPT TO PRJ-DEPT.
             COMPUTE DAYS = DT-INT (DX) - BD-INT.
             MOVE DAYS TO PRJ-DAYS.
             COMPUTE P = FUNCTION MOD(DAYS 23) * 200 / 23 - 100.
             COMPUTE E = FUNCTION MOD(DAYS 28) * 200 / 28 - 100.
             COMPUTE I = FUNCTION MOD(DAYS 33) * 200 / 33 - 100.
             MOVE P TO PRJ-P.
             MOVE E TO PRJ-E.
             MOVE I TO PRJ-I.
             COMPUTE PRJ-ITU = FUNCTION MOD(DAYS 38) * 200 / 38 - 100.
             COMPUTE PRJ-AES = (P + E) / 2.
             COMPUTE PRJ-AWR = (E + I) / 2.
             MOVE ALL "N" TO PRJ-CRIT-FLAGS.
             IF FUNCTION ABS(PRJ-P) <= CRIT-BAND
                 SET PRJ-P-IS-CRIT TO TRUE
             END-IF.
             IF FUNCTION ABS(PRJ-E) <= CRIT-BAND
                 SET PRJ-E-IS-CRIT TO TRUE
             END-IF.
             IF FUNCTION ABS(PRJ-I) <= CRIT-BAND
                 SET PRJ-I-IS-CRIT TO TRUE
             END-IF.
             IF FUNCTION ABS(PRJ-ITU) <= CRIT-BAND
                 SET PRJ-ITU-IS-CRIT TO TRUE
             END-IF.
             IF FUNCTION ABS(PRJ-AES) <= CRIT-BAND
                 SET PRJ-AES-IS-CRIT TO TRUE
             END-IF.
             IF FUNCTION ABS(PRJ-AWR) <= CRIT-BAND
                 SET PRJ-AWR-IS-CRIT TO TRUE
             END-IF.
             MOVE DT-TYPE (DX) TO PRJ-DAY-TYPE.
             MOVE DT-WORK (DX) TO PRJ-WORK-DAY.
             WRITE PRJ-RECORD
                 INVALID KEY
                     DISPLAY "*** BIOPRJF書込エラー: " PRJ-KEY
                     SET RUN-ERRORED TO TRUE
                     GO TO 2300-EXIT
             END-WRITE.
             IF PRJFILE-ST NOT = "00"
                 DISPLAY "*** BIOPRJF書込エラー: " PRJFILE-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 2300-EXIT
             END-IF.
             ADD 1 TO DAY-REC-CNT.
         2300-EXIT.
             EXIT.

      * THE HEADER GOES IN LAST.  A BUILD THAT DIED PART WAY LEAVES
      * A FILE WITHOUT ONE, AND EVERY READER REFUSES SUCH A FILE.
         3000-WRITE-HEADER.
             MOVE SPACES TO PRJ-HEADER.
             MOVE SPACES TO PRJH-KEY.
             MOVE TD TO PRJH-BUILD-DATE.
             MOVE TD TO PRJH-FROM.
             COMPUTE DX = HORIZON-DAYS + 1.
             MOVE DT-DATE (DX) TO PRJH-TO.
             MOVE HORIZON-DAYS TO PRJH-HORIZON.
             MOVE CRIT-BAND TO PRJH-CRIT-BAND.
             MOVE PROJ-CNT TO PRJH-EMP-CNT.
             MOVE FUNCTION CURRENT-DATE (1:14) TO PRJH-BUILT-TS.
             WRITE PRJ-HEADER
                 INVALID KEY
                     DISPLAY "*** BIOPRJF見出し書込エラー"
                     SET RUN-ERRORED TO TRUE
             END-WRITE.
             DISPLAY "予測期間: " PRJH-FROM " - " PRJH-TO.
         3000-EXIT.
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
             DISPLAY "カレンダー読込: " CAL-CNT " 件".
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
                 SET RUN-ERRORED TO TRUE
                 SET AT-CAL-EOF TO TRUE
                 GO TO 8250-EXIT
             END-IF.
             IF CAL-DATE NOT NUMERIC
                 GO TO 8250-EXIT
             END-IF.
             IF CAL-CNT >= CAL-MAX
                 DISPLAY "*** カレンダー件数が上限超過"
                 SET RUN-ERRORED TO TRUE
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
             DISPLAY "読込=" REC-CNT " スキップ=" SKIP-CNT
                 " 対象外=" INACT-CNT " 予測=" PROJ-CNT
                 " 日数=" DAY-REC-CNT.
             IF RUN-ERRORED
                 MOVE 8 TO RETURN-CODE
             END-IF.
         9000-EXIT.
             EXIT.
