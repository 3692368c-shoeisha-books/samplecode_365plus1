       IDENTIFICATION DIVISION.
         PROGRAM-ID. BIOSHFT.
         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT EMPMAST ASSIGN TO "EMPMAST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EMP-ID
                 FILE STATUS IS EMPMAST-ST.
             SELECT SCHDFILE ASSIGN TO "BIOSCHD"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SCHDFILE-ST.
             SELECT SHFTRPT ASSIGN TO "BIOSHRP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SHFTRPT-ST.
             SELECT CONFFILE ASSIGN TO "BIOSHCF"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CONFFILE-ST.
             SELECT PARMFILE ASSIGN TO "BIOPARM"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PARMFILE-ST.
         DATA DIVISION.
         FILE SECTION.
         FD  EMPMAST.
         COPY EMPREC.
         FD  SCHDFILE.
         COPY SCHREC.
         FD  SHFTRPT.
         01  SHRP-RECORD                 PIC X(80).
         FD  CONFFILE.
         COPY SHCREC.
         FD  PARMFILE.
         COPY BIOPARM.
         WORKING-STORAGE SECTION.
         01 TD         PIC 9(8).
         01 BD         PIC 9(8).
         01 BD-PARTS REDEFINES BD.
             05 BD-YYYY    PIC 9(04).
             05 BD-MM      PIC 9(02).
             05 BD-DD      PIC 9(02).

         01 EMPMAST-ST PIC X(02).
         01 SCHDFILE-ST PIC X(02).
         01 SHFTRPT-ST PIC X(02).
         01 CONFFILE-ST PIC X(02).
         01 PARMFILE-ST PIC X(02).
         01 RPT-OPEN-SW PIC X(01) VALUE "N".
             88 RPT-IS-OPEN            VALUE "Y".
         01 CONF-OPEN-SW PIC X(01) VALUE "N".
             88 CONF-IS-OPEN           VALUE "Y".

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

         01 DAYS       PIC 9(5).
         01 P          PIC S9(4).
         01 E          PIC S9(4).
         01 I          PIC S9(4).
         01 DIFF-P     PIC S9(4).
         01 DIFF-E     PIC S9(4).
         01 DIFF-I     PIC S9(4).
         01 CMP-SCORE  PIC S9(4).
         01 SCORE-SUM  PIC S9(07).
         01 SCORE-CNT  PIC 9(04).
         01 CAND-SCORE PIC S9(4).

      * CRIT-BAND IS THE +/- WINDOW TREATED AS A CRITICAL DAY
         01 CRIT-BAND  PIC S9(04) VALUE +5.
         01 CRIT-P-SW  PIC X(01).
             88 P-CRITICAL             VALUE "Y".
         01 CRIT-E-SW  PIC X(01).
             88 E-CRITICAL             VALUE "Y".
         01 CRIT-I-SW  PIC X(01).
             88 I-CRITICAL             VALUE "Y".
         01 ANY-CRIT-SW PIC X(01).
             88 ANY-CRITICAL           VALUE "Y".

         01 ASOF-WK    PIC 9(8).
         01 ASOF-PARTS REDEFINES ASOF-WK.
             05 ASOF-YYYY  PIC 9(04).
             05 ASOF-MM    PIC 9(02).
             05 ASOF-DD    PIC 9(02).

         01 STAT-WK-SW PIC X(01) VALUE "Y".
             88 EMP-IN-SERVICE         VALUE "Y".
             88 EMP-INACTIVE           VALUE "N".
         01 CHK-DATE   PIC 9(08).
         01 RUN-ERR-SW PIC X(01) VALUE "N".
             88 RUN-ERRORED            VALUE "Y".
         01 EMP-EOF-SW PIC X(01) VALUE "N".
             88 AT-EMP-EOF             VALUE "Y".
         01 SCHD-EOF-SW PIC X(01) VALUE "N".
             88 AT-SCHD-EOF            VALUE "Y".

      * THE WHOLE MASTER IS HELD SO THE COLLEAGUES OF A DEPARTMENT
      * CAN BE WALKED FOR EVERY CONFLICT WITHOUT REREADING IT.
         01 EMP-TAB.
             05 EM-ENTRY OCCURS 2000 TIMES.
                10 EM-ID       PIC X(06).
                10 EM-NAME     PIC X(20).
                10 EM-DEPT     PIC X(04).
                10 EM-BD       PIC 9(08).
                10 EM-STAT     PIC X(01).
                10 EM-STAT-DATE PIC 9(08).
                10 EM-BD-OK    PIC X(01).
         01 EMP-CNT    PIC 9(04) VALUE ZERO.
         01 EMP-MAX    PIC 9(04) VALUE 2000.
         01 EX         PIC 9(04) COMP.
         01 CX         PIC 9(04) COMP.

      * ONE ENTRY PER ACCEPTED ASSIGNMENT, CYCLES ALREADY WORKED
      * OUT FOR THE SCHEDULED DATE.
         01 SCHD-TAB.
             05 SC-ENTRY OCCURS 3000 TIMES.
                10 SC-EX       PIC 9(04).
                10 SC-DATE     PIC 9(08).
                10 SC-SHIFT    PIC X(02).
                10 SC-POST     PIC X(06).
                10 SC-HAZ      PIC X(01).
                10 SC-P        PIC S9(04).
                10 SC-E        PIC S9(04).
                10 SC-I        PIC S9(04).
         01 SCHD-CNT   PIC 9(04) VALUE ZERO.
         01 SCHD-MAX   PIC 9(04) VALUE 3000.
         01 SX         PIC 9(04) COMP.
         01 MX         PIC 9(04) COMP.
         01 FOUND-SW   PIC X(01).
             88 ID-FOUND               VALUE "Y".
         01 ROSTER-SW  PIC X(01).
             88 ON-SAME-SHIFT          VALUE "S".
             88 ON-OTHER-SHIFT         VALUE "O".
             88 NOT-ROSTERED           VALUE "N".
         01 OTHER-SHIFT PIC X(02).

      * THE THREE BEST CANDIDATES SO FAR, HIGHEST SCORE FIRST.
         01 BEST-TAB.
             05 BT-ENTRY OCCURS 3 TIMES.
                10 BT-EX       PIC 9(04).
                10 BT-SCORE    PIC S9(04).
                10 BT-TYPE     PIC X(01).
                10 BT-SHIFT    PIC X(02).
         01 BEST-CNT   PIC 9(01) VALUE ZERO.
         01 BX         PIC 9(01) COMP.
         01 BJ         PIC 9(01) COMP.
         01 SLOT-SW    PIC X(01).
             88 SLOT-FOUND             VALUE "Y".

         01 READ-CNT   PIC 9(05) VALUE ZERO.
         01 NF-CNT     PIC 9(05) VALUE ZERO.
         01 SKIP-CNT   PIC 9(05) VALUE ZERO.
         01 INACT-CNT  PIC 9(05) VALUE ZERO.
         01 PAST-CNT   PIC 9(05) VALUE ZERO.
         01 CONF-CNT   PIC 9(05) VALUE ZERO.
         01 NOALT-CNT  PIC 9(05) VALUE ZERO.

         01 SHRP-HEAD.
             05 FILLER      PIC X(27) VALUE
                "SHIFT CRITICAL-DAY CONFLICT".
             05 FILLER      PIC X(06) VALUE " ASOF=".
             05 SH-DATE     PIC 9(08).
             05 FILLER      PIC X(06) VALUE " BAND=".
             05 SH-BAND     PIC +ZZZ9.
             05 FILLER      PIC X(28) VALUE SPACES.
         01 SHRP-CONF.
             05 SC-R-DATE   PIC 9(08).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 SC-R-SHIFT  PIC X(02).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 SC-R-POST   PIC X(06).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 SC-R-HAZ    PIC X(01).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 SC-R-ID     PIC X(06).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 SC-R-NAME   PIC X(20).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 SC-R-P      PIC +ZZZ9.
             05 SC-R-E      PIC +ZZZ9.
             05 SC-R-I      PIC +ZZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 SC-R-FLAGS  PIC X(03).
             05 FILLER      PIC X(12) VALUE SPACES.
         01 SHRP-ALT.
             05 FILLER      PIC X(08) VALUE "    ALT ".
             05 SA-NO       PIC 9(01).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 SA-ID       PIC X(06).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 SA-NAME     PIC X(20).
             05 FILLER      PIC X(07) VALUE " SCORE=".
             05 SA-SCORE    PIC +ZZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 SA-TYPE     PIC X(05).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 SA-SHIFT    PIC X(02).
             05 FILLER      PIC X(22) VALUE SPACES.
         01 SHRP-NONE.
             05 FILLER      PIC X(30) VALUE
                "    NO ELIGIBLE COLLEAGUE".
             05 FILLER      PIC X(50) VALUE SPACES.
         01 SHRP-TOTAL.
             05 FILLER      PIC X(06) VALUE "SCHED=".
             05 ST-READ     PIC 9(05).
             05 FILLER      PIC X(06) VALUE " CONF=".
             05 ST-CONF     PIC 9(05).
             05 FILLER      PIC X(07) VALUE " NOALT=".
             05 ST-NOALT    PIC 9(05).
             05 FILLER      PIC X(06) VALUE " PAST=".
             05 ST-PAST     PIC 9(05).
             05 FILLER      PIC X(04) VALUE " NF=".
             05 ST-NF       PIC 9(05).
             05 FILLER      PIC X(05) VALUE " INA=".
             05 ST-INA      PIC 9(05).
             05 FILLER      PIC X(05) VALUE " BAD=".
             05 ST-SKIP     PIC 9(05).
             05 FILLER      PIC X(06) VALUE SPACES.

         PROCEDURE DIVISION.

         0000-MAINLINE.
             PERFORM 1000-INITIALIZE THRU 1000-EXIT.
             IF NOT RUN-ERRORED
                 PERFORM 2000-LOAD-SCHEDULE THRU 2000-EXIT
             END-IF.
             IF NOT RUN-ERRORED
                 PERFORM 3000-REPORT THRU 3000-EXIT
             END-IF.
             PERFORM 9000-TERMINATE THRU 9000-EXIT.
             STOP RUN.

         1000-INITIALIZE.
             DISPLAY "BIOSHFT - 勤務割当と要注意日".
             ACCEPT TD FROM DATE YYYYMMDD.
             PERFORM 1100-READ-PARM THRU 1100-EXIT.
             IF RUN-ERRORED
                 GO TO 1000-EXIT
             END-IF.
             OPEN INPUT EMPMAST.
             IF EMPMAST-ST NOT = "00"
                 DISPLAY "*** EMPMASTが見つかりません"
                 SET RUN-ERRORED TO TRUE
                 GO TO 1000-EXIT
             END-IF.
             PERFORM 1200-LOAD-EMPLOYEE THRU 1200-EXIT
                 UNTIL AT-EMP-EOF.
             CLOSE EMPMAST.
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

         1200-LOAD-EMPLOYEE.
             READ EMPMAST NEXT
                 AT END
                     SET AT-EMP-EOF TO TRUE
                     GO TO 1200-EXIT
             END-READ.
             IF EMPMAST-ST NOT = "00" AND EMPMAST-ST NOT = "10"
                 DISPLAY "*** EMPMAST読取エラー: " EMPMAST-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-EMP-EOF TO TRUE
                 GO TO 1200-EXIT
             END-IF.
             IF EMP-CNT >= EMP-MAX
                 DISPLAY "*** 社員件数が上限超過"
                 SET RUN-ERRORED TO TRUE
                 SET AT-EMP-EOF TO TRUE
                 GO TO 1200-EXIT
             END-IF.
             ADD 1 TO EMP-CNT.
             MOVE EMP-ID TO EM-ID (EMP-CNT).
             MOVE EMP-NAME TO EM-NAME (EMP-CNT).
             MOVE EMP-DEPT TO EM-DEPT (EMP-CNT).
             MOVE EMP-STAT TO EM-STAT (EMP-CNT).
             MOVE EMP-BD TO BD.
             PERFORM 8000-VALIDATE-BD THRU 8000-EXIT.
             IF BD-VALID
                 MOVE EMP-BD TO EM-BD (EMP-CNT)
                 MOVE "Y" TO EM-BD-OK (EMP-CNT)
             ELSE
                 MOVE ZERO TO EM-BD (EMP-CNT)
                 MOVE "N" TO EM-BD-OK (EMP-CNT)
             END-IF.
             IF EMP-STAT-DATE IS NUMERIC
                 MOVE EMP-STAT-DATE TO EM-STAT-DATE (EMP-CNT)
             ELSE
                 MOVE ZERO TO EM-STAT-DATE (EMP-CNT)
             END-IF.
         1200-EXIT.
             EXIT.

      * ASSIGNMENTS BEFORE THE AS-OF DATE ARE ALREADY WORKED AND
      * ARE ONLY COUNTED.  AN EMPLOYEE NOT IN SERVICE ON THE SHIFT
      * DATE IS A ROSTERING ERROR AND IS REPORTED BY ID.
         2000-LOAD-SCHEDULE.
             OPEN INPUT SCHDFILE.
             IF SCHDFILE-ST NOT = "00"
                 DISPLAY "*** BIOSCHDが開けません: " SCHDFILE-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 2000-EXIT
             END-IF.
             PERFORM 2100-LOAD-ONE THRU 2100-EXIT
                 UNTIL AT-SCHD-EOF.
             CLOSE SCHDFILE.
         2000-EXIT.
             EXIT.

         2100-LOAD-ONE.
             READ SCHDFILE
                 AT END
                     SET AT-SCHD-EOF TO TRUE
                     GO TO 2100-EXIT
             END-READ.
             IF SCHDFILE-ST NOT = "00" AND SCHDFILE-ST NOT = "10"
                 DISPLAY "*** BIOSCHD読取エラー: " SCHDFILE-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-SCHD-EOF TO TRUE
                 GO TO 2100-EXIT
             END-IF.
             IF SCH-EMP-ID = SPACES
                 GO TO 2100-EXIT
             END-IF.
             ADD 1 TO READ-CNT.
             MOVE SCH-DATE TO BD.
             PERFORM 8050-CHECK-DATE THRU 8050-EXIT.
             IF BD-INVALID
                 ADD 1 TO SKIP-CNT
                 DISPLAY "*** 勤務日不正スキップ: " SCH-EMP-ID
                     " " SCH-DATE
                 GO TO 2100-EXIT
             END-IF.
             IF SCH-DATE < TD
                 ADD 1 TO PAST-CNT
                 GO TO 2100-EXIT
             END-IF.
             PERFORM 8400-FIND-EMPLOYEE THRU 8400-EXIT.
             IF NOT ID-FOUND
                 ADD 1 TO NF-CNT
                 DISPLAY "*** 社員が見つかりません: "
                     SCH-EMP-ID
                 GO TO 2100-EXIT
             END-IF.
             MOVE SCH-DATE TO CHK-DATE.
             PERFORM 8500-CHECK-STATUS THRU 8500-EXIT.
             IF EMP-INACTIVE
                 ADD 1 TO INACT-CNT
                 DISPLAY "*** 休職退職者の割当: " SCH-EMP-ID
                     " " SCH-DATE
                 GO TO 2100-EXIT
             END-IF.
             IF EM-BD-OK (EX) NOT = "Y"
                 ADD 1 TO SKIP-CNT
                 DISPLAY "*** 誕生日不正スキップ: " SCH-EMP-ID
                 GO TO 2100-EXIT
             END-IF.
             IF SCHD-CNT >= SCHD-MAX
                 DISPLAY "*** 勤務割当件数が上限超過"
                 SET RUN-ERRORED TO TRUE
                 SET AT-SCHD-EOF TO TRUE
                 GO TO 2100-EXIT
             END-IF.
             ADD 1 TO SCHD-CNT.
             MOVE EX TO SC-EX (SCHD-CNT).
             MOVE SCH-DATE TO SC-DATE (SCHD-CNT).
             MOVE SCH-SHIFT TO SC-SHIFT (SCHD-CNT).
             MOVE SCH-POST TO SC-POST (SCHD-CNT).
             MOVE SCH-HAZ TO SC-HAZ (SCHD-CNT).
             MOVE EM-BD (EX) TO BD.
             PERFORM 8300-COMPUTE-CYCLES THRU 8300-EXIT.
             MOVE P TO SC-P (SCHD-CNT).
             MOVE E TO SC-E (SCHD-CNT).
             MOVE I TO SC-I (SCHD-CNT).
         2100-EXIT.
             EXIT.

         3000-REPORT.
             OPEN OUTPUT SHFTRPT.
             IF SHFTRPT-ST NOT = "00"
                 DISPLAY "*** BIOSHRPが開けません: " SHFTRPT-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 3000-EXIT
             END-IF.
             SET RPT-IS-OPEN TO TRUE.
             OPEN OUTPUT CONFFILE.
             IF CONFFILE-ST NOT = "00"
                 DISPLAY "*** BIOSHCFが開けません: " CONFFILE-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 3000-EXIT
             END-IF.
             SET CONF-IS-OPEN TO TRUE.
             MOVE TD TO SH-DATE.
             MOVE CRIT-BAND TO SH-BAND.
             WRITE SHRP-RECORD FROM SHRP-HEAD.
             PERFORM 3100-CHECK-ASSIGNMENT THRU 3100-EXIT
                 VARYING SX FROM 1 BY 1 UNTIL SX > SCHD-CNT.
         3000-EXIT.
             EXIT.

         3100-CHECK-ASSIGNMENT.
             MOVE SC-P (SX) TO P.
             MOVE SC-E (SX) TO E.
             MOVE SC-I (SX) TO I.
             PERFORM 8350-CHECK-CRITICAL THRU 8350-EXIT.
             IF NOT ANY-CRITICAL
                 GO TO 3100-EXIT
             END-IF.
             ADD 1 TO CONF-CNT.
             MOVE SC-EX (SX) TO EX.
             MOVE SC-DATE (SX) TO SC-R-DATE.
             MOVE SC-SHIFT (SX) TO SC-R-SHIFT.
             MOVE SC-POST (SX) TO SC-R-POST.
             MOVE SC-HAZ (SX) TO SC-R-HAZ.
             MOVE EM-ID (EX) TO SC-R-ID.
             MOVE EM-NAME (EX) TO SC-R-NAME.
             MOVE P TO SC-R-P.
             MOVE E TO SC-R-E.
             MOVE I TO SC-R-I.
             MOVE SPACES TO SC-R-FLAGS.
             MOVE SPACES TO SHCONF-RECORD.
             IF P-CRITICAL
                 MOVE "P" TO SC-R-FLAGS (1:1)
                 MOVE "Y" TO SHC-CRIT-P
             ELSE
                 MOVE "N" TO SHC-CRIT-P
             END-IF.
             IF E-CRITICAL
                 MOVE "E" TO SC-R-FLAGS (2:1)
                 MOVE "Y" TO SHC-CRIT-E
             ELSE
                 MOVE "N" TO SHC-CRIT-E
             END-IF.
             IF I-CRITICAL
                 MOVE "I" TO SC-R-FLAGS (3:1)
                 MOVE "Y" TO SHC-CRIT-I
             ELSE
                 MOVE "N" TO SHC-CRIT-I
             END-IF.
             WRITE SHRP-RECORD FROM SHRP-CONF.
             PERFORM 4000-FIND-ALTERNATES THRU 4000-EXIT.
             PERFORM 5000-WRITE-CONFLICT THRU 5000-EXIT.
         3100-EXIT.
             EXIT.

      * EVERY IN-SERVICE COLLEAGUE OF THE SAME DEPARTMENT WHO IS NOT
      * CRITICAL ON THE DAY AND NOT ALREADY ON THIS SHIFT IS SCORED
      * THE BIOPAIR WAY AGAINST EACH OTHER MEMBER OF THE SHIFT, AND
      * THE AVERAGE RANKS THEM.  SOMEONE ROSTERED ON ANOTHER SHIFT
      * THAT DAY IS A SWAP; SOMEONE NOT ROSTERED IS A COVER.
         4000-FIND-ALTERNATES.
             MOVE ZERO TO BEST-CNT.
             MOVE SC-DATE (SX) TO CHK-DATE.
             PERFORM 4100-TRY-CANDIDATE THRU 4100-EXIT
                 VARYING CX FROM 1 BY 1 UNTIL CX > EMP-CNT.
             IF BEST-CNT = ZERO
                 ADD 1 TO NOALT-CNT
                 WRITE SHRP-RECORD FROM SHRP-NONE
                 GO TO 4000-EXIT
             END-IF.
             PERFORM 4500-REPORT-ALT THRU 4500-EXIT
                 VARYING BX FROM 1 BY 1 UNTIL BX > BEST-CNT.
         4000-EXIT.
             EXIT.

         4100-TRY-CANDIDATE.
             IF CX = EX
                 GO TO 4100-EXIT
             END-IF.
             IF EM-DEPT (CX) NOT = EM-DEPT (EX)
                 GO TO 4100-EXIT
             END-IF.
             IF EM-BD-OK (CX) NOT = "Y"
                 GO TO 4100-EXIT
             END-IF.
             MOVE CX TO MX.
             PERFORM 8550-CHECK-STATUS-AT THRU 8550-EXIT.
             IF EMP-INACTIVE
                 GO TO 4100-EXIT
             END-IF.
             PERFORM 4200-FIND-ROSTER THRU 4200-EXIT.
             IF ON-SAME-SHIFT
                 GO TO 4100-EXIT
             END-IF.
             MOVE EM-BD (CX) TO BD.
             PERFORM 8300-COMPUTE-CYCLES THRU 8300-EXIT.
             PERFORM 8350-CHECK-CRITICAL THRU 8350-EXIT.
             IF ANY-CRITICAL
                 GO TO 4100-EXIT
             END-IF.
             PERFORM 4300-SCORE-AGAINST-SHIFT THRU 4300-EXIT.
             PERFORM 4400-RANK-CANDIDATE THRU 4400-EXIT.
         4100-EXIT.
             EXIT.

         4200-FIND-ROSTER.
             SET NOT-ROSTERED TO TRUE.
             MOVE SPACES TO OTHER-SHIFT.
             MOVE 1 TO MX.
             PERFORM 4250-MATCH-ROSTER THRU 4250-EXIT
                 UNTIL MX > SCHD-CNT OR ON-SAME-SHIFT.
         4200-EXIT.
             EXIT.

         4250-MATCH-ROSTER.
             IF SC-EX (MX) = CX AND SC-DATE (MX) = SC-DATE (SX)
                 IF SC-SHIFT (MX) = SC-SHIFT (SX)
                     SET ON-SAME-SHIFT TO TRUE
                 ELSE
                     SET ON-OTHER-SHIFT TO TRUE
                     MOVE SC-SHIFT (MX) TO OTHER-SHIFT
                 END-IF
             END-IF.
             ADD 1 TO MX.
         4250-EXIT.
             EXIT.

      * WITH NOBODY ELSE ON THE SHIFT THERE IS NOTHING TO CLASH
      * WITH, AND EVERY CANDIDATE SCORES THE FULL 100.
         4300-SCORE-AGAINST-SHIFT.
             MOVE ZERO TO SCORE-SUM.
             MOVE ZERO TO SCORE-CNT.
             PERFORM 4350-SCORE-MEMBER THRU 4350-EXIT
                 VARYING MX FROM 1 BY 1 UNTIL MX > SCHD-CNT.
             IF SCORE-CNT = ZERO
                 MOVE 100 TO CAND-SCORE
             ELSE
                 COMPUTE CAND-SCORE = SCORE-SUM / SCORE-CNT
             END-IF.
         4300-EXIT.
             EXIT.

         4350-SCORE-MEMBER.
             IF MX = SX
                 GO TO 4350-EXIT
             END-IF.
             IF SC-DATE (MX) NOT = SC-DATE (SX) OR
                SC-SHIFT (MX) NOT = SC-SHIFT (SX)
                 GO TO 4350-EXIT
             END-IF.
             COMPUTE DIFF-P = FUNCTION ABS(P - SC-P (MX)).
             COMPUTE DIFF-E = FUNCTION ABS(E - SC-E (MX)).
             COMPUTE DIFF-I = FUNCTION ABS(I - SC-I (MX)).
             COMPUTE CMP-SCORE =
                 100 - ((DIFF-P + DIFF-E + DIFF-I) / 3).
             ADD CMP-SCORE TO SCORE-SUM.
             ADD 1 TO SCORE-CNT.
         4350-EXIT.
             EXIT.

      * INSERTION INTO THE TOP THREE - EQUAL SCORES KEEP MASTER
      * ORDER, SO THE RESULT DOES NOT DEPEND ON LOAD SEQUENCE.
         4400-RANK-CANDIDATE.
             MOVE 1 TO BX.
             MOVE "N" TO SLOT-SW.
             PERFORM 4410-FIND-SLOT THRU 4410-EXIT
                 UNTIL BX > BEST-CNT OR SLOT-FOUND.
             IF BX > 3
                 GO TO 4400-EXIT
             END-IF.
             IF BEST-CNT < 3
                 ADD 1 TO BEST-CNT
             END-IF.
             MOVE BEST-CNT TO BJ.
             PERFORM 4420-SHIFT-DOWN THRU 4420-EXIT
                 UNTIL BJ NOT > BX.
             MOVE CX TO BT-EX (BX).
             MOVE CAND-SCORE TO BT-SCORE (BX).
             IF ON-OTHER-SHIFT
                 MOVE "S" TO BT-TYPE (BX)
                 MOVE OTHER-SHIFT TO BT-SHIFT (BX)
             ELSE
                 MOVE "C" TO BT-TYPE (BX)
                 MOVE SPACES TO BT-SHIFT (BX)
             END-IF.
         4400-EXIT.
             EXIT.

         4410-FIND-SLOT.
             IF CAND-SCORE > BT-SCORE (BX)
                 SET SLOT-FOUND TO TRUE
             ELSE
                 ADD 1 TO BX
             END-IF.
         4410-EXIT.
             EXIT.

         4420-SHIFT-DOWN.
             MOVE BT-ENTRY (BJ - 1) TO BT-ENTRY (BJ).
             SUBTRACT 1 FROM BJ.
         4420-EXIT.
             EXIT.

         4500-REPORT-ALT.
             MOVE BT-EX (BX) TO CX.
             MOVE BX TO SA-NO.
             MOVE EM-ID (CX) TO SA-ID.
             MOVE EM-NAME (CX) TO SA-NAME.
             MOVE BT-SCORE (BX) TO SA-SCORE.
             IF BT-TYPE (BX) = "S"
                 MOVE "SWAP" TO SA-TYPE
             ELSE
                 MOVE "COVER" TO SA-TYPE
             END-IF.
             MOVE BT-SHIFT (BX) TO SA-SHIFT.
             WRITE SHRP-RECORD FROM SHRP-ALT.
         4500-EXIT.
             EXIT.

      * THE ROSTERING SYSTEM READS BACK ONE FIXED RECORD PER
      * CONFLICT WITH UP TO THREE ALTERNATES IN RANK ORDER.
         5000-WRITE-CONFLICT.
             MOVE EM-ID (EX) TO SHC-EMP-ID.
             MOVE SC-DATE (SX) TO SHC-DATE.
             MOVE SC-SHIFT (SX) TO SHC-SHIFT.
             MOVE SC-POST (SX) TO SHC-POST.
             MOVE SC-HAZ (SX) TO SHC-HAZ.
             MOVE BEST-CNT TO SHC-ALT-CNT.
             MOVE 1 TO BX.
             PERFORM 5100-MOVE-ALT THRU 5100-EXIT
                 UNTIL BX > 3.
             WRITE SHCONF-RECORD.
             IF CONFFILE-ST NOT = "00"
                 DISPLAY "*** BIOSHCF書込エラー: " CONFFILE-ST
                 SET RUN-ERRORED TO TRUE
             END-IF.
         5000-EXIT.
             EXIT.

         5100-MOVE-ALT.
             IF BX > BEST-CNT
                 MOVE SPACES TO SHC-ALT-ID (BX)
                 MOVE ZERO TO SHC-ALT-SCORE (BX)
                 MOVE SPACE TO SHC-ALT-TYPE (BX)
             ELSE
                 MOVE BT-EX (BX) TO CX
                 MOVE EM-ID (CX) TO SHC-ALT-ID (BX)
                 MOVE BT-SCORE (BX) TO SHC-ALT-SCORE (BX)
                 MOVE BT-TYPE (BX) TO SHC-ALT-TYPE (BX)
             END-IF.
             ADD 1 TO BX.
         5100-EXIT.
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

      * THE SAME SHAPE TEST FOR A SHIFT DATE, WHICH MAY LIE AHEAD.
         8050-CHECK-DATE.
             SET BD-VALID TO TRUE.
             IF BD NOT NUMERIC
                 GO TO 8060-REJECT-DATE
             END-IF.
             IF BD-MM < 1 OR BD-MM > 12
                 GO TO 8060-REJECT-DATE
             END-IF.
             MOVE BD-YYYY TO LY-YEAR.
             PERFORM 8100-CHECK-LEAP THRU 8100-EXIT.
             MOVE MO-MAX (BD-MM) TO MAX-DD.
             IF BD-MM = 02 AND LEAP-YEAR
                 MOVE 29 TO MAX-DD
             END-IF.
             IF BD-DD < 1 OR BD-DD > MAX-DD
                 GO TO 8060-REJECT-DATE
             END-IF.
             GO TO 8050-EXIT.
         8060-REJECT-DATE.
             SET BD-INVALID TO TRUE.
         8050-EXIT.
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

      * CYCLES ON THE SHIFT DATE FOR THE EMPLOYEE IN BD.
         8300-COMPUTE-CYCLES.
             COMPUTE DAYS = FUNCTION INTEGER-OF-DATE(CHK-DATE)
                        - FUNCTION INTEGER-OF-DATE(BD).
             COMPUTE P = FUNCTION MOD(DAYS 23) * 200 / 23 - 100.
             COMPUTE E = FUNCTION MOD(DAYS 28) * 200 / 28 - 100.
             COMPUTE I = FUNCTION MOD(DAYS 33) * 200 / 33 - 100.
         8300-EXIT.
             EXIT.

         8350-CHECK-CRITICAL.
             MOVE "N" TO CRIT-P-SW.
             MOVE "N" TO CRIT-E-SW.
             MOVE "N" TO CRIT-I-SW.
             MOVE "N" TO ANY-CRIT-SW.
             IF FUNCTION ABS(P) <= CRIT-BAND
                 SET P-CRITICAL TO TRUE
                 SET ANY-CRITICAL TO TRUE
             END-IF.
             IF FUNCTION ABS(E) <= CRIT-BAND
                 SET E-CRITICAL TO TRUE
                 SET ANY-CRITICAL TO TRUE
             END-IF.
             IF FUNCTION ABS(I) <= CRIT-BAND
                 SET I-CRITICAL TO TRUE
                 SET ANY-CRITICAL TO TRUE
             END-IF.
         8350-EXIT.
             EXIT.

         8400-FIND-EMPLOYEE.
             MOVE "N" TO FOUND-SW.
             MOVE 1 TO EX.
             PERFORM 8450-MATCH-EMPLOYEE THRU 8450-EXIT
                 UNTIL ID-FOUND OR EX > EMP-CNT.
         8400-EXIT.
             EXIT.

         8450-MATCH-EMPLOYEE.
             IF EM-ID (EX) = SCH-EMP-ID
                 SET ID-FOUND TO TRUE
             ELSE
                 ADD 1 TO EX
             END-IF.
         8450-EXIT.
             EXIT.

      * A LEAVE OR TERMINATION TAKES HOLD ON ITS EFFECTIVE DATE -
      * UNTIL THEN THE EMPLOYEE IS STILL IN SERVICE.  BLANK STATUS
      * ON RECORDS FROM BEFORE THE FIELD EXISTED MEANS ACTIVE.
      * HERE THE DATE THAT MATTERS IS THE SHIFT DATE IN CHK-DATE.
         8500-CHECK-STATUS.
             MOVE EX TO MX.
             PERFORM 8550-CHECK-STATUS-AT THRU 8550-EXIT.
         8500-EXIT.
             EXIT.

         8550-CHECK-STATUS-AT.
             SET EMP-IN-SERVICE TO TRUE.
             IF EM-STAT (MX) = "L" OR EM-STAT (MX) = "T"
                 IF EM-STAT-DATE (MX) > CHK-DATE
                     CONTINUE
                 ELSE
                     SET EMP-INACTIVE TO TRUE
                 END-IF
             END-IF.
         8550-EXIT.
             EXIT.

         9000-TERMINATE.
             MOVE READ-CNT TO ST-READ.
             MOVE CONF-CNT TO ST-CONF.
             MOVE NOALT-CNT TO ST-NOALT.
             MOVE PAST-CNT TO ST-PAST.
             MOVE NF-CNT TO ST-NF.
             MOVE INACT-CNT TO ST-INA.
             MOVE SKIP-CNT TO ST-SKIP.
             IF RPT-IS-OPEN
                 WRITE SHRP-RECORD FROM SHRP-TOTAL
                 CLOSE SHFTRPT
             END-IF.
             IF CONF-IS-OPEN
                 CLOSE CONFFILE
             END-IF.
             DISPLAY SHRP-TOTAL.
             IF RUN-ERRORED
                 MOVE 8 TO RETURN-CODE
             END-IF.
         9000-EXIT.
             EXIT.
