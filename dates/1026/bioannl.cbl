       IDENTIFICATION DIVISION.
         PROGRAM-ID. BIOANNL.
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
             SELECT RUNDIR ASSIGN TO "BIORUND"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RD-RUN-NO
                 FILE STATUS IS RUNDIR-ST.
             SELECT HISTFILE ASSIGN TO "BIORSLT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS HISTFILE-ST.
             SELECT PARMFILE ASSIGN TO "BIOPARM"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PARMFILE-ST.
             SELECT SORTWK ASSIGN TO "SORTWK".
             SELECT ANNLRPT ASSIGN TO "BIOANRP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ANNLRPT-ST.
         DATA DIVISION.
         FILE SECTION.
         FD  EMPMAST.
         COPY EMPREC.
         FD  DPTMAST.
         COPY DEPREC.
         FD  RUNDIR.
         COPY RUNDREC.
         FD  HISTFILE.
         COPY BIORSLT.
         FD  PARMFILE.
         COPY BIOPARM.
         SD  SORTWK.
         01  SW-REC.
             05  SW-DEPT                 PIC X(04).
             05  SW-EMP-ID               PIC X(06).
             05  SW-TD                   PIC 9(08).
             05  SW-RUN-NO               PIC 9(04).
             05  SW-P                    PIC S9(04)
                     SIGN IS TRAILING SEPARATE CHARACTER.
             05  SW-E                    PIC S9(04)
                     SIGN IS TRAILING SEPARATE CHARACTER.
             05  SW-I                    PIC S9(04)
                     SIGN IS TRAILING SEPARATE CHARACTER.
         FD  ANNLRPT.
         01  ANRP-RECORD                 PIC X(80).
         WORKING-STORAGE SECTION.
         01 TD         PIC 9(8).
         01 TD-PARTS REDEFINES TD.
             05 TD-YYYY    PIC 9(04).
             05 TD-MMDD    PIC 9(04).

         01 EMPMAST-ST PIC X(02).
         01 DPTMAST-ST PIC X(02).
         01 RUNDIR-ST  PIC X(02).
         01 HISTFILE-ST PIC X(02).
         01 PARMFILE-ST PIC X(02).
         01 ANNLRPT-ST PIC X(02).
         01 DPT-OPEN-SW PIC X(01) VALUE "N".
             88 DPT-IS-OPEN            VALUE "Y".
         01 RPT-OPEN-SW PIC X(01) VALUE "N".
             88 RPT-IS-OPEN            VALUE "Y".
         01 DEPT-NAME-WK PIC X(20).

         01 CRIT-BAND  PIC S9(04) VALUE +5.

      * SELECTION KEYED AT THE CONSOLE - ONE EMPLOYEE, ONE WHOLE
      * DEPARTMENT, OR THE FULL ACTIVE ROSTER WHEN BOTH ARE BLANK.
         01 SEL-YEAR-X PIC X(04).
         01 SEL-YEAR   PIC 9(04).
         01 SEL-EMP    PIC X(06).
         01 SEL-DEPT   PIC X(04).
         01 YR-FROM    PIC 9(08).
         01 YR-TO      PIC 9(08).
         01 PICK-FROM  PIC 9(08).
         01 PICK-TO    PIC 9(08).
         01 PICK-INT   PIC 9(07).

         01 EMP-EOF-SW PIC X(01) VALUE "N".
             88 AT-EMP-EOF             VALUE "Y".
         01 DIR-EOF-SW PIC X(01) VALUE "N".
             88 AT-DIR-EOF             VALUE "Y".
         01 HIST-EOF-SW PIC X(01) VALUE "N".
             88 AT-HIST-EOF            VALUE "Y".
         01 SORT-EOF-SW PIC X(01) VALUE "N".
             88 AT-SORT-EOF            VALUE "Y".
         01 FIRST-SW   PIC X(01) VALUE "Y".
             88 FIRST-DAY              VALUE "Y".
         01 STAT-WK-SW PIC X(01) VALUE "Y".
             88 EMP-IN-SERVICE         VALUE "Y".
             88 EMP-INACTIVE           VALUE "N".
         01 RUN-ERR-SW PIC X(01) VALUE "N".
             88 RUN-ERRORED            VALUE "Y".

         01 INACT-CNT  PIC 9(06) VALUE ZERO.
         01 NODATA-CNT PIC 9(06) VALUE ZERO.
         01 HIST-CNT   PIC 9(07) VALUE ZERO.
         01 TAKEN-CNT  PIC 9(07) VALUE ZERO.
         01 EXPECT-CNT PIC 9(07) VALUE ZERO.
         01 KEEP-CNT   PIC 9(07) VALUE ZERO.
         01 DUP-CNT    PIC 9(07) VALUE ZERO.
         01 PAGE-CNT   PIC 9(04) VALUE ZERO.

      * THE EMPLOYEES UNDER REVIEW, LOADED IN KEY ORDER SO A
      * HISTORY LINE IS MATCHED BY HALVING.  THE DEPARTMENT IS THE
      * CURRENT ONE ON THE MASTER - NO TRANSFER HISTORY IS KEPT.
         01 EMP-CNT    PIC 9(04) VALUE ZERO.
         01 EMP-MAX    PIC 9(04) VALUE 3000.
         01 EMP-TAB.
             05 ET-ENTRY OCCURS 3000 TIMES.
                10 ET-ID       PIC X(06).
                10 ET-NAME     PIC X(20).
                10 ET-DEPT     PIC X(04).
                10 ET-SEEN     PIC X(01).
         01 EX         PIC 9(04) COMP.
         01 CUR-EX     PIC 9(04) COMP.
         01 SRCH-ID    PIC X(06).

      * THE ROSTER RUNS OF THE YEAR, TAKEN FROM THE RUN DIRECTORY
      * IN RUN NUMBER ORDER.  THE DIRECTORY LINE COUNTS TELL THE
      * HISTORY PASS WHEN EVERY LINE OF THOSE RUNS HAS BEEN SEEN.
         01 RUN-CNT    PIC 9(04) VALUE ZERO.
         01 RUN-MAX    PIC 9(04) VALUE 800.
         01 RUN-TAB.
             05 RT-RUN-NO   PIC 9(04) OCCURS 800 TIMES.
         01 RX         PIC 9(04) COMP.
         01 SRCH-RUN   PIC 9(04).
         01 LO-IX      PIC 9(04) COMP.
         01 HI-IX      PIC 9(04) COMP.
         01 MID-IX     PIC 9(04) COMP.

         01 CUR-DEPT   PIC X(04).
         01 CUR-EMP    PIC X(06).
         01 PREV-TD    PIC 9(08).
         01 DAY-WK     PIC 9(08).
         01 DAY-PARTS REDEFINES DAY-WK.
             05 DAY-YYYY   PIC 9(04).
             05 DAY-MM     PIC 9(02).
             05 DAY-DD     PIC 9(02).
         01 CX         PIC 9(01) COMP.
         01 MX         PIC 9(02) COMP.
         01 DX         PIC 9(04) COMP.
         01 ANY-SW     PIC X(01).
             88 DAY-ANY-CRIT           VALUE "Y".
         01 CYC-VALS.
             05 CYC-VAL     PIC S9(04) OCCURS 3 TIMES.
         01 CYC-LETTERS PIC X(03) VALUE "PEI".
         01 LOW-LEN    PIC 9(03).
         01 LOW-FROM   PIC 9(08).

      * ONE EMPLOYEE YEAR.  CYCLES 1-3 ARE P, E AND I.
         01 EMP-ACCUM.
             05 EA-DAYS     PIC 9(03).
             05 EA-ANY      PIC 9(03).
             05 EA-CYC OCCURS 3 TIMES.
                10 EA-CRIT     PIC 9(03).
                10 EA-HI       PIC S9(04).
                10 EA-HI-DT    PIC 9(08).
                10 EA-LO       PIC S9(04).
                10 EA-LO-DT    PIC 9(08).
             05 EA-LONG     PIC 9(03).
             05 EA-LONG-FROM PIC 9(08).
             05 EA-LONG-TO  PIC 9(08).
             05 EA-MON OCCURS 12 TIMES.
                10 EM-DAYS     PIC 9(02).
                10 EM-CRIT     PIC 9(02) OCCURS 3 TIMES.
                10 EM-ANY      PIC 9(02).

      * ONE DEPARTMENT, ROLLED UP AS EACH EMPLOYEE PAGE IS DONE.
         01 DEPT-ACCUM.
             05 DA-EMP      PIC 9(05).
             05 DA-DAYS     PIC 9(07).
             05 DA-ANY      PIC 9(06).
             05 DA-CYC OCCURS 3 TIMES.
                10 DA-CRIT     PIC 9(06).
                10 DA-HI       PIC S9(04).
                10 DA-LO       PIC S9(04).
             05 DA-LONG     PIC 9(03).
             05 DA-MON-ANY  PIC 9(05) OCCURS 12 TIMES.

      * DEPARTMENT ROWS HELD FOR THE SUMMARY PAGE AT THE END.
         01 DS-CNT     PIC 9(04) VALUE ZERO.
         01 DS-MAX     PIC 9(04) VALUE 200.
         01 DS-TAB.
             05 DS-ENTRY OCCURS 200 TIMES.
                10 DS-CODE     PIC X(04).
                10 DS-ACCUM    PIC X(123).
         01 CO-ACCUM.
             05 CO-EMP      PIC 9(05).
             05 CO-DAYS     PIC 9(07).
             05 CO-ANY      PIC 9(06).
             05 CO-CYC OCCURS 3 TIMES.
                10 CO-CRIT     PIC 9(06).
                10 CO-HI       PIC S9(04).
                10 CO-LO       PIC S9(04).
             05 CO-LONG     PIC 9(03).
             05 CO-MON-ANY  PIC 9(05) OCCURS 12 TIMES.

         01 RPT-SEP.
             05 FILLER      PIC X(80) VALUE ALL "=".
         01 RPT-HEAD1.
             05 FILLER      PIC X(31) VALUE
                "BIORHYTHM ANNUAL SUMMARY  YEAR=".
             05 RH-YEAR     PIC 9(04).
             05 FILLER      PIC X(06) VALUE " PAGE=".
             05 RH-PAGE     PIC 9(04).
             05 FILLER      PIC X(06) VALUE " BAND=".
             05 RH-BAND     PIC ZZ9.
             05 FILLER      PIC X(26) VALUE SPACES.
         01 RPT-HEAD2.
             05 FILLER      PIC X(04) VALUE "EMP=".
             05 RH-EMP      PIC X(06).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 RH-NAME     PIC X(20).
             05 FILLER      PIC X(06) VALUE " DEPT=".
             05 RH-DEPT     PIC X(04).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 RH-DNAME    PIC X(20).
             05 FILLER      PIC X(18) VALUE SPACES.
         01 RPT-HEAD3.
             05 FILLER      PIC X(12) VALUE "ROSTER DAYS=".
             05 RH-DAYS     PIC ZZ9.
             05 FILLER      PIC X(20) VALUE
                "  CRITICAL DAYS ANY=".
             05 RH-ANY      PIC ZZ9.
             05 FILLER      PIC X(42) VALUE SPACES.
         01 RPT-CYC-HEAD.
             05 FILLER      PIC X(37) VALUE
                "CY   CRIT   HIGH DATE        LOW DATE".
             05 FILLER      PIC X(43) VALUE SPACES.
         01 RPT-CYC-LINE.
             05 RC-CYC      PIC X(02).
             05 FILLER      PIC X(04) VALUE SPACES.
             05 RC-CRIT     PIC ZZ9.
             05 FILLER      PIC X(03) VALUE SPACES.
             05 RC-HI       PIC +ZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 RC-HI-DT    PIC 9(08).
             05 FILLER      PIC X(03) VALUE SPACES.
             05 RC-LO       PIC +ZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 RC-LO-DT    PIC 9(08).
             05 FILLER      PIC X(39) VALUE SPACES.
         01 RPT-LOW-LINE.
             05 FILLER      PIC X(21) VALUE
                "LOW PHYSICAL STRETCH=".
             05 RL-LEN      PIC ZZ9.
             05 FILLER      PIC X(11) VALUE " DAYS FROM=".
             05 RL-FROM     PIC 9(08).
             05 FILLER      PIC X(04) VALUE " TO=".
             05 RL-TO       PIC 9(08).
             05 FILLER      PIC X(25) VALUE SPACES.
         01 RPT-MON-HEAD.
             05 FILLER      PIC X(28) VALUE
                "MM  DAYS    P    E    I  ANY".
             05 FILLER      PIC X(52) VALUE SPACES.
         01 RPT-MON-LINE.
             05 RM-MM       PIC 9(02).
             05 FILLER      PIC X(02) VALUE SPACES.
             05 RM-DAYS     PIC ZZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 RM-P        PIC ZZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 RM-E        PIC ZZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 RM-I        PIC ZZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 RM-ANY      PIC ZZZ9.
             05 FILLER      PIC X(52) VALUE SPACES.

         01 DPT-HEAD1.
             05 FILLER      PIC X(25) VALUE
                "DEPARTMENT SUMMARY  YEAR=".
             05 DH-YEAR     PIC 9(04).
             05 FILLER      PIC X(06) VALUE " BAND=".
             05 DH-BAND     PIC ZZ9.
             05 FILLER      PIC X(42) VALUE SPACES.
         01 DPT-HEAD2.
             05 FILLER      PIC X(40) VALUE
                "DEPT NAME                   EMP    DAYS ".
             05 FILLER      PIC X(32) VALUE
                "CRIT-P CRIT-E CRIT-I    ANY LONG".
             05 FILLER      PIC X(08) VALUE SPACES.
         01 DPT-HEAD3.
             05 FILLER      PIC X(09) VALUE "     MON=".
             05 FILLER      PIC X(30) VALUE
                "   01   02   03   04   05   06".
             05 FILLER      PIC X(30) VALUE
                "   07   08   09   10   11   12".
             05 FILLER      PIC X(11) VALUE SPACES.
         01 DPT-LINE1.
             05 DL-CODE     PIC X(04).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 DL-NAME     PIC X(20).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 DL-EMP      PIC ZZZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 DL-DAYS     PIC ZZZZZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 DL-CP       PIC ZZZZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 DL-CE       PIC ZZZZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 DL-CI       PIC ZZZZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 DL-ANY      PIC ZZZZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 DL-LONG     PIC ZZZ9.
             05 FILLER      PIC X(08) VALUE SPACES.
         01 DPT-LINE2.
             05 FILLER      PIC X(13) VALUE "     P HI/LO=".
             05 DL-PHI      PIC +ZZ9.
             05 FILLER      PIC X(01) VALUE "/".
             05 DL-PLO      PIC +ZZ9.
             05 FILLER      PIC X(10) VALUE "  E HI/LO=".
             05 DL-EHI      PIC +ZZ9.
             05 FILLER      PIC X(01) VALUE "/".
             05 DL-ELO      PIC +ZZ9.
             05 FILLER      PIC X(10) VALUE "  I HI/LO=".
             05 DL-IHI      PIC +ZZ9.
             05 FILLER      PIC X(01) VALUE "/".
             05 DL-ILO      PIC +ZZ9.
             05 FILLER      PIC X(20) VALUE SPACES.
         01 DPT-LINE3.
             05 FILLER      PIC X(09) VALUE "     MON=".
             05 DL-MON      PIC ZZZZ9 OCCURS 12 TIMES.
             05 FILLER      PIC X(11) VALUE SPACES.

         PROCEDURE DIVISION.

         0000-MAINLINE.
             PERFORM 1000-INITIALIZE THRU 1000-EXIT.
             IF NOT RUN-ERRORED AND RPT-IS-OPEN
                 SORT SORTWK
                     ON ASCENDING KEY SW-DEPT SW-EMP-ID SW-TD
                     ON DESCENDING KEY SW-RUN-NO
                     INPUT PROCEDURE IS 2000-SCAN THRU 2000-EXIT
                     OUTPUT PROCEDURE IS 3000-REPORT THRU 3000-EXIT
             END-IF.
             PERFORM 9000-TERMINATE THRU 9000-EXIT.
             STOP RUN.

         1000-INITIALIZE.
             DISPLAY "BIOANNL - 年間バイオリズム集計".
             ACCEPT TD FROM DATE YYYYMMDD.
             PERFORM 1100-READ-PARM THRU 1100-EXIT.
             DISPLAY "対象年(YYYY):".
             ACCEPT SEL-YEAR-X.
             IF SEL-YEAR-X NOT NUMERIC
                 DISPLAY "*** 対象年が不正です: " SEL-YEAR-X
                 SET RUN-ERRORED TO TRUE
                 GO TO 1000-EXIT
             END-IF.
             MOVE SEL-YEAR-X TO SEL-YEAR.
             IF SEL-YEAR < 1900 OR SEL-YEAR > TD-YYYY
                 DISPLAY "*** 対象年が不正です: " SEL-YEAR-X
                 SET RUN-ERRORED TO TRUE
                 GO TO 1000-EXIT
             END-IF.
             COMPUTE YR-FROM = SEL-YEAR * 10000 + 0101.
             COMPUTE YR-TO = SEL-YEAR * 10000 + 1231.
      * A RUN FILED ON THE FIRST DAYS OF JANUARY CAN CARRY A LATE
      * DECEMBER ROSTER DAY, AND THE REVERSE, SO THE RUN PICK
      * REACHES A WEEK EITHER SIDE.  LINES ARE KEPT BY ROSTER DAY.
             COMPUTE PICK-INT = FUNCTION INTEGER-OF-DATE(YR-FROM) - 7.
             COMPUTE PICK-FROM = FUNCTION DATE-OF-INTEGER(PICK-INT).
             COMPUTE PICK-INT = FUNCTION INTEGER-OF-DATE(YR-TO) + 7.
             COMPUTE PICK-TO = FUNCTION DATE-OF-INTEGER(PICK-INT).
             DISPLAY "社員番号(部門指定=空白):".
             ACCEPT SEL-EMP.
             IF SEL-EMP = SPACES
                 DISPLAY "部門コード(全件=空白):"
                 ACCEPT SEL-DEPT
             ELSE
                 MOVE SPACES TO SEL-DEPT
             END-IF.
             PERFORM 1200-LOAD-EMPLOYEES THRU 1200-EXIT.
             IF RUN-ERRORED
                 GO TO 1000-EXIT
             END-IF.
             IF EMP-CNT = ZERO
                 DISPLAY "対象社員がいません"
                 GO TO 1000-EXIT
             END-IF.
             PERFORM 1300-LOAD-RUNS THRU 1300-EXIT.
             IF RUN-ERRORED
                 GO TO 1000-EXIT
             END-IF.
             IF RUN-CNT = ZERO
                 DISPLAY "対象年の一括実行がありません: "
                     SEL-YEAR
                 GO TO 1000-EXIT
             END-IF.
             OPEN INPUT DPTMAST.
             IF DPTMAST-ST = "00"
                 SET DPT-IS-OPEN TO TRUE
             ELSE
                 DISPLAY "DPTMASTなし 部門名なしで出力"
             END-IF.
             OPEN OUTPUT ANNLRPT.
             IF ANNLRPT-ST NOT = "00"
                 DISPLAY "*** BIOANRPが開けません: " ANNLRPT-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 1000-EXIT
             END-IF.
             SET RPT-IS-OPEN TO TRUE.
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

      * A NAMED EMPLOYEE IS TAKEN WHATEVER THEIR STATUS, SO A
      * LEAVER CAN STILL BE REVIEWED; A DEPARTMENT OR THE WHOLE
      * ROSTER TAKES ONLY THOSE STILL IN SERVICE.
         1200-LOAD-EMPLOYEES.
             OPEN INPUT EMPMAST.
             IF EMPMAST-ST NOT = "00"
                 DISPLAY "*** EMPMASTが見つかりません"
                 SET RUN-ERRORED TO TRUE
                 GO TO 1200-EXIT
             END-IF.
             IF SEL-EMP NOT = SPACES
                 MOVE SEL-EMP TO EMP-ID
                 READ EMPMAST
                     INVALID KEY
                         DISPLAY "*** 社員が見つかりません: "
                             SEL-EMP
                         SET RUN-ERRORED TO TRUE
                     NOT INVALID KEY
                         PERFORM 1250-ADD-EMPLOYEE THRU 1250-EXIT
                 END-READ
             ELSE
                 PERFORM 1220-SCAN-EMPLOYEE THRU 1220-EXIT
                     UNTIL AT-EMP-EOF
             END-IF.
             CLOSE EMPMAST.
             DISPLAY "対象社員: " EMP-CNT " 名".
         1200-EXIT.
             EXIT.

         1220-SCAN-EMPLOYEE.
             READ EMPMAST NEXT
                 AT END
                     SET AT-EMP-EOF TO TRUE
                     GO TO 1220-EXIT
             END-READ.
             IF EMPMAST-ST NOT = "00"
                 DISPLAY "*** EMPMAST読取エラー: " EMPMAST-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-EMP-EOF TO TRUE
                 GO TO 1220-EXIT
             END-IF.
             IF SEL-DEPT NOT = SPACES AND EMP-DEPT NOT = SEL-DEPT
                 GO TO 1220-EXIT
             END-IF.
             PERFORM 8500-CHECK-STATUS THRU 8500-EXIT.
             IF EMP-INACTIVE
                 ADD 1 TO INACT-CNT
                 GO TO 1220-EXIT
             END-IF.
             PERFORM 1250-ADD-EMPLOYEE THRU 1250-EXIT.
         1220-EXIT.
             EXIT.

         1250-ADD-EMPLOYEE.
             IF EMP-CNT >= EMP-MAX
                 DISPLAY "*** 対象社員数が上限超過"
                 SET RUN-ERRORED TO TRUE
                 SET AT-EMP-EOF TO TRUE
                 GO TO 1250-EXIT
             END-IF.
             ADD 1 TO EMP-CNT.
             MOVE EMP-ID TO ET-ID (EMP-CNT).
             MOVE EMP-NAME TO ET-NAME (EMP-CNT).
             MOVE EMP-DEPT TO ET-DEPT (EMP-CNT).
             MOVE "N" TO ET-SEEN (EMP-CNT).
         1250-EXIT.
             EXIT.

      * ONLY THE RUN DIRECTORY IS PASSED TO FIND THE YEAR - THERE
      * IS NO REBUILD SCAN OF THE HISTORY HERE, SO A MISSING
      * DIRECTORY STOPS THE RUN.
         1300-LOAD-RUNS.
             OPEN INPUT RUNDIR.
             IF RUNDIR-ST NOT = "00"
                 DISPLAY "*** BIORUNDが開けません: " RUNDIR-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 1300-EXIT
             END-IF.
             PERFORM 1350-READ-DIR-ONE THRU 1350-EXIT
                 UNTIL AT-DIR-EOF.
             CLOSE RUNDIR.
             DISPLAY "対象実行: " RUN-CNT " 回 明細見込="
                 EXPECT-CNT.
         1300-EXIT.
             EXIT.

         1350-READ-DIR-ONE.
             READ RUNDIR NEXT
                 AT END
                     SET AT-DIR-EOF TO TRUE
                     GO TO 1350-EXIT
             END-READ.
             IF RUNDIR-ST NOT = "00"
                 DISPLAY "*** BIORUND読取エラー: " RUNDIR-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-DIR-EOF TO TRUE
                 GO TO 1350-EXIT
             END-IF.
             IF RD-MODE NOT = "2" AND RD-MODE NOT = "5"
                 GO TO 1350-EXIT
             END-IF.
             IF RD-RUN-DATE < PICK-FROM OR RD-RUN-DATE > PICK-TO
                 GO TO 1350-EXIT
             END-IF.
             IF RUN-CNT >= RUN-MAX
                 DISPLAY "*** 対象実行数が上限超過"
                 SET RUN-ERRORED TO TRUE
                 SET AT-DIR-EOF TO TRUE
                 GO TO 1350-EXIT
             END-IF.
             ADD 1 TO RUN-CNT.
             MOVE RD-RUN-NO TO RT-RUN-NO (RUN-CNT).
             ADD RD-REC-CNT TO EXPECT-CNT.
         1350-EXIT.
             EXIT.

      * ONE PASS OVER THE HISTORY, RELEASING ONLY LINES OF THE
      * CHOSEN RUNS FOR THE CHOSEN EMPLOYEES.  THE PASS STOPS AS
      * SOON AS EVERY LINE THE DIRECTORY COUNTED FOR THOSE RUNS
      * HAS GONE BY, SO LATER HISTORY IS NEVER READ.
         2000-SCAN.
             OPEN INPUT HISTFILE.
             IF HISTFILE-ST NOT = "00"
                 DISPLAY "*** BIORSLTが開けません: " HISTFILE-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 2000-EXIT
             END-IF.
             PERFORM 2100-READ-HISTORY THRU 2100-EXIT
                 UNTIL AT-HIST-EOF.
             CLOSE HISTFILE.
             DISPLAY "履歴読込=" HIST-CNT " 対象明細=" TAKEN-CNT
                 " 採用=" KEEP-CNT.
         2000-EXIT.
             EXIT.

         2100-READ-HISTORY.
             IF TAKEN-CNT >= EXPECT-CNT
                 SET AT-HIST-EOF TO TRUE
                 GO TO 2100-EXIT
             END-IF.
             READ HISTFILE
                 AT END
                     SET AT-HIST-EOF TO TRUE
                     GO TO 2100-EXIT
             END-READ.
             IF HISTFILE-ST NOT = "00"
                 DISPLAY "*** BIORSLT読取エラー: " HISTFILE-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-HIST-EOF TO TRUE
                 GO TO 2100-EXIT
             END-IF.
             ADD 1 TO HIST-CNT.
             IF BR-RUN-NO NOT NUMERIC OR BR-TD NOT NUMERIC
                 GO TO 2100-EXIT
             END-IF.
             MOVE BR-RUN-NO TO SRCH-RUN.
             PERFORM 8400-FIND-RUN THRU 8400-EXIT.
             IF RX = ZERO
                 GO TO 2100-EXIT
             END-IF.
             ADD 1 TO TAKEN-CNT.
             IF BR-MODE NOT = "2" AND BR-MODE NOT = "5"
                 GO TO 2100-EXIT
             END-IF.
             IF BR-TD < YR-FROM OR BR-TD > YR-TO
                 GO TO 2100-EXIT
             END-IF.
             MOVE BR-EMP-ID TO SRCH-ID.
             PERFORM 8600-FIND-EMP THRU 8600-EXIT.
             IF EX = ZERO
                 GO TO 2100-EXIT
             END-IF.
             MOVE ET-DEPT (EX) TO SW-DEPT.
             MOVE BR-EMP-ID TO SW-EMP-ID.
             MOVE BR-TD TO SW-TD.
             MOVE BR-RUN-NO TO SW-RUN-NO.
             MOVE BR-P TO SW-P.
             MOVE BR-E TO SW-E.
             MOVE BR-I TO SW-I.
             RELEASE SW-REC.
             ADD 1 TO KEEP-CNT.
         2100-EXIT.
             EXIT.

      * A ROSTER DAY RUN TWICE IS COUNTED ONCE - THE SORT PUTS THE
      * LATEST RUN FIRST AND THE REST OF THAT DAY ARE PASSED OVER.
         3000-REPORT.
             IF RUN-ERRORED
                 GO TO 3000-EXIT
             END-IF.
             PERFORM 3100-RETURN-DAY THRU 3100-EXIT
                 UNTIL AT-SORT-EOF.
             IF NOT FIRST-DAY
                 PERFORM 3500-END-EMPLOYEE THRU 3500-EXIT
                 PERFORM 3600-END-DEPT THRU 3600-EXIT
             END-IF.
             PERFORM 4000-DEPT-SUMMARY THRU 4000-EXIT.
         3000-EXIT.
             EXIT.

         3100-RETURN-DAY.
             RETURN SORTWK
                 AT END
                     SET AT-SORT-EOF TO TRUE
                     GO TO 3100-EXIT
             END-RETURN.
             IF FIRST-DAY
                 MOVE "N" TO FIRST-SW
                 MOVE SW-DEPT TO CUR-DEPT
                 PERFORM 3050-START-DEPT THRU 3050-EXIT
                 PERFORM 3060-START-EMPLOYEE THRU 3060-EXIT
             ELSE
                 IF SW-EMP-ID NOT = CUR-EMP OR SW-DEPT NOT = CUR-DEPT
                     PERFORM 3500-END-EMPLOYEE THRU 3500-EXIT
                     IF SW-DEPT NOT = CUR-DEPT
                         PERFORM 3600-END-DEPT THRU 3600-EXIT
                         MOVE SW-DEPT TO CUR-DEPT
                         PERFORM 3050-START-DEPT THRU 3050-EXIT
                     END-IF
                     PERFORM 3060-START-EMPLOYEE THRU 3060-EXIT
                 ELSE
                     IF SW-TD = PREV-TD
                         ADD 1 TO DUP-CNT
                         GO TO 3100-EXIT
                     END-IF
                 END-IF
             END-IF.
             MOVE SW-TD TO PREV-TD.
             PERFORM 3200-TALLY-DAY THRU 3200-EXIT.
         3100-EXIT.
             EXIT.

         3050-START-DEPT.
             INITIALIZE DEPT-ACCUM.
         3050-EXIT.
             EXIT.

         3060-START-EMPLOYEE.
             MOVE SW-EMP-ID TO CUR-EMP.
             MOVE SW-EMP-ID TO SRCH-ID.
             PERFORM 8600-FIND-EMP THRU 8600-EXIT.
             MOVE EX TO CUR-EX.
             MOVE "Y" TO ET-SEEN (CUR-EX).
             INITIALIZE EMP-ACCUM.
             MOVE ZERO TO PREV-TD.
             MOVE ZERO TO LOW-LEN.
             MOVE ZERO TO LOW-FROM.
         3060-EXIT.
             EXIT.

         3200-TALLY-DAY.
             ADD 1 TO EA-DAYS.
             MOVE SW-TD TO DAY-WK.
             MOVE DAY-MM TO MX.
             ADD 1 TO EM-DAYS (MX).
             MOVE SW-P TO CYC-VAL (1).
             MOVE SW-E TO CYC-VAL (2).
             MOVE SW-I TO CYC-VAL (3).
             MOVE "N" TO ANY-SW.
             PERFORM 3250-TALLY-CYCLE THRU 3250-EXIT
                 VARYING CX FROM 1 BY 1 UNTIL CX > 3.
             IF DAY-ANY-CRIT
                 ADD 1 TO EA-ANY
                 ADD 1 TO EM-ANY (MX)
             END-IF.
      * A LOW STRETCH RUNS OVER THE EMPLOYEES OWN ROSTER DAYS - A
      * WEEKEND OR CLOSURE WITH NO ROSTER LINE DOES NOT BREAK IT.
             IF SW-P < ZERO
                 IF LOW-LEN = ZERO
                     MOVE SW-TD TO LOW-FROM
                 END-IF
                 ADD 1 TO LOW-LEN
                 IF LOW-LEN > EA-LONG
                     MOVE LOW-LEN TO EA-LONG
                     MOVE LOW-FROM TO EA-LONG-FROM
                     MOVE SW-TD TO EA-LONG-TO
                 END-IF
             ELSE
                 MOVE ZERO TO LOW-LEN
             END-IF.
         3200-EXIT.
             EXIT.

      * THE FIRST DAY OF A HIGH OR LOW IS THE ONE SHOWN.
         3250-TALLY-CYCLE.
             IF FUNCTION ABS(CYC-VAL (CX)) <= CRIT-BAND
                 ADD 1 TO EA-CRIT (CX)
                 ADD 1 TO EM-CRIT (MX CX)
                 SET DAY-ANY-CRIT TO TRUE
             END-IF.
             IF EA-DAYS = 1
                 MOVE CYC-VAL (CX) TO EA-HI (CX)
                 MOVE CYC-VAL (CX) TO EA-LO (CX)
                 MOVE SW-TD TO EA-HI-DT (CX)
                 MOVE SW-TD TO EA-LO-DT (CX)
                 GO TO 3250-EXIT
             END-IF.
             IF CYC-VAL (CX) > EA-HI (CX)
                 MOVE CYC-VAL (CX) TO EA-HI (CX)
                 MOVE SW-TD TO EA-HI-DT (CX)
             END-IF.
             IF CYC-VAL (CX) < EA-LO (CX)
                 MOVE CYC-VAL (CX) TO EA-LO (CX)
                 MOVE SW-TD TO EA-LO-DT (CX)
             END-IF.
         3250-EXIT.
             EXIT.

         3500-END-EMPLOYEE.
             PERFORM 3700-PRINT-EMPLOYEE THRU 3700-EXIT.
             ADD 1 TO DA-EMP.
             ADD EA-DAYS TO DA-DAYS.
             ADD EA-ANY TO DA-ANY.
             PERFORM 3550-ROLL-CYCLE THRU 3550-EXIT
                 VARYING CX FROM 1 BY 1 UNTIL CX > 3.
             IF EA-LONG > DA-LONG
                 MOVE EA-LONG TO DA-LONG
             END-IF.
             PERFORM 3560-ROLL-MONTH THRU 3560-EXIT
                 VARYING MX FROM 1 BY 1 UNTIL MX > 12.
         3500-EXIT.
             EXIT.

         3550-ROLL-CYCLE.
             ADD EA-CRIT (CX) TO DA-CRIT (CX).
             IF DA-EMP = 1
                 MOVE EA-HI (CX) TO DA-HI (CX)
                 MOVE EA-LO (CX) TO DA-LO (CX)
                 GO TO 3550-EXIT
             END-IF.
             IF EA-HI (CX) > DA-HI (CX)
                 MOVE EA-HI (CX) TO DA-HI (CX)
             END-IF.
             IF EA-LO (CX) < DA-LO (CX)
                 MOVE EA-LO (CX) TO DA-LO (CX)
             END-IF.
         3550-EXIT.
             EXIT.

         3560-ROLL-MONTH.
             ADD EM-ANY (MX) TO DA-MON-ANY (MX).
         3560-EXIT.
             EXIT.

         3600-END-DEPT.
             IF DS-CNT >= DS-MAX
                 DISPLAY "*** 部門数が上限超過: " CUR-DEPT
                 SET RUN-ERRORED TO TRUE
                 GO TO 3600-EXIT
             END-IF.
             ADD 1 TO DS-CNT.
             MOVE CUR-DEPT TO DS-CODE (DS-CNT).
             MOVE DEPT-ACCUM TO DS-ACCUM (DS-CNT).
         3600-EXIT.
             EXIT.

      * ONE PAGE PER EMPLOYEE, CUT AT THE SEPARATOR ROW.
         3700-PRINT-EMPLOYEE.
             ADD 1 TO PAGE-CNT.
             IF PAGE-CNT > 1
                 WRITE ANRP-RECORD FROM RPT-SEP
             END-IF.
             MOVE SEL-YEAR TO RH-YEAR.
             MOVE PAGE-CNT TO RH-PAGE.
             MOVE CRIT-BAND TO RH-BAND.
             WRITE ANRP-RECORD FROM RPT-HEAD1.
             MOVE CUR-EMP TO RH-EMP.
             MOVE ET-NAME (CUR-EX) TO RH-NAME.
             MOVE CUR-DEPT TO RH-DEPT.
             PERFORM 8700-FIND-DEPT-NAME THRU 8700-EXIT.
             MOVE DEPT-NAME-WK TO RH-DNAME.
             WRITE ANRP-RECORD FROM RPT-HEAD2.
             MOVE EA-DAYS TO RH-DAYS.
             MOVE EA-ANY TO RH-ANY.
             WRITE ANRP-RECORD FROM RPT-HEAD3.
             WRITE ANRP-RECORD FROM RPT-CYC-HEAD.
             PERFORM 3750-PRINT-CYCLE THRU 3750-EXIT
                 VARYING CX FROM 1 BY 1 UNTIL CX > 3.
             MOVE EA-LONG TO RL-LEN.
             MOVE EA-LONG-FROM TO RL-FROM.
             MOVE EA-LONG-TO TO RL-TO.
             WRITE ANRP-RECORD FROM RPT-LOW-LINE.
             WRITE ANRP-RECORD FROM RPT-MON-HEAD.
             PERFORM 3760-PRINT-MONTH THRU 3760-EXIT
                 VARYING MX FROM 1 BY 1 UNTIL MX > 12.
         3700-EXIT.
             EXIT.

         3750-PRINT-CYCLE.
             MOVE CYC-LETTERS (CX:1) TO RC-CYC.
             MOVE EA-CRIT (CX) TO RC-CRIT.
             MOVE EA-HI (CX) TO RC-HI.
             MOVE EA-HI-DT (CX) TO RC-HI-DT.
             MOVE EA-LO (CX) TO RC-LO.
             MOVE EA-LO-DT (CX) TO RC-LO-DT.
             WRITE ANRP-RECORD FROM RPT-CYC-LINE.
         3750-EXIT.
             EXIT.

         3760-PRINT-MONTH.
             MOVE MX TO RM-MM.
             MOVE EM-DAYS (MX) TO RM-DAYS.
             MOVE EM-CRIT (MX 1) TO RM-P.
             MOVE EM-CRIT (MX 2) TO RM-E.
             MOVE EM-CRIT (MX 3) TO RM-I.
             MOVE EM-ANY (MX) TO RM-ANY.
             WRITE ANRP-RECORD FROM RPT-MON-LINE.
         3760-EXIT.
             EXIT.

      * THE DEPARTMENT PAGE REPEATS THE EMPLOYEE TOTALS PER
      * DEPARTMENT, NAMED FROM THE MASTER, THEN FOR THE WHOLE RUN.
      * HIGH, LOW AND LONGEST STRETCH ARE THE EXTREMES OF THE
      * MEMBERS, NOT SUMS.
         4000-DEPT-SUMMARY.
             IF DS-CNT = ZERO
                 GO TO 4000-EXIT
             END-IF.
             INITIALIZE CO-ACCUM.
             WRITE ANRP-RECORD FROM RPT-SEP.
             MOVE SEL-YEAR TO DH-YEAR.
             MOVE CRIT-BAND TO DH-BAND.
             WRITE ANRP-RECORD FROM DPT-HEAD1.
             WRITE ANRP-RECORD FROM DPT-HEAD2.
             WRITE ANRP-RECORD FROM DPT-HEAD3.
             PERFORM 4100-PRINT-DEPT THRU 4100-EXIT
                 VARYING DX FROM 1 BY 1 UNTIL DX > DS-CNT.
             MOVE CO-ACCUM TO DEPT-ACCUM.
             MOVE "ALL " TO DL-CODE.
             MOVE "COMPANY TOTAL" TO DL-NAME.
             PERFORM 4300-WRITE-DEPT-LINES THRU 4300-EXIT.
         4000-EXIT.
             EXIT.

         4100-PRINT-DEPT.
             MOVE DS-ACCUM (DX) TO DEPT-ACCUM.
             MOVE DS-CODE (DX) TO CUR-DEPT.
             PERFORM 8700-FIND-DEPT-NAME THRU 8700-EXIT.
             MOVE CUR-DEPT TO DL-CODE.
             MOVE DEPT-NAME-WK TO DL-NAME.
             PERFORM 4300-WRITE-DEPT-LINES THRU 4300-EXIT.
             ADD DA-EMP TO CO-EMP.
             ADD DA-DAYS TO CO-DAYS.
             ADD DA-ANY TO CO-ANY.
             PERFORM 4150-ROLL-CYCLE THRU 4150-EXIT
                 VARYING CX FROM 1 BY 1 UNTIL CX > 3.
             IF DA-LONG > CO-LONG
                 MOVE DA-LONG TO CO-LONG
             END-IF.
             PERFORM 4160-ROLL-MONTH THRU 4160-EXIT
                 VARYING MX FROM 1 BY 1 UNTIL MX > 12.
         4100-EXIT.
             EXIT.

         4150-ROLL-CYCLE.
             ADD DA-CRIT (CX) TO CO-CRIT (CX).
             IF DX = 1
                 MOVE DA-HI (CX) TO CO-HI (CX)
                 MOVE DA-LO (CX) TO CO-LO (CX)
                 GO TO 4150-EXIT
             END-IF.
             IF DA-HI (CX) > CO-HI (CX)
                 MOVE DA-HI (CX) TO CO-HI (CX)
             END-IF.
             IF DA-LO (CX) < CO-LO (CX)
                 MOVE DA-LO (CX) TO CO-LO (CX)
             END-IF.
         4150-EXIT.
             EXIT.

         4160-ROLL-MONTH.
             ADD DA-MON-ANY (MX) TO CO-MON-ANY (MX).
         4160-EXIT.
             EXIT.

         4300-WRITE-DEPT-LINES.
             MOVE DA-EMP TO DL-EMP.
             MOVE DA-DAYS TO DL-DAYS.
             MOVE DA-CRIT (1) TO DL-CP.
             MOVE DA-CRIT (2) TO DL-CE.
             MOVE DA-CRIT (3) TO DL-CI.
             MOVE DA-ANY TO DL-ANY.
             MOVE DA-LONG TO DL-LONG.
             WRITE ANRP-RECORD FROM DPT-LINE1.
             MOVE DA-HI (1) TO DL-PHI.
             MOVE DA-LO (1) TO DL-PLO.
             MOVE DA-HI (2) TO DL-EHI.
             MOVE DA-LO (2) TO DL-ELO.
             MOVE DA-HI (3) TO DL-IHI.
             MOVE DA-LO (3) TO DL-ILO.
             WRITE ANRP-RECORD FROM DPT-LINE2.
             PERFORM 4350-MOVE-MONTH THRU 4350-EXIT
                 VARYING MX FROM 1 BY 1 UNTIL MX > 12.
             WRITE ANRP-RECORD FROM DPT-LINE3.
         4300-EXIT.
             EXIT.

         4350-MOVE-MONTH.
             MOVE DA-MON-ANY (MX) TO DL-MON (MX).
         4350-EXIT.
             EXIT.

      * HALVING SEARCH OF THE ASCENDING RUN TABLE - MOST HISTORY
      * LINES BELONG TO OTHER YEARS AND ARE NOT HITS.
         8400-FIND-RUN.
             MOVE ZERO TO RX.
             MOVE 1 TO LO-IX.
             MOVE RUN-CNT TO HI-IX.
             PERFORM 8450-PROBE-RUN THRU 8450-EXIT
                 UNTIL LO-IX > HI-IX OR RX > ZERO.
         8400-EXIT.
             EXIT.

         8450-PROBE-RUN.
             COMPUTE MID-IX = (LO-IX + HI-IX) / 2.
             IF RT-RUN-NO (MID-IX) = SRCH-RUN
                 MOVE MID-IX TO RX
                 GO TO 8450-EXIT
             END-IF.
             IF RT-RUN-NO (MID-IX) < SRCH-RUN
                 COMPUTE LO-IX = MID-IX + 1
             ELSE
                 IF MID-IX = 1
                     MOVE ZERO TO HI-IX
                 ELSE
                     COMPUTE HI-IX = MID-IX - 1
                 END-IF
             END-IF.
         8450-EXIT.
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

      * HALVING SEARCH OF THE ASCENDING EMPLOYEE TABLE.
         8600-FIND-EMP.
             MOVE ZERO TO EX.
             MOVE 1 TO LO-IX.
             MOVE EMP-CNT TO HI-IX.
             PERFORM 8650-PROBE-EMP THRU 8650-EXIT
                 UNTIL LO-IX > HI-IX OR EX > ZERO.
         8600-EXIT.
             EXIT.

         8650-PROBE-EMP.
             COMPUTE MID-IX = (LO-IX + HI-IX) / 2.
             IF ET-ID (MID-IX) = SRCH-ID
                 MOVE MID-IX TO EX
                 GO TO 8650-EXIT
             END-IF.
             IF ET-ID (MID-IX) < SRCH-ID
                 COMPUTE LO-IX = MID-IX + 1
             ELSE
                 IF MID-IX = 1
                     MOVE ZERO TO HI-IX
                 ELSE
                     COMPUTE HI-IX = MID-IX - 1
                 END-IF
             END-IF.
         8650-EXIT.
             EXIT.

         8700-FIND-DEPT-NAME.
             MOVE SPACES TO DEPT-NAME-WK.
             IF NOT DPT-IS-OPEN
                 GO TO 8700-EXIT
             END-IF.
             MOVE CUR-DEPT TO DPT-CODE.
             READ DPTMAST
                 INVALID KEY
                     MOVE "(未登録)" TO DEPT-NAME-WK
                 NOT INVALID KEY
                     MOVE DPT-NAME TO DEPT-NAME-WK
             END-READ.
         8700-EXIT.
             EXIT.

         9000-TERMINATE.
             IF RPT-IS-OPEN
                 CLOSE ANNLRPT
             END-IF.
             IF DPT-IS-OPEN
                 CLOSE DPTMAST
             END-IF.
             PERFORM 9100-COUNT-NODATA THRU 9100-EXIT
                 VARYING EX FROM 1 BY 1 UNTIL EX > EMP-CNT.
             DISPLAY "ページ=" PAGE-CNT " 部門=" DS-CNT
                 " 実績なし=" NODATA-CNT " 対象外=" INACT-CNT.
             DISPLAY "重複日=" DUP-CNT.
             IF RUN-ERRORED
                 MOVE 8 TO RETURN-CODE
             END-IF.
         9000-EXIT.
             EXIT.

         9100-COUNT-NODATA.
             IF ET-SEEN (EX) NOT = "Y"
                 ADD 1 TO NODATA-CNT
             END-IF.
         9100-EXIT.
             EXIT.
