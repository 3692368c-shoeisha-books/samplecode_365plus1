       IDENTIFICATION DIVISION.
         PROGRAM-ID. BIOINCA.
         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT EMPMAST ASSIGN TO "EMPMAST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EMP-ID
                 FILE STATUS IS EMPMAST-ST.
             SELECT INCFILE ASSIGN TO "BIOINCD"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS INC-KEY
                 FILE STATUS IS INCFILE-ST.
             SELECT ANLRPT ASSIGN TO "BIOINRP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ANLRPT-ST.
             SELECT PARMFILE ASSIGN TO "BIOPARM"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PARMFILE-ST.
             SELECT CALFILE ASSIGN TO "BIOCALF"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CALFILE-ST.
         DATA DIVISION.
         FILE SECTION.
         FD  EMPMAST.
         COPY EMPREC.
         FD  INCFILE.
         COPY INCREC.
         FD  ANLRPT.
         01  ARPT-RECORD                 PIC X(80).
         FD  PARMFILE.
         COPY BIOPARM.
         FD  CALFILE.
         COPY CALREC.
         WORKING-STORAGE SECTION.
         01 TD         PIC 9(8).
         01 BD         PIC 9(8).
         01 BD-PARTS REDEFINES BD.
             05 BD-YYYY    PIC 9(04).
             05 BD-MM      PIC 9(02).
             05 BD-DD      PIC 9(02).

         01 EMPMAST-ST PIC X(02).
         01 INCFILE-ST PIC X(02).
         01 ANLRPT-ST  PIC X(02).
         01 PARMFILE-ST PIC X(02).
         01 CALFILE-ST PIC X(02).

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
         01 INC-EOF-SW PIC X(01) VALUE "N".
             88 AT-INC-EOF             VALUE "Y".
         01 RUN-ERR-SW PIC X(01) VALUE "N".
             88 RUN-ERRORED            VALUE "Y".
         01 FOUND-SW   PIC X(01).
             88 ID-FOUND               VALUE "Y".

      * THE ANALYSIS PERIOD DEFAULTS TO THE SPAN OF THE INCIDENTS
      * ON FILE.  IT IS CAPPED AT THREE YEARS SO THE WORKING-DAY
      * MAP STAYS IN STORAGE, AND NEVER RUNS PAST THE AS-OF DATE.
         01 FROM-DATE  PIC 9(08) VALUE ZERO.
         01 TO-DATE    PIC 9(08) VALUE ZERO.
         01 FROM-INT   PIC 9(07).
         01 TO-INT     PIC 9(07).
         01 PERIOD-DAYS PIC 9(05).
         01 PERIOD-MAX PIC 9(05) VALUE 1096.
         01 DAY-OFS    PIC 9(05) COMP.
         01 WD-MAP.
             05 WD-OPEN     PIC X(01) OCCURS 1096 TIMES.

         01 DAYS       PIC 9(5).
         01 P          PIC S9(4).
         01 E          PIC S9(4).
         01 I          PIC S9(4).
         01 BIO-ITU    PIC S9(4).
         01 BIO-AES    PIC S9(4).
         01 BIO-AWR    PIC S9(4).

      * SIX CYCLES ARE TESTED AGAINST THE SAME BAND.  THE SEVENTH
      * COLUMN IS THE HOUSE DEFINITION OF A CRITICAL DAY - ANY OF
      * THE THREE PRIMARY CYCLES IN THE BAND.
         01 CYC-VALUES.
             05 CY-VAL      PIC S9(4) OCCURS 6 TIMES.
         01 CYC-HITS.
             05 CY-HIT      PIC X(01) OCCURS 7 TIMES.
         01 CYC-NAMES.
             05 FILLER      PIC X(03) VALUE "P  ".
             05 FILLER      PIC X(03) VALUE "E  ".
             05 FILLER      PIC X(03) VALUE "I  ".
             05 FILLER      PIC X(03) VALUE "ITU".
             05 FILLER      PIC X(03) VALUE "AES".
             05 FILLER      PIC X(03) VALUE "AWR".
             05 FILLER      PIC X(03) VALUE "ANY".
         01 CYC-NAMES-R REDEFINES CYC-NAMES.
             05 CY-NAME     PIC X(03) OCCURS 7 TIMES.
         01 CYX        PIC 9(01) COMP.

         01 EMP-TAB.
             05 EM-ENTRY OCCURS 2000 TIMES.
                10 EM-ID       PIC X(06).
                10 EM-DEPT     PIC X(04).
                10 EM-BD-OK    PIC X(01).
                10 EM-BD-INT   PIC 9(07).
                10 EM-CUT-INT  PIC 9(07).
         01 EMP-CNT    PIC 9(04) VALUE ZERO.
         01 EMP-MAX    PIC 9(04) VALUE 2000.
         01 EX         PIC 9(04) COMP.

      * ROW 1 IS THE WHOLE COMPANY, ROWS 2-5 ARE SEVERITY 1-4 AND
      * DEPARTMENTS FOLLOW IN THE ORDER MET.  EXPOSURE IS COUNTED
      * IN EMPLOYEE WORKING DAYS AND KEPT ONLY FOR THE COMPANY AND
      * DEPARTMENT ROWS - SEVERITY IS A PROPERTY OF THE INCIDENT,
      * SO ITS BASE IS THE COMPANY SHARE.
         01 GRP-TAB.
             05 GR-ENTRY OCCURS 105 TIMES.
                10 GR-KIND     PIC X(01).
                10 GR-CODE     PIC X(04).
                10 GR-INC      PIC 9(06).
                10 GR-HIT      PIC 9(06) OCCURS 7 TIMES.
                10 GR-EXP      PIC 9(09).
                10 GR-EXH      PIC 9(09) OCCURS 7 TIMES.
         01 GRP-CNT    PIC 9(03) VALUE ZERO.
         01 GRP-MAX    PIC 9(03) VALUE 105.
         01 GRP-OVFL-SW PIC X(01) VALUE "N".
             88 GRP-OVERFLOW           VALUE "Y".
         01 FROM-GIVEN-SW PIC X(01) VALUE "N".
             88 FROM-GIVEN             VALUE "Y".
         01 TO-GIVEN-SW PIC X(01) VALUE "N".
             88 TO-GIVEN               VALUE "Y".
         01 GX         PIC 9(03) COMP.
         01 GY         PIC 9(03) COMP.
         01 DP-IX      PIC 9(03) COMP.
         01 SV-IX      PIC 9(03) COMP.
         01 MIN-IX     PIC 9(03) COMP.
         01 BASE-IX    PIC 9(03) COMP.
         01 DEPT-WK    PIC X(04).
         01 SEV-WK     PIC 9(01).
         01 SAVE-GR    PIC X(125).

         01 INC-CNT    PIC 9(06) VALUE ZERO.
         01 USED-CNT   PIC 9(06) VALUE ZERO.
         01 UNM-CNT    PIC 9(06) VALUE ZERO.
         01 OFF-CNT    PIC 9(06) VALUE ZERO.
         01 OBS-PCT    PIC 9(03)V9.
         01 BASE-PCT   PIC 9(03)V9.
         01 IDX-WK     PIC 9(04).

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

         01 ARPT-HEAD.
             05 FILLER      PIC X(28) VALUE
                "INCIDENT CRITICAL-DAY  FROM=".
             05 AH-FROM     PIC 9(08).
             05 FILLER      PIC X(04) VALUE " TO=".
             05 AH-TO       PIC 9(08).
             05 FILLER      PIC X(06) VALUE " BAND=".
             05 AH-BAND     PIC +ZZZ9.
             05 FILLER      PIC X(21) VALUE SPACES.
         01 ARPT-HEAD2.
             05 FILLER      PIC X(40) VALUE
                "GRP  CODE CYC   INC-CNT   HIT-CNT   OBS%".
             05 FILLER      PIC X(40) VALUE
                " BASE%  IDX      EXPOSURE CRIT-DAYS     ".
         01 ARPT-DETAIL.
             05 AD-KIND     PIC X(04).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 AD-CODE     PIC X(04).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 AD-CYC      PIC X(03).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 AD-INC      PIC ZZZZZZZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 AD-HIT      PIC ZZZZZZZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 AD-OBS      PIC ZZ9.9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 AD-BASE     PIC ZZZ9.9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 AD-IDX      PIC ZZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 AD-EXP      PIC ZZZZZZZZZZZZ9.
             05 FILLER      PIC X(01) VALUE SPACE.
             05 AD-EXH      PIC ZZZZZZZZ9.
             05 FILLER      PIC X(05) VALUE SPACES.
         01 ARPT-TOTAL.
             05 FILLER      PIC X(10) VALUE "INCIDENTS=".
             05 AT-INC      PIC 9(06).
             05 FILLER      PIC X(08) VALUE " PERIOD=".
             05 AT-USED     PIC 9(06).
             05 FILLER      PIC X(11) VALUE " UNMATCHED=".
             05 AT-UNM      PIC 9(06).
             05 FILLER      PIC X(08) VALUE " OFFDAY=".
             05 AT-OFF      PIC 9(06).
             05 FILLER      PIC X(19) VALUE SPACES.

         PROCEDURE DIVISION.

         0000-MAINLINE.
             PERFORM 1000-INITIALIZE THRU 1000-EXIT.
             IF NOT RUN-ERRORED
                 PERFORM 2000-SET-PERIOD THRU 2000-EXIT
             END-IF.
             IF NOT RUN-ERRORED
                 PERFORM 3000-EXPOSURE THRU 3000-EXIT
             END-IF.
             IF NOT RUN-ERRORED
                 PERFORM 4000-INCIDENTS THRU 4000-EXIT
             END-IF.
             IF NOT RUN-ERRORED
                 PERFORM 5000-SORT-DEPTS THRU 5000-EXIT
                 PERFORM 6000-REPORT THRU 6000-EXIT
             END-IF.
             PERFORM 9000-TERMINATE THRU 9000-EXIT.
             STOP RUN.

         1000-INITIALIZE.
             DISPLAY "BIOINCA - 災害と要注意日の相関".
             ACCEPT TD FROM DATE YYYYMMDD.
             PERFORM 1100-READ-PARM THRU 1100-EXIT.
             IF RUN-ERRORED
                 GO TO 1000-EXIT
             END-IF.
             PERFORM 8200-LOAD-CALENDAR THRU 8200-EXIT.
             IF RUN-ERRORED
                 GO TO 1000-EXIT
             END-IF.
             PERFORM 1300-INIT-GROUPS THRU 1300-EXIT.
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
             IF PARM-INCFR IS NUMERIC AND PARM-INCFR NOT = "00000000"
                 SET FROM-GIVEN TO TRUE
                 MOVE PARM-INCFR TO BD
                 PERFORM 8050-CHECK-DATE THRU 8050-EXIT
                 IF BD-VALID
                     MOVE BD TO FROM-DATE
                 ELSE
                     DISPLAY "*** 集計開始日が不正です: "
                         PARM-INCFR
                     SET RUN-ERRORED TO TRUE
                 END-IF
             END-IF.
             IF PARM-INCTO IS NUMERIC AND PARM-INCTO NOT = "00000000"
                 SET TO-GIVEN TO TRUE
                 MOVE PARM-INCTO TO BD
                 PERFORM 8050-CHECK-DATE THRU 8050-EXIT
                 IF BD-VALID
                     MOVE BD TO TO-DATE
                 ELSE
                     DISPLAY "*** 集計終了日が不正です: "
                         PARM-INCTO
                     SET RUN-ERRORED TO TRUE
                 END-IF
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

      * A LEAVE OR TERMINATION ENDS THE EXPOSURE ON ITS EFFECTIVE
      * DATE, SO THE CUT-OFF IS KEPT AS A DAY NUMBER WITH THE
      * EMPLOYEE.  L OR T WITH NO USABLE DATE MEANS NO EXPOSURE.
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
             MOVE EMP-DEPT TO EM-DEPT (EMP-CNT).
             MOVE EMP-BD TO BD.
             PERFORM 8000-VALIDATE-BD THRU 8000-EXIT.
             IF BD-VALID
                 MOVE "Y" TO EM-BD-OK (EMP-CNT)
                 COMPUTE EM-BD-INT (EMP-CNT) =
                     FUNCTION INTEGER-OF-DATE(BD)
             ELSE
                 MOVE "N" TO EM-BD-OK (EMP-CNT)
                 MOVE ZERO TO EM-BD-INT (EMP-CNT)
             END-IF.
             MOVE 9999999 TO EM-CUT-INT (EMP-CNT).
             IF EMP-STAT = "L" OR EMP-STAT = "T"
                 MOVE EMP-STAT-DATE TO BD
                 PERFORM 8050-CHECK-DATE THRU 8050-EXIT
                 IF BD-VALID
                     COMPUTE EM-CUT-INT (EMP-CNT) =
                         FUNCTION INTEGER-OF-DATE(BD)
                 ELSE
                     MOVE ZERO TO EM-CUT-INT (EMP-CNT)
                 END-IF
             END-IF.
         1200-EXIT.
             EXIT.

         1300-INIT-GROUPS.
             INITIALIZE GRP-TAB.
             MOVE 1 TO GRP-CNT.
             MOVE "T" TO GR-KIND (1).
             MOVE "ALL" TO GR-CODE (1).
             PERFORM 1350-INIT-SEVERITY THRU 1350-EXIT
                 VARYING GX FROM 1 BY 1 UNTIL GX > 4.
         1300-EXIT.
             EXIT.

         1350-INIT-SEVERITY.
             ADD 1 TO GRP-CNT.
             MOVE "S" TO GR-KIND (GRP-CNT).
             MOVE GX TO SEV-WK.
             MOVE SEV-WK TO GR-CODE (GRP-CNT).
         1350-EXIT.
             EXIT.

         2000-SET-PERIOD.
             IF FROM-DATE = ZERO OR TO-DATE = ZERO
                 PERFORM 2100-SCAN-SPAN THRU 2100-EXIT
             END-IF.
             IF RUN-ERRORED
                 GO TO 2000-EXIT
             END-IF.
             IF TO-DATE > TD
                 MOVE TD TO TO-DATE
             END-IF.
             IF FROM-DATE = ZERO OR FROM-DATE > TO-DATE
                 DISPLAY "*** 集計期間に災害記録なし"
                 SET RUN-ERRORED TO TRUE
                 GO TO 2000-EXIT
             END-IF.
             COMPUTE FROM-INT = FUNCTION INTEGER-OF-DATE(FROM-DATE).
             COMPUTE TO-INT = FUNCTION INTEGER-OF-DATE(TO-DATE).
             COMPUTE PERIOD-DAYS = TO-INT - FROM-INT + 1.
             IF PERIOD-DAYS > PERIOD-MAX
                 DISPLAY "*** 集計期間が3年を超えます: "
                     FROM-DATE " " TO-DATE
                 SET RUN-ERRORED TO TRUE
                 GO TO 2000-EXIT
             END-IF.
             DISPLAY "集計期間: " FROM-DATE " - " TO-DATE.
             PERFORM 2500-MAP-WORKDAYS THRU 2500-EXIT
                 VARYING DAY-OFS FROM 1 BY 1
                 UNTIL DAY-OFS > PERIOD-DAYS.
         2000-EXIT.
             EXIT.

      * THE FILE IS KEYED DATE FIRST, SO THE FIRST RECORD IS THE
      * EARLIEST INCIDENT AND THE LAST RECORD THE LATEST.
         2100-SCAN-SPAN.
             OPEN INPUT INCFILE.
             IF INCFILE-ST NOT = "00"
                 DISPLAY "*** BIOINCDが開けません: " INCFILE-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 2100-EXIT
             END-IF.
             PERFORM 2150-SPAN-ONE THRU 2150-EXIT
                 UNTIL AT-INC-EOF.
             CLOSE INCFILE.
             MOVE "N" TO INC-EOF-SW.
         2100-EXIT.
             EXIT.

         2150-SPAN-ONE.
             READ INCFILE NEXT
                 AT END
                     SET AT-INC-EOF TO TRUE
                     GO TO 2150-EXIT
             END-READ.
             IF INCFILE-ST NOT = "00" AND INCFILE-ST NOT = "10"
                 DISPLAY "*** BIOINCD読取エラー: " INCFILE-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-INC-EOF TO TRUE
                 GO TO 2150-EXIT
             END-IF.
             IF NOT FROM-GIVEN
                 IF FROM-DATE = ZERO
                     MOVE INC-DATE TO FROM-DATE
                 END-IF
             END-IF.
             IF NOT TO-GIVEN
                 MOVE INC-DATE TO TO-DATE
             END-IF.
         2150-EXIT.
             EXIT.

         2500-MAP-WORKDAYS.
             COMPUTE WORK-INT = FROM-INT + DAY-OFS - 1.
             COMPUTE WORK-DATE = FUNCTION DATE-OF-INTEGER(WORK-INT).
             PERFORM 8300-CHECK-WORKDAY THRU 8300-EXIT.
             IF WORK-DAY
                 MOVE "Y" TO WD-OPEN (DAY-OFS)
             ELSE
                 MOVE "N" TO WD-OPEN (DAY-OFS)
             END-IF.
         2500-EXIT.
             EXIT.

      * THE BASE RATE - EVERY WORKING DAY EACH EMPLOYEE WAS IN
      * SERVICE DURING THE PERIOD, AND HOW MANY OF THOSE DAYS EACH
      * CYCLE SAT IN THE BAND.
         3000-EXPOSURE.
             PERFORM 3100-EXPOSE-EMPLOYEE THRU 3100-EXIT
                 VARYING EX FROM 1 BY 1 UNTIL EX > EMP-CNT.
             IF GRP-OVERFLOW
                 DISPLAY "*** 部門件数が上限超過"
                 SET RUN-ERRORED TO TRUE
             END-IF.
         3000-EXIT.
             EXIT.

         3100-EXPOSE-EMPLOYEE.
             IF EM-BD-OK (EX) NOT = "Y"
                 GO TO 3100-EXIT
             END-IF.
             MOVE EM-DEPT (EX) TO DEPT-WK.
             PERFORM 7000-FIND-DEPT THRU 7000-EXIT.
             IF GRP-OVERFLOW
                 GO TO 3100-EXIT
             END-IF.
             PERFORM 3200-EXPOSE-DAY THRU 3200-EXIT
                 VARYING DAY-OFS FROM 1 BY 1
                 UNTIL DAY-OFS > PERIOD-DAYS.
         3100-EXIT.
             EXIT.

         3200-EXPOSE-DAY.
             IF WD-OPEN (DAY-OFS) = "N"
                 GO TO 3200-EXIT
             END-IF.
             COMPUTE WORK-INT = FROM-INT + DAY-OFS - 1.
             IF WORK-INT < EM-BD-INT (EX)
                 GO TO 3200-EXIT
             END-IF.
             IF WORK-INT NOT < EM-CUT-INT (EX)
                 GO TO 3200-EXIT
             END-IF.
             COMPUTE DAYS = WORK-INT - EM-BD-INT (EX).
             PERFORM 8400-COMPUTE-CYCLES THRU 8400-EXIT.
             ADD 1 TO GR-EXP (1).
             ADD 1 TO GR-EXP (DP-IX).
             PERFORM 3300-ADD-EXPOSURE-HIT THRU 3300-EXIT
                 VARYING CYX FROM 1 BY 1 UNTIL CYX > 7.
         3200-EXIT.
             EXIT.

         3300-ADD-EXPOSURE-HIT.
             IF CY-HIT (CYX) = "Y"
                 ADD 1 TO GR-EXH (1 CYX)
                 ADD 1 TO GR-EXH (DP-IX CYX)
             END-IF.
         3300-EXIT.
             EXIT.

      * THE OBSERVED RATE - THE CYCLES ON EACH INCIDENT DATE.  AN
      * INCIDENT IS FILED UNDER THE DEPARTMENT IT WAS LOADED WITH.
         4000-INCIDENTS.
             OPEN INPUT INCFILE.
             IF INCFILE-ST NOT = "00"
                 DISPLAY "*** BIOINCDが開けません: " INCFILE-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 4000-EXIT
             END-IF.
             PERFORM 4100-READ-INCIDENT THRU 4100-EXIT
                 UNTIL AT-INC-EOF.
             CLOSE INCFILE.
             IF GRP-OVERFLOW
                 DISPLAY "*** 部門件数が上限超過"
                 SET RUN-ERRORED TO TRUE
             END-IF.
         4000-EXIT.
             EXIT.

         4100-READ-INCIDENT.
             READ INCFILE NEXT
                 AT END
                     SET AT-INC-EOF TO TRUE
                     GO TO 4100-EXIT
             END-READ.
             IF INCFILE-ST NOT = "00" AND INCFILE-ST NOT = "10"
                 DISPLAY "*** BIOINCD読取エラー: " INCFILE-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-INC-EOF TO TRUE
                 GO TO 4100-EXIT
             END-IF.
             ADD 1 TO INC-CNT.
             IF INC-DATE < FROM-DATE OR INC-DATE > TO-DATE
                 GO TO 4100-EXIT
             END-IF.
             PERFORM 4200-FIND-EMPLOYEE THRU 4200-EXIT.
             IF NOT ID-FOUND OR NOT INC-SEV-VALID
                 ADD 1 TO UNM-CNT
                 DISPLAY "*** 照合不能の災害記録: "
                     INC-DATE " " INC-EMP-ID
                 GO TO 4100-EXIT
             END-IF.
             IF EM-BD-OK (EX) NOT = "Y"
                 ADD 1 TO UNM-CNT
                 DISPLAY "*** 誕生日不正スキップ: " INC-EMP-ID
                 GO TO 4100-EXIT
             END-IF.
             MOVE INC-DEPT TO DEPT-WK.
             PERFORM 7000-FIND-DEPT THRU 7000-EXIT.
             IF GRP-OVERFLOW
                 SET AT-INC-EOF TO TRUE
                 GO TO 4100-EXIT
             END-IF.
             ADD 1 TO USED-CNT.
             COMPUTE WORK-INT = FUNCTION INTEGER-OF-DATE(INC-DATE).
             COMPUTE DAY-OFS = WORK-INT - FROM-INT + 1.
             IF WD-OPEN (DAY-OFS) = "N"
                 ADD 1 TO OFF-CNT
             END-IF.
             COMPUTE DAYS = WORK-INT - EM-BD-INT (EX).
             PERFORM 8400-COMPUTE-CYCLES THRU 8400-EXIT.
             MOVE INC-SEV TO SV-IX.
             ADD 1 TO SV-IX.
             ADD 1 TO GR-INC (1).
             ADD 1 TO GR-INC (SV-IX).
             ADD 1 TO GR-INC (DP-IX).
             PERFORM 4300-ADD-INCIDENT-HIT THRU 4300-EXIT
                 VARYING CYX FROM 1 BY 1 UNTIL CYX > 7.
         4100-EXIT.
             EXIT.

         4200-FIND-EMPLOYEE.
             MOVE "N" TO FOUND-SW.
             MOVE 1 TO EX.
             PERFORM 4250-MATCH-EMPLOYEE THRU 4250-EXIT
                 UNTIL ID-FOUND OR EX > EMP-CNT.
         4200-EXIT.
             EXIT.

         4250-MATCH-EMPLOYEE.
             IF EM-ID (EX) = INC-EMP-ID
                 SET ID-FOUND TO TRUE
             ELSE
                 ADD 1 TO EX
             END-IF.
         4250-EXIT.
             EXIT.

         4300-ADD-INCIDENT-HIT.
             IF CY-HIT (CYX) = "Y"
                 ADD 1 TO GR-HIT (1 CYX)
                 ADD 1 TO GR-HIT (SV-IX CYX)
                 ADD 1 TO GR-HIT (DP-IX CYX)
             END-IF.
         4300-EXIT.
             EXIT.

      * SELECTION SORT ON THE DEPARTMENT ROWS ONLY - THE COMPANY
      * AND SEVERITY ROWS STAY AT THE TOP.
         5000-SORT-DEPTS.
             IF GRP-CNT < 7
                 GO TO 5000-EXIT
             END-IF.
             PERFORM 5100-SORT-PASS THRU 5100-EXIT
                 VARYING GX FROM 6 BY 1 UNTIL GX >= GRP-CNT.
         5000-EXIT.
             EXIT.

         5100-SORT-PASS.
             MOVE GX TO MIN-IX.
             COMPUTE GY = GX + 1.
             PERFORM 5200-FIND-MIN THRU 5200-EXIT
                 UNTIL GY > GRP-CNT.
             IF MIN-IX NOT = GX
                 MOVE GR-ENTRY (GX) TO SAVE-GR
                 MOVE GR-ENTRY (MIN-IX) TO GR-ENTRY (GX)
                 MOVE SAVE-GR TO GR-ENTRY (MIN-IX)
             END-IF.
         5100-EXIT.
             EXIT.

         5200-FIND-MIN.
             IF GR-CODE (GY) < GR-CODE (MIN-IX)
                 MOVE GY TO MIN-IX
             END-IF.
             ADD 1 TO GY.
         5200-EXIT.
             EXIT.

         6000-REPORT.
             OPEN OUTPUT ANLRPT.
             IF ANLRPT-ST NOT = "00"
                 DISPLAY "*** BIOINRPが開けません: " ANLRPT-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 6000-EXIT
             END-IF.
             MOVE FROM-DATE TO AH-FROM.
             MOVE TO-DATE TO AH-TO.
             MOVE CRIT-BAND TO AH-BAND.
             WRITE ARPT-RECORD FROM ARPT-HEAD.
             WRITE ARPT-RECORD FROM ARPT-HEAD2.
             PERFORM 6100-REPORT-GROUP THRU 6100-EXIT
                 VARYING GX FROM 1 BY 1 UNTIL GX > GRP-CNT.
             MOVE INC-CNT TO AT-INC.
             MOVE USED-CNT TO AT-USED.
             MOVE UNM-CNT TO AT-UNM.
             MOVE OFF-CNT TO AT-OFF.
             WRITE ARPT-RECORD FROM ARPT-TOTAL.
             IF ANLRPT-ST NOT = "00"
                 DISPLAY "*** BIOINRP書込エラー: " ANLRPT-ST
                 SET RUN-ERRORED TO TRUE
             END-IF.
             CLOSE ANLRPT.
         6000-EXIT.
             EXIT.

         6100-REPORT-GROUP.
             IF GR-KIND (GX) = "S"
                 MOVE 1 TO BASE-IX
             ELSE
                 MOVE GX TO BASE-IX
             END-IF.
             PERFORM 6200-REPORT-CYCLE THRU 6200-EXIT
                 VARYING CYX FROM 1 BY 1 UNTIL CYX > 7.
         6100-EXIT.
             EXIT.

      * IDX IS THE OBSERVED SHARE OVER THE BASE SHARE TIMES 100 -
      * AROUND 100 MEANS THE FLAG TELLS NOTHING, WELL ABOVE 100
      * MEANS INCIDENTS CLUSTER ON FLAGGED DAYS.
         6200-REPORT-CYCLE.
             EVALUATE GR-KIND (GX)
                 WHEN "T"
                     MOVE "ALL " TO AD-KIND
                 WHEN "S"
                     MOVE "SEV " TO AD-KIND
                 WHEN OTHER
                     MOVE "DEPT" TO AD-KIND
             END-EVALUATE.
             MOVE GR-CODE (GX) TO AD-CODE.
             MOVE CY-NAME (CYX) TO AD-CYC.
             MOVE GR-INC (GX) TO AD-INC.
             MOVE GR-HIT (GX CYX) TO AD-HIT.
             IF GR-INC (GX) = ZERO
                 MOVE ZERO TO OBS-PCT
             ELSE
                 COMPUTE OBS-PCT ROUNDED =
                     GR-HIT (GX CYX) * 100 / GR-INC (GX)
             END-IF.
             IF GR-EXP (BASE-IX) = ZERO
                 MOVE ZERO TO BASE-PCT
             ELSE
                 COMPUTE BASE-PCT ROUNDED =
                     GR-EXH (BASE-IX CYX) * 100 / GR-EXP (BASE-IX)
             END-IF.
             IF BASE-PCT = ZERO
                 MOVE ZERO TO IDX-WK
             ELSE
                 COMPUTE IDX-WK ROUNDED = OBS-PCT * 100 / BASE-PCT
                     ON SIZE ERROR
                         MOVE 9999 TO IDX-WK
                 END-COMPUTE
             END-IF.
             MOVE OBS-PCT TO AD-OBS.
             MOVE BASE-PCT TO AD-BASE.
             MOVE IDX-WK TO AD-IDX.
             MOVE GR-EXP (BASE-IX) TO AD-EXP.
             MOVE GR-EXH (BASE-IX CYX) TO AD-EXH.
             WRITE ARPT-RECORD FROM ARPT-DETAIL.
             IF ANLRPT-ST NOT = "00"
                 DISPLAY "*** BIOINRP書込エラー: " ANLRPT-ST
                 SET RUN-ERRORED TO TRUE
             END-IF.
         6200-EXIT.
             EXIT.

         7000-FIND-DEPT.
             MOVE ZERO TO DP-IX.
             IF GRP-CNT > 5
                 MOVE 6 TO GX
                 PERFORM 7100-MATCH-DEPT THRU 7100-EXIT
                     UNTIL GX > GRP-CNT OR DP-IX > ZERO
             END-IF.
             IF DP-IX > ZERO
                 GO TO 7000-EXIT
             END-IF.
             IF GRP-CNT >= GRP-MAX
                 SET GRP-OVERFLOW TO TRUE
                 GO TO 7000-EXIT
             END-IF.
             ADD 1 TO GRP-CNT.
             MOVE GRP-CNT TO DP-IX.
             MOVE "D" TO GR-KIND (DP-IX).
             MOVE DEPT-WK TO GR-CODE (DP-IX).
         7000-EXIT.
             EXIT.

         7100-MATCH-DEPT.
             IF GR-CODE (GX) = DEPT-WK
                 MOVE GX TO DP-IX
             END-IF.
             ADD 1 TO GX.
         7100-EXIT.
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

      * THE SAME SHAPE TEST FOR A PERIOD OR STATUS DATE, WHICH IS
      * NOT HELD TO THE AS-OF DATE.
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

         8400-COMPUTE-CYCLES.
             COMPUTE P = FUNCTION MOD(DAYS 23) * 200 / 23 - 100.
             COMPUTE E = FUNCTION MOD(DAYS 28) * 200 / 28 - 100.
             COMPUTE I = FUNCTION MOD(DAYS 33) * 200 / 33 - 100.
             COMPUTE BIO-ITU = FUNCTION MOD(DAYS 38) * 200 / 38 - 100.
             COMPUTE BIO-AES = (P + E) / 2.
             COMPUTE BIO-AWR = (E + I) / 2.
             MOVE P TO CY-VAL (1).
             MOVE E TO CY-VAL (2).
             MOVE I TO CY-VAL (3).
             MOVE BIO-ITU TO CY-VAL (4).
             MOVE BIO-AES TO CY-VAL (5).
             MOVE BIO-AWR TO CY-VAL (6).
             MOVE "N" TO CY-HIT (7).
             PERFORM 8450-CHECK-ONE-CYCLE THRU 8450-EXIT
                 VARYING CYX FROM 1 BY 1 UNTIL CYX > 6.
         8400-EXIT.
             EXIT.

         8450-CHECK-ONE-CYCLE.
             IF FUNCTION ABS(CY-VAL (CYX)) <= CRIT-BAND
                 MOVE "Y" TO CY-HIT (CYX)
                 IF CYX < 4
                     MOVE "Y" TO CY-HIT (7)
                 END-IF
             ELSE
                 MOVE "N" TO CY-HIT (CYX)
             END-IF.
         8450-EXIT.
             EXIT.

         9000-TERMINATE.
             DISPLAY "災害=" INC-CNT " 対象=" USED-CNT
                 " 照合不能=" UNM-CNT " 休日=" OFF-CNT.
             IF RUN-ERRORED
                 MOVE 8 TO RETURN-CODE
             END-IF.
         9000-EXIT.
             EXIT.
