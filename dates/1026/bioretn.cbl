       IDENTIFICATION DIVISION.
         PROGRAM-ID. BIORETN.
         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT EMPMAST ASSIGN TO "EMPMAST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EMP-ID
                 FILE STATUS IS EMPMAST-ST.
             SELECT RSLTFILE ASSIGN TO "BIORSLT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RSLTFILE-ST.
             SELECT RUNDIR ASSIGN TO "BIORUND"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RD-RUN-NO
                 FILE STATUS IS RUNDIR-ST.
             SELECT AUDFILE ASSIGN TO "BIOAUDT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AUDFILE-ST.
             SELECT ARCFILE ASSIGN TO "BIOAUDAR"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ARCFILE-ST.
             SELECT SUSPFILE ASSIGN TO "BIOSUSP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SUSPFILE-ST.
             SELECT BKPGEN1 ASSIGN TO "BIOEMPB1"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BKPGEN1-ST.
             SELECT BKPGEN2 ASSIGN TO "BIOEMPB2"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BKPGEN2-ST.
             SELECT BKPGEN3 ASSIGN TO "BIOEMPB3"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BKPGEN3-ST.
             SELECT BKPCTL ASSIGN TO "BIOBKCTL"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BKPCTL-ST.
             SELECT JRNFILE ASSIGN TO "BIOJRNL"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JRNFILE-ST.
             SELECT WORKFILE ASSIGN TO "BIORETW"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WORKFILE-ST.
             SELECT RTNRPT ASSIGN TO "BIORTCT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RTNRPT-ST.
             SELECT PARMFILE ASSIGN TO "BIOPARM"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PARMFILE-ST.
         DATA DIVISION.
         FILE SECTION.
         FD  EMPMAST.
         COPY EMPREC.
         FD  RSLTFILE.
         COPY BIORSLT.
         FD  RUNDIR.
         COPY RUNDREC.
      * BOTH AUDIT FILES ARE HANDLED AS RAW LINES THE WAY BIOAARC
      * ROLLS THEM, SO MARKER AND PRE-FIELDED LINES PASS UNTOUCHED.
         FD  AUDFILE.
         01  AUDF-RECORD                 PIC X(80).
         FD  ARCFILE.
         01  ARCF-RECORD                 PIC X(80).
         FD  SUSPFILE.
         01  SUSP-RECORD.
             05  SUSP-EMP.
                 10  SUSP-ID             PIC X(06).
                 10  SUSP-NAME           PIC X(20).
                 10  SUSP-BD             PIC X(08).
                 10  SUSP-DEPT           PIC X(04).
                 10  SUSP-SUPV           PIC X(20).
                 10  SUSP-STAT           PIC X(01).
                 10  SUSP-STAT-DATE      PIC 9(08).
             05  SUSP-REASON             PIC X(01).
         FD  BKPGEN1.
         01  BK1-RECORD                  PIC X(68).
         FD  BKPGEN2.
         01  BK2-RECORD                  PIC X(68).
         FD  BKPGEN3.
         01  BK3-RECORD                  PIC X(68).
         FD  BKPCTL.
         01  BKCTL-RECORD.
             05  BKC-NEXT                PIC 9(01).
             05  BKC-GEN OCCURS 3 TIMES.
                 10  BKC-DATE            PIC 9(08).
                 10  BKC-CNT             PIC 9(06).
         FD  JRNFILE.
         COPY JRNREC.
      * ONE WORK FILE SERVES EVERY SIFT IN TURN - EACH FILE IS
      * COPIED BACK BEFORE THE NEXT ONE STARTS, SO IT IS SIZED FOR
      * THE WIDEST RECORD, THE JOURNAL.
         FD  WORKFILE.
         01  WORK-RECORD                 PIC X(170).
         FD  RTNRPT.
         01  RTNRPT-RECORD               PIC X(80).
         FD  PARMFILE.
         COPY BIOPARM.
         WORKING-STORAGE SECTION.
         01 TD         PIC 9(8).

         01 EMPMAST-ST PIC X(02).
         01 RSLTFILE-ST PIC X(02).
         01 RUNDIR-ST  PIC X(02).
         01 AUDFILE-ST PIC X(02).
         01 ARCFILE-ST PIC X(02).
         01 SUSPFILE-ST PIC X(02).
         01 BKPGEN1-ST PIC X(02).
         01 BKPGEN2-ST PIC X(02).
         01 BKPGEN3-ST PIC X(02).
         01 BKPCTL-ST  PIC X(02).
         01 JRNFILE-ST PIC X(02).
         01 WORKFILE-ST PIC X(02).
         01 RTNRPT-ST  PIC X(02).
         01 PARMFILE-ST PIC X(02).
         01 TGT-ST     PIC X(02).
         01 GEN-ST     PIC X(02).

         01 ASOF-WK    PIC 9(8).
         01 ASOF-PARTS REDEFINES ASOF-WK.
             05 ASOF-YYYY  PIC 9(04).
             05 ASOF-MM    PIC 9(02).
             05 ASOF-DD    PIC 9(02).
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

      * RETENTION IS COUNTED IN DAYS FROM THE TERMINATION DATE.
      * THE RUN ONLY LISTS UNLESS THE PARAMETER ASKS FOR A LIVE
      * DISPOSAL, SO A MISSING PARAMETER CAN NEVER DESTROY DATA.
         01 RETAIN-DAYS PIC 9(04) VALUE 1095.
         01 CUTOFF-DATE PIC 9(08).
         01 CUTOFF-INT PIC 9(07).
         01 RUN-MODE-SW PIC X(01) VALUE "T".
             88 RUN-LIVE               VALUE "L".
             88 RUN-TRIAL              VALUE "T".

         01 RUN-ERR-SW PIC X(01) VALUE "N".
             88 RUN-ERRORED            VALUE "Y".
         01 RPT-OPEN-SW PIC X(01) VALUE "N".
             88 RPT-IS-OPEN            VALUE "Y".
         01 IN-EOF-SW  PIC X(01) VALUE "N".
             88 AT-IN-EOF              VALUE "Y".
         01 WORK-EOF-SW PIC X(01) VALUE "N".
             88 AT-WORK-EOF            VALUE "Y".
         01 JRN-OPEN-SW PIC X(01) VALUE "N".
             88 JRN-IS-OPEN            VALUE "Y".

      * THE MASTER IS READ IN KEY ORDER, SO THE TABLE IS BUILT IN
      * ASCENDING EMPLOYEE ORDER AND CAN BE HALVED ON LOOKUP.
      * COLUMNS: 1=EMPMAST 2=BIORSLT 3=BIOAUDT 4=BIOAUDAR
      * 5=BIOSUSP 6-8=BIOEMPB1-3 9=BIOJRNL
         01 PURGE-TAB.
             05 PG-ENTRY OCCURS 2000 TIMES.
                10 PG-ID       PIC X(06).
                10 PG-STAT-DATE PIC 9(08).
                10 PG-CNT      PIC 9(06) OCCURS 9 TIMES.
         01 PURGE-CNT  PIC 9(04) VALUE ZERO.
         01 PURGE-MAX  PIC 9(04) VALUE 2000.
         01 TOTAL-TAB.
             05 TOT-CNT     PIC 9(06) OCCURS 9 TIMES.
         01 PX         PIC 9(04) COMP.
         01 FX         PIC 9(02) COMP.
         01 LO-IX      PIC 9(04) COMP.
         01 HI-IX      PIC 9(04) COMP.
         01 MID-IX     PIC 9(04) COMP.
         01 SRCH-ID    PIC X(06).
         01 EMP-READ-CNT PIC 9(06) VALUE ZERO.

      * LINES TAKEN OUT OF BIORSLT ARE TAKEN OFF THE RUN COUNT IN
      * THE DIRECTORY TOO, OR THE INTEGRITY CHECK WOULD FLAG THEM.
         01 RUN-DEC-TAB.
             05 RUN-DEC     PIC 9(06) OCCURS 9999 TIMES.
         01 RX         PIC 9(05) COMP.

         01 TGT-NO     PIC 9(01).
         01 GEN-NO     PIC 9(01).
         01 GX         PIC 9(01).
         01 KEEP-CNT   PIC 9(06).
         01 DROP-CNT   PIC 9(06).

         01 AUD-LINE   PIC X(80).
         COPY AUDREC.

      * BACKUP LINES IN THE BIOBKUP SHAPE - A TYPE BYTE AND THE
      * MASTER IMAGE, WITH A COUNTED TRAILER.
         01 BKUP-RECORD.
             05 BKP-TYPE    PIC X(01).
                 88 BKP-DETAIL             VALUE "D".
                 88 BKP-TRAILER            VALUE "T".
             05 BKP-DATA    PIC X(67).
         01 BKP-TRL REDEFINES BKUP-RECORD.
             05 FILLER      PIC X(01).
             05 BKT-CNT     PIC 9(06).
             05 FILLER      PIC X(61).
         01 CTL-SAVE.
             05 SAV-NEXT    PIC 9(01).
             05 SAV-GEN OCCURS 3 TIMES.
                10 SAV-DATE    PIC 9(08).
                10 SAV-CNT     PIC 9(06).
         01 CTL-LOADED-SW PIC X(01) VALUE "N".
             88 CTL-LOADED             VALUE "Y".

         01 RC-HEAD1.
             05 RH-TITLE    PIC X(40).
             05 FILLER      PIC X(06) VALUE " DATE=".
             05 RH-DATE     PIC 9(08).
             05 FILLER      PIC X(08) VALUE " RETAIN=".
             05 RH-DAYS     PIC ZZZ9.
             05 FILLER      PIC X(14) VALUE SPACES.
         01 RC-HEAD2.
             05 FILLER      PIC X(18) VALUE "TERMINATED BEFORE=".
             05 RH-CUTOFF   PIC 9(08).
             05 FILLER      PIC X(12) VALUE " EMPLOYEES=".
             05 RH-CNT      PIC 9(05).
             05 FILLER      PIC X(37) VALUE SPACES.
         01 RC-HEAD3.
             05 FILLER      PIC X(33) VALUE
                "EMP-ID STATDATE  EMPM  RSLT  AUDT".
             05 FILLER      PIC X(36) VALUE
                " AUDAR  SUSP   BK1   BK2   BK3  JRNL".
             05 FILLER      PIC X(11) VALUE SPACES.
         01 RC-DETAIL.
             05 CT-ID       PIC X(06).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 CT-DATE     PIC 9(08).
             05 CT-CNT      PIC ZZZZZ9 OCCURS 9 TIMES.
             05 FILLER      PIC X(11) VALUE SPACES.
         01 RC-TOTAL.
             05 FILLER      PIC X(15) VALUE "TOTAL".
             05 TT-CNT      PIC ZZZZZ9 OCCURS 9 TIMES.
             05 FILLER      PIC X(11) VALUE SPACES.
         01 RC-LEGEND.
             05 FILLER      PIC X(40) VALUE
                "EMPM RSLT SUSP BK1-3 = RECORDS REMOVED  ".
             05 FILLER      PIC X(40) VALUE
                "AUDT AUDAR JRNL = RECORDS ANONYMISED    ".
         01 RC-ERROR.
             05 FILLER      PIC X(40) VALUE
                "*** RUN ENDED IN ERROR - DISPOSAL INCOMP".
             05 FILLER      PIC X(40) VALUE
                "LETE, RERUN AFTER CORRECTION ***        ".
         01 RC-SIGN1.
             05 FILLER      PIC X(40) VALUE
                "DISPOSED BY      ____________________  ".
             05 FILLER      PIC X(40) VALUE
                "DATE ____________                       ".
         01 RC-SIGN2.
             05 FILLER      PIC X(40) VALUE
                "PRIVACY OFFICER  ____________________  ".
             05 FILLER      PIC X(40) VALUE
                "DATE ____________                       ".
         01 RC-BLANK       PIC X(80) VALUE SPACES.

         PROCEDURE DIVISION.

         0000-MAINLINE.
             PERFORM 1000-INITIALIZE THRU 1000-EXIT.
             IF NOT RUN-ERRORED
                 PERFORM 2000-SELECT-CANDIDATES THRU 2000-EXIT
             END-IF.
             IF NOT RUN-ERRORED AND PURGE-CNT > ZERO
                 PERFORM 3000-PURGE-FILES THRU 3000-EXIT
             END-IF.
             PERFORM 7000-CERTIFICATE THRU 7000-EXIT.
             PERFORM 9000-TERMINATE THRU 9000-EXIT.
             STOP RUN.

         1000-INITIALIZE.
             DISPLAY "BIORETN - 退職者個人データ廃棄".
             ACCEPT TD FROM DATE YYYYMMDD.
             INITIALIZE PURGE-TAB.
             INITIALIZE TOTAL-TAB.
             INITIALIZE RUN-DEC-TAB.
             PERFORM 1100-READ-PARM THRU 1100-EXIT.
             IF RUN-ERRORED
                 GO TO 1000-EXIT
             END-IF.
             COMPUTE CUTOFF-INT =
                 FUNCTION INTEGER-OF-DATE(TD) - RETAIN-DAYS.
             COMPUTE CUTOFF-DATE =
                 FUNCTION DATE-OF-INTEGER(CUTOFF-INT).
             IF RUN-LIVE
                 DISPLAY "本番廃棄 保存日数=" RETAIN-DAYS
                     " 基準=" CUTOFF-DATE
             ELSE
                 DISPLAY "試行 一覧のみ 保存日数=" RETAIN-DAYS
                     " 基準=" CUTOFF-DATE
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
             IF PARM-ASOF IS NUMERIC AND PARM-ASOF NOT = "00000000"
                 MOVE PARM-ASOF TO ASOF-WK
                 PERFORM 1150-VALIDATE-ASOF THRU 1150-EXIT
             END-IF.
             IF PARM-RETN IS NUMERIC AND PARM-RETN NOT = "0000"
                 MOVE PARM-RETN TO RETAIN-DAYS
             END-IF.
             IF PARM-RTRUN = "L"
                 SET RUN-LIVE TO TRUE
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

      * ONLY A TERMINATION WITH A USABLE DATE QUALIFIES - A LEAVE
      * OR A T WITHOUT A DATE IS NEVER DISPOSED OF BY GUESSWORK.
         2000-SELECT-CANDIDATES.
             OPEN INPUT EMPMAST.
             IF EMPMAST-ST NOT = "00"
                 DISPLAY "*** EMPMASTが見つかりません"
                 SET RUN-ERRORED TO TRUE
                 GO TO 2000-EXIT
             END-IF.
             MOVE "N" TO IN-EOF-SW.
             PERFORM 2100-SELECT-ONE THRU 2100-EXIT
                 UNTIL AT-IN-EOF.
             CLOSE EMPMAST.
             DISPLAY "社員=" EMP-READ-CNT " 廃棄対象=" PURGE-CNT.
         2000-EXIT.
             EXIT.

         2100-SELECT-ONE.
             READ EMPMAST NEXT
                 AT END
                     SET AT-IN-EOF TO TRUE
                     GO TO 2100-EXIT
             END-READ.
             IF EMPMAST-ST NOT = "00" AND EMPMAST-ST NOT = "10"
                 DISPLAY "*** EMPMAST読取エラー: " EMPMAST-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-IN-EOF TO TRUE
                 GO TO 2100-EXIT
             END-IF.
             ADD 1 TO EMP-READ-CNT.
             IF EMP-STAT NOT = "T"
                 GO TO 2100-EXIT
             END-IF.
             IF EMP-STAT-DATE NOT NUMERIC OR EMP-STAT-DATE = ZERO
                 GO TO 2100-EXIT
             END-IF.
             IF EMP-STAT-DATE NOT < CUTOFF-DATE
                 GO TO 2100-EXIT
             END-IF.
             IF PURGE-CNT >= PURGE-MAX
                 DISPLAY "*** 廃棄対象が上限超過"
                 SET RUN-ERRORED TO TRUE
                 SET AT-IN-EOF TO TRUE
                 GO TO 2100-EXIT
             END-IF.
             ADD 1 TO PURGE-CNT.
             MOVE EMP-ID TO PG-ID (PURGE-CNT).
             MOVE EMP-STAT-DATE TO PG-STAT-DATE (PURGE-CNT).
             MOVE 1 TO PG-CNT (PURGE-CNT 1).
         2100-EXIT.
             EXIT.

      * THE DEPENDENT FILES GO FIRST AND THE MASTER RECORD LAST.
      * A RUN THAT STOPS PART WAY LEAVES THE EMPLOYEE ON EMPMAST,
      * SO THE NEXT RUN PICKS THE SAME PEOPLE UP AND FINISHES.
         3000-PURGE-FILES.
             PERFORM 3100-PURGE-RESULTS THRU 3100-EXIT.
             IF NOT RUN-ERRORED
                 PERFORM 3400-PURGE-AUDIT THRU 3400-EXIT
             END-IF.
             IF NOT RUN-ERRORED
                 PERFORM 3500-PURGE-ARCHIVE THRU 3500-EXIT
             END-IF.
             IF NOT RUN-ERRORED
                 PERFORM 3600-PURGE-SUSPENSE THRU 3600-EXIT
             END-IF.
             IF NOT RUN-ERRORED
                 PERFORM 3700-PURGE-BACKUPS THRU 3700-EXIT
             END-IF.
             IF NOT RUN-ERRORED
                 PERFORM 3800-PURGE-JOURNAL THRU 3800-EXIT
             END-IF.
             IF NOT RUN-ERRORED
                 PERFORM 3900-DELETE-MASTER THRU 3900-EXIT
             END-IF.
         3000-EXIT.
             EXIT.

         3100-PURGE-RESULTS.
             OPEN INPUT RSLTFILE.
             IF RSLTFILE-ST = "35"
                 DISPLAY "BIORSLTなし"
                 GO TO 3100-EXIT
             END-IF.
             IF RSLTFILE-ST NOT = "00"
                 DISPLAY "*** BIORSLTが開けません: " RSLTFILE-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 3100-EXIT
             END-IF.
             MOVE 2 TO TGT-NO.
             PERFORM 6000-OPEN-WORK-OUT THRU 6000-EXIT.
             IF RUN-ERRORED
                 CLOSE RSLTFILE
                 GO TO 3100-EXIT
             END-IF.
             MOVE "N" TO IN-EOF-SW.
             PERFORM 3150-SIFT-RESULT THRU 3150-EXIT
                 UNTIL AT-IN-EOF.
             CLOSE RSLTFILE.
             PERFORM 6100-COPY-BACK THRU 6100-EXIT.
             IF RUN-LIVE AND NOT RUN-ERRORED
                 PERFORM 3200-ADJUST-RUNDIR THRU 3200-EXIT
             END-IF.
         3100-EXIT.
             EXIT.

         3150-SIFT-RESULT.
             READ RSLTFILE
                 AT END
                     SET AT-IN-EOF TO TRUE
                     GO TO 3150-EXIT
             END-READ.
             IF RSLTFILE-ST NOT = "00" AND RSLTFILE-ST NOT = "10"
                 DISPLAY "*** BIORSLT読取エラー: " RSLTFILE-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-IN-EOF TO TRUE
                 GO TO 3150-EXIT
             END-IF.
             MOVE BR-EMP-ID TO SRCH-ID.
             PERFORM 8400-FIND-PURGE THRU 8400-EXIT.
             IF PX > ZERO
                 ADD 1 TO PG-CNT (PX 2)
                 IF BR-RUN-NO IS NUMERIC AND BR-RUN-NO > ZERO
                     ADD 1 TO RUN-DEC (BR-RUN-NO)
                 END-IF
                 GO TO 3150-EXIT
             END-IF.
             MOVE BIORESULT-RECORD TO WORK-RECORD.
             PERFORM 6050-WRITE-WORK THRU 6050-EXIT.
         3150-EXIT.
             EXIT.

         3200-ADJUST-RUNDIR.
             OPEN I-O RUNDIR.
             IF RUNDIR-ST NOT = "00"
                 DISPLAY "*** BIORUNDが開けません: " RUNDIR-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 3200-EXIT
             END-IF.
             PERFORM 3250-ADJUST-RUN THRU 3250-EXIT
                 VARYING RX FROM 1 BY 1 UNTIL RX > 9999.
             CLOSE RUNDIR.
         3200-EXIT.
             EXIT.

         3250-ADJUST-RUN.
             IF RUN-DEC (RX) = ZERO
                 GO TO 3250-EXIT
             END-IF.
             MOVE RX TO RD-RUN-NO.
             READ RUNDIR
                 INVALID KEY
                     GO TO 3250-EXIT
             END-READ.
             IF RD-REC-CNT > RUN-DEC (RX)
                 SUBTRACT RUN-DEC (RX) FROM RD-REC-CNT
             ELSE
                 MOVE ZERO TO RD-REC-CNT
             END-IF.
             REWRITE RUND-RECORD
                 INVALID KEY
                     DISPLAY "*** BIORUND更新エラー: " RD-RUN-NO
                     SET RUN-ERRORED TO TRUE
             END-REWRITE.
         3250-EXIT.
             EXIT.

      * AUDIT ENTRIES ARE KEPT FOR THE COUNT AND THE OPERATOR TRAIL
      * BUT LOSE EVERYTHING THAT POINTS BACK TO THE PERSON.
         3400-PURGE-AUDIT.
             OPEN INPUT AUDFILE.
             IF AUDFILE-ST = "35"
                 DISPLAY "BIOAUDTなし"
                 GO TO 3400-EXIT
             END-IF.
             IF AUDFILE-ST NOT = "00"
                 DISPLAY "*** BIOAUDTが開けません: " AUDFILE-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 3400-EXIT
             END-IF.
             MOVE 3 TO TGT-NO.
             PERFORM 6000-OPEN-WORK-OUT THRU 6000-EXIT.
             IF RUN-ERRORED
                 CLOSE AUDFILE
                 GO TO 3400-EXIT
             END-IF.
             MOVE "N" TO IN-EOF-SW.
             PERFORM 3450-SIFT-AUDIT THRU 3450-EXIT
                 UNTIL AT-IN-EOF.
             CLOSE AUDFILE.
             PERFORM 6100-COPY-BACK THRU 6100-EXIT.
         3400-EXIT.
             EXIT.

         3450-SIFT-AUDIT.
             READ AUDFILE
                 AT END
                     SET AT-IN-EOF TO TRUE
                     GO TO 3450-EXIT
             END-READ.
             IF AUDFILE-ST NOT = "00" AND AUDFILE-ST NOT = "10"
                 DISPLAY "*** BIOAUDT読取エラー: " AUDFILE-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-IN-EOF TO TRUE
                 GO TO 3450-EXIT
             END-IF.
             MOVE AUDF-RECORD TO AUD-LINE.
             PERFORM 3480-SCRUB-AUDIT-LINE THRU 3480-EXIT.
             MOVE AUD-LINE TO WORK-RECORD.
             PERFORM 6050-WRITE-WORK THRU 6050-EXIT.
         3450-EXIT.
             EXIT.

         3480-SCRUB-AUDIT-LINE.
             MOVE AUD-LINE TO AUDIT-RECORD.
             IF AUD-TS (1:8) NOT NUMERIC
                 GO TO 3480-EXIT
             END-IF.
             MOVE AUD-EMP-ID TO SRCH-ID.
             PERFORM 8400-FIND-PURGE THRU 8400-EXIT.
             IF PX = ZERO
                 GO TO 3480-EXIT
             END-IF.
             ADD 1 TO PG-CNT (PX TGT-NO).
             MOVE ALL "*" TO AUD-EMP-ID.
             MOVE ZERO TO AUD-BD.
             MOVE ZERO TO AUD-DAYS.
             MOVE ZERO TO AUD-P.
             MOVE ZERO TO AUD-E.
             MOVE ZERO TO AUD-I.
             MOVE AUDIT-RECORD TO AUD-LINE (1:56).
         3480-EXIT.
             EXIT.

         3500-PURGE-ARCHIVE.
             OPEN INPUT ARCFILE.
             IF ARCFILE-ST = "35"
                 DISPLAY "BIOAUDARなし"
                 GO TO 3500-EXIT
             END-IF.
             IF ARCFILE-ST NOT = "00"
                 DISPLAY "*** BIOAUDARが開けません: " ARCFILE-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 3500-EXIT
             END-IF.
             MOVE 4 TO TGT-NO.
             PERFORM 6000-OPEN-WORK-OUT THRU 6000-EXIT.
             IF RUN-ERRORED
                 CLOSE ARCFILE
                 GO TO 3500-EXIT
             END-IF.
             MOVE "N" TO IN-EOF-SW.
             PERFORM 3550-SIFT-ARCHIVE THRU 3550-EXIT
                 UNTIL AT-IN-EOF.
             CLOSE ARCFILE.
             PERFORM 6100-COPY-BACK THRU 6100-EXIT.
         3500-EXIT.
             EXIT.

         3550-SIFT-ARCHIVE.
             READ ARCFILE
                 AT END
                     SET AT-IN-EOF TO TRUE
                     GO TO 3550-EXIT
             END-READ.
             IF ARCFILE-ST NOT = "00" AND ARCFILE-ST NOT = "10"
                 DISPLAY "*** BIOAUDAR読取エラー: " ARCFILE-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-IN-EOF TO TRUE
                 GO TO 3550-EXIT
             END-IF.
             MOVE ARCF-RECORD TO AUD-LINE.
             PERFORM 3480-SCRUB-AUDIT-LINE THRU 3480-EXIT.
             MOVE AUD-LINE TO WORK-RECORD.
             PERFORM 6050-WRITE-WORK THRU 6050-EXIT.
         3550-EXIT.
             EXIT.

         3600-PURGE-SUSPENSE.
             OPEN INPUT SUSPFILE.
             IF SUSPFILE-ST = "35"
                 DISPLAY "BIOSUSPなし"
                 GO TO 3600-EXIT
             END-IF.
             IF SUSPFILE-ST NOT = "00"
                 DISPLAY "*** BIOSUSPが開けません: " SUSPFILE-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 3600-EXIT
             END-IF.
             MOVE 5 TO TGT-NO.
             PERFORM 6000-OPEN-WORK-OUT THRU 6000-EXIT.
             IF RUN-ERRORED
                 CLOSE SUSPFILE
                 GO TO 3600-EXIT
             END-IF.
             MOVE "N" TO IN-EOF-SW.
             PERFORM 3650-SIFT-SUSPENSE THRU 3650-EXIT
                 UNTIL AT-IN-EOF.
             CLOSE SUSPFILE.
             PERFORM 6100-COPY-BACK THRU 6100-EXIT.
         3600-EXIT.
             EXIT.

         3650-SIFT-SUSPENSE.
             READ SUSPFILE
                 AT END
                     SET AT-IN-EOF TO TRUE
                     GO TO 3650-EXIT
             END-READ.
             IF SUSPFILE-ST NOT = "00" AND SUSPFILE-ST NOT = "10"
                 DISPLAY "*** BIOSUSP読取エラー: " SUSPFILE-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-IN-EOF TO TRUE
                 GO TO 3650-EXIT
             END-IF.
             MOVE SUSP-ID TO SRCH-ID.
             PERFORM 8400-FIND-PURGE THRU 8400-EXIT.
             IF PX > ZERO
                 ADD 1 TO PG-CNT (PX 5)
                 GO TO 3650-EXIT
             END-IF.
             MOVE SUSP-RECORD TO WORK-RECORD.
             PERFORM 6050-WRITE-WORK THRU 6050-EXIT.
         3650-EXIT.
             EXIT.

      * EACH GENERATION KEEPS ITS SHAPE - THE TRAILER AND THE
      * CONTROL FILE COUNT DROP BY THE LINES TAKEN OUT, SO A
      * GENERATION THAT DID NOT VERIFY BEFORE STILL DOES NOT.
         3700-PURGE-BACKUPS.
             PERFORM 3710-LOAD-CONTROL THRU 3710-EXIT.
             PERFORM 3750-PURGE-GEN THRU 3750-EXIT
                 VARYING GEN-NO FROM 1 BY 1
                 UNTIL GEN-NO > 3 OR RUN-ERRORED.
             IF RUN-LIVE AND CTL-LOADED AND NOT RUN-ERRORED
                 PERFORM 3790-SAVE-CONTROL THRU 3790-EXIT
             END-IF.
         3700-EXIT.
             EXIT.

         3710-LOAD-CONTROL.
             MOVE 1 TO SAV-NEXT.
             MOVE ZERO TO SAV-DATE (1) SAV-DATE (2) SAV-DATE (3).
             MOVE ZERO TO SAV-CNT (1) SAV-CNT (2) SAV-CNT (3).
             OPEN INPUT BKPCTL.
             IF BKPCTL-ST NOT = "00"
                 GO TO 3710-EXIT
             END-IF.
             READ BKPCTL
                 AT END
                     CLOSE BKPCTL
                     GO TO 3710-EXIT
             END-READ.
             SET CTL-LOADED TO TRUE.
             IF BKC-NEXT IS NUMERIC
                 MOVE BKC-NEXT TO SAV-NEXT
             END-IF.
             PERFORM 3720-COPY-SLOT THRU 3720-EXIT
                 VARYING GX FROM 1 BY 1 UNTIL GX > 3.
             CLOSE BKPCTL.
         3710-EXIT.
             EXIT.

         3720-COPY-SLOT.
             IF BKC-DATE (GX) IS NUMERIC
                 MOVE BKC-DATE (GX) TO SAV-DATE (GX)
             END-IF.
             IF BKC-CNT (GX) IS NUMERIC
                 MOVE BKC-CNT (GX) TO SAV-CNT (GX)
             END-IF.
         3720-EXIT.
             EXIT.

         3750-PURGE-GEN.
             PERFORM 7500-OPEN-GEN-IN THRU 7500-EXIT.
             IF GEN-ST = "35"
                 GO TO 3750-EXIT
             END-IF.
             IF GEN-ST NOT = "00"
                 DISPLAY "*** 退避ファイルが開けません: "
                     GEN-NO " " GEN-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 3750-EXIT
             END-IF.
             COMPUTE TGT-NO = GEN-NO + 5.
             PERFORM 6000-OPEN-WORK-OUT THRU 6000-EXIT.
             IF RUN-ERRORED
                 PERFORM 7800-CLOSE-GEN THRU 7800-EXIT
                 GO TO 3750-EXIT
             END-IF.
             MOVE ZERO TO DROP-CNT.
             MOVE "N" TO IN-EOF-SW.
             PERFORM 3760-SIFT-GEN THRU 3760-EXIT
                 UNTIL AT-IN-EOF.
             PERFORM 7800-CLOSE-GEN THRU 7800-EXIT.
             PERFORM 6100-COPY-BACK THRU 6100-EXIT.
             IF SAV-CNT (GEN-NO) > DROP-CNT
                 SUBTRACT DROP-CNT FROM SAV-CNT (GEN-NO)
             ELSE
                 MOVE ZERO TO SAV-CNT (GEN-NO)
             END-IF.
         3750-EXIT.
             EXIT.

         3760-SIFT-GEN.
             PERFORM 7600-READ-GEN THRU 7600-EXIT.
             IF AT-IN-EOF
                 GO TO 3760-EXIT
             END-IF.
             IF BKP-TRAILER
                 IF BKT-CNT IS NUMERIC
                     IF BKT-CNT > DROP-CNT
                         SUBTRACT DROP-CNT FROM BKT-CNT
                     ELSE
                         MOVE ZERO TO BKT-CNT
                     END-IF
                 END-IF
                 MOVE BKUP-RECORD TO WORK-RECORD
                 PERFORM 6050-WRITE-WORK THRU 6050-EXIT
                 GO TO 3760-EXIT
             END-IF.
             IF BKP-DETAIL
                 MOVE BKP-DATA (1:6) TO SRCH-ID
                 PERFORM 8400-FIND-PURGE THRU 8400-EXIT
                 IF PX > ZERO
                     ADD 1 TO PG-CNT (PX TGT-NO)
                     ADD 1 TO DROP-CNT
                     GO TO 3760-EXIT
                 END-IF
             END-IF.
             MOVE BKUP-RECORD TO WORK-RECORD.
             PERFORM 6050-WRITE-WORK THRU 6050-EXIT.
         3760-EXIT.
             EXIT.

         3790-SAVE-CONTROL.
             OPEN OUTPUT BKPCTL.
             IF BKPCTL-ST NOT = "00"
                 DISPLAY "*** BIOBKCTLが開けません: " BKPCTL-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 3790-EXIT
             END-IF.
             MOVE SAV-NEXT TO BKC-NEXT.
             PERFORM 3795-COPY-BACK-SLOT THRU 3795-EXIT
                 VARYING GX FROM 1 BY 1 UNTIL GX > 3.
             WRITE BKCTL-RECORD.
             IF BKPCTL-ST NOT = "00"
                 DISPLAY "*** BIOBKCTL書込エラー: " BKPCTL-ST
                 SET RUN-ERRORED TO TRUE
             END-IF.
             CLOSE BKPCTL.
         3790-EXIT.
             EXIT.

         3795-COPY-BACK-SLOT.
             MOVE SAV-DATE (GX) TO BKC-DATE (GX).
             MOVE SAV-CNT (GX) TO BKC-CNT (GX).
         3795-EXIT.
             EXIT.

      * THE JOURNAL KEEPS THAT A CHANGE WAS MADE AND BY WHOM, BUT
      * THE BEFORE AND AFTER IMAGES CARRY THE BIRTH DATE, SO THEY
      * ARE CUT BACK TO THE EMPLOYEE NUMBER.
         3800-PURGE-JOURNAL.
             OPEN INPUT JRNFILE.
             IF JRNFILE-ST = "35"
                 DISPLAY "BIOJRNLなし"
                 GO TO 3800-EXIT
             END-IF.
             IF JRNFILE-ST NOT = "00"
                 DISPLAY "*** BIOJRNLが開けません: " JRNFILE-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 3800-EXIT
             END-IF.
             MOVE 9 TO TGT-NO.
             PERFORM 6000-OPEN-WORK-OUT THRU 6000-EXIT.
             IF RUN-ERRORED
                 CLOSE JRNFILE
                 GO TO 3800-EXIT
             END-IF.
             MOVE "N" TO IN-EOF-SW.
             PERFORM 3850-SIFT-JOURNAL THRU 3850-EXIT
                 UNTIL AT-IN-EOF.
             CLOSE JRNFILE.
             PERFORM 6100-COPY-BACK THRU 6100-EXIT.
         3800-EXIT.
             EXIT.

         3850-SIFT-JOURNAL.
             READ JRNFILE
                 AT END
                     SET AT-IN-EOF TO TRUE
                     GO TO 3850-EXIT
             END-READ.
             IF JRNFILE-ST NOT = "00" AND JRNFILE-ST NOT = "10"
                 DISPLAY "*** BIOJRNL読取エラー: " JRNFILE-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-IN-EOF TO TRUE
                 GO TO 3850-EXIT
             END-IF.
             IF JRN-EMPMAST
                 MOVE JRN-KEY TO SRCH-ID
                 PERFORM 8400-FIND-PURGE THRU 8400-EXIT
                 IF PX > ZERO
                     ADD 1 TO PG-CNT (PX 9)
                     IF JRN-BEFORE NOT = SPACES
                         MOVE JRN-KEY TO JRN-BEFORE
                     END-IF
                     IF JRN-AFTER NOT = SPACES
                         MOVE JRN-KEY TO JRN-AFTER
                     END-IF
                 END-IF
             END-IF.
             MOVE JOURNAL-RECORD TO WORK-RECORD.
             PERFORM 6050-WRITE-WORK THRU 6050-EXIT.
         3850-EXIT.
             EXIT.

      * EVERY MASTER DELETE IS JOURNALLED LIKE ANY OTHER, BUT WITH
      * THE IMAGE CUT BACK TO THE EMPLOYEE NUMBER.
         3900-DELETE-MASTER.
             IF RUN-TRIAL
                 GO TO 3900-EXIT
             END-IF.
             OPEN EXTEND JRNFILE.
             IF JRNFILE-ST = "35"
                 OPEN OUTPUT JRNFILE
             END-IF.
             IF JRNFILE-ST = "00"
                 SET JRN-IS-OPEN TO TRUE
             ELSE
                 DISPLAY "*** BIOJRNLが開けません: " JRNFILE-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 3900-EXIT
             END-IF.
             OPEN I-O EMPMAST.
             IF EMPMAST-ST NOT = "00"
                 DISPLAY "*** EMPMASTが開けません: " EMPMAST-ST
                 SET RUN-ERRORED TO TRUE
                 CLOSE JRNFILE
                 GO TO 3900-EXIT
             END-IF.
             PERFORM 3950-DELETE-ONE THRU 3950-EXIT
                 VARYING PX FROM 1 BY 1 UNTIL PX > PURGE-CNT.
             CLOSE EMPMAST.
             CLOSE JRNFILE.
         3900-EXIT.
             EXIT.

         3950-DELETE-ONE.
             MOVE PG-ID (PX) TO EMP-ID.
             DELETE EMPMAST
                 INVALID KEY
                     DISPLAY "*** EMPMAST削除エラー: " EMP-ID
                     MOVE ZERO TO PG-CNT (PX 1)
                     SET RUN-ERRORED TO TRUE
                     GO TO 3950-EXIT
             END-DELETE.
             MOVE FUNCTION CURRENT-DATE (1:14) TO JRN-TS.
             MOVE "BIORETN" TO JRN-PGM.
             MOVE "BATCH" TO JRN-OPER.
             SET JRN-EMPMAST TO TRUE.
             SET JRN-DELETE TO TRUE.
             MOVE PG-ID (PX) TO JRN-KEY.
             MOVE PG-ID (PX) TO JRN-BEFORE.
             MOVE SPACES TO JRN-AFTER.
             WRITE JOURNAL-RECORD.
             IF JRNFILE-ST NOT = "00"
                 DISPLAY "*** BIOJRNL書込エラー: " JRNFILE-ST
                 SET RUN-ERRORED TO TRUE
             END-IF.
         3950-EXIT.
             EXIT.

      * A TRIAL RUN READS EVERYTHING AND COUNTS, BUT NEITHER WRITES
      * THE WORK FILE NOR TOUCHES A LIVE FILE.
         6000-OPEN-WORK-OUT.
             IF RUN-TRIAL
                 GO TO 6000-EXIT
             END-IF.
             OPEN OUTPUT WORKFILE.
             IF WORKFILE-ST NOT = "00"
                 DISPLAY "*** BIORETWが開けません: " WORKFILE-ST
                 SET RUN-ERRORED TO TRUE
             END-IF.
         6000-EXIT.
             EXIT.

         6050-WRITE-WORK.
             IF RUN-TRIAL
                 GO TO 6050-EXIT
             END-IF.
             WRITE WORK-RECORD.
             IF WORKFILE-ST NOT = "00"
                 DISPLAY "*** BIORETW書込エラー: " WORKFILE-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-IN-EOF TO TRUE
             END-IF.
         6050-EXIT.
             EXIT.

      * ONLY A CLEAN SIFT MAY REPLACE THE LIVE FILE.
         6100-COPY-BACK.
             IF RUN-TRIAL
                 GO TO 6100-EXIT
             END-IF.
             CLOSE WORKFILE.
             IF RUN-ERRORED
                 DISPLAY "エラーのため置換中止"
                 GO TO 6100-EXIT
             END-IF.
             OPEN INPUT WORKFILE.
             IF WORKFILE-ST NOT = "00"
                 DISPLAY "*** BIORETWが開けません: " WORKFILE-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 6100-EXIT
             END-IF.
             PERFORM 6200-OPEN-TARGET-OUT THRU 6200-EXIT.
             IF TGT-ST NOT = "00"
                 DISPLAY "*** 置換先が再作成できません: "
                     TGT-NO " " TGT-ST
                 SET RUN-ERRORED TO TRUE
                 CLOSE WORKFILE
                 GO TO 6100-EXIT
             END-IF.
             MOVE "N" TO WORK-EOF-SW.
             PERFORM 6150-COPY-ONE THRU 6150-EXIT
                 UNTIL AT-WORK-EOF.
             CLOSE WORKFILE.
             PERFORM 6400-CLOSE-TARGET THRU 6400-EXIT.
         6100-EXIT.
             EXIT.

         6150-COPY-ONE.
             READ WORKFILE
                 AT END
                     SET AT-WORK-EOF TO TRUE
                     GO TO 6150-EXIT
             END-READ.
             IF WORKFILE-ST NOT = "00" AND WORKFILE-ST NOT = "10"
                 DISPLAY "*** BIORETW読取エラー: " WORKFILE-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-WORK-EOF TO TRUE
                 GO TO 6150-EXIT
             END-IF.
             PERFORM 6300-WRITE-TARGET THRU 6300-EXIT.
             IF TGT-ST NOT = "00"
                 DISPLAY "*** 置換書込エラー: " TGT-NO " " TGT-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-WORK-EOF TO TRUE
             END-IF.
         6150-EXIT.
             EXIT.

      * ONE FD PER TARGET - THE FILE IN PLAY IS PICKED HERE SO THE
      * COPY-BACK LOGIC IS THE SAME FOR EVERY FILE.
         6200-OPEN-TARGET-OUT.
             EVALUATE TGT-NO
                 WHEN 2
                     OPEN OUTPUT RSLTFILE
                     MOVE RSLTFILE-ST TO TGT-ST
                 WHEN 3
                     OPEN OUTPUT AUDFILE
                     MOVE AUDFILE-ST TO TGT-ST
                 WHEN 4
                     OPEN OUTPUT ARCFILE
                     MOVE ARCFILE-ST TO TGT-ST
                 WHEN 5
                     OPEN OUTPUT SUSPFILE
                     MOVE SUSPFILE-ST TO TGT-ST
                 WHEN 6
                     OPEN OUTPUT BKPGEN1
                     MOVE BKPGEN1-ST TO TGT-ST
                 WHEN 7
                     OPEN OUTPUT BKPGEN2
                     MOVE BKPGEN2-ST TO TGT-ST
                 WHEN 8
                     OPEN OUTPUT BKPGEN3
                     MOVE BKPGEN3-ST TO TGT-ST
                 WHEN 9
                     OPEN OUTPUT JRNFILE
                     MOVE JRNFILE-ST TO TGT-ST
             END-EVALUATE.
         6200-EXIT.
             EXIT.

         6300-WRITE-TARGET.
             EVALUATE TGT-NO
                 WHEN 2
                     WRITE BIORESULT-RECORD FROM WORK-RECORD
                     MOVE RSLTFILE-ST TO TGT-ST
                 WHEN 3
                     WRITE AUDF-RECORD FROM WORK-RECORD
                     MOVE AUDFILE-ST TO TGT-ST
                 WHEN 4
                     WRITE ARCF-RECORD FROM WORK-RECORD
                     MOVE ARCFILE-ST TO TGT-ST
                 WHEN 5
                     WRITE SUSP-RECORD FROM WORK-RECORD
                     MOVE SUSPFILE-ST TO TGT-ST
                 WHEN 6
                     WRITE BK1-RECORD FROM WORK-RECORD
                     MOVE BKPGEN1-ST TO TGT-ST
                 WHEN 7
                     WRITE BK2-RECORD FROM WORK-RECORD
                     MOVE BKPGEN2-ST TO TGT-ST
                 WHEN 8
                     WRITE BK3-RECORD FROM WORK-RECORD
                     MOVE BKPGEN3-ST TO TGT-ST
                 WHEN 9
                     WRITE JOURNAL-RECORD FROM WORK-RECORD
                     MOVE JRNFILE-ST TO TGT-ST
             END-EVALUATE.
         6300-EXIT.
             EXIT.

         6400-CLOSE-TARGET.
             EVALUATE TGT-NO
                 WHEN 2
                     CLOSE RSLTFILE
                 WHEN 3
                     CLOSE AUDFILE
                 WHEN 4
                     CLOSE ARCFILE
                 WHEN 5
                     CLOSE SUSPFILE
                 WHEN 6
                     CLOSE BKPGEN1
                 WHEN 7
                     CLOSE BKPGEN2
                 WHEN 8
                     CLOSE BKPGEN3
                 WHEN 9
                     CLOSE JRNFILE
             END-EVALUATE.
         6400-EXIT.
             EXIT.

      * THE CERTIFICATE IS WRITTEN FOR A TRIAL TOO, TITLED AS A
      * LIST, SO THE PRIVACY OFFICER SEES WHAT A LIVE RUN WOULD DO.
         7000-CERTIFICATE.
             OPEN OUTPUT RTNRPT.
             IF RTNRPT-ST NOT = "00"
                 DISPLAY "*** BIORTCTが開けません: " RTNRPT-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 7000-EXIT
             END-IF.
             SET RPT-IS-OPEN TO TRUE.
             IF RUN-LIVE
                 MOVE "PERSONAL DATA DISPOSAL CERTIFICATE"
                     TO RH-TITLE
             ELSE
                 MOVE "RETENTION TRIAL LIST - NOTHING REMOVED"
                     TO RH-TITLE
             END-IF.
             MOVE TD TO RH-DATE.
             MOVE RETAIN-DAYS TO RH-DAYS.
             MOVE CUTOFF-DATE TO RH-CUTOFF.
             MOVE PURGE-CNT TO RH-CNT.
             WRITE RTNRPT-RECORD FROM RC-HEAD1.
             WRITE RTNRPT-RECORD FROM RC-HEAD2.
             WRITE RTNRPT-RECORD FROM RC-BLANK.
             WRITE RTNRPT-RECORD FROM RC-HEAD3.
             PERFORM 7100-REPORT-EMPLOYEE THRU 7100-EXIT
                 VARYING PX FROM 1 BY 1 UNTIL PX > PURGE-CNT.
             PERFORM 7200-MOVE-TOTAL THRU 7200-EXIT
                 VARYING FX FROM 1 BY 1 UNTIL FX > 9.
             WRITE RTNRPT-RECORD FROM RC-TOTAL.
             WRITE RTNRPT-RECORD FROM RC-BLANK.
             WRITE RTNRPT-RECORD FROM RC-LEGEND.
             IF RUN-ERRORED
                 WRITE RTNRPT-RECORD FROM RC-ERROR
             END-IF.
             IF RUN-LIVE
                 WRITE RTNRPT-RECORD FROM RC-BLANK
                 WRITE RTNRPT-RECORD FROM RC-SIGN1
                 WRITE RTNRPT-RECORD FROM RC-BLANK
                 WRITE RTNRPT-RECORD FROM RC-SIGN2
             END-IF.
             IF RTNRPT-ST NOT = "00"
                 DISPLAY "*** BIORTCT書込エラー: " RTNRPT-ST
                 SET RUN-ERRORED TO TRUE
             END-IF.
             CLOSE RTNRPT.
         7000-EXIT.
             EXIT.

         7100-REPORT-EMPLOYEE.
             MOVE PG-ID (PX) TO CT-ID.
             MOVE PG-STAT-DATE (PX) TO CT-DATE.
             PERFORM 7150-MOVE-COUNT THRU 7150-EXIT
                 VARYING FX FROM 1 BY 1 UNTIL FX > 9.
             WRITE RTNRPT-RECORD FROM RC-DETAIL.
             IF RTNRPT-ST NOT = "00"
                 DISPLAY "*** BIORTCT書込エラー: " RTNRPT-ST
                 SET RUN-ERRORED TO TRUE
             END-IF.
         7100-EXIT.
             EXIT.

         7150-MOVE-COUNT.
             MOVE PG-CNT (PX FX) TO CT-CNT (FX).
             ADD PG-CNT (PX FX) TO TOT-CNT (FX).
         7150-EXIT.
             EXIT.

         7200-MOVE-TOTAL.
             MOVE TOT-CNT (FX) TO TT-CNT (FX).
         7200-EXIT.
             EXIT.

      * ONE FD PER GENERATION, AS IN BIOBKUP.
         7500-OPEN-GEN-IN.
             EVALUATE GEN-NO
                 WHEN 1
                     OPEN INPUT BKPGEN1
                     MOVE BKPGEN1-ST TO GEN-ST
                 WHEN 2
                     OPEN INPUT BKPGEN2
                     MOVE BKPGEN2-ST TO GEN-ST
                 WHEN 3
                     OPEN INPUT BKPGEN3
                     MOVE BKPGEN3-ST TO GEN-ST
             END-EVALUATE.
         7500-EXIT.
             EXIT.

         7600-READ-GEN.
             EVALUATE GEN-NO
                 WHEN 1
                     READ BKPGEN1
                         AT END
                             SET AT-IN-EOF TO TRUE
                     END-READ
                     MOVE BKPGEN1-ST TO GEN-ST
                     IF NOT AT-IN-EOF
                         MOVE BK1-RECORD TO BKUP-RECORD
                     END-IF
                 WHEN 2
                     READ BKPGEN2
                         AT END
                             SET AT-IN-EOF TO TRUE
                     END-READ
                     MOVE BKPGEN2-ST TO GEN-ST
                     IF NOT AT-IN-EOF
                         MOVE BK2-RECORD TO BKUP-RECORD
                     END-IF
                 WHEN 3
                     READ BKPGEN3
                         AT END
                             SET AT-IN-EOF TO TRUE
                     END-READ
                     MOVE BKPGEN3-ST TO GEN-ST
                     IF NOT AT-IN-EOF
                         MOVE BK3-RECORD TO BKUP-RECORD
                     END-IF
             END-EVALUATE.
             IF GEN-ST NOT = "00" AND GEN-ST NOT = "10"
                 DISPLAY "*** 退避読取エラー: " GEN-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-IN-EOF TO TRUE
             END-IF.
         7600-EXIT.
             EXIT.

         7800-CLOSE-GEN.
             EVALUATE GEN-NO
                 WHEN 1
                     CLOSE BKPGEN1
                 WHEN 2
                     CLOSE BKPGEN2
                 WHEN 3
                     CLOSE BKPGEN3
             END-EVALUATE.
         7800-EXIT.
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

      * HALVING SEARCH OF THE ASCENDING PURGE TABLE - THE RESULT
      * AND HISTORY FILES ARE LARGE AND MOST LINES ARE NOT HITS.
         8400-FIND-PURGE.
             MOVE ZERO TO PX.
             IF PURGE-CNT = ZERO
                 GO TO 8400-EXIT
             END-IF.
             MOVE 1 TO LO-IX.
             MOVE PURGE-CNT TO HI-IX.
             PERFORM 8450-PROBE THRU 8450-EXIT
                 UNTIL LO-IX > HI-IX OR PX > ZERO.
         8400-EXIT.
             EXIT.

         8450-PROBE.
             COMPUTE MID-IX = (LO-IX + HI-IX) / 2.
             IF PG-ID (MID-IX) = SRCH-ID
                 MOVE MID-IX TO PX
                 GO TO 8450-EXIT
             END-IF.
             IF PG-ID (MID-IX) < SRCH-ID
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

         9000-TERMINATE.
             DISPLAY "廃棄対象=" PURGE-CNT.
             IF RUN-ERRORED
                 MOVE 8 TO RETURN-CODE
             END-IF.
         9000-EXIT.
             EXIT.
