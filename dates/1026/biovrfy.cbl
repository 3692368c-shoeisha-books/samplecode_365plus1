       IDENTIFICATION DIVISION.
         PROGRAM-ID. BIOVRFY.
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
             SELECT LEDGFILE ASSIGN TO "BIOLEDG"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LEDGFILE-ST.
             SELECT SUSPFILE ASSIGN TO "BIOSUSP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SUSPFILE-ST.
             SELECT PARMFILE ASSIGN TO "BIOPARM"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PARMFILE-ST.
             SELECT VRFYRPT ASSIGN TO "BIOVRPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS VRFYRPT-ST.
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
         FD  LEDGFILE.
         COPY LEDREC.
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
         FD  PARMFILE.
         COPY BIOPARM.
         FD  VRFYRPT.
         01  VRFYRPT-RECORD              PIC X(80).
         WORKING-STORAGE SECTION.
         01 TD         PIC 9(8).
         01 BD         PIC 9(8).
         01 BD-PARTS REDEFINES BD.
             05 BD-YYYY    PIC 9(04).
             05 BD-MM      PIC 9(02).
             05 BD-DD      PIC 9(02).

         01 EMPMAST-ST PIC X(02).
         01 DPTMAST-ST PIC X(02).
         01 RUNDIR-ST  PIC X(02).
         01 HISTFILE-ST PIC X(02).
         01 LEDGFILE-ST PIC X(02).
         01 SUSPFILE-ST PIC X(02).
         01 PARMFILE-ST PIC X(02).
         01 VRFYRPT-ST PIC X(02).

         01 EMP-OPEN-SW PIC X(01) VALUE "N".
             88 EMP-IS-OPEN            VALUE "Y".
         01 DPT-OPEN-SW PIC X(01) VALUE "N".
             88 DPT-IS-OPEN            VALUE "Y".
         01 DIR-LOAD-SW PIC X(01) VALUE "N".
             88 DIR-LOADED             VALUE "Y".
         01 HIST-READ-SW PIC X(01) VALUE "N".
             88 HIST-WAS-READ          VALUE "Y".
         01 EMP-EOF-SW PIC X(01) VALUE "N".
             88 AT-EMP-EOF             VALUE "Y".
         01 DIR-EOF-SW PIC X(01) VALUE "N".
             88 AT-DIR-EOF             VALUE "Y".
         01 HIST-EOF-SW PIC X(01) VALUE "N".
             88 AT-HIST-EOF            VALUE "Y".
         01 LEDG-EOF-SW PIC X(01) VALUE "N".
             88 AT-LEDG-EOF            VALUE "Y".
         01 SUSP-EOF-SW PIC X(01) VALUE "N".
             88 AT-SUSP-EOF            VALUE "Y".
         01 RUN-ERR-SW PIC X(01) VALUE "N".
             88 RUN-ERRORED            VALUE "Y".
         01 STAT-WK-SW PIC X(01) VALUE "Y".
             88 EMP-IN-SERVICE         VALUE "Y".
             88 EMP-INACTIVE           VALUE "N".

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

      * EVERY NTH RESULT LINE IS RECOMPUTED - THE FULL HISTORY IS
      * TOO LONG TO REDO EACH WEEK AND A BAD FORMULA SHOWS UP IN
      * ANY SAMPLE.  BIOPARM CAN TIGHTEN IT TO EVERY LINE.
         01 SAMPLE-INTV PIC 9(03) VALUE 10.
         01 SAMPLE-CTR PIC 9(03) VALUE ZERO.

      * ONE SLOT PER RUN NUMBER - THE NUMBER IS FOUR DIGITS SO THE
      * TABLE IS INDEXED BY IT DIRECTLY.
         01 RUN-TAB.
             05 RT-ENTRY OCCURS 9999 TIMES.
                10 RT-IN-DIR   PIC X(01).
                10 RT-IN-LEDG  PIC X(01).
                10 RT-MODE     PIC X(01).
                10 RT-DATE     PIC 9(08).
                10 RT-DIR-CNT  PIC 9(06).
                10 RT-RSLT-CNT PIC 9(06).
         01 RX         PIC 9(05) COMP.
         01 EARLIEST-DATE PIC 9(08) VALUE 99999999.

      * DISCREPANCY TYPES - THE CODE LEADS EACH DETAIL LINE AND THE
      * SUMMARY COUNTS BY IT.
         01 VT-TEXT-TAB.
             05 FILLER PIC X(26) VALUE "D1DEPT NOT ON DPTMAST".
             05 FILLER PIC X(26) VALUE "D2SUPERVISOR MISMATCH".
             05 FILLER PIC X(26) VALUE "R1RUN COUNT MISMATCH".
             05 FILLER PIC X(26) VALUE "R2RESULT RUN NOT IN DIR".
             05 FILLER PIC X(26) VALUE "L1LEDGER RUN NOT IN DIR".
             05 FILLER PIC X(26) VALUE "L2LEDGER MODE MISMATCH".
             05 FILLER PIC X(26) VALUE "L3RUN NOT IN LEDGER".
             05 FILLER PIC X(26) VALUE "S1SUSPENSE ID NOT ON MAST".
             05 FILLER PIC X(26) VALUE "C1CYCLE RECOMPUTE DIFFERS".
             05 FILLER PIC X(26) VALUE "C2RESULT DATE INVALID".
         01 VT-TEXT-R REDEFINES VT-TEXT-TAB.
             05 VT-ENTRY OCCURS 10 TIMES.
                10 VT-CODE     PIC X(02).
                10 VT-TEXT     PIC X(24).
         01 VT-CNT-TAB VALUE ZEROS.
             05 VT-CNT     PIC 9(06) OCCURS 10 TIMES.
         01 VX         PIC 9(02) COMP.

         01 EMP-CNT    PIC 9(06) VALUE ZERO.
         01 DIR-CNT    PIC 9(06) VALUE ZERO.
         01 RSLT-CNT   PIC 9(06) VALUE ZERO.
         01 OLD-CNT    PIC 9(06) VALUE ZERO.
         01 LEDG-CNT   PIC 9(06) VALUE ZERO.
         01 SUSP-CNT   PIC 9(06) VALUE ZERO.
         01 SMP-CNT    PIC 9(06) VALUE ZERO.
         01 PURGED-CNT PIC 9(06) VALUE ZERO.
         01 DISC-CNT   PIC 9(06) VALUE ZERO.

         01 INFO-DEPT.
             05 FILLER      PIC X(05) VALUE "DEPT=".
             05 ID-DEPT     PIC X(04).
         01 INFO-SUPV.
             05 IS-EMP-SUPV PIC X(20).
             05 FILLER      PIC X(01) VALUE "/".
             05 IS-DPT-SUPV PIC X(20).
         01 INFO-CNT.
             05 FILLER      PIC X(04) VALUE "DIR=".
             05 IC-DIR      PIC 9(06).
             05 FILLER      PIC X(06) VALUE " RSLT=".
             05 IC-RSLT     PIC 9(06).
             05 FILLER      PIC X(06) VALUE " DATE=".
             05 IC-DATE     PIC 9(08).
         01 INFO-MODE.
             05 FILLER      PIC X(05) VALUE "LEDG=".
             05 IM-LEDG     PIC X(01).
             05 FILLER      PIC X(05) VALUE " DIR=".
             05 IM-DIR      PIC X(01).
             05 FILLER      PIC X(06) VALUE " DATE=".
             05 IM-DATE     PIC 9(08).
         01 INFO-CYC.
             05 FILLER      PIC X(04) VALUE "RUN=".
             05 IY-RUN      PIC 9(04).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 IY-FLD      PIC X(01).
             05 FILLER      PIC X(06) VALUE " FILE=".
             05 IY-FILE     PIC -ZZZZ9.
             05 FILLER      PIC X(06) VALUE " CALC=".
             05 IY-CALC     PIC -ZZZZ9.
         01 INFO-DATE.
             05 FILLER      PIC X(04) VALUE "RUN=".
             05 IA-RUN      PIC 9(04).
             05 FILLER      PIC X(04) VALUE " BD=".
             05 IA-BD       PIC X(08).
             05 FILLER      PIC X(04) VALUE " TD=".
             05 IA-TD       PIC X(08).

         01 VR-HEAD.
             05 FILLER      PIC X(26) VALUE
                "FILE INTEGRITY CHECK DATE=".
             05 VH-DATE     PIC 9(08).
             05 FILLER      PIC X(10) VALUE " SAMPLE=1/".
             05 VH-SAMPLE   PIC 9(03).
             05 FILLER      PIC X(33) VALUE SPACES.
         01 VR-DETAIL.
             05 VD-CODE     PIC X(02).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 VD-KEY      PIC X(06).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 VD-TEXT     PIC X(24).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 VD-INFO     PIC X(45).
         01 VR-SUMMARY.
             05 VS-CODE     PIC X(02).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 VS-TEXT     PIC X(24).
             05 FILLER      PIC X(07) VALUE " COUNT=".
             05 VS-CNT      PIC ZZZZZ9.
             05 FILLER      PIC X(40) VALUE SPACES.
         01 VR-TOTAL1.
             05 FILLER      PIC X(04) VALUE "EMP=".
             05 VT-EMP      PIC 9(06).
             05 FILLER      PIC X(06) VALUE " RUNS=".
             05 VT-RUNS     PIC 9(06).
             05 FILLER      PIC X(06) VALUE " RSLT=".
             05 VT-RSLT     PIC 9(06).
             05 FILLER      PIC X(06) VALUE " LEDG=".
             05 VT-LEDG     PIC 9(06).
             05 FILLER      PIC X(06) VALUE " SUSP=".
             05 VT-SUSP     PIC 9(06).
             05 FILLER      PIC X(05) VALUE " SMP=".
             05 VT-SMP      PIC 9(06).
             05 FILLER      PIC X(11) VALUE SPACES.
         01 VR-TOTAL2.
             05 FILLER      PIC X(08) VALUE "PURGED=".
             05 VT-PURGED   PIC 9(06).
             05 FILLER      PIC X(05) VALUE " OLD=".
             05 VT-OLD      PIC 9(06).
             05 FILLER      PIC X(06) VALUE " DISC=".
             05 VT-DISC     PIC 9(06).
             05 FILLER      PIC X(08) VALUE " RESULT=".
             05 VT-STATUS   PIC X(05).
             05 FILLER      PIC X(04) VALUE " RC=".
             05 VT-RC       PIC 9(02).
             05 FILLER      PIC X(24) VALUE SPACES.

         PROCEDURE DIVISION.

         0000-MAINLINE.
             PERFORM 1000-INITIALIZE THRU 1000-EXIT.
             IF NOT RUN-ERRORED
                 PERFORM 2000-CHECK-EMPLOYEES THRU 2000-EXIT
                 PERFORM 3000-CHECK-RUNS THRU 3000-EXIT
                 PERFORM 4000-CHECK-LEDGER THRU 4000-EXIT
                 PERFORM 5000-CHECK-SUSPENSE THRU 5000-EXIT
             END-IF.
             PERFORM 9000-TERMINATE THRU 9000-EXIT.
             STOP RUN.

         1000-INITIALIZE.
             DISPLAY "BIOVRFY - ファイル整合性検査".
             ACCEPT TD FROM DATE YYYYMMDD.
             PERFORM 1100-READ-PARM THRU 1100-EXIT.
             OPEN OUTPUT VRFYRPT.
             IF VRFYRPT-ST NOT = "00"
                 DISPLAY "*** BIOVRPTが開けません: " VRFYRPT-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 1000-EXIT
             END-IF.
             MOVE TD TO VH-DATE.
             MOVE SAMPLE-INTV TO VH-SAMPLE.
             WRITE VRFYRPT-RECORD FROM VR-HEAD.
             MOVE SPACES TO RUN-TAB.
             MOVE 1 TO RX.
             PERFORM 1050-CLEAR-RUN THRU 1050-EXIT
                 UNTIL RX > 9999.
         1000-EXIT.
             EXIT.

         1050-CLEAR-RUN.
             MOVE "N" TO RT-IN-DIR (RX).
             MOVE "N" TO RT-IN-LEDG (RX).
             MOVE ZERO TO RT-DATE (RX).
             MOVE ZERO TO RT-DIR-CNT (RX).
             MOVE ZERO TO RT-RSLT-CNT (RX).
             ADD 1 TO RX.
         1050-EXIT.
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
             IF PARM-VSMP IS NUMERIC AND PARM-VSMP NOT = "000"
                 MOVE PARM-VSMP TO SAMPLE-INTV
             END-IF.
             CLOSE PARMFILE.
         1100-EXIT.
             EXIT.

      * EVERY EMPLOYEE MUST BELONG TO A DEPARTMENT ON FILE.  THE
      * SUPERVISOR IS ONLY HELD TO THE DEPARTMENT FOR STAFF STILL
      * IN SERVICE - A LEAVER KEEPS THE NAME IN FORCE WHEN THEY WENT.
         2000-CHECK-EMPLOYEES.
             OPEN INPUT EMPMAST.
             IF EMPMAST-ST NOT = "00"
                 DISPLAY "*** EMPMASTが開けません: " EMPMAST-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 2000-EXIT
             END-IF.
             SET EMP-IS-OPEN TO TRUE.
             OPEN INPUT DPTMAST.
             IF DPTMAST-ST NOT = "00"
                 DISPLAY "*** DPTMASTが開けません: " DPTMAST-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 2000-EXIT
             END-IF.
             SET DPT-IS-OPEN TO TRUE.
             PERFORM 2100-CHECK-ONE-EMP THRU 2100-EXIT
                 UNTIL AT-EMP-EOF.
             CLOSE DPTMAST.
             MOVE "N" TO DPT-OPEN-SW.
         2000-EXIT.
             EXIT.

         2100-CHECK-ONE-EMP.
             READ EMPMAST NEXT
                 AT END
                     SET AT-EMP-EOF TO TRUE
                     GO TO 2100-EXIT
             END-READ.
             IF EMPMAST-ST NOT = "00" AND EMPMAST-ST NOT = "10"
                 DISPLAY "*** EMPMAST読取エラー: " EMPMAST-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-EMP-EOF TO TRUE
                 GO TO 2100-EXIT
             END-IF.
             ADD 1 TO EMP-CNT.
             MOVE EMP-DEPT TO DPT-CODE.
             READ DPTMAST
                 INVALID KEY
                     MOVE 1 TO VX
                     MOVE EMP-ID TO VD-KEY
                     MOVE EMP-DEPT TO ID-DEPT
                     MOVE INFO-DEPT TO VD-INFO
                     PERFORM 8800-REPORT-DISC THRU 8800-EXIT
                     GO TO 2100-EXIT
             END-READ.
             PERFORM 8500-CHECK-STATUS THRU 8500-EXIT.
             IF EMP-IN-SERVICE AND EMP-SUPV NOT = DPT-SUPV
                 MOVE 2 TO VX
                 MOVE EMP-ID TO VD-KEY
                 MOVE EMP-SUPV TO IS-EMP-SUPV
                 MOVE DPT-SUPV TO IS-DPT-SUPV
                 MOVE INFO-SUPV TO VD-INFO
                 PERFORM 8800-REPORT-DISC THRU 8800-EXIT
             END-IF.
         2100-EXIT.
             EXIT.

      * THE DIRECTORY COUNT IS WHAT BIO30 SAYS IT WROTE FOR EACH
      * RUN; THE RESULT FILE IS WHAT ACTUALLY SURVIVES.  BIOTRND
      * PURGES WHOLE RUNS BY DATE, SO A RUN WITH NO LINES LEFT THAT
      * IS OLDER THAN THE OLDEST LINE STILL ON FILE WAS PURGED.
         3000-CHECK-RUNS.
             OPEN INPUT RUNDIR.
             IF RUNDIR-ST NOT = "00"
                 DISPLAY "*** BIORUNDが開けません: " RUNDIR-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 3000-EXIT
             END-IF.
             SET DIR-LOADED TO TRUE.
             PERFORM 3100-LOAD-DIR-ONE THRU 3100-EXIT
                 UNTIL AT-DIR-EOF.
             CLOSE RUNDIR.
             OPEN INPUT HISTFILE.
             IF HISTFILE-ST = "35"
                 DISPLAY "BIORSLTなし"
             ELSE
                 IF HISTFILE-ST NOT = "00"
                     DISPLAY "*** BIORSLTが開けません: "
                         HISTFILE-ST
                     SET RUN-ERRORED TO TRUE
                     GO TO 3000-EXIT
                 END-IF
                 PERFORM 3200-SCAN-RESULT THRU 3200-EXIT
                     UNTIL AT-HIST-EOF
                 CLOSE HISTFILE
                 SET HIST-WAS-READ TO TRUE
             END-IF.
             MOVE 1 TO RX.
             PERFORM 3500-COMPARE-RUN THRU 3500-EXIT
                 UNTIL RX > 9999.
         3000-EXIT.
             EXIT.

         3100-LOAD-DIR-ONE.
             READ RUNDIR NEXT
                 AT END
                     SET AT-DIR-EOF TO TRUE
                     GO TO 3100-EXIT
             END-READ.
             IF RUNDIR-ST NOT = "00" AND RUNDIR-ST NOT = "10"
                 DISPLAY "*** BIORUND読取エラー: " RUNDIR-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-DIR-EOF TO TRUE
                 GO TO 3100-EXIT
             END-IF.
             IF RD-RUN-NO = ZERO
                 GO TO 3100-EXIT
             END-IF.
             ADD 1 TO DIR-CNT.
             MOVE "Y" TO RT-IN-DIR (RD-RUN-NO).
             MOVE RD-MODE TO RT-MODE (RD-RUN-NO).
             MOVE RD-RUN-DATE TO RT-DATE (RD-RUN-NO).
             MOVE RD-REC-CNT TO RT-DIR-CNT (RD-RUN-NO).
         3100-EXIT.
             EXIT.

      * RECORDS FROM BEFORE THE RUN STAMP HAVE NO RUN NUMBER TO
      * RECONCILE AND ARE COUNTED AS OLD FORMAT ONLY.
         3200-SCAN-RESULT.
             READ HISTFILE
                 AT END
                     SET AT-HIST-EOF TO TRUE
                     GO TO 3200-EXIT
             END-READ.
             IF HISTFILE-ST NOT = "00" AND HISTFILE-ST NOT = "10"
                 DISPLAY "*** BIORSLT読取エラー: " HISTFILE-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-HIST-EOF TO TRUE
                 GO TO 3200-EXIT
             END-IF.
             IF BR-RUN-NO NOT NUMERIC OR BR-TD NOT NUMERIC
                 ADD 1 TO OLD-CNT
                 GO TO 3200-EXIT
             END-IF.
             ADD 1 TO RSLT-CNT.
             IF BR-RUN-DATE IS NUMERIC AND
                BR-RUN-DATE < EARLIEST-DATE
                 MOVE BR-RUN-DATE TO EARLIEST-DATE
             END-IF.
             IF BR-RUN-NO > ZERO
                 ADD 1 TO RT-RSLT-CNT (BR-RUN-NO)
             END-IF.
             ADD 1 TO SAMPLE-CTR.
             IF SAMPLE-CTR NOT < SAMPLE-INTV
                 MOVE ZERO TO SAMPLE-CTR
                 PERFORM 3300-RECOMPUTE THRU 3300-EXIT
             END-IF.
         3200-EXIT.
             EXIT.

      * THE SAME ARITHMETIC AS BIO30 3200-COMPUTE-CYCLES - A LINE
      * THAT DISAGREES WAS EITHER ALTERED OR WRITTEN BY A BAD BUILD.
      * TD IS BORROWED FOR THE LINE UNDER CHECK - THE EMPLOYEE PASS
      * THAT NEEDS TODAYS DATE HAS ALREADY FINISHED.
         3300-RECOMPUTE.
             ADD 1 TO SMP-CNT.
             MOVE BR-BD TO BD.
             MOVE BR-TD TO TD.
             PERFORM 8000-VALIDATE-BD THRU 8000-EXIT.
             IF BD-VALID
                 MOVE BR-TD TO BD
                 PERFORM 8000-VALIDATE-BD THRU 8000-EXIT
             END-IF.
             IF BD-INVALID
                 MOVE 10 TO VX
                 MOVE BR-EMP-ID TO VD-KEY
                 MOVE BR-RUN-NO TO IA-RUN
                 MOVE BR-BD TO IA-BD
                 MOVE BR-TD TO IA-TD
                 MOVE INFO-DATE TO VD-INFO
                 PERFORM 8800-REPORT-DISC THRU 8800-EXIT
                 GO TO 3300-EXIT
             END-IF.
             MOVE BR-BD TO BD.
             COMPUTE DAYS = FUNCTION INTEGER-OF-DATE(TD)
                        - FUNCTION INTEGER-OF-DATE(BD).
             COMPUTE P = FUNCTION MOD(DAYS 23) * 200 / 23 - 100.
             COMPUTE E = FUNCTION MOD(DAYS 28) * 200 / 28 - 100.
             COMPUTE I = FUNCTION MOD(DAYS 33) * 200 / 33 - 100.
             MOVE 9 TO VX.
             MOVE BR-EMP-ID TO VD-KEY.
             MOVE BR-RUN-NO TO IY-RUN.
             IF BR-DAYS NOT = DAYS
                 MOVE "D" TO IY-FLD
                 MOVE BR-DAYS TO IY-FILE
                 MOVE DAYS TO IY-CALC
                 MOVE INFO-CYC TO VD-INFO
                 PERFORM 8800-REPORT-DISC THRU 8800-EXIT
                 GO TO 3300-EXIT
             END-IF.
             IF BR-P NOT = P
                 MOVE "P" TO IY-FLD
                 MOVE BR-P TO IY-FILE
                 MOVE P TO IY-CALC
                 MOVE INFO-CYC TO VD-INFO
                 PERFORM 8800-REPORT-DISC THRU 8800-EXIT
             END-IF.
             IF BR-E NOT = E
                 MOVE "E" TO IY-FLD
                 MOVE BR-E TO IY-FILE
                 MOVE E TO IY-CALC
                 MOVE INFO-CYC TO VD-INFO
                 PERFORM 8800-REPORT-DISC THRU 8800-EXIT
             END-IF.
             IF BR-I NOT = I
                 MOVE "I" TO IY-FLD
                 MOVE BR-I TO IY-FILE
                 MOVE I TO IY-CALC
                 MOVE INFO-CYC TO VD-INFO
                 PERFORM 8800-REPORT-DISC THRU 8800-EXIT
             END-IF.
         3300-EXIT.
             EXIT.

         3500-COMPARE-RUN.
             IF RT-IN-DIR (RX) = "N"
                 IF RT-RSLT-CNT (RX) > ZERO
                     MOVE 4 TO VX
                     MOVE RX TO VD-KEY
                     MOVE ZERO TO IC-DIR
                     MOVE RT-RSLT-CNT (RX) TO IC-RSLT
                     MOVE ZERO TO IC-DATE
                     MOVE INFO-CNT TO VD-INFO
                     PERFORM 8800-REPORT-DISC THRU 8800-EXIT
                 END-IF
                 GO TO 3590-NEXT-RUN
             END-IF.
             IF RT-DIR-CNT (RX) = RT-RSLT-CNT (RX)
                 GO TO 3590-NEXT-RUN
             END-IF.
             IF RT-RSLT-CNT (RX) = ZERO AND
                (NOT HIST-WAS-READ OR RT-DATE (RX) < EARLIEST-DATE)
                 ADD 1 TO PURGED-CNT
                 GO TO 3590-NEXT-RUN
             END-IF.
             MOVE 3 TO VX.
             MOVE RX TO VD-KEY.
             MOVE RT-DIR-CNT (RX) TO IC-DIR.
             MOVE RT-RSLT-CNT (RX) TO IC-RSLT.
             MOVE RT-DATE (RX) TO IC-DATE.
             MOVE INFO-CNT TO VD-INFO.
             PERFORM 8800-REPORT-DISC THRU 8800-EXIT.
         3590-NEXT-RUN.
             ADD 1 TO RX.
         3500-EXIT.
             EXIT.

      * EVERY LEDGER LINE NEEDS ITS RUN ON THE DIRECTORY AND EVERY
      * DIRECTORY RUN A LEDGER LINE.  A MODE 5 MERGE IS LEDGERED
      * UNDER ITS OWN MODE BUT FILED AGAINST THE ROSTER RUN.  RUN
      * ZERO IS A RUN THAT FAILED BEFORE A NUMBER WAS TAKEN.
         4000-CHECK-LEDGER.
             IF NOT DIR-LOADED
                 GO TO 4000-EXIT
             END-IF.
             OPEN INPUT LEDGFILE.
             IF LEDGFILE-ST = "35"
                 DISPLAY "BIOLEDGなし"
             ELSE
                 IF LEDGFILE-ST NOT = "00"
                     DISPLAY "*** BIOLEDGが開けません: "
                         LEDGFILE-ST
                     SET RUN-ERRORED TO TRUE
                     GO TO 4000-EXIT
                 END-IF
                 PERFORM 4100-CHECK-LEDG-ONE THRU 4100-EXIT
                     UNTIL AT-LEDG-EOF
                 CLOSE LEDGFILE
             END-IF.
             MOVE 1 TO RX.
             PERFORM 4500-CHECK-UNLEDGERED THRU 4500-EXIT
                 UNTIL RX > 9999.
         4000-EXIT.
             EXIT.

         4100-CHECK-LEDG-ONE.
             READ LEDGFILE
                 AT END
                     SET AT-LEDG-EOF TO TRUE
                     GO TO 4100-EXIT
             END-READ.
             IF LEDGFILE-ST NOT = "00" AND LEDGFILE-ST NOT = "10"
                 DISPLAY "*** BIOLEDG読取エラー: " LEDGFILE-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-LEDG-EOF TO TRUE
                 GO TO 4100-EXIT
             END-IF.
             ADD 1 TO LEDG-CNT.
             IF LED-RUN-NO NOT NUMERIC OR LED-RUN-NO = ZERO
                 GO TO 4100-EXIT
             END-IF.
             MOVE LED-RUN-NO TO VD-KEY.
             MOVE LED-MODE TO IM-LEDG.
             MOVE LED-DATE TO IM-DATE.
             IF RT-IN-DIR (LED-RUN-NO) = "N"
                 MOVE 5 TO VX
                 MOVE SPACE TO IM-DIR
                 MOVE INFO-MODE TO VD-INFO
                 PERFORM 8800-REPORT-DISC THRU 8800-EXIT
                 GO TO 4100-EXIT
             END-IF.
             MOVE "Y" TO RT-IN-LEDG (LED-RUN-NO).
             IF LED-MODE = RT-MODE (LED-RUN-NO)
                 GO TO 4100-EXIT
             END-IF.
             IF LED-MODE = "5" AND RT-MODE (LED-RUN-NO) = "2"
                 GO TO 4100-EXIT
             END-IF.
             MOVE 6 TO VX.
             MOVE RT-MODE (LED-RUN-NO) TO IM-DIR.
             MOVE INFO-MODE TO VD-INFO.
             PERFORM 8800-REPORT-DISC THRU 8800-EXIT.
         4100-EXIT.
             EXIT.

         4500-CHECK-UNLEDGERED.
             IF RT-IN-DIR (RX) = "Y" AND RT-IN-LEDG (RX) = "N"
                 MOVE 7 TO VX
                 MOVE RX TO VD-KEY
                 MOVE SPACE TO IM-LEDG
                 MOVE RT-MODE (RX) TO IM-DIR
                 MOVE RT-DATE (RX) TO IM-DATE
                 MOVE INFO-MODE TO VD-INFO
                 PERFORM 8800-REPORT-DISC THRU 8800-EXIT
             END-IF.
             ADD 1 TO RX.
         4500-EXIT.
             EXIT.

      * A SUSPENSE ENTRY FOR AN EMPLOYEE SINCE DELETED CAN NEVER BE
      * REPROCESSED BY MODE 5 AND WOULD SIT IN THE FILE FOR EVER.
         5000-CHECK-SUSPENSE.
             IF NOT EMP-IS-OPEN
                 GO TO 5000-EXIT
             END-IF.
             OPEN INPUT SUSPFILE.
             IF SUSPFILE-ST = "35"
                 GO TO 5000-EXIT
             END-IF.
             IF SUSPFILE-ST NOT = "00"
                 DISPLAY "*** BIOSUSPが開けません: " SUSPFILE-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 5000-EXIT
             END-IF.
             PERFORM 5100-CHECK-SUSP-ONE THRU 5100-EXIT
                 UNTIL AT-SUSP-EOF.
             CLOSE SUSPFILE.
         5000-EXIT.
             EXIT.

         5100-CHECK-SUSP-ONE.
             READ SUSPFILE
                 AT END
                     SET AT-SUSP-EOF TO TRUE
                     GO TO 5100-EXIT
             END-READ.
             IF SUSPFILE-ST NOT = "00" AND SUSPFILE-ST NOT = "10"
                 DISPLAY "*** BIOSUSP読取エラー: " SUSPFILE-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-SUSP-EOF TO TRUE
                 GO TO 5100-EXIT
             END-IF.
             ADD 1 TO SUSP-CNT.
             MOVE SUSP-ID TO EMP-ID.
             READ EMPMAST
                 INVALID KEY
                     MOVE 8 TO VX
                     MOVE SUSP-ID TO VD-KEY
                     MOVE SPACES TO VD-INFO
                     PERFORM 8800-REPORT-DISC THRU 8800-EXIT
             END-READ.
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

      * VX NAMES THE DISCREPANCY TYPE; THE CALLER HAS ALREADY SET
      * THE KEY AND THE SUPPORTING DETAIL.
         8800-REPORT-DISC.
             MOVE VT-CODE (VX) TO VD-CODE.
             MOVE VT-TEXT (VX) TO VD-TEXT.
             WRITE VRFYRPT-RECORD FROM VR-DETAIL.
             DISPLAY VR-DETAIL.
             ADD 1 TO VT-CNT (VX).
             ADD 1 TO DISC-CNT.
         8800-EXIT.
             EXIT.

      * THE SCHEDULER ACTS ON THE RETURN CODE - 0 EVERYTHING AGREES,
      * 4 DISCREPANCIES WERE FOUND AND NEED FOLLOWING UP, 8 A FILE
      * COULD NOT BE READ AND THE CHECK IS INCOMPLETE.
         9000-TERMINATE.
             IF EMP-IS-OPEN
                 CLOSE EMPMAST
             END-IF.
             IF DPT-IS-OPEN
                 CLOSE DPTMAST
             END-IF.
             IF RUN-ERRORED
                 MOVE 8 TO RETURN-CODE
                 MOVE "ERROR" TO VT-STATUS
             ELSE
                 IF DISC-CNT > ZERO
                     MOVE 4 TO RETURN-CODE
                     MOVE "DISC" TO VT-STATUS
                 ELSE
                     MOVE 0 TO RETURN-CODE
                     MOVE "CLEAN" TO VT-STATUS
                 END-IF
             END-IF.
             MOVE RETURN-CODE TO VT-RC.
             MOVE EMP-CNT TO VT-EMP.
             MOVE DIR-CNT TO VT-RUNS.
             MOVE RSLT-CNT TO VT-RSLT.
             MOVE LEDG-CNT TO VT-LEDG.
             MOVE SUSP-CNT TO VT-SUSP.
             MOVE SMP-CNT TO VT-SMP.
             MOVE PURGED-CNT TO VT-PURGED.
             MOVE OLD-CNT TO VT-OLD.
             MOVE DISC-CNT TO VT-DISC.
             IF VRFYRPT-ST = "00"
                 MOVE 1 TO VX
                 PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT
                     UNTIL VX > 10
                 WRITE VRFYRPT-RECORD FROM VR-TOTAL1
                 WRITE VRFYRPT-RECORD FROM VR-TOTAL2
                 CLOSE VRFYRPT
             END-IF.
             DISPLAY VR-TOTAL1.
             DISPLAY VR-TOTAL2.
         9000-EXIT.
             EXIT.

         9100-WRITE-SUMMARY.
             MOVE VT-CODE (VX) TO VS-CODE.
             MOVE VT-TEXT (VX) TO VS-TEXT.
             MOVE VT-CNT (VX) TO VS-CNT.
             WRITE VRFYRPT-RECORD FROM VR-SUMMARY.
             ADD 1 TO VX.
         9100-EXIT.
             EXIT.
