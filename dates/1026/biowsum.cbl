       IDENTIFICATION DIVISION.
         PROGRAM-ID. BIOWSUM.
         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT JOBSTAT ASSIGN TO "BIOJSTS"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JOBSTAT-ST.
             SELECT PARMFILE ASSIGN TO "BIOPARM"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PARMFILE-ST.
             SELECT WSUMRPT ASSIGN TO "BIOWRPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WSUMRPT-ST.
         DATA DIVISION.
         FILE SECTION.
         FD  JOBSTAT.
         COPY JSTREC.
         FD  PARMFILE.
         COPY BIOPARM.
         FD  WSUMRPT.
         01  WSUMRPT-RECORD              PIC X(80).
         WORKING-STORAGE SECTION.
         01 JOBSTAT-ST PIC X(02).
         01 PARMFILE-ST PIC X(02).
         01 WSUMRPT-ST PIC X(02).
         01 JST-EOF-SW PIC X(01) VALUE "N".
             88 AT-JST-EOF             VALUE "Y".
         01 RUN-ERR-SW PIC X(01) VALUE "N".
             88 RUN-ERRORED            VALUE "Y".
         01 BUS-DATE   PIC 9(08) VALUE ZERO.
         01 WIN-START  PIC X(14) VALUE HIGH-VALUES.
         01 WIN-END    PIC X(14) VALUE SPACES.

      * THE NIGHTLY STREAM IN RUNNING ORDER.  A STEP POSTED UNDER
      * ANY OTHER NAME IS ADDED BEHIND THESE AS IT IS FOUND.
         01 STEP-ORDER.
             05 FILLER PIC X(08) VALUE "BIOHRAP".
             05 FILLER PIC X(08) VALUE "BIOPROJ".
             05 FILLER PIC X(08) VALUE "BIO30".
             05 FILLER PIC X(08) VALUE "BIOXTRC".
             05 FILLER PIC X(08) VALUE "BIOALRT".
             05 FILLER PIC X(08) VALUE "BIODCOV".
             05 FILLER PIC X(08) VALUE "BIOTRND".
         01 STEP-ORDER-R REDEFINES STEP-ORDER.
             05 SO-NAME    PIC X(08) OCCURS 7 TIMES.
         01 STEP-ORDER-CNT PIC 9(02) VALUE 7.

         01 STEP-TAB.
             05 ST-ENTRY OCCURS 20 TIMES.
                10 ST-NAME     PIC X(08).
                10 ST-START    PIC X(14).
                10 ST-END      PIC X(14).
                10 ST-RC       PIC X(02).
                10 ST-STATE    PIC X(08).
                10 ST-WAIT     PIC X(08).
                10 ST-TRIES    PIC 9(02).
         01 STEP-CNT   PIC 9(02) VALUE ZERO.
         01 STEP-MAX   PIC 9(02) VALUE 20.
         01 SX         PIC 9(02) COMP.
         01 FOUND-SW   PIC X(01).
             88 STEP-FOUND             VALUE "Y".

         01 OK-CNT     PIC 9(02) VALUE ZERO.
         01 FAIL-CNT   PIC 9(02) VALUE ZERO.
         01 HELD-CNT   PIC 9(02) VALUE ZERO.
         01 NORUN-CNT  PIC 9(02) VALUE ZERO.
         01 OPEN-CNT   PIC 9(02) VALUE ZERO.

         01 SM-HEAD1.
             05 FILLER      PIC X(35) VALUE
                "BATCH WINDOW SUMMARY  BUSINESS DATE".
             05 FILLER      PIC X(01) VALUE "=".
             05 WH-DATE     PIC 9(08).
             05 FILLER      PIC X(36) VALUE SPACES.
         01 SM-HEAD2.
             05 FILLER      PIC X(42) VALUE
                "STEP     START          END            RC ".
             05 FILLER      PIC X(38) VALUE
                "STATE    WAIT-FOR TRIES".
         01 SM-DETAIL.
             05 WD-STEP     PIC X(08).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 WD-START    PIC X(14).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 WD-END      PIC X(14).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 WD-RC       PIC X(02).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 WD-STATE    PIC X(08).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 WD-WAIT     PIC X(08).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 WD-TRIES    PIC Z9.
             05 FILLER      PIC X(18) VALUE SPACES.
         01 SM-TOTAL1.
             05 FILLER      PIC X(13) VALUE "WINDOW START=".
             05 WT-START    PIC X(14).
             05 FILLER      PIC X(05) VALUE " END=".
             05 WT-END      PIC X(14).
             05 FILLER      PIC X(34) VALUE SPACES.
         01 SM-TOTAL2.
             05 FILLER      PIC X(03) VALUE "OK=".
             05 WT-OK       PIC Z9.
             05 FILLER      PIC X(08) VALUE " FAILED=".
             05 WT-FAIL     PIC Z9.
             05 FILLER      PIC X(06) VALUE " HELD=".
             05 WT-HELD     PIC Z9.
             05 FILLER      PIC X(09) VALUE " NOT RUN=".
             05 WT-NORUN    PIC Z9.
             05 FILLER      PIC X(09) VALUE " RUNNING=".
             05 WT-OPEN     PIC Z9.
             05 FILLER      PIC X(35) VALUE SPACES.

         PROCEDURE DIVISION.

         0000-MAINLINE.
             PERFORM 1000-INITIALIZE THRU 1000-EXIT.
             IF NOT RUN-ERRORED
                 PERFORM 2000-COLLECT THRU 2000-EXIT
             END-IF.
             IF NOT RUN-ERRORED
                 PERFORM 3000-REPORT THRU 3000-EXIT
             END-IF.
             PERFORM 9000-TERMINATE THRU 9000-EXIT.
             STOP RUN.

      * THE BUSINESS DATE IS THE ONE STAGED FOR THE STREAM; WHEN
      * NONE IS STAGED THE LATEST DATE ON THE STATUS FILE IS THE
      * NIGHT JUST FINISHED.
         1000-INITIALIZE.
             DISPLAY "BIOWSUM - 夜間バッチ実行状況".
             PERFORM 1100-READ-PARM THRU 1100-EXIT.
             MOVE 1 TO SX.
             PERFORM 1050-LOAD-ORDER THRU 1050-EXIT
                 UNTIL SX > STEP-ORDER-CNT.
             IF BUS-DATE NOT = ZERO
                 GO TO 1000-EXIT
             END-IF.
             OPEN INPUT JOBSTAT.
             IF JOBSTAT-ST NOT = "00"
                 DISPLAY "*** BIOJSTSが開けません: " JOBSTAT-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 1000-EXIT
             END-IF.
             PERFORM 1200-FIND-LATEST THRU 1200-EXIT
                 UNTIL AT-JST-EOF.
             CLOSE JOBSTAT.
             IF BUS-DATE = ZERO
                 DISPLAY "実行記録がありません"
                 SET RUN-ERRORED TO TRUE
             END-IF.
         1000-EXIT.
             EXIT.

         1050-LOAD-ORDER.
             MOVE SO-NAME (SX) TO ST-NAME (SX).
             MOVE SPACES TO ST-START (SX).
             MOVE SPACES TO ST-END (SX).
             MOVE SPACES TO ST-RC (SX).
             MOVE "NOT RUN" TO ST-STATE (SX).
             MOVE SPACES TO ST-WAIT (SX).
             MOVE ZERO TO ST-TRIES (SX).
             MOVE SX TO STEP-CNT.
             ADD 1 TO SX.
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
             IF PARM-BUSDT IS NUMERIC AND PARM-BUSDT NOT = "00000000"
                 MOVE PARM-BUSDT TO BUS-DATE
             END-IF.
             CLOSE PARMFILE.
         1100-EXIT.
             EXIT.

         1200-FIND-LATEST.
             READ JOBSTAT
                 AT END
                     SET AT-JST-EOF TO TRUE
                     GO TO 1200-EXIT
             END-READ.
             IF JOBSTAT-ST NOT = "00" AND JOBSTAT-ST NOT = "10"
                 DISPLAY "*** BIOJSTS読取エラー: " JOBSTAT-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-JST-EOF TO TRUE
                 GO TO 1200-EXIT
             END-IF.
             IF JS-BUS-DATE IS NUMERIC AND JS-BUS-DATE > BUS-DATE
                 MOVE JS-BUS-DATE TO BUS-DATE
             END-IF.
         1200-EXIT.
             EXIT.

         2000-COLLECT.
             OPEN INPUT JOBSTAT.
             IF JOBSTAT-ST NOT = "00"
                 DISPLAY "*** BIOJSTSが開けません: " JOBSTAT-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 2000-EXIT
             END-IF.
             MOVE "N" TO JST-EOF-SW.
             PERFORM 2100-READ-STATUS THRU 2100-EXIT
                 UNTIL AT-JST-EOF.
             CLOSE JOBSTAT.
         2000-EXIT.
             EXIT.

      * RECORDS ARE APPENDED AS THEY HAPPEN, SO EACH ONE OVERLAYS
      * THE STEPS EARLIER STATE - A RERUN SHOWS ITS LAST ATTEMPT
      * AND THE TRIES COLUMN SAYS HOW MANY THERE WERE.
         2100-READ-STATUS.
             READ JOBSTAT
                 AT END
                     SET AT-JST-EOF TO TRUE
                     GO TO 2100-EXIT
             END-READ.
             IF JOBSTAT-ST NOT = "00" AND JOBSTAT-ST NOT = "10"
                 DISPLAY "*** BIOJSTS読取エラー: " JOBSTAT-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-JST-EOF TO TRUE
                 GO TO 2100-EXIT
             END-IF.
             IF JS-BUS-DATE NOT = BUS-DATE
                 GO TO 2100-EXIT
             END-IF.
             PERFORM 2200-FIND-STEP THRU 2200-EXIT.
             IF NOT STEP-FOUND
                 GO TO 2100-EXIT
             END-IF.
             IF JS-TS < WIN-START
                 MOVE JS-TS TO WIN-START
             END-IF.
             IF JS-TS > WIN-END
                 MOVE JS-TS TO WIN-END
             END-IF.
             EVALUATE TRUE
                 WHEN JS-STARTED
                     ADD 1 TO ST-TRIES (SX)
                     MOVE JS-TS TO ST-START (SX)
                     MOVE SPACES TO ST-END (SX)
                     MOVE SPACES TO ST-RC (SX)
                     MOVE "RUNNING" TO ST-STATE (SX)
                     MOVE SPACES TO ST-WAIT (SX)
                 WHEN JS-HELD
                     ADD 1 TO ST-TRIES (SX)
                     MOVE JS-TS TO ST-START (SX)
                     MOVE SPACES TO ST-END (SX)
                     MOVE JS-RC TO ST-RC (SX)
                     MOVE "HELD" TO ST-STATE (SX)
                     MOVE JS-WAIT TO ST-WAIT (SX)
                 WHEN JS-ENDED
                     MOVE JS-TS TO ST-END (SX)
                     MOVE JS-RC TO ST-RC (SX)
                     IF JS-RC = ZERO
                         MOVE "OK" TO ST-STATE (SX)
                     ELSE
                         MOVE "FAILED" TO ST-STATE (SX)
                     END-IF
             END-EVALUATE.
         2100-EXIT.
             EXIT.

         2200-FIND-STEP.
             MOVE "N" TO FOUND-SW.
             MOVE 1 TO SX.
             PERFORM 2250-MATCH-STEP THRU 2250-EXIT
                 UNTIL STEP-FOUND OR SX > STEP-CNT.
             IF STEP-FOUND
                 GO TO 2200-EXIT
             END-IF.
             IF STEP-CNT NOT < STEP-MAX
                 DISPLAY "*** 工程数が上限超過: " JS-STEP
                 GO TO 2200-EXIT
             END-IF.
             ADD 1 TO STEP-CNT.
             MOVE STEP-CNT TO SX.
             MOVE JS-STEP TO ST-NAME (SX).
             MOVE SPACES TO ST-START (SX).
             MOVE SPACES TO ST-END (SX).
             MOVE SPACES TO ST-RC (SX).
             MOVE "NOT RUN" TO ST-STATE (SX).
             MOVE SPACES TO ST-WAIT (SX).
             MOVE ZERO TO ST-TRIES (SX).
             SET STEP-FOUND TO TRUE.
         2200-EXIT.
             EXIT.

         2250-MATCH-STEP.
             IF ST-NAME (SX) = JS-STEP
                 SET STEP-FOUND TO TRUE
             ELSE
                 ADD 1 TO SX
             END-IF.
         2250-EXIT.
             EXIT.

         3000-REPORT.
             OPEN OUTPUT WSUMRPT.
             IF WSUMRPT-ST NOT = "00"
                 DISPLAY "*** BIOWRPTが開けません: " WSUMRPT-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 3000-EXIT
             END-IF.
             MOVE BUS-DATE TO WH-DATE.
             WRITE WSUMRPT-RECORD FROM SM-HEAD1.
             WRITE WSUMRPT-RECORD FROM SM-HEAD2.
             DISPLAY SM-HEAD1.
             MOVE 1 TO SX.
             PERFORM 3100-WRITE-STEP THRU 3100-EXIT
                 UNTIL SX > STEP-CNT.
             IF WIN-START = HIGH-VALUES
                 MOVE SPACES TO WIN-START
             END-IF.
             MOVE WIN-START TO WT-START.
             MOVE WIN-END TO WT-END.
             MOVE OK-CNT TO WT-OK.
             MOVE FAIL-CNT TO WT-FAIL.
             MOVE HELD-CNT TO WT-HELD.
             MOVE NORUN-CNT TO WT-NORUN.
             MOVE OPEN-CNT TO WT-OPEN.
             WRITE WSUMRPT-RECORD FROM SM-TOTAL1.
             WRITE WSUMRPT-RECORD FROM SM-TOTAL2.
             DISPLAY SM-TOTAL1.
             DISPLAY SM-TOTAL2.
             CLOSE WSUMRPT.
         3000-EXIT.
             EXIT.

         3100-WRITE-STEP.
             EVALUATE ST-STATE (SX)
                 WHEN "OK"
                     ADD 1 TO OK-CNT
                 WHEN "FAILED"
                     ADD 1 TO FAIL-CNT
                 WHEN "HELD"
                     ADD 1 TO HELD-CNT
                 WHEN "RUNNING"
                     ADD 1 TO OPEN-CNT
                 WHEN OTHER
                     ADD 1 TO NORUN-CNT
             END-EVALUATE.
             MOVE ST-NAME (SX) TO WD-STEP.
             MOVE ST-START (SX) TO WD-START.
             MOVE ST-END (SX) TO WD-END.
             MOVE ST-RC (SX) TO WD-RC.
             MOVE ST-STATE (SX) TO WD-STATE.
             MOVE ST-WAIT (SX) TO WD-WAIT.
             MOVE ST-TRIES (SX) TO WD-TRIES.
             WRITE WSUMRPT-RECORD FROM SM-DETAIL.
             DISPLAY SM-DETAIL.
             ADD 1 TO SX.
         3100-EXIT.
             EXIT.

      * RC 4 TELLS THE MORNING SHIFT THAT SOME STEP DID NOT END
      * CLEAN; RC 8 THAT THE SUMMARY ITSELF COULD NOT BE PRODUCED.
         9000-TERMINATE.
             IF RUN-ERRORED
                 MOVE 8 TO RETURN-CODE
             ELSE
                 IF FAIL-CNT > ZERO OR HELD-CNT > ZERO OR
                    NORUN-CNT > ZERO OR OPEN-CNT > ZERO
                     MOVE 4 TO RETURN-CODE
                 END-IF
             END-IF.
         9000-EXIT.
             EXIT.
