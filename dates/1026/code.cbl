                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RD-RUN-NO
                 FILE STATUS IS RUNDIR-ST.
             SELECT OPERFILE ASSIGN TO "BIOOPER"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS OPR-ID
                 FILE STATUS IS OPERFILE-ST.
             SELECT SECLOG ASSIGN TO "BIOSECL"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SECLOG-ST.
             SELECT JOBSTAT ASSIGN TO "BIOJSTS"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JOBSTAT-ST.
         DATA DIVISION.
         FILE SECTION.
         FD  EMPMAST.
         COPY LEDREC.
         FD  RUNDIR.
         COPY RUNDREC.
         FD  OPERFILE.
         COPY OPRREC.
         FD  SECLOG.
         COPY SECREC.
         FD  JOBSTAT.
         COPY JSTREC.
         WORKING-STORAGE SECTION.
         01 BD         PIC 9(8).
         01 BD-PARTS REDEFINES BD.
         01 CKPTFILE-OPEN-SW PIC X(01) VALUE "N".
             88 CKPTFILE-IS-OPEN       VALUE "Y".

         01 OPERFILE-ST PIC X(02).
         01 SECLOG-ST  PIC X(02).
         01 OPER-IN    PIC X(06).
         01 PIN-IN     PIC X(06).
         01 SIGNON-ID  PIC X(06) VALUE SPACES.
         01 SIGNON-LEVEL PIC X(01) VALUE SPACE.
         01 NEED-LEVEL PIC X(01) VALUE SPACE.
         01 SIGNON-TRY PIC 9(01) VALUE ZERO.
         01 OPER-FAIL-MAX PIC 9(01) VALUE 3.
         01 SEC-EVENT-WK PIC X(01) VALUE SPACE.
         01 SEC-FUNC-WK PIC X(01) VALUE SPACE.
         01 SIGNON-SW  PIC X(01) VALUE "N".
             88 SIGNED-ON              VALUE "Y".
         01 AUTH-SW    PIC X(01) VALUE "N".
             88 AUTH-OK                VALUE "Y".

      * NIGHTLY STREAM POSITION - THE STEP POSTS UNDER ITS OWN NAME
      * AND WAITS ON THE STEP WHOSE OUTPUT IT READS.
         01 JOBSTAT-ST PIC X(02).
         01 JOB-STEP   PIC X(08) VALUE "BIO30".
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
         01 STEP-START-SW PIC X(01) VALUE "N".
             88 STEP-STARTED           VALUE "Y".
         01 JST-EOF-SW PIC X(01) VALUE "N".
             88 AT-JST-EOF             VALUE "Y".
         01 JST-ERR-SW PIC X(01) VALUE "N".
             88 JST-POST-FAILED        VALUE "Y".

         PROCEDURE DIVISION.

         0000-MAINLINE.
             PERFORM 1000-INITIALIZE THRU 1000-EXIT.
             PERFORM 2000-SELECT-MODE THRU 2000-EXIT.
             PERFORM 9000-TERMINATE THRU 9000-EXIT.
      * ONLY A STEP THAT POSTED ITS START POSTS AN END - A ROSTER
      * RUN REFUSED AT SIGN-ON NEVER REACHED THE STREAM.
             IF STEP-STARTED
                 PERFORM 8990-END-STEP THRU 8990-EXIT
             END-IF.
             STOP RUN.

         1000-INITIALIZE.
         1150-EXIT.
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
             MOVE "BIO30" TO SEC-PGM.
             MOVE OPER-IN TO SEC-OPER.
             MOVE SEC-EVENT-WK TO SEC-EVENT.
             MOVE SEC-FUNC-WK TO SEC-FUNC.
             MOVE SPACES TO SEC-TARGET.
             WRITE SECLOG-RECORD.
             CLOSE SECLOG.
         1580-EXIT.
             EXIT.

      * LEVELS RUN 1=INQUIRY 2=MAINTENANCE 3=SUPERVISOR - A
      * FUNCTION ABOVE THE SIGNED-ON LEVEL IS REFUSED AND LOGGED.
         1600-CHECK-AUTHORITY.
             SET AUTH-OK TO TRUE.
             IF SIGNON-LEVEL < NEED-LEVEL
                 MOVE "N" TO AUTH-SW
                 MOVE "D" TO SEC-EVENT-WK
                 PERFORM 1580-LOG-SECURITY THRU 1580-EXIT
                 DISPLAY "*** この機能の権限がありません"
             END-IF.
         1600-EXIT.
             EXIT.

      * ONLY THE ROSTER AND THE RERUN RUN UNATTENDED - STAGED
      * THROUGH BIOPARM THEY ARE STAMPED BATCH.  ANY OTHER MODE TAKES
      * INPUT AT THE CONSOLE, SO IT SIGNS ON EVEN WHEN STAGED.  THE
      * ROSTER AND THE RERUN - THE RESULTS OTHER SYSTEMS PICK UP -
      * NEED MAINTENANCE LEVEL WHEN RUN FROM THE CONSOLE.
         2000-SELECT-MODE.
             IF PARM-MODE-SET
                 MOVE PARM-MODE-SAVE TO BIO-MODE
                 IF MODE-BATCH OR MODE-REPROCESS
                     MOVE "BATCH" TO SIGNON-ID
                 ELSE
                     PERFORM 1500-SIGN-ON THRU 1500-EXIT
                     IF NOT SIGNED-ON
                         SET RUN-ERRORED TO TRUE
                         GO TO 2000-EXIT
                     END-IF
                     MOVE "1" TO NEED-LEVEL
                     MOVE BIO-MODE TO SEC-FUNC-WK
                     PERFORM 1600-CHECK-AUTHORITY THRU 1600-EXIT
                     IF NOT AUTH-OK
                         SET RUN-ERRORED TO TRUE
                         GO TO 2000-EXIT
                     END-IF
                 END-IF
             ELSE
                 PERFORM 1500-SIGN-ON THRU 1500-EXIT
                 IF NOT SIGNED-ON
                     SET RUN-ERRORED TO TRUE
                     GO TO 2000-EXIT
                 END-IF
                 DISPLAY "モード 1=個人 2=一括 3=予定 4=相性"
                 DISPLAY "       5=再処理"
                 ACCEPT BIO-MODE
                 IF MODE-BATCH OR MODE-REPROCESS
                     MOVE "2" TO NEED-LEVEL
                 ELSE
                     MOVE "1" TO NEED-LEVEL
                 END-IF
                 MOVE BIO-MODE TO SEC-FUNC-WK
                 PERFORM 1600-CHECK-AUTHORITY THRU 1600-EXIT
                 IF NOT AUTH-OK
                     SET RUN-ERRORED TO TRUE
                     GO TO 2000-EXIT
                 END-IF
             END-IF.
      * ONLY THE ROSTER RUN IS A STEP OF THE NIGHTLY STREAM.  A HELD
      * RUN GIVES UP ITS NUMBER SO NO EMPTY ROSTER RUN IS FILED IN
      * THE DIRECTORY FOR BIOXTRC AND BIOTRND TO PICK UP.
             IF MODE-BATCH
                 PERFORM 8900-START-STEP THRU 8900-EXIT
                 IF STEP-HELD
                     MOVE ZERO TO RUN-NO
                     SET RUN-ERRORED TO TRUE
                     GO TO 2000-EXIT
                 END-IF
             END-IF.
             EVALUATE TRUE
                 WHEN MODE-INTERACTIVE
                 MOVE E TO AUD-E
                 MOVE I TO AUD-I
                 MOVE "O" TO AUD-RESULT
                 MOVE SIGNON-ID TO AUD-OPER
                 WRITE AUDIT-RECORD
                 IF AUDITLOG-ST = "00"
                     ADD 1 TO AUD-CNT
                 MOVE ZERO TO AUD-E
                 MOVE ZERO TO AUD-I
                 MOVE "R" TO AUD-RESULT
                 MOVE SIGNON-ID TO AUD-OPER
                 WRITE AUDIT-RECORD
                 IF AUDITLOG-ST = "00"
                     ADD 1 TO AUD-CNT
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
             IF NOT STEP-HELD
                 SET STEP-STARTED TO TRUE
             END-IF.
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
             IF BIOOUT-IS-OPEN
                 CLOSE BIOOUT
