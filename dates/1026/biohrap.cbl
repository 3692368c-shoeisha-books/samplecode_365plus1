                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DPT-CODE
                 FILE STATUS IS DPTMAST-ST.
             SELECT JRNFILE ASSIGN TO "BIOJRNL"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JRNFILE-ST.
             SELECT PARMFILE ASSIGN TO "BIOPARM"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PARMFILE-ST.
             SELECT JOBSTAT ASSIGN TO "BIOJSTS"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JOBSTAT-ST.
         DATA DIVISION.
         FILE SECTION.
         FD  EMPMAST.
         01  REG-RECORD                  PIC X(80).
         FD  DPTMAST.
         COPY DEPREC.
         FD  JRNFILE.
         COPY JRNREC.
         FD  PARMFILE.
         COPY BIOPARM.
         FD  JOBSTAT.
         COPY JSTREC.
         WORKING-STORAGE SECTION.
         01 TD         PIC 9(8).
         01 BD         PIC 9(8).
         01 DPTMAST-ST PIC X(02).
         01 DPT-OPEN-SW PIC X(01) VALUE "N".
             88 DPT-IS-OPEN            VALUE "Y".
         01 JRNFILE-ST PIC X(02).
         01 JRN-OPEN-SW PIC X(01) VALUE "N".
             88 JRN-IS-OPEN            VALUE "Y".
         01 EMP-BEFORE PIC X(67).
         01 DEPT-OK   PIC X(01) VALUE "Y".
             88 DEPT-VALID             VALUE "Y".
             88 DEPT-INVALID           VALUE "N".
             05 GT-NF       PIC 9(06).
             05 FILLER      PIC X(31) VALUE SPACES.

      * NIGHTLY STREAM POSITION - THE STEP POSTS UNDER ITS OWN NAME
      * AND WAITS ON THE STEP WHOSE OUTPUT IT READS.
         01 PARMFILE-ST PIC X(02).
         01 JOBSTAT-ST PIC X(02).
         01 JOB-STEP   PIC X(08) VALUE "BIOHRAP".
         01 PREREQ-STEP PIC X(08) VALUE SPACES.
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
                 PERFORM 2100-READ-TRANS THRU 2100-EXIT
                     UNTIL AT-TX-EOF
             END-IF.
             PERFORM 9000-TERMINATE THRU 9000-EXIT.
             PERFORM 8990-END-STEP THRU 8990-EXIT.
             STOP RUN.

         1000-INITIALIZE.
                 SET RUN-ERRORED TO TRUE
                 GO TO 1000-EXIT
             END-IF.
      * EVERY MASTER CHANGE IS JOURNALLED BEFORE AND AFTER - THE
      * FEED IS NOT APPLIED UNJOURNALLED.
             OPEN EXTEND JRNFILE.
             IF JRNFILE-ST = "35"
                 OPEN OUTPUT JRNFILE
             END-IF.
             IF JRNFILE-ST = "00"
                 SET JRN-IS-OPEN TO TRUE
             ELSE
                 DISPLAY "*** BIOJRNLが開けません: " JRNFILE-ST
                 SET RUN-ERRORED TO TRUE
                 CLOSE HRTRANS
                 GO TO 1000-EXIT
             END-IF.
             OPEN I-O EMPMAST.
             IF EMPMAST-ST = "35"
                 OPEN OUTPUT EMPMAST
                     PERFORM 2700-REGISTER-REJECT THRU 2700-EXIT
                 NOT INVALID KEY
                     PERFORM 2600-REGISTER-APPLIED THRU 2600-EXIT
                     MOVE "A" TO JRN-ACTION
                     MOVE SPACES TO EMP-BEFORE
                     PERFORM 8700-WRITE-JOURNAL THRU 8700-EXIT
             END-WRITE.
         2300-EXIT.
             EXIT.
             IF REC-NOT-FOUND
                 GO TO 2400-EXIT
             END-IF.
             MOVE EMP-RECORD TO EMP-BEFORE.
             IF HTX-BD NOT = SPACES
                 MOVE HTX-BD TO BD-IN
                 PERFORM 8000-VALIDATE-BD THRU 8000-EXIT
                     SET RUN-ERRORED TO TRUE
                 NOT INVALID KEY
                     PERFORM 2600-REGISTER-APPLIED THRU 2600-EXIT
                     IF HTX-STAT NOT = SPACE
                         MOVE "S" TO JRN-ACTION
                     ELSE
                         MOVE "C" TO JRN-ACTION
                     END-IF
                     PERFORM 8700-WRITE-JOURNAL THRU 8700-EXIT
             END-REWRITE.
         2400-EXIT.
             EXIT.
             IF REC-NOT-FOUND
                 GO TO 2500-EXIT
             END-IF.
             MOVE EMP-RECORD TO EMP-BEFORE.
             MOVE "T" TO EMP-STAT.
             IF HTX-STAT-DATE IS NUMERIC AND
                HTX-STAT-DATE NOT = "00000000"
                     SET RUN-ERRORED TO TRUE
                 NOT INVALID KEY
                     PERFORM 2600-REGISTER-APPLIED THRU 2600-EXIT
                     MOVE "S" TO JRN-ACTION
                     PERFORM 8700-WRITE-JOURNAL THRU 8700-EXIT
             END-REWRITE.
         2500-EXIT.
             EXIT.
         2700-EXIT.
             EXIT.

      * A TERMINATION ARRIVES AS AN HR DELETE BUT ONLY FLIPS THE
      * STATUS, SO IT IS JOURNALLED AS A STATUS CHANGE.
         8700-WRITE-JOURNAL.
             IF NOT JRN-IS-OPEN
                 GO TO 8700-EXIT
             END-IF.
             MOVE FUNCTION CURRENT-DATE (1:14) TO JRN-TS.
             MOVE "BIOHRAP" TO JRN-PGM.
             MOVE "BATCH" TO JRN-OPER.
             SET JRN-EMPMAST TO TRUE.
             MOVE EMP-ID TO JRN-KEY.
             MOVE EMP-BEFORE TO JRN-BEFORE.
             MOVE EMP-RECORD TO JRN-AFTER.
             WRITE JOURNAL-RECORD.
             IF JRNFILE-ST NOT = "00"
                 DISPLAY "*** BIOJRNL書込エラー: " JRNFILE-ST
                 SET RUN-ERRORED TO TRUE
             END-IF.
         8700-EXIT.
             EXIT.

      * THE DEPARTMENT MASTER IS THE ONE AUTHORITATIVE LIST OF
      * CODES - A CODE IT DOES NOT KNOW IS A KEYING ERROR.
         8300-CHECK-DEPT.
         8100-EXIT.
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
             IF EMP-IS-OPEN
                 CLOSE EMPMAST
             IF DPT-IS-OPEN
                 CLOSE DPTMAST
             END-IF.
             IF JRN-IS-OPEN
                 CLOSE JRNFILE
             END-IF.
             IF REGRPT-ST = "00"
                 MOVE READ-CNT TO GT-READ
                 MOVE APPLY-CNT TO GT-APPLY
