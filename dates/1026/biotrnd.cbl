                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RD-RUN-NO
                 FILE STATUS IS RUNDIR-ST.
             SELECT JOBSTAT ASSIGN TO "BIOJSTS"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JOBSTAT-ST.
         DATA DIVISION.
         FILE SECTION.
         FD  HISTFILE.
         COPY BIOPARM.
         FD  RUNDIR.
         COPY RUNDREC.
         FD  JOBSTAT.
         COPY JSTREC.
         WORKING-STORAGE SECTION.
         01 HISTFILE-ST PIC X(02).
         01 WORKFILE-ST PIC X(02).
             05 RT-WARN     PIC 9(05).
             05 FILLER      PIC X(49) VALUE SPACES.

      * NIGHTLY STREAM POSITION - THE STEP POSTS UNDER ITS OWN NAME
      * AND WAITS ON THE STEP WHOSE OUTPUT IT READS.
         01 JOBSTAT-ST PIC X(02).
         01 JOB-STEP   PIC X(08) VALUE "BIOTRND".
         01 PREREQ-STEP PIC X(08) VALUE "BIO30".
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
             PERFORM 2000-REPORT THRU 2000-EXIT.
             PERFORM 3000-PURGE THRU 3000-EXIT.
             PERFORM 9000-TERMINATE THRU 9000-EXIT.
             PERFORM 8990-END-STEP THRU 8990-EXIT.
             STOP RUN.

         1000-INITIALIZE.
         3400-EXIT.
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
             IF RUN-ERRORED
                 MOVE 8 TO RETURN-CODE
