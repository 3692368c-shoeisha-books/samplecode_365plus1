                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DPT-CODE
                 FILE STATUS IS DPTMAST-ST.
             SELECT PRJFILE ASSIGN TO "BIOPRJF"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PRJ-KEY
                 FILE STATUS IS PRJFILE-ST.
         DATA DIVISION.
         FILE SECTION.
         FD  EMPMAST.
         COPY BIOPARM.
         FD  DPTMAST.
         COPY DEPREC.
         FD  PRJFILE.
         COPY PRJREC.
         WORKING-STORAGE SECTION.
         01 TD         PIC 9(8).

         01 EMPMAST-ST PIC X(02).
         01 CREWLST-ST PIC X(02).
         01 DPT-OPEN-SW PIC X(01) VALUE "N".
             88 DPT-IS-OPEN            VALUE "Y".
         01 DEPT-NAME-WK PIC X(20).
         01 PRJFILE-ST PIC X(02).
         01 PRJ-OPEN-SW PIC X(01) VALUE "N".
             88 PRJ-IS-OPEN            VALUE "Y".
         01 PRJ-HIT-SW PIC X(01) VALUE "N".
             88 PRJ-HIT                VALUE "Y".

         01 LEAP-SW    PIC X(01) VALUE "N".
             88 LEAP-YEAR              VALUE "Y".
         01 MO-TAB-R REDEFINES MO-TAB.
             05 MO-MAX     PIC 9(02) OCCURS 12 TIMES.

         01 P          PIC S9(4).
         01 E          PIC S9(4).
         01 I          PIC S9(4).
         01 DUP-SW     PIC X(01).
             88 DUP-MEMBER             VALUE "Y".
         01 DX         PIC 9(03) COMP.
         01 INACT-CNT  PIC 9(03) VALUE ZERO.
         01 PAIR-CNT   PIC 9(05) VALUE ZERO.
         01 LOW-CNT    PIC 9(05) VALUE ZERO.
         01 RUN-ERR-SW PIC X(01) VALUE "N".
             DISPLAY "BIOPAIR - 相性マトリクス".
             ACCEPT TD FROM DATE YYYYMMDD.
             PERFORM 1100-READ-PARM THRU 1100-EXIT.
             IF RUN-ERRORED
                 GO TO 1000-EXIT
             END-IF.
             PERFORM 8800-OPEN-PROJECTION THRU 8800-EXIT.
             IF RUN-ERRORED
                 GO TO 1000-EXIT
             END-IF.
             OPEN INPUT CREWLST.
             IF CREWLST-ST NOT = "00"
                 DISPLAY "*** CREWLSTが開けません: " CREWLST-ST
                     CLOSE PARMFILE
                     GO TO 1100-EXIT
             END-READ.
      * THE STAGED BUSINESS DATE STANDS FOR TODAY SO THE PROJECTION
      * BUILT FOR THE STREAM IS STILL TAKEN AFTER MIDNIGHT.
             IF PARM-BUSDT IS NUMERIC AND PARM-BUSDT NOT = "00000000"
                 MOVE PARM-BUSDT TO TD
             END-IF.
             IF PARM-ASOF IS NUMERIC AND PARM-ASOF NOT = "00000000"
                 MOVE PARM-ASOF TO ASOF-WK
                 PERFORM 1150-VALIDATE-ASOF THRU 1150-EXIT
                         CREW-ID
                     GO TO 1200-EXIT
             END-READ.
             PERFORM 1300-FIND-CYCLES THRU 1300-EXIT.
             IF NOT PRJ-HIT
                 ADD 1 TO INACT-CNT
                 DISPLAY "*** 予測対象外スキップ: " EMP-ID
                 GO TO 1200-EXIT
             END-IF.
             ADD 1 TO CREW-CNT.
             MOVE EMP-ID TO CR-ID (CREW-CNT).
             MOVE EMP-NAME TO CR-NAME (CREW-CNT).
         1260-EXIT.
             EXIT.

      * THE PROJECTION HOLDS ONLY IN-SERVICE EMPLOYEES WITH A GOOD
      * BIRTH DATE - A MEMBER WITHOUT A DAY ON IT IS ON LEAVE, HAS
      * LEFT, OR HAS A BIRTH DATE THAT CANNOT BE USED.
         1300-FIND-CYCLES.
             MOVE "N" TO PRJ-HIT-SW.
             MOVE EMP-ID TO PRJ-EMP-ID.
             MOVE TD TO PRJ-DATE.
             READ PRJFILE
                 INVALID KEY
                     GO TO 1300-EXIT
             END-READ.
             SET PRJ-HIT TO TRUE.
             MOVE PRJ-P TO P.
             MOVE PRJ-E TO E.
             MOVE PRJ-I TO I.
         1300-EXIT.
             EXIT.

         8600-EXIT.
             EXIT.

         8100-CHECK-LEAP.
             MOVE "N" TO LEAP-SW.
             IF FUNCTION MOD(LY-YEAR 400) = 0
         8100-EXIT.
             EXIT.

      * THE PROJECTION IS TRUSTED ONLY WHEN IT WAS BUILT FOR THIS
      * SAME AS-OF DATE - ANY OTHER IS STALE AND THE RUN STOPS
      * RATHER THAN PAIR ON THE NUMBERS OF ANOTHER DAY.
         8800-OPEN-PROJECTION.
             OPEN INPUT PRJFILE.
             IF PRJFILE-ST NOT = "00"
                 DISPLAY "*** BIOPRJFが開けません: " PRJFILE-ST
                 SET RUN-ERRORED TO TRUE
                 GO TO 8800-EXIT
             END-IF.
             SET PRJ-IS-OPEN TO TRUE.
             MOVE SPACES TO PRJ-KEY.
             READ PRJFILE
                 INVALID KEY
                     DISPLAY "*** BIOPRJF見出しなし"
                     SET RUN-ERRORED TO TRUE
                     GO TO 8800-EXIT
             END-READ.
             IF PRJH-BUILD-DATE NOT = TD
                 DISPLAY "*** BIOPRJFが古い 作成基準日="
                     PRJH-BUILD-DATE
                 SET RUN-ERRORED TO TRUE
                 GO TO 8800-EXIT
             END-IF.
         8800-EXIT.
             EXIT.

         9000-TERMINATE.
             IF PRJ-IS-OPEN
                 CLOSE PRJFILE
             END-IF.
             DISPLAY "名簿=" CREW-CNT " 未登録=" NF-CNT
                 " 重複=" DUP-CNT " 対象外=" INACT-CNT.
             DISPLAY "ペア=" PAIR-CNT " 基準未満=" LOW-CNT.
             IF RUN-ERRORED
                 MOVE 8 TO RETURN-CODE
