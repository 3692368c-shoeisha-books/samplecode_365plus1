                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DPT-CODE
                 FILE STATUS IS DPTMAST-ST.
             SELECT JRNFILE ASSIGN TO "BIOJRNL"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JRNFILE-ST.
             SELECT OPERFILE ASSIGN TO "BIOOPER"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS OPR-ID
                 FILE STATUS IS OPERFILE-ST.
             SELECT SECLOG ASSIGN TO "BIOSECL"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SECLOG-ST.
         DATA DIVISION.
         FILE SECTION.
         FD  EMPMAST.
             05  SEQ-SUPV                PIC X(20).
         FD  DPTMAST.
         COPY DEPREC.
         FD  JRNFILE.
         COPY JRNREC.
         FD  OPERFILE.
         COPY OPRREC.
         FD  SECLOG.
         COPY SECREC.
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
         01 DEPT-OK   PIC X(01) VALUE "Y".
             88 DEPT-VALID             VALUE "Y".
             88 DEPT-INVALID           VALUE "N".
             ELSE
                 DISPLAY "DPTMASTなし 部門検査なし"
             END-IF.
      * EVERY MASTER CHANGE IS JOURNALLED BEFORE AND AFTER - NO
      * JOURNAL, NO MAINTENANCE.
             OPEN EXTEND JRNFILE.
             IF JRNFILE-ST = "35"
                 OPEN OUTPUT JRNFILE
             END-IF.
             IF JRNFILE-ST = "00"
                 SET JRN-IS-OPEN TO TRUE
             ELSE
                 DISPLAY "*** BIOJRNLが開けません: " JRNFILE-ST
                 SET FUNC-QUIT TO TRUE
             END-IF.
             IF NOT FUNC-QUIT
                 PERFORM 1500-SIGN-ON THRU 1500-EXIT
                 IF NOT SIGNED-ON
                     SET FUNC-QUIT TO TRUE
                 END-IF
             END-IF.
         1000-EXIT.
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
             MOVE "BIOMNT" TO SEC-PGM.
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

         2000-MENU.
             DISPLAY "機能 1=照会 2=追加 3=変更".
             DISPLAY "     4=削除 5=移行 9=終了".
             ACCEPT MNT-FUNC.
      * DELETE DESTROYS THE RECORD AND ITS HISTORY LINK, SO IT IS
      * KEPT FOR SUPERVISORS.
             EVALUATE TRUE
                 WHEN FUNC-DELETE
                     MOVE "3" TO NEED-LEVEL
                 WHEN FUNC-ADD OR FUNC-CHANGE OR FUNC-LOAD
                     MOVE "2" TO NEED-LEVEL
                 WHEN OTHER
                     MOVE "1" TO NEED-LEVEL
             END-EVALUATE.
             MOVE MNT-FUNC TO SEC-FUNC-WK.
             PERFORM 1600-CHECK-AUTHORITY THRU 1600-EXIT.
             IF NOT AUTH-OK
                 GO TO 2000-EXIT
             END-IF.
             EVALUATE TRUE
                 WHEN FUNC-INQUIRE
                     PERFORM 3000-INQUIRE THRU 3000-EXIT
                         ID-IN
                 NOT INVALID KEY
                     DISPLAY "登録しました: " ID-IN
                     MOVE "A" TO JRN-ACTION
                     MOVE SPACES TO EMP-BEFORE
                     PERFORM 8700-WRITE-JOURNAL THRU 8700-EXIT
             END-WRITE.
         4000-EXIT.
             EXIT.
             IF REC-NOT-FOUND
                 GO TO 5000-EXIT
             END-IF.
             MOVE EMP-RECORD TO EMP-BEFORE.
             PERFORM 3100-SHOW-EMPLOYEE THRU 3100-EXIT.
             DISPLAY "新氏名(変更なし=空白):".
             ACCEPT NAME-IN.
                         EMPMAST-ST
                 NOT INVALID KEY
                     DISPLAY "更新しました: " EMP-ID
                     IF STAT-IN NOT = SPACES
                         MOVE "S" TO JRN-ACTION
                     ELSE
                         MOVE "C" TO JRN-ACTION
                     END-IF
                     PERFORM 8700-WRITE-JOURNAL THRU 8700-EXIT
             END-REWRITE.
         5000-EXIT.
             EXIT.
             DISPLAY "削除しますか (Y/N):".
             ACCEPT ANS-IN.
             IF ANS-IN = "Y"
                 MOVE EMP-RECORD TO EMP-BEFORE
                 DELETE EMPMAST
                     INVALID KEY
                         DISPLAY "*** 削除に失敗しました: "
                             EMPMAST-ST
                     NOT INVALID KEY
                         DISPLAY "削除しました: " ID-IN
                         MOVE "D" TO JRN-ACTION
                         MOVE ID-IN TO EMP-ID
                         PERFORM 8700-WRITE-JOURNAL THRU 8700-EXIT
                 END-DELETE
             ELSE
                 DISPLAY "取り消しました"
                         DISPLAY "*** 社員番号重複: " SEQ-ID
                     NOT INVALID KEY
                         ADD 1 TO LOAD-CNT
                         MOVE "A" TO JRN-ACTION
                         MOVE SPACES TO EMP-BEFORE
                         PERFORM 8700-WRITE-JOURNAL THRU 8700-EXIT
                 END-WRITE
             END-IF.
             PERFORM 7100-READ-SEQ THRU 7100-EXIT.
         8100-EXIT.
             EXIT.

      * THE CALLER SETS THE ACTION AND THE BEFORE IMAGE - THE AFTER
      * IMAGE IS WHATEVER NOW SITS IN THE RECORD AREA, SPACES AFTER
      * A DELETE.
         8700-WRITE-JOURNAL.
             IF NOT JRN-IS-OPEN
                 GO TO 8700-EXIT
             END-IF.
             MOVE FUNCTION CURRENT-DATE (1:14) TO JRN-TS.
             MOVE "BIOMNT" TO JRN-PGM.
             MOVE SIGNON-ID TO JRN-OPER.
             SET JRN-EMPMAST TO TRUE.
             MOVE EMP-ID TO JRN-KEY.
             MOVE EMP-BEFORE TO JRN-BEFORE.
             IF JRN-DELETE
                 MOVE SPACES TO JRN-AFTER
             ELSE
                 MOVE EMP-RECORD TO JRN-AFTER
             END-IF.
             WRITE JOURNAL-RECORD.
             IF JRNFILE-ST NOT = "00"
                 DISPLAY "*** BIOJRNL書込エラー: " JRNFILE-ST
             END-IF.
         8700-EXIT.
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
         9000-EXIT.
             EXIT.
