       IDENTIFICATION DIVISION.
         PROGRAM-ID. BIOOMNT.
         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
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
         FD  OPERFILE.
         COPY OPRREC.
         FD  SECLOG.
         COPY SECREC.
         WORKING-STORAGE SECTION.
         01 OPERFILE-ST PIC X(02).
         01 SECLOG-ST  PIC X(02).

         01 MNT-FUNC   PIC X(01).
             88 FUNC-INQUIRE           VALUE "1".
             88 FUNC-ADD               VALUE "2".
             88 FUNC-CHANGE            VALUE "3".
             88 FUNC-DELETE            VALUE "4".
             88 FUNC-UNLOCK            VALUE "5".
             88 FUNC-QUIT              VALUE "9".

         01 ID-IN      PIC X(06).
         01 NAME-IN    PIC X(20).
         01 LEVEL-IN   PIC X(01).
         01 ANS-IN     PIC X(01).
         01 OPER-IN    PIC X(06).
         01 PIN-IN     PIC X(06).
         01 SIGNON-ID  PIC X(06) VALUE SPACES.
         01 SIGNON-LEVEL PIC X(01) VALUE SPACE.
         01 SIGNON-TRY PIC 9(01) VALUE ZERO.
         01 OPER-FAIL-MAX PIC 9(01) VALUE 3.
         01 SEC-EVENT-WK PIC X(01) VALUE SPACE.
         01 SEC-FUNC-WK PIC X(01) VALUE SPACE.
         01 SEC-TARGET-WK PIC X(06) VALUE SPACES.
         01 SIGNON-SW  PIC X(01) VALUE "N".
             88 SIGNED-ON              VALUE "Y".

         01 REC-FOUND-SW PIC X(01) VALUE "N".
             88 REC-FOUND              VALUE "Y".
             88 REC-NOT-FOUND          VALUE "N".
         01 OPER-OPEN-SW PIC X(01) VALUE "N".
             88 OPER-IS-OPEN           VALUE "Y".
         01 FILE-EMPTY-SW PIC X(01) VALUE "N".
             88 OPER-FILE-EMPTY        VALUE "Y".
         01 ADD-OK-SW  PIC X(01) VALUE "N".
             88 ADD-OK                 VALUE "Y".

         PROCEDURE DIVISION.

         0000-MAINLINE.
             PERFORM 1000-INITIALIZE THRU 1000-EXIT.
             PERFORM 2000-MENU THRU 2000-EXIT
                 UNTIL FUNC-QUIT.
             PERFORM 9000-TERMINATE THRU 9000-EXIT.
             STOP RUN.

         1000-INITIALIZE.
             DISPLAY "BIOOMNT - オペレータ保守".
             OPEN I-O OPERFILE.
             IF OPERFILE-ST = "35"
                 OPEN OUTPUT OPERFILE
                 CLOSE OPERFILE
                 OPEN I-O OPERFILE
             END-IF.
             IF OPERFILE-ST = "00"
                 SET OPER-IS-OPEN TO TRUE
             ELSE
                 DISPLAY "*** BIOOPERが開けません: " OPERFILE-ST
                 SET FUNC-QUIT TO TRUE
                 GO TO 1000-EXIT
             END-IF.
             READ OPERFILE NEXT
                 AT END
                     SET OPER-FILE-EMPTY TO TRUE
             END-READ.
             IF OPER-FILE-EMPTY
                 PERFORM 1300-FIRST-OPERATOR THRU 1300-EXIT
             END-IF.
             PERFORM 1500-SIGN-ON THRU 1500-EXIT.
             IF NOT SIGNED-ON
                 SET FUNC-QUIT TO TRUE
                 GO TO 1000-EXIT
             END-IF.
      * THE OPERATOR FILE IS THE KEY TO EVERY OTHER PROGRAM, SO
      * ONLY A SUPERVISOR MAY MAINTAIN IT - EVEN TO LOOK.
             IF SIGNON-LEVEL < "3"
                 MOVE "D" TO SEC-EVENT-WK
                 PERFORM 1580-LOG-SECURITY THRU 1580-EXIT
                 DISPLAY "*** この機能の権限がありません"
                 SET FUNC-QUIT TO TRUE
             END-IF.
         1000-EXIT.
             EXIT.

      * A NEW INSTALLATION HAS NOBODY TO SIGN ON AS - THE FIRST
      * OPERATOR KEYED IS MADE A SUPERVISOR AND THEN SIGNS ON.
         1300-FIRST-OPERATOR.
             DISPLAY "オペレータ未登録".
             DISPLAY "管理者を登録します".
             PERFORM 4100-KEY-NEW-OPERATOR THRU 4100-EXIT.
             IF NOT ADD-OK
                 SET FUNC-QUIT TO TRUE
                 GO TO 1300-EXIT
             END-IF.
             SET OPR-ADMIN TO TRUE.
             PERFORM 4200-WRITE-OPERATOR THRU 4200-EXIT.
         1300-EXIT.
             EXIT.

      * OPERATORS SIGN ON AGAINST BIOOPER.  THREE WRONG PINS IN A
      * ROW LOCK THE ID UNTIL AN ADMINISTRATOR RELEASES IT, AND
      * EVERY FAILURE GOES TO THE SECURITY LOG.
         1500-SIGN-ON.
             MOVE "N" TO SIGNON-SW.
             MOVE ZERO TO SIGNON-TRY.
             IF FUNC-QUIT
                 GO TO 1500-EXIT
             END-IF.
             PERFORM 1550-SIGN-ON-TRY THRU 1550-EXIT
                 UNTIL SIGNED-ON OR SIGNON-TRY >= OPER-FAIL-MAX.
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
             MOVE "BIOOMNT" TO SEC-PGM.
             MOVE OPER-IN TO SEC-OPER.
             MOVE SEC-EVENT-WK TO SEC-EVENT.
             MOVE SEC-FUNC-WK TO SEC-FUNC.
             MOVE SEC-TARGET-WK TO SEC-TARGET.
             WRITE SECLOG-RECORD.
             CLOSE SECLOG.
         1580-EXIT.
             EXIT.

         2000-MENU.
             DISPLAY "機能 1=照会 2=追加 3=変更".
             DISPLAY "     4=削除 5=ロック解除 9=終了".
             ACCEPT MNT-FUNC.
             EVALUATE TRUE
                 WHEN FUNC-INQUIRE
                     PERFORM 3000-INQUIRE THRU 3000-EXIT
                 WHEN FUNC-ADD
                     PERFORM 4000-ADD THRU 4000-EXIT
                 WHEN FUNC-CHANGE
                     PERFORM 5000-CHANGE THRU 5000-EXIT
                 WHEN FUNC-DELETE
                     PERFORM 6000-DELETE THRU 6000-EXIT
                 WHEN FUNC-UNLOCK
                     PERFORM 7000-UNLOCK THRU 7000-EXIT
                 WHEN FUNC-QUIT
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "機能の指定が不正です"
             END-EVALUATE.
         2000-EXIT.
             EXIT.

         3000-INQUIRE.
             PERFORM 3500-READ-BY-ID THRU 3500-EXIT.
             IF REC-FOUND
                 PERFORM 3100-SHOW-OPERATOR THRU 3100-EXIT
             END-IF.
         3000-EXIT.
             EXIT.

      * THE PIN IS NEVER SHOWN - A FORGOTTEN PIN IS REPLACED.
         3100-SHOW-OPERATOR.
             DISPLAY "オペレータID: " OPR-ID.
             DISPLAY "氏名        : " OPR-NAME.
             DISPLAY "権限        : " OPR-LEVEL.
             DISPLAY "失敗回数    : " OPR-FAIL-CNT.
             DISPLAY "ロック      : " OPR-LOCK-SW.
             DISPLAY "最終サインオン: " OPR-LAST-DATE.
         3100-EXIT.
             EXIT.

         3500-READ-BY-ID.
             DISPLAY "オペレータID:".
             ACCEPT ID-IN.
             MOVE ID-IN TO OPR-ID.
             READ OPERFILE
                 INVALID KEY
                     SET REC-NOT-FOUND TO TRUE
                     DISPLAY "*** IDが見つかりません: " ID-IN
                 NOT INVALID KEY
                     SET REC-FOUND TO TRUE
             END-READ.
         3500-EXIT.
             EXIT.

         4000-ADD.
             PERFORM 4100-KEY-NEW-OPERATOR THRU 4100-EXIT.
             IF NOT ADD-OK
                 GO TO 4000-EXIT
             END-IF.
             DISPLAY "権限(1=照会 2=保守 3=管理):".
             ACCEPT LEVEL-IN.
             IF LEVEL-IN NOT = "1" AND LEVEL-IN NOT = "2" AND
                LEVEL-IN NOT = "3"
                 DISPLAY "*** 権限の指定が不正です: " LEVEL-IN
                 GO TO 4000-EXIT
             END-IF.
             MOVE LEVEL-IN TO OPR-LEVEL.
             PERFORM 4200-WRITE-OPERATOR THRU 4200-EXIT.
         4000-EXIT.
             EXIT.

      * BATCH IS THE STAMP UNATTENDED RUNS PUT ON THE AUDIT TRAIL
      * AND CANNOT BELONG TO A PERSON.
         4100-KEY-NEW-OPERATOR.
             MOVE "N" TO ADD-OK-SW.
             DISPLAY "オペレータID:".
             ACCEPT ID-IN.
             IF ID-IN = SPACES OR ID-IN = "BATCH"
                 DISPLAY "*** オペレータIDが不正です: " ID-IN
                 GO TO 4100-EXIT
             END-IF.
             DISPLAY "氏名:".
             ACCEPT NAME-IN.
             DISPLAY "暗証番号:".
             ACCEPT PIN-IN.
             IF PIN-IN = SPACES
                 DISPLAY "*** 暗証番号が未入力です"
                 GO TO 4100-EXIT
             END-IF.
             MOVE ID-IN TO OPR-ID.
             MOVE NAME-IN TO OPR-NAME.
             MOVE PIN-IN TO OPR-PIN.
             MOVE ZERO TO OPR-FAIL-CNT.
             SET OPR-UNLOCKED TO TRUE.
             MOVE ZERO TO OPR-LAST-DATE.
             SET ADD-OK TO TRUE.
         4100-EXIT.
             EXIT.

         4200-WRITE-OPERATOR.
             WRITE OPER-RECORD
                 INVALID KEY
                     DISPLAY "*** 既に登録されています: "
                         OPR-ID
                 NOT INVALID KEY
                     DISPLAY "登録しました: " OPR-ID
             END-WRITE.
         4200-EXIT.
             EXIT.

         5000-CHANGE.
             PERFORM 3500-READ-BY-ID THRU 3500-EXIT.
             IF REC-NOT-FOUND
                 GO TO 5000-EXIT
             END-IF.
             PERFORM 3100-SHOW-OPERATOR THRU 3100-EXIT.
             DISPLAY "新氏名(変更なし=空白):".
             ACCEPT NAME-IN.
             IF NAME-IN NOT = SPACES
                 MOVE NAME-IN TO OPR-NAME
             END-IF.
             DISPLAY "新暗証番号(変更なし=空白):".
             ACCEPT PIN-IN.
             IF PIN-IN NOT = SPACES
                 MOVE PIN-IN TO OPR-PIN
             END-IF.
             DISPLAY "新権限(1/2/3 変更なし=空白):".
             ACCEPT LEVEL-IN.
             IF LEVEL-IN NOT = SPACE
                 IF LEVEL-IN NOT = "1" AND LEVEL-IN NOT = "2" AND
                    LEVEL-IN NOT = "3"
                     DISPLAY "*** 権限の指定が不正です: "
                         LEVEL-IN
                     GO TO 5000-EXIT
                 END-IF
                 MOVE LEVEL-IN TO OPR-LEVEL
             END-IF.
             REWRITE OPER-RECORD
                 INVALID KEY
                     DISPLAY "*** 更新に失敗しました: "
                         OPERFILE-ST
                 NOT INVALID KEY
                     DISPLAY "更新しました: " OPR-ID
             END-REWRITE.
         5000-EXIT.
             EXIT.

      * THE SIGNED-ON SUPERVISOR CANNOT REMOVE THEMSELVES - THAT
      * WAY THE FILE IS NEVER LEFT WITHOUT SOMEONE TO MAINTAIN IT.
         6000-DELETE.
             PERFORM 3500-READ-BY-ID THRU 3500-EXIT.
             IF REC-NOT-FOUND
                 GO TO 6000-EXIT
             END-IF.
             IF OPR-ID = SIGNON-ID
                 DISPLAY "*** サインオン中のIDです"
                 GO TO 6000-EXIT
             END-IF.
             PERFORM 3100-SHOW-OPERATOR THRU 3100-EXIT.
             DISPLAY "削除しますか (Y/N):".
             ACCEPT ANS-IN.
             IF ANS-IN = "Y"
                 DELETE OPERFILE
                     INVALID KEY
                         DISPLAY "*** 削除に失敗しました: "
                             OPERFILE-ST
                     NOT INVALID KEY
                         DISPLAY "削除しました: " ID-IN
                 END-DELETE
             ELSE
                 DISPLAY "取り消しました"
             END-IF.
         6000-EXIT.
             EXIT.

      * RELEASING A LOCK IS A SECURITY EVENT IN ITS OWN RIGHT AND
      * GOES TO THE LOG UNDER THE RELEASING SUPERVISOR.
         7000-UNLOCK.
             PERFORM 3500-READ-BY-ID THRU 3500-EXIT.
             IF REC-NOT-FOUND
                 GO TO 7000-EXIT
             END-IF.
             IF NOT OPR-LOCKED AND OPR-FAIL-CNT = ZERO
                 DISPLAY "ロックされていません: " OPR-ID
                 GO TO 7000-EXIT
             END-IF.
             SET OPR-UNLOCKED TO TRUE.
             MOVE ZERO TO OPR-FAIL-CNT.
             REWRITE OPER-RECORD
                 INVALID KEY
                     DISPLAY "*** 更新に失敗しました: "
                         OPERFILE-ST
                     GO TO 7000-EXIT
             END-REWRITE.
             DISPLAY "ロックを解除しました: " OPR-ID.
             MOVE SIGNON-ID TO OPER-IN.
             MOVE OPR-ID TO SEC-TARGET-WK.
             MOVE "R" TO SEC-EVENT-WK.
             MOVE MNT-FUNC TO SEC-FUNC-WK.
             PERFORM 1580-LOG-SECURITY THRU 1580-EXIT.
         7000-EXIT.
             EXIT.

         9000-TERMINATE.
             IF OPER-IS-OPEN
                 CLOSE OPERFILE
             END-IF.
         9000-EXIT.
             EXIT.
