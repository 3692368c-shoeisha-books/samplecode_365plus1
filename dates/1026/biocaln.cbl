             SELECT CALFILE ASSIGN TO "BIOCALF"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CALFILE-ST.
             SELECT PRJFILE ASSIGN TO "BIOPRJF"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PRJ-KEY
                 FILE STATUS IS PRJFILE-ST.
             SELECT PARMFILE ASSIGN TO "BIOPARM"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PARMFILE-ST.
         DATA DIVISION.
         FILE SECTION.
         FD  EMPMAST.
         01  CRPT-RECORD                 PIC X(80).
         FD  CALFILE.
         COPY CALREC.
         FD  PRJFILE.
         COPY PRJREC.
         FD  PARMFILE.
         COPY BIOPARM.
         WORKING-STORAGE SECTION.
         01 TD         PIC 9(8).
         01 BD         PIC 9(8).
         01 EMPMAST-ST PIC X(02).
         01 CALNRPT-ST PIC X(02).
         01 CALFILE-ST PIC X(02).
         01 PRJFILE-ST PIC X(02).
         01 PARMFILE-ST PIC X(02).

      * THE NIGHTLY PROJECTION COVERS ONLY THE NEXT SIXTY DAYS, AND
      * A MONTH MAY BE PRINTED FOR ANY YEAR, SO DAYS IT HOLDS ARE
      * TAKEN FROM IT AND THE REST ARE WORKED OUT HERE AS BEFORE.
         01 PRJ-USE-SW PIC X(01) VALUE "N".
             88 PRJ-USABLE             VALUE "Y".
         01 PRJ-HIT-SW PIC X(01) VALUE "N".
             88 PRJ-HIT                VALUE "Y".
         01 PRJ-FROM-WK PIC 9(08) VALUE ZERO.
         01 PRJ-TO-WK  PIC 9(08) VALUE ZERO.
         01 PRJ-DAY-CNT PIC 9(06) VALUE ZERO.

         01 BD-OK      PIC X(01) VALUE "Y".
             88 BD-VALID               VALUE "Y".
         1000-INITIALIZE.
             DISPLAY "BIOCALN - 月間カレンダー印刷".
             ACCEPT TD FROM DATE YYYYMMDD.
             PERFORM 1100-READ-PARM THRU 1100-EXIT.
             DISPLAY "対象年月(YYYYMM):".
             ACCEPT SEL-YM-X.
             IF SEL-YM-X NOT NUMERIC
                 MOVE SPACES TO SEL-DEPT
             END-IF.
             PERFORM 8200-LOAD-CALENDAR THRU 8200-EXIT.
             PERFORM 8800-CHECK-PROJECTION THRU 8800-EXIT.
             OPEN OUTPUT CALNRPT.
             IF CALNRPT-ST NOT = "00"
                 DISPLAY "*** BIOCALRが開けません: " CALNRPT-ST
         1000-EXIT.
             EXIT.

      * THE STAGED BUSINESS DATE STANDS FOR TODAY SO THE PROJECTION
      * BUILT FOR THE STREAM IS STILL TAKEN AFTER MIDNIGHT.
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
                 MOVE PARM-BUSDT TO TD
             END-IF.
             CLOSE PARMFILE.
         1100-EXIT.
             EXIT.

         2000-SELECT.
             OPEN INPUT EMPMAST.
             IF EMPMAST-ST NOT = "00"
             MOVE SEL-YYYY TO TGT-YYYY.
             MOVE SEL-MM TO TGT-MM.
             MOVE DAY-NO TO TGT-DD.
             MOVE DAY-NO TO RD-DD.
             MOVE "N" TO PRJ-HIT-SW.
             IF PRJ-USABLE AND TGT-DATE NOT < PRJ-FROM-WK
                           AND TGT-DATE NOT > PRJ-TO-WK
                 PERFORM 3150-READ-PROJECTED THRU 3150-EXIT
             END-IF.
             IF NOT PRJ-HIT
                 PERFORM 3120-COMPUTE-DAY THRU 3120-EXIT
             END-IF.
             MOVE P TO RD-P.
             MOVE E TO RD-E.
             MOVE I TO RD-I.
             PERFORM 3200-RENDER-BAR THRU 3200-EXIT.
             MOVE BAR-TXT TO RD-BAR.
             WRITE CRPT-RECORD FROM RPT-DETAIL.
         3100-EXIT.
             EXIT.

         3120-COMPUTE-DAY.
             COMPUTE TGT-INT = FUNCTION INTEGER-OF-DATE(TGT-DATE).
             COMPUTE DAYS = TGT-INT - BD-INT.
             COMPUTE P = FUNCTION MOD(DAYS 23) * 200 / 23 - 100.
             COMPUTE E = FUNCTION MOD(DAYS 28) * 200 / 28 - 100.
             COMPUTE I = FUNCTION MOD(DAYS 33) * 200 / 33 - 100.
             MOVE TGT-DATE TO WORK-DATE.
             MOVE TGT-INT TO WORK-INT.
             PERFORM 8300-CHECK-WORKDAY THRU 8300-EXIT.
                     MOVE CAL-TYPE-WK TO RD-TYP
                 END-IF
             END-IF.
             MOVE SPACES TO RD-CRIT.
             IF FUNCTION ABS(P) <= CRIT-BAND
                 MOVE "P" TO RD-CRIT (1:1)
             IF FUNCTION ABS(I) <= CRIT-BAND
                 MOVE "I" TO RD-CRIT (3:1)
             END-IF.
         3120-EXIT.
             EXIT.

      * THE PROJECTED DAY TYPE IS THE SAME LETTER THE CALENDAR
      * PRINT HAS ALWAYS SHOWN, SO IT GOES STRAIGHT TO THE COLUMN.
         3150-READ-PROJECTED.
             MOVE EMP-ID TO PRJ-EMP-ID.
             MOVE TGT-DATE TO PRJ-DATE.
             READ PRJFILE
                 INVALID KEY
                     GO TO 3150-EXIT
             END-READ.
             SET PRJ-HIT TO TRUE.
             ADD 1 TO PRJ-DAY-CNT.
             MOVE PRJ-P TO P.
             MOVE PRJ-E TO E.
             MOVE PRJ-I TO I.
             MOVE PRJ-DAY-TYPE TO RD-TYP.
             MOVE SPACES TO RD-CRIT.
             IF PRJ-P-IS-CRIT
                 MOVE "P" TO RD-CRIT (1:1)
             END-IF.
             IF PRJ-E-IS-CRIT
                 MOVE "E" TO RD-CRIT (2:1)
             END-IF.
             IF PRJ-I-IS-CRIT
                 MOVE "I" TO RD-CRIT (3:1)
             END-IF.
         3150-EXIT.
             EXIT.

         3200-RENDER-BAR.
         8500-EXIT.
             EXIT.

      * A PROJECTION BUILT FOR ANOTHER DAY OR ANOTHER BAND IS LEFT
      * ALONE AND EVERY DAY IS WORKED OUT HERE - THE PRINT NEVER
      * MIXES NUMBERS FROM A STALE FILE WITH FRESH ONES.
         8800-CHECK-PROJECTION.
             OPEN INPUT PRJFILE.
             IF PRJFILE-ST NOT = "00"
                 DISPLAY "BIOPRJFなし 全日計算"
                 GO TO 8800-EXIT
             END-IF.
             MOVE SPACES TO PRJ-KEY.
             READ PRJFILE
                 INVALID KEY
                     DISPLAY "BIOPRJF見出しなし 全日計算"
                     CLOSE PRJFILE
                     GO TO 8800-EXIT
             END-READ.
             IF PRJH-BUILD-DATE NOT = TD OR
                PRJH-CRIT-BAND NOT = CRIT-BAND
                 DISPLAY "BIOPRJF不一致 全日計算 作成日="
                     PRJH-BUILD-DATE
                 CLOSE PRJFILE
                 GO TO 8800-EXIT
             END-IF.
             SET PRJ-USABLE TO TRUE.
             MOVE PRJH-FROM TO PRJ-FROM-WK.
             MOVE PRJH-TO TO PRJ-TO-WK.
         8800-EXIT.
             EXIT.

         9000-TERMINATE.
             IF PRJ-USABLE
                 CLOSE PRJFILE
             END-IF.
             DISPLAY "対象=" REC-CNT " ページ=" PAGE-CNT
                 " スキップ=" SKIP-CNT " 対象外=" INACT-CNT.
             DISPLAY "予測参照日数="
                 PRJ-DAY-CNT.
             IF RUN-ERRORED
                 MOVE 8 TO RETURN-CODE
             END-IF.
