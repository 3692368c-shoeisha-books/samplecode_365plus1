       IDENTIFICATION DIVISION.
         PROGRAM-ID. BIOJQRY.
         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT JRNFILE ASSIGN TO "BIOJRNL"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JRNFILE-ST.
             SELECT JRNRPT ASSIGN TO "BIOJRPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JRNRPT-ST.
         DATA DIVISION.
         FILE SECTION.
         FD  JRNFILE.
         COPY JRNREC.
         FD  JRNRPT.
         01  JRNRPT-RECORD               PIC X(80).
         WORKING-STORAGE SECTION.
         01 JRNFILE-ST PIC X(02).
         01 JRNRPT-ST  PIC X(02).

      * THE IMAGES ARE LAID OVER THE MASTER LAYOUT SO A DEPARTMENT
      * ENQUIRY ALSO PICKS UP EMPLOYEES MOVED INTO OR OUT OF IT.
         COPY EMPREC.
         01 JRN-TS-DATE PIC X(08).

         01 SEL-EMP    PIC X(06).
         01 SEL-DEPT   PIC X(04).
         01 SEL-FROM-X PIC X(08).
         01 SEL-TO-X   PIC X(08).
         01 SEL-FROM   PIC 9(08) VALUE ZERO.
         01 SEL-TO     PIC 9(08) VALUE 99999999.
         01 TS-DATE    PIC 9(08).

         01 DEPT-HIT-SW PIC X(01) VALUE "N".
             88 DEPT-HIT               VALUE "Y".
         01 JRN-EOF-SW PIC X(01) VALUE "N".
             88 AT-JRN-EOF             VALUE "Y".
         01 RPT-OPEN-SW PIC X(01) VALUE "N".
             88 RPT-IS-OPEN            VALUE "Y".
         01 RUN-ERR-SW PIC X(01) VALUE "N".
             88 RUN-ERRORED            VALUE "Y".
         01 HIT-CNT    PIC 9(06) VALUE ZERO.
         01 READ-CNT   PIC 9(06) VALUE ZERO.

         01 JQ-HEAD.
             05 FILLER      PIC X(18) VALUE
                "CHANGE JOURNAL ID=".
             05 JH-EMP      PIC X(06).
             05 FILLER      PIC X(06) VALUE " DEPT=".
             05 JH-DEPT     PIC X(04).
             05 FILLER      PIC X(06) VALUE " FROM=".
             05 JH-FROM     PIC 9(08).
             05 FILLER      PIC X(04) VALUE " TO=".
             05 JH-TO       PIC 9(08).
             05 FILLER      PIC X(20) VALUE SPACES.
         01 JQ-DETAIL.
             05 JD-TS       PIC X(14).
             05 FILLER      PIC X(01) VALUE SPACE.
             05 JD-PGM      PIC X(08).
             05 FILLER      PIC X(06) VALUE " FILE=".
             05 JD-FILE     PIC X(01).
             05 FILLER      PIC X(04) VALUE " AC=".
             05 JD-ACTION   PIC X(01).
             05 FILLER      PIC X(05) VALUE " KEY=".
             05 JD-KEY      PIC X(06).
             05 FILLER      PIC X(04) VALUE " OP=".
             05 JD-OPER     PIC X(06).
             05 FILLER      PIC X(24) VALUE SPACES.
         01 JQ-IMAGE.
             05 FILLER      PIC X(02) VALUE SPACES.
             05 JI-LABEL    PIC X(07).
             05 JI-IMAGE    PIC X(67).
             05 FILLER      PIC X(04) VALUE SPACES.
         01 JQ-TOTAL.
             05 FILLER      PIC X(05) VALUE "READ=".
             05 JT-READ     PIC 9(06).
             05 FILLER      PIC X(06) VALUE " HITS=".
             05 JT-HITS     PIC 9(06).
             05 FILLER      PIC X(57) VALUE SPACES.

         PROCEDURE DIVISION.

         0000-MAINLINE.
             PERFORM 1000-ACCEPT-CRITERIA THRU 1000-EXIT.
             PERFORM 2000-QUERY-JOURNAL THRU 2000-EXIT.
             PERFORM 9000-TERMINATE THRU 9000-EXIT.
             STOP RUN.

         1000-ACCEPT-CRITERIA.
             DISPLAY "BIOJQRY - 変更履歴照会".
             DISPLAY "社員番号(全件=空白):".
             ACCEPT SEL-EMP.
             DISPLAY "部門コード(全件=空白):".
             ACCEPT SEL-DEPT.
             DISPLAY "開始日YYYYMMDD(指定なし=空白):".
             ACCEPT SEL-FROM-X.
             IF SEL-FROM-X IS NUMERIC
                 MOVE SEL-FROM-X TO SEL-FROM
             END-IF.
             DISPLAY "終了日YYYYMMDD(指定なし=空白):".
             ACCEPT SEL-TO-X.
             IF SEL-TO-X IS NUMERIC AND SEL-TO-X NOT = "00000000"
                 MOVE SEL-TO-X TO SEL-TO
             END-IF.
             OPEN OUTPUT JRNRPT.
             IF JRNRPT-ST = "00"
                 SET RPT-IS-OPEN TO TRUE
                 MOVE SEL-EMP TO JH-EMP
                 MOVE SEL-DEPT TO JH-DEPT
                 MOVE SEL-FROM TO JH-FROM
                 MOVE SEL-TO TO JH-TO
                 WRITE JRNRPT-RECORD FROM JQ-HEAD
             ELSE
                 DISPLAY "*** BIOJRPTが開けません: " JRNRPT-ST
             END-IF.
         1000-EXIT.
             EXIT.

         2000-QUERY-JOURNAL.
             OPEN INPUT JRNFILE.
             IF JRNFILE-ST NOT = "00"
                 DISPLAY "変更履歴なし"
                 GO TO 2000-EXIT
             END-IF.
             PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
                 UNTIL AT-JRN-EOF.
             CLOSE JRNFILE.
         2000-EXIT.
             EXIT.

         2100-READ-JOURNAL.
             READ JRNFILE
                 AT END
                     SET AT-JRN-EOF TO TRUE
                     GO TO 2100-EXIT
             END-READ.
             IF JRNFILE-ST NOT = "00" AND JRNFILE-ST NOT = "10"
                 DISPLAY "*** BIOJRNL読取エラー: " JRNFILE-ST
                 SET RUN-ERRORED TO TRUE
                 SET AT-JRN-EOF TO TRUE
                 GO TO 2100-EXIT
             END-IF.
             PERFORM 4000-MATCH-ENTRY THRU 4000-EXIT.
         2100-EXIT.
             EXIT.

      * THE CRITERIA COMBINE - AN EMPLOYEE AND A DATE RANGE GIVE
      * THAT EMPLOYEES CHANGES IN THE RANGE.  A DEPARTMENT MATCHES
      * ITS OWN MASTER RECORD AND ANY EMPLOYEE WHOSE BEFORE OR
      * AFTER IMAGE CARRIES THE CODE.
         4000-MATCH-ENTRY.
             MOVE JRN-TS (1:8) TO JRN-TS-DATE.
             IF JRN-TS-DATE NOT NUMERIC
                 GO TO 4000-EXIT
             END-IF.
             ADD 1 TO READ-CNT.
             MOVE JRN-TS-DATE TO TS-DATE.
             IF TS-DATE < SEL-FROM OR TS-DATE > SEL-TO
                 GO TO 4000-EXIT
             END-IF.
             IF SEL-EMP NOT = SPACES
                 IF NOT JRN-EMPMAST OR JRN-KEY NOT = SEL-EMP
                     GO TO 4000-EXIT
                 END-IF
             END-IF.
             IF SEL-DEPT NOT = SPACES
                 PERFORM 4100-MATCH-DEPT THRU 4100-EXIT
                 IF NOT DEPT-HIT
                     GO TO 4000-EXIT
                 END-IF
             END-IF.
             ADD 1 TO HIT-CNT.
             DISPLAY JRN-TS " " JRN-PGM " " JRN-FILE " "
                 JRN-ACTION " KEY=" JRN-KEY " OP=" JRN-OPER.
             DISPLAY "  前=" JRN-BEFORE.
             DISPLAY "  後=" JRN-AFTER.
             IF RPT-IS-OPEN
                 MOVE JRN-TS TO JD-TS
                 MOVE JRN-PGM TO JD-PGM
                 MOVE JRN-FILE TO JD-FILE
                 MOVE JRN-ACTION TO JD-ACTION
                 MOVE JRN-KEY TO JD-KEY
                 MOVE JRN-OPER TO JD-OPER
                 WRITE JRNRPT-RECORD FROM JQ-DETAIL
                 MOVE "BEFORE " TO JI-LABEL
                 MOVE JRN-BEFORE TO JI-IMAGE
                 WRITE JRNRPT-RECORD FROM JQ-IMAGE
                 MOVE "AFTER  " TO JI-LABEL
                 MOVE JRN-AFTER TO JI-IMAGE
                 WRITE JRNRPT-RECORD FROM JQ-IMAGE
             END-IF.
         4000-EXIT.
             EXIT.

         4100-MATCH-DEPT.
             MOVE "N" TO DEPT-HIT-SW.
             IF JRN-DPTMAST
                 IF JRN-KEY (1:4) = SEL-DEPT
                     SET DEPT-HIT TO TRUE
                 END-IF
                 GO TO 4100-EXIT
             END-IF.
             MOVE JRN-BEFORE TO EMP-RECORD.
             IF EMP-DEPT = SEL-DEPT
                 SET DEPT-HIT TO TRUE
                 GO TO 4100-EXIT
             END-IF.
             MOVE JRN-AFTER TO EMP-RECORD.
             IF EMP-DEPT = SEL-DEPT
                 SET DEPT-HIT TO TRUE
             END-IF.
         4100-EXIT.
             EXIT.

         9000-TERMINATE.
             IF RPT-IS-OPEN
                 MOVE READ-CNT TO JT-READ
                 MOVE HIT-CNT TO JT-HITS
                 WRITE JRNRPT-RECORD FROM JQ-TOTAL
                 CLOSE JRNRPT
             END-IF.
             DISPLAY "照会=" READ-CNT " 該当=" HIT-CNT.
             IF RUN-ERRORED
                 MOVE 8 TO RETURN-CODE
             END-IF.
         9000-EXIT.
             EXIT.
