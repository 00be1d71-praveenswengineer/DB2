       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCHLAWRD.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  THE AWARD IS ALSO APPLIED TO THE STUDENT'S
      *                 FEEINST INSTALMENTS, OLDEST FIRST, THROUGH
      *                 FEEAPPLY, SO A WAIVER CLEARS INSTALMENTS THE
      *                 SAME WAY A FEERCPT RECEIPT DOES. NEW FEELEDGR
      *                 ROWS CARRY A ZERO LATE_AMT.
      *  10/15/26  RKS  NEW PROGRAM. MERIT SCHOLARSHIP AWARD BATCH.
      *                 THE SCHLCTL POLICY CARD GIVES THE TERM (BLANK
      *                 FOR THE LATEST CLOSED TERMCAL TERM), THE TOP N
      *                 PER CLASS AND/OR A MINIMUM PERCENTAGE, A
      *                 MINIMUM ATTDRECD ATTENDANCE, AND EITHER A FLAT
      *                 AWARD AMOUNT OR A PERCENTAGE OF THE STUDENT'S
      *                 DUES. WINNERS ARE RANKED OFF MARKHIST FOR THE
      *                 TERM WITHIN CLASS ON TOTAL MARKS (TIES SHARE A
      *                 RANK, AS ON REPORT1), SKIPPING ANY STUDENT NOT
      *                 ACTIVE ON STUDENRL OR SHORT OF THE ATTENDANCE.
      *                 EACH AWARD IS CREDITED TO FEELEDGR WAIVER_AMT
      *                 -- NEVER PAID_AMT, WHICH STAYS CASH RECEIPTS
      *                 ONLY -- AND AUDITED ON SCHLAWRD, ONE ROW PER
      *                 STUDENT, TERM AND ACADEMIC YEAR, SO A RERUN
      *                 OF THE SAME TERM AWARDS NOBODY TWICE. SCHLRPT
      *                 IS THE AWARD REGISTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-ST.
           SELECT STATUSLOG ASSIGN TO STATUSLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-STATUSLOG-ST.
           SELECT SCHLCTL ASSIGN TO SCHLCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SCHLCTL-ST.
           SELECT SCHLRPT ASSIGN TO SCHLRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SCHLRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD RUNCTL
           RECORDING MODE IS F.
       01 RUNCTL-REC.
         05 CTL-RUN-DATE          PIC 9(8).
         05                       PIC X(72).
       FD STATUSLOG
           RECORDING MODE IS F.
       01 STATUSLOG-REC.
         05 STL-PROGRAM-ID        PIC X(8).
         05                       PIC X(1).
         05 STL-RETURN-CODE       PIC 9(4).
         05                       PIC X(1).
         05 STL-RUN-DATE          PIC 9(6).
         05                       PIC X(1).
         05 STL-RUN-TIME          PIC 9(8).
         05                       PIC X(1).
         05 STL-REC-TYPE          PIC X(1).
         05                       PIC X(1).
         05 STL-READ-CNT          PIC 9(7).
         05                       PIC X(1).
         05 STL-PROC-CNT          PIC 9(7).
         05                       PIC X(1).
         05 STL-REJ-CNT           PIC 9(7).
         05                       PIC X(25).
      * POLICY CARD -- TOP N AND MINIMUM PERCENTAGE MAY BE USED ALONE
      * OR TOGETHER; EXACTLY ONE OF AWARD AMOUNT (9(7)V99) AND
      * PERCENTAGE OF DUES IS GIVEN
       FD SCHLCTL
           RECORDING MODE IS F.
       01 SCHLCTL-REC.
         05 SP-TERM               PIC X(2).
         05                       PIC X(1).
         05 SP-TOP-N              PIC X(2).
         05                       PIC X(1).
         05 SP-MIN-PCT            PIC X(3).
         05                       PIC X(1).
         05 SP-MIN-ATTD           PIC X(3).
         05                       PIC X(1).
         05 SP-AWARD-AMT          PIC X(9).
         05                       PIC X(1).
         05 SP-DUES-PCT           PIC X(3).
         05                       PIC X(53).
       FD SCHLRPT
           RECORDING MODE IS F.
       01 SCHLRPT-LIST.
         05 SCHLRPT-ID            PIC X(80).
       WORKING-STORAGE SECTION.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-SCHLCTL-ST        PIC X(2).
        77  WS-SCHLRPT-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-POLICY-OK         PIC X VALUE 'Y'.
            88 POLICY-OK           VALUE 'Y'.
        01  WS-TERM              PIC X(2) VALUE SPACES.
        01  WS-TERM-STATUS       PIC X(1) VALUE SPACE.
        01  WS-ACAD-YEAR         PIC 9(4) VALUE ZERO.
        01  WS-AWARD-DATE        PIC 9(8) VALUE ZERO.
        01  WS-AWARD-TIME        PIC 9(8) VALUE ZERO.
        01  WS-TOP-N             PIC 9(2) VALUE ZERO.
        01  WS-MIN-PCT           PIC 9(3) VALUE ZERO.
        01  WS-MIN-ATTD-PCT      PIC 9(3) VALUE ZERO.
        01  WS-AWARD-FLAT        PIC 9(7)V99 VALUE ZERO.
        01  WS-DUES-PCT          PIC 9(3) VALUE ZERO.
        01  WS-AWARD-BASIS       PIC X(1) VALUE SPACE.
            88 AWARD-FLAT          VALUE 'F'.
            88 AWARD-OF-DUES       VALUE 'D'.
        01  WS-CAND-EOF          PIC X VALUE 'N'.
            88 EOF-CAND            VALUE 'Y'.
        01  WS-STU-ID            PIC X(6).
        01  WS-STU-NAME          PIC X(20).
        01  WS-STU-CLASS         PIC X(1).
        01  WS-ACTIVE-FLAG       PIC X(1).
            88 STUDENT-ACTIVE      VALUE 'Y'.
        01  WS-MARKS.
            05 WS-MARKS-LANG     PIC S9(3) COMP-3.
            05 WS-MARKS-MATH     PIC S9(3) COMP-3.
            05 WS-MARKS-SCIENCE  PIC S9(3) COMP-3.
            05 WS-MARKS-SS       PIC S9(3) COMP-3.
            05 WS-MARKS-ART      PIC S9(3) COMP-3.
            05 WS-MARKS-COMPSTD  PIC S9(3) COMP-3.
        01  WS-DAYS-PRESENT      PIC 9(3) VALUE ZERO.
        01  WS-DAYS-TOTAL        PIC 9(3) VALUE ZERO.
        01  WS-ATTD-PCT          PIC 9(3) VALUE ZERO.
        01  WS-TOTAL             PIC 9(3) VALUE ZERO.
        01  WS-PCT               PIC 9(3)V99 VALUE ZERO.
        01  WS-ELIGIBLE-SW       PIC X VALUE 'Y'.
            88 ELIGIBLE            VALUE 'Y'.
        01  WS-PREV-CLASS        PIC X(1) VALUE LOW-VALUE.
        01  WS-PREV-TOTAL        PIC S9(4) COMP VALUE ZERO.
        01  WS-RANK-POS          PIC S9(5) COMP VALUE ZERO.
        01  WS-RANK              PIC 9(3) VALUE ZERO.
        01  WS-DUES-AMT          PIC 9(7)V99 VALUE ZERO.
        01  WS-AWARD-AMT         PIC 9(7)V99 VALUE ZERO.
        77  WS-EXIST-COUNT       PIC S9(4) COMP VALUE ZERO.
        77  WS-LEDG-COUNT        PIC S9(4) COMP VALUE ZERO.
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-AWARD-COUNT       PIC 9(7) COMP VALUE ZERO.
        77  WS-INACTIVE-COUNT    PIC 9(7) COMP VALUE ZERO.
        77  WS-SHORT-ATTD-COUNT  PIC 9(7) COMP VALUE ZERO.
        77  WS-PRIOR-COUNT       PIC 9(7) COMP VALUE ZERO.
        77  WS-NO-DUES-COUNT     PIC 9(7) COMP VALUE ZERO.
        77  WS-SKIP-COUNT        PIC 9(7) COMP VALUE ZERO.
        01  WS-TOT-AWARD         PIC 9(9)V99 COMP-3 VALUE ZERO.
        01  WS-COMMIT-INTERVAL   PIC 9(5) COMP VALUE 100.
        01  WS-COMMIT-COUNT      PIC 9(5) COMP VALUE ZERO.
        01  WS-FA-PARM.
            05 WS-FA-ACTION      PIC X(1) VALUE 'A'.
            05 WS-FA-STU-ID      PIC X(6) VALUE SPACES.
            05 WS-FA-AMOUNT      PIC 9(7)V99 VALUE ZERO.
            05 WS-FA-UNAPPLIED   PIC 9(7)V99 VALUE ZERO.
            05 WS-FA-SQLCODE     PIC S9(9) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'SCHLAWRD'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(18) VALUE SPACES.
            05                   PIC X(38) VALUE
               'MERIT SCHOLARSHIP AWARD REGISTER TERM'.
            05 HDR-TERM          PIC X(2).
            05                   PIC X(6) VALUE '  YEAR'.
            05                   PIC X(1).
            05 HDR-YEAR          PIC 9(4).
            05                   PIC X(11).
        01  WS-HDR2.
            05                   PIC X(8)  VALUE 'STUDENT'.
            05                   PIC X(23) VALUE 'NAME'.
            05                   PIC X(3)  VALUE 'CL'.
            05                   PIC X(6)  VALUE 'RANK'.
            05                   PIC X(8)  VALUE 'PCT'.
            05                   PIC X(6)  VALUE 'ATTD'.
            05                   PIC X(13) VALUE '       AWARD'.
            05                   PIC X(13) VALUE 'NOTE'.
        01  WS-DTL-LINE.
            05 DTL-STU-ID        PIC X(6).
            05                   PIC X(2).
            05 DTL-STU-NAME      PIC X(20).
            05                   PIC X(3).
            05 DTL-STU-CLASS     PIC X(1).
            05                   PIC X(2).
            05 DTL-RANK          PIC ZZ9.
            05                   PIC X(2).
            05 DTL-PCT           PIC ZZ9.99.
            05                   PIC X(2).
            05 DTL-ATTD          PIC ZZ9.
            05                   PIC X(2).
            05 DTL-AWARD         PIC Z,ZZZ,ZZ9.99.
            05                   PIC X(1).
            05 DTL-NOTE          PIC X(14).
        01  WS-SUM-LINE.
            05 SUM-LABEL         PIC X(30).
            05 SUM-COUNT         PIC ZZZ,ZZ9.
            05                   PIC X(43).
        01  WS-SUM-AMT-LINE.
            05 SUM-AMT-LABEL     PIC X(30).
            05 SUM-AMT           PIC ZZZ,ZZZ,ZZ9.99.
            05                   PIC X(36).
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
      * SAME CLASS/TOTAL ORDER AS REPORT1'S RANK1_CUR SO THE RANKS
      * AGREE WITH WHAT THE STAFF MEETING SEES
           EXEC SQL
            DECLARE CAND_CUR CURSOR WITH HOLD FOR
             SELECT H.STU_ID, H.STU_CLASS,
                    COALESCE(E.STU_NAME, ' '),
                    COALESCE(E.ACTIVE_FLAG, 'N'),
                    H.MARKS_LANG, H.MARKS_MATH, H.MARKS_SCIENCE,
                    H.MARKS_SS, H.MARKS_ART, H.MARKS_COMPSTD,
                    COALESCE(A.DAYS_PRESENT, 0),
                    COALESCE(A.DAYS_TOTAL, 0)
             FROM MARKHIST H
                  LEFT OUTER JOIN STUDENRL E
                    ON E.STU_ID = H.STU_ID
                  LEFT OUTER JOIN ATTDRECD A
                    ON A.STU_ID = H.STU_ID
             WHERE H.EXAM_TERM = :WS-TERM
             ORDER BY H.STU_CLASS,
                      H.MARKS_LANG + H.MARKS_MATH + H.MARKS_SCIENCE +
                      H.MARKS_SS + H.MARKS_ART + H.MARKS_COMPSTD DESC,
                      H.STU_ID
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 050-READ-SCHLCTL-PARA.
           IF POLICY-OK
              PERFORM 070-CHECK-TERM-PARA
           END-IF.
           IF NOT POLICY-OK
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 100-OPEN-FILE-PARA
              IF WS-SCHLRPT-ST = '00'
                 PERFORM 110-OPEN-CUR-PARA
                 IF SQLCODE = 0
                    PERFORM 120-FETCH-PARA
                    PERFORM 200-PROCESS-PARA UNTIL EOF-CAND
                    PERFORM 800-CLOSE-CUR-PARA
                 ELSE
                    DISPLAY 'ERROR IN OPEN CAND_CUR ' WS-SQLCODE
                    PERFORM 990-SQL-ERROR-PARA
                 END-IF
                 PERFORM 600-COMMIT-PARA
                 PERFORM 700-FINAL-PARA
              ELSE
                 DISPLAY 'ERROR IN OPEN ' WS-SCHLRPT-ST
                 MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM 900-CLOSE-FILE-PARA
           END-IF.
           PERFORM 995-WRITE-STATUS-PARA.
           STOP RUN.
        005-READ-RUNCTL-PARA.
           OPEN INPUT RUNCTL.
           IF WS-RUNCTL-ST = '00'
              READ RUNCTL
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CTL-RUN-DATE TO WS-SHARED-RUN-DATE
              END-READ
              CLOSE RUNCTL
           END-IF.
      * NO POLICY CARD, NO SELECTION RULE OR AN AMBIGUOUS AWARD BASIS
      * STOPS THE RUN -- NOTHING IS AWARDED ON A GUESSED POLICY
        050-READ-SCHLCTL-PARA.
           OPEN INPUT SCHLCTL.
           IF WS-SCHLCTL-ST = '00'
              READ SCHLCTL
                 AT END
                    DISPLAY 'SCHLCTL IS EMPTY - NO AWARD POLICY'
                    MOVE 'N' TO WS-POLICY-OK
                 NOT AT END
                    PERFORM 055-EDIT-POLICY-PARA
              END-READ
              CLOSE SCHLCTL
           ELSE
              DISPLAY 'ERROR IN OPEN SCHLCTL ' WS-SCHLCTL-ST
              MOVE 'N' TO WS-POLICY-OK
           END-IF.
        055-EDIT-POLICY-PARA.
           MOVE SP-TERM TO WS-TERM.
           IF SP-TOP-N NUMERIC
              MOVE SP-TOP-N TO WS-TOP-N
           END-IF.
           IF SP-MIN-PCT NUMERIC
              MOVE SP-MIN-PCT TO WS-MIN-PCT
           END-IF.
           IF SP-MIN-ATTD NUMERIC
              MOVE SP-MIN-ATTD TO WS-MIN-ATTD-PCT
           END-IF.
           IF SP-AWARD-AMT NUMERIC
              MOVE SP-AWARD-AMT TO WS-AWARD-FLAT
           END-IF.
           IF SP-DUES-PCT NUMERIC
              MOVE SP-DUES-PCT TO WS-DUES-PCT
           END-IF.
           IF WS-TOP-N = ZERO AND WS-MIN-PCT = ZERO
              DISPLAY 'SCHLCTL GIVES NEITHER TOP N NOR MINIMUM PCT'
              MOVE 'N' TO WS-POLICY-OK
           END-IF.
           EVALUATE TRUE
              WHEN WS-AWARD-FLAT > ZERO AND WS-DUES-PCT > ZERO
                 DISPLAY 'SCHLCTL GIVES BOTH AWARD AMOUNT AND '
                         'PERCENTAGE OF DUES'
                 MOVE 'N' TO WS-POLICY-OK
              WHEN WS-AWARD-FLAT > ZERO
                 SET AWARD-FLAT TO TRUE
              WHEN WS-DUES-PCT > ZERO AND WS-DUES-PCT NOT > 100
                 SET AWARD-OF-DUES TO TRUE
              WHEN OTHER
                 DISPLAY 'SCHLCTL GIVES NO VALID AWARD AMOUNT OR '
                         'PERCENTAGE OF DUES'
                 MOVE 'N' TO WS-POLICY-OK
           END-EVALUATE.
           DISPLAY 'TOP N ' WS-TOP-N
                   ' MIN PCT ' WS-MIN-PCT
                   ' MIN ATTD ' WS-MIN-ATTD-PCT
                   ' AWARD ' WS-AWARD-FLAT
                   ' PCT OF DUES ' WS-DUES-PCT.
      * SAME TERM RULE AS SUPPREG -- MARKS ARE ONLY FINAL ONCE THE
      * TERM IS CLOSED. THE AUDIT ROW IS KEYED ON THE RUN DATE'S
      * YEAR, SO THERE MUST BE A SHARED RUN DATE
        070-CHECK-TERM-PARA.
           MOVE WS-SHARED-RUN-DATE(1:4) TO WS-ACAD-YEAR.
           MOVE WS-SHARED-RUN-DATE TO WS-AWARD-DATE.
           IF WS-ACAD-YEAR = ZERO
              DISPLAY 'NO RUN DATE - SCHOLARSHIPS NOT AWARDED'
              MOVE 'N' TO WS-POLICY-OK
           END-IF.
           IF POLICY-OK AND WS-TERM = SPACES
              EXEC SQL
                SELECT COALESCE(MAX(TERM_CODE), ' ')
                  INTO :WS-TERM
                  FROM TERMCAL
                 WHERE TERM_STATUS = 'C'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SPACES TO WS-TERM
              END-IF
           END-IF.
           IF POLICY-OK AND WS-TERM = SPACES
              DISPLAY 'NO CLOSED TERM ON TERMCAL AND NO SCHLCTL TERM'
              MOVE 'N' TO WS-POLICY-OK
           END-IF.
           IF POLICY-OK
              EXEC SQL
                SELECT TERM_STATUS
                  INTO :WS-TERM-STATUS
                  FROM TERMCAL
                 WHERE TERM_CODE = :WS-TERM
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-TERM-STATUS NOT = 'C'
                 DISPLAY 'TERM ' WS-TERM ' IS NOT CLOSED ON TERMCAL'
                 MOVE 'N' TO WS-POLICY-OK
              ELSE
                 DISPLAY 'SCHOLARSHIPS FOR TERM ' WS-TERM
                         ' YEAR ' WS-ACAD-YEAR
              END-IF
           END-IF.
        100-OPEN-FILE-PARA.
           OPEN OUTPUT SCHLRPT.
           ACCEPT WS-AWARD-TIME FROM TIME.
           MOVE WS-TERM TO HDR-TERM.
           MOVE WS-ACAD-YEAR TO HDR-YEAR.
           MOVE WS-AST TO SCHLRPT-ID.
           WRITE SCHLRPT-LIST.
           MOVE WS-HDR1 TO SCHLRPT-ID.
           WRITE SCHLRPT-LIST.
           MOVE WS-AST TO SCHLRPT-ID.
           WRITE SCHLRPT-LIST.
           MOVE WS-HDR2 TO SCHLRPT-ID.
           WRITE SCHLRPT-LIST.
           MOVE WS-AST TO SCHLRPT-ID.
           WRITE SCHLRPT-LIST.
        110-OPEN-CUR-PARA.
           EXEC SQL
             OPEN CAND_CUR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        120-FETCH-PARA.
           EXEC SQL
             FETCH CAND_CUR
             INTO :WS-STU-ID, :WS-STU-CLASS, :WS-STU-NAME,
                  :WS-ACTIVE-FLAG,
                  :WS-MARKS-LANG, :WS-MARKS-MATH, :WS-MARKS-SCIENCE,
                  :WS-MARKS-SS, :WS-MARKS-ART, :WS-MARKS-COMPSTD,
                  :WS-DAYS-PRESENT, :WS-DAYS-TOTAL
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        200-PROCESS-PARA.
           EVALUATE SQLCODE
             WHEN 0
                ADD 1 TO WS-READ-COUNT
                PERFORM 300-CANDIDATE-PARA
                IF NOT EOF-CAND
                   PERFORM 120-FETCH-PARA
                END-IF
             WHEN 100
                SET EOF-CAND TO TRUE
             WHEN OTHER
                DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " WS-STU-ID
                PERFORM 990-SQL-ERROR-PARA
                SET EOF-CAND TO TRUE
           END-EVALUATE.
      * INACTIVE, SHORT-ATTENDANCE AND BELOW-MINIMUM STUDENTS DO NOT
      * TAKE A PLACE IN THE RANKING -- THE NEXT STUDENT MOVES UP
        300-CANDIDATE-PARA.
           IF WS-STU-CLASS NOT = WS-PREV-CLASS
              MOVE WS-STU-CLASS TO WS-PREV-CLASS
              MOVE ZERO TO WS-RANK-POS
              MOVE ZERO TO WS-RANK
              MOVE 999 TO WS-PREV-TOTAL
           END-IF.
           COMPUTE WS-TOTAL = WS-MARKS-LANG + WS-MARKS-MATH +
                   WS-MARKS-SCIENCE + WS-MARKS-SS +
                   WS-MARKS-ART + WS-MARKS-COMPSTD.
           COMPUTE WS-PCT ROUNDED = WS-TOTAL / 6.
           MOVE ZERO TO WS-ATTD-PCT.
           IF WS-DAYS-TOTAL > 0
              COMPUTE WS-ATTD-PCT =
                  (WS-DAYS-PRESENT * 100) / WS-DAYS-TOTAL
           END-IF.
           MOVE 'Y' TO WS-ELIGIBLE-SW.
           EVALUATE TRUE
              WHEN NOT STUDENT-ACTIVE
                 MOVE 'N' TO WS-ELIGIBLE-SW
                 ADD 1 TO WS-INACTIVE-COUNT
              WHEN WS-MIN-PCT > ZERO AND WS-PCT < WS-MIN-PCT
                 MOVE 'N' TO WS-ELIGIBLE-SW
              WHEN WS-ATTD-PCT < WS-MIN-ATTD-PCT
                 MOVE 'N' TO WS-ELIGIBLE-SW
                 ADD 1 TO WS-SHORT-ATTD-COUNT
           END-EVALUATE.
           IF ELIGIBLE
              ADD 1 TO WS-RANK-POS
              IF WS-TOTAL < WS-PREV-TOTAL
                 MOVE WS-RANK-POS TO WS-RANK
                 MOVE WS-TOTAL TO WS-PREV-TOTAL
              END-IF
              IF WS-TOP-N = ZERO OR WS-RANK NOT > WS-TOP-N
                 PERFORM 400-AWARD-PARA
              END-IF
           END-IF.
        400-AWARD-PARA.
           MOVE SPACES TO WS-DTL-LINE.
           MOVE ZERO TO WS-FA-SQLCODE.
           PERFORM 410-CHECK-PRIOR-PARA.
           IF SQLCODE = 0 AND WS-EXIST-COUNT > 0
              ADD 1 TO WS-PRIOR-COUNT
              MOVE 'ALREADY AWARDED' TO DTL-NOTE
              PERFORM 450-PRINT-AWARD-PARA
           END-IF.
           IF SQLCODE = 0 AND WS-EXIST-COUNT = 0
              PERFORM 420-GET-DUES-PARA
           END-IF.
           IF SQLCODE = 0 AND WS-EXIST-COUNT = 0
              IF WS-AWARD-AMT > ZERO
                 PERFORM 500-POST-WAIVER-PARA
                 IF SQLCODE = 0 AND WS-FA-SQLCODE = 0
                    PERFORM 550-AUDIT-INSERT-PARA
                 END-IF
                 PERFORM 480-AWARD-RESULT-PARA
              ELSE
                 ADD 1 TO WS-NO-DUES-COUNT
                 MOVE 'NO DUES SET' TO DTL-NOTE
                 PERFORM 450-PRINT-AWARD-PARA
              END-IF
           END-IF.
           IF SQLCODE NOT = 0 OR WS-FA-SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              IF WS-FA-SQLCODE NOT = 0
                 MOVE WS-FA-SQLCODE TO WS-SQLCODE
              END-IF
              DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " WS-STU-ID
              PERFORM 990-SQL-ERROR-PARA
              SET EOF-CAND TO TRUE
           END-IF.
      * AN AUDIT ROW FOR THE STUDENT, TERM AND YEAR MEANS THE AWARD
      * WAS ALREADY POSTED BY AN EARLIER RUN
        410-CHECK-PRIOR-PARA.
           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(AWARD_AMT), 0)
               INTO :WS-EXIST-COUNT, :WS-AWARD-AMT
               FROM SCHLAWRD
              WHERE STU_ID    = :WS-STU-ID
                AND EXAM_TERM = :WS-TERM
                AND ACAD_YEAR = :WS-ACAD-YEAR
           END-EXEC.
        420-GET-DUES-PARA.
           EXEC SQL
             SELECT COUNT(*), COALESCE(MAX(DUES_AMT), 0)
               INTO :WS-LEDG-COUNT, :WS-DUES-AMT
               FROM FEELEDGR
              WHERE STU_ID = :WS-STU-ID
           END-EXEC.
           IF AWARD-FLAT
              MOVE WS-AWARD-FLAT TO WS-AWARD-AMT
           ELSE
              COMPUTE WS-AWARD-AMT ROUNDED =
                  WS-DUES-AMT * WS-DUES-PCT / 100
           END-IF.
        450-PRINT-AWARD-PARA.
           MOVE WS-STU-ID    TO DTL-STU-ID.
           MOVE WS-STU-NAME  TO DTL-STU-NAME.
           MOVE WS-STU-CLASS TO DTL-STU-CLASS.
           MOVE WS-RANK      TO DTL-RANK.
           MOVE WS-PCT       TO DTL-PCT.
           MOVE WS-ATTD-PCT  TO DTL-ATTD.
           MOVE WS-AWARD-AMT TO DTL-AWARD.
           MOVE WS-DTL-LINE  TO SCHLRPT-ID.
           WRITE SCHLRPT-LIST.
        480-AWARD-RESULT-PARA.
           IF SQLCODE = 0 AND WS-FA-SQLCODE = 0
              ADD 1 TO WS-AWARD-COUNT
              ADD WS-AWARD-AMT TO WS-TOT-AWARD
              PERFORM 450-PRINT-AWARD-PARA
              ADD 1 TO WS-COMMIT-COUNT
              IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
                 PERFORM 600-COMMIT-PARA
              END-IF
           END-IF.
      * THE AWARD IS A NON-CASH CREDIT -- IT GOES TO WAIVER_AMT SO
      * PAID_AMT STILL RECONCILES TO FEERCPT RECEIPTS; THE INSTALMENTS
      * TAKE IT OLDEST FIRST, AS THEY DO A RECEIPT
        500-POST-WAIVER-PARA.
           IF WS-LEDG-COUNT > 0
              EXEC SQL
                UPDATE FEELEDGR
                   SET WAIVER_AMT = WAIVER_AMT + :WS-AWARD-AMT
                 WHERE STU_ID = :WS-STU-ID
              END-EXEC
           ELSE
              EXEC SQL
                INSERT INTO FEELEDGR
                  (STU_ID, DUES_AMT, PAID_AMT, WAIVER_AMT, LATE_AMT)
                VALUES
                  (:WS-STU-ID, 0, 0, :WS-AWARD-AMT, 0)
              END-EXEC
           END-IF.
           IF SQLCODE = 0
              MOVE 'A' TO WS-FA-ACTION
              MOVE WS-STU-ID TO WS-FA-STU-ID
              MOVE WS-AWARD-AMT TO WS-FA-AMOUNT
              MOVE ZERO TO WS-FA-UNAPPLIED
              CALL 'FEEAPPLY' USING WS-FA-PARM
           END-IF.
        550-AUDIT-INSERT-PARA.
           EXEC SQL
             INSERT INTO SCHLAWRD
             (STU_ID,EXAM_TERM,ACAD_YEAR,STU_CLASS,CLASS_RANK,
             PCT_MARKS,ATTD_PCT,AWARD_AMT,AWARD_DATE,AWARD_TIME)
             VALUES(:WS-STU-ID,:WS-TERM,:WS-ACAD-YEAR,:WS-STU-CLASS,
             :WS-RANK,:WS-PCT,:WS-ATTD-PCT,:WS-AWARD-AMT,
             :WS-AWARD-DATE,:WS-AWARD-TIME)
           END-EXEC.
        600-COMMIT-PARA.
           EXEC SQL
             COMMIT
           END-EXEC.
           MOVE ZERO TO WS-COMMIT-COUNT.
        700-FINAL-PARA.
           MOVE WS-AST TO SCHLRPT-ID.
           WRITE SCHLRPT-LIST.
           MOVE 'STUDENTS READ FOR TERM' TO SUM-LABEL.
           MOVE WS-READ-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO SCHLRPT-ID.
           WRITE SCHLRPT-LIST.
           MOVE 'SCHOLARSHIPS AWARDED' TO SUM-LABEL.
           MOVE WS-AWARD-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO SCHLRPT-ID.
           WRITE SCHLRPT-LIST.
           MOVE 'TOTAL AWARDED' TO SUM-AMT-LABEL.
           MOVE WS-TOT-AWARD TO SUM-AMT.
           MOVE WS-SUM-AMT-LINE TO SCHLRPT-ID.
           WRITE SCHLRPT-LIST.
           MOVE 'ALREADY AWARDED - SKIPPED' TO SUM-LABEL.
           MOVE WS-PRIOR-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO SCHLRPT-ID.
           WRITE SCHLRPT-LIST.
           MOVE 'INACTIVE ON STUDENRL - SKIPPED' TO SUM-LABEL.
           MOVE WS-INACTIVE-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO SCHLRPT-ID.
           WRITE SCHLRPT-LIST.
           MOVE 'SHORT ATTENDANCE - SKIPPED' TO SUM-LABEL.
           MOVE WS-SHORT-ATTD-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO SCHLRPT-ID.
           WRITE SCHLRPT-LIST.
           MOVE 'NO DUES ON LEDGER - SKIPPED' TO SUM-LABEL.
           MOVE WS-NO-DUES-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO SCHLRPT-ID.
           WRITE SCHLRPT-LIST.
           MOVE WS-AST TO SCHLRPT-ID.
           WRITE SCHLRPT-LIST.
           COMPUTE WS-SKIP-COUNT = WS-PRIOR-COUNT + WS-INACTIVE-COUNT
                 + WS-SHORT-ATTD-COUNT + WS-NO-DUES-COUNT.
           DISPLAY 'STUDENTS READ ' WS-READ-COUNT
                   ' AWARDED ' WS-AWARD-COUNT
                   ' SKIPPED ' WS-SKIP-COUNT.
           IF WS-NO-DUES-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
        800-CLOSE-CUR-PARA.
           EXEC SQL
             CLOSE CAND_CUR
           END-EXEC.
        900-CLOSE-FILE-PARA.
           CLOSE SCHLRPT.
        990-SQL-ERROR-PARA.
           MOVE WS-STU-ID TO WS-ERRH-KEY.
           CALL 'SQLERRH' USING SQLCA WS-ERRH-PARM.
           EXEC SQL
             ROLLBACK
           END-EXEC.
           MOVE 8 TO RETURN-CODE.
        995-WRITE-STATUS-PARA.
           OPEN EXTEND STATUSLOG.
           IF WS-STATUSLOG-ST NOT = '00'
              OPEN OUTPUT STATUSLOG
           END-IF.
           MOVE 'SCHLAWRD' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE
           ELSE
              ACCEPT STL-RUN-DATE FROM DATE
           END-IF.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-READ-COUNT TO STL-READ-CNT.
           MOVE WS-AWARD-COUNT TO STL-PROC-CNT.
           MOVE WS-SKIP-COUNT TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
