       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TRVLSTMT.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/14/26  RKS  NEW PROGRAM. MONTHLY DEPARTMENT DUTY-TRAVEL
      *                 STATEMENT -- FOR THE MONTH OF THE RUN DATE,
      *                 WALKS DEPTMAST AGAINST THE TRNDUTY TRAVEL
      *                 LEDGER AND PRINTS, PER DEPARTMENT, THE MONTH'S
      *                 DUTY FARES CHARGED, THE REFUNDS CREDITED BACK
      *                 BY TRNCANCL/TRNDISRP, THE YEAR-TO-DATE NET
      *                 SPEND AND WHAT IS LEFT OF THE DEPTMAST
      *                 TRAVEL_BUD. A DEPARTMENT WITH NO BUDGET AND NO
      *                 LEDGER ACTIVITY IS LEFT OFF. ANY DEPARTMENT
      *                 OVER ITS TRAVEL BUDGET SETS RC 4, THE WAY
      *                 DEPTVARN FLAGS A SALARY BUST.
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
           SELECT TRVLRPT ASSIGN TO TRVLRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-TRVLRPT-ST.
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
         05                       PIC X(49).
       FD TRVLRPT
           RECORDING MODE IS F.
       01 TRVLRPT-LIST.
         05 TRVLRPT-ID            PIC X(80).
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-TRVLRPT-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-TODAY8            PIC 9(8) VALUE ZERO.
        01  WS-TODAY-PARTS REDEFINES WS-TODAY8.
            05 WS-TODAY-YYYY     PIC 9(4).
            05 WS-TODAY-MM       PIC 9(2).
            05 WS-TODAY-DD       PIC 9(2).
        01  WS-YEAR-START        PIC 9(8) VALUE ZERO.
        01  WS-MONTH-START       PIC 9(8) VALUE ZERO.
        01  WS-MONTH-END         PIC 9(8) VALUE ZERO.
        01  WS-DEPT-EOF          PIC X VALUE 'N'.
            88 EOF-DEPT            VALUE 'Y'.
        01  WS-DEPT-CODE         PIC X(3).
        01  WS-DEPT-NAME         PIC X(30).
        01  WS-TRAVEL-BUD        PIC 9(9)V99 VALUE ZERO.
        01  WS-MTH-CHARGE        PIC S9(9)V99 COMP-3 VALUE ZERO.
        01  WS-MTH-REFUND        PIC S9(9)V99 COMP-3 VALUE ZERO.
        01  WS-YTD-NET           PIC S9(9)V99 COMP-3 VALUE ZERO.
        01  WS-REMAINING         PIC S9(9)V99 COMP-3 VALUE ZERO.
        01  WS-TOT-CHARGE        PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-TOT-REFUND        PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-TOT-YTD           PIC S9(11)V99 COMP-3 VALUE ZERO.
        77  WS-DEPT-COUNT        PIC 9(5) COMP VALUE ZERO.
        77  WS-OVER-COUNT        PIC 9(5) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'TRVLSTMT'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(14) VALUE SPACES.
            05                   PIC X(40) VALUE
               'DEPARTMENT DUTY TRAVEL STATEMENT - MONTH'.
            05                   PIC X(1)  VALUE SPACE.
            05 HDR-YYYY          PIC 9(4).
            05                   PIC X(1)  VALUE '/'.
            05 HDR-MM            PIC 9(2).
            05                   PIC X(18).
        01  WS-HDR2.
            05                   PIC X(5)  VALUE 'DEPT'.
            05                   PIC X(13) VALUE 'NAME'.
            05                   PIC X(12) VALUE 'BUDGET'.
            05                   PIC X(11) VALUE 'MTH CHARGE'.
            05                   PIC X(11) VALUE 'MTH REFUND'.
            05                   PIC X(12) VALUE 'YTD NET'.
            05                   PIC X(12) VALUE 'REMAINING'.
            05                   PIC X(4)  VALUE 'FLAG'.
        01  WS-DTL-LINE.
            05 DTL-DEPT          PIC X(3).
            05                   PIC X(2).
            05 DTL-NAME          PIC X(12).
            05                   PIC X(1).
            05 DTL-BUDGET        PIC ZZZ,ZZZ,ZZ9.
            05                   PIC X(1).
            05 DTL-MTH-CHARGE    PIC ZZZ,ZZ9.99.
            05                   PIC X(1).
            05 DTL-MTH-REFUND    PIC ZZZ,ZZ9.99.
            05                   PIC X(1).
            05 DTL-YTD-NET       PIC ZZ,ZZZ,ZZ9-.
            05                   PIC X(1).
            05 DTL-REMAINING     PIC ZZ,ZZZ,ZZ9-.
            05                   PIC X(1).
            05 DTL-FLAG          PIC X(4).
        01  WS-SUM-LINE.
            05 SUM-LABEL         PIC X(26).
            05 SUM-COUNT         PIC ZZ,ZZ9.
            05                   PIC X(48).
        01  WS-AMT-LINE.
            05 AMT-LABEL         PIC X(26).
            05 AMT-VALUE         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
            05                   PIC X(35).
      * ONE ROW PER DEPARTMENT; THE LEDGER IS JOINED FOR THE YEAR UP
      * TO THE END OF THE STATEMENT MONTH, AND A REFUND ('R') COUNTS
      * AGAINST THE YEAR-TO-DATE SPEND
           EXEC SQL
            DECLARE TRVL_CUR CURSOR FOR
             SELECT D.DEPTCODE, D.DEPTNAME, COALESCE(D.TRAVEL_BUD, 0),
                    COALESCE(SUM(CASE WHEN T.ENTRY_TYPE = 'C'
                         AND T.ENTRY_DATE >= :WS-MONTH-START
                         THEN T.AMOUNT ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN T.ENTRY_TYPE = 'R'
                         AND T.ENTRY_DATE >= :WS-MONTH-START
                         THEN T.AMOUNT ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN T.ENTRY_TYPE = 'R'
                         THEN 0 - T.AMOUNT ELSE T.AMOUNT END), 0)
             FROM DEPTMAST D
                  LEFT OUTER JOIN TRNDUTY T
                    ON T.DEPTCODE = D.DEPTCODE
                   AND T.ENTRY_DATE BETWEEN :WS-YEAR-START
                                        AND :WS-MONTH-END
             GROUP BY D.DEPTCODE, D.DEPTNAME, D.TRAVEL_BUD
             HAVING COALESCE(D.TRAVEL_BUD, 0) > 0
                 OR COUNT(T.AUTH_NO) > 0
             ORDER BY D.DEPTCODE
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 100-OPEN-FILE-PARA.
           IF WS-TRVLRPT-ST = '00'
              PERFORM 110-OPEN-CUR-PARA
              IF SQLCODE = 0
                 PERFORM 120-FETCH-PARA
                 PERFORM 200-PROCESS-PARA UNTIL EOF-DEPT
              ELSE
                 DISPLAY 'ERROR IN OPEN TRVL_CUR ' WS-SQLCODE
                 MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM 800-CLOSE-CUR-PARA
           ELSE
              DISPLAY 'ERROR IN OPEN ' WS-TRVLRPT-ST
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 700-FINAL-PARA.
           PERFORM 900-CLOSE-FILE-PARA.
           PERFORM 995-WRITE-STATUS-PARA.
           STOP RUN.
      * THE STATEMENT MONTH IS THE MONTH OF THE RUN DATE; DAY 31 IS
      * SAFE AS THE UPPER BOUND OF A NUMERIC YYYYMMDD RANGE
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
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE TO WS-TODAY8
           ELSE
              ACCEPT WS-SYS-DATE FROM DATE
              COMPUTE WS-TODAY8 = 20000000 + WS-SYS-DATE
           END-IF.
           COMPUTE WS-YEAR-START  = WS-TODAY-YYYY * 10000 + 0101.
           COMPUTE WS-MONTH-START = WS-TODAY-YYYY * 10000
                                  + WS-TODAY-MM * 100 + 1.
           COMPUTE WS-MONTH-END   = WS-TODAY-YYYY * 10000
                                  + WS-TODAY-MM * 100 + 31.
           MOVE WS-TODAY-YYYY TO HDR-YYYY.
           MOVE WS-TODAY-MM TO HDR-MM.
        100-OPEN-FILE-PARA.
           OPEN OUTPUT TRVLRPT.
           MOVE WS-AST TO TRVLRPT-ID.
           WRITE TRVLRPT-LIST.
           MOVE WS-HDR1 TO TRVLRPT-ID.
           WRITE TRVLRPT-LIST.
           MOVE WS-AST TO TRVLRPT-ID.
           WRITE TRVLRPT-LIST.
           MOVE WS-HDR2 TO TRVLRPT-ID.
           WRITE TRVLRPT-LIST.
           MOVE WS-AST TO TRVLRPT-ID.
           WRITE TRVLRPT-LIST.
        110-OPEN-CUR-PARA.
           EXEC SQL
             OPEN TRVL_CUR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        120-FETCH-PARA.
           EXEC SQL
             FETCH TRVL_CUR
             INTO :WS-DEPT-CODE,
                  :WS-DEPT-NAME,
                  :WS-TRAVEL-BUD,
                  :WS-MTH-CHARGE,
                  :WS-MTH-REFUND,
                  :WS-YTD-NET
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        200-PROCESS-PARA.
           EVALUATE SQLCODE
             WHEN 0
                PERFORM 300-DETAIL-PARA
                PERFORM 120-FETCH-PARA
             WHEN 100
                SET EOF-DEPT TO TRUE
             WHEN OTHER
                DISPLAY "ERROR " WS-SQLCODE " ON DEPT " WS-DEPT-CODE
                PERFORM 990-SQL-ERROR-PARA
                SET EOF-DEPT TO TRUE
           END-EVALUATE.
      * A DEPARTMENT WITH NO TRAVEL BUDGET LOADED PRINTS UNFLAGGED
      * WITH NOTHING SHOWN REMAINING
        300-DETAIL-PARA.
           ADD 1 TO WS-DEPT-COUNT.
           ADD WS-MTH-CHARGE TO WS-TOT-CHARGE.
           ADD WS-MTH-REFUND TO WS-TOT-REFUND.
           ADD WS-YTD-NET TO WS-TOT-YTD.
           MOVE ZERO TO WS-REMAINING.
           IF WS-TRAVEL-BUD > 0
              COMPUTE WS-REMAINING = WS-TRAVEL-BUD - WS-YTD-NET
           END-IF.
           MOVE SPACES TO WS-DTL-LINE.
           MOVE WS-DEPT-CODE TO DTL-DEPT.
           MOVE WS-DEPT-NAME TO DTL-NAME.
           MOVE WS-TRAVEL-BUD TO DTL-BUDGET.
           MOVE WS-MTH-CHARGE TO DTL-MTH-CHARGE.
           MOVE WS-MTH-REFUND TO DTL-MTH-REFUND.
           MOVE WS-YTD-NET TO DTL-YTD-NET.
           MOVE WS-REMAINING TO DTL-REMAINING.
           IF WS-TRAVEL-BUD > 0 AND WS-YTD-NET > WS-TRAVEL-BUD
              MOVE 'OVER' TO DTL-FLAG
              ADD 1 TO WS-OVER-COUNT
           END-IF.
           MOVE WS-DTL-LINE TO TRVLRPT-ID.
           WRITE TRVLRPT-LIST.
        700-FINAL-PARA.
           MOVE WS-AST TO TRVLRPT-ID.
           WRITE TRVLRPT-LIST.
           MOVE 'DEPARTMENTS REPORTED' TO SUM-LABEL.
           MOVE WS-DEPT-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO TRVLRPT-ID.
           WRITE TRVLRPT-LIST.
           MOVE 'DEPARTMENTS OVER BUDGET' TO SUM-LABEL.
           MOVE WS-OVER-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO TRVLRPT-ID.
           WRITE TRVLRPT-LIST.
           MOVE 'MONTH DUTY FARES CHARGED' TO AMT-LABEL.
           MOVE WS-TOT-CHARGE TO AMT-VALUE.
           MOVE WS-AMT-LINE TO TRVLRPT-ID.
           WRITE TRVLRPT-LIST.
           MOVE 'MONTH REFUNDS CREDITED' TO AMT-LABEL.
           MOVE WS-TOT-REFUND TO AMT-VALUE.
           MOVE WS-AMT-LINE TO TRVLRPT-ID.
           WRITE TRVLRPT-LIST.
           MOVE 'YEAR-TO-DATE NET SPEND' TO AMT-LABEL.
           MOVE WS-TOT-YTD TO AMT-VALUE.
           MOVE WS-AMT-LINE TO TRVLRPT-ID.
           WRITE TRVLRPT-LIST.
           MOVE WS-AST TO TRVLRPT-ID.
           WRITE TRVLRPT-LIST.
           IF WS-OVER-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
        800-CLOSE-CUR-PARA.
           EXEC SQL
             CLOSE TRVL_CUR
           END-EXEC.
        900-CLOSE-FILE-PARA.
           CLOSE TRVLRPT.
        990-SQL-ERROR-PARA.
           MOVE WS-DEPT-CODE TO WS-ERRH-KEY.
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
           MOVE 'TRVLSTMT' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE
           ELSE
              ACCEPT STL-RUN-DATE FROM DATE
           END-IF.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
