       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYEQTY.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/14/26  RKS  NEW PROGRAM. PAY EQUITY REPORT FOR THE ANNUAL
      *                 LABOUR DEPARTMENT FILING -- HEADCOUNT, AVERAGE
      *                 AND MEDIAN SALARY BY SEX WITHIN EACH WORKDEPT
      *                 AND ACROSS THE COMPANY, WITH THE MALE/FEMALE
      *                 GAP AS A PERCENTAGE OF THE MALE FIGURE; A
      *                 DEPARTMENT WHOSE AVERAGE GAP EXCEEDS THE EQTYCTL
      *                 THRESHOLD EITHER WAY IS FLAGGED. ALSO THE SHARE
      *                 OF THE REVIEW YEAR'S SALHIST RAISE DOLLARS (NET
      *                 OF BACK-OUTS) AND OF EACH APPRAISL RATING GOING
      *                 TO EACH GROUP. EQTYCTL CARD -- GAP THRESHOLD
      *                 PERCENT COLS 1-5 (999V99, DEFAULT 005.00) AND
      *                 REVIEW YEAR COLS 7-10 (DEFAULT THE RUN YEAR).
      *                 REPLACES THE HAND-BUILT SHEET OFF EMPROST.
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
           SELECT EQTYCTL ASSIGN TO EQTYCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-EQTYCTL-ST.
           SELECT EQTYRPT ASSIGN TO EQTYRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-EQTYRPT-ST.
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
       FD EQTYCTL
           RECORDING MODE IS F.
       01 EQTYCTL-REC.
         05 CTL-GAP-PCT           PIC X(5).
         05                       PIC X(1).
         05 CTL-REV-YEAR          PIC X(4).
         05                       PIC X(70).
       FD EQTYRPT
           RECORDING MODE IS F.
       01 EQTYRPT-LIST.
         05 EQTYRPT-ID            PIC X(80).
       WORKING-STORAGE SECTION.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-EQTYCTL-ST        PIC X(2).
        77  WS-EQTYRPT-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-GAP-THRESH        PIC 9(3)V99 VALUE 5.00.
        01  WS-GAP-THRESH-X REDEFINES WS-GAP-THRESH PIC X(5).
        01  WS-REV-YEAR          PIC 9(4) VALUE ZERO.
        01  WS-REV-YY            PIC 9(2) VALUE ZERO.
        01  WS-HIST-FROM         PIC 9(6) VALUE ZERO.
        01  WS-HIST-TO           PIC 9(6) VALUE ZERO.
        01  WS-EMP-EOF           PIC X VALUE 'N'.
            88 EOF-EMP             VALUE 'Y'.
        01  WS-MED-EOF           PIC X VALUE 'N'.
            88 EOF-MED             VALUE 'Y'.
        01  WS-RSE-EOF           PIC X VALUE 'N'.
            88 EOF-RSE             VALUE 'Y'.
        01  WS-RAT-EOF           PIC X VALUE 'N'.
            88 EOF-RAT             VALUE 'Y'.
        01  WS-FIRST-ROW         PIC X VALUE 'Y'.
            88 FIRST-ROW           VALUE 'Y'.
        01  WS-PREV-WORKDEPT     PIC X(3) VALUE SPACES.
        01  WS-PREV-SEX          PIC X(1) VALUE SPACES.
        01  WS-SX                PIC 9(1) VALUE ZERO.
        01  WS-PREV-SX           PIC 9(1) VALUE ZERO.
        01  WS-RX                PIC 9(1) VALUE ZERO.
      * 1 = MALE, 2 = FEMALE, 3 = ANY OTHER OR BLANK SEX CODE
        01  WS-SEX-NAMES.
            05                   PIC X(18) VALUE
               'MALE  FEMALEOTHER '.
        01  WS-SEX-NAME-TBL REDEFINES WS-SEX-NAMES.
            05 WS-SEX-NAME       PIC X(6) OCCURS 3 TIMES.
        01  WS-RATE-CODES        PIC X(5) VALUE 'ABCDE'.
        01  WS-GRP-TABLE.
            05 WS-GRP-SAL        OCCURS 2000
                                 PIC S9(7)V99 COMP-3.
        01  WS-GRP-CNT           PIC 9(5) COMP VALUE ZERO.
        01  WS-GRP-FULL          PIC X VALUE 'N'.
            88 GRP-FULL            VALUE 'Y'.
        01  WS-MED-LO            PIC 9(5) COMP VALUE ZERO.
        01  WS-MED-HI            PIC 9(5) COMP VALUE ZERO.
        01  WS-MED-POS           PIC 9(5) COMP VALUE ZERO.
        01  WS-MED-LO-SAL        PIC S9(7)V99 COMP-3 VALUE ZERO.
        01  WS-DEPT-STATS.
            05 WS-D-ENTRY        OCCURS 3.
               10 WS-D-CNT       PIC 9(5) COMP.
               10 WS-D-SUM       PIC S9(11)V99 COMP-3.
               10 WS-D-MED       PIC S9(7)V99 COMP-3.
        01  WS-CO-STATS.
            05 WS-C-ENTRY        OCCURS 3.
               10 WS-C-CNT       PIC 9(5) COMP.
               10 WS-C-SUM       PIC S9(11)V99 COMP-3.
               10 WS-C-MED       PIC S9(7)V99 COMP-3.
        01  WS-C-TOT-CNT         PIC 9(5) COMP VALUE ZERO.
        01  WS-RAISE-STATS.
            05 WS-R-ENTRY        OCCURS 3.
               10 WS-R-CNT       PIC 9(7) COMP.
               10 WS-R-SUM       PIC S9(11)V99 COMP-3.
        01  WS-R-TOT-SUM         PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-RATE-STATS.
            05 WS-RT-ENTRY       OCCURS 5.
               10 WS-RT-CNT      OCCURS 3 PIC 9(5) COMP.
        01  WS-RT-TOT            PIC 9(5) COMP VALUE ZERO.
        01  WS-AVG-M             PIC S9(7)V99 VALUE ZERO.
        01  WS-AVG-F             PIC S9(7)V99 VALUE ZERO.
        01  WS-AVG               PIC S9(7)V99 VALUE ZERO.
        01  WS-GAP-PCT           PIC S9(3)V99 VALUE ZERO.
        01  WS-SHARE-PCT         PIC S9(3)V99 VALUE ZERO.
        01  WS-DEPT-COUNT        PIC 9(5) VALUE ZERO.
        01  WS-FLAG-COUNT        PIC 9(5) VALUE ZERO.
        01  WS-MED-SEX           PIC X(1).
        01  WS-Q-SEX             PIC X(1).
        01  WS-Q-RATING          PIC X(1).
        01  WS-Q-CNT             PIC S9(9) COMP.
        01  WS-Q-SUM             PIC S9(11)V99 COMP-3.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'PAYEQTY'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(24) VALUE SPACES.
            05                   PIC X(32) VALUE
               'PAY EQUITY REPORT'.
            05                   PIC X(24).
        01  WS-HDR2.
            05                   PIC X(22) VALUE
               'REVIEW YEAR'.
            05 HDR2-YEAR         PIC 9(4).
            05                   PIC X(6).
            05                   PIC X(22) VALUE
               'GAP THRESHOLD PCT'.
            05 HDR2-THRESH       PIC ZZ9.99.
            05                   PIC X(20).
        01  WS-SAL-HDR.
            05                   PIC X(5)  VALUE 'DEPT'.
            05                   PIC X(8)  VALUE 'SEX'.
            05                   PIC X(8)  VALUE 'HEADS'.
            05                   PIC X(14) VALUE 'AVERAGE'.
            05                   PIC X(14) VALUE 'MEDIAN'.
            05                   PIC X(31).
        01  WS-SAL-LINE.
            05 SAL-WORKDEPT      PIC X(3).
            05                   PIC X(2).
            05 SAL-SEX           PIC X(6).
            05                   PIC X(2).
            05 SAL-HEADS         PIC ZZ,ZZ9.
            05                   PIC X(2).
            05 SAL-AVERAGE       PIC Z,ZZZ,ZZ9.99.
            05                   PIC X(2).
            05 SAL-MEDIAN        PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
            05                   PIC X(33).
        01  WS-GAP-LINE.
            05 GAP-WORKDEPT      PIC X(3).
            05                   PIC X(2).
            05                   PIC X(26) VALUE
               'AVERAGE GAP (M-F) PCT'.
            05 GAP-AVG-PCT       PIC ZZ9.99-.
            05                   PIC X(2).
            05                   PIC X(11) VALUE 'MEDIAN PCT'.
            05 GAP-MED-PCT       PIC ZZ9.99-.
            05                   PIC X(2).
            05 GAP-FLAG          PIC X(16).
            05                   PIC X(4).
        01  WS-HDR3.
            05                   PIC X(48) VALUE
               'SHARE OF SALHIST RAISE DOLLARS IN REVIEW YEAR'.
            05                   PIC X(32).
        01  WS-HDR4.
            05                   PIC X(48) VALUE
               'SHARE OF APPRAISL RATINGS IN REVIEW YEAR'.
            05                   PIC X(32).
        01  WS-RSE-HDR.
            05                   PIC X(8)  VALUE 'SEX'.
            05                   PIC X(10) VALUE 'RAISES'.
            05                   PIC X(18) VALUE 'RAISE DOLLARS'.
            05                   PIC X(12) VALUE 'DOLLAR PCT'.
            05                   PIC X(12) VALUE 'HEADS PCT'.
            05                   PIC X(20).
        01  WS-RSE-LINE.
            05 RSE-SEX           PIC X(6).
            05                   PIC X(2).
            05 RSE-COUNT         PIC Z,ZZZ,ZZ9.
            05                   PIC X(1).
            05 RSE-DOLLARS       PIC ZZZ,ZZZ,ZZ9.99-.
            05                   PIC X(3).
            05 RSE-PCT           PIC ZZ9.99-.
            05                   PIC X(5).
            05 RSE-HEADS-PCT     PIC ZZ9.99-.
            05                   PIC X(25).
        01  WS-RAT-HDR.
            05                   PIC X(8)  VALUE 'RATING'.
            05                   PIC X(8)  VALUE 'MALE'.
            05                   PIC X(8)  VALUE 'FEMALE'.
            05                   PIC X(8)  VALUE 'OTHER'.
            05                   PIC X(10) VALUE 'MALE PCT'.
            05                   PIC X(10) VALUE 'FEM PCT'.
            05                   PIC X(28).
        01  WS-RAT-LINE.
            05 RAT-RATING        PIC X(1).
            05                   PIC X(5).
            05 RAT-MALE          PIC ZZ,ZZ9.
            05                   PIC X(2).
            05 RAT-FEMALE        PIC ZZ,ZZ9.
            05                   PIC X(2).
            05 RAT-OTHER         PIC ZZ,ZZ9.
            05                   PIC X(2).
            05 RAT-MALE-PCT      PIC ZZ9.99.
            05                   PIC X(4).
            05 RAT-FEM-PCT       PIC ZZ9.99.
            05                   PIC X(34).
        01  WS-TOT-LINE.
            05 TOT-LABEL         PIC X(30).
            05 TOT-COUNT         PIC ZZ,ZZ9.
            05                   PIC X(44).
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
            INCLUDE EMPLOYEE
           END-EXEC.
           EXEC SQL
            DECLARE EQ_EMP_CUR CURSOR FOR
             SELECT WORKDEPT, SEX, COALESCE(SALARY, 0)
             FROM EMPLOYEE
             ORDER BY WORKDEPT, SEX, 3
           END-EXEC.
           EXEC SQL
            DECLARE EQ_MED_CUR CURSOR FOR
             SELECT COALESCE(SALARY, 0)
             FROM EMPLOYEE
             WHERE SEX = :WS-MED-SEX
             ORDER BY 1
           END-EXEC.
           EXEC SQL
            DECLARE EQ_RSE_CUR CURSOR FOR
             SELECT E.SEX, COUNT(*),
                    SUM(H.NEW_SALARY - H.OLD_SALARY)
             FROM SALHIST H, EMPLOYEE E
             WHERE H.EMPNO = E.EMPNO
               AND H.RUNDATE BETWEEN :WS-HIST-FROM AND :WS-HIST-TO
             GROUP BY E.SEX
           END-EXEC.
           EXEC SQL
            DECLARE EQ_RAT_CUR CURSOR FOR
             SELECT A.RATING, E.SEX, COUNT(*)
             FROM APPRAISL A, EMPLOYEE E
             WHERE A.EMPNO = E.EMPNO
               AND A.APPR_YEAR = :WS-REV-YEAR
             GROUP BY A.RATING, E.SEX
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 050-READ-EQTYCTL-PARA.
           PERFORM 100-OPEN-FILE-PARA.
           IF WS-EQTYRPT-ST = '00'
              PERFORM 110-OPEN-CUR-PARA
              IF SQLCODE = 0
                 PERFORM 120-FETCH-PARA
                 PERFORM 200-PROCESS-PARA UNTIL EOF-EMP
                 IF NOT FIRST-ROW
                    PERFORM 320-CLOSE-GROUP-PARA
                    PERFORM 400-DEPT-PRINT-PARA
                 END-IF
              ELSE
                 DISPLAY 'ERROR IN OPEN EQ_EMP_CUR ' WS-SQLCODE
                 MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM 800-CLOSE-CUR-PARA
              PERFORM 500-COMPANY-PARA
              PERFORM 600-RAISE-SHARE-PARA
              PERFORM 650-RATING-SHARE-PARA
           ELSE
              DISPLAY 'ERROR IN OPEN ' WS-EQTYRPT-ST
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 900-CLOSE-FILE-PARA.
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
           IF WS-SHARED-RUN-DATE = ZERO
              ACCEPT WS-SYS-DATE FROM DATE
              COMPUTE WS-SHARED-RUN-DATE = 20000000 + WS-SYS-DATE
           END-IF.
      * SALHIST RUN DATES ARE YYMMDD, SO THE REVIEW YEAR BECOMES A
      * YYMMDD RANGE FOR THE RAISE SHARE
        050-READ-EQTYCTL-PARA.
           MOVE WS-SHARED-RUN-DATE(1:4) TO WS-REV-YEAR.
           OPEN INPUT EQTYCTL.
           IF WS-EQTYCTL-ST = '00'
              READ EQTYCTL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-GAP-PCT NUMERIC
                       MOVE CTL-GAP-PCT TO WS-GAP-THRESH-X
                    END-IF
                    IF CTL-REV-YEAR NUMERIC AND
                       CTL-REV-YEAR NOT = '0000'
                       MOVE CTL-REV-YEAR TO WS-REV-YEAR
                    END-IF
              END-READ
              CLOSE EQTYCTL
           END-IF.
           MOVE WS-REV-YEAR(3:2) TO WS-REV-YY.
           COMPUTE WS-HIST-FROM = WS-REV-YY * 10000 + 0101.
           COMPUTE WS-HIST-TO = WS-REV-YY * 10000 + 1231.
           DISPLAY 'REVIEW YEAR ' WS-REV-YEAR
                   ' GAP THRESHOLD PCT ' WS-GAP-THRESH-X.
        100-OPEN-FILE-PARA.
           OPEN OUTPUT EQTYRPT.
           MOVE WS-AST TO EQTYRPT-ID.
           WRITE EQTYRPT-LIST.
           MOVE WS-HDR1 TO EQTYRPT-ID.
           WRITE EQTYRPT-LIST.
           MOVE WS-REV-YEAR TO HDR2-YEAR.
           MOVE WS-GAP-THRESH TO HDR2-THRESH.
           MOVE WS-HDR2 TO EQTYRPT-ID.
           WRITE EQTYRPT-LIST.
           MOVE WS-AST TO EQTYRPT-ID.
           WRITE EQTYRPT-LIST.
           MOVE WS-SAL-HDR TO EQTYRPT-ID.
           WRITE EQTYRPT-LIST.
           MOVE WS-AST TO EQTYRPT-ID.
           WRITE EQTYRPT-LIST.
           INITIALIZE WS-DEPT-STATS WS-CO-STATS WS-RAISE-STATS
                      WS-RATE-STATS.
        110-OPEN-CUR-PARA.
           EXEC SQL
             OPEN EQ_EMP_CUR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        120-FETCH-PARA.
           EXEC SQL
             FETCH EQ_EMP_CUR
             INTO :WORKDEPT,
                  :SEX,
                  :SALARY
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        200-PROCESS-PARA.
           EVALUATE SQLCODE
             WHEN 0
                PERFORM 300-BREAK-CHECK-PARA
                PERFORM 350-ACCUM-PARA
                PERFORM 120-FETCH-PARA
             WHEN 100
                SET EOF-EMP TO TRUE
             WHEN OTHER
                DISPLAY "ERROR " WS-SQLCODE " ON DEPT " WORKDEPT
                PERFORM 990-SQL-ERROR-PARA
                SET EOF-EMP TO TRUE
           END-EVALUATE.
        300-BREAK-CHECK-PARA.
           EVALUATE SEX
              WHEN 'M'
                 MOVE 1 TO WS-SX
              WHEN 'F'
                 MOVE 2 TO WS-SX
              WHEN OTHER
                 MOVE 3 TO WS-SX
           END-EVALUATE.
           IF FIRST-ROW
              MOVE 'N' TO WS-FIRST-ROW
           ELSE
              IF WORKDEPT NOT = WS-PREV-WORKDEPT
                 PERFORM 320-CLOSE-GROUP-PARA
                 PERFORM 400-DEPT-PRINT-PARA
              ELSE
                 IF SEX NOT = WS-PREV-SEX
                    PERFORM 320-CLOSE-GROUP-PARA
                 END-IF
              END-IF
           END-IF.
           MOVE WORKDEPT TO WS-PREV-WORKDEPT.
           MOVE SEX TO WS-PREV-SEX.
           MOVE WS-SX TO WS-PREV-SX.
      * ROWS OF ONE DEPT/SEX GROUP ARRIVE IN SALARY ORDER, SO THE
      * MEDIAN IS THE MIDDLE ENTRY (OR THE MEAN OF THE MIDDLE TWO).
      * THE OTHER GROUP CAN MIX SEVERAL CODES AND GETS NO MEDIAN.
        320-CLOSE-GROUP-PARA.
           IF WS-PREV-SX < 3 AND WS-GRP-CNT > 0
              IF GRP-FULL
                 DISPLAY 'GROUP TABLE FULL - NO MEDIAN FOR '
                         WS-PREV-WORKDEPT ' ' WS-PREV-SEX
                 MOVE 4 TO RETURN-CODE
                 MOVE ZERO TO WS-D-MED(WS-PREV-SX)
              ELSE
                 COMPUTE WS-MED-LO = (WS-GRP-CNT + 1) / 2
                 COMPUTE WS-MED-HI = WS-GRP-CNT / 2 + 1
                 COMPUTE WS-D-MED(WS-PREV-SX) ROUNDED =
                    (WS-GRP-SAL(WS-MED-LO) + WS-GRP-SAL(WS-MED-HI))
                    / 2
              END-IF
           END-IF.
           MOVE ZERO TO WS-GRP-CNT.
           MOVE 'N' TO WS-GRP-FULL.
        350-ACCUM-PARA.
           IF WS-GRP-CNT < 2000
              ADD 1 TO WS-GRP-CNT
              MOVE SALARY TO WS-GRP-SAL(WS-GRP-CNT)
           ELSE
              SET GRP-FULL TO TRUE
           END-IF.
           ADD 1 TO WS-D-CNT(WS-SX) WS-C-CNT(WS-SX) WS-C-TOT-CNT.
           ADD SALARY TO WS-D-SUM(WS-SX) WS-C-SUM(WS-SX).
        400-DEPT-PRINT-PARA.
           ADD 1 TO WS-DEPT-COUNT.
           MOVE 1 TO WS-RX.
           PERFORM 410-SEX-LINE-PARA UNTIL WS-RX > 3.
           MOVE SPACES TO WS-GAP-LINE.
           MOVE WS-PREV-WORKDEPT TO GAP-WORKDEPT.
           IF WS-D-CNT(1) > 0 AND WS-D-CNT(2) > 0
              COMPUTE WS-AVG-M ROUNDED = WS-D-SUM(1) / WS-D-CNT(1)
              COMPUTE WS-AVG-F ROUNDED = WS-D-SUM(2) / WS-D-CNT(2)
              PERFORM 430-GAP-PCT-PARA
              MOVE WS-GAP-PCT TO GAP-AVG-PCT
              IF WS-GAP-PCT > WS-GAP-THRESH OR
                 WS-GAP-PCT < 0 - WS-GAP-THRESH
                 MOVE '** OVER LIMIT **' TO GAP-FLAG
                 ADD 1 TO WS-FLAG-COUNT
              END-IF
              MOVE WS-D-MED(1) TO WS-AVG-M
              MOVE WS-D-MED(2) TO WS-AVG-F
              PERFORM 430-GAP-PCT-PARA
              MOVE WS-GAP-PCT TO GAP-MED-PCT
           ELSE
              MOVE 'ONE SEX ONLY' TO GAP-FLAG
           END-IF.
           MOVE WS-GAP-LINE TO EQTYRPT-ID.
           WRITE EQTYRPT-LIST.
           MOVE SPACES TO EQTYRPT-ID.
           WRITE EQTYRPT-LIST.
           INITIALIZE WS-DEPT-STATS.
        410-SEX-LINE-PARA.
           IF WS-D-CNT(WS-RX) > 0
              MOVE SPACES TO WS-SAL-LINE
              MOVE WS-PREV-WORKDEPT TO SAL-WORKDEPT
              MOVE WS-SEX-NAME(WS-RX) TO SAL-SEX
              MOVE WS-D-CNT(WS-RX) TO SAL-HEADS
              COMPUTE WS-AVG ROUNDED =
                 WS-D-SUM(WS-RX) / WS-D-CNT(WS-RX)
              MOVE WS-AVG TO SAL-AVERAGE
              MOVE WS-D-MED(WS-RX) TO SAL-MEDIAN
              MOVE WS-SAL-LINE TO EQTYRPT-ID
              WRITE EQTYRPT-LIST
           END-IF.
           ADD 1 TO WS-RX.
      * GAP IS EXPRESSED AGAINST THE MALE FIGURE; NEGATIVE MEANS
      * THE FEMALE FIGURE IS THE HIGHER
        430-GAP-PCT-PARA.
           IF WS-AVG-M > 0
              COMPUTE WS-GAP-PCT ROUNDED =
                 ((WS-AVG-M - WS-AVG-F) * 100) / WS-AVG-M
           ELSE
              MOVE ZERO TO WS-GAP-PCT
           END-IF.
        500-COMPANY-PARA.
           MOVE 'M' TO WS-MED-SEX.
           MOVE 1 TO WS-SX.
           PERFORM 510-COMPANY-MEDIAN-PARA.
           MOVE 'F' TO WS-MED-SEX.
           MOVE 2 TO WS-SX.
           PERFORM 510-COMPANY-MEDIAN-PARA.
           MOVE WS-CO-STATS TO WS-DEPT-STATS.
           MOVE '***' TO WS-PREV-WORKDEPT.
           MOVE WS-AST TO EQTYRPT-ID.
           WRITE EQTYRPT-LIST.
           MOVE 'COMPANY (DEPT ***)' TO TOT-LABEL.
           MOVE WS-C-TOT-CNT TO TOT-COUNT.
           MOVE WS-TOT-LINE TO EQTYRPT-ID.
           WRITE EQTYRPT-LIST.
           SUBTRACT 1 FROM WS-DEPT-COUNT.
           PERFORM 400-DEPT-PRINT-PARA.
           MOVE 'DEPARTMENTS REPORTED' TO TOT-LABEL.
           MOVE WS-DEPT-COUNT TO TOT-COUNT.
           MOVE WS-TOT-LINE TO EQTYRPT-ID.
           WRITE EQTYRPT-LIST.
           MOVE 'GAPS OVER THRESHOLD' TO TOT-LABEL.
           MOVE WS-FLAG-COUNT TO TOT-COUNT.
           MOVE WS-TOT-LINE TO EQTYRPT-ID.
           WRITE EQTYRPT-LIST.
      * COMPANY MEDIAN -- WALK THE GROUP'S SALARIES IN ORDER UP TO
      * THE MIDDLE POSITION RATHER THAN HOLD THE WHOLE COMPANY
        510-COMPANY-MEDIAN-PARA.
           MOVE ZERO TO WS-C-MED(WS-SX).
           IF WS-C-CNT(WS-SX) > 0
              COMPUTE WS-MED-LO = (WS-C-CNT(WS-SX) + 1) / 2
              COMPUTE WS-MED-HI = WS-C-CNT(WS-SX) / 2 + 1
              MOVE ZERO TO WS-MED-POS
              MOVE 'N' TO WS-MED-EOF
              EXEC SQL
                OPEN EQ_MED_CUR
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 520-FETCH-MED-PARA UNTIL EOF-MED
              ELSE
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR IN OPEN EQ_MED_CUR ' WS-SQLCODE
                 MOVE 8 TO RETURN-CODE
              END-IF
              EXEC SQL
                CLOSE EQ_MED_CUR
              END-EXEC
           END-IF.
        520-FETCH-MED-PARA.
           EXEC SQL
             FETCH EQ_MED_CUR
             INTO :SALARY
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                ADD 1 TO WS-MED-POS
                IF WS-MED-POS = WS-MED-LO
                   MOVE SALARY TO WS-MED-LO-SAL
                END-IF
                IF WS-MED-POS = WS-MED-HI
                   COMPUTE WS-C-MED(WS-SX) ROUNDED =
                      (WS-MED-LO-SAL + SALARY) / 2
                   SET EOF-MED TO TRUE
                END-IF
             WHEN 100
                SET EOF-MED TO TRUE
             WHEN OTHER
                MOVE SQLCODE TO WS-SQLCODE
                DISPLAY "ERROR " WS-SQLCODE " ON SEX " WS-MED-SEX
                PERFORM 990-SQL-ERROR-PARA
                SET EOF-MED TO TRUE
           END-EVALUATE.
        600-RAISE-SHARE-PARA.
           MOVE WS-AST TO EQTYRPT-ID.
           WRITE EQTYRPT-LIST.
           MOVE WS-HDR3 TO EQTYRPT-ID.
           WRITE EQTYRPT-LIST.
           MOVE WS-RSE-HDR TO EQTYRPT-ID.
           WRITE EQTYRPT-LIST.
           EXEC SQL
             OPEN EQ_RSE_CUR
           END-EXEC.
           IF SQLCODE = 0
              PERFORM 610-FETCH-RSE-PARA UNTIL EOF-RSE
           ELSE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR IN OPEN EQ_RSE_CUR ' WS-SQLCODE
              MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL
             CLOSE EQ_RSE_CUR
           END-EXEC.
           MOVE 1 TO WS-RX.
           PERFORM 620-RSE-LINE-PARA UNTIL WS-RX > 3.
        610-FETCH-RSE-PARA.
           EXEC SQL
             FETCH EQ_RSE_CUR
             INTO :WS-Q-SEX,
                  :WS-Q-CNT,
                  :WS-Q-SUM
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                EVALUATE WS-Q-SEX
                   WHEN 'M'
                      MOVE 1 TO WS-SX
                   WHEN 'F'
                      MOVE 2 TO WS-SX
                   WHEN OTHER
                      MOVE 3 TO WS-SX
                END-EVALUATE
                ADD WS-Q-CNT TO WS-R-CNT(WS-SX)
                ADD WS-Q-SUM TO WS-R-SUM(WS-SX) WS-R-TOT-SUM
             WHEN 100
                SET EOF-RSE TO TRUE
             WHEN OTHER
                MOVE SQLCODE TO WS-SQLCODE
                DISPLAY "ERROR " WS-SQLCODE " ON SALHIST"
                PERFORM 990-SQL-ERROR-PARA
                SET EOF-RSE TO TRUE
           END-EVALUATE.
        620-RSE-LINE-PARA.
           MOVE SPACES TO WS-RSE-LINE.
           MOVE WS-SEX-NAME(WS-RX) TO RSE-SEX.
           MOVE WS-R-CNT(WS-RX) TO RSE-COUNT.
           MOVE WS-R-SUM(WS-RX) TO RSE-DOLLARS.
           IF WS-R-TOT-SUM NOT = 0
              COMPUTE WS-SHARE-PCT ROUNDED =
                 (WS-R-SUM(WS-RX) * 100) / WS-R-TOT-SUM
           ELSE
              MOVE ZERO TO WS-SHARE-PCT
           END-IF.
           MOVE WS-SHARE-PCT TO RSE-PCT.
           IF WS-C-TOT-CNT > 0
              COMPUTE WS-SHARE-PCT ROUNDED =
                 (WS-C-CNT(WS-RX) * 100) / WS-C-TOT-CNT
           ELSE
              MOVE ZERO TO WS-SHARE-PCT
           END-IF.
           MOVE WS-SHARE-PCT TO RSE-HEADS-PCT.
           MOVE WS-RSE-LINE TO EQTYRPT-ID.
           WRITE EQTYRPT-LIST.
           ADD 1 TO WS-RX.
        650-RATING-SHARE-PARA.
           MOVE WS-AST TO EQTYRPT-ID.
           WRITE EQTYRPT-LIST.
           MOVE WS-HDR4 TO EQTYRPT-ID.
           WRITE EQTYRPT-LIST.
           MOVE WS-RAT-HDR TO EQTYRPT-ID.
           WRITE EQTYRPT-LIST.
           EXEC SQL
             OPEN EQ_RAT_CUR
           END-EXEC.
           IF SQLCODE = 0
              PERFORM 660-FETCH-RAT-PARA UNTIL EOF-RAT
           ELSE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR IN OPEN EQ_RAT_CUR ' WS-SQLCODE
              MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL
             CLOSE EQ_RAT_CUR
           END-EXEC.
           MOVE 1 TO WS-RX.
           PERFORM 670-RAT-LINE-PARA UNTIL WS-RX > 5.
           MOVE WS-AST TO EQTYRPT-ID.
           WRITE EQTYRPT-LIST.
        660-FETCH-RAT-PARA.
           EXEC SQL
             FETCH EQ_RAT_CUR
             INTO :WS-Q-RATING,
                  :WS-Q-SEX,
                  :WS-Q-CNT
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                EVALUATE WS-Q-SEX
                   WHEN 'M'
                      MOVE 1 TO WS-SX
                   WHEN 'F'
                      MOVE 2 TO WS-SX
                   WHEN OTHER
                      MOVE 3 TO WS-SX
                END-EVALUATE
                EVALUATE WS-Q-RATING
                   WHEN 'A'
                      MOVE 1 TO WS-RX
                   WHEN 'B'
                      MOVE 2 TO WS-RX
                   WHEN 'C'
                      MOVE 3 TO WS-RX
                   WHEN 'D'
                      MOVE 4 TO WS-RX
                   WHEN 'E'
                      MOVE 5 TO WS-RX
                   WHEN OTHER
                      MOVE ZERO TO WS-RX
                      DISPLAY 'UNKNOWN RATING ' WS-Q-RATING
                              ' IGNORED'
                END-EVALUATE
                IF WS-RX > 0
                   ADD WS-Q-CNT TO WS-RT-CNT(WS-RX WS-SX)
                END-IF
             WHEN 100
                SET EOF-RAT TO TRUE
             WHEN OTHER
                MOVE SQLCODE TO WS-SQLCODE
                DISPLAY "ERROR " WS-SQLCODE " ON APPRAISL"
                PERFORM 990-SQL-ERROR-PARA
                SET EOF-RAT TO TRUE
           END-EVALUATE.
        670-RAT-LINE-PARA.
           MOVE SPACES TO WS-RAT-LINE.
           MOVE WS-RATE-CODES(WS-RX:1) TO RAT-RATING.
           MOVE WS-RT-CNT(WS-RX 1) TO RAT-MALE.
           MOVE WS-RT-CNT(WS-RX 2) TO RAT-FEMALE.
           MOVE WS-RT-CNT(WS-RX 3) TO RAT-OTHER.
           COMPUTE WS-RT-TOT = WS-RT-CNT(WS-RX 1) + WS-RT-CNT(WS-RX 2)
                             + WS-RT-CNT(WS-RX 3).
           IF WS-RT-TOT > 0
              COMPUTE WS-SHARE-PCT ROUNDED =
                 (WS-RT-CNT(WS-RX 1) * 100) / WS-RT-TOT
              MOVE WS-SHARE-PCT TO RAT-MALE-PCT
              COMPUTE WS-SHARE-PCT ROUNDED =
                 (WS-RT-CNT(WS-RX 2) * 100) / WS-RT-TOT
              MOVE WS-SHARE-PCT TO RAT-FEM-PCT
           ELSE
              MOVE ZERO TO RAT-MALE-PCT RAT-FEM-PCT
           END-IF.
           MOVE WS-RAT-LINE TO EQTYRPT-ID.
           WRITE EQTYRPT-LIST.
           ADD 1 TO WS-RX.
        800-CLOSE-CUR-PARA.
           EXEC SQL
             CLOSE EQ_EMP_CUR
           END-EXEC.
        900-CLOSE-FILE-PARA.
           CLOSE EQTYRPT.
        990-SQL-ERROR-PARA.
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
           MOVE 'PAYEQTY ' TO STL-PROGRAM-ID.
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
