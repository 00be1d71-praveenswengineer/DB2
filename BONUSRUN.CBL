       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BONUSRUN.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  RERUN GUARD. EACH POSTING NOW STAMPS THE
      *                 APPRAISL ROW'S BONUS_PAID WITH THE AMOUNT IN THE
      *                 SAME UNIT OF WORK; A RERUN FOR THE SAME
      *                 APPRAISAL YEAR LISTS AN EMPLOYEE ALREADY
      *                 STAMPED AS 'ALREADY PAID' AND NEITHER POSTS NOR
      *                 FEEDS THEM AGAIN.
      *  10/14/26  RKS  NEW PROGRAM. ANNUAL PERFORMANCE BONUS RUN OFF
      *                 THE APPRAISL RATINGS APPRLOAD LOADS. BONUSCTL
      *                 CARDS GIVE THE PAYOUT PERCENT OF SALARY PER
      *                 RATING ('R' CARDS, AS MERITCTL), THE BONUS POOL
      *                 PER DEPARTMENT ('P' CARDS -- AN AMOUNT, OR A
      *                 PERCENT OF THE DEPTMAST BUD_SALARY; DEPARTMENT
      *                 '***' COVERS EVERY DEPARTMENT WITHOUT ITS OWN
      *                 CARD) AND THE APPRAISAL YEAR ('Y' CARD, DEFAULT
      *                 THE RUN-DATE YEAR). EACH EMPLOYEE'S BONUS IS
      *                 SALARY TIMES THE RATING PERCENT, SCALED DOWN
      *                 PRO RATA WHEN THE DEPARTMENT'S TOTAL WOULD
      *                 EXCEED ITS POOL, POSTED TO EMPLOYEE BONUS AND
      *                 SENT TO PAYROLL AS A 'BON' PAYFEED RECORD FOR
      *                 PAYRECON. BONUSRPT IS THE REGISTER BY
      *                 DEPARTMENT. A DEPARTMENT WITH NO POOL IS NOT
      *                 PAID AND ENDS THE RUN RC 4. A SIMCTL 'Y' CARD
      *                 RUNS THE WHOLE CALCULATION AS A WHAT-IF, AS IN
      *                 CURUPDAT -- REGISTER ONLY, NO UPDATE, NO FEED.
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
           SELECT SIMCTL ASSIGN TO SIMCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SIMCTL-ST.
           SELECT BONUSCTL ASSIGN TO BONUSCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BONUSCTL-ST.
           SELECT PAYFEED ASSIGN TO PAYFEED
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PAYFEED-ST.
           SELECT BONUSRPT ASSIGN TO BONUSRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BONUSRPT-ST.
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
       FD SIMCTL
           RECORDING MODE IS F.
       01 SIMCTL-REC.
         05 CTL-SIM-SW            PIC X(1).
         05                       PIC X(79).
       FD BONUSCTL
           RECORDING MODE IS F.
       01 BONUSCTL-REC.
         05 BC-CARD-TYPE          PIC X(1).
            88 BC-RATE-CARD         VALUE 'R'.
            88 BC-POOL-CARD         VALUE 'P'.
            88 BC-YEAR-CARD         VALUE 'Y'.
         05                       PIC X(79).
       01 BC-RATE-REC.
         05                       PIC X(2).
         05 BC-RATING             PIC X(1).
         05                       PIC X(1).
         05 BC-RATE-PCT           PIC X(5).
         05                       PIC X(71).
       01 BC-POOL-REC.
         05                       PIC X(2).
         05 BC-DEPT               PIC X(3).
         05                       PIC X(1).
         05 BC-POOL-AMT           PIC X(11).
         05                       PIC X(1).
         05 BC-POOL-PCT           PIC X(5).
         05                       PIC X(57).
       01 BC-YEAR-REC.
         05                       PIC X(2).
         05 BC-APPR-YEAR          PIC X(4).
         05                       PIC X(74).
      * SAME RECORD LAYOUT AS CURUPDAT'S PAYFEED EXTRACT
       FD PAYFEED
           RECORDING MODE IS F.
       01 PAYFEED-REC.
         05 PAYFEED-EMPNO         PIC X(6).
         05                       PIC X(1).
         05 PAYFEED-WORKDEPT      PIC X(3).
         05                       PIC X(1).
         05 PAYFEED-OLD-SALARY    PIC 9(7)V99.
         05                       PIC X(1).
         05 PAYFEED-NEW-SALARY    PIC 9(7)V99.
         05                       PIC X(1).
         05 PAYFEED-EFFDATE       PIC 9(6).
         05                       PIC X(1).
         05 PAYFEED-REC-TYPE      PIC X(3).
         05                       PIC X(47).
       FD BONUSRPT
           RECORDING MODE IS F.
       01 BONUSRPT-LIST.
         05 BONUSRPT-ID           PIC X(80).
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-SIMCTL-ST         PIC X(2).
        77  WS-BONUSCTL-ST       PIC X(2).
        77  WS-PAYFEED-ST        PIC X(2).
        77  WS-BONUSRPT-ST       PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-RUN-DATE          PIC 9(6) VALUE ZERO.
        01  WS-SIM-SW            PIC X(1) VALUE 'N'.
            88 SIM-MODE            VALUE 'Y'.
        01  WS-BONUSCTL-EOF      PIC X VALUE 'N'.
            88 EOF-BONUSCTL        VALUE 'Y'.
        01  WS-BONUS-EOF         PIC X VALUE 'N'.
            88 EOF-BONUS           VALUE 'Y'.
        01  WS-SQL-FAILED        PIC X VALUE 'N'.
            88 SQL-FAILED          VALUE 'Y'.
        01  WS-PCT-TABLE.
            05 WS-RATE-PCT       OCCURS 5 PIC 9(3)V99.
        01  WS-MATRIX-LOADED     PIC X VALUE 'N'.
            88 MATRIX-LOADED       VALUE 'Y'.
        01  WS-APPR-YEAR         PIC 9(4) VALUE ZERO.
        01  WS-RATE-SUB          PIC 9(1) VALUE ZERO.
        01  WS-RATE-CODE         PIC X(1) VALUE SPACE.
        01  WS-PCT-IN            PIC 9(3)V99 VALUE ZERO.
        01  WS-PCT-IN-X          REDEFINES WS-PCT-IN PIC X(5).
        01  WS-AMT-IN            PIC 9(9)V99 VALUE ZERO.
        01  WS-AMT-IN-X          REDEFINES WS-AMT-IN PIC X(11).
      * POOL CARDS; DEPARTMENT '***' IS THE DEFAULT FOR THE REST
        01  WS-POOL-MAX          PIC 9(3) COMP VALUE ZERO.
        01  WS-POOL-SUB          PIC 9(3) COMP VALUE ZERO.
        01  WS-POOL-FOUND        PIC X VALUE 'N'.
            88 POOL-FOUND          VALUE 'Y'.
        01  WS-POOL-TABLE.
            05 WS-POOL-ENTRY OCCURS 100.
               10 WS-P-DEPT      PIC X(3).
               10 WS-P-AMT       PIC 9(9)V99.
               10 WS-P-PCT       PIC 9(3)V99.
        01  WS-DEFAULT-POOL.
            05 WS-DFLT-SET       PIC X VALUE 'N'.
               88 DFLT-POOL-SET    VALUE 'Y'.
            05 WS-DFLT-AMT       PIC 9(9)V99 VALUE ZERO.
            05 WS-DFLT-PCT       PIC 9(3)V99 VALUE ZERO.
        01  WS-USE-AMT           PIC 9(9)V99 VALUE ZERO.
        01  WS-USE-PCT           PIC 9(3)V99 VALUE ZERO.
      * ONE DEPARTMENT'S RATED EMPLOYEES, HELD UNTIL THE BREAK SO THE
      * WHOLE DEPARTMENT CAN BE SCALED TO ITS POOL BEFORE ANY POSTING
        01  WS-EMP-MAX           PIC 9(5) COMP VALUE ZERO.
        01  WS-EMP-SUB           PIC 9(5) COMP VALUE ZERO.
        01  WS-EMP-OVERFLOW      PIC X VALUE 'N'.
            88 EMP-OVERFLOW        VALUE 'Y'.
        01  WS-EMP-TABLE.
            05 WS-EMP-ENTRY OCCURS 500.
               10 WS-T-EMPNO     PIC X(6).
               10 WS-T-RATING    PIC X(1).
               10 WS-T-SALARY    PIC 9(7)V99.
               10 WS-T-OLD-BONUS PIC 9(7)V99.
               10 WS-T-PCT       PIC 9(3)V99.
               10 WS-T-RAW       PIC 9(7)V99.
               10 WS-T-NEW       PIC 9(7)V99.
               10 WS-T-PAID      PIC 9(7)V99.
        01  WS-EMPNO             PIC X(6).
        01  WS-WORKDEPT          PIC X(3).
        01  WS-RATING            PIC X(1).
        01  WS-SALARY            PIC 9(7)V99 VALUE ZERO.
        01  WS-OLD-BONUS         PIC 9(7)V99 VALUE ZERO.
        01  WS-NEW-BONUS         PIC 9(7)V99 VALUE ZERO.
        01  WS-PAID-BEFORE       PIC 9(7)V99 VALUE ZERO.
        01  WS-CUR-DEPT          PIC X(3) VALUE SPACES.
        01  WS-DEPT-BUDGET       PIC 9(9)V99 VALUE ZERO.
        01  WS-DEPT-POOL         PIC 9(9)V99 VALUE ZERO.
        01  WS-DEPT-RAW          PIC 9(9)V99 VALUE ZERO.
        01  WS-DEPT-PAID         PIC 9(9)V99 VALUE ZERO.
        01  WS-SCALE             PIC 9V9(6) VALUE ZERO.
        01  WS-SCALE-PCT         PIC 9(3)V99 VALUE ZERO.
        01  WS-TOT-RAW           PIC 9(9)V99 VALUE ZERO.
        01  WS-TOT-PAID          PIC 9(9)V99 VALUE ZERO.
        77  WS-EMP-COUNT         PIC 9(7) COMP VALUE ZERO.
        77  WS-PAID-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-UNPAID-COUNT      PIC 9(7) COMP VALUE ZERO.
        77  WS-REPAID-COUNT      PIC 9(7) COMP VALUE ZERO.
        77  WS-FEED-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-DEPT-COUNT        PIC 9(5) COMP VALUE ZERO.
        77  WS-SCALED-COUNT      PIC 9(5) COMP VALUE ZERO.
        77  WS-NOPOOL-COUNT      PIC 9(5) COMP VALUE ZERO.
        77  WS-BADCARD-COUNT     PIC 9(5) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'BONUSRUN'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(16) VALUE SPACES.
            05 HDR-TITLE         PIC X(40) VALUE
               'ANNUAL BONUS REGISTER - APPRAISAL YEAR'.
            05 HDR-YEAR          PIC 9(4).
            05                   PIC X(20).
        01  WS-SIM-HDR.
            05                   PIC X(16) VALUE SPACES.
            05                   PIC X(48) VALUE
               'BONUS RUN SIMULATION - NO UPDATES MADE'.
            05                   PIC X(16).
        01  WS-HDR2.
            05                   PIC X(8)  VALUE 'EMPNO'.
            05                   PIC X(6)  VALUE 'DEPT'.
            05                   PIC X(5)  VALUE 'RTG'.
            05                   PIC X(14) VALUE '      SALARY'.
            05                   PIC X(8)  VALUE '   PCT'.
            05                   PIC X(14) VALUE '  CALCULATED'.
            05                   PIC X(12) VALUE '       BONUS'.
            05                   PIC X(13).
        01  WS-DTL-LINE.
            05 DTL-EMPNO         PIC X(6).
            05                   PIC X(2).
            05 DTL-WORKDEPT      PIC X(3).
            05                   PIC X(3).
            05 DTL-RATING        PIC X(1).
            05                   PIC X(4).
            05 DTL-SALARY        PIC Z,ZZZ,ZZ9.99.
            05                   PIC X(2).
            05 DTL-PCT           PIC ZZ9.99.
            05                   PIC X(2).
            05 DTL-RAW           PIC Z,ZZZ,ZZ9.99.
            05                   PIC X(2).
            05 DTL-BONUS         PIC Z,ZZZ,ZZ9.99.
            05                   PIC X(1).
            05 DTL-NOTE          PIC X(12).
        01  WS-DEPT-LINE.
            05                   PIC X(5)  VALUE 'DEPT'.
            05 DPT-WORKDEPT      PIC X(3).
            05                   PIC X(2).
            05                   PIC X(5)  VALUE 'POOL'.
            05 DPT-POOL          PIC ZZZ,ZZZ,ZZ9.99.
            05                   PIC X(2).
            05                   PIC X(5)  VALUE 'CALC'.
            05 DPT-RAW           PIC ZZZ,ZZZ,ZZ9.99.
            05                   PIC X(2).
            05                   PIC X(5)  VALUE 'PAID'.
            05 DPT-PAID          PIC ZZZ,ZZZ,ZZ9.99.
            05                   PIC X(9).
        01  WS-NOTE-LINE.
            05                   PIC X(10) VALUE SPACES.
            05 NOTE-TEXT         PIC X(40).
            05 NOTE-PCT          PIC ZZ9.99 BLANK WHEN ZERO.
            05                   PIC X(24).
        01  WS-SUM-LINE.
            05 SUM-LABEL         PIC X(26).
            05 SUM-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
            05                   PIC X(40).
        01  WS-CNT-LINE.
            05 CNT-LABEL         PIC X(26).
            05 CNT-COUNT         PIC ZZ,ZZ9.
            05                   PIC X(48).
           EXEC SQL
            DECLARE BONUS_CUR CURSOR WITH HOLD FOR
             SELECT A.EMPNO, E.WORKDEPT, A.RATING,
                    E.SALARY, COALESCE(E.BONUS, 0),
                    COALESCE(A.BONUS_PAID, 0)
             FROM APPRAISL A, EMPLOYEE E
             WHERE A.EMPNO = E.EMPNO
               AND A.APPR_YEAR = :WS-APPR-YEAR
             ORDER BY E.WORKDEPT, A.EMPNO
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 700-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 008-READ-SIMCTL-PARA.
           PERFORM 010-READ-BONUSCTL-PARA.
           IF NOT MATRIX-LOADED
              DISPLAY 'NO BONUSCTL RATING CARDS - NOTHING PAID'
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 100-OPEN-FILE-PARA
              PERFORM 110-OPEN-CUR-PARA
              IF SQLCODE = 0
                 PERFORM 120-FETCH-PARA
                 PERFORM 200-PROCESS-PARA UNTIL EOF-BONUS
                 IF WS-CUR-DEPT NOT = SPACES AND NOT SQL-FAILED
                    PERFORM 350-DEPT-BREAK-PARA
                 END-IF
              ELSE
                 DISPLAY 'ERROR IN OPEN BONUS_CUR ' WS-SQLCODE
                 MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM 800-CLOSE-CUR-PARA
              PERFORM 600-FINAL-PARA
              PERFORM 900-CLOSE-FILE-PARA
           END-IF.
           PERFORM 700-WRITE-STATUS-PARA.
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
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO WS-RUN-DATE
           ELSE
              ACCEPT WS-SYS-DATE FROM DATE
              MOVE WS-SYS-DATE TO WS-RUN-DATE
           END-IF.
        008-READ-SIMCTL-PARA.
           OPEN INPUT SIMCTL.
           IF WS-SIMCTL-ST = '00'
              READ SIMCTL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-SIM-SW = 'Y'
                       SET SIM-MODE TO TRUE
                       DISPLAY 'SIMULATION MODE - NO UPDATES'
                    END-IF
              END-READ
              CLOSE SIMCTL
           END-IF.
      * A MISSING YEAR CARD FALLS BACK TO THE RUN DATE'S YEAR, AS IN
      * MERITPRP. A CARD THAT CANNOT BE READ IS SHOWN AND SKIPPED
        010-READ-BONUSCTL-PARA.
           MOVE ZEROS TO WS-PCT-TABLE.
           OPEN INPUT BONUSCTL.
           IF WS-BONUSCTL-ST = '00'
              PERFORM 020-READ-CTL-CARD-PARA UNTIL EOF-BONUSCTL
              CLOSE BONUSCTL
           END-IF.
           IF WS-APPR-YEAR = ZERO
              IF WS-SHARED-RUN-DATE NOT = ZERO
                 MOVE WS-SHARED-RUN-DATE(1:4) TO WS-APPR-YEAR
              ELSE
                 COMPUTE WS-APPR-YEAR = 2000 + WS-RUN-DATE / 10000
              END-IF
           END-IF.
           DISPLAY 'BONUS RUN FOR APPRAISAL YEAR ' WS-APPR-YEAR.
        020-READ-CTL-CARD-PARA.
           READ BONUSCTL
              AT END
                 SET EOF-BONUSCTL TO TRUE
              NOT AT END
                 EVALUATE TRUE
                    WHEN BC-RATE-CARD
                       PERFORM 030-TAKE-RATE-CARD-PARA
                    WHEN BC-POOL-CARD
                       PERFORM 050-TAKE-POOL-CARD-PARA
                    WHEN BC-YEAR-CARD
                       IF BC-APPR-YEAR NUMERIC AND
                          BC-APPR-YEAR NOT = '0000'
                          MOVE BC-APPR-YEAR TO WS-APPR-YEAR
                       ELSE
                          PERFORM 060-BAD-CARD-PARA
                       END-IF
                    WHEN OTHER
                       PERFORM 060-BAD-CARD-PARA
                 END-EVALUATE
           END-READ.
        030-TAKE-RATE-CARD-PARA.
           MOVE BC-RATING TO WS-RATE-CODE.
           PERFORM 040-RATE-SUB-PARA.
           IF WS-RATE-SUB > 0 AND BC-RATE-PCT NUMERIC
              MOVE BC-RATE-PCT TO WS-PCT-IN-X
              MOVE WS-PCT-IN TO WS-RATE-PCT(WS-RATE-SUB)
              SET MATRIX-LOADED TO TRUE
           ELSE
              PERFORM 060-BAD-CARD-PARA
           END-IF.
        040-RATE-SUB-PARA.
           EVALUATE WS-RATE-CODE
              WHEN 'A' MOVE 1 TO WS-RATE-SUB
              WHEN 'B' MOVE 2 TO WS-RATE-SUB
              WHEN 'C' MOVE 3 TO WS-RATE-SUB
              WHEN 'D' MOVE 4 TO WS-RATE-SUB
              WHEN 'E' MOVE 5 TO WS-RATE-SUB
              WHEN OTHER MOVE 0 TO WS-RATE-SUB
           END-EVALUATE.
      * AN AMOUNT WINS OVER A PERCENT WHEN A CARD CARRIES BOTH
        050-TAKE-POOL-CARD-PARA.
           MOVE ZERO TO WS-USE-AMT WS-USE-PCT.
           IF BC-POOL-AMT NUMERIC
              MOVE BC-POOL-AMT TO WS-AMT-IN-X
              MOVE WS-AMT-IN TO WS-USE-AMT
           END-IF.
           IF WS-USE-AMT = ZERO AND BC-POOL-PCT NUMERIC
              MOVE BC-POOL-PCT TO WS-PCT-IN-X
              MOVE WS-PCT-IN TO WS-USE-PCT
           END-IF.
           IF BC-DEPT = SPACES OR
              (WS-USE-AMT = ZERO AND WS-USE-PCT = ZERO)
              PERFORM 060-BAD-CARD-PARA
           ELSE
              IF BC-DEPT = '***'
                 SET DFLT-POOL-SET TO TRUE
                 MOVE WS-USE-AMT TO WS-DFLT-AMT
                 MOVE WS-USE-PCT TO WS-DFLT-PCT
              ELSE
                 IF WS-POOL-MAX < 100
                    ADD 1 TO WS-POOL-MAX
                    MOVE BC-DEPT TO WS-P-DEPT(WS-POOL-MAX)
                    MOVE WS-USE-AMT TO WS-P-AMT(WS-POOL-MAX)
                    MOVE WS-USE-PCT TO WS-P-PCT(WS-POOL-MAX)
                 ELSE
                    DISPLAY 'POOL TABLE FULL - CARD DROPPED '
                            BC-DEPT
                    PERFORM 060-BAD-CARD-PARA
                 END-IF
              END-IF
           END-IF.
        060-BAD-CARD-PARA.
           ADD 1 TO WS-BADCARD-COUNT.
           DISPLAY 'BONUSCTL CARD IGNORED: ' BONUSCTL-REC(1:30).
           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
        100-OPEN-FILE-PARA.
           OPEN OUTPUT PAYFEED.
           OPEN OUTPUT BONUSRPT.
           MOVE WS-AST TO BONUSRPT-ID.
           WRITE BONUSRPT-LIST.
           MOVE WS-APPR-YEAR TO HDR-YEAR.
           MOVE WS-HDR1 TO BONUSRPT-ID.
           WRITE BONUSRPT-LIST.
           IF SIM-MODE
              MOVE WS-SIM-HDR TO BONUSRPT-ID
              WRITE BONUSRPT-LIST
           END-IF.
           MOVE WS-AST TO BONUSRPT-ID.
           WRITE BONUSRPT-LIST.
           MOVE WS-HDR2 TO BONUSRPT-ID.
           WRITE BONUSRPT-LIST.
           MOVE WS-AST TO BONUSRPT-ID.
           WRITE BONUSRPT-LIST.
        110-OPEN-CUR-PARA.
           EXEC SQL
             OPEN BONUS_CUR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        120-FETCH-PARA.
           EXEC SQL
             FETCH BONUS_CUR
             INTO :WS-EMPNO,
                  :WS-WORKDEPT,
                  :WS-RATING,
                  :WS-SALARY,
                  :WS-OLD-BONUS,
                  :WS-PAID-BEFORE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        200-PROCESS-PARA.
           EVALUATE SQLCODE
             WHEN 0
                PERFORM 300-DETAIL-PARA
                IF NOT SQL-FAILED
                   PERFORM 120-FETCH-PARA
                ELSE
                   SET EOF-BONUS TO TRUE
                END-IF
             WHEN 100
                SET EOF-BONUS TO TRUE
             WHEN OTHER
                DISPLAY "ERROR " WS-SQLCODE " ON EMPNO " WS-EMPNO
                PERFORM 990-SQL-ERROR-PARA
                SET EOF-BONUS TO TRUE
           END-EVALUATE.
        300-DETAIL-PARA.
           IF WS-WORKDEPT NOT = WS-CUR-DEPT
              IF WS-CUR-DEPT NOT = SPACES
                 PERFORM 350-DEPT-BREAK-PARA
              END-IF
              MOVE WS-WORKDEPT TO WS-CUR-DEPT
              MOVE ZERO TO WS-EMP-MAX WS-DEPT-RAW
              MOVE 'N' TO WS-EMP-OVERFLOW
           END-IF.
           ADD 1 TO WS-EMP-COUNT.
           IF WS-EMP-MAX < 500
              ADD 1 TO WS-EMP-MAX
              MOVE WS-RATING TO WS-RATE-CODE
              PERFORM 040-RATE-SUB-PARA
              MOVE WS-EMPNO TO WS-T-EMPNO(WS-EMP-MAX)
              MOVE WS-RATING TO WS-T-RATING(WS-EMP-MAX)
              MOVE WS-SALARY TO WS-T-SALARY(WS-EMP-MAX)
              MOVE WS-OLD-BONUS TO WS-T-OLD-BONUS(WS-EMP-MAX)
              MOVE WS-PAID-BEFORE TO WS-T-PAID(WS-EMP-MAX)
              IF WS-RATE-SUB > 0
                 MOVE WS-RATE-PCT(WS-RATE-SUB) TO WS-T-PCT(WS-EMP-MAX)
              ELSE
                 MOVE ZERO TO WS-T-PCT(WS-EMP-MAX)
              END-IF
              COMPUTE WS-T-RAW(WS-EMP-MAX) ROUNDED =
                  WS-SALARY * WS-T-PCT(WS-EMP-MAX) / 100
              ADD WS-T-RAW(WS-EMP-MAX) TO WS-DEPT-RAW
           ELSE
              SET EMP-OVERFLOW TO TRUE
              ADD 1 TO WS-UNPAID-COUNT
           END-IF.
      * THE POOL IS FOUND FIRST; WITHOUT ONE THE DEPARTMENT IS LISTED
      * BUT NOTHING IS POSTED. OVER THE POOL, EVERY BONUS IS CUT BY THE
      * SAME FACTOR, TRUNCATED SO THE TOTAL NEVER EXCEEDS THE POOL
        350-DEPT-BREAK-PARA.
           ADD 1 TO WS-DEPT-COUNT.
           ADD WS-DEPT-RAW TO WS-TOT-RAW.
           MOVE ZERO TO WS-DEPT-PAID.
           PERFORM 360-FIND-POOL-PARA.
           IF NOT SQL-FAILED
              IF POOL-FOUND AND NOT EMP-OVERFLOW
                 IF WS-DEPT-RAW > WS-DEPT-POOL
                    COMPUTE WS-SCALE = WS-DEPT-POOL / WS-DEPT-RAW
                    ADD 1 TO WS-SCALED-COUNT
                 ELSE
                    MOVE 1 TO WS-SCALE
                 END-IF
                 MOVE 1 TO WS-EMP-SUB
                 PERFORM 380-PAY-EMP-PARA
                    UNTIL WS-EMP-SUB > WS-EMP-MAX OR SQL-FAILED
                 PERFORM 390-DEPT-TOTAL-PARA
                 IF NOT SIM-MODE AND NOT SQL-FAILED
                    EXEC SQL
                      COMMIT
                    END-EXEC
                    MOVE 1 TO WS-EMP-SUB
                    PERFORM 385-PAYFEED-WRITE-PARA
                       UNTIL WS-EMP-SUB > WS-EMP-MAX
                 END-IF
              ELSE
                 PERFORM 395-DEPT-UNPAID-PARA
              END-IF
           END-IF.
        360-FIND-POOL-PARA.
           MOVE 'N' TO WS-POOL-FOUND.
           MOVE ZERO TO WS-DEPT-POOL WS-USE-AMT WS-USE-PCT.
           MOVE 1 TO WS-POOL-SUB.
           PERFORM 365-SCAN-POOL-PARA
              UNTIL WS-POOL-SUB > WS-POOL-MAX OR POOL-FOUND.
           IF NOT POOL-FOUND AND DFLT-POOL-SET
              SET POOL-FOUND TO TRUE
              MOVE WS-DFLT-AMT TO WS-USE-AMT
              MOVE WS-DFLT-PCT TO WS-USE-PCT
           END-IF.
           IF POOL-FOUND
              IF WS-USE-AMT > ZERO
                 MOVE WS-USE-AMT TO WS-DEPT-POOL
              ELSE
                 PERFORM 370-BUDGET-POOL-PARA
              END-IF
           END-IF.
        365-SCAN-POOL-PARA.
           IF WS-P-DEPT(WS-POOL-SUB) = WS-CUR-DEPT
              SET POOL-FOUND TO TRUE
              MOVE WS-P-AMT(WS-POOL-SUB) TO WS-USE-AMT
              MOVE WS-P-PCT(WS-POOL-SUB) TO WS-USE-PCT
           END-IF.
           ADD 1 TO WS-POOL-SUB.
      * A PERCENT POOL NEEDS A SALARY BUDGET ON DEPTMAST; NONE LOADED
      * MEANS NO POOL
        370-BUDGET-POOL-PARA.
           MOVE ZERO TO WS-DEPT-BUDGET.
           EXEC SQL
             SELECT BUD_SALARY
               INTO :WS-DEPT-BUDGET
               FROM DEPTMAST
              WHERE DEPTCODE = :WS-CUR-DEPT
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 COMPUTE WS-DEPT-POOL ROUNDED =
                     WS-DEPT-BUDGET * WS-USE-PCT / 100
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON DEPTMAST "
                         WS-CUR-DEPT
                 MOVE WS-CUR-DEPT TO WS-EMPNO
                 PERFORM 990-SQL-ERROR-PARA
           END-EVALUATE.
           IF WS-DEPT-POOL = ZERO
              MOVE 'N' TO WS-POOL-FOUND
           END-IF.
      * APPRAISL BONUS_PAID IS STAMPED WITH THE POSTING, IN THE SAME
      * UNIT OF WORK, SO A RERUN FOR THE YEAR LISTS AN EMPLOYEE ALREADY
      * PAID BUT NEITHER POSTS NOR FEEDS THEM AGAIN
        380-PAY-EMP-PARA.
           COMPUTE WS-NEW-BONUS =
               WS-T-RAW(WS-EMP-SUB) * WS-SCALE.
           MOVE WS-NEW-BONUS TO WS-T-NEW(WS-EMP-SUB).
           MOVE WS-T-EMPNO(WS-EMP-SUB) TO WS-EMPNO.
           IF WS-T-PAID(WS-EMP-SUB) > ZERO
              MOVE WS-T-PAID(WS-EMP-SUB) TO WS-NEW-BONUS
              MOVE ZERO TO WS-T-NEW(WS-EMP-SUB)
              ADD 1 TO WS-REPAID-COUNT
           ELSE
              IF NOT SIM-MODE
                 PERFORM 382-POST-BONUS-PARA
              END-IF
              IF NOT SQL-FAILED
                 ADD 1 TO WS-PAID-COUNT
                 ADD WS-NEW-BONUS TO WS-DEPT-PAID
              END-IF
           END-IF.
           IF NOT SQL-FAILED
              MOVE SPACES TO WS-DTL-LINE
              MOVE WS-EMPNO TO DTL-EMPNO
              MOVE WS-CUR-DEPT TO DTL-WORKDEPT
              MOVE WS-T-RATING(WS-EMP-SUB) TO DTL-RATING
              MOVE WS-T-SALARY(WS-EMP-SUB) TO DTL-SALARY
              MOVE WS-T-PCT(WS-EMP-SUB) TO DTL-PCT
              MOVE WS-T-RAW(WS-EMP-SUB) TO DTL-RAW
              MOVE WS-NEW-BONUS TO DTL-BONUS
              IF WS-T-PAID(WS-EMP-SUB) > ZERO
                 MOVE 'ALREADY PAID' TO DTL-NOTE
              END-IF
              MOVE WS-DTL-LINE TO BONUSRPT-ID
              WRITE BONUSRPT-LIST
           END-IF.
           ADD 1 TO WS-EMP-SUB.
        382-POST-BONUS-PARA.
           EXEC SQL
             UPDATE EMPLOYEE
                SET BONUS = :WS-NEW-BONUS
              WHERE EMPNO = :WS-EMPNO
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                UPDATE APPRAISL
                   SET BONUS_PAID = :WS-NEW-BONUS
                 WHERE EMPNO     = :WS-EMPNO
                   AND APPR_YEAR = :WS-APPR-YEAR
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON UPDATE " WS-EMPNO
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
      * ONE-TIME PAYMENT, FED ONLY ONCE THE DEPARTMENT'S POSTINGS
      * ARE COMMITTED. THE OLD-SALARY SLOT CARRIES THE PREVIOUS BONUS,
      * THE NEW-SALARY SLOT THE AMOUNT TO PAY, WHICH IS WHAT PAYRECON
      * HOLDS THE PAYACK AMOUNT AGAINST
        385-PAYFEED-WRITE-PARA.
           IF WS-T-NEW(WS-EMP-SUB) > ZERO
              MOVE SPACES TO PAYFEED-REC
              MOVE WS-T-EMPNO(WS-EMP-SUB) TO PAYFEED-EMPNO
              MOVE WS-CUR-DEPT  TO PAYFEED-WORKDEPT
              MOVE WS-T-OLD-BONUS(WS-EMP-SUB) TO PAYFEED-OLD-SALARY
              MOVE WS-T-NEW(WS-EMP-SUB) TO PAYFEED-NEW-SALARY
              MOVE WS-RUN-DATE  TO PAYFEED-EFFDATE
              MOVE 'BON'        TO PAYFEED-REC-TYPE
              WRITE PAYFEED-REC
              ADD 1 TO WS-FEED-COUNT
           END-IF.
           ADD 1 TO WS-EMP-SUB.
        390-DEPT-TOTAL-PARA.
           ADD WS-DEPT-PAID TO WS-TOT-PAID.
           MOVE WS-CUR-DEPT TO DPT-WORKDEPT.
           MOVE WS-DEPT-POOL TO DPT-POOL.
           MOVE WS-DEPT-RAW TO DPT-RAW.
           MOVE WS-DEPT-PAID TO DPT-PAID.
           MOVE WS-DEPT-LINE TO BONUSRPT-ID.
           WRITE BONUSRPT-LIST.
           IF WS-SCALE < 1
              COMPUTE WS-SCALE-PCT = WS-SCALE * 100
              MOVE 'OVER POOL - EVERY BONUS SCALED TO' TO NOTE-TEXT
              MOVE WS-SCALE-PCT TO NOTE-PCT
              MOVE WS-NOTE-LINE TO BONUSRPT-ID
              WRITE BONUSRPT-LIST
           END-IF.
           MOVE SPACES TO BONUSRPT-ID.
           WRITE BONUSRPT-LIST.
        395-DEPT-UNPAID-PARA.
           ADD 1 TO WS-NOPOOL-COUNT.
           ADD WS-EMP-MAX TO WS-UNPAID-COUNT.
           MOVE WS-CUR-DEPT TO DPT-WORKDEPT.
           MOVE WS-DEPT-POOL TO DPT-POOL.
           MOVE WS-DEPT-RAW TO DPT-RAW.
           MOVE ZERO TO DPT-PAID.
           MOVE WS-DEPT-LINE TO BONUSRPT-ID.
           WRITE BONUSRPT-LIST.
           IF EMP-OVERFLOW
              MOVE 'OVER 500 RATED EMPLOYEES - NOT PAID' TO NOTE-TEXT
           ELSE
              MOVE 'NO BONUS POOL - NOT PAID' TO NOTE-TEXT
           END-IF.
           MOVE ZERO TO NOTE-PCT.
           MOVE WS-NOTE-LINE TO BONUSRPT-ID.
           WRITE BONUSRPT-LIST.
           MOVE SPACES TO BONUSRPT-ID.
           WRITE BONUSRPT-LIST.
           DISPLAY 'DEPARTMENT NOT PAID ' WS-CUR-DEPT.
           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
        600-FINAL-PARA.
           MOVE WS-AST TO BONUSRPT-ID.
           WRITE BONUSRPT-LIST.
           MOVE 'TOTAL CALCULATED' TO SUM-LABEL.
           MOVE WS-TOT-RAW TO SUM-AMOUNT.
           MOVE WS-SUM-LINE TO BONUSRPT-ID.
           WRITE BONUSRPT-LIST.
           MOVE 'TOTAL BONUS PAID' TO SUM-LABEL.
           MOVE WS-TOT-PAID TO SUM-AMOUNT.
           MOVE WS-SUM-LINE TO BONUSRPT-ID.
           WRITE BONUSRPT-LIST.
           MOVE 'EMPLOYEES RATED' TO CNT-LABEL.
           MOVE WS-EMP-COUNT TO CNT-COUNT.
           MOVE WS-CNT-LINE TO BONUSRPT-ID.
           WRITE BONUSRPT-LIST.
           MOVE 'EMPLOYEES POSTED' TO CNT-LABEL.
           MOVE WS-PAID-COUNT TO CNT-COUNT.
           MOVE WS-CNT-LINE TO BONUSRPT-ID.
           WRITE BONUSRPT-LIST.
           MOVE 'EMPLOYEES ALREADY PAID' TO CNT-LABEL.
           MOVE WS-REPAID-COUNT TO CNT-COUNT.
           MOVE WS-CNT-LINE TO BONUSRPT-ID.
           WRITE BONUSRPT-LIST.
           MOVE 'EMPLOYEES NOT PAID' TO CNT-LABEL.
           MOVE WS-UNPAID-COUNT TO CNT-COUNT.
           MOVE WS-CNT-LINE TO BONUSRPT-ID.
           WRITE BONUSRPT-LIST.
           MOVE 'DEPARTMENTS SCALED' TO CNT-LABEL.
           MOVE WS-SCALED-COUNT TO CNT-COUNT.
           MOVE WS-CNT-LINE TO BONUSRPT-ID.
           WRITE BONUSRPT-LIST.
           MOVE 'DEPARTMENTS WITHOUT POOL' TO CNT-LABEL.
           MOVE WS-NOPOOL-COUNT TO CNT-COUNT.
           MOVE WS-CNT-LINE TO BONUSRPT-ID.
           WRITE BONUSRPT-LIST.
           MOVE 'BON PAYFEED RECORDS' TO CNT-LABEL.
           MOVE WS-FEED-COUNT TO CNT-COUNT.
           MOVE WS-CNT-LINE TO BONUSRPT-ID.
           WRITE BONUSRPT-LIST.
           MOVE WS-AST TO BONUSRPT-ID.
           WRITE BONUSRPT-LIST.
           DISPLAY 'EMPLOYEES RATED ' WS-EMP-COUNT
                   ' POSTED ' WS-PAID-COUNT
                   ' ALREADY PAID ' WS-REPAID-COUNT
                   ' BON RECORDS ' WS-FEED-COUNT.
        800-CLOSE-CUR-PARA.
           EXEC SQL
             CLOSE BONUS_CUR
           END-EXEC.
        900-CLOSE-FILE-PARA.
           CLOSE PAYFEED.
           CLOSE BONUSRPT.
        990-SQL-ERROR-PARA.
           SET SQL-FAILED TO TRUE.
           MOVE WS-EMPNO TO WS-ERRH-KEY.
           CALL 'SQLERRH' USING SQLCA WS-ERRH-PARM.
           EXEC SQL
             ROLLBACK
           END-EXEC.
           MOVE 8 TO RETURN-CODE.
        700-WRITE-STATUS-PARA.
           OPEN EXTEND STATUSLOG.
           IF WS-STATUSLOG-ST NOT = '00'
              OPEN OUTPUT STATUSLOG
           END-IF.
           MOVE 'BONUSRUN' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE
           ELSE
              ACCEPT STL-RUN-DATE FROM DATE
           END-IF.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-EMP-COUNT TO STL-READ-CNT.
           MOVE WS-PAID-COUNT TO STL-PROC-CNT.
           MOVE WS-UNPAID-COUNT TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
