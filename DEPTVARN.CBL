       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  VARNRPT IS NOW REGISTERED ON THE RPTLOG REPORT
      *                 REGISTER THROUGH RPTREG ONCE IT IS CLOSED --
      *                 PAGES AND THE LINE COUNT READ BACK OFF THE
      *                 CLOSED FILE -- FOR THE RPTDIST STEP.
      *  10/15/26  RKS  DIVISION-LEVEL VARIANCE. AN OPTIONAL VARNCTL
      *                 CARD (COL 1: D DEPARTMENTS, V DIVISIONS, B
      *                 BOTH; DEFAULT D) ADDS A SECTION ROLLING EACH
      *                 DEPARTMENT'S BUDGETS AND ACTUALS UP TO ITS
      *                 TOP-LEVEL DIVISION OFF THE DEPTMAST PARENT
      *                 CHAIN. A DIVISION OVER EITHER BUDGET IS FLAGGED
      *                 AND SETS RC 4 LIKE A DEPARTMENT.
      *  09/29/26  RKS  NEW PROGRAM. DEPARTMENT BUDGET-VS-ACTUAL
      *                 VARIANCE REPORT -- WALKS DEPTMAST (WHICH NOW
      *                 CARRIES A BUDGETED HEADCOUNT AND BUDGETED
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-STATUSLOG-ST.
           SELECT VARNCTL ASSIGN TO VARNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-VARNCTL-ST.
           SELECT VARNRPT ASSIGN TO VARNRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
         05                       PIC X(1).
         05 STL-REC-TYPE          PIC X(1).
         05                       PIC X(49).
       FD VARNCTL
           RECORDING MODE IS F.
       01 VARNCTL-REC.
         05 CTL-LEVEL             PIC X(1).
         05                       PIC X(79).
       FD VARNRPT
           RECORDING MODE IS F.
       01 VARNRPT-LIST.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-VARNRPT-ST        PIC X(2).
        77  WS-VARNCTL-ST        PIC X(2).
        01  WS-LEVEL             PIC X(1) VALUE 'D'.
            88 LEVEL-VALID         VALUE 'D' 'V' 'B'.
            88 SHOW-DEPTS          VALUE 'D' 'B'.
            88 SHOW-DIVS           VALUE 'V' 'B'.
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-RPTREG-PARM.
            05 WS-RR-PROGRAM     PIC X(8) VALUE 'DEPTVARN'.
            05 WS-RR-REPORT-ID   PIC X(8) VALUE 'VARNRPT'.
            05 WS-RR-RUN-DATE    PIC 9(8) VALUE ZERO.
            05 WS-RR-PAGES       PIC 9(5) VALUE ZERO.
            05 WS-RR-LINES       PIC 9(7) VALUE ZERO.
        01  WS-RPT-EOF           PIC X VALUE 'N'.
            88 EOF-RPT             VALUE 'Y'.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-DEPT-EOF          PIC X VALUE 'N'.
        77  WS-OVER-COUNT        PIC 9(5) COMP VALUE ZERO.
        01  WS-OVER-HC           PIC X VALUE 'N'.
        01  WS-OVER-SAL          PIC X VALUE 'N'.
        01  WS-PARENT-DEPT       PIC X(3).
        01  WS-DIV-CODE          PIC X(3).
        01  WS-DIV-NAME          PIC X(30).
        01  WS-WALK-DEPT         PIC X(3).
        01  WS-WALK-PARENT       PIC X(3).
        01  WS-WALK-NAME         PIC X(30).
        77  WS-WALK-DEPTH        PIC S9(4) COMP VALUE ZERO.
        01  WS-WALK-END          PIC X VALUE 'N'.
            88 END-OF-WALK         VALUE 'Y'.
      * ONE ENTRY PER TOP-LEVEL DIVISION, IN ORDER OF FIRST SIGHTING
        01  WS-DIV-TABLE.
            05 WS-DIV-ENTRY      OCCURS 200.
               10 WS-DV-CODE     PIC X(3).
               10 WS-DV-NAME     PIC X(30).
               10 WS-DV-BUD-HC   PIC S9(7) COMP.
               10 WS-DV-ACT-HC   PIC S9(7) COMP.
               10 WS-DV-BUD-SAL  PIC S9(11)V99 COMP-3.
               10 WS-DV-ACT-SAL  PIC S9(11)V99 COMP-3.
        77  WS-DIV-COUNT         PIC S9(4) COMP VALUE ZERO.
        77  WS-DIV-MAX           PIC S9(4) COMP VALUE 200.
        77  WS-DX                PIC S9(4) COMP VALUE ZERO.
        01  WS-DIV-SW            PIC X VALUE 'N'.
            88 DIV-FOUND           VALUE 'Y'.
        77  WS-DIV-OVER-COUNT    PIC 9(5) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'DEPTVARN'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
            05                   PIC X(13) VALUE 'ACTUAL SAL'.
            05                   PIC X(9)  VALUE 'FLAG'.
            05                   PIC X(5).
        01  WS-HDR3.
            05                   PIC X(16) VALUE SPACES.
            05                   PIC X(48) VALUE
               'DIVISION ROLL-UP'.
            05                   PIC X(16).
        01  WS-DTL-LINE.
            05 DTL-DEPT          PIC X(3).
            05                   PIC X(2).
           EXEC SQL
            DECLARE VARN_CUR CURSOR FOR
             SELECT DEPTCODE, DEPTNAME, ACTIVE_FLAG,
                    BUD_HEADCT, BUD_SALARY,
                    COALESCE(PARENT_DEPT,' ')
             FROM DEPTMAST
             ORDER BY DEPTCODE
           END-EXEC.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 050-READ-VARNCTL-PARA.
           PERFORM 100-OPEN-FILE-PARA.
           IF WS-VARNRPT-ST = '00'
              PERFORM 110-OPEN-CUR-PARA
              END-READ
              CLOSE RUNCTL
           END-IF.
        050-READ-VARNCTL-PARA.
           OPEN INPUT VARNCTL.
           IF WS-VARNCTL-ST = '00'
              READ VARNCTL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-LEVEL NOT = SPACE
                       MOVE CTL-LEVEL TO WS-LEVEL
                    END-IF
              END-READ
              CLOSE VARNCTL
           END-IF.
           IF NOT LEVEL-VALID
              DISPLAY 'VARNCTL LEVEL ' WS-LEVEL ' INVALID - D USED'
              MOVE 'D' TO WS-LEVEL
           END-IF.
           DISPLAY 'REPORT LEVEL ' WS-LEVEL.
        100-OPEN-FILE-PARA.
           OPEN OUTPUT VARNRPT.
           MOVE WS-AST TO VARNRPT-ID.
                  :WS-DEPT-NAME,
                  :WS-ACTIVE-FLAG,
                  :WS-BUD-HEADCT,
                  :WS-BUD-SALARY,
                  :WS-PARENT-DEPT
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        200-PROCESS-PARA.
           MOVE WS-ACT-HEADCT TO DTL-ACT-HC.
           MOVE WS-BUD-SALARY TO DTL-BUD-SAL.
           MOVE WS-ACT-SALARY TO DTL-ACT-SAL.
           PERFORM 350-SET-FLAG-PARA.
           IF SHOW-DEPTS
              IF DTL-FLAG NOT = SPACES
                 ADD 1 TO WS-OVER-COUNT
              END-IF
              MOVE WS-DTL-LINE TO VARNRPT-ID
              WRITE VARNRPT-LIST
           END-IF.
           IF SHOW-DIVS
              PERFORM 320-FIND-DIVISION-PARA
              PERFORM 330-ADD-DIVISION-PARA
           END-IF.
        310-ACTUALS-PARA.
           MOVE ZERO TO WS-ACT-HEADCT WS-ACT-SALARY.
           EXEC SQL
                 END-IF
              END-IF
           END-IF.
      * THE DIVISION IS THE TOP OF THE DEPARTMENT'S PARENT CHAIN.
      * A CHAIN THAT BREAKS OR LOOPS STOPS AT THE LAST GOOD LINK.
        320-FIND-DIVISION-PARA.
           MOVE WS-DEPT-CODE TO WS-DIV-CODE.
           MOVE WS-DEPT-NAME TO WS-DIV-NAME.
           MOVE WS-PARENT-DEPT TO WS-WALK-PARENT.
           MOVE ZERO TO WS-WALK-DEPTH.
           MOVE 'N' TO WS-WALK-END.
           PERFORM 325-WALK-PARENT-PARA UNTIL END-OF-WALK.
        325-WALK-PARENT-PARA.
           IF WS-WALK-PARENT = SPACES OR WS-WALK-DEPTH > 50
              SET END-OF-WALK TO TRUE
           ELSE
              MOVE WS-WALK-PARENT TO WS-WALK-DEPT
              EXEC SQL
                SELECT DEPTNAME, COALESCE(PARENT_DEPT,' ')
                  INTO :WS-WALK-NAME, :WS-WALK-PARENT
                  FROM DEPTMAST
                 WHERE DEPTCODE = :WS-WALK-DEPT
              END-EXEC
              EVALUATE SQLCODE
                WHEN 0
                   MOVE WS-WALK-DEPT TO WS-DIV-CODE
                   MOVE WS-WALK-NAME TO WS-DIV-NAME
                   ADD 1 TO WS-WALK-DEPTH
                WHEN 100
                   SET END-OF-WALK TO TRUE
                WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE
                   DISPLAY "ERROR " WS-SQLCODE " ON DEPT "
                           WS-DEPT-CODE
                   PERFORM 990-SQL-ERROR-PARA
                   SET END-OF-WALK TO TRUE
              END-EVALUATE
           END-IF.
        330-ADD-DIVISION-PARA.
           MOVE 1 TO WS-DX.
           MOVE 'N' TO WS-DIV-SW.
           PERFORM 335-SCAN-DIVISION-PARA
              UNTIL WS-DX > WS-DIV-COUNT OR DIV-FOUND.
           IF NOT DIV-FOUND
              IF WS-DIV-COUNT < WS-DIV-MAX
                 ADD 1 TO WS-DIV-COUNT
                 MOVE WS-DIV-COUNT TO WS-DX
                 MOVE WS-DIV-CODE TO WS-DV-CODE(WS-DX)
                 MOVE WS-DIV-NAME TO WS-DV-NAME(WS-DX)
                 MOVE ZERO TO WS-DV-BUD-HC(WS-DX)
                              WS-DV-ACT-HC(WS-DX)
                              WS-DV-BUD-SAL(WS-DX)
                              WS-DV-ACT-SAL(WS-DX)
              ELSE
                 DISPLAY 'DIVISION TABLE FULL - ' WS-DIV-CODE
                         ' NOT ROLLED UP'
                 MOVE ZERO TO WS-DX
              END-IF
           END-IF.
           IF WS-DX > 0
              ADD WS-BUD-HEADCT TO WS-DV-BUD-HC(WS-DX)
              ADD WS-ACT-HEADCT TO WS-DV-ACT-HC(WS-DX)
              ADD WS-BUD-SALARY TO WS-DV-BUD-SAL(WS-DX)
              ADD WS-ACT-SALARY TO WS-DV-ACT-SAL(WS-DX)
           END-IF.
        335-SCAN-DIVISION-PARA.
           IF WS-DV-CODE(WS-DX) = WS-DIV-CODE
              SET DIV-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-DX
           END-IF.
        350-SET-FLAG-PARA.
           EVALUATE TRUE
              WHEN WS-OVER-HC = 'Y' AND WS-OVER-SAL = 'Y'
                 MOVE 'OVER BOTH' TO DTL-FLAG
              WHEN WS-OVER-HC = 'Y'
                 MOVE 'OVER HC'   TO DTL-FLAG
              WHEN WS-OVER-SAL = 'Y'
                 MOVE 'OVER SAL'  TO DTL-FLAG
           END-EVALUATE.
      * DIVISION BUDGETS AND ACTUALS ARE THE SUMS OF THEIR
      * DEPARTMENTS'; A DIVISION WITH NO BUDGET PRINTS UNFLAGGED
        600-DIVISION-PARA.
           MOVE WS-AST TO VARNRPT-ID.
           WRITE VARNRPT-LIST.
           MOVE WS-HDR3 TO VARNRPT-ID.
           WRITE VARNRPT-LIST.
           MOVE WS-HDR2 TO VARNRPT-ID.
           WRITE VARNRPT-LIST.
           MOVE WS-AST TO VARNRPT-ID.
           WRITE VARNRPT-LIST.
           MOVE 1 TO WS-DX.
           PERFORM 610-DIVISION-LINE-PARA UNTIL WS-DX > WS-DIV-COUNT.
        610-DIVISION-LINE-PARA.
           MOVE 'N' TO WS-OVER-HC WS-OVER-SAL.
           IF WS-DV-BUD-HC(WS-DX) > 0 AND
              WS-DV-ACT-HC(WS-DX) > WS-DV-BUD-HC(WS-DX)
              MOVE 'Y' TO WS-OVER-HC
           END-IF.
           IF WS-DV-BUD-SAL(WS-DX) > 0 AND
              WS-DV-ACT-SAL(WS-DX) > WS-DV-BUD-SAL(WS-DX)
              MOVE 'Y' TO WS-OVER-SAL
           END-IF.
           MOVE SPACES TO WS-DTL-LINE.
           MOVE WS-DV-CODE(WS-DX)    TO DTL-DEPT.
           MOVE WS-DV-NAME(WS-DX)    TO DTL-NAME.
           MOVE WS-DV-BUD-HC(WS-DX)  TO DTL-BUD-HC.
           MOVE WS-DV-ACT-HC(WS-DX)  TO DTL-ACT-HC.
           MOVE WS-DV-BUD-SAL(WS-DX) TO DTL-BUD-SAL.
           MOVE WS-DV-ACT-SAL(WS-DX) TO DTL-ACT-SAL.
           PERFORM 350-SET-FLAG-PARA.
           IF DTL-FLAG NOT = SPACES
              ADD 1 TO WS-DIV-OVER-COUNT
           END-IF.
           MOVE WS-DTL-LINE TO VARNRPT-ID.
           WRITE VARNRPT-LIST.
           ADD 1 TO WS-DX.
        700-FINAL-PARA.
           IF SHOW-DIVS
              PERFORM 600-DIVISION-PARA
           END-IF.
           MOVE WS-AST TO VARNRPT-ID.
           WRITE VARNRPT-LIST.
           MOVE 'DEPARTMENTS REPORTED' TO SUM-LABEL.
           MOVE WS-DEPT-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO VARNRPT-ID.
           WRITE VARNRPT-LIST.
           IF SHOW-DEPTS
              MOVE 'DEPARTMENTS OVER BUDGET' TO SUM-LABEL
              MOVE WS-OVER-COUNT TO SUM-COUNT
              MOVE WS-SUM-LINE TO VARNRPT-ID
              WRITE VARNRPT-LIST
           END-IF.
           IF SHOW-DIVS
              MOVE 'DIVISIONS REPORTED' TO SUM-LABEL
              MOVE WS-DIV-COUNT TO SUM-COUNT
              MOVE WS-SUM-LINE TO VARNRPT-ID
              WRITE VARNRPT-LIST
              MOVE 'DIVISIONS OVER BUDGET' TO SUM-LABEL
              MOVE WS-DIV-OVER-COUNT TO SUM-COUNT
              MOVE WS-SUM-LINE TO VARNRPT-ID
              WRITE VARNRPT-LIST
           END-IF.
           MOVE WS-AST TO VARNRPT-ID.
           WRITE VARNRPT-LIST.
           IF (WS-OVER-COUNT > 0 OR WS-DIV-OVER-COUNT > 0) AND
              RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
        800-CLOSE-CUR-PARA.
           END-EXEC.
        900-CLOSE-FILE-PARA.
           CLOSE VARNRPT.
           PERFORM 960-REGISTER-RPT-PARA.
        960-REGISTER-RPT-PARA.
           MOVE ZERO TO WS-RR-LINES.
           MOVE 'N' TO WS-RPT-EOF.
           OPEN INPUT VARNRPT.
           IF WS-VARNRPT-ST = '00'
              PERFORM 965-COUNT-RPT-PARA UNTIL EOF-RPT
              CLOSE VARNRPT
           END-IF.
           MOVE WS-SHARED-RUN-DATE TO WS-RR-RUN-DATE.
           CALL 'RPTREG' USING WS-RPTREG-PARM.
        965-COUNT-RPT-PARA.
           READ VARNRPT
              AT END
                 SET EOF-RPT TO TRUE
              NOT AT END
                 ADD 1 TO WS-RR-LINES
           END-READ.
        990-SQL-ERROR-PARA.
           MOVE WS-DEPT-CODE TO WS-ERRH-KEY.
           CALL 'SQLERRH' USING SQLCA WS-ERRH-PARM.
