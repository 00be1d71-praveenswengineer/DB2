       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORGRPT.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NEW PROGRAM. ORGANISATION REPORT OFF THE
      *                 DEPTMAST PARENT-DEPARTMENT TREE -- EACH
      *                 DEPARTMENT INDENTED UNDER ITS PARENT WITH ITS
      *                 MANAGER, DIRECT HEADCOUNT AND SALARY, AND THE
      *                 HEADCOUNT AND SALARY COST OF EVERYTHING BENEATH
      *                 IT ROLLED UP AT EVERY LEVEL. AN EXCEPTIONS LIST
      *                 FOLLOWS: A MANAGER WHO HAS LEFT (NO EMPLOYEE
      *                 ROW BUT SALHIST HISTORY), IS NOT ON EMPLOYEE AT
      *                 ALL, OR WORKS IN ANOTHER DEPARTMENT, AND ANY
      *                 DEPARTMENT WHOSE PARENT IS MISSING OR WHICH
      *                 CANNOT BE PLACED IN THE TREE. ANY EXCEPTION
      *                 SETS RC 4.
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
           SELECT ORGRPT ASSIGN TO ORGRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ORGRPT-ST.
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
       FD ORGRPT
           RECORDING MODE IS F.
       01 ORGRPT-LIST.
         05 ORGRPT-ID             PIC X(80).
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-ORGRPT-ST         PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-DEPT-EOF          PIC X VALUE 'N'.
            88 EOF-DEPT            VALUE 'Y'.
        01  WS-DEPT-CODE         PIC X(3).
        01  WS-DEPT-NAME         PIC X(30).
        01  WS-PARENT-DEPT       PIC X(3).
        01  WS-MGR-EMPNO         PIC X(6).
        01  WS-MGR-DEPT          PIC X(3).
        77  WS-HIST-COUNT        PIC S9(5) COMP VALUE ZERO.
        77  WS-ACT-HEADCT        PIC S9(5) COMP VALUE ZERO.
        01  WS-ACT-SALARY        PIC S9(9)V99 COMP-3 VALUE ZERO.
      * ONE ENTRY PER DEPTMAST ROW IN DEPTCODE ORDER
        01  WS-ORG-TABLE.
            05 WS-ORG-ENTRY      OCCURS 500.
               10 WS-OT-CODE     PIC X(3).
               10 WS-OT-NAME     PIC X(30).
               10 WS-OT-PARENT   PIC X(3).
               10 WS-OT-MGR      PIC X(6).
               10 WS-OT-DIR-HC   PIC S9(5) COMP.
               10 WS-OT-DIR-SAL  PIC S9(9)V99 COMP-3.
               10 WS-OT-TOT-HC   PIC S9(7) COMP.
               10 WS-OT-TOT-SAL  PIC S9(11)V99 COMP-3.
               10 WS-OT-PX       PIC S9(4) COMP.
               10 WS-OT-PRINTED  PIC X(1).
        77  WS-ORG-COUNT         PIC S9(4) COMP VALUE ZERO.
        77  WS-ORG-MAX           PIC S9(4) COMP VALUE 500.
        77  WS-IX                PIC S9(4) COMP VALUE ZERO.
        77  WS-FX                PIC S9(4) COMP VALUE ZERO.
        77  WS-RX                PIC S9(4) COMP VALUE ZERO.
        77  WS-CX                PIC S9(4) COMP VALUE ZERO.
        77  WS-PX                PIC S9(4) COMP VALUE ZERO.
        77  WS-UP-DEPTH          PIC S9(4) COMP VALUE ZERO.
        01  WS-FIND-CODE         PIC X(3).
        01  WS-CHILD-SW          PIC X VALUE 'N'.
            88 CHILD-FOUND         VALUE 'Y'.
      * PRINT STACK -- ONE LEVEL PER TIER OF THE TREE BEING WALKED
        01  WS-STACK.
            05 WS-STK-ENTRY      OCCURS 20.
               10 WS-STK-IX      PIC S9(4) COMP.
               10 WS-STK-SCAN    PIC S9(4) COMP.
        77  WS-SP                PIC S9(4) COMP VALUE ZERO.
        77  WS-STK-MAX           PIC S9(4) COMP VALUE 20.
        77  WS-INDENT            PIC S9(4) COMP VALUE ZERO.
        77  WS-DIV-COUNT         PIC 9(5) COMP VALUE ZERO.
        77  WS-EXC-COUNT         PIC 9(5) COMP VALUE ZERO.
        01  WS-CO-HC             PIC S9(7) COMP VALUE ZERO.
        01  WS-CO-SAL            PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'ORGRPT'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(16) VALUE SPACES.
            05                   PIC X(48) VALUE
               'ORGANISATION STRUCTURE AND SPAN OF CONTROL'.
            05                   PIC X(16).
        01  WS-HDR2.
            05                   PIC X(41) VALUE SPACES.
            05                   PIC X(12) VALUE '--HEADCOUNT-'.
            05                   PIC X(27) VALUE
               '  --SALARY COST-----------'.
        01  WS-HDR3.
            05                   PIC X(17) VALUE 'DEPT TREE'.
            05                   PIC X(16) VALUE 'NAME'.
            05                   PIC X(8)  VALUE 'MANAGER'.
            05                   PIC X(12) VALUE 'DIRECT TOTAL'.
            05                   PIC X(27) VALUE
               '     DIRECT        TOTAL'.
        01  WS-HDR4.
            05                   PIC X(30) VALUE
               'EXCEPTIONS'.
            05                   PIC X(50).
        01  WS-ORG-LINE.
            05 ORG-TREE          PIC X(16).
            05                   PIC X(1).
            05 ORG-NAME          PIC X(15).
            05                   PIC X(1).
            05 ORG-MGR           PIC X(6).
            05                   PIC X(2).
            05 ORG-DIR-HC        PIC ZZZZ9.
            05                   PIC X(1).
            05 ORG-TOT-HC        PIC ZZZZ9.
            05                   PIC X(2).
            05 ORG-DIR-SAL       PIC ZZ,ZZZ,ZZ9.
            05                   PIC X(2).
            05 ORG-TOT-SAL       PIC ZZZ,ZZZ,ZZ9.
            05                   PIC X(3).
        01  WS-EXC-LINE.
            05 EXC-DEPT          PIC X(3).
            05                   PIC X(2).
            05 EXC-MGR           PIC X(6).
            05                   PIC X(2).
            05 EXC-TEXT          PIC X(30).
            05 EXC-OTHER         PIC X(3).
            05                   PIC X(34).
        01  WS-SUM-LINE.
            05 SUM-LABEL         PIC X(26).
            05 SUM-COUNT         PIC ZZ,ZZ9.
            05                   PIC X(48).
        01  WS-SUM-SAL-LINE.
            05 SUM-SAL-LABEL     PIC X(26).
            05 SUM-SAL           PIC ZZZ,ZZZ,ZZ9.99.
            05                   PIC X(40).
           EXEC SQL
            DECLARE ORG_DEPT_CUR CURSOR FOR
             SELECT DEPTCODE, DEPTNAME,
                    COALESCE(PARENT_DEPT,' '),
                    COALESCE(MGR_EMPNO,' ')
             FROM DEPTMAST
             ORDER BY DEPTCODE
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 100-OPEN-FILE-PARA.
           IF WS-ORGRPT-ST = '00'
              PERFORM 110-OPEN-CUR-PARA
              IF SQLCODE = 0
                 PERFORM 120-FETCH-PARA
                 PERFORM 200-PROCESS-PARA UNTIL EOF-DEPT
                 PERFORM 800-CLOSE-CUR-PARA
                 PERFORM 300-ROLLUP-PARA
                 PERFORM 400-PRINT-TREE-PARA
                 PERFORM 500-EXCEPTIONS-PARA
              ELSE
                 DISPLAY 'ERROR IN OPEN ORG_DEPT_CUR ' WS-SQLCODE
                 MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM 700-FINAL-PARA
           ELSE
              DISPLAY 'ERROR IN OPEN ' WS-ORGRPT-ST
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
        100-OPEN-FILE-PARA.
           OPEN OUTPUT ORGRPT.
           MOVE WS-AST TO ORGRPT-ID.
           WRITE ORGRPT-LIST.
           MOVE WS-HDR1 TO ORGRPT-ID.
           WRITE ORGRPT-LIST.
           MOVE WS-AST TO ORGRPT-ID.
           WRITE ORGRPT-LIST.
           MOVE WS-HDR2 TO ORGRPT-ID.
           WRITE ORGRPT-LIST.
           MOVE WS-HDR3 TO ORGRPT-ID.
           WRITE ORGRPT-LIST.
           MOVE WS-AST TO ORGRPT-ID.
           WRITE ORGRPT-LIST.
        110-OPEN-CUR-PARA.
           EXEC SQL
             OPEN ORG_DEPT_CUR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        120-FETCH-PARA.
           EXEC SQL
             FETCH ORG_DEPT_CUR
             INTO :WS-DEPT-CODE,
                  :WS-DEPT-NAME,
                  :WS-PARENT-DEPT,
                  :WS-MGR-EMPNO
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        200-PROCESS-PARA.
           EVALUATE SQLCODE
             WHEN 0
                PERFORM 210-LOAD-DEPT-PARA
                PERFORM 120-FETCH-PARA
             WHEN 100
                SET EOF-DEPT TO TRUE
             WHEN OTHER
                DISPLAY "ERROR " WS-SQLCODE " ON DEPT " WS-DEPT-CODE
                PERFORM 990-SQL-ERROR-PARA
                SET EOF-DEPT TO TRUE
           END-EVALUATE.
        210-LOAD-DEPT-PARA.
           IF WS-ORG-COUNT NOT < WS-ORG-MAX
              DISPLAY 'ORG TABLE FULL - DEPT ' WS-DEPT-CODE
                      ' NOT REPORTED'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              MOVE ZERO TO WS-ACT-HEADCT WS-ACT-SALARY
              EXEC SQL
                SELECT COUNT(*), COALESCE(SUM(SALARY),0)
                  INTO :WS-ACT-HEADCT, :WS-ACT-SALARY
                  FROM EMPLOYEE
                 WHERE WORKDEPT = :WS-DEPT-CODE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON DEPT " WS-DEPT-CODE
                 PERFORM 990-SQL-ERROR-PARA
              END-IF
              ADD 1 TO WS-ORG-COUNT
              MOVE WS-DEPT-CODE   TO WS-OT-CODE(WS-ORG-COUNT)
              MOVE WS-DEPT-NAME   TO WS-OT-NAME(WS-ORG-COUNT)
              MOVE WS-PARENT-DEPT TO WS-OT-PARENT(WS-ORG-COUNT)
              MOVE WS-MGR-EMPNO   TO WS-OT-MGR(WS-ORG-COUNT)
              MOVE WS-ACT-HEADCT  TO WS-OT-DIR-HC(WS-ORG-COUNT)
              MOVE WS-ACT-SALARY  TO WS-OT-DIR-SAL(WS-ORG-COUNT)
              MOVE ZERO           TO WS-OT-TOT-HC(WS-ORG-COUNT)
                                     WS-OT-TOT-SAL(WS-ORG-COUNT)
                                     WS-OT-PX(WS-ORG-COUNT)
              MOVE 'N'            TO WS-OT-PRINTED(WS-ORG-COUNT)
           END-IF.
      * RESOLVE EACH PARENT TO ITS TABLE ENTRY, THEN ADD EVERY
      * DEPARTMENT'S OWN FIGURES INTO ITSELF AND ALL ITS ANCESTORS.
      * THE DEPTH LIMIT STOPS A WALK ROUND A LOOP ON FILE.
        300-ROLLUP-PARA.
           MOVE 1 TO WS-IX.
           PERFORM 310-LINK-PARENT-PARA UNTIL WS-IX > WS-ORG-COUNT.
           MOVE 1 TO WS-IX.
           PERFORM 320-ROLL-DEPT-PARA UNTIL WS-IX > WS-ORG-COUNT.
        310-LINK-PARENT-PARA.
           IF WS-OT-PARENT(WS-IX) NOT = SPACES
              MOVE WS-OT-PARENT(WS-IX) TO WS-FIND-CODE
              PERFORM 360-FIND-DEPT-PARA
              MOVE WS-FX TO WS-OT-PX(WS-IX)
           END-IF.
           ADD 1 TO WS-IX.
        320-ROLL-DEPT-PARA.
           MOVE WS-IX TO WS-PX.
           MOVE ZERO TO WS-UP-DEPTH.
           PERFORM 330-ROLL-UP-PARA
              UNTIL WS-PX = 0 OR WS-UP-DEPTH > WS-STK-MAX.
           ADD 1 TO WS-IX.
        330-ROLL-UP-PARA.
           ADD WS-OT-DIR-HC(WS-IX)  TO WS-OT-TOT-HC(WS-PX).
           ADD WS-OT-DIR-SAL(WS-IX) TO WS-OT-TOT-SAL(WS-PX).
           MOVE WS-OT-PX(WS-PX) TO WS-PX.
           ADD 1 TO WS-UP-DEPTH.
        360-FIND-DEPT-PARA.
           MOVE 1 TO WS-CX.
           MOVE 0 TO WS-FX.
           PERFORM 365-FIND-NEXT-PARA
              UNTIL WS-CX > WS-ORG-COUNT OR WS-FX > 0.
        365-FIND-NEXT-PARA.
           IF WS-OT-CODE(WS-CX) = WS-FIND-CODE
              MOVE WS-CX TO WS-FX
           ELSE
              ADD 1 TO WS-CX
           END-IF.
      * A DEPARTMENT WITH NO PARENT, OR WHOSE PARENT IS NOT ON
      * DEPTMAST, STARTS A TREE. EACH TREE IS WALKED DEPTH FIRST
      * WITH CHILDREN IN DEPTCODE ORDER.
        400-PRINT-TREE-PARA.
           MOVE 1 TO WS-RX.
           PERFORM 410-ROOT-PARA UNTIL WS-RX > WS-ORG-COUNT.
        410-ROOT-PARA.
           IF WS-OT-PX(WS-RX) = 0
              ADD 1 TO WS-DIV-COUNT
              ADD WS-OT-TOT-HC(WS-RX)  TO WS-CO-HC
              ADD WS-OT-TOT-SAL(WS-RX) TO WS-CO-SAL
              MOVE 1 TO WS-SP
              MOVE WS-RX TO WS-STK-IX(1)
              MOVE 0 TO WS-STK-SCAN(1)
              PERFORM 450-PRINT-DEPT-PARA
              PERFORM 420-NEXT-CHILD-PARA UNTIL WS-SP = 0
           END-IF.
           ADD 1 TO WS-RX.
        420-NEXT-CHILD-PARA.
           MOVE WS-STK-IX(WS-SP) TO WS-PX.
           COMPUTE WS-CX = WS-STK-SCAN(WS-SP) + 1.
           MOVE 'N' TO WS-CHILD-SW.
           PERFORM 430-SCAN-CHILD-PARA
              UNTIL WS-CX > WS-ORG-COUNT OR CHILD-FOUND.
           IF CHILD-FOUND
              MOVE WS-CX TO WS-STK-SCAN(WS-SP)
              IF WS-SP < WS-STK-MAX
                 ADD 1 TO WS-SP
                 MOVE WS-CX TO WS-STK-IX(WS-SP)
                 MOVE 0 TO WS-STK-SCAN(WS-SP)
                 PERFORM 450-PRINT-DEPT-PARA
              END-IF
           ELSE
              SUBTRACT 1 FROM WS-SP
           END-IF.
        430-SCAN-CHILD-PARA.
           IF WS-OT-PX(WS-CX) = WS-PX AND
              WS-OT-PRINTED(WS-CX) = 'N'
              SET CHILD-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-CX
           END-IF.
        450-PRINT-DEPT-PARA.
           MOVE WS-STK-IX(WS-SP) TO WS-IX.
           MOVE 'Y' TO WS-OT-PRINTED(WS-IX).
           COMPUTE WS-INDENT = (WS-SP - 1) * 2.
           IF WS-INDENT > 12
              MOVE 12 TO WS-INDENT
           END-IF.
           MOVE SPACES TO WS-ORG-LINE.
           MOVE WS-OT-CODE(WS-IX) TO ORG-TREE(WS-INDENT + 1:3).
           MOVE WS-OT-NAME(WS-IX)    TO ORG-NAME.
           MOVE WS-OT-MGR(WS-IX)     TO ORG-MGR.
           MOVE WS-OT-DIR-HC(WS-IX)  TO ORG-DIR-HC.
           MOVE WS-OT-TOT-HC(WS-IX)  TO ORG-TOT-HC.
           MOVE WS-OT-DIR-SAL(WS-IX) TO ORG-DIR-SAL.
           MOVE WS-OT-TOT-SAL(WS-IX) TO ORG-TOT-SAL.
           MOVE WS-ORG-LINE TO ORGRPT-ID.
           WRITE ORGRPT-LIST.
        500-EXCEPTIONS-PARA.
           MOVE WS-AST TO ORGRPT-ID.
           WRITE ORGRPT-LIST.
           MOVE WS-HDR4 TO ORGRPT-ID.
           WRITE ORGRPT-LIST.
           MOVE WS-AST TO ORGRPT-ID.
           WRITE ORGRPT-LIST.
           MOVE 1 TO WS-IX.
           PERFORM 510-CHECK-DEPT-PARA UNTIL WS-IX > WS-ORG-COUNT.
        510-CHECK-DEPT-PARA.
           MOVE SPACES TO WS-EXC-LINE.
           MOVE WS-OT-CODE(WS-IX) TO EXC-DEPT.
           MOVE WS-OT-MGR(WS-IX)  TO EXC-MGR.
           IF WS-OT-PARENT(WS-IX) NOT = SPACES AND
              WS-OT-PX(WS-IX) = 0
              MOVE 'PARENT NOT ON DEPTMAST' TO EXC-TEXT
              MOVE WS-OT-PARENT(WS-IX) TO EXC-OTHER
              PERFORM 590-WRITE-EXC-PARA
           END-IF.
           IF WS-OT-PRINTED(WS-IX) = 'N'
              MOVE 'NOT IN TREE - PARENT LOOP' TO EXC-TEXT
              MOVE WS-OT-PARENT(WS-IX) TO EXC-OTHER
              PERFORM 590-WRITE-EXC-PARA
           END-IF.
           IF WS-OT-MGR(WS-IX) NOT = SPACES
              PERFORM 520-CHECK-MGR-PARA
           END-IF.
           ADD 1 TO WS-IX.
      * A TERMINATION DELETES THE EMPLOYEE ROW; SALARY HISTORY
      * LEFT BEHIND ON SALHIST IS WHAT MARKS A MANAGER WHO HAS LEFT
        520-CHECK-MGR-PARA.
           MOVE WS-OT-MGR(WS-IX) TO WS-MGR-EMPNO.
           MOVE SPACES TO WS-MGR-DEPT.
           EXEC SQL
             SELECT WORKDEPT
               INTO :WS-MGR-DEPT
               FROM EMPLOYEE
              WHERE EMPNO = :WS-MGR-EMPNO
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                IF WS-MGR-DEPT NOT = WS-OT-CODE(WS-IX)
                   MOVE 'MANAGER WORKS IN DEPT' TO EXC-TEXT
                   MOVE WS-MGR-DEPT TO EXC-OTHER
                   PERFORM 590-WRITE-EXC-PARA
                END-IF
             WHEN 100
                MOVE ZERO TO WS-HIST-COUNT
                EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-HIST-COUNT
                    FROM SALHIST
                   WHERE EMPNO = :WS-MGR-EMPNO
                END-EXEC
                IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE
                   DISPLAY "ERROR " WS-SQLCODE " ON EMPNO "
                           WS-MGR-EMPNO
                   PERFORM 990-SQL-ERROR-PARA
                END-IF
                IF WS-HIST-COUNT > 0
                   MOVE 'MANAGER TERMINATED' TO EXC-TEXT
                ELSE
                   MOVE 'MANAGER NOT ON EMPLOYEE' TO EXC-TEXT
                END-IF
                MOVE SPACES TO EXC-OTHER
                PERFORM 590-WRITE-EXC-PARA
             WHEN OTHER
                MOVE SQLCODE TO WS-SQLCODE
                DISPLAY "ERROR " WS-SQLCODE " ON EMPNO " WS-MGR-EMPNO
                PERFORM 990-SQL-ERROR-PARA
           END-EVALUATE.
        590-WRITE-EXC-PARA.
           ADD 1 TO WS-EXC-COUNT.
           MOVE WS-EXC-LINE TO ORGRPT-ID.
           WRITE ORGRPT-LIST.
        700-FINAL-PARA.
           MOVE WS-AST TO ORGRPT-ID.
           WRITE ORGRPT-LIST.
           MOVE 'DEPARTMENTS REPORTED' TO SUM-LABEL.
           MOVE WS-ORG-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO ORGRPT-ID.
           WRITE ORGRPT-LIST.
           MOVE 'TOP-LEVEL DIVISIONS' TO SUM-LABEL.
           MOVE WS-DIV-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO ORGRPT-ID.
           WRITE ORGRPT-LIST.
           MOVE 'TOTAL HEADCOUNT' TO SUM-LABEL.
           MOVE WS-CO-HC TO SUM-COUNT.
           MOVE WS-SUM-LINE TO ORGRPT-ID.
           WRITE ORGRPT-LIST.
           MOVE 'TOTAL SALARY COST' TO SUM-SAL-LABEL.
           MOVE WS-CO-SAL TO SUM-SAL.
           MOVE WS-SUM-SAL-LINE TO ORGRPT-ID.
           WRITE ORGRPT-LIST.
           MOVE 'EXCEPTIONS' TO SUM-LABEL.
           MOVE WS-EXC-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO ORGRPT-ID.
           WRITE ORGRPT-LIST.
           MOVE WS-AST TO ORGRPT-ID.
           WRITE ORGRPT-LIST.
           IF WS-EXC-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
        800-CLOSE-CUR-PARA.
           EXEC SQL
             CLOSE ORG_DEPT_CUR
           END-EXEC.
        900-CLOSE-FILE-PARA.
           CLOSE ORGRPT.
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
           MOVE 'ORGRPT' TO STL-PROGRAM-ID.
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
