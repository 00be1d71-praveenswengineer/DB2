       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EMPSRVC.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/14/26  RKS  NEW PROGRAM. LENGTH-OF-SERVICE REPORT OFF THE
      *                 EMPLOYEE HIRE DATES, IN THREE SECTIONS --
      *                 (1) SENIORITY LIST PER WORKDEPT, LONGEST
      *                 SERVING FIRST, WITH YEARS AND MONTHS OF SERVICE
      *                 AT THE RUNCTL RUN DATE; EMPLOYEES WITH NO HIRE
      *                 DATE ON FILE LIST UNRANKED AT THE END OF THEIR
      *                 DEPARTMENT AND ARE COUNTED. (2) PROBATION
      *                 CONFIRMATIONS FALLING DUE IN THE NEXT N DAYS,
      *                 DUE DATE = HIRE DATE + THE PROBATION PERIOD IN
      *                 MONTHS (DAY HELD BACK TO MONTH END WHERE THE
      *                 MONTH IS SHORTER). (3) SERVICE AWARDS -- STAFF
      *                 COMPLETING 5, 10, 15, 20 OR 25 YEARS IN THE
      *                 CALENDAR MONTH AFTER THE RUN DATE. SRVCCTL CARD
      *                 GIVES THE PROBATION MONTHS (COLS 1-2, DEFAULT
      *                 06) AND THE LOOK-AHEAD DAYS (COLS 4-6, DEFAULT
      *                 030).
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
           SELECT SRVCCTL ASSIGN TO SRVCCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SRVCCTL-ST.
           SELECT SRVCRPT ASSIGN TO SRVCRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SRVCRPT-ST.
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
       FD SRVCCTL
           RECORDING MODE IS F.
       01 SRVCCTL-REC.
         05 CTL-PROB-MONTHS       PIC X(2).
         05                       PIC X(1).
         05 CTL-LOOK-DAYS         PIC X(3).
         05                       PIC X(74).
       FD SRVCRPT
           RECORDING MODE IS F.
       01 SRVCRPT-LIST.
         05 SRVCRPT-ID            PIC X(80).
       WORKING-STORAGE SECTION.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-SRVCCTL-ST        PIC X(2).
        77  WS-SRVCRPT-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-PROB-MONTHS       PIC 9(2) VALUE 06.
        01  WS-LOOK-DAYS         PIC 9(3) VALUE 030.
        01  WS-EMP-EOF           PIC X VALUE 'N'.
            88 EOF-EMP             VALUE 'Y'.
        01  WS-FIRST-ROW         PIC X VALUE 'Y'.
            88 FIRST-ROW           VALUE 'Y'.
        01  WS-HIRE-OK           PIC X VALUE 'N'.
            88 HIRE-OK             VALUE 'Y'.
        01  WS-PREV-WORKDEPT     PIC X(3) VALUE SPACES.
        01  WS-RUN-NUM.
            05 WS-RUN-CCYY       PIC 9(4).
            05 WS-RUN-MM         PIC 9(2).
            05 WS-RUN-DD         PIC 9(2).
        01  WS-RUN-DATE-N REDEFINES WS-RUN-NUM PIC 9(8).
        01  WS-HIRE-NUM.
            05 WS-HIRE-CCYY      PIC 9(4).
            05 WS-HIRE-MM        PIC 9(2).
            05 WS-HIRE-DD        PIC 9(2).
        01  WS-HIRE-DATE-N REDEFINES WS-HIRE-NUM PIC 9(8).
        01  WS-HOR-NUM.
            05 WS-HOR-CCYY       PIC 9(4).
            05 WS-HOR-MM         PIC 9(2).
            05 WS-HOR-DD         PIC 9(2).
        01  WS-HORIZON REDEFINES WS-HOR-NUM PIC 9(8).
        01  WS-DUE-NUM.
            05 WS-DUE-CCYY       PIC 9(4).
            05 WS-DUE-MM         PIC 9(2).
            05 WS-DUE-DD         PIC 9(2).
        01  WS-DUE-DATE-N REDEFINES WS-DUE-NUM PIC 9(8).
        01  WS-AWD-CCYY          PIC 9(4) VALUE ZERO.
        01  WS-AWD-MM            PIC 9(2) VALUE ZERO.
        01  WS-SRV-MONTHS        PIC S9(5) VALUE ZERO.
        01  WS-SRV-YEARS         PIC 9(3) VALUE ZERO.
        01  WS-SRV-REM           PIC 9(2) VALUE ZERO.
        01  WS-AWD-YEARS         PIC 9(3) VALUE ZERO.
            88 AWARD-YEARS         VALUE 5 10 15 20 25.
        01  WS-MONTH-WORK        PIC 9(3) VALUE ZERO.
        01  WS-MONTH-TABLE.
            05                   PIC X(24) VALUE
               '312831303130313130313031'.
        01  WS-MONTH-DAYS REDEFINES WS-MONTH-TABLE.
            05 WS-MDAYS          PIC 9(2) OCCURS 12 TIMES.
        01  WS-ME-CCYY           PIC 9(4) VALUE ZERO.
        01  WS-ME-MM             PIC 9(2) VALUE ZERO.
        01  WS-MONTH-END         PIC 9(2) VALUE ZERO.
        01  WS-LEAP-QUOT         PIC 9(4) VALUE ZERO.
        01  WS-LEAP-REM4         PIC 9(4) VALUE ZERO.
        01  WS-LEAP-REM100       PIC 9(4) VALUE ZERO.
        01  WS-LEAP-REM400       PIC 9(4) VALUE ZERO.
        01  WS-RANK              PIC 9(4) VALUE ZERO.
        01  WS-EMP-COUNT         PIC 9(5) VALUE ZERO.
        01  WS-NOHIRE-COUNT      PIC 9(5) VALUE ZERO.
        01  WS-PRB-TABLE.
            05 WS-PRB-ENTRY      OCCURS 500.
               10 WS-PRB-DEPT    PIC X(3).
               10 WS-PRB-EMPNO   PIC X(6).
               10 WS-PRB-NAME    PIC X(15).
               10 WS-PRB-HIRE    PIC X(10).
               10 WS-PRB-DUE     PIC 9(8).
        01  WS-PRB-MAX           PIC 9(3) COMP VALUE ZERO.
        01  WS-PRB-SUB           PIC 9(3) COMP VALUE ZERO.
        01  WS-AWD-TABLE.
            05 WS-AWD-ENTRY      OCCURS 500.
               10 WS-AWT-DEPT    PIC X(3).
               10 WS-AWT-EMPNO   PIC X(6).
               10 WS-AWT-NAME    PIC X(15).
               10 WS-AWT-HIRE    PIC X(10).
               10 WS-AWT-YEARS   PIC 9(2).
        01  WS-AWD-MAX           PIC 9(3) COMP VALUE ZERO.
        01  WS-AWD-SUB           PIC 9(3) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'EMPSRVC'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(16) VALUE SPACES.
            05                   PIC X(48) VALUE
               'LENGTH OF SERVICE REPORT'.
            05                   PIC X(16).
        01  WS-HDR2.
            05                   PIC X(36) VALUE
               'SENIORITY BY DEPARTMENT AS AT'.
            05 HDR2-RUN-DATE     PIC 9(8).
            05                   PIC X(36).
        01  WS-SEN-HDR.
            05                   PIC X(5)  VALUE 'DEPT'.
            05                   PIC X(6)  VALUE 'RANK'.
            05                   PIC X(8)  VALUE 'EMPNO'.
            05                   PIC X(17) VALUE 'LASTNAME'.
            05                   PIC X(12) VALUE 'HIREDATE'.
            05                   PIC X(14) VALUE 'SERVICE'.
            05                   PIC X(18).
        01  WS-SEN-LINE.
            05 SEN-WORKDEPT      PIC X(3).
            05                   PIC X(2).
            05 SEN-RANK          PIC ZZZ9 BLANK WHEN ZERO.
            05                   PIC X(2).
            05 SEN-EMPNO         PIC X(6).
            05                   PIC X(2).
            05 SEN-LASTNAME      PIC X(15).
            05                   PIC X(2).
            05 SEN-HIREDATE      PIC X(10).
            05                   PIC X(2).
            05 SEN-SERVICE.
               10 SEN-YEARS      PIC ZZ9.
               10                PIC X(3) VALUE ' Y '.
               10 SEN-MONTHS     PIC Z9.
               10                PIC X(2) VALUE ' M'.
            05                   PIC X(22).
        01  WS-HDR3.
            05                   PIC X(36) VALUE
               'PROBATION CONFIRMATION DUE BY'.
            05 HDR3-HORIZON      PIC 9(8).
            05                   PIC X(36).
        01  WS-PRB-HDR.
            05                   PIC X(5)  VALUE 'DEPT'.
            05                   PIC X(8)  VALUE 'EMPNO'.
            05                   PIC X(17) VALUE 'LASTNAME'.
            05                   PIC X(12) VALUE 'HIREDATE'.
            05                   PIC X(12) VALUE 'DUE'.
            05                   PIC X(26).
        01  WS-PRB-LINE.
            05 PRB-WORKDEPT      PIC X(3).
            05                   PIC X(2).
            05 PRB-EMPNO         PIC X(6).
            05                   PIC X(2).
            05 PRB-LASTNAME      PIC X(15).
            05                   PIC X(2).
            05 PRB-HIREDATE      PIC X(10).
            05                   PIC X(2).
            05 PRB-DUE           PIC 9(8).
            05                   PIC X(30).
        01  WS-HDR4.
            05                   PIC X(36) VALUE
               'SERVICE AWARDS FOR MONTH'.
            05 HDR4-CCYY         PIC 9(4).
            05                   PIC X(1) VALUE '-'.
            05 HDR4-MM           PIC 9(2).
            05                   PIC X(37).
        01  WS-AWD-HDR.
            05                   PIC X(5)  VALUE 'DEPT'.
            05                   PIC X(8)  VALUE 'EMPNO'.
            05                   PIC X(17) VALUE 'LASTNAME'.
            05                   PIC X(12) VALUE 'HIREDATE'.
            05                   PIC X(12) VALUE 'YEARS'.
            05                   PIC X(26).
        01  WS-AWD-LINE.
            05 AWD-WORKDEPT      PIC X(3).
            05                   PIC X(2).
            05 AWD-EMPNO         PIC X(6).
            05                   PIC X(2).
            05 AWD-LASTNAME      PIC X(15).
            05                   PIC X(2).
            05 AWD-HIREDATE      PIC X(10).
            05                   PIC X(2).
            05 AWD-YEARS         PIC Z9.
            05                   PIC X(36).
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
      * NULL HIRE DATES SORT HIGH, SO THEY FALL AFTER THE RANKED
      * STAFF OF THEIR DEPARTMENT
           EXEC SQL
            DECLARE SRV_CUR CURSOR FOR
             SELECT EMPNO, LASTNAME, WORKDEPT,
                    COALESCE(CHAR(HIREDATE, ISO), ' ')
             FROM EMPLOYEE
             ORDER BY WORKDEPT, HIREDATE, EMPNO
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 050-READ-SRVCCTL-PARA.
           PERFORM 060-SET-DATES-PARA.
           PERFORM 100-OPEN-FILE-PARA.
           IF WS-SRVCRPT-ST = '00'
              PERFORM 110-OPEN-CUR-PARA
              IF SQLCODE = 0
                 PERFORM 120-FETCH-PARA
                 PERFORM 200-PROCESS-PARA UNTIL EOF-EMP
                 PERFORM 700-FINAL-PARA
              ELSE
                 DISPLAY 'ERROR IN OPEN SRV_CUR ' WS-SQLCODE
                 MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM 800-CLOSE-CUR-PARA
           ELSE
              DISPLAY 'ERROR IN OPEN ' WS-SRVCRPT-ST
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
        050-READ-SRVCCTL-PARA.
           OPEN INPUT SRVCCTL.
           IF WS-SRVCCTL-ST = '00'
              READ SRVCCTL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-PROB-MONTHS NUMERIC
                       MOVE CTL-PROB-MONTHS TO WS-PROB-MONTHS
                    END-IF
                    IF CTL-LOOK-DAYS NUMERIC
                       MOVE CTL-LOOK-DAYS TO WS-LOOK-DAYS
                    END-IF
              END-READ
              CLOSE SRVCCTL
           END-IF.
           DISPLAY 'PROBATION MONTHS ' WS-PROB-MONTHS
                   ' LOOK-AHEAD DAYS ' WS-LOOK-DAYS.
      * HORIZON IS THE RUN DATE STEPPED FORWARD A DAY AT A TIME;
      * THE AWARD MONTH IS THE CALENDAR MONTH AFTER THE RUN DATE
        060-SET-DATES-PARA.
           MOVE WS-SHARED-RUN-DATE TO WS-RUN-DATE-N.
           MOVE WS-RUN-DATE-N TO WS-HORIZON.
           PERFORM 065-NEXT-DATE-PARA WS-LOOK-DAYS TIMES.
           IF WS-RUN-MM < 12
              MOVE WS-RUN-CCYY TO WS-AWD-CCYY
              COMPUTE WS-AWD-MM = WS-RUN-MM + 1
           ELSE
              COMPUTE WS-AWD-CCYY = WS-RUN-CCYY + 1
              MOVE 1 TO WS-AWD-MM
           END-IF.
        065-NEXT-DATE-PARA.
           MOVE WS-HOR-CCYY TO WS-ME-CCYY.
           MOVE WS-HOR-MM TO WS-ME-MM.
           PERFORM 330-MONTH-END-PARA.
           IF WS-HOR-DD < WS-MONTH-END
              ADD 1 TO WS-HOR-DD
           ELSE
              MOVE 1 TO WS-HOR-DD
              IF WS-HOR-MM < 12
                 ADD 1 TO WS-HOR-MM
              ELSE
                 MOVE 1 TO WS-HOR-MM
                 ADD 1 TO WS-HOR-CCYY
              END-IF
           END-IF.
        100-OPEN-FILE-PARA.
           OPEN OUTPUT SRVCRPT.
           MOVE WS-AST TO SRVCRPT-ID.
           WRITE SRVCRPT-LIST.
           MOVE WS-HDR1 TO SRVCRPT-ID.
           WRITE SRVCRPT-LIST.
           MOVE WS-AST TO SRVCRPT-ID.
           WRITE SRVCRPT-LIST.
           MOVE WS-RUN-DATE-N TO HDR2-RUN-DATE.
           MOVE WS-HDR2 TO SRVCRPT-ID.
           WRITE SRVCRPT-LIST.
           MOVE WS-SEN-HDR TO SRVCRPT-ID.
           WRITE SRVCRPT-LIST.
           MOVE WS-AST TO SRVCRPT-ID.
           WRITE SRVCRPT-LIST.
        110-OPEN-CUR-PARA.
           EXEC SQL
             OPEN SRV_CUR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        120-FETCH-PARA.
           EXEC SQL
             FETCH SRV_CUR
             INTO :EMPNO,
                  :LASTNAME,
                  :WORKDEPT,
                  :HIREDATE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        200-PROCESS-PARA.
           EVALUATE SQLCODE
             WHEN 0
                PERFORM 300-BREAK-CHECK-PARA
                PERFORM 400-SENIORITY-PARA
                PERFORM 120-FETCH-PARA
             WHEN 100
                SET EOF-EMP TO TRUE
             WHEN OTHER
                DISPLAY "ERROR " WS-SQLCODE " ON EMPNO " EMPNO
                PERFORM 990-SQL-ERROR-PARA
                SET EOF-EMP TO TRUE
           END-EVALUATE.
        300-BREAK-CHECK-PARA.
           IF FIRST-ROW
              MOVE WORKDEPT TO WS-PREV-WORKDEPT
              MOVE 'N' TO WS-FIRST-ROW
           ELSE
              IF WORKDEPT NOT = WS-PREV-WORKDEPT
                 MOVE SPACES TO SRVCRPT-ID
                 WRITE SRVCRPT-LIST
                 MOVE ZERO TO WS-RANK
                 MOVE WORKDEPT TO WS-PREV-WORKDEPT
              END-IF
           END-IF.
        330-MONTH-END-PARA.
           MOVE WS-MDAYS(WS-ME-MM) TO WS-MONTH-END.
           IF WS-ME-MM = 2
              DIVIDE WS-ME-CCYY BY 4
                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM4
              DIVIDE WS-ME-CCYY BY 100
                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM100
              DIVIDE WS-ME-CCYY BY 400
                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM400
              IF WS-LEAP-REM4 = 0 AND
                 (WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0)
                 MOVE 29 TO WS-MONTH-END
              END-IF
           END-IF.
      * MONTHS OF SERVICE COUNT WHOLE MONTHS ONLY -- ONE IS TAKEN
      * OFF WHEN THE RUN DAY IS BEFORE THE HIRE DAY
        400-SENIORITY-PARA.
           ADD 1 TO WS-EMP-COUNT.
           MOVE SPACES TO WS-SEN-LINE.
           MOVE ' Y ' TO SEN-SERVICE(4:3).
           MOVE ' M' TO SEN-SERVICE(9:2).
           MOVE WORKDEPT TO SEN-WORKDEPT.
           MOVE EMPNO TO SEN-EMPNO.
           MOVE LASTNAME TO SEN-LASTNAME.
           PERFORM 410-CHECK-HIRE-PARA.
           IF HIRE-OK
              ADD 1 TO WS-RANK
              MOVE WS-RANK TO SEN-RANK
              MOVE HIREDATE TO SEN-HIREDATE
              COMPUTE WS-SRV-MONTHS =
                  (WS-RUN-CCYY - WS-HIRE-CCYY) * 12
                  + WS-RUN-MM - WS-HIRE-MM
              IF WS-RUN-DD < WS-HIRE-DD
                 SUBTRACT 1 FROM WS-SRV-MONTHS
              END-IF
              IF WS-SRV-MONTHS < 0
                 MOVE ZERO TO WS-SRV-MONTHS
              END-IF
              DIVIDE WS-SRV-MONTHS BY 12
                 GIVING WS-SRV-YEARS REMAINDER WS-SRV-REM
              MOVE WS-SRV-YEARS TO SEN-YEARS
              MOVE WS-SRV-REM TO SEN-MONTHS
              PERFORM 500-PROBATION-PARA
              PERFORM 600-AWARD-PARA
           ELSE
              ADD 1 TO WS-NOHIRE-COUNT
              MOVE ZERO TO SEN-RANK
              MOVE 'NOT ON FILE' TO SEN-HIREDATE
              MOVE SPACES TO SEN-SERVICE
           END-IF.
           MOVE WS-SEN-LINE TO SRVCRPT-ID.
           WRITE SRVCRPT-LIST.
        410-CHECK-HIRE-PARA.
           MOVE 'N' TO WS-HIRE-OK.
           IF HIREDATE NOT = SPACES
              IF HIREDATE(1:4) NOT NUMERIC OR
                 HIREDATE(6:2) NOT NUMERIC OR
                 HIREDATE(9:2) NOT NUMERIC
                 DISPLAY 'BAD HIREDATE ' HIREDATE ' ON ' EMPNO
              ELSE
                 MOVE HIREDATE(1:4) TO WS-HIRE-CCYY
                 MOVE HIREDATE(6:2) TO WS-HIRE-MM
                 MOVE HIREDATE(9:2) TO WS-HIRE-DD
                 MOVE 'Y' TO WS-HIRE-OK
              END-IF
           END-IF.
      * PROBATION ENDS THE SAME DAY N MONTHS ON, OR AT THE END OF
      * THAT MONTH WHEN IT HAS NO SUCH DAY (31 AUG + 6 = 28/29 FEB)
        500-PROBATION-PARA.
           COMPUTE WS-MONTH-WORK = WS-HIRE-MM + WS-PROB-MONTHS - 1.
           DIVIDE WS-MONTH-WORK BY 12
              GIVING WS-LEAP-QUOT REMAINDER WS-DUE-MM.
           ADD 1 TO WS-DUE-MM.
           COMPUTE WS-DUE-CCYY = WS-HIRE-CCYY + WS-LEAP-QUOT.
           MOVE WS-DUE-CCYY TO WS-ME-CCYY.
           MOVE WS-DUE-MM TO WS-ME-MM.
           PERFORM 330-MONTH-END-PARA.
           IF WS-HIRE-DD > WS-MONTH-END
              MOVE WS-MONTH-END TO WS-DUE-DD
           ELSE
              MOVE WS-HIRE-DD TO WS-DUE-DD
           END-IF.
           IF WS-DUE-DATE-N >= WS-RUN-DATE-N AND
              WS-DUE-DATE-N <= WS-HORIZON
              IF WS-PRB-MAX < 500
                 ADD 1 TO WS-PRB-MAX
                 MOVE WORKDEPT TO WS-PRB-DEPT(WS-PRB-MAX)
                 MOVE EMPNO TO WS-PRB-EMPNO(WS-PRB-MAX)
                 MOVE LASTNAME TO WS-PRB-NAME(WS-PRB-MAX)
                 MOVE HIREDATE TO WS-PRB-HIRE(WS-PRB-MAX)
                 MOVE WS-DUE-DATE-N TO WS-PRB-DUE(WS-PRB-MAX)
              ELSE
                 DISPLAY 'PROBATION TABLE FULL - ' EMPNO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
        600-AWARD-PARA.
           IF WS-HIRE-MM = WS-AWD-MM AND
              WS-HIRE-CCYY < WS-AWD-CCYY
              COMPUTE WS-AWD-YEARS = WS-AWD-CCYY - WS-HIRE-CCYY
              IF AWARD-YEARS
                 IF WS-AWD-MAX < 500
                    ADD 1 TO WS-AWD-MAX
                    MOVE WORKDEPT TO WS-AWT-DEPT(WS-AWD-MAX)
                    MOVE EMPNO TO WS-AWT-EMPNO(WS-AWD-MAX)
                    MOVE LASTNAME TO WS-AWT-NAME(WS-AWD-MAX)
                    MOVE HIREDATE TO WS-AWT-HIRE(WS-AWD-MAX)
                    MOVE WS-AWD-YEARS TO WS-AWT-YEARS(WS-AWD-MAX)
                 ELSE
                    DISPLAY 'AWARD TABLE FULL - ' EMPNO
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
      * THE PROBATION AND AWARD LISTS PRINT AS THEIR OWN SECTIONS
      * AFTER THE SENIORITY LIST, STILL IN DEPARTMENT ORDER
        700-FINAL-PARA.
           MOVE WS-AST TO SRVCRPT-ID.
           WRITE SRVCRPT-LIST.
           MOVE 'EMPLOYEES LISTED' TO TOT-LABEL.
           MOVE WS-EMP-COUNT TO TOT-COUNT.
           MOVE WS-TOT-LINE TO SRVCRPT-ID.
           WRITE SRVCRPT-LIST.
           MOVE 'NO HIRE DATE ON FILE' TO TOT-LABEL.
           MOVE WS-NOHIRE-COUNT TO TOT-COUNT.
           MOVE WS-TOT-LINE TO SRVCRPT-ID.
           WRITE SRVCRPT-LIST.
           MOVE WS-AST TO SRVCRPT-ID.
           WRITE SRVCRPT-LIST.
           MOVE WS-HORIZON TO HDR3-HORIZON.
           MOVE WS-HDR3 TO SRVCRPT-ID.
           WRITE SRVCRPT-LIST.
           MOVE WS-PRB-HDR TO SRVCRPT-ID.
           WRITE SRVCRPT-LIST.
           MOVE WS-AST TO SRVCRPT-ID.
           WRITE SRVCRPT-LIST.
           MOVE 1 TO WS-PRB-SUB.
           PERFORM 710-PRINT-PRB-PARA UNTIL WS-PRB-SUB > WS-PRB-MAX.
           MOVE 'CONFIRMATIONS DUE' TO TOT-LABEL.
           MOVE WS-PRB-MAX TO TOT-COUNT.
           MOVE WS-TOT-LINE TO SRVCRPT-ID.
           WRITE SRVCRPT-LIST.
           MOVE WS-AST TO SRVCRPT-ID.
           WRITE SRVCRPT-LIST.
           MOVE WS-AWD-CCYY TO HDR4-CCYY.
           MOVE WS-AWD-MM TO HDR4-MM.
           MOVE WS-HDR4 TO SRVCRPT-ID.
           WRITE SRVCRPT-LIST.
           MOVE WS-AWD-HDR TO SRVCRPT-ID.
           WRITE SRVCRPT-LIST.
           MOVE WS-AST TO SRVCRPT-ID.
           WRITE SRVCRPT-LIST.
           MOVE 1 TO WS-AWD-SUB.
           PERFORM 720-PRINT-AWD-PARA UNTIL WS-AWD-SUB > WS-AWD-MAX.
           MOVE 'SERVICE AWARDS DUE' TO TOT-LABEL.
           MOVE WS-AWD-MAX TO TOT-COUNT.
           MOVE WS-TOT-LINE TO SRVCRPT-ID.
           WRITE SRVCRPT-LIST.
           MOVE WS-AST TO SRVCRPT-ID.
           WRITE SRVCRPT-LIST.
        710-PRINT-PRB-PARA.
           MOVE SPACES TO WS-PRB-LINE.
           MOVE WS-PRB-DEPT(WS-PRB-SUB) TO PRB-WORKDEPT.
           MOVE WS-PRB-EMPNO(WS-PRB-SUB) TO PRB-EMPNO.
           MOVE WS-PRB-NAME(WS-PRB-SUB) TO PRB-LASTNAME.
           MOVE WS-PRB-HIRE(WS-PRB-SUB) TO PRB-HIREDATE.
           MOVE WS-PRB-DUE(WS-PRB-SUB) TO PRB-DUE.
           MOVE WS-PRB-LINE TO SRVCRPT-ID.
           WRITE SRVCRPT-LIST.
           ADD 1 TO WS-PRB-SUB.
        720-PRINT-AWD-PARA.
           MOVE SPACES TO WS-AWD-LINE.
           MOVE WS-AWT-DEPT(WS-AWD-SUB) TO AWD-WORKDEPT.
           MOVE WS-AWT-EMPNO(WS-AWD-SUB) TO AWD-EMPNO.
           MOVE WS-AWT-NAME(WS-AWD-SUB) TO AWD-LASTNAME.
           MOVE WS-AWT-HIRE(WS-AWD-SUB) TO AWD-HIREDATE.
           MOVE WS-AWT-YEARS(WS-AWD-SUB) TO AWD-YEARS.
           MOVE WS-AWD-LINE TO SRVCRPT-ID.
           WRITE SRVCRPT-LIST.
           ADD 1 TO WS-AWD-SUB.
        800-CLOSE-CUR-PARA.
           EXEC SQL
             CLOSE SRV_CUR
           END-EXEC.
        900-CLOSE-FILE-PARA.
           CLOSE SRVCRPT.
        990-SQL-ERROR-PARA.
           MOVE EMPNO TO WS-ERRH-KEY.
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
           MOVE 'EMPSRVC ' TO STL-PROGRAM-ID.
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
