       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VACRPT.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/14/26  RKS  NEW PROGRAM. VACANCY REPORT OVER THE POSREQ
      *                 REQUISITIONS -- PER DEPTMAST DEPARTMENT, THE
      *                 BUDGETED AND CURRENT HEADCOUNT, REQUISITIONS
      *                 OPEN, FILLED AND CANCELLED, AND THE OPEN ONES
      *                 AGED FROM THEIR APPROVAL DATE INTO 0-30, 31-60,
      *                 61-90 AND OVER-90-DAY BUCKETS, EACH OPEN
      *                 REQUISITION LISTED UNDER ITS DEPARTMENT. A
      *                 DEPARTMENT WHOSE HEADCOUNT PLUS OPEN
      *                 REQUISITIONS PASSES ITS BUDGETED HEADCOUNT IS
      *                 FLAGGED AND SETS RC 4, AS DEPTVARN DOES.
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
           SELECT VACRPT ASSIGN TO VACRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-VACRPT-ST.
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
       FD VACRPT
           RECORDING MODE IS F.
       01 VACRPT-LIST.
         05 VACRPT-ID             PIC X(80).
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-VACRPT-ST         PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-DEPT-EOF          PIC X VALUE 'N'.
            88 EOF-DEPT            VALUE 'Y'.
        01  WS-REQ-EOF           PIC X VALUE 'N'.
            88 EOF-REQ             VALUE 'Y'.
        01  WS-DEPT-CODE         PIC X(3).
        01  WS-DEPT-NAME         PIC X(30).
        01  WS-BUD-HEADCT        PIC 9(5) VALUE ZERO.
        77  WS-ACT-HEADCT        PIC S9(5) COMP VALUE ZERO.
        01  WS-REQ-NO            PIC X(6).
        01  WS-REQ-JOB           PIC X(8).
        01  WS-REQ-STATUS        PIC X(1).
            88 REQ-OPEN            VALUE 'O'.
            88 REQ-FILLED          VALUE 'F'.
            88 REQ-CANCELLED       VALUE 'X'.
        01  WS-REPL-EMPNO        PIC X(6).
        01  WS-DATE8             PIC 9(8) VALUE ZERO.
        01  WS-DATE8-R           REDEFINES WS-DATE8.
            05 WS-D8-CCYY        PIC 9(4).
            05 WS-D8-MM          PIC 9(2).
            05 WS-D8-DD          PIC 9(2).
        01  WS-TODAY-SERIAL      PIC S9(7) COMP VALUE ZERO.
        01  WS-ENTRY-SERIAL      PIC S9(7) COMP VALUE ZERO.
        01  WS-AGE-DAYS          PIC S9(5) COMP VALUE ZERO.
        01  WS-BX                PIC 9(1) VALUE ZERO.
        01  WS-PASS              PIC X(1) VALUE 'C'.
            88 PASS-COUNT          VALUE 'C'.
            88 PASS-LIST           VALUE 'L'.
        01  WS-DEPT-CNTS.
            05 WS-D-OPEN         PIC 9(5) COMP.
            05 WS-D-FILLED       PIC 9(5) COMP.
            05 WS-D-CANCEL       PIC 9(5) COMP.
            05 WS-D-AGED         OCCURS 4 PIC 9(5) COMP.
        01  WS-TOT-CNTS.
            05 WS-T-OPEN         PIC 9(5) COMP.
            05 WS-T-FILLED       PIC 9(5) COMP.
            05 WS-T-CANCEL       PIC 9(5) COMP.
            05 WS-T-AGED         OCCURS 4 PIC 9(5) COMP.
        77  WS-DEPT-COUNT        PIC 9(5) COMP VALUE ZERO.
        77  WS-FLAG-COUNT        PIC 9(5) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'VACRPT'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(16) VALUE SPACES.
            05                   PIC X(48) VALUE
               'POSITION CONTROL VACANCY REPORT'.
            05                   PIC X(16).
        01  WS-HDR2.
            05                   PIC X(20) VALUE SPACES.
            05                   PIC X(10) VALUE 'HEADCOUNT'.
            05                   PIC X(15) VALUE '-REQUISITIONS-'.
            05                   PIC X(20) VALUE
               '-OPEN REQS BY AGE-'.
            05                   PIC X(15) VALUE SPACES.
        01  WS-HDR3.
            05                   PIC X(20) VALUE 'DEPT NAME'.
            05                   PIC X(10) VALUE ' BUD  ACT'.
            05                   PIC X(15) VALUE 'OPEN FILL CANC'.
            05                   PIC X(20) VALUE
               '0-30  -60  -90  90+'.
            05                   PIC X(15) VALUE ' FLAG'.
        01  WS-DTL-LINE.
            05 DTL-DEPT          PIC X(3).
            05                   PIC X(1).
            05 DTL-NAME          PIC X(15).
            05                   PIC X(1).
            05 DTL-BUD-HC        PIC ZZZ9.
            05                   PIC X(1).
            05 DTL-ACT-HC        PIC ZZZ9.
            05                   PIC X(1).
            05 DTL-OPEN          PIC ZZZ9.
            05                   PIC X(1).
            05 DTL-FILLED        PIC ZZZ9.
            05                   PIC X(1).
            05 DTL-CANCEL        PIC ZZZ9.
            05                   PIC X(1).
            05 DTL-AGED1         PIC ZZZ9.
            05                   PIC X(1).
            05 DTL-AGED2         PIC ZZZ9.
            05                   PIC X(1).
            05 DTL-AGED3         PIC ZZZ9.
            05                   PIC X(1).
            05 DTL-AGED4         PIC ZZZ9.
            05                   PIC X(2).
            05 DTL-FLAG          PIC X(10).
            05                   PIC X(3).
        01  WS-REQ-LINE.
            05                   PIC X(6)  VALUE SPACES.
            05                   PIC X(5)  VALUE 'REQ'.
            05 RQL-REQ-NO        PIC X(6).
            05                   PIC X(2).
            05 RQL-JOB           PIC X(8).
            05                   PIC X(2).
            05                   PIC X(7)  VALUE 'OPENED'.
            05 RQL-OPENED        PIC 9(8).
            05                   PIC X(2).
            05                   PIC X(4)  VALUE 'AGE'.
            05 RQL-AGE           PIC ZZZZ9.
            05                   PIC X(2).
            05 RQL-REPL-LIT      PIC X(9).
            05 RQL-REPL-EMPNO    PIC X(6).
            05                   PIC X(8).
        01  WS-SUM-LINE.
            05 SUM-LABEL         PIC X(26).
            05 SUM-COUNT         PIC ZZ,ZZ9.
            05                   PIC X(48).
           EXEC SQL
            DECLARE VAC_DEPT_CUR CURSOR FOR
             SELECT DEPTCODE, DEPTNAME, BUD_HEADCT
             FROM DEPTMAST
             ORDER BY DEPTCODE
           END-EXEC.
           EXEC SQL
            DECLARE VAC_REQ_CUR CURSOR FOR
             SELECT REQ_NO, JOB_TITLE, REQ_STATUS, OPEN_DATE,
                    REPL_EMPNO
             FROM POSREQ
             WHERE DEPTCODE = :WS-DEPT-CODE
             ORDER BY OPEN_DATE, REQ_NO
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 100-OPEN-FILE-PARA.
           IF WS-VACRPT-ST = '00'
              PERFORM 110-OPEN-CUR-PARA
              IF SQLCODE = 0
                 PERFORM 120-FETCH-PARA
                 PERFORM 200-PROCESS-PARA UNTIL EOF-DEPT
              ELSE
                 DISPLAY 'ERROR IN OPEN VAC_DEPT_CUR ' WS-SQLCODE
                 MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM 800-CLOSE-CUR-PARA
              PERFORM 700-FINAL-PARA
           ELSE
              DISPLAY 'ERROR IN OPEN ' WS-VACRPT-ST
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
           MOVE WS-SHARED-RUN-DATE TO WS-DATE8.
           PERFORM 520-DATE-SERIAL-PARA.
           MOVE WS-ENTRY-SERIAL TO WS-TODAY-SERIAL.
        100-OPEN-FILE-PARA.
           OPEN OUTPUT VACRPT.
           MOVE WS-AST TO VACRPT-ID.
           WRITE VACRPT-LIST.
           MOVE WS-HDR1 TO VACRPT-ID.
           WRITE VACRPT-LIST.
           MOVE WS-AST TO VACRPT-ID.
           WRITE VACRPT-LIST.
           MOVE WS-HDR2 TO VACRPT-ID.
           WRITE VACRPT-LIST.
           MOVE WS-HDR3 TO VACRPT-ID.
           WRITE VACRPT-LIST.
           MOVE WS-AST TO VACRPT-ID.
           WRITE VACRPT-LIST.
           INITIALIZE WS-TOT-CNTS.
        110-OPEN-CUR-PARA.
           EXEC SQL
             OPEN VAC_DEPT_CUR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        120-FETCH-PARA.
           EXEC SQL
             FETCH VAC_DEPT_CUR
             INTO :WS-DEPT-CODE,
                  :WS-DEPT-NAME,
                  :WS-BUD-HEADCT
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        200-PROCESS-PARA.
           EVALUATE SQLCODE
             WHEN 0
                PERFORM 300-DEPT-PARA
                PERFORM 120-FETCH-PARA
             WHEN 100
                SET EOF-DEPT TO TRUE
             WHEN OTHER
                DISPLAY "ERROR " WS-SQLCODE " ON DEPT " WS-DEPT-CODE
                PERFORM 990-SQL-ERROR-PARA
                SET EOF-DEPT TO TRUE
           END-EVALUATE.
      * THE OPEN REQUISITIONS PRINT UNDER THE DEPARTMENT LINE, SO
      * THE CURSOR IS WALKED ONCE TO COUNT AND AGAIN TO LIST THEM
        300-DEPT-PARA.
           ADD 1 TO WS-DEPT-COUNT.
           INITIALIZE WS-DEPT-CNTS.
           MOVE ZERO TO WS-ACT-HEADCT.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ACT-HEADCT
               FROM EMPLOYEE
              WHERE WORKDEPT = :WS-DEPT-CODE
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
           SET PASS-COUNT TO TRUE.
           PERFORM 400-SCAN-REQS-PARA.
           MOVE SPACES TO WS-DTL-LINE.
           MOVE WS-DEPT-CODE TO DTL-DEPT.
           MOVE WS-DEPT-NAME TO DTL-NAME.
           MOVE WS-BUD-HEADCT TO DTL-BUD-HC.
           MOVE WS-ACT-HEADCT TO DTL-ACT-HC.
           MOVE WS-D-OPEN TO DTL-OPEN.
           MOVE WS-D-FILLED TO DTL-FILLED.
           MOVE WS-D-CANCEL TO DTL-CANCEL.
           MOVE WS-D-AGED(1) TO DTL-AGED1.
           MOVE WS-D-AGED(2) TO DTL-AGED2.
           MOVE WS-D-AGED(3) TO DTL-AGED3.
           MOVE WS-D-AGED(4) TO DTL-AGED4.
           IF WS-BUD-HEADCT > 0 AND
              WS-ACT-HEADCT + WS-D-OPEN > WS-BUD-HEADCT
              MOVE 'OVERFILLED' TO DTL-FLAG
              ADD 1 TO WS-FLAG-COUNT
           END-IF.
           MOVE WS-DTL-LINE TO VACRPT-ID.
           WRITE VACRPT-LIST.
           IF WS-D-OPEN > 0
              SET PASS-LIST TO TRUE
              PERFORM 400-SCAN-REQS-PARA
           END-IF.
           ADD WS-D-OPEN   TO WS-T-OPEN.
           ADD WS-D-FILLED TO WS-T-FILLED.
           ADD WS-D-CANCEL TO WS-T-CANCEL.
           MOVE 1 TO WS-BX.
           PERFORM 350-ADD-AGED-PARA UNTIL WS-BX > 4.
        350-ADD-AGED-PARA.
           ADD WS-D-AGED(WS-BX) TO WS-T-AGED(WS-BX).
           ADD 1 TO WS-BX.
        400-SCAN-REQS-PARA.
           MOVE 'N' TO WS-REQ-EOF.
           EXEC SQL
             OPEN VAC_REQ_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR IN OPEN VAC_REQ_CUR ' WS-SQLCODE
              PERFORM 990-SQL-ERROR-PARA
           ELSE
              PERFORM 410-FETCH-REQ-PARA
              PERFORM 420-REQ-PARA UNTIL EOF-REQ
              EXEC SQL
                CLOSE VAC_REQ_CUR
              END-EXEC
           END-IF.
        410-FETCH-REQ-PARA.
           EXEC SQL
             FETCH VAC_REQ_CUR
             INTO :WS-REQ-NO,
                  :WS-REQ-JOB,
                  :WS-REQ-STATUS,
                  :WS-DATE8,
                  :WS-REPL-EMPNO
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        420-REQ-PARA.
           EVALUATE SQLCODE
             WHEN 0
                IF PASS-COUNT
                   PERFORM 430-COUNT-REQ-PARA
                ELSE
                   IF REQ-OPEN
                      PERFORM 440-LIST-REQ-PARA
                   END-IF
                END-IF
                PERFORM 410-FETCH-REQ-PARA
             WHEN 100
                SET EOF-REQ TO TRUE
             WHEN OTHER
                DISPLAY "ERROR " WS-SQLCODE " ON REQ " WS-REQ-NO
                PERFORM 990-SQL-ERROR-PARA
                SET EOF-REQ TO TRUE
           END-EVALUATE.
        430-COUNT-REQ-PARA.
           EVALUATE TRUE
             WHEN REQ-OPEN
                ADD 1 TO WS-D-OPEN
                PERFORM 500-AGE-PARA
                ADD 1 TO WS-D-AGED(WS-BX)
             WHEN REQ-FILLED
                ADD 1 TO WS-D-FILLED
             WHEN REQ-CANCELLED
                ADD 1 TO WS-D-CANCEL
           END-EVALUATE.
        440-LIST-REQ-PARA.
           PERFORM 500-AGE-PARA.
           MOVE WS-REQ-NO  TO RQL-REQ-NO.
           MOVE WS-REQ-JOB TO RQL-JOB.
           MOVE WS-DATE8   TO RQL-OPENED.
           MOVE WS-AGE-DAYS TO RQL-AGE.
           IF WS-REPL-EMPNO = SPACES
              MOVE SPACES TO RQL-REPL-LIT RQL-REPL-EMPNO
           ELSE
              MOVE 'REPLACES' TO RQL-REPL-LIT
              MOVE WS-REPL-EMPNO TO RQL-REPL-EMPNO
           END-IF.
           MOVE WS-REQ-LINE TO VACRPT-ID.
           WRITE VACRPT-LIST.
      * AGE IN DAYS OF AN OPEN REQUISITION AND ITS BUCKET IN WS-BX
        500-AGE-PARA.
           PERFORM 520-DATE-SERIAL-PARA.
           COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-ENTRY-SERIAL.
           IF WS-AGE-DAYS < 0
              MOVE 0 TO WS-AGE-DAYS
           END-IF.
           EVALUATE TRUE
             WHEN WS-AGE-DAYS > 90
                MOVE 4 TO WS-BX
             WHEN WS-AGE-DAYS > 60
                MOVE 3 TO WS-BX
             WHEN WS-AGE-DAYS > 30
                MOVE 2 TO WS-BX
             WHEN OTHER
                MOVE 1 TO WS-BX
           END-EVALUATE.
      * SAME FLAT SERIAL AS REJAGING -- A 372-DAY YEAR OF 31-DAY
      * MONTHS, CLOSE ENOUGH FOR 30-DAY AGEING BUCKETS
        520-DATE-SERIAL-PARA.
           COMPUTE WS-ENTRY-SERIAL = WS-D8-CCYY * 372
                                   + WS-D8-MM * 31
                                   + WS-D8-DD.
        700-FINAL-PARA.
           MOVE WS-AST TO VACRPT-ID.
           WRITE VACRPT-LIST.
           MOVE SPACES TO WS-DTL-LINE.
           MOVE 'ALL' TO DTL-DEPT.
           MOVE 'DEPARTMENTS' TO DTL-NAME.
           MOVE WS-T-OPEN TO DTL-OPEN.
           MOVE WS-T-FILLED TO DTL-FILLED.
           MOVE WS-T-CANCEL TO DTL-CANCEL.
           MOVE WS-T-AGED(1) TO DTL-AGED1.
           MOVE WS-T-AGED(2) TO DTL-AGED2.
           MOVE WS-T-AGED(3) TO DTL-AGED3.
           MOVE WS-T-AGED(4) TO DTL-AGED4.
           MOVE WS-DTL-LINE TO VACRPT-ID.
           WRITE VACRPT-LIST.
           MOVE WS-AST TO VACRPT-ID.
           WRITE VACRPT-LIST.
           MOVE 'DEPARTMENTS REPORTED' TO SUM-LABEL.
           MOVE WS-DEPT-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO VACRPT-ID.
           WRITE VACRPT-LIST.
           MOVE 'DEPARTMENTS OVERFILLED' TO SUM-LABEL.
           MOVE WS-FLAG-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO VACRPT-ID.
           WRITE VACRPT-LIST.
           MOVE WS-AST TO VACRPT-ID.
           WRITE VACRPT-LIST.
           IF WS-FLAG-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
        800-CLOSE-CUR-PARA.
           EXEC SQL
             CLOSE VAC_DEPT_CUR
           END-EXEC.
        900-CLOSE-FILE-PARA.
           CLOSE VACRPT.
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
           MOVE 'VACRPT' TO STL-PROGRAM-ID.
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
