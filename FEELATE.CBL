       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FEELATE.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NEW PROGRAM. MONTHLY LATE FEE PENALTY RUN OVER
      *                 THE FEEINST INSTALMENTS FEELOAD BUILDS. THE
      *                 LATECTL CARD GIVES THE GRACE DAYS (DEFAULT 15)
      *                 AND A FLAT PENALTY AND/OR A PERCENTAGE OF THE
      *                 AMOUNT OVERDUE. EVERY INSTALMENT STILL NOT
      *                 FULLY PAID MORE THAN THE GRACE DAYS AFTER ITS
      *                 DUE DATE IS CHARGED ONCE -- LATE_FEE AND
      *                 LATE_DATE ON FEEINST, THE SAME AMOUNT ADDED TO
      *                 FEELEDGR LATE_AMT -- SO A RERUN IN THE SAME OR
      *                 A LATER MONTH CHARGES NOBODY TWICE. LATERPT IS
      *                 THE PENALTY REGISTER.
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
           SELECT LATECTL ASSIGN TO LATECTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LATECTL-ST.
           SELECT LATERPT ASSIGN TO LATERPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LATERPT-ST.
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
      * PENALTY CARD -- GRACE DAYS, FLAT AMOUNT (9(5)V99) AND
      * PERCENTAGE OF THE AMOUNT OVERDUE; EITHER OR BOTH MAY BE GIVEN
       FD LATECTL
           RECORDING MODE IS F.
       01 LATECTL-REC.
         05 LC-GRACE-DAYS         PIC X(3).
         05                       PIC X(1).
         05 LC-FLAT-AMT           PIC X(7).
         05                       PIC X(1).
         05 LC-OVERDUE-PCT        PIC X(3).
         05                       PIC X(65).
       FD LATERPT
           RECORDING MODE IS F.
       01 LATERPT-LIST.
         05 LATERPT-ID            PIC X(80).
       WORKING-STORAGE SECTION.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-LATECTL-ST        PIC X(2).
        77  WS-LATERPT-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-POLICY-OK         PIC X VALUE 'Y'.
            88 POLICY-OK           VALUE 'Y'.
        01  WS-GRACE-DAYS        PIC 9(3) VALUE 15.
        01  WS-FLAT-AMT          PIC 9(5)V99 VALUE ZERO.
        01  WS-OVERDUE-PCT       PIC 9(3) VALUE ZERO.
        01  WS-INST-EOF          PIC X VALUE 'N'.
            88 EOF-INST            VALUE 'Y'.
        01  WS-STU-ID            PIC X(6).
        01  WS-STU-NAME          PIC X(20).
        01  WS-STU-CLASS         PIC X(1).
        01  WS-INST-NO           PIC 9(2) VALUE ZERO.
        01  WS-OVERDUE-AMT       PIC 9(7)V99 VALUE ZERO.
        01  WS-PENALTY-AMT       PIC 9(7)V99 VALUE ZERO.
        01  WS-DATE8             PIC 9(8) VALUE ZERO.
        01  WS-DATE8-R           REDEFINES WS-DATE8.
            05 WS-D8-CCYY        PIC 9(4).
            05 WS-D8-MM          PIC 9(2).
            05 WS-D8-DD          PIC 9(2).
        01  WS-TODAY-SERIAL      PIC S9(7) COMP VALUE ZERO.
        01  WS-ENTRY-SERIAL      PIC S9(7) COMP VALUE ZERO.
        01  WS-AGE-DAYS          PIC S9(5) COMP VALUE ZERO.
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-POST-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-GRACE-COUNT       PIC 9(7) COMP VALUE ZERO.
        01  WS-TOT-PENALTY       PIC 9(9)V99 COMP-3 VALUE ZERO.
        01  WS-COMMIT-INTERVAL   PIC 9(5) COMP VALUE 100.
        01  WS-COMMIT-COUNT      PIC 9(5) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'FEELATE'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(20) VALUE SPACES.
            05                   PIC X(32) VALUE
               'LATE FEE PENALTY REGISTER AS AT'.
            05 HDR-RUN-DATE      PIC 9(8).
            05                   PIC X(20).
        01  WS-HDR2.
            05                   PIC X(8)  VALUE 'STUDENT'.
            05                   PIC X(21) VALUE 'NAME'.
            05                   PIC X(3)  VALUE 'CL'.
            05                   PIC X(4)  VALUE 'IN'.
            05                   PIC X(10) VALUE 'DUE DATE'.
            05                   PIC X(7)  VALUE '  AGE'.
            05                   PIC X(12) VALUE '   OVERDUE'.
            05                   PIC X(10) VALUE '   PENALTY'.
            05                   PIC X(5).
        01  WS-DTL-LINE.
            05 DTL-STU-ID        PIC X(6).
            05                   PIC X(2).
            05 DTL-STU-NAME      PIC X(20).
            05                   PIC X(1).
            05 DTL-STU-CLASS     PIC X(1).
            05                   PIC X(2).
            05 DTL-INST-NO       PIC Z9.
            05                   PIC X(2).
            05 DTL-DUE-DATE      PIC 9(8).
            05                   PIC X(2).
            05 DTL-AGE           PIC ZZZZ9.
            05                   PIC X(2).
            05 DTL-OVERDUE       PIC ZZZZZZ9.99.
            05                   PIC X(2).
            05 DTL-PENALTY       PIC ZZZZZZ9.99.
            05                   PIC X(5).
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
      * ONLY INSTALMENTS NOT YET CHARGED -- A POSTED LATE FEE IS NEVER
      * CHARGED AGAIN
           EXEC SQL
            DECLARE LATE_CUR CURSOR WITH HOLD FOR
             SELECT I.STU_ID, I.INST_NO, I.DUE_DATE,
                    I.INST_AMT - I.INST_PAID,
                    COALESCE(E.STU_NAME, ' '),
                    COALESCE(E.STU_CLASS, ' ')
             FROM FEEINST I
                  LEFT OUTER JOIN STUDENRL E
                    ON E.STU_ID = I.STU_ID
             WHERE I.LATE_FEE  = 0
               AND I.INST_PAID < I.INST_AMT
               AND I.DUE_DATE  < :WS-SHARED-RUN-DATE
             ORDER BY I.STU_ID, I.INST_NO
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 050-READ-LATECTL-PARA.
           IF POLICY-OK
              PERFORM 100-OPEN-FILE-PARA
              IF WS-LATERPT-ST = '00'
                 PERFORM 110-OPEN-CUR-PARA
                 IF SQLCODE = 0
                    PERFORM 120-FETCH-PARA
                    PERFORM 200-PROCESS-PARA UNTIL EOF-INST
                    PERFORM 800-CLOSE-CUR-PARA
                 ELSE
                    DISPLAY 'ERROR IN OPEN LATE_CUR ' WS-SQLCODE
                    PERFORM 990-SQL-ERROR-PARA
                 END-IF
                 PERFORM 600-COMMIT-PARA
                 PERFORM 700-FINAL-PARA
              ELSE
                 DISPLAY 'ERROR IN OPEN ' WS-LATERPT-ST
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
           IF WS-SHARED-RUN-DATE = ZERO
              ACCEPT WS-SYS-DATE FROM DATE
              COMPUTE WS-SHARED-RUN-DATE = 20000000 + WS-SYS-DATE
           END-IF.
           MOVE WS-SHARED-RUN-DATE TO WS-DATE8.
           PERFORM 520-DATE-SERIAL-PARA.
           MOVE WS-ENTRY-SERIAL TO WS-TODAY-SERIAL.
      * A BAD CARD STOPS THE RUN; A CARD (OR NO CARD) THAT SETS NO
      * PENALTY POSTS NOTHING AND ENDS RC 4
        050-READ-LATECTL-PARA.
           OPEN INPUT LATECTL.
           IF WS-LATECTL-ST = '00'
              READ LATECTL
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM 055-EDIT-POLICY-PARA
              END-READ
              CLOSE LATECTL
           END-IF.
           IF POLICY-OK AND WS-FLAT-AMT = ZERO AND
              WS-OVERDUE-PCT = ZERO
              DISPLAY 'LATECTL SETS NO PENALTY - NOTHING POSTED'
              MOVE 'N' TO WS-POLICY-OK
              MOVE 4 TO RETURN-CODE
           END-IF.
        055-EDIT-POLICY-PARA.
           IF LC-GRACE-DAYS NUMERIC
              MOVE LC-GRACE-DAYS TO WS-GRACE-DAYS
           ELSE
              IF LC-GRACE-DAYS NOT = SPACES
                 DISPLAY 'BAD LATECTL GRACE DAYS ' LC-GRACE-DAYS
                 MOVE 'N' TO WS-POLICY-OK
              END-IF
           END-IF.
           IF LC-FLAT-AMT NUMERIC
              MOVE LC-FLAT-AMT TO WS-FLAT-AMT
           ELSE
              IF LC-FLAT-AMT NOT = SPACES
                 DISPLAY 'BAD LATECTL FLAT AMOUNT ' LC-FLAT-AMT
                 MOVE 'N' TO WS-POLICY-OK
              END-IF
           END-IF.
           IF LC-OVERDUE-PCT NUMERIC
              MOVE LC-OVERDUE-PCT TO WS-OVERDUE-PCT
           ELSE
              IF LC-OVERDUE-PCT NOT = SPACES
                 DISPLAY 'BAD LATECTL PERCENTAGE ' LC-OVERDUE-PCT
                 MOVE 'N' TO WS-POLICY-OK
              END-IF
           END-IF.
           IF WS-OVERDUE-PCT > 100
              DISPLAY 'LATECTL PERCENTAGE OVER 100 ' WS-OVERDUE-PCT
              MOVE 'N' TO WS-POLICY-OK
           END-IF.
           IF NOT POLICY-OK
              MOVE 8 TO RETURN-CODE
           END-IF.
        100-OPEN-FILE-PARA.
           OPEN OUTPUT LATERPT.
           MOVE WS-SHARED-RUN-DATE TO HDR-RUN-DATE.
           MOVE WS-AST TO LATERPT-ID.
           WRITE LATERPT-LIST.
           MOVE WS-HDR1 TO LATERPT-ID.
           WRITE LATERPT-LIST.
           MOVE WS-AST TO LATERPT-ID.
           WRITE LATERPT-LIST.
           MOVE WS-HDR2 TO LATERPT-ID.
           WRITE LATERPT-LIST.
           MOVE WS-AST TO LATERPT-ID.
           WRITE LATERPT-LIST.
        110-OPEN-CUR-PARA.
           EXEC SQL
             OPEN LATE_CUR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        120-FETCH-PARA.
           EXEC SQL
             FETCH LATE_CUR
             INTO :WS-STU-ID, :WS-INST-NO, :WS-DATE8,
                  :WS-OVERDUE-AMT, :WS-STU-NAME, :WS-STU-CLASS
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        200-PROCESS-PARA.
           EVALUATE SQLCODE
             WHEN 0
                ADD 1 TO WS-READ-COUNT
                PERFORM 300-INST-PARA
                PERFORM 120-FETCH-PARA
             WHEN 100
                SET EOF-INST TO TRUE
             WHEN OTHER
                DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " WS-STU-ID
                PERFORM 990-SQL-ERROR-PARA
                SET EOF-INST TO TRUE
           END-EVALUATE.
        300-INST-PARA.
           PERFORM 520-DATE-SERIAL-PARA.
           COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-ENTRY-SERIAL.
           IF WS-AGE-DAYS NOT > WS-GRACE-DAYS
              ADD 1 TO WS-GRACE-COUNT
           ELSE
              COMPUTE WS-PENALTY-AMT ROUNDED = WS-FLAT-AMT
                    + WS-OVERDUE-AMT * WS-OVERDUE-PCT / 100
              PERFORM 500-POST-PENALTY-PARA
              IF SQLCODE = 0
                 PERFORM 450-PRINT-PENALTY-PARA
                 ADD 1 TO WS-POST-COUNT
                 ADD WS-PENALTY-AMT TO WS-TOT-PENALTY
                 ADD 1 TO WS-COMMIT-COUNT
                 IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
                    PERFORM 600-COMMIT-PARA
                 END-IF
              ELSE
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " WS-STU-ID
                 PERFORM 990-SQL-ERROR-PARA
                 SET EOF-INST TO TRUE
              END-IF
           END-IF.
        450-PRINT-PENALTY-PARA.
           MOVE SPACES TO WS-DTL-LINE.
           MOVE WS-STU-ID      TO DTL-STU-ID.
           MOVE WS-STU-NAME    TO DTL-STU-NAME.
           MOVE WS-STU-CLASS   TO DTL-STU-CLASS.
           MOVE WS-INST-NO     TO DTL-INST-NO.
           MOVE WS-DATE8       TO DTL-DUE-DATE.
           MOVE WS-AGE-DAYS    TO DTL-AGE.
           MOVE WS-OVERDUE-AMT TO DTL-OVERDUE.
           MOVE WS-PENALTY-AMT TO DTL-PENALTY.
           MOVE WS-DTL-LINE    TO LATERPT-ID.
           WRITE LATERPT-LIST.
      * THE INSTALMENT CARRIES THE FEE SO FEEAPPLY CLEARS IT WITH THE
      * INSTALMENT; THE LEDGER CARRIES IT SO FEEDFLT SEES IT OWED
        500-POST-PENALTY-PARA.
           EXEC SQL
             UPDATE FEEINST
                SET LATE_FEE  = :WS-PENALTY-AMT,
                    LATE_DATE = :WS-SHARED-RUN-DATE
              WHERE STU_ID   = :WS-STU-ID
                AND INST_NO  = :WS-INST-NO
                AND LATE_FEE = 0
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                UPDATE FEELEDGR
                   SET LATE_AMT = LATE_AMT + :WS-PENALTY-AMT
                 WHERE STU_ID = :WS-STU-ID
              END-EXEC
           END-IF.
      * SAME FLAT SERIAL AS REJAGING -- A 372-DAY YEAR OF 31-DAY
      * MONTHS, CLOSE ENOUGH FOR A GRACE PERIOD IN DAYS
        520-DATE-SERIAL-PARA.
           COMPUTE WS-ENTRY-SERIAL = WS-D8-CCYY * 372
                                   + WS-D8-MM * 31
                                   + WS-D8-DD.
        600-COMMIT-PARA.
           EXEC SQL
             COMMIT
           END-EXEC.
           MOVE ZERO TO WS-COMMIT-COUNT.
        700-FINAL-PARA.
           MOVE WS-AST TO LATERPT-ID.
           WRITE LATERPT-LIST.
           MOVE 'OVERDUE INSTALMENTS READ' TO SUM-LABEL.
           MOVE WS-READ-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO LATERPT-ID.
           WRITE LATERPT-LIST.
           MOVE 'LATE FEES POSTED' TO SUM-LABEL.
           MOVE WS-POST-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO LATERPT-ID.
           WRITE LATERPT-LIST.
           MOVE 'TOTAL LATE FEES' TO SUM-AMT-LABEL.
           MOVE WS-TOT-PENALTY TO SUM-AMT.
           MOVE WS-SUM-AMT-LINE TO LATERPT-ID.
           WRITE LATERPT-LIST.
           MOVE 'WITHIN GRACE - NOT CHARGED' TO SUM-LABEL.
           MOVE WS-GRACE-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO LATERPT-ID.
           WRITE LATERPT-LIST.
           MOVE WS-AST TO LATERPT-ID.
           WRITE LATERPT-LIST.
           DISPLAY 'INSTALMENTS READ ' WS-READ-COUNT
                   ' CHARGED ' WS-POST-COUNT
                   ' IN GRACE ' WS-GRACE-COUNT.
        800-CLOSE-CUR-PARA.
           EXEC SQL
             CLOSE LATE_CUR
           END-EXEC.
        900-CLOSE-FILE-PARA.
           CLOSE LATERPT.
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
           MOVE 'FEELATE' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE
           ELSE
              ACCEPT STL-RUN-DATE FROM DATE
           END-IF.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-READ-COUNT TO STL-READ-CNT.
           MOVE WS-POST-COUNT TO STL-PROC-CNT.
           MOVE WS-GRACE-COUNT TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
