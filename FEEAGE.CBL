       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FEEAGE.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NEW PROGRAM. AGED FEE RECEIVABLES REPORT OVER
      *                 THE FEEINST INSTALMENTS. EVERY INSTALMENT DUE
      *                 BY THE RUN DATE AND NOT FULLY PAID IS AGED
      *                 FROM ITS DUE DATE INTO 0-30, 31-60, 61-90 AND
      *                 OVER-90-DAY BUCKETS (THE OUTSTANDING AMOUNT
      *                 INCLUDES ANY FEELATE LATE FEE), ONE LINE PER
      *                 STUDENT, A SUBTOTAL PER STUDENRL CLASS AND A
      *                 SCHOOL TOTAL. AGERPT IS WHAT THE ACCOUNTS
      *                 OFFICE CHASES DEFAULTERS FROM.
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
           SELECT AGERPT ASSIGN TO AGERPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-AGERPT-ST.
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
       FD AGERPT
           RECORDING MODE IS F.
       01 AGERPT-LIST.
         05 AGERPT-ID             PIC X(80).
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-AGERPT-ST         PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-INST-EOF          PIC X VALUE 'N'.
            88 EOF-INST            VALUE 'Y'.
        01  WS-STU-ID            PIC X(6).
        01  WS-STU-NAME          PIC X(20).
        01  WS-STU-CLASS         PIC X(1).
        01  WS-OPEN-AMT          PIC 9(7)V99 VALUE ZERO.
        01  WS-PREV-STU-ID       PIC X(6) VALUE LOW-VALUE.
        01  WS-PREV-STU-NAME     PIC X(20) VALUE SPACES.
        01  WS-PREV-CLASS        PIC X(1) VALUE LOW-VALUE.
        01  WS-DATE8             PIC 9(8) VALUE ZERO.
        01  WS-DATE8-R           REDEFINES WS-DATE8.
            05 WS-D8-CCYY        PIC 9(4).
            05 WS-D8-MM          PIC 9(2).
            05 WS-D8-DD          PIC 9(2).
        01  WS-TODAY-SERIAL      PIC S9(7) COMP VALUE ZERO.
        01  WS-ENTRY-SERIAL      PIC S9(7) COMP VALUE ZERO.
        01  WS-AGE-DAYS          PIC S9(5) COMP VALUE ZERO.
        01  WS-BX                PIC 9(1) VALUE ZERO.
      * BUCKET AMOUNTS -- STUDENT, CLASS, SCHOOL AND THE LINE BEING
      * PRINTED, ALL FOUR THE SAME SHAPE
        01  WS-STU-AMTS.
            05 WS-S-AGED         OCCURS 4 PIC 9(9)V99 COMP-3.
        01  WS-CLS-AMTS.
            05 WS-C-AGED         OCCURS 4 PIC 9(9)V99 COMP-3.
        01  WS-TOT-AMTS.
            05 WS-T-AGED         OCCURS 4 PIC 9(9)V99 COMP-3.
        01  WS-PRT-AMTS.
            05 WS-P-AGED         OCCURS 4 PIC 9(9)V99 COMP-3.
        01  WS-PRT-TOTAL         PIC 9(9)V99 COMP-3 VALUE ZERO.
        77  WS-INST-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-STU-COUNT         PIC 9(7) COMP VALUE ZERO.
        77  WS-CLASS-COUNT       PIC 9(5) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'FEEAGE'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(18) VALUE SPACES.
            05                   PIC X(34) VALUE
               'AGED FEE RECEIVABLES AS AT'.
            05 HDR-RUN-DATE      PIC 9(8).
            05                   PIC X(20).
        01  WS-HDR2.
            05                   PIC X(22) VALUE SPACES.
            05                   PIC X(44) VALUE
               '------- DAYS PAST DUE DATE -------'.
            05                   PIC X(14) VALUE SPACES.
        01  WS-HDR3.
            05                   PIC X(22) VALUE 'STUDENT NAME'.
            05                   PIC X(11) VALUE '      0-30'.
            05                   PIC X(11) VALUE '     31-60'.
            05                   PIC X(11) VALUE '     61-90'.
            05                   PIC X(11) VALUE '       90+'.
            05                   PIC X(11) VALUE '     TOTAL'.
            05                   PIC X(3).
        01  WS-DTL-LINE.
            05 DTL-STU-ID        PIC X(6).
            05                   PIC X(1).
            05 DTL-NAME          PIC X(14).
            05                   PIC X(1).
            05 DTL-AGED1         PIC ZZZZZZ9.99.
            05                   PIC X(1).
            05 DTL-AGED2         PIC ZZZZZZ9.99.
            05                   PIC X(1).
            05 DTL-AGED3         PIC ZZZZZZ9.99.
            05                   PIC X(1).
            05 DTL-AGED4         PIC ZZZZZZ9.99.
            05                   PIC X(1).
            05 DTL-TOTAL         PIC ZZZZZZ9.99.
            05                   PIC X(4).
        01  WS-CLASS-LABEL.
            05                   PIC X(6)  VALUE 'CLASS'.
            05 CLS-LBL-CLASS     PIC X(1).
            05                   PIC X(7)  VALUE ' TOTAL'.
        01  WS-SUM-LINE.
            05 SUM-LABEL         PIC X(26).
            05 SUM-COUNT         PIC ZZ,ZZ9.
            05                   PIC X(48).
      * OUTSTANDING = INSTALMENT PLUS LATE FEE LESS WHAT FEEAPPLY HAS
      * APPLIED TO IT; INSTALMENTS NOT YET DUE ARE NOT RECEIVABLE
           EXEC SQL
            DECLARE AGE_CUR CURSOR FOR
             SELECT I.STU_ID, I.DUE_DATE,
                    I.INST_AMT + I.LATE_FEE - I.INST_PAID,
                    COALESCE(E.STU_NAME, ' '),
                    COALESCE(E.STU_CLASS, ' ')
             FROM FEEINST I
                  LEFT OUTER JOIN STUDENRL E
                    ON E.STU_ID = I.STU_ID
             WHERE I.INST_AMT + I.LATE_FEE > I.INST_PAID
               AND I.DUE_DATE <= :WS-SHARED-RUN-DATE
             ORDER BY 5, I.STU_ID, I.DUE_DATE
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 100-OPEN-FILE-PARA.
           IF WS-AGERPT-ST = '00'
              PERFORM 110-OPEN-CUR-PARA
              IF SQLCODE = 0
                 PERFORM 120-FETCH-PARA
                 PERFORM 200-PROCESS-PARA UNTIL EOF-INST
              ELSE
                 DISPLAY 'ERROR IN OPEN AGE_CUR ' WS-SQLCODE
                 MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM 800-CLOSE-CUR-PARA
              IF WS-INST-COUNT > 0
                 PERFORM 400-STUDENT-BREAK-PARA
                 PERFORM 450-CLASS-BREAK-PARA
              END-IF
              PERFORM 700-FINAL-PARA
           ELSE
              DISPLAY 'ERROR IN OPEN ' WS-AGERPT-ST
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
           OPEN OUTPUT AGERPT.
           MOVE WS-SHARED-RUN-DATE TO HDR-RUN-DATE.
           MOVE WS-AST TO AGERPT-ID.
           WRITE AGERPT-LIST.
           MOVE WS-HDR1 TO AGERPT-ID.
           WRITE AGERPT-LIST.
           MOVE WS-AST TO AGERPT-ID.
           WRITE AGERPT-LIST.
           MOVE WS-HDR2 TO AGERPT-ID.
           WRITE AGERPT-LIST.
           MOVE WS-HDR3 TO AGERPT-ID.
           WRITE AGERPT-LIST.
           MOVE WS-AST TO AGERPT-ID.
           WRITE AGERPT-LIST.
           INITIALIZE WS-STU-AMTS WS-CLS-AMTS WS-TOT-AMTS.
        110-OPEN-CUR-PARA.
           EXEC SQL
             OPEN AGE_CUR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        120-FETCH-PARA.
           EXEC SQL
             FETCH AGE_CUR
             INTO :WS-STU-ID,
                  :WS-DATE8,
                  :WS-OPEN-AMT,
                  :WS-STU-NAME,
                  :WS-STU-CLASS
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        200-PROCESS-PARA.
           EVALUATE SQLCODE
             WHEN 0
                PERFORM 300-INST-PARA
                PERFORM 120-FETCH-PARA
             WHEN 100
                SET EOF-INST TO TRUE
             WHEN OTHER
                DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " WS-STU-ID
                PERFORM 990-SQL-ERROR-PARA
                SET EOF-INST TO TRUE
           END-EVALUATE.
      * THE CURSOR IS IN CLASS/STUDENT ORDER -- A NEW STUDENT PRINTS
      * THE LAST ONE, A NEW CLASS THEN PRINTS THE CLASS SUBTOTAL
        300-INST-PARA.
           IF WS-INST-COUNT > 0
              IF WS-STU-ID NOT = WS-PREV-STU-ID
                 PERFORM 400-STUDENT-BREAK-PARA
              END-IF
              IF WS-STU-CLASS NOT = WS-PREV-CLASS
                 PERFORM 450-CLASS-BREAK-PARA
              END-IF
           END-IF.
           ADD 1 TO WS-INST-COUNT.
           MOVE WS-STU-ID    TO WS-PREV-STU-ID.
           MOVE WS-STU-NAME  TO WS-PREV-STU-NAME.
           MOVE WS-STU-CLASS TO WS-PREV-CLASS.
           PERFORM 500-AGE-PARA.
           ADD WS-OPEN-AMT TO WS-S-AGED(WS-BX).
        400-STUDENT-BREAK-PARA.
           ADD 1 TO WS-STU-COUNT.
           MOVE WS-STU-AMTS TO WS-PRT-AMTS.
           PERFORM 480-FILL-AMTS-PARA.
           MOVE WS-PREV-STU-ID   TO DTL-STU-ID.
           MOVE WS-PREV-STU-NAME TO DTL-NAME.
           MOVE WS-DTL-LINE TO AGERPT-ID.
           WRITE AGERPT-LIST.
           MOVE 1 TO WS-BX.
           PERFORM 410-ADD-STU-PARA UNTIL WS-BX > 4.
           INITIALIZE WS-STU-AMTS.
        410-ADD-STU-PARA.
           ADD WS-S-AGED(WS-BX) TO WS-C-AGED(WS-BX).
           ADD 1 TO WS-BX.
        450-CLASS-BREAK-PARA.
           ADD 1 TO WS-CLASS-COUNT.
           MOVE WS-CLS-AMTS TO WS-PRT-AMTS.
           PERFORM 480-FILL-AMTS-PARA.
           MOVE WS-PREV-CLASS TO CLS-LBL-CLASS.
           MOVE WS-CLASS-LABEL TO DTL-NAME.
           MOVE WS-DTL-LINE TO AGERPT-ID.
           WRITE AGERPT-LIST.
           MOVE WS-AST TO AGERPT-ID.
           WRITE AGERPT-LIST.
           MOVE 1 TO WS-BX.
           PERFORM 460-ADD-CLS-PARA UNTIL WS-BX > 4.
           INITIALIZE WS-CLS-AMTS.
        460-ADD-CLS-PARA.
           ADD WS-C-AGED(WS-BX) TO WS-T-AGED(WS-BX).
           ADD 1 TO WS-BX.
      * EDITS THE FOUR BUCKETS IN WS-PRT-AMTS AND THEIR TOTAL INTO A
      * CLEARED DETAIL LINE
        480-FILL-AMTS-PARA.
           MOVE SPACES TO WS-DTL-LINE.
           COMPUTE WS-PRT-TOTAL = WS-P-AGED(1) + WS-P-AGED(2)
                                + WS-P-AGED(3) + WS-P-AGED(4).
           MOVE WS-P-AGED(1) TO DTL-AGED1.
           MOVE WS-P-AGED(2) TO DTL-AGED2.
           MOVE WS-P-AGED(3) TO DTL-AGED3.
           MOVE WS-P-AGED(4) TO DTL-AGED4.
           MOVE WS-PRT-TOTAL TO DTL-TOTAL.
      * AGE IN DAYS PAST THE DUE DATE AND ITS BUCKET IN WS-BX
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
           MOVE WS-TOT-AMTS TO WS-PRT-AMTS.
           PERFORM 480-FILL-AMTS-PARA.
           MOVE 'ALL' TO DTL-STU-ID.
           MOVE 'ALL CLASSES' TO DTL-NAME.
           MOVE WS-DTL-LINE TO AGERPT-ID.
           WRITE AGERPT-LIST.
           MOVE WS-AST TO AGERPT-ID.
           WRITE AGERPT-LIST.
           MOVE 'STUDENTS IN ARREARS' TO SUM-LABEL.
           MOVE WS-STU-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO AGERPT-ID.
           WRITE AGERPT-LIST.
           MOVE 'INSTALMENTS OUTSTANDING' TO SUM-LABEL.
           MOVE WS-INST-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO AGERPT-ID.
           WRITE AGERPT-LIST.
           MOVE 'CLASSES' TO SUM-LABEL.
           MOVE WS-CLASS-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO AGERPT-ID.
           WRITE AGERPT-LIST.
           MOVE WS-AST TO AGERPT-ID.
           WRITE AGERPT-LIST.
        800-CLOSE-CUR-PARA.
           EXEC SQL
             CLOSE AGE_CUR
           END-EXEC.
        900-CLOSE-FILE-PARA.
           CLOSE AGERPT.
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
           MOVE 'FEEAGE' TO STL-PROGRAM-ID.
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
