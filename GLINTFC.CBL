       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLINTFC.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  A PAYFEED 'BON' OR 'ENC' ONE-TIME PAYMENT NOW
      *                 POSTS ITS NEW-SALARY AMOUNT AS IT IS, NOT THE
      *                 DIFFERENCE FROM THE OLD-SALARY SLOT.
      *  10/15/26  RKS  GLSUSP IS NOW REGISTERED ON THE RPTLOG REPORT
      *                 REGISTER THROUGH RPTREG ONCE IT IS CLOSED, FOR
      *                 THE RPTDIST STEP.
      *  10/15/26  RKS  NEW PROGRAM. NIGHTLY GENERAL LEDGER INTERFACE.
      *                 THE DAY'S MONEY MOVEMENTS ARE TAKEN FROM THE
      *                 FEELOAD FEEGL EXTRACT (DUES AND RECEIPTS), THE
      *                 DAY'S CONFIRMED TRNBKNG BOOKINGS AND THE REFUNDS
      *                 FEED TRNSETTL SETTLES, AND THE PAYFEED SALARY,
      *                 HIRE AND TERMINATION RECORDS. EACH IS MAPPED
      *                 THROUGH THE GLMAPCTL ACCOUNT-MAPPING CARDS
      *                 (SOURCE, TRANSACTION TYPE, CLASS OR DEPARTMENT
      *                 -- '*' FOR ANY -- TO A DEBIT AND A CREDIT
      *                 ACCOUNT) INTO A DEBIT AND A CREDIT LINE, ONE
      *                 JOURNAL BATCH PER SOURCE WITH A HEADER AND A
      *                 TRAILER CARRYING THE LINE COUNT AND DEBIT AND
      *                 CREDIT CONTROL TOTALS. A BATCH IS STAGED ON
      *                 GLWORK AND ONLY COPIED TO THE GLJRNL JOURNAL
      *                 WHEN IT BALANCES. UNMAPPED OR INVALID MOVEMENTS
      *                 AND ANY BATCH OUT OF BALANCE ARE HELD ON THE
      *                 GLSUSP SUSPENSE REPORT AND NOT POSTED (RC 4).
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
           SELECT GLMAPCTL ASSIGN TO GLMAPCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-GLMAPCTL-ST.
           SELECT FEEGL ASSIGN TO FEEGL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FEEGL-ST.
           SELECT REFUNDS ASSIGN TO REFUNDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-REFUNDS-ST.
           SELECT PAYFEED ASSIGN TO PAYFEED
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PAYFEED-ST.
           SELECT GLWORK ASSIGN TO GLWORK
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-GLWORK-ST.
           SELECT GLJRNL ASSIGN TO GLJRNL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-GLJRNL-ST.
           SELECT GLSUSP ASSIGN TO GLSUSP
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-GLSUSP-ST.
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
      * ACCOUNT MAPPING -- SOURCE FEE/TRN/PAY, TRANSACTION TYPE,
      * CLASS OR DEPARTMENT ('*' = ANY), DEBIT AND CREDIT ACCOUNTS
       FD GLMAPCTL
           RECORDING MODE IS F.
       01 GLMAPCTL-REC.
         05 GMC-SOURCE            PIC X(3).
         05                       PIC X(1).
         05 GMC-TRAN-TYPE         PIC X(3).
         05                       PIC X(1).
         05 GMC-KEY               PIC X(3).
         05                       PIC X(1).
         05 GMC-DR-ACCT           PIC X(8).
         05                       PIC X(1).
         05 GMC-CR-ACCT           PIC X(8).
         05                       PIC X(51).
      * SAME RECORD LAYOUT AS FEELOAD'S FEEGL EXTRACT
       FD FEEGL
           RECORDING MODE IS F.
       01 FEEGL-REC.
         05 FGL-TRAN-TYPE         PIC X(3).
         05                       PIC X(1).
         05 FGL-STU-ID            PIC X(6).
         05                       PIC X(1).
         05 FGL-STU-CLASS         PIC X(1).
         05                       PIC X(1).
         05 FGL-REF               PIC X(8).
         05                       PIC X(1).
         05 FGL-AMOUNT            PIC 9(7)V99.
         05                       PIC X(1).
         05 FGL-RUN-DATE          PIC 9(6).
         05                       PIC X(42).
      * SAME RECORD LAYOUT AS TRNCANCL'S REFUNDS FEED
       FD REFUNDS
           RECORDING MODE IS F.
       01 REFUNDS-REC.
         05 RFD-BOOK-NO           PIC 9(7).
         05                       PIC X(1).
         05 RFD-TRAINNO           PIC X(6).
         05                       PIC X(1).
         05 RFD-TRAVEL-DATE       PIC 9(8).
         05                       PIC X(1).
         05 RFD-PSGR-NAME         PIC X(20).
         05                       PIC X(1).
         05 RFD-AMOUNT            PIC 9(7)V99.
         05                       PIC X(1).
         05 RFD-RUN-DATE          PIC 9(6).
         05                       PIC X(19).
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
      * ONE BATCH'S JOURNAL LINES, HELD UNTIL THE BATCH BALANCES
       FD GLWORK
           RECORDING MODE IS F.
       01 GLWORK-REC              PIC X(80).
      * JOURNAL -- BATCH HEADER, DEBIT/CREDIT LINES, BATCH TRAILER
       FD GLJRNL
           RECORDING MODE IS F.
       01 JNL-HDR-REC.
         05 JNH-REC-TYPE          PIC X(1).
         05                       PIC X(1).
         05 JNH-BATCH-NO          PIC X(11).
         05                       PIC X(1).
         05 JNH-RUN-DATE          PIC 9(8).
         05                       PIC X(1).
         05 JNH-SOURCE            PIC X(3).
         05                       PIC X(1).
         05 JNH-DESC              PIC X(30).
         05                       PIC X(23).
       01 JNL-DTL-REC             PIC X(80).
       01 JNL-TRL-REC.
         05 JNT-REC-TYPE          PIC X(1).
         05                       PIC X(1).
         05 JNT-BATCH-NO          PIC X(11).
         05                       PIC X(1).
         05 JNT-LINE-COUNT        PIC 9(7).
         05                       PIC X(1).
         05 JNT-DR-TOTAL          PIC 9(11)V99.
         05                       PIC X(1).
         05 JNT-CR-TOTAL          PIC 9(11)V99.
         05                       PIC X(31).
       FD GLSUSP
           RECORDING MODE IS F.
       01 GLSUSP-LIST.
         05 GLSUSP-ID             PIC X(80).
       WORKING-STORAGE SECTION.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-GLMAPCTL-ST       PIC X(2).
        77  WS-FEEGL-ST          PIC X(2).
        77  WS-REFUNDS-ST        PIC X(2).
        77  WS-PAYFEED-ST        PIC X(2).
        77  WS-GLWORK-ST         PIC X(2).
        77  WS-GLJRNL-ST         PIC X(2).
        77  WS-GLSUSP-ST         PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-RPTREG-PARM.
            05 WS-RR-PROGRAM     PIC X(8) VALUE 'GLINTFC'.
            05 WS-RR-REPORT-ID   PIC X(8) VALUE 'GLSUSP'.
            05 WS-RR-RUN-DATE    PIC 9(8) VALUE ZERO.
            05 WS-RR-PAGES       PIC 9(5) VALUE ZERO.
            05 WS-RR-LINES       PIC 9(7) VALUE ZERO.
        01  WS-RPT-EOF           PIC X VALUE 'N'.
            88 EOF-RPT             VALUE 'Y'.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-MAP-EOF           PIC X VALUE 'N'.
            88 EOF-MAP             VALUE 'Y'.
        01  WS-FGL-EOF           PIC X VALUE 'N'.
            88 EOF-FGL             VALUE 'Y'.
        01  WS-BKG-EOF           PIC X VALUE 'N'.
            88 EOF-BKG             VALUE 'Y'.
        01  WS-REF-EOF           PIC X VALUE 'N'.
            88 EOF-REF             VALUE 'Y'.
        01  WS-PAY-EOF           PIC X VALUE 'N'.
            88 EOF-PAY             VALUE 'Y'.
        01  WS-WRK-EOF           PIC X VALUE 'N'.
            88 EOF-WRK             VALUE 'Y'.
      * THE GLMAPCTL CARDS
        01  WS-MAP-TABLE.
            05 WS-MAP OCCURS 200.
               10 WS-MP-SOURCE   PIC X(3).
               10 WS-MP-TYPE     PIC X(3).
               10 WS-MP-KEY      PIC X(3).
               10 WS-MP-DR-ACCT  PIC X(8).
               10 WS-MP-CR-ACCT  PIC X(8).
        01  WS-MAP-MAX           PIC 9(3) COMP VALUE ZERO.
        01  WS-MAP-SUB           PIC 9(3) COMP VALUE ZERO.
        01  WS-MAP-FOUND         PIC X VALUE 'N'.
            88 MAP-FOUND           VALUE 'Y'.
        01  WS-FIND-KEY          PIC X(3).
        01  WS-DR-ACCT           PIC X(8).
        01  WS-CR-ACCT           PIC X(8).
      * THE MOVEMENT BEING MAPPED
        01  WS-MV-SOURCE         PIC X(3).
        01  WS-MV-TYPE           PIC X(3).
        01  WS-MV-KEY            PIC X(3).
        01  WS-MV-REF            PIC X(10).
        01  WS-MV-AMOUNT         PIC S9(9)V99 VALUE ZERO.
        01  WS-MV-VALID          PIC X VALUE 'Y'.
            88 MV-VALID            VALUE 'Y'.
        01  WS-SUSP-REASON       PIC X(30).
      * THE BATCH BEING BUILT
        01  WS-BATCH-NO.
            05 WS-BAT-SOURCE     PIC X(3).
            05 WS-BAT-DATE       PIC 9(8).
        01  WS-BAT-DESC          PIC X(30).
        01  WS-BAT-FAIL          PIC X VALUE 'N'.
            88 BATCH-FAILED        VALUE 'Y'.
        77  WS-BAT-LINES         PIC 9(7) COMP VALUE ZERO.
        01  WS-BAT-DR            PIC 9(11)V99 VALUE ZERO.
        01  WS-BAT-CR            PIC 9(11)V99 VALUE ZERO.
        01  WS-BAT-MAPPED        PIC 9(11)V99 VALUE ZERO.
        77  WS-BAT-MOVES         PIC 9(7) COMP VALUE ZERO.
      * ONE JOURNAL DEBIT OR CREDIT LINE
        01  WS-JNL-LINE.
            05 JND-REC-TYPE      PIC X(1).
            05                   PIC X(1).
            05 JND-BATCH-NO      PIC X(11).
            05                   PIC X(1).
            05 JND-LINE-NO       PIC 9(5).
            05                   PIC X(1).
            05 JND-ACCOUNT       PIC X(8).
            05                   PIC X(1).
            05 JND-DR-CR         PIC X(1).
            05                   PIC X(1).
            05 JND-AMOUNT        PIC 9(9)V99.
            05                   PIC X(1).
            05 JND-TRAN-TYPE     PIC X(3).
            05                   PIC X(1).
            05 JND-KEY           PIC X(3).
            05                   PIC X(1).
            05 JND-REF           PIC X(10).
            05                   PIC X(19).
        01  WS-LINE-AMT          PIC 9(9)V99 VALUE ZERO.
        01  WS-TRAINNO           PIC X(6) VALUE SPACES.
        01  WS-BKG-REVENUE       PIC 9(9)V99 VALUE ZERO.
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-POST-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-SUSP-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-HELD-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-BATCH-COUNT       PIC 9(3) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'GLINTFC'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(14) VALUE SPACES.
            05                   PIC X(40) VALUE
               'GL INTERFACE SUSPENSE AND BATCH CONTROL'.
            05                   PIC X(6)  VALUE 'DATE'.
            05 HDR-DATE          PIC 9(8).
            05                   PIC X(12).
        01  WS-HDR2.
            05                   PIC X(4)  VALUE 'SRC'.
            05                   PIC X(4)  VALUE 'TYP'.
            05                   PIC X(4)  VALUE 'KEY'.
            05                   PIC X(11) VALUE 'REFERENCE'.
            05                   PIC X(16) VALUE '         AMOUNT'.
            05                   PIC X(41) VALUE 'SUSPENSE REASON'.
        01  WS-SUSP-LINE.
            05 SUS-SOURCE        PIC X(3).
            05                   PIC X(1).
            05 SUS-TYPE          PIC X(3).
            05                   PIC X(1).
            05 SUS-KEY           PIC X(3).
            05                   PIC X(1).
            05 SUS-REF           PIC X(10).
            05                   PIC X(1).
            05 SUS-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
            05                   PIC X(1).
            05 SUS-REASON        PIC X(30).
            05                   PIC X(11).
        01  WS-BAT-LINE.
            05 BAT-BATCH-NO      PIC X(11).
            05                   PIC X(2).
            05 BAT-LINES         PIC ZZ,ZZ9.
            05                   PIC X(2).
            05 BAT-DR            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05                   PIC X(1).
            05 BAT-CR            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05                   PIC X(2).
            05 BAT-STATUS        PIC X(10).
            05                   PIC X(12).
        01  WS-BAT-HDR.
            05                   PIC X(13) VALUE 'BATCH'.
            05                   PIC X(8)  VALUE 'LINES'.
            05                   PIC X(18) VALUE '           DEBITS'.
            05                   PIC X(20) VALUE '          CREDITS'.
            05                   PIC X(21) VALUE 'STATUS'.
        01  WS-SUM-LINE.
            05 SUM-LABEL         PIC X(30).
            05 SUM-COUNT         PIC ZZZ,ZZ9.
            05                   PIC X(43).
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
      * THE DAY'S CONFIRMED BOOKING REVENUE BY TRAIN, SUMMED THE WAY
      * TRNSETTL SETTLES IT
           EXEC SQL
            DECLARE BKG_CUR CURSOR FOR
             SELECT B.TRAINNO,
                    SUM(B.SEATS * CASE WHEN B.FARE_AMT > 0
                                       THEN B.FARE_AMT
                                       ELSE T.TRAINFARE END)
             FROM TRNBKNG B, TRAIN T
             WHERE B.TRAINNO   = T.TRAINNO
               AND B.STATUS    = 'C'
               AND B.BOOK_DATE = :WS-SHARED-RUN-DATE
             GROUP BY B.TRAINNO
             ORDER BY B.TRAINNO
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 050-LOAD-GLMAP-PARA.
           IF WS-MAP-MAX = ZERO
              DISPLAY 'NO GLMAPCTL MAPPING CARDS - NOTHING POSTED'
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 100-OPEN-FILE-PARA
              PERFORM 200-FEE-BATCH-PARA
              PERFORM 300-TRN-BATCH-PARA
              PERFORM 400-PAY-BATCH-PARA
              PERFORM 700-FINAL-PARA
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
        050-LOAD-GLMAP-PARA.
           OPEN INPUT GLMAPCTL.
           IF WS-GLMAPCTL-ST = '00'
              PERFORM 055-READ-MAP-CARD-PARA UNTIL EOF-MAP
              CLOSE GLMAPCTL
           END-IF.
        055-READ-MAP-CARD-PARA.
           READ GLMAPCTL
              AT END
                 SET EOF-MAP TO TRUE
              NOT AT END
                 IF (GMC-SOURCE = 'FEE' OR 'TRN' OR 'PAY') AND
                    GMC-TRAN-TYPE NOT = SPACES AND
                    GMC-KEY NOT = SPACES AND
                    GMC-DR-ACCT NOT = SPACES AND
                    GMC-CR-ACCT NOT = SPACES AND
                    WS-MAP-MAX < 200
                    ADD 1 TO WS-MAP-MAX
                    MOVE GMC-SOURCE    TO WS-MP-SOURCE(WS-MAP-MAX)
                    MOVE GMC-TRAN-TYPE TO WS-MP-TYPE(WS-MAP-MAX)
                    MOVE GMC-KEY       TO WS-MP-KEY(WS-MAP-MAX)
                    MOVE GMC-DR-ACCT   TO WS-MP-DR-ACCT(WS-MAP-MAX)
                    MOVE GMC-CR-ACCT   TO WS-MP-CR-ACCT(WS-MAP-MAX)
                 ELSE
                    DISPLAY 'BAD GLMAPCTL CARD ' GLMAPCTL-REC(1:32)
                    MOVE 4 TO RETURN-CODE
                 END-IF
           END-READ.
        100-OPEN-FILE-PARA.
           OPEN OUTPUT GLJRNL.
           OPEN OUTPUT GLSUSP.
           MOVE WS-SHARED-RUN-DATE TO WS-BAT-DATE.
           MOVE WS-AST TO GLSUSP-ID.
           WRITE GLSUSP-LIST.
           MOVE WS-SHARED-RUN-DATE TO HDR-DATE.
           MOVE WS-HDR1 TO GLSUSP-ID.
           WRITE GLSUSP-LIST.
           MOVE WS-AST TO GLSUSP-ID.
           WRITE GLSUSP-LIST.
           MOVE WS-HDR2 TO GLSUSP-ID.
           WRITE GLSUSP-LIST.
      * FEE BATCH -- THE DUES CHANGES AND RECEIPTS FEELOAD POSTED,
      * MAPPED BY THE STUDENT'S CLASS
        200-FEE-BATCH-PARA.
           MOVE 'FEE' TO WS-BAT-SOURCE.
           MOVE 'STUDENT FEE DUES AND RECEIPTS' TO WS-BAT-DESC.
           PERFORM 500-START-BATCH-PARA.
           OPEN INPUT FEEGL.
           IF WS-FEEGL-ST = '00'
              PERFORM 210-READ-FEEGL-PARA UNTIL EOF-FGL
              CLOSE FEEGL
           ELSE
              DISPLAY 'NO FEEGL - NO FEE MOVEMENTS THIS RUN'
           END-IF.
           PERFORM 690-END-BATCH-PARA.
        210-READ-FEEGL-PARA.
           READ FEEGL
              AT END
                 SET EOF-FGL TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 MOVE 'FEE' TO WS-MV-SOURCE
                 MOVE FGL-TRAN-TYPE TO WS-MV-TYPE
                 MOVE FGL-STU-CLASS TO WS-MV-KEY
                 MOVE SPACES TO WS-MV-REF
                 IF FGL-REF NOT = SPACES
                    MOVE FGL-REF TO WS-MV-REF
                 ELSE
                    MOVE FGL-STU-ID TO WS-MV-REF
                 END-IF
                 MOVE 'Y' TO WS-MV-VALID
                 IF FGL-AMOUNT NUMERIC
                    MOVE FGL-AMOUNT TO WS-MV-AMOUNT
                 ELSE
                    MOVE 'N' TO WS-MV-VALID
                    MOVE ZERO TO WS-MV-AMOUNT
                 END-IF
                 PERFORM 600-MAP-POST-PARA
           END-READ.
      * TRN BATCH -- THE DAY'S BOOKING REVENUE BY TRAIN AND THE
      * REFUNDS PAID OUT, THE SAME FIGURES TRNSETTL SETTLES
        300-TRN-BATCH-PARA.
           MOVE 'TRN' TO WS-BAT-SOURCE.
           MOVE 'TRAIN BOOKINGS AND REFUNDS' TO WS-BAT-DESC.
           PERFORM 500-START-BATCH-PARA.
           EXEC SQL
             OPEN BKG_CUR
           END-EXEC.
           IF SQLCODE = 0
              PERFORM 310-FETCH-BKG-PARA UNTIL EOF-BKG
              EXEC SQL
                CLOSE BKG_CUR
              END-EXEC
           ELSE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR IN OPEN BKG_CUR ' WS-SQLCODE
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
           OPEN INPUT REFUNDS.
           IF WS-REFUNDS-ST = '00'
              PERFORM 340-READ-REFUND-PARA UNTIL EOF-REF
              CLOSE REFUNDS
           END-IF.
           PERFORM 690-END-BATCH-PARA.
        310-FETCH-BKG-PARA.
           EXEC SQL
             FETCH BKG_CUR
             INTO :WS-TRAINNO, :WS-BKG-REVENUE
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                ADD 1 TO WS-READ-COUNT
                MOVE 'TRN' TO WS-MV-SOURCE
                MOVE 'BKG' TO WS-MV-TYPE
                MOVE SPACES TO WS-MV-KEY WS-MV-REF
                MOVE WS-TRAINNO TO WS-MV-REF
                MOVE WS-BKG-REVENUE TO WS-MV-AMOUNT
                MOVE 'Y' TO WS-MV-VALID
                PERFORM 600-MAP-POST-PARA
             WHEN 100
                SET EOF-BKG TO TRUE
             WHEN OTHER
                MOVE SQLCODE TO WS-SQLCODE
                DISPLAY "ERROR " WS-SQLCODE " ON TRAIN " WS-TRAINNO
                PERFORM 990-SQL-ERROR-PARA
                SET EOF-BKG TO TRUE
           END-EVALUATE.
        340-READ-REFUND-PARA.
           READ REFUNDS
              AT END
                 SET EOF-REF TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 MOVE 'TRN' TO WS-MV-SOURCE
                 MOVE 'REF' TO WS-MV-TYPE
                 MOVE SPACES TO WS-MV-KEY WS-MV-REF
                 MOVE RFD-BOOK-NO TO WS-MV-REF
                 MOVE 'Y' TO WS-MV-VALID
                 IF RFD-AMOUNT NUMERIC
                    MOVE RFD-AMOUNT TO WS-MV-AMOUNT
                 ELSE
                    MOVE 'N' TO WS-MV-VALID
                    MOVE ZERO TO WS-MV-AMOUNT
                 END-IF
                 PERFORM 600-MAP-POST-PARA
           END-READ.
      * PAY BATCH -- THE PAYFEED RECORDS BY DEPARTMENT; THE MOVEMENT
      * IS THE CHANGE FROM OLD TO NEW SALARY, SO A HIRE POSTS THE NEW
      * SALARY AND A TERMINATION REVERSES THE OLD ONE. A ONE-TIME
      * PAYMENT ('BON' BONUS, 'ENC' LEAVE ENCASHMENT) CARRIES THE
      * AMOUNT TO PAY IN THE NEW-SALARY SLOT AND POSTS THAT AS IT IS
        400-PAY-BATCH-PARA.
           MOVE 'PAY' TO WS-BAT-SOURCE.
           MOVE 'SALARY, HIRE AND TERMINATION' TO WS-BAT-DESC.
           PERFORM 500-START-BATCH-PARA.
           OPEN INPUT PAYFEED.
           IF WS-PAYFEED-ST = '00'
              PERFORM 410-READ-PAYFEED-PARA UNTIL EOF-PAY
              CLOSE PAYFEED
           ELSE
              DISPLAY 'NO PAYFEED - NO SALARY MOVEMENTS THIS RUN'
           END-IF.
           PERFORM 690-END-BATCH-PARA.
        410-READ-PAYFEED-PARA.
           READ PAYFEED
              AT END
                 SET EOF-PAY TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 MOVE 'PAY' TO WS-MV-SOURCE
                 IF PAYFEED-REC-TYPE = SPACES
                    MOVE 'RSE' TO WS-MV-TYPE
                 ELSE
                    MOVE PAYFEED-REC-TYPE TO WS-MV-TYPE
                 END-IF
                 MOVE PAYFEED-WORKDEPT TO WS-MV-KEY
                 MOVE SPACES TO WS-MV-REF
                 MOVE PAYFEED-EMPNO TO WS-MV-REF
                 MOVE 'Y' TO WS-MV-VALID
                 EVALUATE TRUE
                    WHEN NOT PAYFEED-NEW-SALARY NUMERIC
                       MOVE 'N' TO WS-MV-VALID
                       MOVE ZERO TO WS-MV-AMOUNT
                    WHEN PAYFEED-REC-TYPE = 'BON' OR 'ENC'
                       MOVE PAYFEED-NEW-SALARY TO WS-MV-AMOUNT
                    WHEN PAYFEED-OLD-SALARY NUMERIC
                       COMPUTE WS-MV-AMOUNT = PAYFEED-NEW-SALARY
                                            - PAYFEED-OLD-SALARY
                    WHEN OTHER
                       MOVE 'N' TO WS-MV-VALID
                       MOVE ZERO TO WS-MV-AMOUNT
                 END-EVALUATE
                 PERFORM 600-MAP-POST-PARA
           END-READ.
        500-START-BATCH-PARA.
           MOVE 'N' TO WS-BAT-FAIL.
           MOVE ZERO TO WS-BAT-LINES WS-BAT-DR WS-BAT-CR
                        WS-BAT-MAPPED WS-BAT-MOVES.
           OPEN OUTPUT GLWORK.
      * A MOVEMENT BECOMES A DEBIT AND A CREDIT LINE OF THE SAME
      * AMOUNT; A NEGATIVE MOVEMENT SWAPS THE TWO ACCOUNTS
        600-MAP-POST-PARA.
           MOVE SPACES TO WS-SUSP-REASON.
           IF NOT MV-VALID
              MOVE 'AMOUNT NOT NUMERIC' TO WS-SUSP-REASON
              PERFORM 650-SUSPENSE-PARA
           ELSE
              IF WS-MV-AMOUNT NOT = ZERO
                 PERFORM 610-FIND-MAP-PARA
                 IF MAP-FOUND
                    PERFORM 620-POST-MOVEMENT-PARA
                 ELSE
                    MOVE 'NO ACCOUNT MAPPING' TO WS-SUSP-REASON
                    PERFORM 650-SUSPENSE-PARA
                 END-IF
              END-IF
           END-IF.
      * THE CARD FOR THE MOVEMENT'S OWN CLASS OR DEPARTMENT WINS
      * OVER THE SOURCE AND TYPE'S '*' CARD
        610-FIND-MAP-PARA.
           MOVE 'N' TO WS-MAP-FOUND.
           MOVE WS-MV-KEY TO WS-FIND-KEY.
           IF WS-FIND-KEY NOT = SPACES
              MOVE 1 TO WS-MAP-SUB
              PERFORM 615-SCAN-MAP-PARA
                 UNTIL WS-MAP-SUB > WS-MAP-MAX OR MAP-FOUND
           END-IF.
           IF NOT MAP-FOUND
              MOVE '*' TO WS-FIND-KEY
              MOVE 1 TO WS-MAP-SUB
              PERFORM 615-SCAN-MAP-PARA
                 UNTIL WS-MAP-SUB > WS-MAP-MAX OR MAP-FOUND
           END-IF.
        615-SCAN-MAP-PARA.
           IF WS-MP-SOURCE(WS-MAP-SUB) = WS-MV-SOURCE AND
              WS-MP-TYPE(WS-MAP-SUB) = WS-MV-TYPE AND
              WS-MP-KEY(WS-MAP-SUB) = WS-FIND-KEY
              SET MAP-FOUND TO TRUE
              MOVE WS-MP-DR-ACCT(WS-MAP-SUB) TO WS-DR-ACCT
              MOVE WS-MP-CR-ACCT(WS-MAP-SUB) TO WS-CR-ACCT
           ELSE
              ADD 1 TO WS-MAP-SUB
           END-IF.
        620-POST-MOVEMENT-PARA.
           MOVE SPACES TO WS-JNL-LINE.
           IF WS-MV-AMOUNT < ZERO
              COMPUTE WS-LINE-AMT = 0 - WS-MV-AMOUNT
              MOVE WS-CR-ACCT TO JND-ACCOUNT
              PERFORM 625-DEBIT-LINE-PARA
              MOVE WS-DR-ACCT TO JND-ACCOUNT
              PERFORM 627-CREDIT-LINE-PARA
           ELSE
              MOVE WS-MV-AMOUNT TO WS-LINE-AMT
              MOVE WS-DR-ACCT TO JND-ACCOUNT
              PERFORM 625-DEBIT-LINE-PARA
              MOVE WS-CR-ACCT TO JND-ACCOUNT
              PERFORM 627-CREDIT-LINE-PARA
           END-IF.
           ADD WS-LINE-AMT TO WS-BAT-MAPPED.
           ADD 1 TO WS-BAT-MOVES.
        625-DEBIT-LINE-PARA.
           MOVE 'D' TO JND-DR-CR.
           ADD WS-LINE-AMT TO WS-BAT-DR.
           PERFORM 630-WRITE-LINE-PARA.
        627-CREDIT-LINE-PARA.
           MOVE 'C' TO JND-DR-CR.
           ADD WS-LINE-AMT TO WS-BAT-CR.
           PERFORM 630-WRITE-LINE-PARA.
        630-WRITE-LINE-PARA.
           ADD 1 TO WS-BAT-LINES.
           MOVE 'D' TO JND-REC-TYPE.
           MOVE WS-BATCH-NO TO JND-BATCH-NO.
           MOVE WS-BAT-LINES TO JND-LINE-NO.
           MOVE WS-LINE-AMT TO JND-AMOUNT.
           MOVE WS-MV-TYPE TO JND-TRAN-TYPE.
           MOVE WS-MV-KEY TO JND-KEY.
           MOVE WS-MV-REF TO JND-REF.
           WRITE GLWORK-REC FROM WS-JNL-LINE.
        650-SUSPENSE-PARA.
           ADD 1 TO WS-SUSP-COUNT.
           DISPLAY 'SUSPENSE ' WS-MV-SOURCE ' ' WS-MV-TYPE ' '
                   WS-MV-REF ' ' WS-SUSP-REASON.
           MOVE SPACES TO WS-SUSP-LINE.
           MOVE WS-MV-SOURCE TO SUS-SOURCE.
           MOVE WS-MV-TYPE TO SUS-TYPE.
           MOVE WS-MV-KEY TO SUS-KEY.
           MOVE WS-MV-REF TO SUS-REF.
           MOVE WS-MV-AMOUNT TO SUS-AMOUNT.
           MOVE WS-SUSP-REASON TO SUS-REASON.
           MOVE WS-SUSP-LINE TO GLSUSP-ID.
           WRITE GLSUSP-LIST.
      * THE BATCH GOES TO THE JOURNAL ONLY IF ITS DEBITS, CREDITS AND
      * MAPPED MOVEMENTS AGREE AND ITS SOURCE WAS READ CLEANLY;
      * OTHERWISE THE WHOLE BATCH IS HELD ON SUSPENSE
        690-END-BATCH-PARA.
           CLOSE GLWORK.
           MOVE SPACES TO WS-BAT-LINE.
           MOVE WS-BATCH-NO TO BAT-BATCH-NO.
           MOVE WS-BAT-LINES TO BAT-LINES.
           MOVE WS-BAT-DR TO BAT-DR.
           MOVE WS-BAT-CR TO BAT-CR.
           EVALUATE TRUE
              WHEN BATCH-FAILED
                 MOVE 'HELD-ERROR' TO BAT-STATUS
                 ADD 1 TO WS-HELD-COUNT
              WHEN WS-BAT-DR NOT = WS-BAT-CR OR
                   WS-BAT-DR NOT = WS-BAT-MAPPED
                 MOVE 'HELD-OOB' TO BAT-STATUS
                 ADD 1 TO WS-HELD-COUNT
              WHEN WS-BAT-LINES = ZERO
                 MOVE 'EMPTY' TO BAT-STATUS
              WHEN OTHER
                 MOVE 'POSTED' TO BAT-STATUS
                 PERFORM 695-POST-BATCH-PARA
           END-EVALUATE.
           MOVE WS-AST TO GLSUSP-ID.
           WRITE GLSUSP-LIST.
           MOVE WS-BAT-HDR TO GLSUSP-ID.
           WRITE GLSUSP-LIST.
           MOVE WS-BAT-LINE TO GLSUSP-ID.
           WRITE GLSUSP-LIST.
           MOVE WS-AST TO GLSUSP-ID.
           WRITE GLSUSP-LIST.
        695-POST-BATCH-PARA.
           ADD 1 TO WS-BATCH-COUNT.
           ADD WS-BAT-MOVES TO WS-POST-COUNT.
           MOVE SPACES TO JNL-HDR-REC.
           MOVE 'H' TO JNH-REC-TYPE.
           MOVE WS-BATCH-NO TO JNH-BATCH-NO.
           MOVE WS-SHARED-RUN-DATE TO JNH-RUN-DATE.
           MOVE WS-BAT-SOURCE TO JNH-SOURCE.
           MOVE WS-BAT-DESC TO JNH-DESC.
           WRITE JNL-HDR-REC.
           MOVE 'N' TO WS-WRK-EOF.
           OPEN INPUT GLWORK.
           PERFORM 697-COPY-LINE-PARA UNTIL EOF-WRK.
           CLOSE GLWORK.
           MOVE SPACES TO JNL-TRL-REC.
           MOVE 'T' TO JNT-REC-TYPE.
           MOVE WS-BATCH-NO TO JNT-BATCH-NO.
           MOVE WS-BAT-LINES TO JNT-LINE-COUNT.
           MOVE WS-BAT-DR TO JNT-DR-TOTAL.
           MOVE WS-BAT-CR TO JNT-CR-TOTAL.
           WRITE JNL-TRL-REC.
        697-COPY-LINE-PARA.
           READ GLWORK
              AT END
                 SET EOF-WRK TO TRUE
              NOT AT END
                 WRITE JNL-DTL-REC FROM GLWORK-REC
           END-READ.
        700-FINAL-PARA.
           MOVE 'MOVEMENTS READ' TO SUM-LABEL.
           MOVE WS-READ-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO GLSUSP-ID.
           WRITE GLSUSP-LIST.
           MOVE 'MOVEMENTS POSTED' TO SUM-LABEL.
           MOVE WS-POST-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO GLSUSP-ID.
           WRITE GLSUSP-LIST.
           MOVE 'MOVEMENTS IN SUSPENSE' TO SUM-LABEL.
           MOVE WS-SUSP-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO GLSUSP-ID.
           WRITE GLSUSP-LIST.
           MOVE 'BATCHES POSTED' TO SUM-LABEL.
           MOVE WS-BATCH-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO GLSUSP-ID.
           WRITE GLSUSP-LIST.
           MOVE 'BATCHES HELD' TO SUM-LABEL.
           MOVE WS-HELD-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO GLSUSP-ID.
           WRITE GLSUSP-LIST.
           MOVE WS-AST TO GLSUSP-ID.
           WRITE GLSUSP-LIST.
           DISPLAY 'GL MOVEMENTS READ ' WS-READ-COUNT
                   ' POSTED ' WS-POST-COUNT
                   ' SUSPENSE ' WS-SUSP-COUNT
                   ' BATCHES HELD ' WS-HELD-COUNT.
           IF RETURN-CODE < 4 AND
              (WS-SUSP-COUNT > 0 OR WS-HELD-COUNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
        900-CLOSE-FILE-PARA.
           CLOSE GLJRNL.
           CLOSE GLSUSP.
           PERFORM 960-REGISTER-RPT-PARA.
        960-REGISTER-RPT-PARA.
           MOVE ZERO TO WS-RR-LINES.
           MOVE 'N' TO WS-RPT-EOF.
           OPEN INPUT GLSUSP.
           IF WS-GLSUSP-ST = '00'
              PERFORM 965-COUNT-RPT-PARA UNTIL EOF-RPT
              CLOSE GLSUSP
           END-IF.
           MOVE WS-SHARED-RUN-DATE TO WS-RR-RUN-DATE.
           CALL 'RPTREG' USING WS-RPTREG-PARM.
        965-COUNT-RPT-PARA.
           READ GLSUSP
              AT END
                 SET EOF-RPT TO TRUE
              NOT AT END
                 ADD 1 TO WS-RR-LINES
           END-READ.
      * NOTHING IS UPDATED HERE, SO THERE IS NO ROLLBACK -- THE BATCH
      * BEING READ IS JUST HELD
        990-SQL-ERROR-PARA.
           MOVE WS-TRAINNO TO WS-ERRH-KEY.
           CALL 'SQLERRH' USING SQLCA WS-ERRH-PARM.
           SET BATCH-FAILED TO TRUE.
           MOVE 8 TO RETURN-CODE.
        995-WRITE-STATUS-PARA.
           OPEN EXTEND STATUSLOG.
           IF WS-STATUSLOG-ST NOT = '00'
              OPEN OUTPUT STATUSLOG
           END-IF.
           MOVE 'GLINTFC' TO STL-PROGRAM-ID.
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
           MOVE WS-SUSP-COUNT TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
