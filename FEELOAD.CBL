       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  FEEGL RECORDS ARE NOW HELD UNTIL THE POSTINGS
      *                 THEY DESCRIBE ARE COMMITTED, AND DROPPED WITH
      *                 THEM ON A ROLLBACK, SO GLINTFC NEVER POSTS A
      *                 MOVEMENT THE LEDGER DOES NOT HAVE.
      *  10/15/26  RKS  EVERY MONEY MOVEMENT POSTED TO THE LEDGER IS
      *                 NOW ALSO WRITTEN TO A FEEGL EXTRACT FOR THE
      *                 GLINTFC GENERAL LEDGER INTERFACE -- 'DUE' FOR A
      *                 DUES INCREASE (OR 'DUC' FOR A REDUCTION) BY THE
      *                 CHANGE ON THE STUDENT'S LEDGER, 'RCP' FOR EACH
      *                 RECEIPT POSTED -- WITH THE STUDENT'S CLASS, SO
      *                 FINANCE NO LONGER RE-KEYS THEM FROM PRINTOUTS.
      *  10/15/26  RKS  FEE INSTALMENTS. A NEW FEESCHD CARD FILE
      *                 (INSTALMENT NO, DUE DATE, PERCENT OF THE
      *                 ANNUAL DUES -- THE CARDS MUST TOTAL 100)
      *                 BREAKS EACH STUDENT'S DUES INTO FEEINST
      *                 INSTALMENT ROWS WHEN THE DUESCTL DUES ARE SET,
      *                 THE LAST INSTALMENT TAKING THE ROUNDING. THE
      *                 CREDIT ALREADY ON THE LEDGER IS REAPPLIED, AND
      *                 EVERY FEERCPT RECEIPT IS APPLIED, OLDEST
      *                 INSTALMENT FIRST THROUGH THE NEW FEEAPPLY
      *                 SUBPROGRAM. NEW FEELEDGR ROWS CARRY A ZERO
      *                 LATE_AMT FOR THE FEELATE PENALTY RUN.
      *  10/15/26  RKS  NEW FEELEDGR ROWS ARE INSERTED WITH A ZERO
      *                 WAIVER_AMT -- THE NON-CASH CREDIT COLUMN
      *                 SCHLAWRD POSTS SCHOLARSHIP AWARDS TO. RECEIPTS
      *                 STILL GO TO PAID_AMT ONLY.
      *  09/29/26  RKS  DUES_CUR IS NOW DECLARED WITH HOLD, THE WAY
      *                 CURUPDAT DECLARES EMP_CUR -- THE LOOP COMMITS
      *                 EVERY WS-COMMIT-INTERVAL ROWS WHILE THE
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DUESCTL-ST.
           SELECT FEESCHD ASSIGN TO FEESCHD
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FEESCHD-ST.
           SELECT FEERCPT ASSIGN TO FEERCPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FEEREJ-ST.
           SELECT FEEGL ASSIGN TO FEEGL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FEEGL-ST.
       DATA DIVISION.
       FILE SECTION.
       FD RUNCTL
         05                       PIC X(1).
         05 CTL-FEE-DUES          PIC X(9).
         05                       PIC X(69).
       FD FEESCHD
           RECORDING MODE IS F.
       01 FEESCHD-REC.
         05 SCH-INST-NO           PIC X(2).
         05                       PIC X(1).
         05 SCH-DUE-DATE          PIC X(8).
         05                       PIC X(1).
         05 SCH-INST-PCT          PIC X(3).
         05                       PIC X(65).
       FD FEERCPT
           RECORDING MODE IS F.
       01 FEERCPT-LIST.
         05 REJ-REASON-CODE       PIC X(4).
         05                       PIC X(1).
         05 REJ-REASON-TEXT       PIC X(25).
      * GL EXTRACT -- ONE RECORD PER LEDGER MONEY MOVEMENT
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
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-DUESCTL-ST        PIC X(2).
        77  WS-FEESCHD-ST        PIC X(2).
        77  WS-FEERCPT-ST        PIC X(2).
        77  WS-FEEREJ-ST         PIC X(2).
        77  WS-FEEGL-ST          PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-DUESCTL-EOF       PIC X VALUE 'N'.
            88 EOF-DUESCTL         VALUE 'Y'.
        01  WS-FEESCHD-EOF       PIC X VALUE 'N'.
            88 EOF-FEESCHD         VALUE 'Y'.
        01  WS-FEERCPT-EOF       PIC X VALUE 'N'.
            88 EOF-FEERCPT         VALUE 'Y'.
        01  WS-ENRL-EOF          PIC X VALUE 'N'.
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-ACCEPT-COUNT      PIC 9(7) COMP VALUE ZERO.
        77  WS-REJECT-COUNT      PIC 9(7) COMP VALUE ZERO.
      * GL RECORDS SINCE THE LAST COMMIT, WRITTEN ONLY ONCE COMMITTED
        01  WS-GL-MAX            PIC 9(5) COMP VALUE ZERO.
        01  WS-GL-SUB            PIC 9(5) COMP VALUE ZERO.
        01  WS-GL-TABLE.
            05 WS-GL-REC         PIC X(80) OCCURS 100.
        01  WS-COMMIT-INTERVAL   PIC 9(5) COMP VALUE 100.
        01  WS-COMMIT-COUNT      PIC 9(5) COMP VALUE ZERO.
        01  WS-FEE-CLASS         PIC X(1) VALUE SPACE.
        01  WS-STU-ID            PIC X(6).
        01  WS-RCPT-AMT          PIC 9(7)V99 VALUE ZERO.
        01  WS-ACTIVE-FLAG       PIC X(1) VALUE SPACE.
        01  WS-STU-CLASS         PIC X(1) VALUE SPACE.
        01  WS-OLD-DUES          PIC 9(7)V99 VALUE ZERO.
        01  WS-DUES-DIFF         PIC S9(7)V99 VALUE ZERO.
        77  WS-EXIST-COUNT       PIC S9(4) COMP VALUE ZERO.
      * THE FEESCHD INSTALMENT SCHEDULE, IN DUE-DATE ORDER
        01  WS-SCHED-TABLE.
            05 WS-SCHED OCCURS 12.
               10 WS-SC-INST-NO  PIC 9(2).
               10 WS-SC-DUE-DATE PIC 9(8).
               10 WS-SC-PCT      PIC 9(3).
        01  WS-SC-MAX            PIC 9(2) COMP VALUE ZERO.
        01  WS-SC-SUB            PIC 9(2) COMP VALUE ZERO.
        01  WS-SC-PCT-TOT        PIC 9(4) COMP VALUE ZERO.
        01  WS-SCHED-OK          PIC X VALUE 'N'.
            88 SCHED-LOADED        VALUE 'Y'.
        01  WS-INST-OK           PIC X VALUE 'Y'.
            88 INST-OK             VALUE 'Y'.
        01  WS-INST-NO           PIC 9(2) VALUE ZERO.
        01  WS-DUE-DATE          PIC 9(8) VALUE ZERO.
        01  WS-INST-AMT          PIC 9(7)V99 VALUE ZERO.
        01  WS-INST-ALLOC        PIC 9(7)V99 VALUE ZERO.
        01  WS-CREDIT-AMT        PIC 9(7)V99 VALUE ZERO.
        77  WS-INST-SET          PIC 9(7) COMP VALUE ZERO.
        01  WS-FA-PARM.
            05 WS-FA-ACTION      PIC X(1) VALUE 'A'.
            05 WS-FA-STU-ID      PIC X(6) VALUE SPACES.
            05 WS-FA-AMOUNT      PIC 9(7)V99 VALUE ZERO.
            05 WS-FA-UNAPPLIED   PIC 9(7)V99 VALUE ZERO.
            05 WS-FA-SQLCODE     PIC S9(9) COMP VALUE ZERO.
        01 WS-CTL-LINE.
            05             PIC X(22) VALUE 'FEERCPT  CONTROL TOTAL'.
            05             PIC X(3).
           PERFORM 700-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           OPEN OUTPUT FEEREJ.
           OPEN OUTPUT FEEGL.
           PERFORM 040-LOAD-FEESCHD-PARA.
           PERFORM 050-PROCESS-DUES-PARA.
           PERFORM 100-PROCESS-RCPT-PARA.
           PERFORM 600-COMMIT-PARA.
           CLOSE FEEREJ.
           CLOSE FEEGL.
           PERFORM 900-CONTROL-TOTALS-PARA.
           PERFORM 700-WRITE-STATUS-PARA.
           STOP RUN.
              END-READ
              CLOSE RUNCTL
           END-IF.
      * THE SCHEDULE IS ALL OR NOTHING -- A BAD CARD OR PERCENTAGES
      * THAT DO NOT COME TO 100 LEAVE THE INSTALMENTS AS THEY WERE
        040-LOAD-FEESCHD-PARA.
           OPEN INPUT FEESCHD.
           IF WS-FEESCHD-ST = '00'
              MOVE 'Y' TO WS-SCHED-OK
              PERFORM 045-READ-SCHED-CARD-PARA UNTIL EOF-FEESCHD
              CLOSE FEESCHD
              IF SCHED-LOADED AND WS-SC-PCT-TOT NOT = 100
                 DISPLAY 'FEESCHD PERCENTAGES TOTAL ' WS-SC-PCT-TOT
                 MOVE 'N' TO WS-SCHED-OK
              END-IF
              IF NOT SCHED-LOADED
                 DISPLAY 'FEESCHD REJECTED - INSTALMENTS UNCHANGED'
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY 'NO FEESCHD - INSTALMENTS UNCHANGED THIS RUN'
           END-IF.
        045-READ-SCHED-CARD-PARA.
           READ FEESCHD
              AT END
                 SET EOF-FEESCHD TO TRUE
              NOT AT END
                 IF SCH-INST-NO NUMERIC AND SCH-DUE-DATE NUMERIC AND
                    SCH-INST-PCT NUMERIC AND WS-SC-MAX < 12
                    ADD 1 TO WS-SC-MAX
                    MOVE SCH-INST-NO  TO WS-SC-INST-NO(WS-SC-MAX)
                    MOVE SCH-DUE-DATE TO WS-SC-DUE-DATE(WS-SC-MAX)
                    MOVE SCH-INST-PCT TO WS-SC-PCT(WS-SC-MAX)
                    ADD WS-SC-PCT(WS-SC-MAX) TO WS-SC-PCT-TOT
                 ELSE
                    DISPLAY 'BAD FEESCHD CARD ' FEESCHD-REC(1:20)
                    MOVE 'N' TO WS-SCHED-OK
                 END-IF
           END-READ.
      * ONE DUES CARD PER CLASS: EVERY ACTIVE ENROLLED STUDENT IN
      * THE CLASS GETS THE DUES AMOUNT ON THE LEDGER; A REPEATED RUN
      * JUST SETS THE SAME DUES AGAIN
           END-EVALUATE.
        085-DUES-UPSERT-PARA.
           EXEC SQL
             SELECT COUNT(*), COALESCE(MAX(DUES_AMT), 0)
               INTO :WS-EXIST-COUNT, :WS-OLD-DUES
               FROM FEELEDGR
              WHERE STU_ID = :WS-STU-ID
           END-EXEC.
              ELSE
                 EXEC SQL
                   INSERT INTO FEELEDGR
                     (STU_ID, DUES_AMT, PAID_AMT, WAIVER_AMT, LATE_AMT)
                   VALUES
                     (:WS-STU-ID, :WS-FEE-DUES, 0, 0, 0)
                 END-EXEC
              END-IF
           END-IF.
           IF SQLCODE = 0
              ADD 1 TO WS-DUES-SET
              PERFORM 087-DUES-GL-PARA
              IF SCHED-LOADED
                 PERFORM 090-BUILD-INST-PARA
              END-IF
              ADD 1 TO WS-COMMIT-COUNT
              IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
                 PERFORM 600-COMMIT-PARA
              DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " WS-STU-ID
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
      * ONLY THE CHANGE IN THE STUDENT'S DUES GOES TO THE LEDGER, SO
      * A REPEATED RUN AT THE SAME DUES POSTS NOTHING
        087-DUES-GL-PARA.
           COMPUTE WS-DUES-DIFF = WS-FEE-DUES - WS-OLD-DUES.
           IF WS-DUES-DIFF NOT = ZERO
              MOVE SPACES TO FEEGL-REC
              IF WS-DUES-DIFF > ZERO
                 MOVE 'DUE' TO FGL-TRAN-TYPE
                 MOVE WS-DUES-DIFF TO FGL-AMOUNT
              ELSE
                 MOVE 'DUC' TO FGL-TRAN-TYPE
                 COMPUTE FGL-AMOUNT = 0 - WS-DUES-DIFF
              END-IF
              MOVE WS-STU-ID TO FGL-STU-ID
              MOVE WS-FEE-CLASS TO FGL-STU-CLASS
              PERFORM 089-HOLD-FEEGL-PARA
           END-IF.
      * ONE GL RECORD PER COMMIT-COUNTED POSTING, SO THE TABLE NEVER
      * HOLDS MORE THAN A COMMIT INTERVAL'S WORTH
        089-HOLD-FEEGL-PARA.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO FGL-RUN-DATE
           ELSE
              ACCEPT FGL-RUN-DATE FROM DATE
           END-IF.
           ADD 1 TO WS-GL-MAX.
           MOVE FEEGL-REC TO WS-GL-REC(WS-GL-MAX).
      * INSTALMENTS ARE UPDATED IN PLACE SO A LATE FEE ALREADY POSTED
      * BY FEELATE SURVIVES A DUES RE-RUN; THE LEDGER'S WHOLE CREDIT
      * (RECEIPTS PLUS WAIVERS) IS THEN SPREAD AGAIN OLDEST FIRST
        090-BUILD-INST-PARA.
           MOVE 'Y' TO WS-INST-OK.
           MOVE ZERO TO WS-INST-ALLOC.
           MOVE 1 TO WS-SC-SUB.
           PERFORM 092-INST-ROW-PARA
              UNTIL WS-SC-SUB > WS-SC-MAX OR NOT INST-OK.
           IF INST-OK
              MOVE WS-SC-INST-NO(WS-SC-MAX) TO WS-INST-NO
              EXEC SQL
                DELETE FROM FEEINST
                 WHERE STU_ID  = :WS-STU-ID
                   AND INST_NO > :WS-INST-NO
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE 'N' TO WS-INST-OK
              END-IF
           END-IF.
           IF INST-OK
              EXEC SQL
                SELECT PAID_AMT + WAIVER_AMT
                  INTO :WS-CREDIT-AMT
                  FROM FEELEDGR
                 WHERE STU_ID = :WS-STU-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'N' TO WS-INST-OK
              END-IF
           END-IF.
           IF INST-OK
              MOVE 'R' TO WS-FA-ACTION
              MOVE WS-CREDIT-AMT TO WS-FA-AMOUNT
              PERFORM 095-CALL-FEEAPPLY-PARA
              IF WS-FA-SQLCODE NOT = 0
                 MOVE 'N' TO WS-INST-OK
              END-IF
           END-IF.
           IF NOT INST-OK
              MOVE SQLCODE TO WS-SQLCODE
              IF WS-FA-SQLCODE NOT = 0
                 MOVE WS-FA-SQLCODE TO WS-SQLCODE
              END-IF
              DISPLAY "ERROR " WS-SQLCODE " INSTALMENTS " WS-STU-ID
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
        092-INST-ROW-PARA.
           MOVE WS-SC-INST-NO(WS-SC-SUB) TO WS-INST-NO.
           MOVE WS-SC-DUE-DATE(WS-SC-SUB) TO WS-DUE-DATE.
           IF WS-SC-SUB = WS-SC-MAX
              COMPUTE WS-INST-AMT = WS-FEE-DUES - WS-INST-ALLOC
           ELSE
              COMPUTE WS-INST-AMT ROUNDED =
                  WS-FEE-DUES * WS-SC-PCT(WS-SC-SUB) / 100
           END-IF.
           ADD WS-INST-AMT TO WS-INST-ALLOC.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-EXIST-COUNT
               FROM FEEINST
              WHERE STU_ID  = :WS-STU-ID
                AND INST_NO = :WS-INST-NO
           END-EXEC.
           IF SQLCODE = 0
              IF WS-EXIST-COUNT > 0
                 EXEC SQL
                   UPDATE FEEINST
                      SET DUE_DATE = :WS-DUE-DATE,
                          INST_AMT = :WS-INST-AMT
                    WHERE STU_ID  = :WS-STU-ID
                      AND INST_NO = :WS-INST-NO
                 END-EXEC
              ELSE
                 EXEC SQL
                   INSERT INTO FEEINST
                     (STU_ID, INST_NO, DUE_DATE, INST_AMT, INST_PAID,
                      LATE_FEE, LATE_DATE)
                   VALUES
                     (:WS-STU-ID, :WS-INST-NO, :WS-DUE-DATE,
                      :WS-INST-AMT, 0, 0, 0)
                 END-EXEC
              END-IF
           END-IF.
           IF SQLCODE = 0
              ADD 1 TO WS-INST-SET
              ADD 1 TO WS-SC-SUB
           ELSE
              MOVE 'N' TO WS-INST-OK
           END-IF.
        095-CALL-FEEAPPLY-PARA.
           MOVE WS-STU-ID TO WS-FA-STU-ID.
           MOVE ZERO TO WS-FA-UNAPPLIED WS-FA-SQLCODE.
           CALL 'FEEAPPLY' USING WS-FA-PARM.
        100-PROCESS-RCPT-PARA.
           OPEN INPUT FEERCPT.
           IF WS-FEERCPT-ST = '00'
           END-IF.
        320-CHECK-ENROLLED-PARA.
           MOVE R-STU-ID TO WS-STU-ID.
           MOVE SPACE TO WS-ACTIVE-FLAG WS-STU-CLASS.
           EXEC SQL
             SELECT ACTIVE_FLAG, STU_CLASS
               INTO :WS-ACTIVE-FLAG, :WS-STU-CLASS
               FROM STUDENRL
              WHERE STU_ID = :WS-STU-ID
           END-EXEC.
              ELSE
                 EXEC SQL
                   INSERT INTO FEELEDGR
                     (STU_ID, DUES_AMT, PAID_AMT, WAIVER_AMT, LATE_AMT)
                   VALUES
                     (:WS-STU-ID, 0, :WS-RCPT-AMT, 0, 0)
                 END-EXEC
              END-IF
           END-IF.
           MOVE ZERO TO WS-FA-SQLCODE.
           IF SQLCODE = 0
              MOVE 'A' TO WS-FA-ACTION
              MOVE WS-RCPT-AMT TO WS-FA-AMOUNT
              PERFORM 095-CALL-FEEAPPLY-PARA
           END-IF.
           EVALUATE TRUE
              WHEN SQLCODE = 0 AND WS-FA-SQLCODE = 0
                 ADD 1 TO WS-ACCEPT-COUNT
                 MOVE SPACES TO FEEGL-REC
                 MOVE 'RCP' TO FGL-TRAN-TYPE
                 MOVE WS-STU-ID TO FGL-STU-ID
                 MOVE WS-STU-CLASS TO FGL-STU-CLASS
                 MOVE R-RCPT-NO TO FGL-REF
                 MOVE WS-RCPT-AMT TO FGL-AMOUNT
                 PERFORM 089-HOLD-FEEGL-PARA
                 ADD 1 TO WS-COMMIT-COUNT
                 IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
                    PERFORM 600-COMMIT-PARA
                 END-IF
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 IF WS-FA-SQLCODE NOT = 0
                    MOVE WS-FA-SQLCODE TO WS-SQLCODE
                 END-IF
                 DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " R-STU-ID
                 PERFORM 990-SQL-ERROR-PARA
           END-EVALUATE.
             COMMIT
           END-EXEC.
           MOVE ZERO TO WS-COMMIT-COUNT.
           MOVE 1 TO WS-GL-SUB.
           PERFORM 610-WRITE-FEEGL-PARA
              UNTIL WS-GL-SUB > WS-GL-MAX.
           MOVE ZERO TO WS-GL-MAX.
        610-WRITE-FEEGL-PARA.
           MOVE WS-GL-REC(WS-GL-SUB) TO FEEGL-REC.
           WRITE FEEGL-REC.
           ADD 1 TO WS-GL-SUB.
        900-CONTROL-TOTALS-PARA.
           DISPLAY SPACES.
           MOVE 'DUES CARDS'       TO CTL-LABEL.
           MOVE 'LEDGERS SET'      TO CTL-LABEL.
           MOVE WS-DUES-SET        TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
           MOVE 'INSTALMENTS SET'  TO CTL-LABEL.
           MOVE WS-INST-SET        TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
           MOVE 'RECEIPTS READ'    TO CTL-LABEL.
           MOVE WS-READ-COUNT      TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
      * WHATEVER WAS NOT YET COMMITTED IS ROLLED BACK, SO ITS GL
      * RECORDS ARE DROPPED UNWRITTEN
        990-SQL-ERROR-PARA.
           EXEC SQL
             ROLLBACK
           END-EXEC.
           MOVE ZERO TO WS-GL-MAX.
           MOVE 8 TO RETURN-CODE.
        700-WRITE-STATUS-PARA.
           OPEN EXTEND STATUSLOG.
