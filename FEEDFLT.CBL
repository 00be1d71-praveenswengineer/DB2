       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  EVERY DEFAULTER IS ALSO APPENDED TO THE NTFYEVT
      *                 NOTIFICATION EVENT FILE AS A FEES EVENT WITH
      *                 THE BALANCE OWING; NTFYFEED SUPPRESSES THE
      *                 REPEATS FOR A STUDENT WHO STAYS IN DEFAULT.
      *  10/15/26  RKS  FEELATE LATE FEES (FEELEDGR LATE_AMT) ARE NOW
      *                 OWED WITH THE DUES. A STUDENT IS A DEFAULTER
      *                 WHEN PAID PLUS WAIVED IS SHORT OF DUES PLUS
      *                 LATE FEES; THE DUES COLUMN IS RELABELLED
      *                 DUES+LATE AND THE BALANCE CARRIES THE LATE FEES
      *                 THROUGH TO FEEHOLD.
      *  10/15/26  RKS  SCHOLARSHIP WAIVERS NOW COUNT AGAINST THE DUES.
      *                 A STUDENT IS A DEFAULTER ONLY WHEN PAID PLUS
      *                 FEELEDGR WAIVER_AMT IS SHORT OF THE DUES, AND
      *                 THE BALANCE (DFLTRPT AND FEEHOLD) NETS THE
      *                 WAIVER. DFLTRPT SHOWS THE WAIVER IN ITS OWN
      *                 COLUMN BESIDE THE CASH PAID.
      *  09/22/26  RKS  NEW PROGRAM. FEE DEFAULTERS REPORT AND
      *                 MARKSHEET HOLD EXTRACT OFF THE FEELEDGR
      *                 LEDGER FEELOAD MAINTAINS -- EVERY STUDENT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FEEHOLD-ST.
           SELECT NTFYEVT ASSIGN TO NTFYEVT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-NTFYEVT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD RUNCTL
         05                       PIC X(1).
         05 HLD-BALANCE           PIC 9(7)V99.
         05                       PIC X(64).
       FD NTFYEVT
           RECORDING MODE IS F.
       01 NTFYEVT-REC.
         05 EVT-STU-ID            PIC X(6).
         05                       PIC X(1).
         05 EVT-TYPE              PIC X(4).
         05                       PIC X(1).
         05 EVT-DATE              PIC 9(8).
         05                       PIC X(1).
         05 EVT-TEXT              PIC X(59).
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-DFLTRPT-ST        PIC X(2).
        77  WS-FEEHOLD-ST        PIC X(2).
        77  WS-NTFYEVT-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-EVT-DATE          PIC 9(8) VALUE ZERO.
        01  WS-LEDG-EOF          PIC X VALUE 'N'.
            88 EOF-LEDG            VALUE 'Y'.
        01  WS-STU-ID            PIC X(6).
        01  WS-DUES-AMT          PIC 9(7)V99 VALUE ZERO.
        01  WS-PAID-AMT          PIC 9(7)V99 VALUE ZERO.
        01  WS-WAIVER-AMT        PIC 9(7)V99 VALUE ZERO.
        01  WS-LATE-AMT          PIC 9(7)V99 VALUE ZERO.
        01  WS-BALANCE           PIC 9(7)V99 VALUE ZERO.
        01  WS-E-STU-NAME        PIC X(20) VALUE SPACES.
        01  WS-E-STU-CLASS       PIC X(1) VALUE SPACE.
            05                   PIC X(8)  VALUE 'STUDENT'.
            05                   PIC X(21) VALUE 'NAME'.
            05                   PIC X(3)  VALUE 'CL'.
            05                   PIC X(11) VALUE 'DUES+LATE'.
            05                   PIC X(11) VALUE 'PAID'.
            05                   PIC X(11) VALUE 'WAIVED'.
            05                   PIC X(11) VALUE 'BALANCE'.
            05                   PIC X(4).
        01  WS-DTL-LINE.
            05 DTL-STU-ID        PIC X(6).
            05                   PIC X(2).
            05                   PIC X(1).
            05 DTL-STU-CLASS     PIC X(1).
            05                   PIC X(2).
            05 DTL-DUES          PIC ZZZZZZ9.99.
            05                   PIC X(1).
            05 DTL-PAID          PIC ZZZZZZ9.99.
            05                   PIC X(1).
            05 DTL-WAIVED        PIC ZZZZZZ9.99.
            05                   PIC X(1).
            05 DTL-BALANCE       PIC ZZZZZZ9.99.
            05                   PIC X(5).
        01  WS-SUM-LINE.
            05                   PIC X(12) VALUE 'DEFAULTERS'.
            05 SUM-COUNT         PIC ZZ,ZZ9.
            05                   PIC X(16) VALUE 'TOTAL OWING'.
            05 SUM-BALANCE       PIC ZZZ,ZZZ,ZZ9.99.
            05                   PIC X(28).
        01  WS-EVT-FEES-TEXT.
            05                   PIC X(30) VALUE
               'FEES OUTSTANDING, BALANCE DUE '.
            05 EVF-BALANCE       PIC ZZZZZZ9.99.
            05                   PIC X(19).
           EXEC SQL
            DECLARE DFLT_CUR CURSOR FOR
             SELECT STU_ID, DUES_AMT, PAID_AMT, WAIVER_AMT, LATE_AMT
             FROM FEELEDGR
             WHERE PAID_AMT + WAIVER_AMT < DUES_AMT + LATE_AMT
             ORDER BY STU_ID
           END-EXEC.
       PROCEDURE DIVISION.
              END-READ
              CLOSE RUNCTL
           END-IF.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE TO WS-EVT-DATE
           ELSE
              ACCEPT WS-SYS-DATE FROM DATE
              COMPUTE WS-EVT-DATE = 20000000 + WS-SYS-DATE
           END-IF.
        100-OPEN-FILE-PARA.
           OPEN OUTPUT DFLTRPT.
           OPEN OUTPUT FEEHOLD.
           OPEN EXTEND NTFYEVT.
           IF WS-NTFYEVT-ST NOT = '00'
              OPEN OUTPUT NTFYEVT
           END-IF.
           MOVE WS-AST TO DFLTRPT-ID.
           WRITE DFLTRPT-LIST.
           MOVE WS-HDR1 TO DFLTRPT-ID.
        120-FETCH-PARA.
           EXEC SQL
             FETCH DFLT_CUR
             INTO :WS-STU-ID, :WS-DUES-AMT, :WS-PAID-AMT,
                  :WS-WAIVER-AMT, :WS-LATE-AMT
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        200-PROCESS-PARA.
           END-EVALUATE.
        300-DETAIL-PARA.
           ADD 1 TO WS-DFLT-COUNT.
           ADD WS-LATE-AMT TO WS-DUES-AMT.
           COMPUTE WS-BALANCE = WS-DUES-AMT - WS-PAID-AMT
                              - WS-WAIVER-AMT.
           ADD WS-BALANCE TO WS-TOT-BALANCE.
           PERFORM 350-GET-NAME-PARA.
           MOVE SPACES TO WS-DTL-LINE.
           MOVE WS-E-STU-CLASS TO DTL-STU-CLASS.
           MOVE WS-DUES-AMT TO DTL-DUES.
           MOVE WS-PAID-AMT TO DTL-PAID.
           MOVE WS-WAIVER-AMT TO DTL-WAIVED.
           MOVE WS-BALANCE TO DTL-BALANCE.
           MOVE WS-DTL-LINE TO DFLTRPT-ID.
           WRITE DFLTRPT-LIST.
           MOVE WS-STU-ID TO HLD-STU-ID.
           MOVE WS-BALANCE TO HLD-BALANCE.
           WRITE FEEHOLD-REC.
           MOVE SPACES TO NTFYEVT-REC.
           MOVE WS-STU-ID TO EVT-STU-ID.
           MOVE 'FEES' TO EVT-TYPE.
           MOVE WS-EVT-DATE TO EVT-DATE.
           MOVE WS-BALANCE TO EVF-BALANCE.
           MOVE WS-EVT-FEES-TEXT TO EVT-TEXT.
           WRITE NTFYEVT-REC.
        350-GET-NAME-PARA.
           MOVE SPACES TO WS-E-STU-NAME.
           MOVE SPACE TO WS-E-STU-CLASS.
        900-CLOSE-FILE-PARA.
           CLOSE DFLTRPT.
           CLOSE FEEHOLD.
           CLOSE NTFYEVT.
        990-SQL-ERROR-PARA.
           EXEC SQL
             ROLLBACK
