       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JOBSCHED.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  JOBSRPT IS NOW REGISTERED ON THE RPTLOG REPORT
      *                 REGISTER THROUGH RPTREG ONCE IT IS CLOSED --
      *                 PAGES AND THE LINE COUNT READ BACK OFF THE
      *                 CLOSED FILE -- FOR THE RPTDIST STEP.
      *  10/15/26  RKS  NEW PROGRAM. PERIODIC JOB SCHEDULER RUN AT THE
      *                 TOP OF THE PERIODIC STREAM. THE RUNCAL TABLE
      *                 HOLDS ONE ROW PER MONTHLY, WEEKLY, TERM-END OR
      *                 YEAR-END JOB (FREQUENCY D DAILY, W WEEKLY ON
      *                 RUN_DAY 1=MON..7=SUN, M MONTH-END BUSINESS DAY,
      *                 T TERM CLOSE PER TERMCAL -- ONE TERM_CODE OR
      *                 BLANK FOR ANY -- AND Y YEAR-END BUSINESS DAY),
      *                 AND HOLIDAY LISTS THE NON-BUSINESS DATES. FIRST
      *                 THE LAST PLAN IS SETTLED AGAINST RUNHIST: A JOB
      *                 THAT COMPLETED RC 4 OR BETTER SINCE IT FELL DUE
      *                 IS CLEARED, ONE THAT DID NOT IS MISSED AND
      *                 CARRIED FORWARD. THEN EVERY JOB DUE TONIGHT OR
      *                 STILL OUTSTANDING GOES ON THE JOBPLAN FILE THE
      *                 CALGATE STEPS READ -- ON A WEEKEND OR HOLIDAY
      *                 NOTHING IS PLANNED AND THE DUE JOBS CARRY TO
      *                 THE NEXT BUSINESS NIGHT. JOBSRPT SHOWS WHAT
      *                 RAN, WHAT WAS MISSED, WHAT IS DUE AND WHAT WAS
      *                 SKIPPED. A MISSED JOB SETS RC 4.
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
           SELECT RUNHIST ASSIGN TO RUNHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RUNHIST-ST.
           SELECT JOBPLAN ASSIGN TO JOBPLAN
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-JOBPLAN-ST.
           SELECT JOBSRPT ASSIGN TO JOBSRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-JOBSRPT-ST.
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
      * SAME RECORD LAYOUT BATCHHIS WRITES
       FD RUNHIST
           RECORDING MODE IS F.
       01 RUNHIST-REC.
         05 RH-RUN-DATE           PIC 9(8).
         05                       PIC X(1).
         05 RH-PROGRAM-ID         PIC X(8).
         05                       PIC X(1).
         05 RH-RETURN-CODE        PIC X(4).
         05                       PIC X(1).
         05 RH-REC-RUN-DATE       PIC X(6).
         05                       PIC X(1).
         05 RH-RUN-TIME           PIC X(8).
         05                       PIC X(1).
         05 RH-REC-TYPE           PIC X(1).
         05                       PIC X(50).
      * TONIGHT'S PLAN -- ONE CARD PER JOB TO RUN, READ BY CALGATE
       FD JOBPLAN
           RECORDING MODE IS F.
       01 JOBPLAN-REC.
         05 JP-RUN-DATE           PIC 9(8).
         05                       PIC X(1).
         05 JP-JOB-NAME           PIC X(8).
         05                       PIC X(1).
         05 JP-FREQUENCY          PIC X(1).
         05                       PIC X(1).
         05 JP-DUE-SINCE          PIC 9(8).
         05                       PIC X(52).
       FD JOBSRPT
           RECORDING MODE IS F.
       01 JOBSRPT-LIST.
         05 JOBSRPT-ID            PIC X(80).
       WORKING-STORAGE SECTION.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-RUNHIST-ST        PIC X(2).
        77  WS-JOBPLAN-ST        PIC X(2).
        77  WS-JOBSRPT-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-RPTREG-PARM.
            05 WS-RR-PROGRAM     PIC X(8) VALUE 'JOBSCHED'.
            05 WS-RR-REPORT-ID   PIC X(8) VALUE 'JOBSRPT'.
            05 WS-RR-RUN-DATE    PIC 9(8) VALUE ZERO.
            05 WS-RR-PAGES       PIC 9(5) VALUE ZERO.
            05 WS-RR-LINES       PIC 9(7) VALUE ZERO.
        01  WS-RPT-EOF           PIC X VALUE 'N'.
            88 EOF-RPT             VALUE 'Y'.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-RUN-DATE8         PIC 9(8) VALUE ZERO.
        01  WS-RUN-DATE8-R       REDEFINES WS-RUN-DATE8.
            05 WS-RUN-CCYY       PIC 9(4).
            05 WS-RUN-MM         PIC 9(2).
            05 WS-RUN-DD         PIC 9(2).
        01  WS-CHK-DATE          PIC 9(8) VALUE ZERO.
        01  WS-CHK-DATE-R        REDEFINES WS-CHK-DATE.
            05 WS-CHK-CCYY       PIC 9(4).
            05 WS-CHK-MM         PIC 9(2).
            05 WS-CHK-DD         PIC 9(2).
        01  WS-FROM-DATE         PIC 9(8) VALUE ZERO.
        01  WS-DOW-PARM.
            05 WS-DOW-DATE       PIC 9(8) VALUE ZERO.
            05 WS-DOW-DAY        PIC 9(1) VALUE ZERO.
            05 WS-DOW-VALID      PIC X(1) VALUE 'N'.
               88 DOW-VALID        VALUE 'Y'.
        01  WS-RUN-DOW           PIC 9(1) VALUE ZERO.
        01  WS-HOL-COUNT         PIC S9(4) COMP VALUE ZERO.
        01  WS-TERM-COUNT        PIC S9(4) COMP VALUE ZERO.
        01  WS-BUSINESS-DAY      PIC X VALUE 'N'.
            88 BUSINESS-DAY        VALUE 'Y'.
        01  WS-TONIGHT-BUSINESS  PIC X VALUE 'N'.
            88 TONIGHT-BUSINESS    VALUE 'Y'.
        01  WS-TONIGHT-HOLIDAY   PIC X VALUE 'N'.
        01  WS-MONTH-END         PIC X VALUE 'N'.
            88 MONTH-END           VALUE 'Y'.
        01  WS-YEAR-END          PIC X VALUE 'N'.
            88 YEAR-END            VALUE 'Y'.
        01  WS-SCAN-DONE         PIC X VALUE 'N'.
            88 SCAN-DONE           VALUE 'Y'.
        01  WS-DUE-FLAG          PIC X VALUE 'N'.
            88 DUE-TONIGHT         VALUE 'Y'.
        01  WS-CAL-EOF           PIC X VALUE 'N'.
            88 EOF-CAL             VALUE 'Y'.
        01  WS-RUNHIST-EOF       PIC X VALUE 'N'.
            88 EOF-RUNHIST         VALUE 'Y'.
      * RUNCAL ROW AS FETCHED
        01  WS-CAL-JOB-NAME      PIC X(8).
        01  WS-CAL-FREQUENCY     PIC X(1).
        01  WS-CAL-RUN-DAY       PIC S9(4) COMP VALUE ZERO.
        01  WS-CAL-TERM-CODE     PIC X(2).
        01  WS-CAL-DUE-SINCE     PIC 9(8) VALUE ZERO.
        01  WS-CAL-LAST-DUE      PIC 9(8) VALUE ZERO.
        01  WS-CAL-LAST-RUN      PIC 9(8) VALUE ZERO.
        01  WS-CAL-PLAN-DATE     PIC 9(8) VALUE ZERO.
      * THE CALENDAR HELD FOR THE NIGHT, WITH WHAT RUNHIST SAYS OF
      * EACH JOB -- LATEST CLEAN COMPLETION AND LATEST FAILURE
        01  WS-JB-TABLE.
            05 WS-JB-ENTRY       OCCURS 100.
               10 WS-JB-NAME     PIC X(8).
               10 WS-JB-FREQ     PIC X(1).
               10 WS-JB-RUN-DAY  PIC 9(1).
               10 WS-JB-TERM     PIC X(2).
               10 WS-JB-DUE-SINCE PIC 9(8).
               10 WS-JB-LAST-DUE PIC 9(8).
               10 WS-JB-LAST-RUN PIC 9(8).
               10 WS-JB-PLAN-DATE PIC 9(8).
               10 WS-JB-GOOD-DATE PIC 9(8).
               10 WS-JB-BAD-DATE PIC 9(8).
               10 WS-JB-BAD-RC   PIC 9(4).
               10 WS-JB-PLANNED  PIC X(1).
        01  WS-JB-MAX            PIC 9(3) COMP VALUE ZERO.
        01  WS-JB-SUB            PIC 9(3) COMP VALUE ZERO.
        01  WS-JB-HIT            PIC 9(3) COMP VALUE ZERO.
        01  WS-RH-RC             PIC 9(4) VALUE ZERO.
        77  WS-CAL-COUNT         PIC 9(7) COMP VALUE ZERO.
        77  WS-RAN-COUNT         PIC 9(5) COMP VALUE ZERO.
        77  WS-MISSED-COUNT      PIC 9(5) COMP VALUE ZERO.
        77  WS-PLAN-COUNT        PIC 9(5) COMP VALUE ZERO.
        77  WS-CARRY-COUNT       PIC 9(5) COMP VALUE ZERO.
        77  WS-SKIP-COUNT        PIC 9(5) COMP VALUE ZERO.
        77  WS-NOT-DUE-COUNT     PIC 9(5) COMP VALUE ZERO.
        77  WS-BAD-FREQ-COUNT    PIC 9(5) COMP VALUE ZERO.
        77  WS-DROPPED-COUNT     PIC 9(5) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'JOBSCHED'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(20) VALUE SPACES.
            05                   PIC X(32) VALUE
               'PERIODIC JOB SCHEDULE FOR'.
            05 HDR-RUN-DATE      PIC 9(8).
            05                   PIC X(20).
        01  WS-DAY-LINE.
            05                   PIC X(14) VALUE 'BUSINESS DAY '.
            05 DAY-BUSINESS      PIC X(1).
            05                   PIC X(11) VALUE '   HOLIDAY '.
            05 DAY-HOLIDAY       PIC X(1).
            05                   PIC X(13) VALUE '   MONTH END '.
            05 DAY-MONTH-END     PIC X(1).
            05                   PIC X(12) VALUE '   YEAR END '.
            05 DAY-YEAR-END      PIC X(1).
            05                   PIC X(11) VALUE '   WEEKDAY '.
            05 DAY-WEEKDAY       PIC 9(1).
            05                   PIC X(14).
        01  WS-SECT-LINE.
            05 SECT-TITLE        PIC X(40).
            05                   PIC X(40).
        01  WS-HDR2.
            05                   PIC X(10) VALUE 'JOB'.
            05                   PIC X(4)  VALUE 'FQ'.
            05                   PIC X(10) VALUE 'DUE SINCE'.
            05                   PIC X(10) VALUE 'LAST RUN'.
            05                   PIC X(46) VALUE 'STATUS'.
        01  WS-DTL-LINE.
            05 DTL-JOB-NAME      PIC X(8).
            05                   PIC X(2).
            05 DTL-FREQ          PIC X(1).
            05                   PIC X(3).
            05 DTL-DUE-SINCE     PIC Z(8).
            05                   PIC X(2).
            05 DTL-LAST-RUN      PIC Z(8).
            05                   PIC X(2).
            05 DTL-STATUS        PIC X(23).
            05 DTL-RC            PIC Z(4).
            05                   PIC X(19).
        01  WS-TOT-LINE.
            05 TOT-LABEL         PIC X(30).
            05 TOT-COUNT         PIC ZZ,ZZ9.
            05                   PIC X(44).
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
            DECLARE CAL_CUR CURSOR FOR
             SELECT JOB_NAME, FREQUENCY, RUN_DAY, TERM_CODE,
                    DUE_SINCE, LAST_DUE_DATE, LAST_RUN_DATE,
                    PLAN_DATE
             FROM RUNCAL
             WHERE ACTIVE_FLAG = 'Y'
             ORDER BY JOB_NAME
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 100-OPEN-FILE-PARA.
           IF WS-JOBSRPT-ST = '00' AND WS-JOBPLAN-ST = '00'
              PERFORM 200-LOAD-CAL-PARA
              IF RETURN-CODE < 8
                 PERFORM 250-LOAD-HIST-PARA
                 PERFORM 300-DAY-TYPE-PARA
              END-IF
              IF RETURN-CODE < 8
                 PERFORM 400-SETTLE-PARA
                 PERFORM 500-TONIGHT-PARA
              END-IF
              IF RETURN-CODE < 8
                 PERFORM 600-COMMIT-PARA
                 PERFORM 650-WRITE-PLAN-PARA
              END-IF
              PERFORM 700-FINAL-PARA
           ELSE
              DISPLAY 'ERROR IN OPEN ' WS-JOBSRPT-ST ' '
                      WS-JOBPLAN-ST
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
           MOVE WS-SHARED-RUN-DATE TO WS-RUN-DATE8.
        100-OPEN-FILE-PARA.
           OPEN OUTPUT JOBSRPT.
           OPEN OUTPUT JOBPLAN.
           IF WS-JOBSRPT-ST = '00'
              MOVE WS-RUN-DATE8 TO HDR-RUN-DATE
              MOVE WS-AST TO JOBSRPT-ID
              WRITE JOBSRPT-LIST
              MOVE WS-HDR1 TO JOBSRPT-ID
              WRITE JOBSRPT-LIST
              MOVE WS-AST TO JOBSRPT-ID
              WRITE JOBSRPT-LIST
           END-IF.
        200-LOAD-CAL-PARA.
           EXEC SQL
             OPEN CAL_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR IN OPEN CAL_CUR ' WS-SQLCODE
              PERFORM 990-SQL-ERROR-PARA
           ELSE
              PERFORM 210-FETCH-CAL-PARA UNTIL EOF-CAL
              EXEC SQL
                CLOSE CAL_CUR
              END-EXEC
           END-IF.
        210-FETCH-CAL-PARA.
           EXEC SQL
             FETCH CAL_CUR
             INTO :WS-CAL-JOB-NAME, :WS-CAL-FREQUENCY,
                  :WS-CAL-RUN-DAY, :WS-CAL-TERM-CODE,
                  :WS-CAL-DUE-SINCE, :WS-CAL-LAST-DUE,
                  :WS-CAL-LAST-RUN, :WS-CAL-PLAN-DATE
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                ADD 1 TO WS-CAL-COUNT
                PERFORM 220-HOLD-JOB-PARA
             WHEN 100
                SET EOF-CAL TO TRUE
             WHEN OTHER
                MOVE SQLCODE TO WS-SQLCODE
                DISPLAY 'ERROR ' WS-SQLCODE ' ON RUNCAL'
                MOVE WS-CAL-JOB-NAME TO WS-ERRH-KEY
                PERFORM 990-SQL-ERROR-PARA
                SET EOF-CAL TO TRUE
           END-EVALUATE.
        220-HOLD-JOB-PARA.
           IF WS-JB-MAX < 100
              ADD 1 TO WS-JB-MAX
              MOVE WS-CAL-JOB-NAME  TO WS-JB-NAME(WS-JB-MAX)
              MOVE WS-CAL-FREQUENCY TO WS-JB-FREQ(WS-JB-MAX)
              IF WS-CAL-RUN-DAY > 0 AND WS-CAL-RUN-DAY < 8
                 MOVE WS-CAL-RUN-DAY TO WS-JB-RUN-DAY(WS-JB-MAX)
              ELSE
                 MOVE ZERO TO WS-JB-RUN-DAY(WS-JB-MAX)
              END-IF
              MOVE WS-CAL-TERM-CODE TO WS-JB-TERM(WS-JB-MAX)
              MOVE WS-CAL-DUE-SINCE TO WS-JB-DUE-SINCE(WS-JB-MAX)
              MOVE WS-CAL-LAST-DUE  TO WS-JB-LAST-DUE(WS-JB-MAX)
              MOVE WS-CAL-LAST-RUN  TO WS-JB-LAST-RUN(WS-JB-MAX)
              MOVE WS-CAL-PLAN-DATE TO WS-JB-PLAN-DATE(WS-JB-MAX)
              MOVE ZERO TO WS-JB-GOOD-DATE(WS-JB-MAX)
              MOVE ZERO TO WS-JB-BAD-DATE(WS-JB-MAX)
              MOVE ZERO TO WS-JB-BAD-RC(WS-JB-MAX)
              MOVE 'N' TO WS-JB-PLANNED(WS-JB-MAX)
           ELSE
              ADD 1 TO WS-DROPPED-COUNT
              DISPLAY 'RUNCAL TABLE FULL - NOT SCHEDULED '
                      WS-CAL-JOB-NAME
           END-IF.
      * ONE PASS OF THE RUN HISTORY NOTES, FOR EVERY CALENDAR JOB,
      * ITS LATEST CLEAN (RC 4 OR BETTER) COMPLETION AND ITS LATEST
      * FAILED ONE
        250-LOAD-HIST-PARA.
           OPEN INPUT RUNHIST.
           IF WS-RUNHIST-ST = '00'
              PERFORM 260-READ-HIST-PARA UNTIL EOF-RUNHIST
              CLOSE RUNHIST
           ELSE
              DISPLAY 'NO RUNHIST YET ' WS-RUNHIST-ST
           END-IF.
        260-READ-HIST-PARA.
           READ RUNHIST
              AT END
                 SET EOF-RUNHIST TO TRUE
              NOT AT END
                 IF RH-REC-TYPE NOT = 'S' AND RH-REC-TYPE NOT = 'K'
                    AND RH-RETURN-CODE NUMERIC
                    PERFORM 270-NOTE-RUN-PARA
                 END-IF
           END-READ.
        270-NOTE-RUN-PARA.
           MOVE ZERO TO WS-JB-HIT.
           MOVE 1 TO WS-JB-SUB.
           PERFORM 280-SCAN-JOB-PARA
              UNTIL WS-JB-SUB > WS-JB-MAX OR WS-JB-HIT > 0.
           IF WS-JB-HIT > 0
              MOVE RH-RETURN-CODE TO WS-RH-RC
              IF WS-RH-RC > 4
                 IF RH-RUN-DATE NOT < WS-JB-BAD-DATE(WS-JB-HIT)
                    MOVE RH-RUN-DATE TO WS-JB-BAD-DATE(WS-JB-HIT)
                    MOVE WS-RH-RC TO WS-JB-BAD-RC(WS-JB-HIT)
                 END-IF
              ELSE
                 IF RH-RUN-DATE > WS-JB-GOOD-DATE(WS-JB-HIT)
                    MOVE RH-RUN-DATE TO WS-JB-GOOD-DATE(WS-JB-HIT)
                 END-IF
              END-IF
           END-IF.
        280-SCAN-JOB-PARA.
           IF WS-JB-NAME(WS-JB-SUB) = RH-PROGRAM-ID
              MOVE WS-JB-SUB TO WS-JB-HIT
           ELSE
              ADD 1 TO WS-JB-SUB
           END-IF.
      * TONIGHT IS A BUSINESS DAY WHEN IT IS MONDAY TO FRIDAY AND NOT
      * ON HOLIDAY; IT IS MONTH END WHEN NO LATER DAY OF THE MONTH IS
      * A BUSINESS DAY, AND YEAR END WHEN THAT MONTH IS DECEMBER
        300-DAY-TYPE-PARA.
           MOVE WS-RUN-DATE8 TO WS-CHK-DATE.
           PERFORM 330-BUSINESS-DAY-PARA.
           MOVE WS-DOW-DAY TO WS-RUN-DOW.
           MOVE WS-BUSINESS-DAY TO WS-TONIGHT-BUSINESS.
           IF WS-HOL-COUNT > 0
              MOVE 'Y' TO WS-TONIGHT-HOLIDAY
           END-IF.
           IF TONIGHT-BUSINESS AND RETURN-CODE < 8
              MOVE 'N' TO WS-SCAN-DONE
              MOVE 'Y' TO WS-MONTH-END
              PERFORM 310-NEXT-DAY-PARA
                 UNTIL SCAN-DONE OR RETURN-CODE NOT < 8
              IF MONTH-END AND WS-RUN-MM = 12
                 MOVE 'Y' TO WS-YEAR-END
              END-IF
           END-IF.
           MOVE WS-TONIGHT-BUSINESS TO DAY-BUSINESS.
           MOVE WS-TONIGHT-HOLIDAY  TO DAY-HOLIDAY.
           MOVE WS-MONTH-END        TO DAY-MONTH-END.
           MOVE WS-YEAR-END         TO DAY-YEAR-END.
           MOVE WS-RUN-DOW          TO DAY-WEEKDAY.
           MOVE WS-DAY-LINE TO JOBSRPT-ID.
           WRITE JOBSRPT-LIST.
      * STEPS ON A DAY AT A TIME UNTIL THE MONTH RUNS OUT (DAYCALC
      * CALLS THE DATE INVALID) OR A LATER BUSINESS DAY TURNS UP
        310-NEXT-DAY-PARA.
           ADD 1 TO WS-CHK-DD.
           PERFORM 330-BUSINESS-DAY-PARA.
           IF NOT DOW-VALID
              SET SCAN-DONE TO TRUE
           ELSE
              IF BUSINESS-DAY
                 MOVE 'N' TO WS-MONTH-END
                 SET SCAN-DONE TO TRUE
              END-IF
           END-IF.
        330-BUSINESS-DAY-PARA.
           MOVE 'N' TO WS-BUSINESS-DAY.
           MOVE ZERO TO WS-HOL-COUNT.
           MOVE WS-CHK-DATE TO WS-DOW-DATE.
           CALL 'DAYCALC' USING WS-DOW-PARM.
           IF DOW-VALID
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HOL-COUNT
                  FROM HOLIDAY
                 WHERE HOL_DATE = :WS-CHK-DATE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR ' WS-SQLCODE ' ON HOLIDAY'
                 MOVE WS-CHK-DATE TO WS-ERRH-KEY
                 PERFORM 990-SQL-ERROR-PARA
              ELSE
                 IF WS-DOW-DAY < 6 AND WS-HOL-COUNT = 0
                    MOVE 'Y' TO WS-BUSINESS-DAY
                 END-IF
              END-IF
           END-IF.
      * LAST NIGHT'S PLAN (AND ANY EARLIER ONE STILL OUTSTANDING)
        400-SETTLE-PARA.
           MOVE SPACES TO WS-SECT-LINE.
           MOVE 'OUTSTANDING FROM EARLIER PLANS' TO SECT-TITLE.
           MOVE WS-SECT-LINE TO JOBSRPT-ID.
           WRITE JOBSRPT-LIST.
           MOVE WS-HDR2 TO JOBSRPT-ID.
           WRITE JOBSRPT-LIST.
           MOVE 1 TO WS-JB-SUB.
           PERFORM 410-SETTLE-JOB-PARA UNTIL WS-JB-SUB > WS-JB-MAX.
        410-SETTLE-JOB-PARA.
           IF WS-JB-GOOD-DATE(WS-JB-SUB) > WS-JB-LAST-RUN(WS-JB-SUB)
              MOVE WS-JB-GOOD-DATE(WS-JB-SUB)
                TO WS-JB-LAST-RUN(WS-JB-SUB)
           END-IF.
           IF WS-JB-DUE-SINCE(WS-JB-SUB) NOT = ZERO
              MOVE SPACES TO WS-DTL-LINE
              MOVE WS-JB-DUE-SINCE(WS-JB-SUB) TO DTL-DUE-SINCE
              IF WS-JB-GOOD-DATE(WS-JB-SUB) NOT <
                 WS-JB-DUE-SINCE(WS-JB-SUB)
                 MOVE 'RAN - CLEARED' TO DTL-STATUS
                 MOVE ZERO TO WS-JB-DUE-SINCE(WS-JB-SUB)
                 MOVE ZERO TO WS-JB-PLAN-DATE(WS-JB-SUB)
                 ADD 1 TO WS-RAN-COUNT
                 PERFORM 450-PRINT-JOB-PARA
              ELSE
                 IF WS-JB-PLAN-DATE(WS-JB-SUB) NOT = ZERO
                    IF WS-JB-BAD-DATE(WS-JB-SUB) NOT <
                       WS-JB-PLAN-DATE(WS-JB-SUB)
                       MOVE 'MISSED - FAILED RC' TO DTL-STATUS
                       MOVE WS-JB-BAD-RC(WS-JB-SUB) TO DTL-RC
                    ELSE
                       MOVE 'MISSED - DID NOT RUN' TO DTL-STATUS
                    END-IF
                    ADD 1 TO WS-MISSED-COUNT
                    PERFORM 450-PRINT-JOB-PARA
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO WS-JB-SUB.
        450-PRINT-JOB-PARA.
           MOVE WS-JB-NAME(WS-JB-SUB) TO DTL-JOB-NAME.
           MOVE WS-JB-FREQ(WS-JB-SUB) TO DTL-FREQ.
           MOVE WS-JB-LAST-RUN(WS-JB-SUB) TO DTL-LAST-RUN.
           MOVE WS-DTL-LINE TO JOBSRPT-ID.
           WRITE JOBSRPT-LIST.
        500-TONIGHT-PARA.
           MOVE WS-AST TO JOBSRPT-ID.
           WRITE JOBSRPT-LIST.
           MOVE SPACES TO WS-SECT-LINE.
           MOVE 'DUE TONIGHT' TO SECT-TITLE.
           MOVE WS-SECT-LINE TO JOBSRPT-ID.
           WRITE JOBSRPT-LIST.
           MOVE WS-HDR2 TO JOBSRPT-ID.
           WRITE JOBSRPT-LIST.
           MOVE 1 TO WS-JB-SUB.
           PERFORM 510-TONIGHT-JOB-PARA
              UNTIL WS-JB-SUB > WS-JB-MAX OR RETURN-CODE NOT < 8.
        510-TONIGHT-JOB-PARA.
           PERFORM 520-DUE-PARA.
           IF RETURN-CODE < 8
              IF DUE-TONIGHT
                 MOVE WS-RUN-DATE8 TO WS-JB-LAST-DUE(WS-JB-SUB)
                 IF WS-JB-DUE-SINCE(WS-JB-SUB) = ZERO
                    MOVE WS-RUN-DATE8 TO WS-JB-DUE-SINCE(WS-JB-SUB)
                 END-IF
              END-IF
              IF WS-JB-DUE-SINCE(WS-JB-SUB) NOT = ZERO
                 PERFORM 540-PLAN-JOB-PARA
              ELSE
                 ADD 1 TO WS-NOT-DUE-COUNT
              END-IF
              PERFORM 560-UPDATE-CAL-PARA
           END-IF.
           ADD 1 TO WS-JB-SUB.
        520-DUE-PARA.
           MOVE 'N' TO WS-DUE-FLAG.
           EVALUATE WS-JB-FREQ(WS-JB-SUB)
             WHEN 'D'
                IF TONIGHT-BUSINESS
                   MOVE 'Y' TO WS-DUE-FLAG
                END-IF
             WHEN 'W'
                IF WS-JB-RUN-DAY(WS-JB-SUB) = WS-RUN-DOW
                   MOVE 'Y' TO WS-DUE-FLAG
                END-IF
             WHEN 'M'
                IF MONTH-END
                   MOVE 'Y' TO WS-DUE-FLAG
                END-IF
             WHEN 'Y'
                IF YEAR-END
                   MOVE 'Y' TO WS-DUE-FLAG
                END-IF
             WHEN 'T'
                PERFORM 530-TERM-CLOSE-PARA
             WHEN OTHER
                ADD 1 TO WS-BAD-FREQ-COUNT
                DISPLAY 'BAD RUNCAL FREQUENCY ' WS-JB-FREQ(WS-JB-SUB)
                        ' FOR ' WS-JB-NAME(WS-JB-SUB)
           END-EVALUATE.
      * A TERM CLOSING SINCE THE JOB LAST FELL DUE -- SO A CLOSE DATE
      * ON A NIGHT THE WINDOW DID NOT RUN IS STILL PICKED UP. THE
      * FIRST TIME THROUGH ONLY A CLOSE DATE OF TONIGHT COUNTS.
        530-TERM-CLOSE-PARA.
           IF WS-JB-LAST-DUE(WS-JB-SUB) = ZERO
              COMPUTE WS-FROM-DATE = WS-RUN-DATE8 - 1
           ELSE
              MOVE WS-JB-LAST-DUE(WS-JB-SUB) TO WS-FROM-DATE
           END-IF.
           MOVE WS-JB-TERM(WS-JB-SUB) TO WS-CAL-TERM-CODE.
           IF WS-CAL-TERM-CODE = SPACES
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-TERM-COUNT
                  FROM TERMCAL
                 WHERE CLOSE_DATE >  :WS-FROM-DATE
                   AND CLOSE_DATE <= :WS-RUN-DATE8
              END-EXEC
           ELSE
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-TERM-COUNT
                  FROM TERMCAL
                 WHERE TERM_CODE   = :WS-CAL-TERM-CODE
                   AND CLOSE_DATE >  :WS-FROM-DATE
                   AND CLOSE_DATE <= :WS-RUN-DATE8
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR ' WS-SQLCODE ' ON TERMCAL'
              MOVE WS-JB-NAME(WS-JB-SUB) TO WS-ERRH-KEY
              PERFORM 990-SQL-ERROR-PARA
           ELSE
              IF WS-TERM-COUNT > 0
                 MOVE 'Y' TO WS-DUE-FLAG
              END-IF
           END-IF.
      * ONLY A BUSINESS NIGHT RUNS PERIODIC WORK; OTHERWISE THE JOB
      * STAYS DUE AND IS PICKED UP THE NEXT BUSINESS NIGHT
        540-PLAN-JOB-PARA.
           MOVE SPACES TO WS-DTL-LINE.
           MOVE WS-JB-DUE-SINCE(WS-JB-SUB) TO DTL-DUE-SINCE.
           IF TONIGHT-BUSINESS
              MOVE 'Y' TO WS-JB-PLANNED(WS-JB-SUB)
              MOVE WS-RUN-DATE8 TO WS-JB-PLAN-DATE(WS-JB-SUB)
              ADD 1 TO WS-PLAN-COUNT
              IF WS-JB-DUE-SINCE(WS-JB-SUB) < WS-RUN-DATE8
                 MOVE 'PLANNED - CARRIED' TO DTL-STATUS
                 ADD 1 TO WS-CARRY-COUNT
              ELSE
                 MOVE 'PLANNED' TO DTL-STATUS
              END-IF
           ELSE
              MOVE ZERO TO WS-JB-PLAN-DATE(WS-JB-SUB)
              MOVE 'SKIPPED - NOT BUS DAY' TO DTL-STATUS
              ADD 1 TO WS-SKIP-COUNT
           END-IF.
           PERFORM 450-PRINT-JOB-PARA.
        560-UPDATE-CAL-PARA.
           MOVE WS-JB-NAME(WS-JB-SUB)      TO WS-CAL-JOB-NAME.
           MOVE WS-JB-DUE-SINCE(WS-JB-SUB) TO WS-CAL-DUE-SINCE.
           MOVE WS-JB-LAST-DUE(WS-JB-SUB)  TO WS-CAL-LAST-DUE.
           MOVE WS-JB-LAST-RUN(WS-JB-SUB)  TO WS-CAL-LAST-RUN.
           MOVE WS-JB-PLAN-DATE(WS-JB-SUB) TO WS-CAL-PLAN-DATE.
           EXEC SQL
             UPDATE RUNCAL
                SET DUE_SINCE     = :WS-CAL-DUE-SINCE,
                    LAST_DUE_DATE = :WS-CAL-LAST-DUE,
                    LAST_RUN_DATE = :WS-CAL-LAST-RUN,
                    PLAN_DATE     = :WS-CAL-PLAN-DATE
              WHERE JOB_NAME = :WS-CAL-JOB-NAME
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR ' WS-SQLCODE ' ON RUNCAL '
                      WS-CAL-JOB-NAME
              MOVE WS-CAL-JOB-NAME TO WS-ERRH-KEY
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
        600-COMMIT-PARA.
           EXEC SQL
             COMMIT
           END-EXEC.
      * THE PLAN IS ONLY WRITTEN ONCE RUNCAL IS SAFELY UPDATED -- A
      * FAILED RUN LEAVES IT EMPTY AND EVERY CALGATE STAYS SHUT
        650-WRITE-PLAN-PARA.
           MOVE 1 TO WS-JB-SUB.
           PERFORM 660-PLAN-CARD-PARA UNTIL WS-JB-SUB > WS-JB-MAX.
        660-PLAN-CARD-PARA.
           IF WS-JB-PLANNED(WS-JB-SUB) = 'Y'
              MOVE SPACES TO JOBPLAN-REC
              MOVE WS-RUN-DATE8 TO JP-RUN-DATE
              MOVE WS-JB-NAME(WS-JB-SUB) TO JP-JOB-NAME
              MOVE WS-JB-FREQ(WS-JB-SUB) TO JP-FREQUENCY
              MOVE WS-JB-DUE-SINCE(WS-JB-SUB) TO JP-DUE-SINCE
              WRITE JOBPLAN-REC
           END-IF.
           ADD 1 TO WS-JB-SUB.
        700-FINAL-PARA.
           MOVE WS-AST TO JOBSRPT-ID.
           WRITE JOBSRPT-LIST.
           MOVE 'CALENDAR JOBS' TO TOT-LABEL.
           MOVE WS-CAL-COUNT TO TOT-COUNT.
           MOVE WS-TOT-LINE TO JOBSRPT-ID.
           WRITE JOBSRPT-LIST.
           MOVE 'RAN SINCE LAST PLAN' TO TOT-LABEL.
           MOVE WS-RAN-COUNT TO TOT-COUNT.
           MOVE WS-TOT-LINE TO JOBSRPT-ID.
           WRITE JOBSRPT-LIST.
           MOVE 'MISSED - CARRIED FORWARD' TO TOT-LABEL.
           MOVE WS-MISSED-COUNT TO TOT-COUNT.
           MOVE WS-TOT-LINE TO JOBSRPT-ID.
           WRITE JOBSRPT-LIST.
           MOVE 'PLANNED TONIGHT' TO TOT-LABEL.
           MOVE WS-PLAN-COUNT TO TOT-COUNT.
           MOVE WS-TOT-LINE TO JOBSRPT-ID.
           WRITE JOBSRPT-LIST.
           MOVE '  OF WHICH CARRIED FORWARD' TO TOT-LABEL.
           MOVE WS-CARRY-COUNT TO TOT-COUNT.
           MOVE WS-TOT-LINE TO JOBSRPT-ID.
           WRITE JOBSRPT-LIST.
           MOVE 'SKIPPED - NOT A BUSINESS DAY' TO TOT-LABEL.
           MOVE WS-SKIP-COUNT TO TOT-COUNT.
           MOVE WS-TOT-LINE TO JOBSRPT-ID.
           WRITE JOBSRPT-LIST.
           MOVE 'NOT DUE TONIGHT' TO TOT-LABEL.
           MOVE WS-NOT-DUE-COUNT TO TOT-COUNT.
           MOVE WS-TOT-LINE TO JOBSRPT-ID.
           WRITE JOBSRPT-LIST.
           IF WS-BAD-FREQ-COUNT > 0
              MOVE 'BAD FREQUENCY - IGNORED' TO TOT-LABEL
              MOVE WS-BAD-FREQ-COUNT TO TOT-COUNT
              MOVE WS-TOT-LINE TO JOBSRPT-ID
              WRITE JOBSRPT-LIST
           END-IF.
           IF WS-DROPPED-COUNT > 0
              MOVE 'PAST TABLE LIMIT - NOT RUN' TO TOT-LABEL
              MOVE WS-DROPPED-COUNT TO TOT-COUNT
              MOVE WS-TOT-LINE TO JOBSRPT-ID
              WRITE JOBSRPT-LIST
           END-IF.
           IF RETURN-CODE NOT < 8
              MOVE SPACES TO JOBSRPT-ID
              MOVE 'SCHEDULE FAILED - NOTHING PLANNED TONIGHT'
                TO JOBSRPT-ID
              WRITE JOBSRPT-LIST
           END-IF.
           MOVE WS-AST TO JOBSRPT-ID.
           WRITE JOBSRPT-LIST.
           IF RETURN-CODE < 4 AND (WS-MISSED-COUNT > 0 OR
              WS-BAD-FREQ-COUNT > 0 OR WS-DROPPED-COUNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'JOBS ' WS-CAL-COUNT ' PLANNED ' WS-PLAN-COUNT
                   ' MISSED ' WS-MISSED-COUNT
                   ' SKIPPED ' WS-SKIP-COUNT.
        900-CLOSE-FILE-PARA.
           CLOSE JOBSRPT.
           PERFORM 960-REGISTER-RPT-PARA.
           CLOSE JOBPLAN.
        960-REGISTER-RPT-PARA.
           MOVE ZERO TO WS-RR-LINES.
           MOVE 'N' TO WS-RPT-EOF.
           OPEN INPUT JOBSRPT.
           IF WS-JOBSRPT-ST = '00'
              PERFORM 965-COUNT-RPT-PARA UNTIL EOF-RPT
              CLOSE JOBSRPT
           END-IF.
           MOVE WS-SHARED-RUN-DATE TO WS-RR-RUN-DATE.
           CALL 'RPTREG' USING WS-RPTREG-PARM.
        965-COUNT-RPT-PARA.
           READ JOBSRPT
              AT END
                 SET EOF-RPT TO TRUE
              NOT AT END
                 ADD 1 TO WS-RR-LINES
           END-READ.
        990-SQL-ERROR-PARA.
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
           MOVE 'JOBSCHED' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE
           ELSE
              ACCEPT STL-RUN-DATE FROM DATE
           END-IF.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-CAL-COUNT TO STL-READ-CNT.
           MOVE WS-PLAN-COUNT TO STL-PROC-CNT.
           MOVE WS-MISSED-COUNT TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
