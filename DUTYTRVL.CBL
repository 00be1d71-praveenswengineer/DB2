       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DUTYTRVL.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  A DEPTMAST ROW FROM BEFORE TRAVEL_BUD WAS ADDED
      *                 (NULL) IS READ AS NO BUDGET SET.
      *  10/15/26  RKS  DUTYTRAN NOW CARRIES THE REQUESTING OPERATOR ID
      *                 IN COLS 59-66, AND IT IS STAMPED ON THE
      *                 BOOKING CARD PUNCHED TO DUTYBOOK SO TRNBOOK CAN
      *                 CHECK THAT OPERATOR'S BOOKING AUTHORITY.
      *  10/14/26  RKS  NEW PROGRAM. STAFF DUTY-TRAVEL REQUESTS --
      *                 READS DUTYTRAN (EMPNO, TRAVEL AUTHORITY NUMBER,
      *                 TRAIN, TRAVEL DATE, BOARDING AND ALIGHTING
      *                 STATIONS), CHECKS THE EMPLOYEE IS ON EMPLOYEE
      *                 AND THEIR WORKDEPT IS ACTIVE ON DEPTMAST, AND
      *                 THAT THE AUTHORITY IS NOT ALREADY ON A LIVE
      *                 BOOKING. A GOOD REQUEST IS PUNCHED ONTO
      *                 DUTYBOOK AS A ONE-SEAT BOOKTRAN CARD FOLLOWED BY
      *                 A 'D' DUTY CARD, FOR TRNBOOK TO BOOK AND CHARGE
      *                 TO THE DEPARTMENT ON THE TRNDUTY LEDGER, THE
      *                 WAY DEPTLOAD PUNCHES XFERTRAN FOR EMPXFER. A
      *                 REQUEST WHOSE FARE WOULD TAKE THE DEPARTMENT
      *                 PAST ITS DEPTMAST TRAVEL_BUD FOR THE YEAR (SPEND
      *                 SO FAR NET OF REFUNDS, PLUS WHAT THIS RUN HAS
      *                 ALREADY PUNCHED) IS NOT PUNCHED BUT LISTED ON
      *                 THE DUTYHOLD HOLD LIST FOR APPROVAL; ONCE
      *                 APPROVED IT IS RESUBMITTED WITH 'A' IN COLUMN
      *                 57 AND GOES THROUGH. BAD REQUESTS REJECT TO
      *                 DUTYREJ AND THE REJLOG REGISTRY.
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
           SELECT DUTYTRAN ASSIGN TO DUTYTRAN
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DUTYTRAN-ST.
           SELECT DUTYREJ ASSIGN TO DUTYREJ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DUTYREJ-ST.
           SELECT DUTYBOOK ASSIGN TO DUTYBOOK
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DUTYBOOK-ST.
           SELECT DUTYHOLD ASSIGN TO DUTYHOLD
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DUTYHOLD-ST.
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
       FD DUTYTRAN
           RECORDING MODE IS F.
       01 DUTYTRAN-LIST.
         05 D-EMPNO               PIC X(6).
         05                       PIC X(1).
         05 D-AUTH-NO             PIC X(10).
         05                       PIC X(1).
         05 D-TRAINNO             PIC X(6).
         05                       PIC X(1).
         05 D-TRAVEL-DATE         PIC X(8).
         05                       PIC X(1).
         05 D-FROM-STN            PIC X(10).
         05                       PIC X(1).
         05 D-TO-STN              PIC X(10).
         05                       PIC X(1).
         05 D-APPROVED            PIC X(1).
            88 D-OVER-APPROVED      VALUE 'A'.
         05                       PIC X(1).
         05 D-OPER-ID             PIC X(8).
         05                       PIC X(14).
       FD DUTYREJ
           RECORDING MODE IS F.
       01 DUTYREJ-LIST.
         05 REJ-RECORD            PIC X(80).
         05 REJ-REASON-CODE       PIC X(4).
         05                       PIC X(1).
         05 REJ-REASON-TEXT       PIC X(25).
      * SAME CARD LAYOUTS AS TRNBOOK'S BOOKTRAN INPUT
       FD DUTYBOOK
           RECORDING MODE IS F.
       01 DUTYBOOK-REC            PIC X(80).
       FD DUTYHOLD
           RECORDING MODE IS F.
       01 DUTYHOLD-LIST.
         05 DUTYHOLD-ID           PIC X(80).
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
            INCLUDE EMPLOYEE
           END-EXEC.
           EXEC SQL
            INCLUDE TRAIN
           END-EXEC.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-DUTYTRAN-ST       PIC X(2).
        77  WS-DUTYREJ-ST        PIC X(2).
        77  WS-DUTYBOOK-ST       PIC X(2).
        77  WS-DUTYHOLD-ST       PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-TODAY8            PIC 9(8) VALUE ZERO.
        01  WS-TODAY-PARTS REDEFINES WS-TODAY8.
            05 WS-TODAY-YYYY     PIC 9(4).
            05 WS-TODAY-MMDD     PIC 9(4).
        01  WS-YEAR-START        PIC 9(8) VALUE ZERO.
        01  WS-YEAR-END          PIC 9(8) VALUE ZERO.
        01  WS-DUTYTRAN-EOF      PIC X VALUE 'N'.
            88 EOF-DUTYTRAN        VALUE 'Y'.
        01  WS-TRAN-OK           PIC X VALUE 'Y'.
            88 TRAN-VALID          VALUE 'Y'.
            88 TRAN-INVALID        VALUE 'N'.
        01  WS-REJ-CODE          PIC X(4).
        01  WS-REJ-TEXT          PIC X(25).
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-PUNCH-COUNT       PIC 9(7) COMP VALUE ZERO.
        77  WS-HOLD-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-OVERRIDE-COUNT    PIC 9(7) COMP VALUE ZERO.
        77  WS-REJECT-COUNT      PIC 9(7) COMP VALUE ZERO.
        01  WS-REG-PARM.
            05 WS-REG-PROGRAM   PIC X(8) VALUE 'DUTYTRVL'.
            05 WS-REG-RUN-DATE  PIC 9(6) VALUE ZERO.
            05 WS-REG-KEY       PIC X(20) VALUE SPACES.
            05 WS-REG-REASON    PIC X(4) VALUE SPACES.
            05 WS-REG-ACTION    PIC X(1) VALUE 'R'.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'DUTYTRVL'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-DOW-PARM.
            05 WS-DOW-DATE       PIC 9(8) VALUE ZERO.
            05 WS-DOW-DAY        PIC 9(1) VALUE ZERO.
            05 WS-DOW-VALID      PIC X(1) VALUE 'N'.
               88 DOW-VALID        VALUE 'Y'.
        01  WS-AUTH-NO           PIC X(10) VALUE SPACES.
        77  WS-AUTH-COUNT        PIC S9(4) COMP VALUE ZERO.
        01  WS-DEPT-ACTIVE       PIC X(1) VALUE SPACE.
        01  WS-TRAVEL-BUD        PIC 9(9)V99 VALUE ZERO.
        01  WS-YTD-SPEND         PIC S9(9)V99 VALUE ZERO.
        01  WS-COMMITTED         PIC S9(9)V99 VALUE ZERO.
        01  WS-EST-COST          PIC 9(7)V99 VALUE ZERO.
        01  WS-PSGR-NAME         PIC X(20) VALUE SPACES.
        01  WS-PEND-MAX          PIC S9(4) COMP VALUE 200.
        01  WS-PEND-COUNT        PIC S9(4) COMP VALUE ZERO.
        01  WS-PEND-IX           PIC S9(4) COMP VALUE ZERO.
        01  WS-PEND-HIT          PIC S9(4) COMP VALUE ZERO.
        01  WS-PEND-TABLE.
            05 WS-PEND-ENTRY     OCCURS 200 TIMES.
               10 WS-PEND-DEPT   PIC X(3).
               10 WS-PEND-AMT    PIC 9(9)V99.
        01  WS-BOOK-CARD.
            05 BK-TRAINNO        PIC X(6).
            05                   PIC X(1).
            05 BK-TRAVEL-DATE    PIC X(8).
            05                   PIC X(1).
            05 BK-PSGR-NAME      PIC X(20).
            05                   PIC X(1).
            05 BK-SEATS          PIC X(3).
            05                   PIC X(1).
            05 BK-FROM-STN       PIC X(10).
            05                   PIC X(1).
            05 BK-TO-STN         PIC X(10).
            05                   PIC X(1).
            05 BK-OPER-ID        PIC X(8).
            05                   PIC X(9).
        01  WS-DUTY-CARD.
            05 DC-EMPNO          PIC X(6).
            05                   PIC X(1).
            05 DC-AUTH-NO        PIC X(10).
            05                   PIC X(1).
            05 DC-DEPT           PIC X(3).
            05                   PIC X(58).
            05 DC-REC-TYPE       PIC X(1).
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(18) VALUE SPACES.
            05                   PIC X(44) VALUE
               'DUTY TRAVEL OVER BUDGET - HELD FOR APPROVAL'.
            05                   PIC X(18).
        01  WS-HDR2.
            05                   PIC X(8)  VALUE 'EMPNO'.
            05                   PIC X(12) VALUE 'AUTHORITY'.
            05                   PIC X(5)  VALUE 'DEPT'.
            05                   PIC X(8)  VALUE 'TRAIN'.
            05                   PIC X(9)  VALUE 'TRAVEL'.
            05                   PIC X(10) VALUE 'FARE'.
            05                   PIC X(12) VALUE 'COMMITTED'.
            05                   PIC X(16) VALUE 'BUDGET'.
        01  WS-HOLD-LINE.
            05 HLD-EMPNO         PIC X(6).
            05                   PIC X(2).
            05 HLD-AUTH-NO       PIC X(10).
            05                   PIC X(2).
            05 HLD-DEPT          PIC X(3).
            05                   PIC X(2).
            05 HLD-TRAINNO       PIC X(6).
            05                   PIC X(2).
            05 HLD-TRAVEL-DATE   PIC X(8).
            05                   PIC X(1).
            05 HLD-FARE          PIC ZZ,ZZ9.99.
            05                   PIC X(1).
            05 HLD-COMMITTED     PIC ZZZ,ZZZ,ZZ9.
            05                   PIC X(1).
            05 HLD-BUDGET        PIC ZZZ,ZZZ,ZZ9.
            05                   PIC X(5).
        01  WS-SUM-LINE.
            05 SUM-LABEL         PIC X(26).
            05 SUM-COUNT         PIC ZZZ,ZZ9.
            05                   PIC X(47).
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 100-OPEN-FILE-PARA.
           IF WS-DUTYTRAN-ST = '00'
              PERFORM 200-READ-FILE-PARA UNTIL EOF-DUTYTRAN
           ELSE
              DISPLAY 'ERROR IN OPEN ' WS-DUTYTRAN-ST
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 900-CONTROL-TOTALS-PARA.
           PERFORM 950-CLOSE-FILE-PARA.
           PERFORM 995-WRITE-STATUS-PARA.
           STOP RUN.
      * THE BUDGET YEAR IS THE CALENDAR YEAR OF THE RUN DATE
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
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE TO WS-TODAY8
           ELSE
              ACCEPT WS-SYS-DATE FROM DATE
              COMPUTE WS-TODAY8 = 20000000 + WS-SYS-DATE
           END-IF.
           COMPUTE WS-YEAR-START = WS-TODAY-YYYY * 10000 + 0101.
           COMPUTE WS-YEAR-END   = WS-TODAY-YYYY * 10000 + 1231.
        100-OPEN-FILE-PARA.
           OPEN INPUT DUTYTRAN.
           OPEN OUTPUT DUTYREJ.
           OPEN OUTPUT DUTYBOOK.
           OPEN OUTPUT DUTYHOLD.
           MOVE WS-AST TO DUTYHOLD-ID.
           WRITE DUTYHOLD-LIST.
           MOVE WS-HDR1 TO DUTYHOLD-ID.
           WRITE DUTYHOLD-LIST.
           MOVE WS-AST TO DUTYHOLD-ID.
           WRITE DUTYHOLD-LIST.
           MOVE WS-HDR2 TO DUTYHOLD-ID.
           WRITE DUTYHOLD-LIST.
           MOVE WS-AST TO DUTYHOLD-ID.
           WRITE DUTYHOLD-LIST.
        200-READ-FILE-PARA.
           READ DUTYTRAN
              AT END
                 SET EOF-DUTYTRAN TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 300-REQUEST-PARA
           END-READ.
        300-REQUEST-PARA.
           DISPLAY DUTYTRAN-LIST.
           PERFORM 310-VALIDATE-PARA.
           IF TRAN-INVALID
              PERFORM 498-REJECT-PARA
           ELSE
              PERFORM 400-BUDGET-PARA
           END-IF.
        310-VALIDATE-PARA.
           SET TRAN-VALID TO TRUE.
           MOVE SPACES TO WS-REJ-CODE WS-REJ-TEXT.
           IF TRAN-VALID AND D-EMPNO = SPACES
              SET TRAN-INVALID TO TRUE
              MOVE "RJ01" TO WS-REJ-CODE
              MOVE "MISSING EMPLOYEE NUMBER" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID AND D-AUTH-NO = SPACES
              SET TRAN-INVALID TO TRUE
              MOVE "RJ02" TO WS-REJ-CODE
              MOVE "MISSING AUTHORITY NUMBER" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID AND D-TRAINNO = SPACES
              SET TRAN-INVALID TO TRUE
              MOVE "RJ03" TO WS-REJ-CODE
              MOVE "MISSING TRAIN NUMBER" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID
              IF D-TRAVEL-DATE NUMERIC
                 MOVE D-TRAVEL-DATE TO WS-DOW-DATE
                 CALL 'DAYCALC' USING WS-DOW-PARM
              ELSE
                 MOVE 'N' TO WS-DOW-VALID
              END-IF
              IF NOT DOW-VALID
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ04" TO WS-REJ-CODE
                 MOVE "INVALID TRAVEL DATE" TO WS-REJ-TEXT
              END-IF
           END-IF.
           IF TRAN-VALID
              PERFORM 320-CHECK-EMPLOYEE-PARA
           END-IF.
           IF TRAN-VALID
              PERFORM 330-CHECK-DEPT-PARA
           END-IF.
           IF TRAN-VALID
              PERFORM 340-CHECK-TRAIN-PARA
           END-IF.
           IF TRAN-VALID
              PERFORM 350-CHECK-AUTH-PARA
           END-IF.
      * A LEAVER'S ROW IS DELETED BY EMPMAINT, SO AN EMPLOYEE STILL ON
      * THE TABLE IS A SERVING ONE
        320-CHECK-EMPLOYEE-PARA.
           MOVE D-EMPNO TO EMPNO.
           MOVE SPACES TO FIRSTNME LASTNAME WORKDEPT.
           EXEC SQL
             SELECT FIRSTNME, LASTNAME, WORKDEPT
               INTO :FIRSTNME, :LASTNAME, :WORKDEPT
               FROM EMPLOYEE
              WHERE EMPNO = :EMPNO
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ05" TO WS-REJ-CODE
                 MOVE "EMPLOYEE NOT ON FILE" TO WS-REJ-TEXT
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON EMPLOYEE " D-EMPNO
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ05" TO WS-REJ-CODE
                 MOVE "EMPLOYEE LOOKUP FAILED" TO WS-REJ-TEXT
              WHEN WORKDEPT = SPACES
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ06" TO WS-REJ-CODE
                 MOVE "NO WORKDEPT ON EMPLOYEE" TO WS-REJ-TEXT
           END-EVALUATE.
        330-CHECK-DEPT-PARA.
           MOVE SPACE TO WS-DEPT-ACTIVE.
           MOVE ZERO TO WS-TRAVEL-BUD.
           EXEC SQL
             SELECT ACTIVE_FLAG, COALESCE(TRAVEL_BUD, 0)
               INTO :WS-DEPT-ACTIVE, :WS-TRAVEL-BUD
               FROM DEPTMAST
              WHERE DEPTCODE = :WORKDEPT
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ06" TO WS-REJ-CODE
                 MOVE "WORKDEPT NOT ON DEPTMAST" TO WS-REJ-TEXT
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON DEPT " WORKDEPT
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ06" TO WS-REJ-CODE
                 MOVE "DEPT LOOKUP FAILED" TO WS-REJ-TEXT
              WHEN WS-DEPT-ACTIVE NOT = 'Y'
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ06" TO WS-REJ-CODE
                 MOVE "INACTIVE WORKDEPT" TO WS-REJ-TEXT
           END-EVALUATE.
      * THE BUDGET IS TESTED AT THE FULL-RUN FARE; A SEGMENT JOURNEY
      * IS CHARGED ITS OWN LOWER FARE WHEN TRNBOOK BOOKS IT
        340-CHECK-TRAIN-PARA.
           MOVE D-TRAINNO TO TRAINNO.
           MOVE ZERO TO TRAINFARE.
           EXEC SQL
             SELECT TRAINFARE
               INTO :TRAINFARE
               FROM TRAIN
              WHERE TRAINNO = :TRAINNO
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ07" TO WS-REJ-CODE
                 MOVE "TRAIN NUMBER NOT FOUND" TO WS-REJ-TEXT
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON TRAIN " D-TRAINNO
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ07" TO WS-REJ-CODE
                 MOVE "TRAIN LOOKUP FAILED" TO WS-REJ-TEXT
              WHEN OTHER
                 MOVE TRAINFARE TO WS-EST-COST
           END-EVALUATE.
        350-CHECK-AUTH-PARA.
           MOVE D-AUTH-NO TO WS-AUTH-NO.
           MOVE ZERO TO WS-AUTH-COUNT.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-AUTH-COUNT
               FROM TRNBKNG
              WHERE DUTY_AUTH = :WS-AUTH-NO
                AND STATUS   <> 'X'
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON AUTHORITY "
                         WS-AUTH-NO
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ08" TO WS-REJ-CODE
                 MOVE "AUTHORITY LOOKUP FAILED" TO WS-REJ-TEXT
              WHEN WS-AUTH-COUNT > 0
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ08" TO WS-REJ-CODE
                 MOVE "AUTHORITY ALREADY USED" TO WS-REJ-TEXT
           END-EVALUATE.
      * SPEND SO FAR THIS YEAR IS CHARGES LESS REFUNDS ON THE TRNDUTY
      * LEDGER, PLUS WHAT THIS RUN HAS ALREADY PUNCHED FOR THE DEPT.
      * A DEPARTMENT WITH NO TRAVEL BUDGET SET IS NOT HELD
        400-BUDGET-PARA.
           MOVE ZERO TO WS-YTD-SPEND.
           EXEC SQL
             SELECT COALESCE(SUM(CASE WHEN ENTRY_TYPE = 'R'
                                      THEN 0 - AMOUNT
                                      ELSE AMOUNT END), 0)
               INTO :WS-YTD-SPEND
               FROM TRNDUTY
              WHERE DEPTCODE   = :WORKDEPT
                AND ENTRY_DATE BETWEEN :WS-YEAR-START
                                   AND :WS-YEAR-END
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON TRNDUTY " WORKDEPT
              PERFORM 990-SQL-ERROR-PARA
              SET TRAN-INVALID TO TRUE
              MOVE "RJ09" TO WS-REJ-CODE
              MOVE "BUDGET LOOKUP FAILED" TO WS-REJ-TEXT
              PERFORM 498-REJECT-PARA
           ELSE
              PERFORM 410-FIND-PEND-PARA
              COMPUTE WS-COMMITTED = WS-YTD-SPEND + WS-EST-COST
              IF WS-PEND-HIT > 0
                 ADD WS-PEND-AMT(WS-PEND-HIT) TO WS-COMMITTED
              END-IF
              EVALUATE TRUE
                 WHEN WS-TRAVEL-BUD = ZERO
                 WHEN WS-COMMITTED NOT > WS-TRAVEL-BUD
                    PERFORM 500-PUNCH-PARA
                 WHEN D-OVER-APPROVED
                    ADD 1 TO WS-OVERRIDE-COUNT
                    PERFORM 500-PUNCH-PARA
                 WHEN OTHER
                    PERFORM 450-HOLD-PARA
              END-EVALUATE
           END-IF.
        410-FIND-PEND-PARA.
           MOVE ZERO TO WS-PEND-HIT.
           MOVE 1 TO WS-PEND-IX.
           PERFORM 420-SCAN-PEND-PARA
              UNTIL WS-PEND-IX > WS-PEND-COUNT OR WS-PEND-HIT > 0.
        420-SCAN-PEND-PARA.
           IF WS-PEND-DEPT(WS-PEND-IX) = WORKDEPT
              MOVE WS-PEND-IX TO WS-PEND-HIT
           END-IF.
           ADD 1 TO WS-PEND-IX.
        450-HOLD-PARA.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE SPACES TO WS-HOLD-LINE.
           MOVE D-EMPNO TO HLD-EMPNO.
           MOVE D-AUTH-NO TO HLD-AUTH-NO.
           MOVE WORKDEPT TO HLD-DEPT.
           MOVE D-TRAINNO TO HLD-TRAINNO.
           MOVE D-TRAVEL-DATE TO HLD-TRAVEL-DATE.
           MOVE WS-EST-COST TO HLD-FARE.
           MOVE WS-COMMITTED TO HLD-COMMITTED.
           MOVE WS-TRAVEL-BUD TO HLD-BUDGET.
           MOVE WS-HOLD-LINE TO DUTYHOLD-ID.
           WRITE DUTYHOLD-LIST.
      * ONE SEAT IN THE TRAVELLER'S OWN NAME, AND THE DUTY CARD THAT
      * TELLS TRNBOOK WHOM TO CHARGE
        500-PUNCH-PARA.
           MOVE SPACES TO WS-PSGR-NAME.
           STRING FIRSTNME DELIMITED BY SPACE
                  ' '      DELIMITED BY SIZE
                  LASTNAME DELIMITED BY SPACE
             INTO WS-PSGR-NAME.
           MOVE SPACES TO WS-BOOK-CARD.
           MOVE D-TRAINNO TO BK-TRAINNO.
           MOVE D-TRAVEL-DATE TO BK-TRAVEL-DATE.
           MOVE WS-PSGR-NAME TO BK-PSGR-NAME.
           MOVE '001' TO BK-SEATS.
           MOVE D-FROM-STN TO BK-FROM-STN.
           MOVE D-TO-STN TO BK-TO-STN.
           MOVE D-OPER-ID TO BK-OPER-ID.
           MOVE WS-BOOK-CARD TO DUTYBOOK-REC.
           WRITE DUTYBOOK-REC.
           MOVE SPACES TO WS-DUTY-CARD.
           MOVE D-EMPNO TO DC-EMPNO.
           MOVE D-AUTH-NO TO DC-AUTH-NO.
           MOVE WORKDEPT TO DC-DEPT.
           MOVE 'D' TO DC-REC-TYPE.
           MOVE WS-DUTY-CARD TO DUTYBOOK-REC.
           WRITE DUTYBOOK-REC.
           ADD 1 TO WS-PUNCH-COUNT.
           IF WS-PEND-HIT > 0
              ADD WS-EST-COST TO WS-PEND-AMT(WS-PEND-HIT)
           ELSE
              IF WS-PEND-COUNT < WS-PEND-MAX
                 ADD 1 TO WS-PEND-COUNT
                 MOVE WORKDEPT TO WS-PEND-DEPT(WS-PEND-COUNT)
                 MOVE WS-EST-COST TO WS-PEND-AMT(WS-PEND-COUNT)
              END-IF
           END-IF.
        498-REJECT-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY "REJECTED " DUTYTRAN-LIST " " WS-REJ-TEXT.
           MOVE DUTYTRAN-LIST TO REJ-RECORD.
           MOVE WS-REJ-CODE  TO REJ-REASON-CODE.
           MOVE WS-REJ-TEXT  TO REJ-REASON-TEXT.
           WRITE DUTYREJ-LIST.
           MOVE D-EMPNO TO WS-REG-KEY.
           MOVE WS-REJ-CODE TO WS-REG-REASON.
           PERFORM 499-REGISTER-REJECT-PARA.
        499-REGISTER-REJECT-PARA.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO WS-REG-RUN-DATE
           ELSE
              ACCEPT WS-REG-RUN-DATE FROM DATE
           END-IF.
           MOVE 'R' TO WS-REG-ACTION.
           CALL 'REJREG' USING WS-REG-PARM.
        900-CONTROL-TOTALS-PARA.
           MOVE WS-AST TO DUTYHOLD-ID.
           WRITE DUTYHOLD-LIST.
           MOVE 'REQUESTS READ'        TO SUM-LABEL.
           MOVE WS-READ-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO DUTYHOLD-ID.
           WRITE DUTYHOLD-LIST.
           MOVE 'PUNCHED FOR BOOKING'  TO SUM-LABEL.
           MOVE WS-PUNCH-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO DUTYHOLD-ID.
           WRITE DUTYHOLD-LIST.
           MOVE '  OVER BUDGET APPROVED' TO SUM-LABEL.
           MOVE WS-OVERRIDE-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO DUTYHOLD-ID.
           WRITE DUTYHOLD-LIST.
           MOVE 'HELD FOR APPROVAL'    TO SUM-LABEL.
           MOVE WS-HOLD-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO DUTYHOLD-ID.
           WRITE DUTYHOLD-LIST.
           MOVE 'REQUESTS REJECTED'    TO SUM-LABEL.
           MOVE WS-REJECT-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO DUTYHOLD-ID.
           WRITE DUTYHOLD-LIST.
           MOVE WS-AST TO DUTYHOLD-ID.
           WRITE DUTYHOLD-LIST.
           IF WS-READ-COUNT = WS-PUNCH-COUNT + WS-HOLD-COUNT +
              WS-REJECT-COUNT
              DISPLAY 'DUTYTRVL CONTROL TOTALS BALANCE'
           ELSE
              DISPLAY 'DUTYTRVL CONTROL TOTALS OUT OF BALANCE'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
        950-CLOSE-FILE-PARA.
           CLOSE DUTYTRAN.
           CLOSE DUTYREJ.
           CLOSE DUTYBOOK.
           CLOSE DUTYHOLD.
        990-SQL-ERROR-PARA.
           MOVE D-EMPNO TO WS-ERRH-KEY.
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
           MOVE 'DUTYTRVL' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE
           ELSE
              ACCEPT STL-RUN-DATE FROM DATE
           END-IF.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-READ-COUNT TO STL-READ-CNT.
           COMPUTE STL-PROC-CNT = WS-PUNCH-COUNT + WS-HOLD-COUNT.
           MOVE WS-REJECT-COUNT TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
