       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LEAVCLOS.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NEW PROGRAM. LEAVE-YEAR CLOSING. FOR THE YEAR
      *                 ON THE LEAVYCTL CARD, EVERY LEAVBAL ROW HAS ITS
      *                 UNUSED DAYS FOR THAT YEAR (ENTITLED LESS THE
      *                 LEAVHIST DAYS TAKEN UP TO 31 DECEMBER) CARRIED
      *                 FORWARD UP TO THE LEAVE TYPE'S CARRY CAP,
      *                 ENCASHED UP TO ITS ENCASHMENT CAP AT SALARY/260
      *                 PER DAY AS A PAYFEED 'ENC' RECORD, AND THE REST
      *                 LAPSED. THE CAPS RIDE ON THE LEAVLOAD LEAVCTL
      *                 CARDS (COLS 7-9 CARRY, 11-13 ENCASH; BLANK IS
      *                 NONE). THE CLOSED YEAR IS ARCHIVED TO LEAVARCH
      *                 AND THE ROW RESET TO THE NEW ENTITLEMENT PLUS
      *                 THE CARRY, KEEPING ANY DAYS ALREADY TAKEN AFTER
      *                 YEAR END. LEAVCRPT IS THE CLOSING REGISTER. A
      *                 ROW ALREADY ON LEAVARCH FOR THE YEAR IS SKIPPED,
      *                 SO A RERUN NEVER ENCASHES TWICE.
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
           SELECT LEAVYCTL ASSIGN TO LEAVYCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LEAVYCTL-ST.
           SELECT LEAVCTL ASSIGN TO LEAVCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LEAVCTL-ST.
           SELECT PAYFEED ASSIGN TO PAYFEED
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PAYFEED-ST.
           SELECT LEAVCRPT ASSIGN TO LEAVCRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LEAVCRPT-ST.
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
       FD LEAVYCTL
           RECORDING MODE IS F.
       01 LEAVYCTL-REC.
         05 LY-CLOSE-YEAR         PIC X(4).
         05                       PIC X(76).
      * LEAVLOAD'S LEAVCTL CARD, ONE PER LEAVE TYPE
       FD LEAVCTL
           RECORDING MODE IS F.
       01 LEAVCTL-REC.
         05 LC-LEAVE-TYPE         PIC X(1).
         05                       PIC X(1).
         05 LC-ENTITLED           PIC X(3).
         05                       PIC X(1).
         05 LC-CARRY-CAP          PIC X(3).
         05                       PIC X(1).
         05 LC-ENCASH-CAP         PIC X(3).
         05                       PIC X(67).
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
       FD LEAVCRPT
           RECORDING MODE IS F.
       01 LEAVCRPT-LIST.
         05 LEAVCRPT-ID           PIC X(80).
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-LEAVYCTL-ST       PIC X(2).
        77  WS-LEAVCTL-ST        PIC X(2).
        77  WS-PAYFEED-ST        PIC X(2).
        77  WS-LEAVCRPT-ST       PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-RUN-DATE          PIC 9(6) VALUE ZERO.
        01  WS-TODAY8            PIC 9(8) VALUE ZERO.
        01  WS-CTL-OK            PIC X VALUE 'N'.
            88 CTL-OK              VALUE 'Y'.
        01  WS-CLOSE-YEAR        PIC 9(4) VALUE ZERO.
        01  WS-YEAR-END          PIC 9(8) VALUE ZERO.
        01  WS-CLOSE-DATE        PIC 9(8) VALUE ZERO.
        01  WS-LEAVCTL-EOF       PIC X VALUE 'N'.
            88 EOF-LEAVCTL         VALUE 'Y'.
        01  WS-BAL-EOF           PIC X VALUE 'N'.
            88 EOF-BAL             VALUE 'Y'.
        01  WS-SQL-FAILED        PIC X VALUE 'N'.
            88 SQL-FAILED          VALUE 'Y'.
      * ONE ENTRY PER LEAVE TYPE -- A, S, U
        01  WS-TYPE-TABLE.
            05 WS-TYPE-ENTRY     OCCURS 3.
               10 WS-TY-LOADED   PIC X(1).
               10 WS-TY-ENTITLED PIC 9(3).
               10 WS-TY-CARRY    PIC 9(3).
               10 WS-TY-ENCASH   PIC 9(3).
        01  WS-TYPE-SUB          PIC 9(1) VALUE ZERO.
        01  WS-TYPE-CODE         PIC X(1) VALUE SPACE.
        01  WS-EMPNO             PIC X(6).
        01  WS-LEAVE-TYPE        PIC X(1).
        01  WS-LASTNAME          PIC X(15).
        01  WS-WORKDEPT          PIC X(3).
        01  WS-SALARY            PIC 9(7)V99 VALUE ZERO.
        01  WS-ENTITLED          PIC S9(4) COMP VALUE ZERO.
        01  WS-TAKEN             PIC S9(4) COMP VALUE ZERO.
        01  WS-TAKEN-AFTER       PIC S9(4) COMP VALUE ZERO.
        01  WS-TAKEN-YEAR        PIC S9(4) COMP VALUE ZERO.
        01  WS-UNUSED            PIC S9(4) COMP VALUE ZERO.
        01  WS-SURPLUS           PIC S9(4) COMP VALUE ZERO.
        01  WS-CARRIED           PIC S9(4) COMP VALUE ZERO.
        01  WS-ENCASHED          PIC S9(4) COMP VALUE ZERO.
        01  WS-LAPSED            PIC S9(4) COMP VALUE ZERO.
        01  WS-NEW-ENTITLED      PIC S9(4) COMP VALUE ZERO.
        01  WS-ENC-AMOUNT        PIC 9(7)V99 VALUE ZERO.
        77  WS-EXIST-COUNT       PIC S9(4) COMP VALUE ZERO.
      * ENCASHMENTS SINCE THE LAST COMMIT, FED ONLY ONCE COMMITTED
        01  WS-FEED-MAX          PIC 9(5) COMP VALUE ZERO.
        01  WS-FEED-SUB          PIC 9(5) COMP VALUE ZERO.
        01  WS-FEED-TABLE.
            05 WS-FEED-ENTRY OCCURS 100.
               10 WS-F-EMPNO     PIC X(6).
               10 WS-F-DEPT      PIC X(3).
               10 WS-F-AMOUNT    PIC 9(7)V99.
        01  WS-COMMIT-INTERVAL   PIC 9(5) COMP VALUE 100.
        01  WS-COMMIT-COUNT      PIC 9(5) COMP VALUE ZERO.
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-CLOSED-COUNT      PIC 9(7) COMP VALUE ZERO.
        77  WS-SKIP-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-NOCARD-COUNT      PIC 9(7) COMP VALUE ZERO.
        77  WS-OVERDRAWN-COUNT   PIC 9(7) COMP VALUE ZERO.
        77  WS-FEED-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-TOT-CARRIED       PIC 9(7) COMP VALUE ZERO.
        77  WS-TOT-ENCASHED      PIC 9(7) COMP VALUE ZERO.
        77  WS-TOT-LAPSED        PIC 9(7) COMP VALUE ZERO.
        01  WS-TOT-AMOUNT        PIC 9(9)V99 VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'LEAVCLOS'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(16) VALUE SPACES.
            05                   PIC X(40) VALUE
               'LEAVE-YEAR CLOSING REGISTER - YEAR'.
            05 HDR-YEAR          PIC 9(4).
            05                   PIC X(20).
        01  WS-HDR2.
            05                   PIC X(7)  VALUE 'EMPNO'.
            05                   PIC X(13) VALUE 'NAME'.
            05                   PIC X(1)  VALUE 'T'.
            05                   PIC X(6)  VALUE '   ENT'.
            05                   PIC X(6)  VALUE ' TAKEN'.
            05                   PIC X(6)  VALUE ' UNUSD'.
            05                   PIC X(6)  VALUE ' CARRY'.
            05                   PIC X(6)  VALUE ' ENCSH'.
            05                   PIC X(6)  VALUE ' LAPSE'.
            05                   PIC X(6)  VALUE ' NEWNT'.
            05                   PIC X(12) VALUE '      AMOUNT'.
            05                   PIC X(5).
        01  WS-DTL-LINE.
            05 DTL-EMPNO         PIC X(6).
            05                   PIC X(1).
            05 DTL-NAME          PIC X(12).
            05                   PIC X(1).
            05 DTL-TYPE          PIC X(1).
            05                   PIC X(2).
            05 DTL-ENTITLED      PIC ZZZ9.
            05                   PIC X(2).
            05 DTL-TAKEN         PIC ZZZ9.
            05                   PIC X(2).
            05 DTL-UNUSED        PIC ZZZ9.
            05                   PIC X(2).
            05 DTL-CARRIED       PIC ZZZ9.
            05                   PIC X(2).
            05 DTL-ENCASHED      PIC ZZZ9.
            05                   PIC X(2).
            05 DTL-LAPSED        PIC ZZZ9.
            05                   PIC X(2).
            05 DTL-NEW-ENT       PIC ZZZ9.
            05                   PIC X(2).
            05 DTL-AMOUNT        PIC ZZZ,ZZ9.99.
            05                   PIC X(5).
        01  WS-NOTE-LINE.
            05 NOTE-EMPNO        PIC X(6).
            05                   PIC X(1).
            05 NOTE-NAME         PIC X(12).
            05                   PIC X(1).
            05 NOTE-TYPE         PIC X(1).
            05                   PIC X(2).
            05 NOTE-TEXT         PIC X(40).
            05                   PIC X(17).
        01  WS-SUM-LINE.
            05 SUM-LABEL         PIC X(26).
            05 SUM-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
            05                   PIC X(40).
        01  WS-CNT-LINE.
            05 CNT-LABEL         PIC X(26).
            05 CNT-COUNT         PIC Z,ZZZ,ZZ9.
            05                   PIC X(45).
           EXEC SQL
            DECLARE CLOS_CUR CURSOR WITH HOLD FOR
             SELECT B.EMPNO, B.LEAVE_TYPE,
                    B.DAYS_ENTITLED, B.DAYS_TAKEN,
                    COALESCE(E.LASTNAME, ' '),
                    COALESCE(E.WORKDEPT, ' '),
                    COALESCE(E.SALARY, 0)
             FROM LEAVBAL B LEFT OUTER JOIN EMPLOYEE E
               ON E.EMPNO = B.EMPNO
             ORDER BY B.EMPNO, B.LEAVE_TYPE
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 700-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 010-READ-LEAVYCTL-PARA.
           IF CTL-OK
              PERFORM 020-READ-LEAVCTL-PARA
           END-IF.
           IF NOT CTL-OK
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 100-OPEN-FILE-PARA
              PERFORM 110-OPEN-CUR-PARA
              IF SQLCODE = 0
                 PERFORM 120-FETCH-PARA
                 PERFORM 200-PROCESS-PARA UNTIL EOF-BAL
                 IF NOT SQL-FAILED
                    PERFORM 500-COMMIT-PARA
                 END-IF
              ELSE
                 DISPLAY 'ERROR IN OPEN CLOS_CUR ' WS-SQLCODE
                 MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM 800-CLOSE-CUR-PARA
              PERFORM 600-FINAL-PARA
              PERFORM 900-CLOSE-FILE-PARA
           END-IF.
           PERFORM 700-WRITE-STATUS-PARA.
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
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE TO WS-TODAY8
           ELSE
              ACCEPT WS-SYS-DATE FROM DATE
              COMPUTE WS-TODAY8 = 20000000 + WS-SYS-DATE
           END-IF.
           MOVE WS-TODAY8(3:6) TO WS-RUN-DATE.
      * THE YEAR TO CLOSE IS NEVER GUESSED -- NO CARD, NO CLOSE --
      * AND ONLY A YEAR THAT HAS ENDED CAN BE CLOSED
        010-READ-LEAVYCTL-PARA.
           OPEN INPUT LEAVYCTL.
           IF WS-LEAVYCTL-ST = '00'
              READ LEAVYCTL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF LY-CLOSE-YEAR NUMERIC
                       MOVE LY-CLOSE-YEAR TO WS-CLOSE-YEAR
                    END-IF
              END-READ
              CLOSE LEAVYCTL
           END-IF.
           EVALUATE TRUE
              WHEN WS-CLOSE-YEAR = ZERO
                 DISPLAY 'NO VALID LEAVYCTL YEAR CARD - NOTHING CLOSED'
              WHEN WS-CLOSE-YEAR NOT < WS-TODAY8(1:4)
                 DISPLAY 'LEAVE YEAR ' WS-CLOSE-YEAR
                         ' HAS NOT ENDED - NOTHING CLOSED'
              WHEN OTHER
                 SET CTL-OK TO TRUE
                 COMPUTE WS-YEAR-END = WS-CLOSE-YEAR * 10000 + 1231
                 DISPLAY 'CLOSING LEAVE YEAR ' WS-CLOSE-YEAR
           END-EVALUATE.
      * A LEAVE TYPE WITHOUT A CARD IS LEFT OPEN RATHER THAN RESET TO
      * A ZERO ENTITLEMENT
        020-READ-LEAVCTL-PARA.
           MOVE 1 TO WS-TYPE-SUB.
           PERFORM 025-CLEAR-TYPE-PARA UNTIL WS-TYPE-SUB > 3.
           OPEN INPUT LEAVCTL.
           IF WS-LEAVCTL-ST = '00'
              PERFORM 030-READ-CTL-CARD-PARA UNTIL EOF-LEAVCTL
              CLOSE LEAVCTL
           ELSE
              DISPLAY 'NO LEAVCTL CARDS - NOTHING CLOSED'
              MOVE 'N' TO WS-CTL-OK
           END-IF.
        025-CLEAR-TYPE-PARA.
           MOVE 'N' TO WS-TY-LOADED(WS-TYPE-SUB).
           MOVE ZERO TO WS-TY-ENTITLED(WS-TYPE-SUB)
                        WS-TY-CARRY(WS-TYPE-SUB)
                        WS-TY-ENCASH(WS-TYPE-SUB).
           ADD 1 TO WS-TYPE-SUB.
        030-READ-CTL-CARD-PARA.
           READ LEAVCTL
              AT END
                 SET EOF-LEAVCTL TO TRUE
              NOT AT END
                 MOVE LC-LEAVE-TYPE TO WS-TYPE-CODE
                 PERFORM 040-TYPE-SUB-PARA
                 IF WS-TYPE-SUB > 0 AND LC-ENTITLED NUMERIC
                    MOVE 'Y' TO WS-TY-LOADED(WS-TYPE-SUB)
                    MOVE LC-ENTITLED TO WS-TY-ENTITLED(WS-TYPE-SUB)
                    IF LC-CARRY-CAP NUMERIC
                       MOVE LC-CARRY-CAP TO WS-TY-CARRY(WS-TYPE-SUB)
                    END-IF
                    IF LC-ENCASH-CAP NUMERIC
                       MOVE LC-ENCASH-CAP
                         TO WS-TY-ENCASH(WS-TYPE-SUB)
                    END-IF
                    DISPLAY 'TYPE ' LC-LEAVE-TYPE
                            ' NEW ENTITLEMENT '
                            WS-TY-ENTITLED(WS-TYPE-SUB)
                            ' CARRY CAP ' WS-TY-CARRY(WS-TYPE-SUB)
                            ' ENCASH CAP ' WS-TY-ENCASH(WS-TYPE-SUB)
                 ELSE
                    DISPLAY 'LEAVCTL CARD IGNORED: '
                            LEAVCTL-REC(1:20)
                    IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                    END-IF
                 END-IF
           END-READ.
        040-TYPE-SUB-PARA.
           EVALUATE WS-TYPE-CODE
              WHEN 'A' MOVE 1 TO WS-TYPE-SUB
              WHEN 'S' MOVE 2 TO WS-TYPE-SUB
              WHEN 'U' MOVE 3 TO WS-TYPE-SUB
              WHEN OTHER MOVE 0 TO WS-TYPE-SUB
           END-EVALUATE.
        100-OPEN-FILE-PARA.
           OPEN OUTPUT PAYFEED.
           OPEN OUTPUT LEAVCRPT.
           MOVE WS-AST TO LEAVCRPT-ID.
           WRITE LEAVCRPT-LIST.
           MOVE WS-CLOSE-YEAR TO HDR-YEAR.
           MOVE WS-HDR1 TO LEAVCRPT-ID.
           WRITE LEAVCRPT-LIST.
           MOVE WS-AST TO LEAVCRPT-ID.
           WRITE LEAVCRPT-LIST.
           MOVE WS-HDR2 TO LEAVCRPT-ID.
           WRITE LEAVCRPT-LIST.
           MOVE WS-AST TO LEAVCRPT-ID.
           WRITE LEAVCRPT-LIST.
        110-OPEN-CUR-PARA.
           EXEC SQL
             OPEN CLOS_CUR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        120-FETCH-PARA.
           EXEC SQL
             FETCH CLOS_CUR
             INTO :WS-EMPNO,
                  :WS-LEAVE-TYPE,
                  :WS-ENTITLED,
                  :WS-TAKEN,
                  :WS-LASTNAME,
                  :WS-WORKDEPT,
                  :WS-SALARY
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        200-PROCESS-PARA.
           EVALUATE SQLCODE
             WHEN 0
                ADD 1 TO WS-READ-COUNT
                PERFORM 300-CLOSE-ROW-PARA
                IF NOT SQL-FAILED
                   PERFORM 120-FETCH-PARA
                ELSE
                   SET EOF-BAL TO TRUE
                END-IF
             WHEN 100
                SET EOF-BAL TO TRUE
             WHEN OTHER
                DISPLAY "ERROR " WS-SQLCODE " ON EMPNO " WS-EMPNO
                PERFORM 990-SQL-ERROR-PARA
                SET EOF-BAL TO TRUE
           END-EVALUATE.
        300-CLOSE-ROW-PARA.
           MOVE WS-LEAVE-TYPE TO WS-TYPE-CODE.
           PERFORM 040-TYPE-SUB-PARA.
           IF WS-TYPE-SUB = 0
              MOVE 'N' TO WS-TYPE-CODE
           ELSE
              MOVE WS-TY-LOADED(WS-TYPE-SUB) TO WS-TYPE-CODE
           END-IF.
           IF WS-TYPE-CODE NOT = 'Y'
              ADD 1 TO WS-NOCARD-COUNT
              MOVE 'NO LEAVCTL CARD FOR TYPE - LEFT OPEN'
                TO NOTE-TEXT
              PERFORM 390-NOTE-LINE-PARA
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              PERFORM 310-CHECK-CLOSED-PARA
              IF NOT SQL-FAILED
                 IF WS-EXIST-COUNT > 0
                    ADD 1 TO WS-SKIP-COUNT
                    MOVE 'ALREADY CLOSED FOR THIS YEAR - SKIPPED'
                      TO NOTE-TEXT
                    PERFORM 390-NOTE-LINE-PARA
                 ELSE
                    PERFORM 320-SPLIT-TAKEN-PARA
                 END-IF
              END-IF
              IF NOT SQL-FAILED AND WS-EXIST-COUNT = 0
                 PERFORM 330-CALC-PARA
                 PERFORM 340-ARCHIVE-PARA
              END-IF
              IF NOT SQL-FAILED AND WS-EXIST-COUNT = 0
                 PERFORM 350-RESET-PARA
              END-IF
              IF NOT SQL-FAILED AND WS-EXIST-COUNT = 0
                 PERFORM 360-CLOSED-PARA
              END-IF
           END-IF.
      * LEAVARCH HOLDS ONE ROW PER EMPLOYEE, TYPE AND CLOSED YEAR;
      * FINDING ONE MEANS AN EARLIER RUN ALREADY CLOSED AND PAID IT
        310-CHECK-CLOSED-PARA.
           MOVE ZERO TO WS-EXIST-COUNT.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-EXIST-COUNT
               FROM LEAVARCH
              WHERE EMPNO      = :WS-EMPNO
                AND LEAVE_TYPE = :WS-LEAVE-TYPE
                AND LEAVE_YEAR = :WS-CLOSE-YEAR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON EMPNO " WS-EMPNO
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
      * DAYS ALREADY TAKEN IN THE NEW YEAR STAY ON THE RESET ROW;
      * ONLY THE CLOSED YEAR'S DAYS COUNT AGAINST ITS ENTITLEMENT
        320-SPLIT-TAKEN-PARA.
           MOVE ZERO TO WS-TAKEN-AFTER.
           EXEC SQL
             SELECT COALESCE(SUM(LEAVE_DAYS), 0)
               INTO :WS-TAKEN-AFTER
               FROM LEAVHIST
              WHERE EMPNO      = :WS-EMPNO
                AND LEAVE_TYPE = :WS-LEAVE-TYPE
                AND FROM_DATE  > :WS-YEAR-END
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON EMPNO " WS-EMPNO
              PERFORM 990-SQL-ERROR-PARA
           ELSE
              IF WS-TAKEN-AFTER > WS-TAKEN
                 MOVE WS-TAKEN TO WS-TAKEN-AFTER
              END-IF
              COMPUTE WS-TAKEN-YEAR = WS-TAKEN - WS-TAKEN-AFTER
           END-IF.
      * UNUSED DAYS CARRY FIRST, THEN ENCASH, THEN LAPSE. SOMEONE
      * NO LONGER ON EMPLOYEE HAS NO SALARY TO PRICE A DAY AT, SO
      * NOTHING OF THEIRS IS ENCASHED
        330-CALC-PARA.
           COMPUTE WS-UNUSED = WS-ENTITLED - WS-TAKEN-YEAR.
           IF WS-UNUSED < 0
              ADD 1 TO WS-OVERDRAWN-COUNT
              MOVE 0 TO WS-UNUSED
           END-IF.
           MOVE WS-UNUSED TO WS-CARRIED.
           IF WS-CARRIED > WS-TY-CARRY(WS-TYPE-SUB)
              MOVE WS-TY-CARRY(WS-TYPE-SUB) TO WS-CARRIED
           END-IF.
           COMPUTE WS-SURPLUS = WS-UNUSED - WS-CARRIED.
           MOVE WS-SURPLUS TO WS-ENCASHED.
           IF WS-ENCASHED > WS-TY-ENCASH(WS-TYPE-SUB)
              MOVE WS-TY-ENCASH(WS-TYPE-SUB) TO WS-ENCASHED
           END-IF.
           IF WS-SALARY = ZERO
              MOVE 0 TO WS-ENCASHED
           END-IF.
           COMPUTE WS-LAPSED = WS-SURPLUS - WS-ENCASHED.
           COMPUTE WS-ENC-AMOUNT ROUNDED =
               WS-ENCASHED * WS-SALARY / 260.
           COMPUTE WS-NEW-ENTITLED =
               WS-TY-ENTITLED(WS-TYPE-SUB) + WS-CARRIED.
        340-ARCHIVE-PARA.
           MOVE WS-TODAY8 TO WS-CLOSE-DATE.
           EXEC SQL
             INSERT INTO LEAVARCH
             (EMPNO,LEAVE_TYPE,LEAVE_YEAR,DAYS_ENTITLED,DAYS_TAKEN,
             DAYS_CARRIED,DAYS_ENCASHED,DAYS_LAPSED,ENC_AMOUNT,
             CLOSE_DATE)
             VALUES(:WS-EMPNO,:WS-LEAVE-TYPE,:WS-CLOSE-YEAR,
             :WS-ENTITLED,:WS-TAKEN-YEAR,:WS-CARRIED,:WS-ENCASHED,
             :WS-LAPSED,:WS-ENC-AMOUNT,:WS-CLOSE-DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON ARCHIVE " WS-EMPNO
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
        350-RESET-PARA.
           EXEC SQL
             UPDATE LEAVBAL
                SET DAYS_ENTITLED = :WS-NEW-ENTITLED,
                    DAYS_TAKEN    = :WS-TAKEN-AFTER
              WHERE EMPNO      = :WS-EMPNO
                AND LEAVE_TYPE = :WS-LEAVE-TYPE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON RESET " WS-EMPNO
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
        360-CLOSED-PARA.
           ADD 1 TO WS-CLOSED-COUNT.
           ADD WS-CARRIED  TO WS-TOT-CARRIED.
           ADD WS-ENCASHED TO WS-TOT-ENCASHED.
           ADD WS-LAPSED   TO WS-TOT-LAPSED.
           ADD WS-ENC-AMOUNT TO WS-TOT-AMOUNT.
           IF WS-ENC-AMOUNT > ZERO
              ADD 1 TO WS-FEED-MAX
              MOVE WS-EMPNO      TO WS-F-EMPNO(WS-FEED-MAX)
              MOVE WS-WORKDEPT   TO WS-F-DEPT(WS-FEED-MAX)
              MOVE WS-ENC-AMOUNT TO WS-F-AMOUNT(WS-FEED-MAX)
           END-IF.
           MOVE SPACES TO WS-DTL-LINE.
           MOVE WS-EMPNO        TO DTL-EMPNO.
           MOVE WS-LASTNAME     TO DTL-NAME.
           MOVE WS-LEAVE-TYPE   TO DTL-TYPE.
           MOVE WS-ENTITLED     TO DTL-ENTITLED.
           MOVE WS-TAKEN-YEAR   TO DTL-TAKEN.
           MOVE WS-UNUSED       TO DTL-UNUSED.
           MOVE WS-CARRIED      TO DTL-CARRIED.
           MOVE WS-ENCASHED     TO DTL-ENCASHED.
           MOVE WS-LAPSED       TO DTL-LAPSED.
           MOVE WS-NEW-ENTITLED TO DTL-NEW-ENT.
           MOVE WS-ENC-AMOUNT   TO DTL-AMOUNT.
           MOVE WS-DTL-LINE TO LEAVCRPT-ID.
           WRITE LEAVCRPT-LIST.
           ADD 1 TO WS-COMMIT-COUNT.
           IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
              PERFORM 500-COMMIT-PARA
           END-IF.
        390-NOTE-LINE-PARA.
           MOVE WS-EMPNO      TO NOTE-EMPNO.
           MOVE WS-LASTNAME   TO NOTE-NAME.
           MOVE WS-LEAVE-TYPE TO NOTE-TYPE.
           MOVE WS-NOTE-LINE TO LEAVCRPT-ID.
           WRITE LEAVCRPT-LIST.
      * ENCASHMENT IS A ONE-TIME PAYMENT: THE NEW-SALARY SLOT CARRIES
      * THE AMOUNT TO PAY, WHICH PAYRECON HOLDS THE PAYACK AGAINST
        500-COMMIT-PARA.
           EXEC SQL
             COMMIT
           END-EXEC.
           MOVE ZERO TO WS-COMMIT-COUNT.
           MOVE 1 TO WS-FEED-SUB.
           PERFORM 510-PAYFEED-WRITE-PARA
              UNTIL WS-FEED-SUB > WS-FEED-MAX.
           MOVE ZERO TO WS-FEED-MAX.
        510-PAYFEED-WRITE-PARA.
           MOVE SPACES TO PAYFEED-REC.
           MOVE WS-F-EMPNO(WS-FEED-SUB)  TO PAYFEED-EMPNO.
           MOVE WS-F-DEPT(WS-FEED-SUB)   TO PAYFEED-WORKDEPT.
           MOVE ZERO                     TO PAYFEED-OLD-SALARY.
           MOVE WS-F-AMOUNT(WS-FEED-SUB) TO PAYFEED-NEW-SALARY.
           MOVE WS-RUN-DATE              TO PAYFEED-EFFDATE.
           MOVE 'ENC'                    TO PAYFEED-REC-TYPE.
           WRITE PAYFEED-REC.
           ADD 1 TO WS-FEED-COUNT.
           ADD 1 TO WS-FEED-SUB.
        600-FINAL-PARA.
           MOVE WS-AST TO LEAVCRPT-ID.
           WRITE LEAVCRPT-LIST.
           MOVE 'BALANCES READ' TO CNT-LABEL.
           MOVE WS-READ-COUNT TO CNT-COUNT.
           MOVE WS-CNT-LINE TO LEAVCRPT-ID.
           WRITE LEAVCRPT-LIST.
           MOVE 'BALANCES CLOSED' TO CNT-LABEL.
           MOVE WS-CLOSED-COUNT TO CNT-COUNT.
           MOVE WS-CNT-LINE TO LEAVCRPT-ID.
           WRITE LEAVCRPT-LIST.
           MOVE 'ALREADY CLOSED - SKIPPED' TO CNT-LABEL.
           MOVE WS-SKIP-COUNT TO CNT-COUNT.
           MOVE WS-CNT-LINE TO LEAVCRPT-ID.
           WRITE LEAVCRPT-LIST.
           MOVE 'LEFT OPEN - NO LEAVCTL' TO CNT-LABEL.
           MOVE WS-NOCARD-COUNT TO CNT-COUNT.
           MOVE WS-CNT-LINE TO LEAVCRPT-ID.
           WRITE LEAVCRPT-LIST.
           MOVE 'OVERDRAWN AT YEAR END' TO CNT-LABEL.
           MOVE WS-OVERDRAWN-COUNT TO CNT-COUNT.
           MOVE WS-CNT-LINE TO LEAVCRPT-ID.
           WRITE LEAVCRPT-LIST.
           MOVE 'DAYS CARRIED FORWARD' TO CNT-LABEL.
           MOVE WS-TOT-CARRIED TO CNT-COUNT.
           MOVE WS-CNT-LINE TO LEAVCRPT-ID.
           WRITE LEAVCRPT-LIST.
           MOVE 'DAYS ENCASHED' TO CNT-LABEL.
           MOVE WS-TOT-ENCASHED TO CNT-COUNT.
           MOVE WS-CNT-LINE TO LEAVCRPT-ID.
           WRITE LEAVCRPT-LIST.
           MOVE 'DAYS LAPSED' TO CNT-LABEL.
           MOVE WS-TOT-LAPSED TO CNT-COUNT.
           MOVE WS-CNT-LINE TO LEAVCRPT-ID.
           WRITE LEAVCRPT-LIST.
           MOVE 'TOTAL ENCASHMENT' TO SUM-LABEL.
           MOVE WS-TOT-AMOUNT TO SUM-AMOUNT.
           MOVE WS-SUM-LINE TO LEAVCRPT-ID.
           WRITE LEAVCRPT-LIST.
           MOVE 'ENC PAYFEED RECORDS' TO CNT-LABEL.
           MOVE WS-FEED-COUNT TO CNT-COUNT.
           MOVE WS-CNT-LINE TO LEAVCRPT-ID.
           WRITE LEAVCRPT-LIST.
           MOVE WS-AST TO LEAVCRPT-ID.
           WRITE LEAVCRPT-LIST.
           DISPLAY 'BALANCES READ ' WS-READ-COUNT
                   ' CLOSED ' WS-CLOSED-COUNT
                   ' SKIPPED ' WS-SKIP-COUNT
                   ' ENC RECORDS ' WS-FEED-COUNT.
        800-CLOSE-CUR-PARA.
           EXEC SQL
             CLOSE CLOS_CUR
           END-EXEC.
        900-CLOSE-FILE-PARA.
           CLOSE PAYFEED.
           CLOSE LEAVCRPT.
      * WHATEVER WAS NOT YET COMMITTED IS ROLLED BACK, SO ITS
      * ENCASHMENTS ARE DROPPED UNFED AND A RERUN PICKS THEM UP
        990-SQL-ERROR-PARA.
           SET SQL-FAILED TO TRUE.
           MOVE WS-EMPNO TO WS-ERRH-KEY.
           CALL 'SQLERRH' USING SQLCA WS-ERRH-PARM.
           EXEC SQL
             ROLLBACK
           END-EXEC.
           MOVE ZERO TO WS-FEED-MAX.
           MOVE 8 TO RETURN-CODE.
        700-WRITE-STATUS-PARA.
           OPEN EXTEND STATUSLOG.
           IF WS-STATUSLOG-ST NOT = '00'
              OPEN OUTPUT STATUSLOG
           END-IF.
           MOVE 'LEAVCLOS' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE
           ELSE
              ACCEPT STL-RUN-DATE FROM DATE
           END-IF.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-READ-COUNT TO STL-READ-CNT.
           MOVE WS-CLOSED-COUNT TO STL-PROC-CNT.
           MOVE WS-SKIP-COUNT TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
