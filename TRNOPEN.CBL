       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TRNOPEN.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  A TRAIN ROW NEVER GIVEN A CALENDAR (RUN_DAYS
      *                 BLANK OR NULL, VALID_TO ZERO OR NULL) IS TAKEN
      *                 AS RUNNING DAILY, ALL YEAR, SO EXISTING TRAINS
      *                 KEEP OPENING. A NEW DATE IS OPENED AT TRAINCAP
      *                 LESS THE SEATS ALREADY CONFIRMED ON TRNBKNG FOR
      *                 THAT TRAIN AND DATE (AS SEATRECN COUNTS THEM),
      *                 SO BOOKINGS TAKEN BEFORE TRNAVAIL ARE NOT
      *                 OVERSOLD. THEIR BERTHS ARE CARRIED ONTO
      *                 BERTHRES BY THE ONE-OFF BERTHLD CUTOVER.
      *  10/14/26  RKS  ONLY DATES THE TRAIN ACTUALLY RUNS ARE OPENED
      *                 -- A DATE OUTSIDE THE TRAIN'S VALID_FROM/
      *                 VALID_TO SEASON OR ON A WEEKDAY THAT IS 'N' IN
      *                 ITS RUN_DAYS PATTERN (TESTED THROUGH THE SHARED
      *                 DAYCALC SUBPROGRAM) GETS NO TRNAVAIL ROW AND IS
      *                 COUNTED AS A NON-RUNNING DATE.
      *  10/14/26  RKS  NEW PROGRAM. NIGHTLY BOOKING-WINDOW OPENER --
      *                 SEAT AVAILABILITY NOW LIVES ON THE TRNAVAIL
      *                 TABLE, ONE ROW PER TRAIN PER TRAVEL DATE,
      *                 INSTEAD OF THE SINGLE TRAINSEATS COUNTER ON
      *                 THE TRAIN ROW. FOR EVERY TRAIN WITH A STAMPED
      *                 TRAINCAP THIS STEP MAKES SURE EACH DATE FROM
      *                 THE RUN DATE THROUGH THE END OF THE ROLLING
      *                 WINDOW (OPENCTL CARD, DEFAULT 60 DAYS) HAS A
      *                 ROW, OPENING ANY MISSING DATE AT FULL
      *                 TRAINCAP -- NIGHT BY NIGHT THAT IS THE ONE NEW
      *                 DATE AT THE FAR END. DATES ALREADY OPEN ARE
      *                 NEVER TOUCHED, SO A RERUN IS HARMLESS. ROWS
      *                 AND BERTHRES BERTH HOLDS FOR DATES BEFORE THE
      *                 RUN DATE ARE PURGED. A BOOKING FOR NEXT MONTH
      *                 NO LONGER EATS TONIGHT'S SEATS.
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
           SELECT OPENCTL ASSIGN TO OPENCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-OPENCTL-ST.
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
       FD OPENCTL
           RECORDING MODE IS F.
       01 OPENCTL-REC.
         05 OCT-WINDOW-DAYS       PIC X(3).
         05                       PIC X(77).
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
            INCLUDE TRAIN
           END-EXEC.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-OPENCTL-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-TRAIN-EOF         PIC X VALUE 'N'.
            88 EOF-TRAIN           VALUE 'Y'.
        01  WS-WINDOW-DAYS       PIC 9(3) VALUE 60.
        01  WS-DAY-IX            PIC S9(4) COMP VALUE ZERO.
        01  WS-CAPACITY          PIC S9(4) COMP VALUE ZERO.
        77  WS-EXIST-COUNT       PIC S9(4) COMP VALUE ZERO.
        77  WS-BOOKED-SEATS      PIC S9(9) COMP VALUE ZERO.
        77  WS-OPEN-SEATS        PIC S9(4) COMP VALUE ZERO.
        77  WS-TRAIN-COUNT       PIC 9(7) COMP VALUE ZERO.
        77  WS-OPENED-COUNT      PIC 9(7) COMP VALUE ZERO.
        77  WS-SKIP-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-NONRUN-COUNT      PIC 9(7) COMP VALUE ZERO.
        01  WS-RUN-DAYS          PIC X(7) VALUE SPACES.
        01  WS-VALID-FROM        PIC 9(8) VALUE ZERO.
        01  WS-VALID-TO          PIC 9(8) VALUE ZERO.
        01  WS-DOW-PARM.
            05 WS-DOW-DATE       PIC 9(8) VALUE ZERO.
            05 WS-DOW-DAY        PIC 9(1) VALUE ZERO.
            05 WS-DOW-VALID      PIC X(1) VALUE 'N'.
               88 DOW-VALID        VALUE 'Y'.
        01  WS-RUNNING           PIC X(1) VALUE 'N'.
            88 TRAIN-RUNS          VALUE 'Y'.
        01  WS-COMMIT-INTERVAL   PIC 9(5) COMP VALUE 100.
        01  WS-COMMIT-COUNT      PIC 9(5) COMP VALUE ZERO.
        01  WS-OPEN-DATE.
            05 WS-OPEN-YYYY      PIC 9(4).
            05 WS-OPEN-MM        PIC 9(2).
            05 WS-OPEN-DD        PIC 9(2).
        01  WS-OPEN-DATE-N REDEFINES WS-OPEN-DATE PIC 9(8).
        01  WS-MONTH-TABLE.
            05                   PIC X(24) VALUE
               '312831303130313130313031'.
        01  WS-MONTH-DAYS REDEFINES WS-MONTH-TABLE.
            05 WS-MDAYS          PIC 9(2) OCCURS 12 TIMES.
        01  WS-MONTH-END         PIC 9(2) VALUE ZERO.
        01  WS-LEAP-QUOT         PIC 9(4) VALUE ZERO.
        01  WS-LEAP-REM4         PIC 9(4) VALUE ZERO.
        01  WS-LEAP-REM100       PIC 9(4) VALUE ZERO.
        01  WS-LEAP-REM400       PIC 9(4) VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'TRNOPEN'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
           EXEC SQL
            DECLARE OPEN_CUR CURSOR WITH HOLD FOR
             SELECT TRAINNO, TRAINCAP,
                    COALESCE(NULLIF(RUN_DAYS, ' '), 'YYYYYYY'),
                    COALESCE(VALID_FROM, 0),
                    COALESCE(NULLIF(VALID_TO, 0), 99999999)
             FROM TRAIN
             ORDER BY TRAINNO
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 010-READ-OPENCTL-PARA.
           PERFORM 050-PURGE-PARA.
           IF RETURN-CODE < 8
              PERFORM 110-OPEN-CUR-PARA
              IF SQLCODE = 0
                 PERFORM 120-FETCH-PARA
                 PERFORM 200-PROCESS-PARA UNTIL EOF-TRAIN
              ELSE
                 DISPLAY 'ERROR IN OPEN OPEN_CUR ' WS-SQLCODE
                 MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM 800-CLOSE-CUR-PARA
           END-IF.
           PERFORM 600-COMMIT-PARA.
           DISPLAY 'TRAINS READ         ' WS-TRAIN-COUNT.
           DISPLAY 'TRAVEL DATES OPENED ' WS-OPENED-COUNT.
           DISPLAY 'NO CAPACITY SKIPPED ' WS-SKIP-COUNT.
           DISPLAY 'NON-RUNNING DATES   ' WS-NONRUN-COUNT.
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
      * NO OPENCTL CARD (OR A BLANK/ZERO ONE) KEEPS THE 60-DAY WINDOW
        010-READ-OPENCTL-PARA.
           OPEN INPUT OPENCTL.
           IF WS-OPENCTL-ST = '00'
              READ OPENCTL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF OCT-WINDOW-DAYS NUMERIC AND
                       OCT-WINDOW-DAYS NOT = '000'
                       MOVE OCT-WINDOW-DAYS TO WS-WINDOW-DAYS
                    END-IF
              END-READ
              CLOSE OPENCTL
           END-IF.
           DISPLAY 'BOOKING WINDOW DAYS ' WS-WINDOW-DAYS.
      * A DATE THAT HAS DEPARTED CAN NEVER BE SOLD AGAIN -- ITS
      * AVAILABILITY ROW AND ANY BERTH HOLDS AGAINST IT GO
        050-PURGE-PARA.
           EXEC SQL
             DELETE FROM TRNAVAIL
              WHERE TRAVEL_DATE < :WS-SHARED-RUN-DATE
           END-EXEC.
           IF SQLCODE = 0 OR SQLCODE = 100
              EXEC SQL
                DELETE FROM BERTHRES
                 WHERE TRAVEL_DATE < :WS-SHARED-RUN-DATE
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON PURGE"
              MOVE 'PURGE' TO TRAINNO
              PERFORM 990-SQL-ERROR-PARA
           ELSE
              PERFORM 600-COMMIT-PARA
           END-IF.
        110-OPEN-CUR-PARA.
           EXEC SQL
             OPEN OPEN_CUR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        120-FETCH-PARA.
           EXEC SQL
             FETCH OPEN_CUR
             INTO :TRAINNO, :WS-CAPACITY, :WS-RUN-DAYS,
                  :WS-VALID-FROM, :WS-VALID-TO
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        200-PROCESS-PARA.
           EVALUATE SQLCODE
             WHEN 0
                ADD 1 TO WS-TRAIN-COUNT
                PERFORM 300-OPEN-TRAIN-PARA
                IF NOT EOF-TRAIN
                   PERFORM 120-FETCH-PARA
                END-IF
             WHEN 100
                SET EOF-TRAIN TO TRUE
             WHEN OTHER
                DISPLAY "ERROR " WS-SQLCODE " ON TRAIN " TRAINNO
                PERFORM 990-SQL-ERROR-PARA
                SET EOF-TRAIN TO TRUE
           END-EVALUATE.
      * A TRAIN WITHOUT A STAMPED CAPACITY HAS NOTHING TO SELL; IT
      * WAITS FOR A TRNMAINT CHG TO STAMP TRAINCAP, AS IN SEATRECN
        300-OPEN-TRAIN-PARA.
           IF WS-CAPACITY = 0
              ADD 1 TO WS-SKIP-COUNT
              DISPLAY 'NO CAPACITY - SKIPPED ' TRAINNO
           ELSE
              MOVE WS-SHARED-RUN-DATE TO WS-OPEN-DATE-N
              MOVE ZERO TO WS-DAY-IX
              PERFORM 310-OPEN-DATE-PARA
                 UNTIL WS-DAY-IX >= WS-WINDOW-DAYS OR EOF-TRAIN
           END-IF.
        310-OPEN-DATE-PARA.
           MOVE ZERO TO WS-EXIST-COUNT.
      * A NON-RUNNING DATE IS PASSED OVER AS IF ALREADY OPEN; THE
      * LAST SQLCODE (THE FETCH OR THE PREVIOUS DATE) IS STILL ZERO
           PERFORM 315-CHECK-RUNNING-PARA.
           IF TRAIN-RUNS
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-EXIST-COUNT
                  FROM TRNAVAIL
                 WHERE TRAINNO     = :TRAINNO
                   AND TRAVEL_DATE = :WS-OPEN-DATE-N
              END-EXEC
           ELSE
              ADD 1 TO WS-NONRUN-COUNT
              MOVE 1 TO WS-EXIST-COUNT
           END-IF.
      * SEATS ALREADY CONFIRMED FOR THE DATE ARE NOT SOLD AGAIN
           IF SQLCODE = 0 AND WS-EXIST-COUNT = 0
              EXEC SQL
                SELECT COALESCE(SUM(SEATS), 0)
                  INTO :WS-BOOKED-SEATS
                  FROM TRNBKNG
                 WHERE TRAINNO     = :TRAINNO
                   AND TRAVEL_DATE = :WS-OPEN-DATE-N
                   AND STATUS      = 'C'
              END-EXEC
           END-IF.
           IF SQLCODE = 0 AND WS-EXIST-COUNT = 0
              IF WS-BOOKED-SEATS < WS-CAPACITY
                 COMPUTE WS-OPEN-SEATS = WS-CAPACITY - WS-BOOKED-SEATS
              ELSE
                 MOVE ZERO TO WS-OPEN-SEATS
              END-IF
              EXEC SQL
                INSERT INTO TRNAVAIL
                  (TRAINNO, TRAVEL_DATE, AVAILSEATS)
                VALUES
                  (:TRAINNO, :WS-OPEN-DATE-N, :WS-OPEN-SEATS)
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-OPENED-COUNT
                 ADD 1 TO WS-COMMIT-COUNT
                 IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
                    PERFORM 600-COMMIT-PARA
                 END-IF
              END-IF
           END-IF.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON TRAIN " TRAINNO
                      " DATE " WS-OPEN-DATE-N
              PERFORM 990-SQL-ERROR-PARA
              SET EOF-TRAIN TO TRUE
           ELSE
              ADD 1 TO WS-DAY-IX
              PERFORM 320-NEXT-DATE-PARA
           END-IF.
      * THE TRAIN RUNS ON A DATE INSIDE ITS VALID_FROM/VALID_TO
      * SEASON WHOSE WEEKDAY IS 'Y' IN RUN_DAYS (MONDAY FIRST). THE
      * CURSOR HAS ALREADY DEFAULTED A TRAIN WITH NO CALENDAR
        315-CHECK-RUNNING-PARA.
           MOVE 'N' TO WS-RUNNING.
           MOVE WS-OPEN-DATE-N TO WS-DOW-DATE.
           CALL 'DAYCALC' USING WS-DOW-PARM.
           IF DOW-VALID AND
              WS-OPEN-DATE-N NOT < WS-VALID-FROM AND
              WS-OPEN-DATE-N NOT > WS-VALID-TO
              IF WS-RUN-DAYS(WS-DOW-DAY:1) = 'Y'
                 SET TRAIN-RUNS TO TRUE
              END-IF
           END-IF.
      * ONE CALENDAR DAY FORWARD, FEBRUARY TAKING 29 DAYS IN A YEAR
      * DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400
        320-NEXT-DATE-PARA.
           MOVE WS-MDAYS(WS-OPEN-MM) TO WS-MONTH-END.
           IF WS-OPEN-MM = 2
              DIVIDE WS-OPEN-YYYY BY 4
                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM4
              DIVIDE WS-OPEN-YYYY BY 100
                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM100
              DIVIDE WS-OPEN-YYYY BY 400
                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM400
              IF WS-LEAP-REM4 = 0 AND
                 (WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0)
                 MOVE 29 TO WS-MONTH-END
              END-IF
           END-IF.
           IF WS-OPEN-DD < WS-MONTH-END
              ADD 1 TO WS-OPEN-DD
           ELSE
              MOVE 1 TO WS-OPEN-DD
              IF WS-OPEN-MM < 12
                 ADD 1 TO WS-OPEN-MM
              ELSE
                 MOVE 1 TO WS-OPEN-MM
                 ADD 1 TO WS-OPEN-YYYY
              END-IF
           END-IF.
        600-COMMIT-PARA.
           EXEC SQL
             COMMIT
           END-EXEC.
           MOVE ZERO TO WS-COMMIT-COUNT.
        800-CLOSE-CUR-PARA.
           EXEC SQL
             CLOSE OPEN_CUR
           END-EXEC.
        990-SQL-ERROR-PARA.
           MOVE TRAINNO TO WS-ERRH-KEY.
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
           MOVE 'TRNOPEN ' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-TRAIN-COUNT TO STL-READ-CNT.
           MOVE WS-OPENED-COUNT TO STL-PROC-CNT.
           MOVE WS-SKIP-COUNT TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
