       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TRNCHART.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  CHARTRPT IS NOW REGISTERED ON THE RPTLOG REPORT
      *                 REGISTER THROUGH RPTREG ONCE IT IS CLOSED --
      *                 PAGES AND THE LINE COUNT READ BACK OFF THE
      *                 CLOSED FILE -- FOR THE RPTDIST STEP.
      *  10/14/26  RKS  EACH BERTH ON THE CHART NOW NAMES ITS OWN
      *                 OCCUPANT, WITH AGE AND SEX, FROM THE BOOKING'S
      *                 TRNPSGR PASSENGER ROWS; A BOOKING MADE BEFORE
      *                 PASSENGER ROWS WERE KEPT STILL SHOWS THE LEAD
      *                 NAME.
      *  10/14/26  RKS  NEW PROGRAM. FINAL RESERVATION CHART AND
      *                 CHART-LOCK -- READS CHARTCTL CARDS (TRAIN
      *                 NUMBER, TRAVEL DATE; BLANK DATE MEANS THE RUN
      *                 DATE) FOR TRAINS CLOSE TO DEPARTURE AND PRINTS
      *                 ON CHARTRPT, PER TRAIN AND DATE: EVERY
      *                 CONFIRMED TRNBKNG BOOKING BY COACH AND BERTH
      *                 OFF BERTHRES, CONFIRMED BOOKINGS HOLDING NO
      *                 BERTH, THE WAITLIST STILL OUTSTANDING, AND THE
      *                 VACANT BERTHS OF THE TRAIN'S CLASS ON THE
      *                 BERTH INVENTORY THAT THE STATION CAN SELL. THE
      *                 TRAIN/DATE IS THEN LOCKED BY A TRNCHART ROW --
      *                 TRNBOOK REJECTS NEW BOOKINGS AND TRNCANCL
      *                 ORDINARY CANCELLATIONS FOR IT, WHICH GO THROUGH
      *                 TRNCANCL'S NO-SHOW PATH INSTEAD, AND NO
      *                 WAITLIST ENTRY IS PROMOTED ONTO IT. A DATE NOT
      *                 OPEN ON TRNAVAIL, OR ALREADY CHARTED, REJECTS
      *                 TO CHARTREJ AND THE REJLOG REGISTRY.
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
           SELECT CHARTCTL ASSIGN TO CHARTCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CHARTCTL-ST.
           SELECT CHARTREJ ASSIGN TO CHARTREJ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CHARTREJ-ST.
           SELECT CHARTRPT ASSIGN TO CHARTRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CHARTRPT-ST.
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
       FD CHARTCTL
           RECORDING MODE IS F.
       01 CHARTCTL-LIST.
         05 H-TRAINNO             PIC X(6).
         05                       PIC X(1).
         05 H-TRAVEL-DATE         PIC X(8).
         05                       PIC X(65).
       FD CHARTREJ
           RECORDING MODE IS F.
       01 CHARTREJ-LIST.
         05 REJ-RECORD            PIC X(80).
         05 REJ-REASON-CODE       PIC X(4).
         05                       PIC X(1).
         05 REJ-REASON-TEXT       PIC X(25).
       FD CHARTRPT
           RECORDING MODE IS F.
       01 CHARTRPT-LIST.
         05 CHARTRPT-ID           PIC X(80).
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
            INCLUDE TRAIN
           END-EXEC.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-CHARTCTL-ST       PIC X(2).
        77  WS-CHARTREJ-ST       PIC X(2).
        77  WS-CHARTRPT-ST       PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-RPTREG-PARM.
            05 WS-RR-PROGRAM     PIC X(8) VALUE 'TRNCHART'.
            05 WS-RR-REPORT-ID   PIC X(8) VALUE 'CHARTRPT'.
            05 WS-RR-RUN-DATE    PIC 9(8) VALUE ZERO.
            05 WS-RR-PAGES       PIC 9(5) VALUE ZERO.
            05 WS-RR-LINES       PIC 9(7) VALUE ZERO.
        01  WS-RPT-EOF           PIC X VALUE 'N'.
            88 EOF-RPT             VALUE 'Y'.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-TODAY8            PIC 9(8) VALUE ZERO.
        01  WS-CHARTCTL-EOF      PIC X VALUE 'N'.
            88 EOF-CHARTCTL        VALUE 'Y'.
        01  WS-TRAN-OK           PIC X VALUE 'Y'.
            88 TRAN-VALID          VALUE 'Y'.
            88 TRAN-INVALID        VALUE 'N'.
        01  WS-REJ-CODE          PIC X(4).
        01  WS-REJ-TEXT          PIC X(25).
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-CHART-COUNT       PIC 9(7) COMP VALUE ZERO.
        77  WS-REJECT-COUNT      PIC 9(7) COMP VALUE ZERO.
        01  WS-REG-PARM.
            05 WS-REG-PROGRAM   PIC X(8) VALUE 'TRNCHART'.
            05 WS-REG-RUN-DATE  PIC 9(6) VALUE ZERO.
            05 WS-REG-KEY       PIC X(20) VALUE SPACES.
            05 WS-REG-REASON    PIC X(4) VALUE SPACES.
            05 WS-REG-ACTION    PIC X(1) VALUE 'R'.
        01  WS-DOW-PARM.
            05 WS-DOW-DATE       PIC 9(8) VALUE ZERO.
            05 WS-DOW-DAY        PIC 9(1) VALUE ZERO.
            05 WS-DOW-VALID      PIC X(1) VALUE 'N'.
               88 DOW-VALID        VALUE 'Y'.
        01  WS-TRAVEL-DATE       PIC 9(8) VALUE ZERO.
        01  WS-SEATS-AVAIL       PIC S9(4) COMP VALUE ZERO.
        01  WS-LOCK-COUNT        PIC S9(4) COMP VALUE ZERO.
        01  WS-BOOK-NO           PIC 9(7) VALUE ZERO.
        01  WS-PSGR-NAME         PIC X(20) VALUE SPACES.
        01  WS-SEATS             PIC S9(3) COMP VALUE ZERO.
        01  WS-PSGR-AGE          PIC S9(4) COMP VALUE ZERO.
        01  WS-PSGR-SEX          PIC X(1) VALUE SPACE.
        01  WS-FROM-STN          PIC X(10) VALUE SPACES.
        01  WS-TO-STN            PIC X(10) VALUE SPACES.
        01  WS-B-COACH           PIC X(3) VALUE SPACES.
        01  WS-B-BERTH           PIC S9(4) COMP VALUE ZERO.
        01  WS-CUR-EOF           PIC X VALUE 'N'.
            88 EOF-CUR             VALUE 'Y'.
        01  WS-CHART-OK          PIC X VALUE 'Y'.
            88 CHART-OK            VALUE 'Y'.
        01  WS-BERTH-CNT         PIC S9(7) COMP VALUE ZERO.
        01  WS-NOBERTH-CNT       PIC S9(7) COMP VALUE ZERO.
        01  WS-WAIT-CNT          PIC S9(7) COMP VALUE ZERO.
        01  WS-VACANT-CNT        PIC S9(7) COMP VALUE ZERO.
        01  WS-CONF-CNT          PIC S9(7) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'TRNCHART'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-DASH              PIC X(80) VALUE ALL '-'.
        01  WS-HDR1.
            05                   PIC X(24) VALUE SPACES.
            05                   PIC X(32) VALUE
               'FINAL RESERVATION CHART'.
            05                   PIC X(24).
        01  WS-CHT-HDR.
            05                   PIC X(7)  VALUE 'TRAIN'.
            05 CHH-TRAINNO       PIC X(6).
            05                   PIC X(8)  VALUE '  DATE'.
            05 CHH-DATE          PIC 9(8).
            05                   PIC X(8)  VALUE '  CLASS'.
            05 CHH-CLASS         PIC X(1).
            05                   PIC X(12) VALUE '  PREPARED'.
            05 CHH-PREP-DATE     PIC 9(8).
            05                   PIC X(22).
        01  WS-SEC-LINE.
            05                   PIC X(2)  VALUE SPACES.
            05 SEC-TITLE         PIC X(40).
            05                   PIC X(38).
        01  WS-BTH-LINE.
            05                   PIC X(4).
            05 BTL-COACH         PIC X(3).
            05                   PIC X(1)  VALUE '/'.
            05 BTL-BERTH         PIC 9(3).
            05                   PIC X(2).
            05 BTL-BOOK-NO       PIC 9(7).
            05                   PIC X(2).
            05 BTL-PSGR-NAME     PIC X(20).
            05                   PIC X(1).
            05 BTL-AGE           PIC ZZ9.
            05                   PIC X(1).
            05 BTL-SEX           PIC X(1).
            05                   PIC X(2).
            05 BTL-FROM-STN      PIC X(10).
            05                   PIC X(1).
            05 BTL-TO-STN        PIC X(10).
            05                   PIC X(9).
        01  WS-BKG-LINE.
            05                   PIC X(4).
            05 BKL-BOOK-NO       PIC 9(7).
            05                   PIC X(2).
            05 BKL-PSGR-NAME     PIC X(20).
            05                   PIC X(2).
            05 BKL-SEATS         PIC ZZ9.
            05                   PIC X(2).
            05 BKL-FROM-STN      PIC X(10).
            05                   PIC X(1).
            05 BKL-TO-STN        PIC X(10).
            05                   PIC X(19).
        01  WS-VAC-LINE.
            05                   PIC X(4).
            05 VAL-COACH         PIC X(3).
            05                   PIC X(1)  VALUE '/'.
            05 VAL-BERTH         PIC 9(3).
            05                   PIC X(69).
        01  WS-SUM-LINE.
            05                   PIC X(2)  VALUE SPACES.
            05 SUM-LABEL         PIC X(26).
            05 SUM-COUNT         PIC ZZZ,ZZ9.
            05                   PIC X(45).
           EXEC SQL
            DECLARE CBTH_CUR CURSOR FOR
             SELECT R.COACH_NO, R.BERTH_NO, K.BOOKING_NO,
                    COALESCE(P.PSGR_NAME, K.PSGR_NAME),
                    COALESCE(P.PSGR_AGE, 0),
                    COALESCE(P.PSGR_SEX, ' '),
                    K.FROM_STN, K.TO_STN
             FROM BERTHRES R
                  INNER JOIN TRNBKNG K
                     ON K.BOOKING_NO  = R.BOOKING_NO
                  LEFT OUTER JOIN TRNPSGR P
                     ON P.BOOKING_NO  = R.BOOKING_NO
                    AND P.COACH_NO    = R.COACH_NO
                    AND P.BERTH_NO    = R.BERTH_NO
                    AND P.STATUS      = 'C'
             WHERE R.TRAINNO     = :TRAINNO
               AND R.TRAVEL_DATE = :WS-TRAVEL-DATE
               AND K.STATUS      = 'C'
             ORDER BY R.COACH_NO, R.BERTH_NO
           END-EXEC.
           EXEC SQL
            DECLARE CNOB_CUR CURSOR FOR
             SELECT K.BOOKING_NO, K.PSGR_NAME, K.SEATS,
                    K.FROM_STN, K.TO_STN
             FROM TRNBKNG K
             WHERE K.TRAINNO     = :TRAINNO
               AND K.TRAVEL_DATE = :WS-TRAVEL-DATE
               AND K.STATUS      = 'C'
               AND NOT EXISTS
                   (SELECT 1
                      FROM BERTHRES R
                     WHERE R.BOOKING_NO = K.BOOKING_NO)
             ORDER BY K.BOOKING_NO
           END-EXEC.
           EXEC SQL
            DECLARE CWTL_CUR CURSOR FOR
             SELECT K.BOOKING_NO, K.PSGR_NAME, K.SEATS,
                    K.FROM_STN, K.TO_STN
             FROM TRNBKNG K
             WHERE K.TRAINNO     = :TRAINNO
               AND K.TRAVEL_DATE = :WS-TRAVEL-DATE
               AND K.STATUS      = 'W'
             ORDER BY K.BOOKING_NO
           END-EXEC.
           EXEC SQL
            DECLARE CVAC_CUR CURSOR FOR
             SELECT B.COACH_NO, B.BERTH_NO
             FROM BERTH B
             WHERE B.TRAINNO     = :TRAINNO
               AND B.BERTH_CLASS = :TRAINCLASS
               AND NOT EXISTS
                   (SELECT 1
                      FROM BERTHRES R
                     WHERE R.TRAINNO     = B.TRAINNO
                       AND R.TRAVEL_DATE = :WS-TRAVEL-DATE
                       AND R.COACH_NO    = B.COACH_NO
                       AND R.BERTH_NO    = B.BERTH_NO)
             ORDER BY B.COACH_NO, B.BERTH_NO
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 100-OPEN-FILE-PARA.
           IF WS-CHARTCTL-ST = '00'
              PERFORM 200-READ-FILE-PARA UNTIL EOF-CHARTCTL
           ELSE
              DISPLAY 'ERROR IN OPEN ' WS-CHARTCTL-ST
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 900-CONTROL-TOTALS-PARA.
           PERFORM 950-CLOSE-FILE-PARA.
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
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE TO WS-TODAY8
           ELSE
              ACCEPT WS-SYS-DATE FROM DATE
              COMPUTE WS-TODAY8 = 20000000 + WS-SYS-DATE
           END-IF.
        100-OPEN-FILE-PARA.
           OPEN INPUT CHARTCTL.
           OPEN OUTPUT CHARTREJ.
           OPEN OUTPUT CHARTRPT.
           MOVE WS-AST TO CHARTRPT-ID.
           WRITE CHARTRPT-LIST.
           MOVE WS-HDR1 TO CHARTRPT-ID.
           WRITE CHARTRPT-LIST.
           MOVE WS-AST TO CHARTRPT-ID.
           WRITE CHARTRPT-LIST.
        200-READ-FILE-PARA.
           READ CHARTCTL
              AT END
                 SET EOF-CHARTCTL TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 300-CHART-PARA
           END-READ.
        300-CHART-PARA.
           DISPLAY CHARTCTL-LIST.
           PERFORM 310-VALIDATE-PARA.
           IF TRAN-INVALID
              PERFORM 498-REJECT-PARA
           ELSE
              PERFORM 400-PRINT-CHART-PARA
           END-IF.
        310-VALIDATE-PARA.
           SET TRAN-VALID TO TRUE.
           MOVE SPACES TO WS-REJ-CODE WS-REJ-TEXT.
           IF H-TRAINNO = SPACES
              SET TRAN-INVALID TO TRUE
              MOVE "RJ01" TO WS-REJ-CODE
              MOVE "MISSING TRAIN NUMBER" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID
              PERFORM 315-CHECK-DATE-PARA
           END-IF.
           IF TRAN-VALID
              PERFORM 320-CHECK-OPEN-PARA
           END-IF.
           IF TRAN-VALID
              PERFORM 330-CHECK-LOCK-PARA
           END-IF.
      * A BLANK DATE CHARTS TONIGHT'S RUN DATE; ANYTHING ELSE MUST BE
      * A REAL CALENDAR DATE
        315-CHECK-DATE-PARA.
           IF H-TRAVEL-DATE = SPACES
              MOVE WS-TODAY8 TO WS-TRAVEL-DATE
           ELSE
              IF H-TRAVEL-DATE NUMERIC
                 MOVE H-TRAVEL-DATE TO WS-DOW-DATE
                 CALL 'DAYCALC' USING WS-DOW-PARM
              ELSE
                 MOVE 'N' TO WS-DOW-VALID
              END-IF
              IF DOW-VALID
                 MOVE WS-DOW-DATE TO WS-TRAVEL-DATE
              ELSE
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ02" TO WS-REJ-CODE
                 MOVE "INVALID TRAVEL DATE" TO WS-REJ-TEXT
              END-IF
           END-IF.
      * ONLY A DATE TRNOPEN HAS OPENED (AND NOT YET PURGED) HAS
      * ANYTHING TO CHART
        320-CHECK-OPEN-PARA.
           MOVE H-TRAINNO TO TRAINNO.
           MOVE ZERO TO WS-SEATS-AVAIL.
           MOVE SPACE TO TRAINCLASS.
           EXEC SQL
             SELECT A.AVAILSEATS, T.TRAINCLASS
               INTO :WS-SEATS-AVAIL, :TRAINCLASS
               FROM TRNAVAIL A, TRAIN T
              WHERE A.TRAINNO     = :TRAINNO
                AND A.TRAVEL_DATE = :WS-TRAVEL-DATE
                AND T.TRAINNO     = A.TRAINNO
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ03" TO WS-REJ-CODE
                 MOVE "TRAVEL DATE NOT OPEN" TO WS-REJ-TEXT
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON TRNAVAIL " H-TRAINNO
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ03" TO WS-REJ-CODE
                 MOVE "AVAIL LOOKUP FAILED" TO WS-REJ-TEXT
           END-EVALUATE.
        330-CHECK-LOCK-PARA.
           MOVE ZERO TO WS-LOCK-COUNT.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-LOCK-COUNT
               FROM TRNCHART
              WHERE TRAINNO     = :TRAINNO
                AND TRAVEL_DATE = :WS-TRAVEL-DATE
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON TRNCHART " H-TRAINNO
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ04" TO WS-REJ-CODE
                 MOVE "CHART LOOKUP FAILED" TO WS-REJ-TEXT
              WHEN WS-LOCK-COUNT > 0
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ04" TO WS-REJ-CODE
                 MOVE "CHART ALREADY PREPARED" TO WS-REJ-TEXT
           END-EVALUATE.
      * THE CHART PRINTS IN FOUR PARTS AND THE LOCK ROW GOES IN ONLY
      * WHEN ALL FOUR READ CLEAN, SO A FAILED CHART CAN BE RERUN
        400-PRINT-CHART-PARA.
           MOVE 'Y' TO WS-CHART-OK.
           MOVE ZERO TO WS-BERTH-CNT WS-NOBERTH-CNT WS-WAIT-CNT
                        WS-VACANT-CNT.
           MOVE TRAINNO TO CHH-TRAINNO.
           MOVE WS-TRAVEL-DATE TO CHH-DATE.
           MOVE TRAINCLASS TO CHH-CLASS.
           MOVE WS-TODAY8 TO CHH-PREP-DATE.
           MOVE WS-CHT-HDR TO CHARTRPT-ID.
           WRITE CHARTRPT-LIST.
           MOVE WS-DASH TO CHARTRPT-ID.
           WRITE CHARTRPT-LIST.
           PERFORM 410-BERTH-LIST-PARA.
           IF CHART-OK
              PERFORM 430-NOBERTH-LIST-PARA
           END-IF.
           IF CHART-OK
              PERFORM 450-WAIT-LIST-PARA
           END-IF.
           IF CHART-OK
              PERFORM 470-VACANT-LIST-PARA
           END-IF.
           IF CHART-OK
              PERFORM 490-CHART-TOTALS-PARA
              PERFORM 500-LOCK-PARA
           ELSE
              MOVE '  CHART INCOMPLETE - NOT LOCKED' TO CHARTRPT-ID
              WRITE CHARTRPT-LIST
           END-IF.
           MOVE WS-AST TO CHARTRPT-ID.
           WRITE CHARTRPT-LIST.
        410-BERTH-LIST-PARA.
           MOVE 'CONFIRMED - BY COACH AND BERTH' TO SEC-TITLE.
           MOVE WS-SEC-LINE TO CHARTRPT-ID.
           WRITE CHARTRPT-LIST.
           MOVE 'N' TO WS-CUR-EOF.
           EXEC SQL
             OPEN CBTH_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 480-CURSOR-ERROR-PARA
           ELSE
              PERFORM 420-FETCH-BERTH-PARA UNTIL EOF-CUR
              EXEC SQL
                CLOSE CBTH_CUR
              END-EXEC
           END-IF.
        420-FETCH-BERTH-PARA.
           EXEC SQL
             FETCH CBTH_CUR
             INTO :WS-B-COACH, :WS-B-BERTH, :WS-BOOK-NO,
                  :WS-PSGR-NAME, :WS-PSGR-AGE, :WS-PSGR-SEX,
                  :WS-FROM-STN, :WS-TO-STN
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-BERTH-CNT
                 MOVE WS-B-COACH TO BTL-COACH
                 MOVE WS-B-BERTH TO BTL-BERTH
                 MOVE WS-BOOK-NO TO BTL-BOOK-NO
                 MOVE WS-PSGR-NAME TO BTL-PSGR-NAME
                 MOVE WS-PSGR-AGE TO BTL-AGE
                 MOVE WS-PSGR-SEX TO BTL-SEX
                 MOVE WS-FROM-STN TO BTL-FROM-STN
                 MOVE WS-TO-STN TO BTL-TO-STN
                 MOVE WS-BTH-LINE TO CHARTRPT-ID
                 WRITE CHARTRPT-LIST
              WHEN 100
                 SET EOF-CUR TO TRUE
              WHEN OTHER
                 PERFORM 480-CURSOR-ERROR-PARA
                 SET EOF-CUR TO TRUE
           END-EVALUATE.
      * A TRAIN WITH NO BERTH ROWS LOADED BOOKS UNASSIGNED, SO ITS
      * WHOLE CONFIRMED LIST PRINTS HERE
        430-NOBERTH-LIST-PARA.
           MOVE 'CONFIRMED - NO BERTH ASSIGNED' TO SEC-TITLE.
           MOVE WS-SEC-LINE TO CHARTRPT-ID.
           WRITE CHARTRPT-LIST.
           MOVE 'N' TO WS-CUR-EOF.
           EXEC SQL
             OPEN CNOB_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 480-CURSOR-ERROR-PARA
           ELSE
              PERFORM 440-FETCH-NOBERTH-PARA UNTIL EOF-CUR
              EXEC SQL
                CLOSE CNOB_CUR
              END-EXEC
           END-IF.
        440-FETCH-NOBERTH-PARA.
           EXEC SQL
             FETCH CNOB_CUR
             INTO :WS-BOOK-NO, :WS-PSGR-NAME, :WS-SEATS,
                  :WS-FROM-STN, :WS-TO-STN
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-NOBERTH-CNT
                 PERFORM 445-BOOKING-LINE-PARA
              WHEN 100
                 SET EOF-CUR TO TRUE
              WHEN OTHER
                 PERFORM 480-CURSOR-ERROR-PARA
                 SET EOF-CUR TO TRUE
           END-EVALUATE.
        445-BOOKING-LINE-PARA.
           MOVE WS-BOOK-NO TO BKL-BOOK-NO.
           MOVE WS-PSGR-NAME TO BKL-PSGR-NAME.
           MOVE WS-SEATS TO BKL-SEATS.
           MOVE WS-FROM-STN TO BKL-FROM-STN.
           MOVE WS-TO-STN TO BKL-TO-STN.
           MOVE WS-BKG-LINE TO CHARTRPT-ID.
           WRITE CHARTRPT-LIST.
        450-WAIT-LIST-PARA.
           MOVE 'WAITLIST OUTSTANDING' TO SEC-TITLE.
           MOVE WS-SEC-LINE TO CHARTRPT-ID.
           WRITE CHARTRPT-LIST.
           MOVE 'N' TO WS-CUR-EOF.
           EXEC SQL
             OPEN CWTL_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 480-CURSOR-ERROR-PARA
           ELSE
              PERFORM 460-FETCH-WAIT-PARA UNTIL EOF-CUR
              EXEC SQL
                CLOSE CWTL_CUR
              END-EXEC
           END-IF.
        460-FETCH-WAIT-PARA.
           EXEC SQL
             FETCH CWTL_CUR
             INTO :WS-BOOK-NO, :WS-PSGR-NAME, :WS-SEATS,
                  :WS-FROM-STN, :WS-TO-STN
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-WAIT-CNT
                 PERFORM 445-BOOKING-LINE-PARA
              WHEN 100
                 SET EOF-CUR TO TRUE
              WHEN OTHER
                 PERFORM 480-CURSOR-ERROR-PARA
                 SET EOF-CUR TO TRUE
           END-EVALUATE.
      * SAME FREE-BERTH TEST TRNBOOK SELLS FROM -- WHAT IS LEFT HERE
      * IS WHAT THE STATION COUNTER CAN STILL SELL
        470-VACANT-LIST-PARA.
           MOVE 'VACANT BERTHS - STATION SALE' TO SEC-TITLE.
           MOVE WS-SEC-LINE TO CHARTRPT-ID.
           WRITE CHARTRPT-LIST.
           MOVE 'N' TO WS-CUR-EOF.
           EXEC SQL
             OPEN CVAC_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 480-CURSOR-ERROR-PARA
           ELSE
              PERFORM 475-FETCH-VACANT-PARA UNTIL EOF-CUR
              EXEC SQL
                CLOSE CVAC_CUR
              END-EXEC
           END-IF.
        475-FETCH-VACANT-PARA.
           EXEC SQL
             FETCH CVAC_CUR
             INTO :WS-B-COACH, :WS-B-BERTH
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-VACANT-CNT
                 MOVE WS-B-COACH TO VAL-COACH
                 MOVE WS-B-BERTH TO VAL-BERTH
                 MOVE WS-VAC-LINE TO CHARTRPT-ID
                 WRITE CHARTRPT-LIST
              WHEN 100
                 SET EOF-CUR TO TRUE
              WHEN OTHER
                 PERFORM 480-CURSOR-ERROR-PARA
                 SET EOF-CUR TO TRUE
           END-EVALUATE.
        480-CURSOR-ERROR-PARA.
           MOVE SQLCODE TO WS-SQLCODE.
           DISPLAY "ERROR " WS-SQLCODE " ON CHART " TRAINNO
                   " DATE " WS-TRAVEL-DATE.
           PERFORM 990-SQL-ERROR-PARA.
           MOVE 'N' TO WS-CHART-OK.
        490-CHART-TOTALS-PARA.
           MOVE WS-DASH TO CHARTRPT-ID.
           WRITE CHARTRPT-LIST.
           MOVE 'CONFIRMED WITH BERTH'   TO SUM-LABEL.
           MOVE WS-BERTH-CNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO CHARTRPT-ID.
           WRITE CHARTRPT-LIST.
           MOVE 'CONFIRMED NO BERTH'     TO SUM-LABEL.
           MOVE WS-NOBERTH-CNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO CHARTRPT-ID.
           WRITE CHARTRPT-LIST.
           MOVE 'WAITLISTED BOOKINGS'    TO SUM-LABEL.
           MOVE WS-WAIT-CNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO CHARTRPT-ID.
           WRITE CHARTRPT-LIST.
           MOVE 'VACANT BERTHS'          TO SUM-LABEL.
           MOVE WS-VACANT-CNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO CHARTRPT-ID.
           WRITE CHARTRPT-LIST.
           MOVE 'SEATS UNSOLD'           TO SUM-LABEL.
           MOVE WS-SEATS-AVAIL TO SUM-COUNT.
           MOVE WS-SUM-LINE TO CHARTRPT-ID.
           WRITE CHARTRPT-LIST.
      * THE TRNCHART ROW IS THE LOCK TRNBOOK AND TRNCANCL TEST
        500-LOCK-PARA.
           COMPUTE WS-CONF-CNT = WS-BERTH-CNT + WS-NOBERTH-CNT.
           EXEC SQL
             INSERT INTO TRNCHART
               (TRAINNO, TRAVEL_DATE, CHART_DATE, CONF_CNT,
                WAIT_CNT, VACANT_CNT)
             VALUES
               (:TRAINNO, :WS-TRAVEL-DATE, :WS-TODAY8,
                :WS-CONF-CNT, :WS-WAIT-CNT,
                :WS-VACANT-CNT)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON CHART LOCK " TRAINNO
              PERFORM 990-SQL-ERROR-PARA
              MOVE '  CHART LOCK FAILED' TO CHARTRPT-ID
              WRITE CHARTRPT-LIST
           ELSE
              PERFORM 600-COMMIT-PARA
              ADD 1 TO WS-CHART-COUNT
              MOVE '  CHART PREPARED - TRAIN/DATE LOCKED'
                TO CHARTRPT-ID
              WRITE CHARTRPT-LIST
           END-IF.
        498-REJECT-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY "REJECTED " CHARTCTL-LIST " " WS-REJ-TEXT.
           MOVE CHARTCTL-LIST TO REJ-RECORD.
           MOVE WS-REJ-CODE  TO REJ-REASON-CODE.
           MOVE WS-REJ-TEXT  TO REJ-REASON-TEXT.
           WRITE CHARTREJ-LIST.
           MOVE H-TRAINNO TO WS-REG-KEY.
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
        600-COMMIT-PARA.
           EXEC SQL
             COMMIT
           END-EXEC.
        900-CONTROL-TOTALS-PARA.
           DISPLAY SPACES.
           DISPLAY 'CHART CARDS READ   ' WS-READ-COUNT.
           DISPLAY 'CHARTS PREPARED    ' WS-CHART-COUNT.
           DISPLAY 'CARDS REJECTED     ' WS-REJECT-COUNT.
           IF WS-READ-COUNT = WS-CHART-COUNT + WS-REJECT-COUNT
              DISPLAY 'TRNCHART CONTROL TOTALS BALANCE'
           ELSE
              DISPLAY 'TRNCHART CONTROL TOTALS OUT OF BALANCE'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
        950-CLOSE-FILE-PARA.
           CLOSE CHARTCTL.
           CLOSE CHARTREJ.
           CLOSE CHARTRPT.
           PERFORM 960-REGISTER-RPT-PARA.
        960-REGISTER-RPT-PARA.
           MOVE ZERO TO WS-RR-LINES.
           MOVE 'N' TO WS-RPT-EOF.
           OPEN INPUT CHARTRPT.
           IF WS-CHARTRPT-ST = '00'
              PERFORM 965-COUNT-RPT-PARA UNTIL EOF-RPT
              CLOSE CHARTRPT
           END-IF.
           MOVE WS-SHARED-RUN-DATE TO WS-RR-RUN-DATE.
           CALL 'RPTREG' USING WS-RPTREG-PARM.
        965-COUNT-RPT-PARA.
           READ CHARTRPT
              AT END
                 SET EOF-RPT TO TRUE
              NOT AT END
                 ADD 1 TO WS-RR-LINES
           END-READ.
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
           MOVE 'TRNCHART' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           MOVE WS-TODAY8(3:6) TO STL-RUN-DATE.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-READ-COUNT TO STL-READ-CNT.
           MOVE WS-CHART-COUNT TO STL-PROC-CNT.
           MOVE WS-REJECT-COUNT TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
