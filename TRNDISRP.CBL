       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  A SINGLE-DATE CANCELLATION ALSO CLOSES THAT RUN
      *                 ON TRNAVAIL (AVAILSEATS 0) SO TRNBOOK CONFIRMS
      *                 NO FRESH SEATS ON IT.
      *  10/15/26  RKS  A BOOKING FROM BEFORE FARE_AMT WAS ADDED (NULL)
      *                 IS READ AS ZERO FARE, SO THE TRAIN FARE APPLIES.
      *  10/15/26  RKS  A TRAIN WITH NO CALENDAR STAMPED (RUN_DAYS BLANK
      *                 OR NULL, VALID_TO ZERO OR NULL) IS TAKEN AS
      *                 RUNNING EVERY DAY, ALL YEAR.
      *  10/14/26  RKS  STAFF DUTY TRAVEL. THE REFUND ON A CANCELLED
      *                 DUTY BOOKING IS CREDITED BACK TO THE
      *                 DEPARTMENT AS AN 'R' ROW ON THE TRNDUTY LEDGER.
      *  10/14/26  RKS  A DISRUPTION CANCELLATION ALSO MARKS THE
      *                 BOOKING'S TRNPSGR PASSENGER ROWS 'X'.
      *  10/14/26  RKS  A DISRFILE CARD MAY NOW NAME ONE TRAVEL DATE
      *                 (COLS 8-15, YYYYMMDD) TO CANCEL JUST THAT RUN;
      *                 BLANK STILL MEANS EVERY FUTURE DATE. A DATE
      *                 THE TRAIN IS NOT TIMETABLED TO RUN (OUTSIDE
      *                 VALID_FROM/VALID_TO OR A 'N' DAY IN RUN_DAYS)
      *                 IS NOT A CANCELLATION -- THE CARD IS REPORTED
      *                 AND NOTHING IS TOUCHED. ANY BOOKING FOUND ON A
      *                 NON-RUNNING DATE IS VOIDED AND REFUNDED AS
      *                 BEFORE BUT FLAGGED 'NOT RUN' ON THE SHEET
      *                 WITHOUT THE ALTERNATIVE-SERVICE LIST, AND
      *                 COUNTED SEPARATELY IN THE SUMMARY.
      *  10/14/26  RKS  THE REFUND IS NOW SEATS TIMES THE BOOKING'S OWN
      *                 FARE_AMT, SO A SEGMENT BOOKING GETS BACK WHAT
      *                 IT PAID; A BOOKING FROM BEFORE FARE_AMT WAS
      *                 CARRIED (ZERO) STILL REFUNDS AT TRAINFARE.
      *  10/14/26  RKS  BERTHS ARE NOW HELD PER TRAVEL DATE ON THE
      *                 BERTHRES TABLE, SO A DISRUPTION CANCELLATION
      *                 RELEASES THE BOOKING'S BERTHRES HOLDS INSTEAD
      *                 OF CLEARING BOOKING_NO ON THE BERTH ROW.
      *  09/29/26  RKS  DBK_CUR IS NOW DECLARED WITH HOLD, THE WAY
      *                 CURUPDAT DECLARES EMP_CUR -- THE LOOP COMMITS
      *                 EVERY WS-COMMIT-INTERVAL ROWS WHILE THE
           RECORDING MODE IS F.
       01 DISRFILE-LIST.
         05 D-TRAINNO             PIC X(6).
         05                       PIC X(1).
         05 D-TRAVEL-DATE         PIC X(8).
         05                       PIC X(65).
      * SAME RECORD LAYOUT AS TRNCANCL'S REFUNDS FEED
       FD REFUNDS
           RECORDING MODE IS F.
        01  WS-DISRFILE-EOF      PIC X VALUE 'N'.
            88 EOF-DISRFILE        VALUE 'Y'.
        01  WS-CANC-TRAINNO      PIC X(6) VALUE SPACES.
        01  WS-CANC-DATE         PIC 9(8) VALUE ZERO.
        01  WS-CARD-DATE-OK      PIC X VALUE 'Y'.
            88 CARD-DATE-OK        VALUE 'Y'.
        01  WS-RUN-DAYS          PIC X(7) VALUE 'YYYYYYY'.
        01  WS-VALID-FROM        PIC 9(8) VALUE ZERO.
        01  WS-VALID-TO          PIC 9(8) VALUE 99999999.
        01  WS-RUNNING           PIC X VALUE 'Y'.
            88 TRAIN-RUNS          VALUE 'Y'.
        01  WS-DOW-PARM.
            05 WS-DOW-DATE       PIC 9(8) VALUE ZERO.
            05 WS-DOW-DAY        PIC 9(1) VALUE ZERO.
            05 WS-DOW-VALID      PIC X(1) VALUE 'N'.
               88 DOW-VALID        VALUE 'Y'.
        01  WS-ROUTE-KNOWN       PIC X VALUE 'N'.
            88 ROUTE-KNOWN         VALUE 'Y'.
        01  WS-DEP-STN           PIC X(10) VALUE SPACES.
        01  WS-ARR-STN           PIC X(10) VALUE SPACES.
        01  WS-CANC-FARE         PIC 9(5)V99 VALUE ZERO.
        01  WS-BOOK-FARE         PIC 9(5)V99 VALUE ZERO.
        01  WS-BK-EOF            PIC X VALUE 'N'.
            88 EOF-BK              VALUE 'Y'.
        01  WS-BOOK-NO           PIC 9(7) VALUE ZERO.
        77  WS-TRAIN-CARDS       PIC 9(5) COMP VALUE ZERO.
        77  WS-PSGR-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-REFUND-COUNT      PIC 9(7) COMP VALUE ZERO.
        77  WS-NONRUN-CARDS      PIC 9(5) COMP VALUE ZERO.
        77  WS-NONRUN-BKGS       PIC 9(7) COMP VALUE ZERO.
        01  WS-COMMIT-INTERVAL   PIC 9(5) COMP VALUE 100.
        01  WS-COMMIT-COUNT      PIC 9(5) COMP VALUE ZERO.
      * ALTERNATIVE-SERVICE LINES ARE BUILT ONCE PER CANCELLED TRAIN
            05 TRH-DEP           PIC X(10).
            05                   PIC X(4)  VALUE ' TO'.
            05 TRH-ARR           PIC X(10).
            05                   PIC X(4)  VALUE ' ON'.
            05 TRH-DATE          PIC X(8).
            05                   PIC X(14).
        01  WS-PSGR-LINE.
            05                   PIC X(11) VALUE 'PASSENGER'.
            05 PSG-NAME          PIC X(20).
           EXEC SQL
            DECLARE DBK_CUR CURSOR WITH HOLD FOR
             SELECT BOOKING_NO, TRAVEL_DATE, PSGR_NAME, SEATS,
                    STATUS, COALESCE(FARE_AMT, 0)
             FROM TRNBKNG
             WHERE TRAINNO = :WS-CANC-TRAINNO
               AND TRAVEL_DATE >= :WS-TODAY8
               AND (:WS-CANC-DATE = 0 OR
                    TRAVEL_DATE = :WS-CANC-DATE)
               AND (STATUS = 'C' OR STATUS = 'W')
             ORDER BY TRAVEL_DATE, BOOKING_NO
           END-EXEC.
           END-READ.
        300-DISRUPT-TRAIN-PARA.
           MOVE D-TRAINNO TO WS-CANC-TRAINNO.
           PERFORM 305-CARD-DATE-PARA.
           PERFORM 310-LOOKUP-ROUTE-PARA.
           MOVE WS-CANC-TRAINNO TO TRH-TRAINNO.
           IF ROUTE-KNOWN
              MOVE '(GONE)' TO TRH-DEP
              MOVE '(GONE)' TO TRH-ARR
           END-IF.
           MOVE D-TRAVEL-DATE TO TRH-DATE.
           MOVE WS-TRN-HDR TO DISRRPT-ID.
           WRITE DISRRPT-LIST.
           MOVE 'Y' TO WS-RUNNING.
           IF CARD-DATE-OK AND WS-CANC-DATE NOT = ZERO
              MOVE WS-CANC-DATE TO WS-DOW-DATE
              PERFORM 315-CHECK-RUNNING-PARA
           END-IF.
           EVALUATE TRUE
              WHEN NOT CARD-DATE-OK
                 MOVE '  BAD TRAVEL DATE ON CARD - NOTHING CANCELLED'
                   TO DISRRPT-ID
                 WRITE DISRRPT-LIST
              WHEN NOT TRAIN-RUNS
                 MOVE '  NOT A RUNNING DATE - NOTHING CANCELLED'
                   TO DISRRPT-ID
                 WRITE DISRRPT-LIST
                 ADD 1 TO WS-NONRUN-CARDS
              WHEN OTHER
                 PERFORM 400-BUILD-ALT-PARA
                 PERFORM 500-WALK-BOOKINGS-PARA
                 IF WS-CANC-DATE NOT = ZERO
                    PERFORM 320-CLOSE-AVAIL-PARA
                 END-IF
           END-EVALUATE.
           MOVE WS-AST TO DISRRPT-ID.
           WRITE DISRRPT-LIST.
      * A BLANK DATE CANCELS EVERY FUTURE RUN; ANYTHING ELSE MUST BE
      * A REAL CALENDAR DATE
        305-CARD-DATE-PARA.
           MOVE ZERO TO WS-CANC-DATE.
           MOVE 'Y' TO WS-CARD-DATE-OK.
           IF D-TRAVEL-DATE NOT = SPACES
              MOVE 'N' TO WS-CARD-DATE-OK
              IF D-TRAVEL-DATE NUMERIC
                 MOVE D-TRAVEL-DATE TO WS-DOW-DATE
                 CALL 'DAYCALC' USING WS-DOW-PARM
                 IF DOW-VALID
                    MOVE 'Y' TO WS-CARD-DATE-OK
                    MOVE WS-DOW-DATE TO WS-CANC-DATE
                 END-IF
              END-IF
           END-IF.
      * THE TRAIN ROW MAY ALREADY BE GONE IF TRNMAINT PROCESSED THE
      * WDL FIRST -- REFUNDS STILL GO OUT, ALTERNATIVES CANNOT
        310-LOOKUP-ROUTE-PARA.
           MOVE 'N' TO WS-ROUTE-KNOWN.
           MOVE SPACES TO WS-DEP-STN WS-ARR-STN.
           MOVE ZERO TO WS-CANC-FARE.
           MOVE 'YYYYYYY' TO WS-RUN-DAYS.
           MOVE ZERO TO WS-VALID-FROM.
           MOVE 99999999 TO WS-VALID-TO.
           MOVE WS-CANC-TRAINNO TO TRAINNO.
           EXEC SQL
             SELECT TRAINDEPSTN, TRAINARRSTN, TRAINFARE,
                    COALESCE(NULLIF(RUN_DAYS, ' '), 'YYYYYYY'),
                    COALESCE(VALID_FROM, 0),
                    COALESCE(NULLIF(VALID_TO, 0), 99999999)
               INTO :WS-DEP-STN, :WS-ARR-STN, :WS-CANC-FARE,
                    :WS-RUN-DAYS, :WS-VALID-FROM, :WS-VALID-TO
               FROM TRAIN
              WHERE TRAINNO = :TRAINNO
           END-EXEC.
              WHEN OTHER
                 PERFORM 990-SQL-ERROR-PARA
           END-EVALUATE.
      * WS-DOW-DATE IS TESTED AGAINST THE TRAIN'S SEASON AND WEEKDAY
      * PATTERN; A TRAIN NO LONGER ON FILE IS TAKEN AS RUNNING
        315-CHECK-RUNNING-PARA.
           MOVE 'Y' TO WS-RUNNING.
           IF ROUTE-KNOWN
              CALL 'DAYCALC' USING WS-DOW-PARM
              IF DOW-VALID
                 IF WS-DOW-DATE < WS-VALID-FROM OR
                    WS-DOW-DATE > WS-VALID-TO OR
                    WS-RUN-DAYS(WS-DOW-DAY:1) NOT = 'Y'
                    MOVE 'N' TO WS-RUNNING
                 END-IF
              END-IF
           END-IF.
      * A CANCELLED RUN SELLS NO MORE SEATS; A DATE NOT YET OPENED
      * ON TRNAVAIL HAS NOTHING TO CLOSE (100)
        320-CLOSE-AVAIL-PARA.
           EXEC SQL
             UPDATE TRNAVAIL
                SET AVAILSEATS = 0
              WHERE TRAINNO     = :WS-CANC-TRAINNO
                AND TRAVEL_DATE = :WS-CANC-DATE
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON TRNAVAIL "
                      WS-CANC-TRAINNO " " WS-CANC-DATE
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
        400-BUILD-ALT-PARA.
           MOVE ZERO TO WS-ALT-MAX.
           IF ROUTE-KNOWN
           EXEC SQL
             FETCH DBK_CUR
             INTO :WS-BOOK-NO, :WS-TRAVEL-DATE, :WS-PSGR-NAME,
                  :WS-SEATS, :WS-STATUS, :WS-BOOK-FARE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
        520-PROCESS-BK-PARA.
           IF NOT EOF-BK
              ADD 1 TO WS-PSGR-COUNT
              MOVE WS-TRAVEL-DATE TO WS-DOW-DATE
              PERFORM 315-CHECK-RUNNING-PARA
              PERFORM 530-PSGR-SHEET-PARA
              PERFORM 540-CANCEL-BOOKING-PARA
              IF WS-STATUS = 'C'
           MOVE WS-PSGR-NAME TO PSG-NAME.
           MOVE WS-BOOK-NO TO PSG-BOOK-NO.
           MOVE WS-TRAVEL-DATE TO PSG-TRAVEL.
           EVALUATE TRUE
              WHEN NOT TRAIN-RUNS
                 MOVE 'NOT RUN' TO PSG-STATUS
              WHEN WS-STATUS = 'C'
                 MOVE 'CONFIRMED' TO PSG-STATUS
              WHEN OTHER
                 MOVE 'WAITLISTED' TO PSG-STATUS
           END-EVALUATE.
           MOVE WS-PSGR-LINE TO DISRRPT-ID.
           WRITE DISRRPT-LIST.
           IF TRAIN-RUNS
              MOVE 1 TO WS-ALT-SUB
              PERFORM 535-REPLAY-ALT-PARA
                 UNTIL WS-ALT-SUB > WS-ALT-MAX
           ELSE
              MOVE '  TRAIN DOES NOT RUN ON THIS DATE - BOOKING VOID'
                TO DISRRPT-ID
              WRITE DISRRPT-LIST
              ADD 1 TO WS-NONRUN-BKGS
           END-IF.
        535-REPLAY-ALT-PARA.
           MOVE WS-ALT-LINE(WS-ALT-SUB) TO DISRRPT-ID.
           WRITE DISRRPT-LIST.
              SET EOF-BK TO TRUE
           ELSE
              EXEC SQL
                DELETE FROM BERTHRES
                 WHERE BOOKING_NO = :WS-BOOK-NO
              END-EXEC
              IF SQLCODE = 0 OR SQLCODE = 100
                 EXEC SQL
                   UPDATE TRNPSGR
                      SET STATUS = 'X'
                    WHERE BOOKING_NO = :WS-BOOK-NO
                 END-EXEC
              END-IF
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 990-SQL-ERROR-PARA
                 SET EOF-BK TO TRUE
              END-IF
           END-IF.
        550-REFUND-PARA.
           IF WS-BOOK-FARE > 0
              COMPUTE WS-REFUND-AMT = WS-SEATS * WS-BOOK-FARE
           ELSE
              COMPUTE WS-REFUND-AMT = WS-SEATS * WS-CANC-FARE
           END-IF.
           MOVE SPACES TO REFUNDS-REC.
           MOVE WS-BOOK-NO      TO RFD-BOOK-NO.
           MOVE WS-CANC-TRAINNO TO RFD-TRAINNO.
           MOVE WS-RUN-DATE     TO RFD-RUN-DATE.
           WRITE REFUNDS-REC.
           ADD 1 TO WS-REFUND-COUNT.
      * AN ORDINARY BOOKING HAS NO DUTY_AUTH AND INSERTS NOTHING (100)
           EXEC SQL
             INSERT INTO TRNDUTY
               (AUTH_NO, BOOKING_NO, EMPNO, DEPTCODE, ENTRY_DATE,
                ENTRY_TYPE, AMOUNT)
             SELECT DUTY_AUTH, BOOKING_NO, DUTY_EMPNO, DUTY_DEPT,
                    :WS-TODAY8, 'R', :WS-REFUND-AMT
               FROM TRNBKNG
              WHERE BOOKING_NO = :WS-BOOK-NO
                AND DUTY_AUTH <> ' '
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 990-SQL-ERROR-PARA
              SET EOF-BK TO TRUE
           END-IF.
        620-COMMIT-PARA.
           EXEC SQL
             COMMIT
           MOVE WS-REFUND-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO DISRRPT-ID.
           WRITE DISRRPT-LIST.
           MOVE 'NON-RUNNING DATE CARDS'  TO SUM-LABEL.
           MOVE WS-NONRUN-CARDS TO SUM-COUNT.
           MOVE WS-SUM-LINE TO DISRRPT-ID.
           WRITE DISRRPT-LIST.
           MOVE 'NON-RUNNING DATE BOOKINGS' TO SUM-LABEL.
           MOVE WS-NONRUN-BKGS TO SUM-COUNT.
           MOVE WS-SUM-LINE TO DISRRPT-ID.
           WRITE DISRRPT-LIST.
           MOVE WS-AST TO DISRRPT-ID.
           WRITE DISRRPT-LIST.
        900-CLOSE-FILE-PARA.
