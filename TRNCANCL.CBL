       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  A BOOKING FROM BEFORE FARE_AMT WAS ADDED (NULL)
      *                 IS READ AS ZERO FARE, SO THE TRAIN FARE APPLIES.
      *  10/15/26  RKS  OPERATOR AUTHORITY. CANCTRAN NOW CARRIES THE
      *                 OPERATOR ID IN COLS 15-22. EACH CARD IS CHECKED
      *                 THROUGH THE COMMON AUTHCHK SUBPROGRAM AGAINST
      *                 OPERAUTH -- 'CAN' FOR A CANCELLATION, 'NOS' FOR
      *                 A NO-SHOW -- AND AN UNAUTHORIZED CARD IS
      *                 REJECTED RJ99 AND LOGGED TO SECVLOG. CANCRPT
      *                 CANCELLATION AND REFUND LINES NOW END WITH THE
      *                 OPERATOR ID.
      *  10/14/26  RKS  STAFF DUTY TRAVEL. THE REFUND ON A CANCELLED
      *                 DUTY BOOKING (DUTY_AUTH SET) IS CREDITED BACK
      *                 TO THE DEPARTMENT AS AN 'R' ROW ON THE TRNDUTY
      *                 TRAVEL LEDGER, AND A PROMOTED DUTY BOOKING IS
      *                 CHARGED THERE ('C') AT SEATS TIMES FARE_AMT.
      *  10/14/26  RKS  ONE PASSENGER CAN NOW BE CANCELLED OFF A
      *                 BOOKING: A PASSENGER NUMBER (TRNPSGR PSGR_SEQ)
      *                 IN COLUMNS 11-13 OF THE CANCTRAN CARD CANCELS
      *                 JUST THAT TRAVELLER -- THE TRNPSGR ROW GOES TO
      *                 'X', THE BOOKING'S SEATS DROP BY ONE, ONLY THAT
      *                 BERTH IS RELEASED, ONE SEAT GOES BACK TO
      *                 TRNAVAIL AND ONE SEAT'S FARE IS REFUNDED (OR
      *                 THE NO-SHOW SHARE OF IT). CANCELLING THE LAST
      *                 PASSENGER LEFT CANCELS THE WHOLE BOOKING. A
      *                 BAD, UNKNOWN OR ALREADY CANCELLED PASSENGER
      *                 REJECTS RJ07. A WHOLE-BOOKING CANCELLATION NOW
      *                 ALSO MARKS EVERY TRNPSGR ROW 'X', AND A
      *                 PROMOTED WAITLIST BOOKING'S PASSENGERS ARE
      *                 CONFIRMED AND GIVEN THE BERTHS IT IS ASSIGNED.
      *  10/14/26  RKS  A BOOKING WHOSE TRAIN AND TRAVEL DATE HAS BEEN
      *                 CHARTED BY TRNCHART (TRNCHART LOCK ROW) CAN NO
      *                 LONGER BE CANCELLED ORDINARILY -- THE CARD
      *                 REJECTS RJ04 CHART PREPARED. IT GOES THROUGH
      *                 THE NO-SHOW PATH INSTEAD: 'N' IN COLUMN 9 OF
      *                 THE CANCTRAN CARD. A NO-SHOW IS ACCEPTED ONLY
      *                 ON A CHARTED DATE (ELSE RJ05), CANCELS THE
      *                 BOOKING AND RETURNS ITS SEATS AND BERTHS FOR
      *                 STATION SALE AS BEFORE, BUT A CONFIRMED
      *                 BOOKING IS REFUNDED ONLY WS-NOSHOW-PCT OF ITS
      *                 FARE, AND IT PRINTS AND COUNTS AS A NO-SHOW.
      *                 ANY OTHER ACTION CODE REJECTS RJ06. THE
      *                 WAITLIST PASS NO LONGER PROMOTES ONTO A
      *                 CHARTED DATE.
      *  10/14/26  RKS  THE REFUND IS NOW SEATS TIMES THE BOOKING'S OWN
      *                 FARE_AMT, SO A SEGMENT BOOKING GETS BACK WHAT
      *                 IT PAID; A BOOKING FROM BEFORE FARE_AMT WAS
      *                 CARRIED (ZERO) STILL REFUNDS AT TRAINFARE.
      *  10/14/26  RKS  A CANCELLATION NOW GIVES ITS SEATS BACK TO THE
      *                 TRNAVAIL ROW FOR THE BOOKING'S OWN TRAVEL DATE
      *                 AND RELEASES ITS BERTHRES HOLDS FOR THAT DATE,
      *                 AND A WAITLISTED BOOKING IS PROMOTED ONLY
      *                 AGAINST THE SEATS LEFT ON ITS TRAVEL DATE --
      *                 THE SINGLE TRAINSEATS COUNTER IS NO LONGER
      *                 TOUCHED. A BOOKING WHOSE DATE HAS ALREADY BEEN
      *                 PURGED STILL CANCELS AND REFUNDS; THERE IS
      *                 SIMPLY NO INVENTORY LEFT TO RETURN THE SEATS
      *                 TO.
      *  09/29/26  RKS  WAIT_CUR IS NOW DECLARED WITH HOLD, THE WAY
      *                 CURUPDAT DECLARES EMP_CUR -- THE LOOP COMMITS
      *                 EVERY WS-COMMIT-INTERVAL ROWS WHILE THE
           RECORDING MODE IS F.
       01 CANCTRAN-LIST.
         05 C-BOOK-NO             PIC X(7).
         05                       PIC X(1).
         05 C-ACTION              PIC X(1).
            88 C-NOSHOW             VALUE 'N'.
         05                       PIC X(1).
         05 C-PSGR-SEQ            PIC X(3).
         05                       PIC X(1).
         05 C-OPER-ID             PIC X(8).
         05                       PIC X(58).
       FD CANCREJ
           RECORDING MODE IS F.
       01 CANCREJ-LIST.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-RUN-DATE          PIC 9(6).
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-ENTRY-DATE        PIC 9(8) VALUE ZERO.
        01  WS-CANCTRAN-EOF      PIC X VALUE 'N'.
            88 EOF-CANCTRAN        VALUE 'Y'.
        01  WS-TRAN-OK           PIC X VALUE 'Y'.
        77  WS-CANC-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-REFUND-COUNT      PIC 9(7) COMP VALUE ZERO.
        77  WS-PROMO-COUNT       PIC 9(7) COMP VALUE ZERO.
        77  WS-NOSHOW-COUNT      PIC 9(7) COMP VALUE ZERO.
        77  WS-LOCK-COUNT        PIC S9(4) COMP VALUE ZERO.
        77  WS-NOSHOW-PCT        PIC 9(3) VALUE 050.
        01  WS-REFUND-PCT        PIC 9(3) VALUE 100.
        01  WS-CANC-TEXT         PIC X(10) VALUE SPACES.
        01  WS-PROMO-OK          PIC X VALUE 'N'.
            88 PROMO-OK            VALUE 'Y'.
        01  WS-PART-CANC         PIC X VALUE 'N'.
            88 PART-CANCEL         VALUE 'Y'.
        01  WS-PSGR-SEQ          PIC S9(4) COMP VALUE ZERO.
        01  WS-PX-STATUS         PIC X(1) VALUE SPACE.
        01  WS-PX-COACH          PIC X(3) VALUE SPACES.
        01  WS-PX-BERTH          PIC S9(4) COMP VALUE ZERO.
        77  WS-REJECT-COUNT      PIC 9(7) COMP VALUE ZERO.
        01  WS-COMMIT-INTERVAL   PIC 9(5) COMP VALUE 100.
        01  WS-COMMIT-COUNT      PIC 9(5) COMP VALUE ZERO.
        01  WS-SEATS             PIC S9(3) COMP VALUE ZERO.
        01  WS-STATUS            PIC X(1) VALUE SPACE.
        01  WS-FARE              PIC 9(5)V99 VALUE ZERO.
        01  WS-BOOK-FARE         PIC 9(5)V99 VALUE ZERO.
        01  WS-REFUND-AMT        PIC 9(7)V99 VALUE ZERO.
        01  WS-SEATS-AVAIL       PIC S9(4) COMP VALUE ZERO.
        01  WS-WAIT-EOF          PIC X VALUE 'N'.
        01  WS-B-COACH           PIC X(3) VALUE SPACES.
        01  WS-B-BERTH           PIC S9(4) COMP VALUE ZERO.
        01  WS-ASSIGNED          PIC S9(3) COMP VALUE ZERO.
        01  WS-AUTH-PARM.
            05 WS-AUTH-PROGRAM  PIC X(8) VALUE 'TRNCANCL'.
            05 WS-AUTH-OPER-ID  PIC X(8) VALUE SPACES.
            05 WS-AUTH-ACTION   PIC X(3) VALUE SPACES.
            05 WS-AUTH-RUN-DATE PIC 9(8) VALUE ZERO.
            05 WS-AUTH-KEY      PIC X(20) VALUE SPACES.
            05 WS-AUTH-RESULT   PIC X(1) VALUE SPACE.
               88 AUTH-GRANTED    VALUE 'Y'.
            05 WS-AUTH-REASON   PIC X(19) VALUE SPACES.
            05 WS-AUTH-SQLCODE  PIC S9(9) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'TRNCANCL'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
            05 DTL-TEXT          PIC X(10).
            05                   PIC X(1).
            05 DTL-AMOUNT        PIC Z,ZZZ,ZZ9.99.
            05                   PIC X(1).
            05 DTL-OPER-ID       PIC X(8).
        01  WS-SUM-LINE.
            05 SUM-LABEL         PIC X(26).
            05 SUM-COUNT         PIC ZZZ,ZZ9.
            DECLARE WAIT_CUR CURSOR WITH HOLD FOR
             SELECT BOOKING_NO, TRAINNO, TRAVEL_DATE, PSGR_NAME,
                    SEATS
             FROM TRNBKNG K
             WHERE K.STATUS = 'W'
               AND NOT EXISTS
                   (SELECT 1
                      FROM TRNCHART C
                     WHERE C.TRAINNO     = K.TRAINNO
                       AND C.TRAVEL_DATE = K.TRAVEL_DATE)
             ORDER BY TRAINNO, TRAVEL_DATE, BOOKING_NO
           END-EXEC.
           EXEC SQL
            DECLARE PFRE_CUR CURSOR FOR
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
        01  WS-REG-PARM.
            05 WS-REG-PROGRAM   PIC X(8) VALUE 'TRNCANCL'.
              END-READ
              CLOSE RUNCTL
           END-IF.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE TO WS-ENTRY-DATE
           ELSE
              ACCEPT WS-SYS-DATE FROM DATE
              COMPUTE WS-ENTRY-DATE = 20000000 + WS-SYS-DATE
           END-IF.
        100-OPEN-FILE-PARA.
           OPEN INPUT CANCTRAN.
           OPEN OUTPUT CANCREJ.
           IF TRAN-INVALID
              PERFORM 498-REJECT-PARA
           ELSE
              IF C-NOSHOW
                 MOVE 'NO-SHOW' TO WS-CANC-TEXT
                 MOVE WS-NOSHOW-PCT TO WS-REFUND-PCT
              ELSE
                 MOVE 'CANCELLED' TO WS-CANC-TEXT
                 MOVE 100 TO WS-REFUND-PCT
              END-IF
              PERFORM 400-APPLY-CANCEL-PARA
           END-IF.
        310-VALIDATE-PARA.
              MOVE "RJ01" TO WS-REJ-CODE
              MOVE "BAD BOOKING NUMBER" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID AND C-ACTION NOT = SPACE AND NOT C-NOSHOW
              SET TRAN-INVALID TO TRUE
              MOVE "RJ06" TO WS-REJ-CODE
              MOVE "BAD ACTION CODE" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID
              PERFORM 315-CHECK-AUTH-PARA
           END-IF.
           MOVE 'N' TO WS-PART-CANC.
           IF TRAN-VALID AND C-PSGR-SEQ NOT = SPACES
              IF C-PSGR-SEQ NUMERIC AND C-PSGR-SEQ NOT = '000'
                 SET PART-CANCEL TO TRUE
                 MOVE C-PSGR-SEQ TO WS-PSGR-SEQ
              ELSE
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ07" TO WS-REJ-CODE
                 MOVE "BAD PASSENGER NUMBER" TO WS-REJ-TEXT
              END-IF
           END-IF.
           IF TRAN-VALID
              PERFORM 320-CHECK-BOOKING-PARA
           END-IF.
        315-CHECK-AUTH-PARA.
           IF C-NOSHOW
              MOVE 'NOS' TO WS-AUTH-ACTION
           ELSE
              MOVE 'CAN' TO WS-AUTH-ACTION
           END-IF.
           MOVE C-OPER-ID TO WS-AUTH-OPER-ID.
           MOVE C-BOOK-NO TO WS-AUTH-KEY.
           MOVE WS-ENTRY-DATE TO WS-AUTH-RUN-DATE.
           CALL 'AUTHCHK' USING WS-AUTH-PARM.
           EVALUATE TRUE
              WHEN AUTH-GRANTED
                 CONTINUE
              WHEN WS-AUTH-SQLCODE NOT = 0
                 MOVE WS-AUTH-SQLCODE TO SQLCODE WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON OPERAUTH " C-OPER-ID
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ99" TO WS-REJ-CODE
                 MOVE "AUTHORITY CHECK FAILED" TO WS-REJ-TEXT
              WHEN OTHER
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ99" TO WS-REJ-CODE
                 MOVE "OPERATOR NOT AUTHORIZED" TO WS-REJ-TEXT
           END-EVALUATE.
        320-CHECK-BOOKING-PARA.
           MOVE C-BOOK-NO TO WS-BOOK-NO.
           EXEC SQL
             SELECT TRAINNO, TRAVEL_DATE, PSGR_NAME, SEATS, STATUS,
                    COALESCE(FARE_AMT, 0)
               INTO :WS-B-TRAINNO, :WS-TRAVEL-DATE, :WS-PSGR-NAME,
                    :WS-SEATS, :WS-STATUS, :WS-BOOK-FARE
               FROM TRNBKNG
              WHERE BOOKING_NO = :WS-BOOK-NO
           END-EXEC.
                 MOVE "RJ03" TO WS-REJ-CODE
                 MOVE "ALREADY CANCELLED" TO WS-REJ-TEXT
           END-EVALUATE.
           IF TRAN-VALID AND PART-CANCEL
              PERFORM 322-CHECK-PSGR-PARA
           END-IF.
           IF TRAN-VALID
              PERFORM 325-CHECK-CHART-PARA
           END-IF.
      * THE LAST PASSENGER STILL TRAVELLING ON A BOOKING TAKES THE
      * WHOLE BOOKING WITH IT
        322-CHECK-PSGR-PARA.
           EXEC SQL
             SELECT PSGR_NAME, STATUS, COACH_NO, BERTH_NO
               INTO :WS-PSGR-NAME, :WS-PX-STATUS, :WS-PX-COACH,
                    :WS-PX-BERTH
               FROM TRNPSGR
              WHERE BOOKING_NO = :WS-BOOK-NO
                AND PSGR_SEQ   = :WS-PSGR-SEQ
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ07" TO WS-REJ-CODE
                 MOVE "PASSENGER NOT FOUND" TO WS-REJ-TEXT
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON PASSENGER "
                         WS-BOOK-NO
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ07" TO WS-REJ-CODE
                 MOVE "PASSENGER LOOKUP FAILED" TO WS-REJ-TEXT
              WHEN WS-PX-STATUS = 'X'
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ07" TO WS-REJ-CODE
                 MOVE "PASSENGER CANCELLED" TO WS-REJ-TEXT
              WHEN WS-SEATS NOT > 1
                 MOVE 'N' TO WS-PART-CANC
           END-EVALUATE.
      * AFTER THE CHART ONLY THE NO-SHOW PATH MAY TOUCH THE BOOKING,
      * AND THE NO-SHOW PATH ONLY APPLIES ONCE THE CHART IS OUT
        325-CHECK-CHART-PARA.
           MOVE ZERO TO WS-LOCK-COUNT.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-LOCK-COUNT
               FROM TRNCHART
              WHERE TRAINNO     = :WS-B-TRAINNO
                AND TRAVEL_DATE = :WS-TRAVEL-DATE
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON TRNCHART "
                         WS-B-TRAINNO
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ04" TO WS-REJ-CODE
                 MOVE "CHART LOOKUP FAILED" TO WS-REJ-TEXT
              WHEN WS-LOCK-COUNT > 0 AND NOT C-NOSHOW
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ04" TO WS-REJ-CODE
                 MOVE "CHART PREPARED" TO WS-REJ-TEXT
              WHEN WS-LOCK-COUNT = 0 AND C-NOSHOW
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ05" TO WS-REJ-CODE
                 MOVE "CHART NOT PREPARED" TO WS-REJ-TEXT
           END-EVALUATE.
        400-APPLY-CANCEL-PARA.
           IF PART-CANCEL
              EXEC SQL
                UPDATE TRNBKNG
                   SET SEATS = SEATS - 1
                 WHERE BOOKING_NO = :WS-BOOK-NO
              END-EXEC
           ELSE
              EXEC SQL
                UPDATE TRNBKNG
                   SET STATUS = 'X'
                 WHERE BOOKING_NO = :WS-BOOK-NO
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON BOOKING " WS-BOOK-NO
              PERFORM 990-SQL-ERROR-PARA
              SET EOF-CANCTRAN TO TRUE
           ELSE
              IF PART-CANCEL
                 PERFORM 406-FREE-PSGR-PARA
                 MOVE 1 TO WS-SEATS
              ELSE
                 PERFORM 405-FREE-BERTHS-PARA
              END-IF
              IF C-NOSHOW
                 ADD 1 TO WS-NOSHOW-COUNT
              ELSE
                 ADD 1 TO WS-CANC-COUNT
              END-IF
              MOVE SPACES TO WS-DTL-LINE
              MOVE WS-BOOK-NO TO DTL-BOOK-NO
              MOVE WS-B-TRAINNO TO DTL-TRAINNO
              MOVE WS-TRAVEL-DATE TO DTL-TRAVEL-DATE
              MOVE WS-PSGR-NAME TO DTL-PSGR-NAME
              MOVE WS-CANC-TEXT TO DTL-TEXT
              MOVE C-OPER-ID TO DTL-OPER-ID
              MOVE WS-DTL-LINE TO CANCRPT-ID
              WRITE CANCRPT-LIST
              IF WS-STATUS = 'C'
      * BERTH INVENTORY OR THE BOOKING WAS NEVER ASSIGNED
        405-FREE-BERTHS-PARA.
           EXEC SQL
             DELETE FROM BERTHRES
              WHERE BOOKING_NO = :WS-BOOK-NO
           END-EXEC.
           IF SQLCODE = 0 OR SQLCODE = 100
              EXEC SQL
                UPDATE TRNPSGR
                   SET STATUS = 'X'
                 WHERE BOOKING_NO = :WS-BOOK-NO
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON BERTH FREE"
              PERFORM 990-SQL-ERROR-PARA
              SET EOF-CANCTRAN TO TRUE
           END-IF.
      * ONE PASSENGER OFF: ONLY THE BERTH THAT TRNPSGR ROW HOLDS GOES
      * BACK; A PASSENGER WITH NO BERTH HAS NOTHING TO RELEASE
        406-FREE-PSGR-PARA.
           EXEC SQL
             UPDATE TRNPSGR
                SET STATUS = 'X'
              WHERE BOOKING_NO = :WS-BOOK-NO
                AND PSGR_SEQ   = :WS-PSGR-SEQ
           END-EXEC.
           IF SQLCODE = 0 AND WS-PX-COACH NOT = SPACES
              EXEC SQL
                DELETE FROM BERTHRES
                 WHERE TRAINNO     = :WS-B-TRAINNO
                   AND TRAVEL_DATE = :WS-TRAVEL-DATE
                   AND COACH_NO    = :WS-PX-COACH
                   AND BERTH_NO    = :WS-PX-BERTH
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON PASSENGER FREE"
              PERFORM 990-SQL-ERROR-PARA
              SET EOF-CANCTRAN TO TRUE
           END-IF.
      * ONLY A CONFIRMED BOOKING EVER TOOK SEATS OR MONEY, SO ONLY
      * A CONFIRMED CANCELLATION RETURNS SEATS AND REFUNDS THE FARE.
      * NO TRNAVAIL ROW (SQLCODE 100) MEANS THE DATE HAS DEPARTED AND
      * BEEN PURGED -- NOTHING TO GIVE BACK, BUT THE REFUND STANDS
        410-RETURN-SEATS-PARA.
           MOVE WS-B-TRAINNO TO TRAINNO.
           EXEC SQL
             UPDATE TRNAVAIL
                SET AVAILSEATS = AVAILSEATS + :WS-SEATS
              WHERE TRAINNO     = :TRAINNO
                AND TRAVEL_DATE = :WS-TRAVEL-DATE
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON TRAIN " WS-B-TRAINNO
              PERFORM 990-SQL-ERROR-PARA
              PERFORM 990-SQL-ERROR-PARA
              SET EOF-CANCTRAN TO TRUE
           ELSE
              IF WS-BOOK-FARE > 0
                 MOVE WS-BOOK-FARE TO WS-FARE
              END-IF
              COMPUTE WS-REFUND-AMT ROUNDED =
                      WS-SEATS * WS-FARE * WS-REFUND-PCT / 100
              IF WS-SHARED-RUN-DATE NOT = ZERO
                 MOVE WS-SHARED-RUN-DATE(3:6) TO WS-RUN-DATE
              ELSE
              MOVE WS-PSGR-NAME TO DTL-PSGR-NAME
              MOVE 'REFUND' TO DTL-TEXT
              MOVE WS-REFUND-AMT TO DTL-AMOUNT
              MOVE C-OPER-ID TO DTL-OPER-ID
              MOVE WS-DTL-LINE TO CANCRPT-ID
              WRITE CANCRPT-LIST
              PERFORM 425-DUTY-CREDIT-PARA
           END-IF.
      * A DUTY BOOKING'S REFUND GOES BACK TO THE DEPARTMENT THAT WAS
      * CHARGED FOR IT; AN ORDINARY BOOKING INSERTS NOTHING (100)
        425-DUTY-CREDIT-PARA.
           EXEC SQL
             INSERT INTO TRNDUTY
               (AUTH_NO, BOOKING_NO, EMPNO, DEPTCODE, ENTRY_DATE,
                ENTRY_TYPE, AMOUNT)
             SELECT DUTY_AUTH, BOOKING_NO, DUTY_EMPNO, DUTY_DEPT,
                    :WS-ENTRY-DATE, 'R', :WS-REFUND-AMT
               FROM TRNBKNG
              WHERE BOOKING_NO = :WS-BOOK-NO
                AND DUTY_AUTH <> ' '
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON DUTY CREDIT " WS-BOOK-NO
              PERFORM 990-SQL-ERROR-PARA
              SET EOF-CANCTRAN TO TRUE
           END-IF.
        498-REJECT-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE 'R' TO WS-REG-ACTION.
           CALL 'REJREG' USING WS-REG-PARM.
      * OLDEST WAITLIST ENTRY (LOWEST BOOKING NUMBER) CLEARS FIRST,
      * AND ONLY WHILE ITS TRAVEL DATE STILL HAS THE SEATS IT ASKS
      * FOR; A DATE WITH NO TRNAVAIL ROW LEFT STAYS ON THE WAITLIST
        600-PROMOTE-WAITLIST-PARA.
           MOVE 'N' TO WS-WAIT-EOF.
           EXEC SQL
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
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON TRAIN " WS-B-TRAINNO
              PERFORM 990-SQL-ERROR-PARA
              SET EOF-WAIT TO TRUE
           ELSE
              IF SQLCODE = 0 AND WS-SEATS-AVAIL >= WS-SEATS
                 PERFORM 640-PROMOTE-PARA
              END-IF
           END-IF.
        640-PROMOTE-PARA.
           EXEC SQL
             UPDATE TRNAVAIL
                SET AVAILSEATS = AVAILSEATS - :WS-SEATS
              WHERE TRAINNO     = :TRAINNO
                AND TRAVEL_DATE = :WS-TRAVEL-DATE
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                 WHERE BOOKING_NO = :WS-BOOK-NO
              END-EXEC
           END-IF.
      * A BOOKING FROM BEFORE PASSENGER ROWS WERE KEPT HAS NONE TO
      * CONFIRM (SQLCODE 100)
           MOVE 'N' TO WS-PROMO-OK.
           IF SQLCODE = 0
              EXEC SQL
                UPDATE TRNPSGR
                   SET STATUS = 'C'
                 WHERE BOOKING_NO = :WS-BOOK-NO
                   AND STATUS     = 'W'
              END-EXEC
              IF SQLCODE = 0 OR SQLCODE = 100
                 MOVE 'Y' TO WS-PROMO-OK
              END-IF
           END-IF.
           IF PROMO-OK
              EXEC SQL
                INSERT INTO TRNDUTY
                  (AUTH_NO, BOOKING_NO, EMPNO, DEPTCODE, ENTRY_DATE,
                   ENTRY_TYPE, AMOUNT)
                SELECT DUTY_AUTH, BOOKING_NO, DUTY_EMPNO, DUTY_DEPT,
                       :WS-ENTRY-DATE, 'C',
                       SEATS * COALESCE(FARE_AMT, 0)
                  FROM TRNBKNG
                 WHERE BOOKING_NO = :WS-BOOK-NO
                   AND DUTY_AUTH <> ' '
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE 'N' TO WS-PROMO-OK
              END-IF
           END-IF.
           IF PROMO-OK
              ADD 1 TO WS-PROMO-COUNT
              PERFORM 650-ASSIGN-BERTHS-PARA
              MOVE SPACES TO WS-DTL-LINE
           END-EVALUATE.
        670-TAKE-BERTH-PARA.
           EXEC SQL
             INSERT INTO BERTHRES
               (TRAINNO, TRAVEL_DATE, COACH_NO, BERTH_NO, BOOKING_NO)
             VALUES
               (:TRAINNO, :WS-TRAVEL-DATE, :WS-B-COACH, :WS-B-BERTH,
                :WS-BOOK-NO)
           END-EXEC.
           IF SQLCODE = 0
              ADD 1 TO WS-ASSIGNED
              PERFORM 675-PSGR-BERTH-PARA
           ELSE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON BERTH TAKE"
              SET EOF-BER TO TRUE
              SET EOF-WAIT TO TRUE
           END-IF.
      * THE BERTH JUST TAKEN GOES TO THE LOWEST-NUMBERED PASSENGER
      * STILL TRAVELLING WITHOUT ONE
        675-PSGR-BERTH-PARA.
           MOVE ZERO TO WS-PSGR-SEQ.
           EXEC SQL
             SELECT COALESCE(MIN(PSGR_SEQ), 0)
               INTO :WS-PSGR-SEQ
               FROM TRNPSGR
              WHERE BOOKING_NO = :WS-BOOK-NO
                AND STATUS     = 'C'
                AND COACH_NO   = ' '
           END-EXEC.
           IF SQLCODE = 0 AND WS-PSGR-SEQ > 0
              EXEC SQL
                UPDATE TRNPSGR
                   SET COACH_NO = :WS-B-COACH,
                       BERTH_NO = :WS-B-BERTH
                 WHERE BOOKING_NO = :WS-BOOK-NO
                   AND PSGR_SEQ   = :WS-PSGR-SEQ
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON PASSENGER BERTH"
              PERFORM 990-SQL-ERROR-PARA
              SET EOF-BER TO TRUE
              SET EOF-WAIT TO TRUE
           END-IF.
        620-COMMIT-PARA.
           EXEC SQL
             COMMIT
           MOVE WS-REFUND-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO CANCRPT-ID.
           WRITE CANCRPT-LIST.
           MOVE 'NO-SHOWS AFTER CHART' TO SUM-LABEL.
           MOVE WS-NOSHOW-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO CANCRPT-ID.
           WRITE CANCRPT-LIST.
           MOVE 'WAITLIST PROMOTED'    TO SUM-LABEL.
           MOVE WS-PROMO-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO CANCRPT-ID.
           WRITE CANCRPT-LIST.
           MOVE WS-AST TO CANCRPT-ID.
           WRITE CANCRPT-LIST.
           IF WS-READ-COUNT = WS-CANC-COUNT + WS-NOSHOW-COUNT +
              WS-REJECT-COUNT
              DISPLAY 'TRNCANCL CONTROL TOTALS BALANCE'
           ELSE
              DISPLAY 'TRNCANCL CONTROL TOTALS OUT OF BALANCE'
