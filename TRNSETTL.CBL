       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/14/26  RKS  STUDENT CONCESSION BOOKINGS (CONC_CERT STAMPED
      *                 BY TRNBOOK) ARE NOW SETTLED SEPARATELY: EACH
      *                 TRAIN LINE SHOWS THE REVENUE FORGONE TO
      *                 CONCESSION, AND THE TOTALS SPLIT FARE REVENUE
      *                 INTO FULL-FARE TAKINGS AND CONCESSION TAKINGS
      *                 WITH THE REVENUE FORGONE SHOWN BELOW THEM (A
      *                 MEMO -- IT IS NOT CASH AND DOES NOT ENTER THE
      *                 DRAWER BALANCE). THIS IS THE BREAKDOWN THE
      *                 RAILWAY AUDITORS ASK FOR EACH QUARTER.
      *  10/14/26  RKS  FARE REVENUE IS NOW SUMMED OFF EACH BOOKING'S
      *                 OWN FARE_AMT, SO SEGMENT BOOKINGS SETTLE AT
      *                 THE SEGMENT FARE; A BOOKING WITH NO FARE_AMT
      *                 (ZERO) STILL SETTLES AT TRAINFARE.
      *  09/29/26  RKS  NEW PROGRAM. DAILY BOOKING REVENUE SETTLEMENT
      *                 -- FOR THE RUN DATE, SUMS THE DAY'S CONFIRMED
      *                 TRNBKNG ROWS (NOW STAMPED WITH BOOK_DATE BY
        01  WS-FARE              PIC 9(5)V99 VALUE ZERO.
        01  WS-TRN-REVENUE       PIC 9(9)V99 VALUE ZERO.
        01  WS-TOT-REVENUE       PIC 9(9)V99 VALUE ZERO.
        01  WS-TRN-CONC-REV      PIC 9(9)V99 VALUE ZERO.
        01  WS-TRN-FORGONE       PIC 9(9)V99 VALUE ZERO.
        01  WS-TOT-CONC-REV      PIC 9(9)V99 VALUE ZERO.
        01  WS-TOT-FORGONE       PIC 9(9)V99 VALUE ZERO.
        01  WS-FULL-REVENUE      PIC 9(9)V99 VALUE ZERO.
        77  WS-TOT-BOOKINGS      PIC 9(7) COMP VALUE ZERO.
        01  WS-TOT-SEATS         PIC 9(7) COMP VALUE ZERO.
        01  WS-TOT-REFUNDS       PIC 9(9)V99 VALUE ZERO.
            05                   PIC X(8)  VALUE 'SEATS'.
            05                   PIC X(14) VALUE 'FARE'.
            05                   PIC X(16) VALUE 'REVENUE'.
            05                   PIC X(12) VALUE 'FORGONE'.
            05                   PIC X(12).
        01  WS-DTL-LINE.
            05 DTL-TRAINNO       PIC X(6).
            05                   PIC X(4).
            05 DTL-FARE          PIC ZZ,ZZ9.99.
            05                   PIC X(2).
            05 DTL-REVENUE       PIC ZZZ,ZZZ,ZZ9.99.
            05                   PIC X(2).
            05 DTL-FORGONE       PIC ZZ,ZZZ,ZZ9.99.
            05                   PIC X(11).
        01  WS-AMT-LINE.
            05 AMT-LABEL         PIC X(28).
            05 AMT-VALUE         PIC ZZZ,ZZZ,ZZ9.99-.
        01  WS-BAL-LINE          PIC X(80) VALUE SPACES.
           EXEC SQL
            DECLARE SET_CUR CURSOR FOR
             SELECT B.TRAINNO, COUNT(*), SUM(B.SEATS), T.TRAINFARE,
                    SUM(B.SEATS * CASE WHEN B.FARE_AMT > 0
                                       THEN B.FARE_AMT
                                       ELSE T.TRAINFARE END),
                    SUM(CASE WHEN B.CONC_CERT <> ' '
                             THEN B.SEATS * B.FARE_AMT
                             ELSE 0 END),
                    SUM(CASE WHEN B.CONC_CERT <> ' '
                             THEN B.SEATS * B.CONC_AMT
                             ELSE 0 END)
             FROM TRNBKNG B, TRAIN T
             WHERE B.TRAINNO  = T.TRAINNO
               AND B.STATUS   = 'C'
             INTO :WS-TRAINNO,
                  :WS-BOOK-COUNT,
                  :WS-SEATS-SOLD,
                  :WS-FARE,
                  :WS-TRN-REVENUE,
                  :WS-TRN-CONC-REV,
                  :WS-TRN-FORGONE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        200-PROCESS-PARA.
                SET EOF-SET TO TRUE
           END-EVALUATE.
        300-DETAIL-PARA.
           ADD WS-BOOK-COUNT TO WS-TOT-BOOKINGS.
           ADD WS-SEATS-SOLD TO WS-TOT-SEATS.
           ADD WS-TRN-REVENUE TO WS-TOT-REVENUE.
           ADD WS-TRN-CONC-REV TO WS-TOT-CONC-REV.
           ADD WS-TRN-FORGONE TO WS-TOT-FORGONE.
           MOVE SPACES TO WS-DTL-LINE.
           MOVE WS-TRAINNO TO DTL-TRAINNO.
           MOVE WS-BOOK-COUNT TO DTL-BOOKINGS.
           MOVE WS-SEATS-SOLD TO DTL-SEATS.
           MOVE WS-FARE TO DTL-FARE.
           MOVE WS-TRN-REVENUE TO DTL-REVENUE.
           MOVE WS-TRN-FORGONE TO DTL-FORGONE.
           MOVE WS-DTL-LINE TO SETTLRPT-ID.
           WRITE SETTLRPT-LIST.
      * THE DAY'S REFUND FEED (TRNCANCL AND TRNDISRP OUTPUT) COMES
                 ADD 1 TO WS-REFUND-COUNT
                 ADD RFD-AMOUNT TO WS-TOT-REFUNDS
           END-READ.
      * FARE REVENUE SPLITS INTO FULL-FARE AND CONCESSION TAKINGS;
      * THE REVENUE FORGONE IS A MEMO FOR THE AUDITORS, NOT CASH
        700-FINAL-PARA.
           COMPUTE WS-FULL-REVENUE = WS-TOT-REVENUE - WS-TOT-CONC-REV.
           MOVE SPACES TO WS-AMT-LINE.
           MOVE 'FULL-FARE TAKINGS' TO AMT-LABEL.
           MOVE WS-FULL-REVENUE TO AMT-VALUE.
           MOVE WS-AMT-LINE TO SETTLRPT-ID.
           WRITE SETTLRPT-LIST.
           MOVE SPACES TO WS-AMT-LINE.
           MOVE 'CONCESSION TAKINGS' TO AMT-LABEL.
           MOVE WS-TOT-CONC-REV TO AMT-VALUE.
           MOVE WS-AMT-LINE TO SETTLRPT-ID.
           WRITE SETTLRPT-LIST.
           MOVE SPACES TO WS-AMT-LINE.
           MOVE 'FARE REVENUE TAKEN' TO AMT-LABEL.
           MOVE WS-TOT-REVENUE TO AMT-VALUE.
           MOVE WS-NET-CASH TO AMT-VALUE.
           MOVE WS-AMT-LINE TO SETTLRPT-ID.
           WRITE SETTLRPT-LIST.
           MOVE SPACES TO WS-AMT-LINE.
           MOVE 'REVENUE FORGONE (MEMO)' TO AMT-LABEL.
           MOVE WS-TOT-FORGONE TO AMT-VALUE.
           MOVE WS-AMT-LINE TO SETTLRPT-ID.
           WRITE SETTLRPT-LIST.
           IF CASH-DECLARED
              MOVE SPACES TO WS-AMT-LINE
              MOVE 'CASH DECLARED' TO AMT-LABEL
