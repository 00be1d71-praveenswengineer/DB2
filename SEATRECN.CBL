       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  SEATRPT IS NOW REGISTERED ON THE RPTLOG REPORT
      *                 REGISTER THROUGH RPTREG ONCE IT IS CLOSED --
      *                 PAGES AND THE LINE COUNT READ BACK OFF THE
      *                 CLOSED FILE -- FOR THE RPTDIST STEP.
      *  10/14/26  RKS  AVAILABILITY IS NOW HELD PER TRAIN PER TRAVEL
      *                 DATE ON TRNAVAIL, SO THE RECONCILIATION IS TOO:
      *                 EVERY OPEN TRNAVAIL ROW IS CHECKED AGAINST
      *                 TRAINCAP MINUS THE CONFIRMED TRNBKNG SEATS FOR
      *                 THAT SAME TRAIN AND DATE, THE REPORT AND THE
      *                 SEATAUD RECORD CARRY THE TRAVEL DATE, AND A FIX
      *                 CORRECTS THAT ONE TRNAVAIL ROW. THE TRAINSEATS
      *                 COLUMN IS NO LONGER RECONCILED.
      *  09/29/26  RKS  A TRAIN ROW WITH ZERO TRAINCAP (LOADED BEFORE
      *                 TRNMAINT STARTED STAMPING CAPACITY AND NEVER
      *                 RE-SENT SINCE) NOW PRINTS "NO CAPACITY -
       01 SEATAUD-LIST.
         05 AUD-TRAINNO           PIC X(6).
         05                       PIC X(1).
         05 AUD-TRAVEL-DATE       PIC 9(8).
         05                       PIC X(1).
         05 AUD-OLD-SEATS         PIC 9(4).
         05                       PIC X(1).
         05 AUD-NEW-SEATS         PIC 9(4).
         05 AUD-RUN-DATE          PIC 9(6).
         05                       PIC X(1).
         05 AUD-RUN-TIME          PIC 9(8).
         05                       PIC X(39).
       FD SEATRPT
           RECORDING MODE IS F.
       01 SEATRPT-LIST.
        77  WS-SEATAUD-ST        PIC X(2).
        77  WS-SEATRPT-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-RPTREG-PARM.
            05 WS-RR-PROGRAM     PIC X(8) VALUE 'SEATRECN'.
            05 WS-RR-REPORT-ID   PIC X(8) VALUE 'SEATRPT'.
            05 WS-RR-RUN-DATE    PIC 9(8) VALUE ZERO.
            05 WS-RR-PAGES       PIC 9(5) VALUE ZERO.
            05 WS-RR-LINES       PIC 9(7) VALUE ZERO.
        01  WS-RPT-EOF           PIC X VALUE 'N'.
            88 EOF-RPT             VALUE 'Y'.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-RUN-DATE          PIC 9(6).
        01  WS-TRAIN-EOF         PIC X VALUE 'N'.
            88 EOF-TRAIN           VALUE 'Y'.
        01  WS-TRAINNO           PIC X(6).
        01  WS-TRAVEL-DATE       PIC 9(8) VALUE ZERO.
        01  WS-SEATS-AVAIL       PIC S9(4) COMP VALUE ZERO.
        01  WS-CAPACITY          PIC S9(4) COMP VALUE ZERO.
        77  WS-BOOK-COUNT        PIC S9(5) COMP VALUE ZERO.
               'SEAT INVENTORY RECONCILIATION'.
            05                   PIC X(16).
        01  WS-HDR2.
            05                   PIC X(7)  VALUE 'TRAIN'.
            05                   PIC X(10) VALUE 'TRAVEL'.
            05                   PIC X(8)  VALUE 'CAP'.
            05                   PIC X(8)  VALUE 'BOOKED-C'.
            05                   PIC X(9)  VALUE 'EXPECTED'.
            05                   PIC X(9)  VALUE 'ON TABLE'.
            05                   PIC X(12) VALUE 'RESULT'.
            05                   PIC X(17).
        01  WS-DTL-LINE.
            05 DTL-TRAINNO       PIC X(6).
            05                   PIC X(1).
            05 DTL-TRAVEL-DATE   PIC 9(8).
            05                   PIC X(2).
            05 DTL-CAPACITY      PIC ZZZ9.
            05                   PIC X(4).
            05 DTL-BOOKED        PIC ZZZ9.
            05                   PIC X(4).
            05 DTL-EXPECTED      PIC ZZZZ9-.
            05                   PIC X(3).
            05 DTL-ACTUAL        PIC ZZZZ9-.
            05                   PIC X(3).
            05 DTL-RESULT        PIC X(21).
            05                   PIC X(8).
        01  WS-SUM-LINE.
            05 SUM-LABEL         PIC X(26).
            05 SUM-COUNT         PIC ZZ,ZZ9.
            05                   PIC X(48).
           EXEC SQL
            DECLARE RECN_CUR CURSOR FOR
             SELECT A.TRAINNO, A.TRAVEL_DATE, A.AVAILSEATS, T.TRAINCAP
             FROM TRNAVAIL A, TRAIN T
             WHERE T.TRAINNO = A.TRAINNO
             ORDER BY A.TRAINNO, A.TRAVEL_DATE
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           EXEC SQL
             FETCH RECN_CUR
             INTO :WS-TRAINNO,
                  :WS-TRAVEL-DATE,
                  :WS-SEATS-AVAIL,
                  :WS-CAPACITY
           END-EXEC.
             SELECT COUNT(*)
               INTO :WS-BOOK-COUNT
               FROM TRNBKNG
              WHERE TRAINNO     = :WS-TRAINNO
                AND TRAVEL_DATE = :WS-TRAVEL-DATE
                AND STATUS      = 'C'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 990-SQL-ERROR-PARA
                   SELECT SUM(SEATS)
                     INTO :WS-BOOKED-SEATS
                     FROM TRNBKNG
                    WHERE TRAINNO     = :WS-TRAINNO
                      AND TRAVEL_DATE = :WS-TRAVEL-DATE
                      AND STATUS      = 'C'
                 END-EXEC
                 IF SQLCODE NOT = 0
                    PERFORM 990-SQL-ERROR-PARA
        310-REPORT-LINE-PARA.
           MOVE SPACES TO WS-DTL-LINE.
           MOVE WS-TRAINNO TO DTL-TRAINNO.
           MOVE WS-TRAVEL-DATE TO DTL-TRAVEL-DATE.
           MOVE WS-CAPACITY TO DTL-CAPACITY.
           MOVE WS-BOOKED-SEATS TO DTL-BOOKED.
           MOVE WS-EXPECTED TO DTL-EXPECTED.
           WRITE SEATRPT-LIST.
        320-FIX-PARA.
           EXEC SQL
             UPDATE TRNAVAIL
                SET AVAILSEATS = :WS-EXPECTED
              WHERE TRAINNO     = :WS-TRAINNO
                AND TRAVEL_DATE = :WS-TRAVEL-DATE
           END-EXEC.
           IF SQLCODE = 0
              MOVE 'CORRECTED' TO DTL-RESULT
        330-AUDIT-PARA.
           MOVE SPACES TO SEATAUD-LIST.
           MOVE WS-TRAINNO TO AUD-TRAINNO.
           MOVE WS-TRAVEL-DATE TO AUD-TRAVEL-DATE.
           MOVE WS-SEATS-AVAIL TO AUD-OLD-SEATS.
           MOVE WS-EXPECTED TO AUD-NEW-SEATS.
           IF WS-SHARED-RUN-DATE NOT = ZERO
        700-FINAL-PARA.
           MOVE WS-AST TO SEATRPT-ID.
           WRITE SEATRPT-LIST.
           MOVE 'TRAIN DATES RECONCILED' TO SUM-LABEL.
           MOVE WS-TRAIN-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO SEATRPT-ID.
           WRITE SEATRPT-LIST.
        900-CLOSE-FILE-PARA.
           CLOSE SEATAUD.
           CLOSE SEATRPT.
           PERFORM 960-REGISTER-RPT-PARA.
        960-REGISTER-RPT-PARA.
           MOVE ZERO TO WS-RR-LINES.
           MOVE 'N' TO WS-RPT-EOF.
           OPEN INPUT SEATRPT.
           IF WS-SEATRPT-ST = '00'
              PERFORM 965-COUNT-RPT-PARA UNTIL EOF-RPT
              CLOSE SEATRPT
           END-IF.
           MOVE WS-SHARED-RUN-DATE TO WS-RR-RUN-DATE.
           CALL 'RPTREG' USING WS-RPTREG-PARM.
        965-COUNT-RPT-PARA.
           READ SEATRPT
              AT END
                 SET EOF-RPT TO TRUE
              NOT AT END
                 ADD 1 TO WS-RR-LINES
           END-READ.
        990-SQL-ERROR-PARA.
           MOVE WS-TRAINNO TO WS-ERRH-KEY.
           CALL 'SQLERRH' USING SQLCA WS-ERRH-PARM.
