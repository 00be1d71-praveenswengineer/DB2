       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  A DB2 ERROR PART WAY THROUGH A BOOKING (BERTH
      *                 HOLD, DUTY CHARGE, PASSENGER ROW) NOW ENDS THE
      *                 RUN THERE: THE ROLLED-BACK BOOKING WRITES NO
      *                 FURTHER ROWS AND IS NOT COUNTED, AND THE FINAL
      *                 COMMIT IS SKIPPED ON RC 8.
      *  10/15/26  RKS  THE LAST BOOKING ON THE FILE NOW GETS ALL ITS
      *                 PASSENGER ROWS; THE PASSENGER LOOP STOPS ON A
      *                 FAILED INSERT, NOT ON END OF THE CARD FILE.
      *  10/15/26  RKS  A TRAIN WITH NO CALENDAR STAMPED (RUN_DAYS BLANK
      *                 OR NULL, VALID_TO ZERO OR NULL) IS TAKEN AS
      *                 RUNNING EVERY DAY, ALL YEAR.
      *  10/15/26  RKS  OPERATOR AUTHORITY. THE BOOKING CARD NOW CARRIES
      *                 THE OPERATOR ID IN COLS 64-71 (DUTYTRVL STAMPS
      *                 THE REQUESTING OPERATOR ON THE CARDS IT
      *                 PUNCHES). EACH BOOKING IS CHECKED THROUGH THE
      *                 COMMON AUTHCHK SUBPROGRAM FOR THE 'BKG'
      *                 AUTHORITY ON OPERAUTH; AN UNAUTHORIZED ONE IS
      *                 REJECTED RJ99 AND LOGGED TO SECVLOG.
      *  10/14/26  RKS  STAFF DUTY TRAVEL. A BOOKING CARD PUNCHED BY
      *                 DUTYTRVL IS FOLLOWED BY A DUTY CARD, 'D' IN
      *                 COLUMN 80 (EMPNO 1-6, TRAVEL AUTHORITY 8-17,
      *                 DEPARTMENT 19-21). THE TRNBKNG ROW IS STAMPED
      *                 WITH DUTY_AUTH, DUTY_EMPNO AND DUTY_DEPT, AND A
      *                 CONFIRMED DUTY BOOKING IS CHARGED TO THE
      *                 DEPARTMENT ON THE TRNDUTY TRAVEL LEDGER. A BAD
      *                 OR SPARE DUTY CARD, ONE WITH A CONCESSION CARD,
      *                 OR AN AUTHORITY ALREADY ON A LIVE BOOKING
      *                 REJECTS RJ12.
      *  10/14/26  RKS  STUDENT RAIL CONCESSION. A ONE-SEAT BOOKING CARD
      *                 MAY CARRY A CONCESSION CARD, 'S' IN COLUMN 80
      *                 (STU-ID 1-6, CERTIFICATE NUMBER 8-19). THE
      *                 STUDENT MUST BE ON STUDENRL WITH ACTIVE_FLAG ON
      *                 AND A CLASS INSIDE THE RANGE ON THE CONCCTL
      *                 CARD, AND THE CERTIFICATE MUST NOT ALREADY BE ON
      *                 A LIVE BOOKING, ELSE RJ11. THE FARE IS CUT BY
      *                 THE CONCCTL PERCENTAGE, THE TRNBKNG ROW CARRIES
      *                 STU_ID, CONC_CERT AND THE AMOUNT FORGONE
      *                 (CONC_AMT), AND EVERY CERTIFICATE USED IS
      *                 LISTED ON THE NEW CONCRPT CONCESSION REGISTER.
      *                 WITHOUT A GOOD CONCCTL CARD NO CONCESSION IS
      *                 GIVEN (RJ11 CONCESSION NOT IN FORCE).
      *  10/14/26  RKS  A BOOKING NOW CARRIES ONE TRNPSGR ROW PER SEAT
      *                 (NAME, AGE, SEX, AND THE COACH/BERTH THE SEAT
      *                 WAS GIVEN). THE BOOKTRAN CARD MAY BE FOLLOWED BY
      *                 PASSENGER CARDS, 'P' IN COLUMN 80 (NAME 1-20,
      *                 AGE 22-24, SEX M/F 26), ONE PER SEAT -- A WRONG
      *                 NUMBER OF THEM OR A BAD ONE REJECTS RJ10, AS
      *                 DOES A PASSENGER CARD WITH NO BOOKING CARD IN
      *                 FRONT OF IT. A BOOKING CARD WITH NO PASSENGER
      *                 CARDS BOOKS AS BEFORE, EVERY SEAT UNDER THE
      *                 LEAD NAME. THE CONFIRMATION NOW LISTS EVERY
      *                 TRAVELLER WITH THEIR COACH/BERTH. THE FD RECORD
      *                 IS READ INTO WORKING STORAGE SO THE CARD AFTER
      *                 A BOOKING CAN BE LOOKED AT BEFORE IT IS BOOKED.
      *  10/14/26  RKS  ONCE TRNCHART HAS PREPARED THE RESERVATION
      *                 CHART FOR A TRAIN AND TRAVEL DATE (A TRNCHART
      *                 LOCK ROW) NO FURTHER BOOKING IS TAKEN FOR IT --
      *                 THE CARD REJECTS RJ09 CHART PREPARED AND THE
      *                 PASSENGER IS SENT TO THE STATION COUNTER.
      *  10/14/26  RKS  A BOOKING IS NOW CHECKED AGAINST THE TRAIN'S
      *                 DAYS OF OPERATION (RUN_DAYS WEEKDAY PATTERN AND
      *                 VALID_FROM/VALID_TO SEASON, SET BY TRNMAINT'S
      *                 'CAL' CARD) THROUGH THE SHARED DAYCALC
      *                 SUBPROGRAM: A DATE THE TRAIN DOES NOT RUN
      *                 REJECTS WITH RJ08, AND A TRAVEL DATE THAT IS
      *                 NOT A REAL CALENDAR DATE NOW REJECTS RJ02.
      *  10/14/26  RKS  A BOOKING CAN NOW BE FOR A SEGMENT OF THE RUN:
      *                 BOOKTRAN CARRIES A BOARDING STATION (COLS 42-51)
      *                 AND AN ALIGHTING STATION (COLS 53-62), BLANK
      *                 MEANING THE TRAIN'S OWN END STATION. THE PAIR
      *                 MUST BE STOPS OF THE TRAIN ON TRNSTOP IN ROUTE
      *                 ORDER (OR THE END STATIONS OF A TRAIN WITH NO
      *                 STOPS LOADED), ELSE RJ07. THE PER-SEAT FARE IS
      *                 TRAINFARE PRO RATA TO THE SEGMENT DISTANCE, AND
      *                 THE BOOKING ROW NOW CARRIES FROM_STN, TO_STN AND
      *                 THAT FARE_AMT FOR REFUNDS AND SETTLEMENT. SEATS
      *                 STILL COME OFF THE WHOLE TRAVEL DATE'S TRNAVAIL
      *                 ROW.
      *  10/14/26  RKS  SEATS ARE NOW SOLD OFF THE TRNAVAIL ROW FOR THE
      *                 TRAIN AND THE CARD'S TRAVEL DATE (OPENED AT
      *                 TRAINCAP BY THE NIGHTLY TRNOPEN STEP) INSTEAD
      *                 OF THE ONE TRAINSEATS COUNTER ON THE TRAIN
      *                 ROW, SO A SOLD-OUT DATE NO LONGER TURNS AWAY
      *                 PASSENGERS FOR EVERY OTHER DATE. A DATE WITH
      *                 NO TRNAVAIL ROW (DEPARTED OR BEYOND THE
      *                 BOOKING WINDOW) REJECTS RJ06. BERTHS ARE HELD
      *                 PER TRAVEL DATE ON BERTHRES, SO THE SAME BERTH
      *                 CAN BE SOLD ON EVERY DATE THE TRAIN RUNS.
      *  09/29/26  RKS  THE STATUSLOG COMPLETION RECORD NOW CARRIES
      *                 THIS STEP'S READ/PROCESSED/REJECTED COUNTS IN
      *                 THE FORMERLY UNUSED FILLER, SO BATCHSTAT CAN
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BOOKRPT-ST.
           SELECT CONCCTL ASSIGN TO CONCCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CONCCTL-ST.
           SELECT CONCRPT ASSIGN TO CONCRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CONCRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD RUNCTL
         05                       PIC X(25).
       FD BOOKTRAN
           RECORDING MODE IS F.
       01 BOOKTRAN-REC            PIC X(80).
       FD BOOKREJ
           RECORDING MODE IS F.
       01 BOOKREJ-LIST.
           RECORDING MODE IS F.
       01 BOOKRPT-LIST.
         05 BOOKRPT-ID            PIC X(80).
       FD CONCCTL
           RECORDING MODE IS F.
       01 CONCCTL-REC.
         05 CC-CONC-PCT           PIC X(3).
         05                       PIC X(1).
         05 CC-CLASS-LO           PIC X(1).
         05                       PIC X(1).
         05 CC-CLASS-HI           PIC X(1).
         05                       PIC X(73).
       FD CONCRPT
           RECORDING MODE IS F.
       01 CONCRPT-LIST.
         05 CONCRPT-ID            PIC X(80).
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           EXEC SQL
            INCLUDE TRAIN
           END-EXEC.
        01  BOOKTRAN-LIST.
            05 B-TRAINNO         PIC X(6).
            05                   PIC X(1).
            05 B-TRAVEL-DATE     PIC X(8).
            05                   PIC X(1).
            05 B-PSGR-NAME       PIC X(20).
            05                   PIC X(1).
            05 B-SEATS           PIC X(3).
            05                   PIC X(1).
            05 B-FROM-STN        PIC X(10).
            05                   PIC X(1).
            05 B-TO-STN          PIC X(10).
            05                   PIC X(1).
            05 B-OPER-ID         PIC X(8).
            05                   PIC X(9).
        01  WS-NEXT-CARD.
            05 P-PSGR-NAME       PIC X(20).
            05                   PIC X(1).
            05 P-AGE             PIC X(3).
            05                   PIC X(1).
            05 P-SEX             PIC X(1).
            05                   PIC X(53).
            05 P-REC-TYPE        PIC X(1).
               88 PAX-CARD         VALUE 'P'.
               88 CONC-CARD        VALUE 'S'.
               88 DUTY-CARD        VALUE 'D'.
        01  WS-CONC-CARD REDEFINES WS-NEXT-CARD.
            05 S-STU-ID          PIC X(6).
            05                   PIC X(1).
            05 S-CERT-NO         PIC X(12).
            05                   PIC X(61).
        01  WS-DUTY-CARD REDEFINES WS-NEXT-CARD.
            05 U-EMPNO           PIC X(6).
            05                   PIC X(1).
            05 U-AUTH-NO         PIC X(10).
            05                   PIC X(1).
            05 U-DEPT            PIC X(3).
            05                   PIC X(59).
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-BOOKTRAN-ST       PIC X(2).
        77  WS-BOOKREJ-ST        PIC X(2).
        77  WS-BOOKRPT-ST        PIC X(2).
        77  WS-CONCCTL-ST        PIC X(2).
        77  WS-CONCRPT-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-TRAN-OK           PIC X VALUE 'Y'.
            88 TRAN-VALID          VALUE 'Y'.
            88 TRAN-INVALID        VALUE 'N'.
        01  WS-PAX-OK            PIC X VALUE 'Y'.
            88 PAX-WRITTEN         VALUE 'Y'.
            88 PAX-FAILED          VALUE 'N'.
        01  WS-REJ-CODE          PIC X(4).
        01  WS-REJ-TEXT          PIC X(25).
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-CONF-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-WAIT-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-REJECT-COUNT      PIC 9(7) COMP VALUE ZERO.
        77  WS-CONC-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-DUTY-COUNT        PIC 9(7) COMP VALUE ZERO.
        01  WS-COMMIT-INTERVAL   PIC 9(5) COMP VALUE 100.
        01  WS-COMMIT-COUNT      PIC 9(5) COMP VALUE ZERO.
        01  WS-REG-PARM.
            05 WS-REG-KEY       PIC X(20) VALUE SPACES.
            05 WS-REG-REASON    PIC X(4) VALUE SPACES.
            05 WS-REG-ACTION    PIC X(1) VALUE 'R'.
        01  WS-OPER-PARM.
            05 WS-OPER-PROGRAM  PIC X(8) VALUE 'TRNBOOK'.
            05 WS-OPER-ID       PIC X(8) VALUE SPACES.
            05 WS-OPER-ACTION   PIC X(3) VALUE 'BKG'.
            05 WS-OPER-RUN-DATE PIC 9(8) VALUE ZERO.
            05 WS-OPER-KEY      PIC X(20) VALUE SPACES.
            05 WS-OPER-RESULT   PIC X(1) VALUE SPACE.
               88 OPER-AUTHORIZED VALUE 'Y'.
            05 WS-OPER-REASON   PIC X(19) VALUE SPACES.
            05 WS-OPER-SQLCODE  PIC S9(9) COMP VALUE ZERO.
        01  WS-SEATS-REQ         PIC 9(3) VALUE ZERO.
        01  WS-SEATS-AVAIL       PIC S9(4) COMP VALUE ZERO.
        01  WS-BOOK-NO           PIC 9(7) VALUE ZERO.
        01  WS-BOOK-DATE         PIC 9(8) VALUE ZERO.
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-PSGR-NAME         PIC X(20) VALUE SPACES.
        01  WS-FROM-STN          PIC X(10) VALUE SPACES.
        01  WS-TO-STN            PIC X(10) VALUE SPACES.
        01  WS-FARE-AMT          PIC 9(7)V99 VALUE ZERO.
        77  WS-STOP-COUNT        PIC S9(4) COMP VALUE ZERO.
        77  WS-LOCK-COUNT        PIC S9(4) COMP VALUE ZERO.
        01  WS-RUN-DAYS          PIC X(7) VALUE SPACES.
        01  WS-VALID-FROM        PIC 9(8) VALUE ZERO.
        01  WS-VALID-TO          PIC 9(8) VALUE ZERO.
        01  WS-DOW-PARM.
            05 WS-DOW-DATE       PIC 9(8) VALUE ZERO.
            05 WS-DOW-DAY        PIC 9(1) VALUE ZERO.
            05 WS-DOW-VALID      PIC X(1) VALUE 'N'.
               88 DOW-VALID        VALUE 'Y'.
        01  WS-SEG-FROM-KM       PIC S9(9) COMP VALUE ZERO.
        01  WS-SEG-TO-KM         PIC S9(9) COMP VALUE ZERO.
        01  WS-FULL-KM           PIC S9(9) COMP VALUE ZERO.
        01  WS-BOOK-STATUS       PIC X(1) VALUE SPACE.
        01  WS-PAX-MAX           PIC S9(4) COMP VALUE 99.
        01  WS-PAX-COUNT         PIC S9(4) COMP VALUE ZERO.
        01  WS-PAX-IX            PIC S9(4) COMP VALUE ZERO.
        01  WS-PAX-TABLE.
            05 WS-PAX-ENTRY      OCCURS 99 TIMES.
               10 WS-PAX-NAME    PIC X(20).
               10 WS-PAX-AGE     PIC X(3).
               10 WS-PAX-SEX     PIC X(1).
               10 WS-PAX-COACH   PIC X(3).
               10 WS-PAX-BERTH   PIC S9(4) COMP.
        01  WS-PX-SEQ            PIC S9(4) COMP VALUE ZERO.
        01  WS-PX-NAME           PIC X(20) VALUE SPACES.
        01  WS-PX-AGE            PIC S9(4) COMP VALUE ZERO.
        01  WS-PX-SEX            PIC X(1) VALUE SPACE.
        01  WS-PX-COACH          PIC X(3) VALUE SPACES.
        01  WS-PX-BERTH          PIC S9(4) COMP VALUE ZERO.
        01  WS-RESV-OK           PIC X(1) VALUE 'Y'.
            88 RESV-OK             VALUE 'Y'.
        01  WS-BER-EOF           PIC X VALUE 'N'.
            05                   PIC X(1) VALUE '+'.
            05 ASG-MORE          PIC ZZ9.
            05                   PIC X(1).
        01  WS-CONC-OK           PIC X(1) VALUE 'N'.
            88 CONC-IN-FORCE       VALUE 'Y'.
        01  WS-CONC-PCT          PIC 9(3) VALUE ZERO.
        01  WS-CLASS-LO          PIC X(1) VALUE SPACE.
        01  WS-CLASS-HI          PIC X(1) VALUE SPACE.
        01  WS-CONC-CARDS        PIC S9(4) COMP VALUE ZERO.
        01  WS-STU-ID            PIC X(6) VALUE SPACES.
        01  WS-CONC-CERT         PIC X(12) VALUE SPACES.
        01  WS-CONC-AMT          PIC 9(7)V99 VALUE ZERO.
        01  WS-FULL-FARE         PIC 9(7)V99 VALUE ZERO.
        01  WS-TOT-FORGONE       PIC 9(9)V99 VALUE ZERO.
        01  WS-STU-CLASS         PIC X(1) VALUE SPACE.
        01  WS-ACTIVE-FLAG       PIC X(1) VALUE SPACE.
        77  WS-CERT-COUNT        PIC S9(4) COMP VALUE ZERO.
        01  WS-DUTY-CARDS        PIC S9(4) COMP VALUE ZERO.
        01  WS-DUTY-EMPNO        PIC X(6) VALUE SPACES.
        01  WS-DUTY-AUTH         PIC X(10) VALUE SPACES.
        01  WS-DUTY-DEPT         PIC X(3) VALUE SPACES.
        01  WS-DUTY-AMT          PIC 9(7)V99 VALUE ZERO.
        77  WS-AUTH-COUNT        PIC S9(4) COMP VALUE ZERO.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(24) VALUE SPACES.
            05                   PIC X(2).
            05 DTL-ASSIGN        PIC X(12).
            05                   PIC X(1).
        01  WS-PAX-LINE.
            05                   PIC X(9)  VALUE SPACES.
            05 PXL-SEQ           PIC ZZ9.
            05                   PIC X(2)  VALUE SPACES.
            05 PXL-NAME          PIC X(20).
            05                   PIC X(2)  VALUE SPACES.
            05 PXL-AGE           PIC ZZ9.
            05                   PIC X(2)  VALUE SPACES.
            05 PXL-SEX           PIC X(1).
            05                   PIC X(4)  VALUE SPACES.
            05 PXL-ASSIGN        PIC X(12).
            05                   PIC X(22) VALUE SPACES.
        01  WS-PAX-BERTH-DISP.
            05 PBD-COACH         PIC X(3).
            05                   PIC X(1) VALUE '/'.
            05 PBD-BERTH         PIC 9(3).
            05                   PIC X(5) VALUE SPACES.
        01  WS-CHDR1.
            05                   PIC X(18) VALUE SPACES.
            05                   PIC X(36) VALUE
               'STUDENT CONCESSION REGISTER - DATE'.
            05 CHD-DATE          PIC 9(8).
            05                   PIC X(18).
        01  WS-CHDR2.
            05                   PIC X(14) VALUE 'CERTIFICATE'.
            05                   PIC X(8)  VALUE 'STU-ID'.
            05                   PIC X(9)  VALUE 'BOOKING'.
            05                   PIC X(8)  VALUE 'TRAIN'.
            05                   PIC X(9)  VALUE 'TRAVEL'.
            05                   PIC X(10) VALUE 'FULL FARE'.
            05                   PIC X(10) VALUE 'CONC FARE'.
            05                   PIC X(12) VALUE 'FORGONE'.
        01  WS-CONC-LINE.
            05 CNL-CERT          PIC X(12).
            05                   PIC X(2).
            05 CNL-STU-ID        PIC X(6).
            05                   PIC X(2).
            05 CNL-BOOK-NO       PIC 9(7).
            05                   PIC X(2).
            05 CNL-TRAINNO       PIC X(6).
            05                   PIC X(2).
            05 CNL-TRAVEL-DATE   PIC 9(8).
            05                   PIC X(1).
            05 CNL-FULL-FARE     PIC ZZ,ZZ9.99.
            05                   PIC X(1).
            05 CNL-CONC-FARE     PIC ZZ,ZZ9.99.
            05                   PIC X(1).
            05 CNL-FORGONE       PIC ZZ,ZZ9.99.
            05                   PIC X(3).
        01  WS-CONC-TOT-LINE.
            05                   PIC X(22) VALUE
               'CERTIFICATES USED'.
            05 CNT-COUNT         PIC ZZ,ZZ9.
            05                   PIC X(16) VALUE
               '   TOTAL FORGONE'.
            05 CNT-FORGONE       PIC ZZZ,ZZZ,ZZ9.99.
            05                   PIC X(22).
           EXEC SQL
            DECLARE FREE_CUR CURSOR FOR
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
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 010-READ-CONCCTL-PARA.
           PERFORM 100-OPEN-FILE-PARA.
           PERFORM 050-BOOK-BASE-PARA.
           IF WS-BOOKTRAN-ST = '00'
              PERFORM 210-READ-CARD-PARA
              PERFORM 200-READ-FILE-PARA UNTIL EOF-BOOKTRAN
           ELSE
              DISPLAY 'ERROR IN OPEN ' WS-BOOKTRAN-ST
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE < 8
              PERFORM 600-COMMIT-PARA
           END-IF.
           PERFORM 900-CONTROL-TOTALS-PARA.
           PERFORM 950-CLOSE-FILE-PARA.
           PERFORM 995-WRITE-STATUS-PARA.
              ACCEPT WS-SYS-DATE FROM DATE
              COMPUTE WS-BOOK-DATE = 20000000 + WS-SYS-DATE
           END-IF.
      * THE CONCESSION CARD GIVES THE PERCENTAGE TAKEN OFF THE FARE
      * (1-99) AND THE RANGE OF STU_CLASS ELIGIBLE, A BLANK HIGH CLASS
      * MEANING THE ONE CLASS. NO CARD, NO CONCESSION
        010-READ-CONCCTL-PARA.
           OPEN INPUT CONCCTL.
           IF WS-CONCCTL-ST = '00'
              READ CONCCTL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CC-CONC-PCT NUMERIC AND CC-CLASS-LO NOT = SPACE
                       MOVE CC-CONC-PCT TO WS-CONC-PCT
                       MOVE CC-CLASS-LO TO WS-CLASS-LO
                       MOVE CC-CLASS-HI TO WS-CLASS-HI
                       IF WS-CLASS-HI = SPACE
                          MOVE WS-CLASS-LO TO WS-CLASS-HI
                       END-IF
                       IF WS-CONC-PCT > 0 AND WS-CONC-PCT < 100
                          SET CONC-IN-FORCE TO TRUE
                       END-IF
                    END-IF
              END-READ
              CLOSE CONCCTL
           END-IF.
           IF NOT CONC-IN-FORCE
              DISPLAY 'NO VALID CONCCTL CARD - NO CONCESSIONS GIVEN'
           END-IF.
        050-BOOK-BASE-PARA.
           EXEC SQL
             SELECT COUNT(*)
           WRITE BOOKRPT-LIST.
           MOVE WS-AST TO BOOKRPT-ID.
           WRITE BOOKRPT-LIST.
           OPEN OUTPUT CONCRPT.
           MOVE WS-AST TO CONCRPT-ID.
           WRITE CONCRPT-LIST.
           MOVE WS-BOOK-DATE TO CHD-DATE.
           MOVE WS-CHDR1 TO CONCRPT-ID.
           WRITE CONCRPT-LIST.
           MOVE WS-AST TO CONCRPT-ID.
           WRITE CONCRPT-LIST.
           MOVE WS-CHDR2 TO CONCRPT-ID.
           WRITE CONCRPT-LIST.
           MOVE WS-AST TO CONCRPT-ID.
           WRITE CONCRPT-LIST.
      * THE CARD IN WS-NEXT-CARD IS A BOOKING CARD; THE PASSENGER,
      * CONCESSION AND DUTY CARDS BEHIND IT ARE GATHERED BEFORE IT IS
      * BOOKED. ONE ARRIVING HERE HAS NO BOOKING CARD AND IS REJECTED
      * ALONE
        200-READ-FILE-PARA.
           ADD 1 TO WS-READ-COUNT.
           MOVE WS-NEXT-CARD TO BOOKTRAN-LIST.
           EVALUATE TRUE
              WHEN PAX-CARD
                 DISPLAY BOOKTRAN-LIST
                 MOVE "RJ10" TO WS-REJ-CODE
                 MOVE "PASSENGER CARD MISPLACED" TO WS-REJ-TEXT
                 PERFORM 498-REJECT-PARA
                 PERFORM 210-READ-CARD-PARA
              WHEN CONC-CARD
                 DISPLAY BOOKTRAN-LIST
                 MOVE "RJ11" TO WS-REJ-CODE
                 MOVE "CONCESSION CARD MISPLACED" TO WS-REJ-TEXT
                 PERFORM 498-REJECT-PARA
                 PERFORM 210-READ-CARD-PARA
              WHEN DUTY-CARD
                 DISPLAY BOOKTRAN-LIST
                 MOVE "RJ12" TO WS-REJ-CODE
                 MOVE "DUTY CARD MISPLACED" TO WS-REJ-TEXT
                 PERFORM 498-REJECT-PARA
                 PERFORM 210-READ-CARD-PARA
              WHEN OTHER
                 MOVE ZERO TO WS-PAX-COUNT WS-CONC-CARDS
                              WS-DUTY-CARDS
                 MOVE SPACES TO WS-PAX-TABLE
                 MOVE SPACES TO WS-STU-ID WS-CONC-CERT
                 MOVE SPACES TO WS-DUTY-EMPNO WS-DUTY-AUTH
                                WS-DUTY-DEPT
                 PERFORM 210-READ-CARD-PARA
                 PERFORM 220-GATHER-PAX-PARA
                    UNTIL EOF-BOOKTRAN OR
                          NOT (PAX-CARD OR CONC-CARD OR DUTY-CARD)
                 PERFORM 300-BOOK-PARA
           END-EVALUATE.
        210-READ-CARD-PARA.
           READ BOOKTRAN INTO WS-NEXT-CARD
              AT END
                 SET EOF-BOOKTRAN TO TRUE
                 MOVE SPACES TO WS-NEXT-CARD
           END-READ.
        220-GATHER-PAX-PARA.
           EVALUATE TRUE
              WHEN CONC-CARD
                 ADD 1 TO WS-CONC-CARDS
                 MOVE S-STU-ID TO WS-STU-ID
                 MOVE S-CERT-NO TO WS-CONC-CERT
              WHEN DUTY-CARD
                 ADD 1 TO WS-DUTY-CARDS
                 MOVE U-EMPNO TO WS-DUTY-EMPNO
                 MOVE U-AUTH-NO TO WS-DUTY-AUTH
                 MOVE U-DEPT TO WS-DUTY-DEPT
              WHEN OTHER
                 ADD 1 TO WS-PAX-COUNT
                 IF WS-PAX-COUNT NOT > WS-PAX-MAX
                    MOVE P-PSGR-NAME TO WS-PAX-NAME(WS-PAX-COUNT)
                    MOVE P-AGE TO WS-PAX-AGE(WS-PAX-COUNT)
                    MOVE P-SEX TO WS-PAX-SEX(WS-PAX-COUNT)
                 END-IF
           END-EVALUATE.
           PERFORM 210-READ-CARD-PARA.
        300-BOOK-PARA.
           DISPLAY BOOKTRAN-LIST.
           PERFORM 310-VALIDATE-PARA.
              MOVE "RJ01" TO WS-REJ-CODE
              MOVE "MISSING TRAIN NUMBER" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID
              PERFORM 312-CHECK-OPER-PARA
           END-IF.
           IF TRAN-VALID AND B-TRAVEL-DATE NOT NUMERIC
              SET TRAN-INVALID TO TRUE
              MOVE "RJ02" TO WS-REJ-CODE
              MOVE "RJ04" TO WS-REJ-CODE
              MOVE "BAD SEATS REQUESTED" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID AND WS-PAX-COUNT > 0
              PERFORM 315-CHECK-PAX-PARA
           END-IF.
           IF TRAN-VALID AND WS-CONC-CARDS > 0
              PERFORM 318-CHECK-CONC-CARD-PARA
           END-IF.
           IF TRAN-VALID AND WS-DUTY-CARDS > 0
              PERFORM 319-CHECK-DUTY-CARD-PARA
           END-IF.
           IF TRAN-VALID
              PERFORM 320-CHECK-TRAIN-PARA
           END-IF.
      * THE OPERATOR WHO KEYED THE BOOKING MUST HOLD THE 'BKG'
      * AUTHORITY ON OPERAUTH (NOT TO BE CONFUSED WITH THE DUTY
      * TRAVEL AUTHORITY 360-CHECK-AUTH-PARA LOOKS AT)
        312-CHECK-OPER-PARA.
           MOVE B-OPER-ID TO WS-OPER-ID.
           MOVE B-TRAINNO TO WS-OPER-KEY.
           MOVE WS-BOOK-DATE TO WS-OPER-RUN-DATE.
           CALL 'AUTHCHK' USING WS-OPER-PARM.
           EVALUATE TRUE
              WHEN OPER-AUTHORIZED
                 CONTINUE
              WHEN WS-OPER-SQLCODE NOT = 0
                 MOVE WS-OPER-SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON OPERAUTH " B-OPER-ID
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ99" TO WS-REJ-CODE
                 MOVE "AUTHORITY CHECK FAILED" TO WS-REJ-TEXT
              WHEN OTHER
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ99" TO WS-REJ-CODE
                 MOVE "OPERATOR NOT AUTHORIZED" TO WS-REJ-TEXT
           END-EVALUATE.
      * PASSENGER CARDS, WHEN GIVEN, MUST NAME EVERY SEAT EXACTLY
      * ONCE WITH A NUMERIC AGE AND SEX M OR F
        315-CHECK-PAX-PARA.
           MOVE B-SEATS TO WS-SEATS-REQ.
           EVALUATE TRUE
              WHEN WS-PAX-COUNT > WS-PAX-MAX
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ10" TO WS-REJ-CODE
                 MOVE "TOO MANY PASSENGER CARDS" TO WS-REJ-TEXT
              WHEN WS-PAX-COUNT NOT = WS-SEATS-REQ
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ10" TO WS-REJ-CODE
                 MOVE "PASSENGER COUNT MISMATCH" TO WS-REJ-TEXT
              WHEN OTHER
                 MOVE 1 TO WS-PAX-IX
                 PERFORM 317-CHECK-ONE-PAX-PARA
                    UNTIL WS-PAX-IX > WS-PAX-COUNT OR TRAN-INVALID
           END-EVALUATE.
        317-CHECK-ONE-PAX-PARA.
           IF WS-PAX-NAME(WS-PAX-IX) = SPACES OR
              WS-PAX-AGE(WS-PAX-IX) NOT NUMERIC OR
              (WS-PAX-SEX(WS-PAX-IX) NOT = 'M' AND
               WS-PAX-SEX(WS-PAX-IX) NOT = 'F')
              SET TRAN-INVALID TO TRUE
              MOVE "RJ10" TO WS-REJ-CODE
              MOVE "BAD PASSENGER DETAIL" TO WS-REJ-TEXT
           END-IF.
           ADD 1 TO WS-PAX-IX.
      * A CONCESSION IS ONE STUDENT'S, SO IT GOES ON A ONE-SEAT
      * BOOKING WITH ONE CONCESSION CARD NAMING STUDENT AND CERTIFICATE
        318-CHECK-CONC-CARD-PARA.
           MOVE "RJ11" TO WS-REJ-CODE.
           EVALUATE TRUE
              WHEN NOT CONC-IN-FORCE
                 SET TRAN-INVALID TO TRUE
                 MOVE "CONCESSION NOT IN FORCE" TO WS-REJ-TEXT
              WHEN WS-CONC-CARDS > 1
                 SET TRAN-INVALID TO TRUE
                 MOVE "TOO MANY CONCESSION CARDS" TO WS-REJ-TEXT
              WHEN B-SEATS NOT = '001'
                 SET TRAN-INVALID TO TRUE
                 MOVE "CONCESSION IS ONE SEAT" TO WS-REJ-TEXT
              WHEN WS-STU-ID = SPACES
                 SET TRAN-INVALID TO TRUE
                 MOVE "MISSING STUDENT ID" TO WS-REJ-TEXT
              WHEN WS-CONC-CERT = SPACES
                 SET TRAN-INVALID TO TRUE
                 MOVE "MISSING CERTIFICATE NO" TO WS-REJ-TEXT
              WHEN OTHER
                 MOVE SPACES TO WS-REJ-CODE
           END-EVALUATE.
      * DUTY TRAVEL IS PAID BY THE DEPARTMENT, NEVER AT A CONCESSION,
      * AND ONE TRAVEL AUTHORITY COVERS ONE LIVE BOOKING
        319-CHECK-DUTY-CARD-PARA.
           MOVE "RJ12" TO WS-REJ-CODE.
           EVALUATE TRUE
              WHEN WS-DUTY-CARDS > 1
                 SET TRAN-INVALID TO TRUE
                 MOVE "TOO MANY DUTY CARDS" TO WS-REJ-TEXT
              WHEN WS-CONC-CARDS > 0
                 SET TRAN-INVALID TO TRUE
                 MOVE "DUTY TRAVEL AT CONCESSION" TO WS-REJ-TEXT
              WHEN WS-DUTY-EMPNO = SPACES OR
                   WS-DUTY-AUTH = SPACES OR
                   WS-DUTY-DEPT = SPACES
                 SET TRAN-INVALID TO TRUE
                 MOVE "BAD DUTY CARD" TO WS-REJ-TEXT
              WHEN OTHER
                 MOVE SPACES TO WS-REJ-CODE
                 PERFORM 360-CHECK-AUTH-PARA
           END-EVALUATE.
        320-CHECK-TRAIN-PARA.
           MOVE B-TRAINNO TO TRAINNO.
           MOVE B-TRAVEL-DATE TO WS-TRAVEL-DATE.
           MOVE ZERO TO WS-SEATS-AVAIL.
           MOVE SPACE TO TRAINCLASS.
           EXEC SQL
             SELECT TRAINCLASS, TRAINFARE, TRAINDEPSTN, TRAINARRSTN,
                    COALESCE(NULLIF(RUN_DAYS, ' '), 'YYYYYYY'),
                    COALESCE(VALID_FROM, 0),
                    COALESCE(NULLIF(VALID_TO, 0), 99999999)
               INTO :TRAINCLASS, :TRAINFARE, :TRAINDEPSTN,
                    :TRAINARRSTN, :WS-RUN-DAYS, :WS-VALID-FROM,
                    :WS-VALID-TO
               FROM TRAIN
              WHERE TRAINNO = :TRAINNO
           END-EXEC.
                 MOVE "RJ05" TO WS-REJ-CODE
                 MOVE "TRAIN LOOKUP FAILED" TO WS-REJ-TEXT
           END-EVALUATE.
           IF TRAN-VALID
              PERFORM 325-CHECK-RUNNING-PARA
           END-IF.
           IF TRAN-VALID
              PERFORM 327-CHECK-CHART-PARA
           END-IF.
           IF TRAN-VALID
              PERFORM 330-CHECK-AVAIL-PARA
           END-IF.
           IF TRAN-VALID
              PERFORM 340-CHECK-SEGMENT-PARA
           END-IF.
           MOVE WS-FARE-AMT TO WS-FULL-FARE.
           MOVE ZERO TO WS-CONC-AMT.
           IF TRAN-VALID AND WS-CONC-CARDS > 0
              PERFORM 350-CHECK-CONCESSION-PARA
           END-IF.
      * THE TRAIN RUNS ON A DATE INSIDE ITS VALID_FROM/VALID_TO
      * SEASON WHOSE WEEKDAY IS 'Y' IN RUN_DAYS (MONDAY FIRST)
        325-CHECK-RUNNING-PARA.
           MOVE WS-TRAVEL-DATE TO WS-DOW-DATE.
           CALL 'DAYCALC' USING WS-DOW-PARM.
           EVALUATE TRUE
              WHEN NOT DOW-VALID
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ02" TO WS-REJ-CODE
                 MOVE "INVALID TRAVEL DATE" TO WS-REJ-TEXT
              WHEN WS-TRAVEL-DATE < WS-VALID-FROM
                OR WS-TRAVEL-DATE > WS-VALID-TO
                OR WS-RUN-DAYS(WS-DOW-DAY:1) NOT = 'Y'
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ08" TO WS-REJ-CODE
                 MOVE "TRAIN NOT RUNNING ON DATE" TO WS-REJ-TEXT
           END-EVALUATE.
      * A CHARTED TRAIN/DATE IS LOCKED AGAINST FURTHER SALES
        327-CHECK-CHART-PARA.
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
                 DISPLAY "ERROR " WS-SQLCODE " ON TRNCHART " B-TRAINNO
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ09" TO WS-REJ-CODE
                 MOVE "CHART LOOKUP FAILED" TO WS-REJ-TEXT
              WHEN WS-LOCK-COUNT > 0
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ09" TO WS-REJ-CODE
                 MOVE "CHART PREPARED" TO WS-REJ-TEXT
           END-EVALUATE.
      * ONLY DATES TRNOPEN HAS OPENED CAN BE SOLD -- A DEPARTED DATE
      * OR ONE PAST THE END OF THE BOOKING WINDOW HAS NO ROW
        330-CHECK-AVAIL-PARA.
           EXEC SQL
             SELECT AVAILSEATS
               INTO :WS-SEATS-AVAIL
               FROM TRNAVAIL
              WHERE TRAINNO     = :TRAINNO
                AND TRAVEL_DATE = :WS-TRAVEL-DATE
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ06" TO WS-REJ-CODE
                 MOVE "TRAVEL DATE NOT OPEN" TO WS-REJ-TEXT
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON TRNAVAIL " B-TRAINNO
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ06" TO WS-REJ-CODE
                 MOVE "AVAIL LOOKUP FAILED" TO WS-REJ-TEXT
           END-EVALUATE.
      * A BLANK BOARDING OR ALIGHTING STATION MEANS THE TRAIN'S OWN
      * END STATION; A TRAIN WITH NO TRNSTOP ROWS ONLY SELLS END TO END
        340-CHECK-SEGMENT-PARA.
           MOVE B-FROM-STN TO WS-FROM-STN.
           MOVE B-TO-STN TO WS-TO-STN.
           IF WS-FROM-STN = SPACES
              MOVE TRAINDEPSTN TO WS-FROM-STN
           END-IF.
           IF WS-TO-STN = SPACES
              MOVE TRAINARRSTN TO WS-TO-STN
           END-IF.
           MOVE TRAINFARE TO WS-FARE-AMT.
           EXEC SQL
             SELECT COUNT(*), COALESCE(MAX(DIST_KM), 0)
               INTO :WS-STOP-COUNT, :WS-FULL-KM
               FROM TRNSTOP
              WHERE TRAINNO = :TRAINNO
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON TRNSTOP " B-TRAINNO
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ07" TO WS-REJ-CODE
                 MOVE "STOP LOOKUP FAILED" TO WS-REJ-TEXT
              WHEN WS-STOP-COUNT = 0
                 IF WS-FROM-STN NOT = TRAINDEPSTN OR
                    WS-TO-STN NOT = TRAINARRSTN
                    SET TRAN-INVALID TO TRUE
                    MOVE "RJ07" TO WS-REJ-CODE
                    MOVE "STATIONS NOT ON ROUTE" TO WS-REJ-TEXT
                 END-IF
              WHEN OTHER
                 PERFORM 345-SEGMENT-FARE-PARA
           END-EVALUATE.
      * THE BOARDING STOP MUST COME BEFORE THE ALIGHTING STOP; THE
      * SEGMENT PAYS TRAINFARE PRO RATA TO ITS SHARE OF THE FULL RUN
        345-SEGMENT-FARE-PARA.
           EXEC SQL
             SELECT S1.DIST_KM, S2.DIST_KM
               INTO :WS-SEG-FROM-KM, :WS-SEG-TO-KM
               FROM TRNSTOP S1, TRNSTOP S2
              WHERE S1.TRAINNO  = :TRAINNO
                AND S2.TRAINNO  = :TRAINNO
                AND S1.STN_NAME = :WS-FROM-STN
                AND S2.STN_NAME = :WS-TO-STN
                AND S1.STOP_SEQ < S2.STOP_SEQ
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ07" TO WS-REJ-CODE
                 MOVE "STATIONS NOT ON ROUTE" TO WS-REJ-TEXT
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON TRNSTOP " B-TRAINNO
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ07" TO WS-REJ-CODE
                 MOVE "STOP LOOKUP FAILED" TO WS-REJ-TEXT
              WHEN OTHER
                 IF WS-FULL-KM > 0 AND
                    WS-SEG-TO-KM > WS-SEG-FROM-KM
                    COMPUTE WS-FARE-AMT ROUNDED =
                       TRAINFARE * (WS-SEG-TO-KM - WS-SEG-FROM-KM)
                                 / WS-FULL-KM
                 END-IF
           END-EVALUATE.
      * THE STUDENT MUST BE ENROLLED, ACTIVE AND IN AN ELIGIBLE CLASS,
      * AND A CERTIFICATE SERVES ONE LIVE BOOKING ONLY; THE FARE THEN
      * COMES DOWN BY THE CONCESSION PERCENTAGE
        350-CHECK-CONCESSION-PARA.
           MOVE SPACES TO WS-STU-CLASS WS-ACTIVE-FLAG.
           EXEC SQL
             SELECT STU_CLASS, ACTIVE_FLAG
               INTO :WS-STU-CLASS, :WS-ACTIVE-FLAG
               FROM STUDENRL
              WHERE STU_ID = :WS-STU-ID
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ11" TO WS-REJ-CODE
                 MOVE "STUDENT NOT ENROLLED" TO WS-REJ-TEXT
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON STUDENRL " WS-STU-ID
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ11" TO WS-REJ-CODE
                 MOVE "STUDENT LOOKUP FAILED" TO WS-REJ-TEXT
              WHEN WS-ACTIVE-FLAG NOT = 'Y'
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ11" TO WS-REJ-CODE
                 MOVE "STUDENT NOT ACTIVE" TO WS-REJ-TEXT
              WHEN WS-STU-CLASS < WS-CLASS-LO
                OR WS-STU-CLASS > WS-CLASS-HI
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ11" TO WS-REJ-CODE
                 MOVE "CLASS NOT ELIGIBLE" TO WS-REJ-TEXT
           END-EVALUATE.
           IF TRAN-VALID
              PERFORM 355-CHECK-CERT-PARA
           END-IF.
           IF TRAN-VALID
              COMPUTE WS-CONC-AMT ROUNDED =
                 WS-FULL-FARE * WS-CONC-PCT / 100
              SUBTRACT WS-CONC-AMT FROM WS-FARE-AMT
           END-IF.
        355-CHECK-CERT-PARA.
           MOVE ZERO TO WS-CERT-COUNT.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-CERT-COUNT
               FROM TRNBKNG
              WHERE CONC_CERT = :WS-CONC-CERT
                AND STATUS   <> 'X'
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON CERTIFICATE "
                         WS-CONC-CERT
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ11" TO WS-REJ-CODE
                 MOVE "CERTIFICATE LOOKUP FAILED" TO WS-REJ-TEXT
              WHEN WS-CERT-COUNT > 0
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ11" TO WS-REJ-CODE
                 MOVE "CERTIFICATE ALREADY USED" TO WS-REJ-TEXT
           END-EVALUATE.
        360-CHECK-AUTH-PARA.
           MOVE ZERO TO WS-AUTH-COUNT.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-AUTH-COUNT
               FROM TRNBKNG
              WHERE DUTY_AUTH = :WS-DUTY-AUTH
                AND STATUS   <> 'X'
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON AUTHORITY "
                         WS-DUTY-AUTH
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ12" TO WS-REJ-CODE
                 MOVE "AUTHORITY LOOKUP FAILED" TO WS-REJ-TEXT
              WHEN WS-AUTH-COUNT > 0
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ12" TO WS-REJ-CODE
                 MOVE "AUTHORITY ALREADY USED" TO WS-REJ-TEXT
           END-EVALUATE.
      * A ROLLBACK RESETS SQLCODE TO ZERO, SO THE DECISION TO GO ON
      * TO THE BOOKING INSERT RIDES ITS OWN SWITCH, NOT RAW SQLCODE
        400-RESERVE-PARA.
           MOVE 'Y' TO WS-RESV-OK.
           MOVE B-SEATS TO WS-SEATS-REQ.
           MOVE B-PSGR-NAME TO WS-PSGR-NAME.
           IF WS-SEATS-AVAIL >= WS-SEATS-REQ
              MOVE 'C' TO WS-BOOK-STATUS
              EXEC SQL
                UPDATE TRNAVAIL
                   SET AVAILSEATS = AVAILSEATS - :WS-SEATS-REQ
                 WHERE TRAINNO     = :TRAINNO
                   AND TRAVEL_DATE = :WS-TRAVEL-DATE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'N' TO WS-RESV-OK
           EXEC SQL
             INSERT INTO TRNBKNG
               (BOOKING_NO, TRAINNO, TRAVEL_DATE, PSGR_NAME,
                SEATS, STATUS, BOOK_DATE, FROM_STN, TO_STN,
                FARE_AMT, STU_ID, CONC_CERT, CONC_AMT,
                DUTY_AUTH, DUTY_EMPNO, DUTY_DEPT)
             VALUES
               (:WS-BOOK-NO, :TRAINNO, :WS-TRAVEL-DATE,
                :WS-PSGR-NAME, :WS-SEATS-REQ, :WS-BOOK-STATUS,
                :WS-BOOK-DATE, :WS-FROM-STN, :WS-TO-STN,
                :WS-FARE-AMT, :WS-STU-ID, :WS-CONC-CERT,
                :WS-CONC-AMT, :WS-DUTY-AUTH, :WS-DUTY-EMPNO,
                :WS-DUTY-DEPT)
           END-EXEC.
           IF SQLCODE = 0
              IF WS-BOOK-STATUS = 'C'
                 PERFORM 460-ASSIGN-BERTHS-PARA
                 IF WS-DUTY-AUTH NOT = SPACES AND NOT EOF-BOOKTRAN
                    PERFORM 455-DUTY-CHARGE-PARA
                 END-IF
              END-IF
              IF NOT EOF-BOOKTRAN
                 PERFORM 452-BOOKED-PARA
              END-IF
           ELSE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON BOOKING " WS-BOOK-NO
              PERFORM 990-SQL-ERROR-PARA
              SET EOF-BOOKTRAN TO TRUE
           END-IF.
      * REACHED ONLY WHEN NOTHING IN THE BOOKING HAS BEEN ROLLED BACK;
      * A FAILED PASSENGER INSERT ROLLS IT BACK AND IT IS NOT COUNTED
        452-BOOKED-PARA.
           PERFORM 500-CONFIRM-LINE-PARA.
           IF WS-CONC-CERT NOT = SPACES
              PERFORM 510-CONC-LINE-PARA
           END-IF.
           MOVE 1 TO WS-PAX-IX.
           SET PAX-WRITTEN TO TRUE.
           PERFORM 490-PASSENGER-PARA
              UNTIL WS-PAX-IX > WS-SEATS-REQ OR PAX-FAILED.
           IF PAX-WRITTEN
              IF WS-BOOK-STATUS = 'C'
                 ADD 1 TO WS-CONF-COUNT
              ELSE
                 ADD 1 TO WS-WAIT-COUNT
              END-IF
              ADD 1 TO WS-COMMIT-COUNT
              IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
                 PERFORM 600-COMMIT-PARA
              END-IF
           END-IF.
      * A CONFIRMED DUTY BOOKING IS CHARGED TO THE DEPARTMENT AT ITS
      * FARE; A WAITLISTED ONE IS CHARGED WHEN TRNCANCL PROMOTES IT
        455-DUTY-CHARGE-PARA.
           COMPUTE WS-DUTY-AMT = WS-SEATS-REQ * WS-FARE-AMT.
           EXEC SQL
             INSERT INTO TRNDUTY
               (AUTH_NO, BOOKING_NO, EMPNO, DEPTCODE, ENTRY_DATE,
                ENTRY_TYPE, AMOUNT)
             VALUES
               (:WS-DUTY-AUTH, :WS-BOOK-NO, :WS-DUTY-EMPNO,
                :WS-DUTY-DEPT, :WS-BOOK-DATE, 'C', :WS-DUTY-AMT)
           END-EXEC.
           IF SQLCODE = 0
              ADD 1 TO WS-DUTY-COUNT
           ELSE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON DUTY CHARGE " WS-BOOK-NO
              PERFORM 990-SQL-ERROR-PARA
              SET EOF-BOOKTRAN TO TRUE
           END-IF.
      * LOWEST BERTHS OF THE TRAIN'S CLASS NOT YET HELD FOR THE TRAVEL
      * DATE, HELD ON BERTHRES UNDER THE BOOKING NUMBER; A TRAIN
      * WITHOUT BERTH ROWS STAYS UNASSIGNED
        460-ASSIGN-BERTHS-PARA.
           MOVE ZERO TO WS-ASSIGNED.
           MOVE 'N' TO WS-BER-EOF.
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON BERTH OPEN"
              PERFORM 990-SQL-ERROR-PARA
              SET EOF-BOOKTRAN TO TRUE
           ELSE
              PERFORM 470-FETCH-FREE-PARA
                 UNTIL EOF-BER OR WS-ASSIGNED >= WS-SEATS-REQ
                 DISPLAY "ERROR " WS-SQLCODE " ON BERTH FETCH"
                 PERFORM 990-SQL-ERROR-PARA
                 SET EOF-BER TO TRUE
                 SET EOF-BOOKTRAN TO TRUE
           END-EVALUATE.
        480-TAKE-BERTH-PARA.
           EXEC SQL
             INSERT INTO BERTHRES
               (TRAINNO, TRAVEL_DATE, COACH_NO, BERTH_NO, BOOKING_NO)
             VALUES
               (:TRAINNO, :WS-TRAVEL-DATE, :WS-B-COACH, :WS-B-BERTH,
                :WS-BOOK-NO)
           END-EXEC.
           IF SQLCODE = 0
              IF WS-ASSIGNED = ZERO
                 MOVE WS-B-BERTH TO ASG-BERTH
              END-IF
              ADD 1 TO WS-ASSIGNED
              IF WS-ASSIGNED NOT > WS-PAX-MAX
                 MOVE WS-B-COACH TO WS-PAX-COACH(WS-ASSIGNED)
                 MOVE WS-B-BERTH TO WS-PAX-BERTH(WS-ASSIGNED)
              END-IF
           ELSE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON BERTH TAKE"
              PERFORM 990-SQL-ERROR-PARA
              SET EOF-BER TO TRUE
              SET EOF-BOOKTRAN TO TRUE
           END-IF.
      * ONE TRNPSGR ROW PER SEAT, SEAT N TAKING THE NTH BERTH HELD.
      * WITHOUT PASSENGER CARDS EVERY SEAT CARRIES THE LEAD NAME
        490-PASSENGER-PARA.
           MOVE WS-PAX-IX TO WS-PX-SEQ.
           MOVE B-PSGR-NAME TO WS-PX-NAME.
           MOVE ZERO TO WS-PX-AGE.
           MOVE SPACE TO WS-PX-SEX.
           MOVE SPACES TO WS-PX-COACH.
           MOVE ZERO TO WS-PX-BERTH.
           IF WS-PAX-IX NOT > WS-PAX-MAX
              IF WS-PAX-COUNT > 0
                 MOVE WS-PAX-NAME(WS-PAX-IX) TO WS-PX-NAME
                 MOVE WS-PAX-AGE(WS-PAX-IX) TO WS-PX-AGE
                 MOVE WS-PAX-SEX(WS-PAX-IX) TO WS-PX-SEX
              END-IF
              IF WS-BOOK-STATUS = 'C' AND WS-PAX-IX NOT > WS-ASSIGNED
                 MOVE WS-PAX-COACH(WS-PAX-IX) TO WS-PX-COACH
                 MOVE WS-PAX-BERTH(WS-PAX-IX) TO WS-PX-BERTH
              END-IF
           END-IF.
           EXEC SQL
             INSERT INTO TRNPSGR
               (BOOKING_NO, PSGR_SEQ, PSGR_NAME, PSGR_AGE, PSGR_SEX,
                COACH_NO, BERTH_NO, STATUS)
             VALUES
               (:WS-BOOK-NO, :WS-PX-SEQ, :WS-PX-NAME, :WS-PX-AGE,
                :WS-PX-SEX, :WS-PX-COACH, :WS-PX-BERTH,
                :WS-BOOK-STATUS)
           END-EXEC.
           IF SQLCODE = 0
              MOVE WS-PX-SEQ TO PXL-SEQ
              MOVE WS-PX-NAME TO PXL-NAME
              MOVE WS-PX-AGE TO PXL-AGE
              MOVE WS-PX-SEX TO PXL-SEX
              EVALUATE TRUE
                 WHEN WS-BOOK-STATUS NOT = 'C'
                    MOVE 'WAITLISTED' TO PXL-ASSIGN
                 WHEN WS-PX-COACH = SPACES
                    MOVE 'UNASSIGNED' TO PXL-ASSIGN
                 WHEN OTHER
                    MOVE WS-PX-COACH TO PBD-COACH
                    MOVE WS-PX-BERTH TO PBD-BERTH
                    MOVE WS-PAX-BERTH-DISP TO PXL-ASSIGN
              END-EVALUATE
              MOVE WS-PAX-LINE TO BOOKRPT-ID
              WRITE BOOKRPT-LIST
              ADD 1 TO WS-PAX-IX
           ELSE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON PASSENGER " WS-BOOK-NO
              PERFORM 990-SQL-ERROR-PARA
              SET PAX-FAILED TO TRUE
              SET EOF-BOOKTRAN TO TRUE
           END-IF.
        500-CONFIRM-LINE-PARA.
           MOVE SPACES TO WS-DTL-LINE.
           END-IF.
           MOVE WS-DTL-LINE TO BOOKRPT-ID.
           WRITE BOOKRPT-LIST.
        510-CONC-LINE-PARA.
           ADD 1 TO WS-CONC-COUNT.
           ADD WS-CONC-AMT TO WS-TOT-FORGONE.
           MOVE SPACES TO WS-CONC-LINE.
           MOVE WS-CONC-CERT TO CNL-CERT.
           MOVE WS-STU-ID TO CNL-STU-ID.
           MOVE WS-BOOK-NO TO CNL-BOOK-NO.
           MOVE TRAINNO TO CNL-TRAINNO.
           MOVE WS-TRAVEL-DATE TO CNL-TRAVEL-DATE.
           MOVE WS-FULL-FARE TO CNL-FULL-FARE.
           MOVE WS-FARE-AMT TO CNL-CONC-FARE.
           MOVE WS-CONC-AMT TO CNL-FORGONE.
           MOVE WS-CONC-LINE TO CONCRPT-ID.
           WRITE CONCRPT-LIST.
        498-REJECT-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY "REJECTED " BOOKTRAN-LIST " " WS-REJ-TEXT.
           DISPLAY 'BOOKINGS CONFIRMED ' WS-CONF-COUNT.
           DISPLAY 'BOOKINGS WAITLISTED' WS-WAIT-COUNT.
           DISPLAY 'REQUESTS REJECTED  ' WS-REJECT-COUNT.
           DISPLAY 'CONCESSIONS GIVEN  ' WS-CONC-COUNT.
           DISPLAY 'DUTY TRAVEL CHARGED' WS-DUTY-COUNT.
           IF WS-READ-COUNT = WS-CONF-COUNT + WS-WAIT-COUNT +
              WS-REJECT-COUNT
              DISPLAY 'TRNBOOK CONTROL TOTALS BALANCE'
           CLOSE BOOKTRAN.
           CLOSE BOOKREJ.
           CLOSE BOOKRPT.
           MOVE WS-AST TO CONCRPT-ID.
           WRITE CONCRPT-LIST.
           MOVE WS-CONC-COUNT TO CNT-COUNT.
           MOVE WS-TOT-FORGONE TO CNT-FORGONE.
           MOVE WS-CONC-TOT-LINE TO CONCRPT-ID.
           WRITE CONCRPT-LIST.
           MOVE WS-AST TO CONCRPT-ID.
           WRITE CONCRPT-LIST.
           CLOSE CONCRPT.
        990-SQL-ERROR-PARA.
           EXEC SQL
             ROLLBACK
