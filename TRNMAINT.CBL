       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  OPERATOR AUTHORITY. TRNTRAN GROWS TO 100 BYTES
      *                 WITH THE OPERATOR ID IN COLS 91-98 (TRNMREJ
      *                 CARRIES THE WHOLE 100). EACH CARD'S ACTION IS
      *                 CHECKED THROUGH THE COMMON AUTHCHK SUBPROGRAM
      *                 AGAINST OPERAUTH; AN UNAUTHORIZED CARD IS
      *                 REJECTED RJ99 AND LOGGED TO SECVLOG. EVERY
      *                 TRNMRPT LINE NOW ENDS WITH THE OPERATOR ID.
      *  10/14/26  RKS  NEW 'CAL' TRANSACTION TYPE SETS THE TRAIN'S
      *                 DAYS OF OPERATION ON THE TRAIN ROW: THE
      *                 WEEKDAY PATTERN (SEVEN Y/N BYTES, MONDAY FIRST)
      *                 IN THE FIRST SEVEN BYTES OF THE NAME FIELD, THE
      *                 SEASON'S VALID-FROM DATE (YYYYMMDD) IN THE
      *                 DEPARTURE STATION FIELD AND VALID-TO IN THE
      *                 ARRIVAL STATION FIELD, A BLANK DATE LEAVING THE
      *                 SEASON OPEN AT THAT END. A BAD PATTERN OR DATE
      *                 REJECTS WITH RJ17. AN ADD NOW STARTS THE TRAIN
      *                 RUNNING DAILY WITH NO SEASON LIMIT.
      *  10/14/26  RKS  NEW 'STP' TRANSACTION TYPE MAINTAINS THE TRAIN'S
      *                 ROUTE STOPS ON THE NEW TRNSTOP TABLE: THE CARD
      *                 CARRIES THE STOP SEQUENCE IN THE SEATS FIELD,
      *                 THE STATION IN THE DEPARTURE STATION FIELD
      *                 (RESOLVED THROUGH STNMAST LIKE ADD/CHG), THE
      *                 ARRIVAL AND DEPARTURE TIMES AT THE STOP, AND
      *                 THE DISTANCE FROM ORIGIN IN WHOLE KM IN THE
      *                 FARE FIELD. THE SEQUENCE IS REPLACED, SO A
      *                 RERUN IS IDEMPOTENT; A BLANK STATION REMOVES
      *                 THE STOP. A BAD STOP CARD REJECTS WITH RJ16.
      *                 A WDL NOW ALSO DROPS THE TRAIN'S STOPS.
      *  10/14/26  RKS  SEATS ARE NOW SOLD PER TRAVEL DATE OFF THE
      *                 TRNAVAIL ROWS THE NIGHTLY TRNOPEN STEP OPENS
      *                 AT TRAINCAP. A CHG OF SEATS NOW ALSO MOVES
      *                 EVERY OPEN DATE'S AVAILSEATS BY THE CAPACITY
      *                 DELTA, AND A WDL DROPS THE TRAIN'S TRNAVAIL
      *                 ROWS SO NOTHING MORE CAN BE SOLD ON IT.
      *  09/29/26  RKS  THE STATUSLOG COMPLETION RECORD NOW CARRIES
      *                 THIS STEP'S READ/PROCESSED/REJECTED COUNTS IN
      *                 THE FORMERLY UNUSED FILLER, SO BATCHSTAT CAN
         05                       PIC X(1).
         05 T-SEATS               PIC X(4).
         05                       PIC X(6).
         05 T-OPER-ID             PIC X(8).
         05                       PIC X(2).
       FD TRNMREJ
           RECORDING MODE IS F.
       01 TRNMREJ-LIST.
         05 REJ-RECORD            PIC X(100).
         05 REJ-REASON-CODE       PIC X(4).
         05                       PIC X(1).
         05 REJ-REASON-TEXT       PIC X(25).
       FD TRNMRPT
           RECORDING MODE IS F.
       01 TRNMRPT-LIST.
         05 TRNMRPT-ID            PIC X(100).
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
            05 WS-REG-KEY       PIC X(20) VALUE SPACES.
            05 WS-REG-REASON    PIC X(4) VALUE SPACES.
            05 WS-REG-ACTION    PIC X(1) VALUE 'R'.
        01  WS-AUTH-PARM.
            05 WS-AUTH-PROGRAM  PIC X(8) VALUE 'TRNMAINT'.
            05 WS-AUTH-OPER-ID  PIC X(8) VALUE SPACES.
            05 WS-AUTH-ACTION   PIC X(3) VALUE SPACES.
            05 WS-AUTH-RUN-DATE PIC 9(8) VALUE ZERO.
            05 WS-AUTH-KEY      PIC X(20) VALUE SPACES.
            05 WS-AUTH-RESULT   PIC X(1) VALUE SPACE.
               88 AUTH-GRANTED    VALUE 'Y'.
            05 WS-AUTH-REASON   PIC X(19) VALUE SPACES.
            05 WS-AUTH-SQLCODE  PIC S9(9) COMP VALUE ZERO.
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-FARE              PIC 9(7)V99 VALUE ZERO.
        01  WS-SEATS             PIC 9(4) VALUE ZERO.
        01  WS-OLD-CAP           PIC S9(4) COMP VALUE ZERO.
        01  WS-BERTH-COUNT       PIC S9(4) COMP VALUE ZERO.
        01  WS-BERTH-FAILED      PIC X(1) VALUE 'N'.
            88 BERTH-FAILED        VALUE 'Y'.
        01  WS-STOP-SEQ          PIC S9(4) COMP VALUE ZERO.
        01  WS-STOP-KM           PIC 9(9) VALUE ZERO.
        01  WS-STOP-STN          PIC X(10) VALUE SPACES.
        01  WS-STOP-ARR-TM       PIC X(5) VALUE SPACES.
        01  WS-RUN-DAYS          PIC X(7) VALUE 'YYYYYYY'.
        01  WS-VALID-FROM        PIC 9(8) VALUE ZERO.
        01  WS-VALID-TO          PIC 9(8) VALUE 99999999.
        77  WS-YN-COUNT          PIC S9(4) COMP VALUE ZERO.
        01  WS-DOW-PARM.
            05 WS-DOW-DATE       PIC 9(8) VALUE ZERO.
            05 WS-DOW-DAY        PIC 9(1) VALUE ZERO.
            05 WS-DOW-VALID      PIC X(1) VALUE 'N'.
               88 DOW-VALID        VALUE 'Y'.
        01  WS-CAL-DATE-X        PIC X(8) VALUE SPACES.
        01  WS-CAL-OK            PIC X(1) VALUE 'Y'.
            88 CAL-OK              VALUE 'Y'.
        01  WS-STOP-DEP-TM       PIC X(5) VALUE SPACES.
        01  WS-TIME-HH           PIC 9(2) VALUE ZERO.
        01  WS-TIME-MM           PIC 9(2) VALUE ZERO.
        01  WS-TIME-FLD          PIC X(5) VALUE SPACES.
            05 RPT-FARE          PIC Z,ZZZ,ZZ9.99.
            05                   PIC X(1).
            05 RPT-SEATS         PIC ZZZ9.
            05                   PIC X(1).
            05 RPT-OPER-ID       PIC X(8).
            05                   PIC X(1).
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
                    PERFORM 520-WITHDRAW-PARA
                 WHEN 'BTH'
                    PERFORM 540-BERTH-PARA
                 WHEN 'STP'
                    PERFORM 550-STOP-PARA
                 WHEN 'CAL'
                    PERFORM 560-CALENDAR-PARA
              END-EVALUATE
           END-IF.
        310-VALIDATE-TRAN-PARA.
           MOVE SPACES TO WS-REJ-CODE WS-REJ-TEXT.
           IF TRAN-VALID AND T-ACTION NOT = 'ADD' AND
              T-ACTION NOT = 'CHG' AND T-ACTION NOT = 'WDL' AND
              T-ACTION NOT = 'BTH' AND T-ACTION NOT = 'STP' AND
              T-ACTION NOT = 'CAL'
              SET TRAN-INVALID TO TRUE
              MOVE "RJ01" TO WS-REJ-CODE
              MOVE "INVALID ACTION CODE" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID
              PERFORM 315-CHECK-AUTH-PARA
           END-IF.
      * A BTH CARD CARRIES COACH IN NAME(1:3), CLASS AND BERTH COUNT
           IF TRAN-VALID AND T-ACTION = 'BTH' AND
              (T-TRAINNAME(1:3) = SPACES OR T-CLASS = SPACE OR
              MOVE "RJ15" TO WS-REJ-CODE
              MOVE "BAD BERTH CARD" TO WS-REJ-TEXT
           END-IF.
      * AN STP CARD CARRIES STOP SEQUENCE IN SEATS, STATION IN DEP
      * STATION AND DISTANCE FROM ORIGIN (WHOLE KM) IN FARE; A BLANK
      * STATION REMOVES THAT STOP
           IF TRAN-VALID AND T-ACTION = 'STP' AND
              (T-SEATS NOT NUMERIC OR T-SEATS = '0000' OR
               (T-DEP-STN NOT = SPACES AND T-FARE NOT NUMERIC))
              SET TRAN-INVALID TO TRUE
              MOVE "RJ16" TO WS-REJ-CODE
              MOVE "BAD STOP CARD" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID AND T-ACTION = 'CAL'
              PERFORM 360-CHECK-CALENDAR-PARA
              IF NOT CAL-OK
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ17" TO WS-REJ-CODE
                 MOVE "BAD CALENDAR CARD" TO WS-REJ-TEXT
              END-IF
           END-IF.
           IF TRAN-VALID AND T-TRAINNO = SPACES
              SET TRAN-INVALID TO TRUE
              MOVE "RJ02" TO WS-REJ-CODE
              MOVE "MISSING FIELD ON ADD" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID AND STN-GATE-ON AND T-DEP-STN NOT = SPACES
              AND (T-ACTION = 'ADD' OR T-ACTION = 'CHG' OR
                   T-ACTION = 'STP')
              MOVE T-DEP-STN TO WS-CHECK-STN
              PERFORM 330-RESOLVE-STN-PARA
              IF STN-FOUND
           IF TRAN-VALID
              PERFORM 320-CHECK-EXISTS-PARA
           END-IF.
        315-CHECK-AUTH-PARA.
           MOVE T-ACTION TO WS-AUTH-ACTION.
           MOVE T-OPER-ID TO WS-AUTH-OPER-ID.
           MOVE T-TRAINNO TO WS-AUTH-KEY.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE TO WS-AUTH-RUN-DATE
           ELSE
              ACCEPT WS-SYS-DATE FROM DATE
              COMPUTE WS-AUTH-RUN-DATE = 20000000 + WS-SYS-DATE
           END-IF.
           CALL 'AUTHCHK' USING WS-AUTH-PARM.
           EVALUATE TRUE
              WHEN AUTH-GRANTED
                 CONTINUE
              WHEN WS-AUTH-SQLCODE NOT = 0
                 MOVE WS-AUTH-SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON OPERAUTH " T-OPER-ID
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ99" TO WS-REJ-CODE
                 MOVE "AUTHORITY CHECK FAILED" TO WS-REJ-TEXT
              WHEN OTHER
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ99" TO WS-REJ-CODE
                 MOVE "OPERATOR NOT AUTHORIZED" TO WS-REJ-TEXT
           END-EVALUATE.
      * A MATCHED ALIAS COMES BACK AS THE MASTER SPELLING, SO THE
      * TRAIN TABLE ONLY EVER CARRIES THE CANONICAL STATION NAME
        330-RESOLVE-STN-PARA.
                 MOVE 'N' TO WS-TIME-OK
              END-IF
           END-IF.
      * A CAL CARD CARRIES SEVEN Y/N RUNNING-DAY BYTES (MONDAY
      * FIRST) IN NAME(1:7), VALID-FROM IN DEP STATION(1:8) AND
      * VALID-TO IN ARR STATION(1:8); A BLANK DATE IS OPEN-ENDED
        360-CHECK-CALENDAR-PARA.
           MOVE 'Y' TO WS-CAL-OK.
           MOVE ZERO TO WS-YN-COUNT.
           INSPECT T-TRAINNAME(1:7) TALLYING WS-YN-COUNT
              FOR ALL 'Y' ALL 'N'.
           IF WS-YN-COUNT NOT = 7
              MOVE 'N' TO WS-CAL-OK
           END-IF.
           MOVE T-TRAINNAME(1:7) TO WS-RUN-DAYS.
           MOVE ZERO TO WS-VALID-FROM.
           MOVE 99999999 TO WS-VALID-TO.
           IF CAL-OK AND T-DEP-STN NOT = SPACES
              MOVE T-DEP-STN(1:8) TO WS-CAL-DATE-X
              PERFORM 365-CHECK-DATE-PARA
              MOVE WS-DOW-DATE TO WS-VALID-FROM
           END-IF.
           IF CAL-OK AND T-ARR-STN NOT = SPACES
              MOVE T-ARR-STN(1:8) TO WS-CAL-DATE-X
              PERFORM 365-CHECK-DATE-PARA
              MOVE WS-DOW-DATE TO WS-VALID-TO
           END-IF.
           IF CAL-OK AND WS-VALID-FROM > WS-VALID-TO
              MOVE 'N' TO WS-CAL-OK
           END-IF.
        365-CHECK-DATE-PARA.
           MOVE ZERO TO WS-DOW-DATE.
           IF WS-CAL-DATE-X NOT NUMERIC
              MOVE 'N' TO WS-CAL-OK
           ELSE
              MOVE WS-CAL-DATE-X TO WS-DOW-DATE
              CALL 'DAYCALC' USING WS-DOW-PARM
              IF NOT DOW-VALID
                 MOVE 'N' TO WS-CAL-OK
              END-IF
           END-IF.
        498-REJECT-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY "REJECTED " TRNTRAN-LIST " " WS-REJ-TEXT.
             INSERT INTO TRAIN
               (TRAINNO, TRAINTYPE, TRAINNAME, TRAINDEPSTN,
                TRAINDEPTM, TRAINARRSTN, TRAINARRTM, TRAINFARE,
                TRAINCLASS, TRAINSEATS, TRAINCAP, RUN_DAYS,
                VALID_FROM, VALID_TO)
             VALUES
               (:TRAINNO, :TRAINTYPE, :TRAINNAME, :TRAINDEPSTN,
                :TRAINDEPTM, :TRAINARRSTN, :TRAINARRTM, :TRAINFARE,
                :TRAINCLASS, :TRAINSEATS, :TRAINSEATS, 'YYYYYYY',
                0, 99999999)
           END-EXEC.
           IF SQLCODE = 0
              MOVE 'ADDED  ' TO RPT-TAG
                 COMPUTE TRAINSEATS = TRAINSEATS + WS-CAP-DELTA
              ELSE
                 MOVE WS-OLD-CAP TO WS-NEW-CAP
                 MOVE ZERO TO WS-CAP-DELTA
              END-IF
              EXEC SQL
                UPDATE TRAIN
                       TRAINCAP    = :WS-NEW-CAP
                 WHERE TRAINNO = :TRAINNO
              END-EXEC
              IF SQLCODE = 0 AND WS-CAP-DELTA NOT = 0
                 PERFORM 515-AVAIL-DELTA-PARA
              END-IF
              IF SQLCODE = 0 OR SQLCODE = 100
                 MOVE 'AFTER  ' TO RPT-TAG
                 PERFORM 600-RPT-AFTER-PARA
                 PERFORM 650-COUNT-APPLIED-PARA
                 PERFORM 990-SQL-ERROR-PARA
              END-IF
           END-IF.
      * EVERY DATE ALREADY OPEN FOR SALE TAKES THE SAME CAPACITY
      * DELTA; NO DATES OPEN YET COMES BACK SQLCODE 100, NOT AN ERROR
        515-AVAIL-DELTA-PARA.
           EXEC SQL
             UPDATE TRNAVAIL
                SET AVAILSEATS = AVAILSEATS + :WS-CAP-DELTA
              WHERE TRAINNO = :TRAINNO
           END-EXEC.
        520-WITHDRAW-PARA.
           PERFORM 530-FETCH-BEFORE-PARA.
           IF TRAN-VALID
                DELETE FROM TRAIN
                 WHERE TRAINNO = :TRAINNO
              END-EXEC
      * A TRAIN WITH NO DATES OPEN DELETES NOTHING (SQLCODE 100)
              IF SQLCODE = 0
                 EXEC SQL
                   DELETE FROM TRNAVAIL
                    WHERE TRAINNO = :TRAINNO
                 END-EXEC
              END-IF
              IF SQLCODE = 0 OR SQLCODE = 100
                 EXEC SQL
                   DELETE FROM TRNSTOP
                    WHERE TRAINNO = :TRAINNO
                 END-EXEC
              END-IF
              IF SQLCODE = 0 OR SQLCODE = 100
                 MOVE SPACES TO WS-RPT-LINE
                 MOVE 'WITHDRN' TO RPT-TAG
                 MOVE T-TRAINNO TO RPT-TRAINNO
                 MOVE T-OPER-ID TO RPT-OPER-ID
                 MOVE WS-RPT-LINE TO TRNMRPT-ID
                 WRITE TRNMRPT-LIST
                 PERFORM 650-COUNT-APPLIED-PARA
              MOVE WS-BERTH-CLASS TO RPT-TRAINTYPE
              MOVE T-TRAINNAME(1:3) TO RPT-TRAINNAME
              MOVE WS-SEATS TO RPT-SEATS
              MOVE T-OPER-ID TO RPT-OPER-ID
              MOVE WS-RPT-LINE TO TRNMRPT-ID
              WRITE TRNMRPT-LIST
              PERFORM 650-COUNT-APPLIED-PARA
              PERFORM 990-SQL-ERROR-PARA
              SET BERTH-FAILED TO TRUE
           END-IF.
      * THE STOP SEQUENCE IS REPLACED WHOLE, SO THE SAME CARD CAN
      * RUN TWICE; NOTHING TO REPLACE COMES BACK SQLCODE 100
        550-STOP-PARA.
           MOVE T-TRAINNO TO TRAINNO.
           MOVE T-SEATS TO WS-SEATS.
           MOVE WS-SEATS TO WS-STOP-SEQ.
           MOVE T-DEP-STN TO WS-STOP-STN.
           MOVE T-ARR-TM TO WS-STOP-ARR-TM.
           MOVE T-DEP-TM TO WS-STOP-DEP-TM.
           MOVE ZERO TO WS-STOP-KM.
           IF WS-STOP-STN NOT = SPACES
              MOVE T-FARE TO WS-STOP-KM
           END-IF.
           EXEC SQL
             DELETE FROM TRNSTOP
              WHERE TRAINNO  = :TRAINNO
                AND STOP_SEQ = :WS-STOP-SEQ
           END-EXEC.
           IF (SQLCODE = 0 OR SQLCODE = 100) AND
              WS-STOP-STN NOT = SPACES
              EXEC SQL
                INSERT INTO TRNSTOP
                  (TRAINNO, STOP_SEQ, STN_NAME, ARR_TM, DEP_TM,
                   DIST_KM)
                VALUES
                  (:TRAINNO, :WS-STOP-SEQ, :WS-STOP-STN,
                   :WS-STOP-ARR-TM, :WS-STOP-DEP-TM, :WS-STOP-KM)
              END-EXEC
           END-IF.
           IF SQLCODE = 0 OR SQLCODE = 100
              MOVE SPACES TO WS-RPT-LINE
              IF WS-STOP-STN = SPACES
                 MOVE 'STOPDEL' TO RPT-TAG
              ELSE
                 MOVE 'STOP   ' TO RPT-TAG
              END-IF
              MOVE T-TRAINNO TO RPT-TRAINNO
              MOVE WS-STOP-STN TO RPT-DEP-STN
              MOVE T-DEP-TM TO RPT-DEP-TM
              MOVE T-ARR-TM TO RPT-ARR-TM
              MOVE WS-SEATS TO RPT-SEATS
              MOVE T-OPER-ID TO RPT-OPER-ID
              MOVE WS-RPT-LINE TO TRNMRPT-ID
              WRITE TRNMRPT-LIST
              PERFORM 650-COUNT-APPLIED-PARA
           ELSE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON STOP " T-TRAINNO
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
      * THE PATTERN AND SEASON WERE CHECKED AT VALIDATION, WHICH
      * LEFT THEM IN WS-RUN-DAYS AND WS-VALID-FROM/TO
        560-CALENDAR-PARA.
           MOVE T-TRAINNO TO TRAINNO.
           EXEC SQL
             UPDATE TRAIN
                SET RUN_DAYS   = :WS-RUN-DAYS,
                    VALID_FROM = :WS-VALID-FROM,
                    VALID_TO   = :WS-VALID-TO
              WHERE TRAINNO = :TRAINNO
           END-EXEC.
           IF SQLCODE = 0
              MOVE SPACES TO WS-RPT-LINE
              MOVE 'CALENDR' TO RPT-TAG
              MOVE T-TRAINNO TO RPT-TRAINNO
              MOVE WS-RUN-DAYS TO RPT-TRAINNAME
              MOVE T-DEP-STN(1:8) TO RPT-DEP-STN
              MOVE T-ARR-STN(1:8) TO RPT-ARR-STN
              MOVE T-OPER-ID TO RPT-OPER-ID
              MOVE WS-RPT-LINE TO TRNMRPT-ID
              WRITE TRNMRPT-LIST
              PERFORM 650-COUNT-APPLIED-PARA
           ELSE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON TRAIN " T-TRAINNO
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
        530-FETCH-BEFORE-PARA.
           MOVE T-TRAINNO TO TRAINNO.
           EXEC SQL
           MOVE TRAINARRTM TO RPT-ARR-TM.
           MOVE TRAINFARE TO RPT-FARE.
           MOVE TRAINSEATS TO RPT-SEATS.
           MOVE T-OPER-ID TO RPT-OPER-ID.
           MOVE WS-RPT-LINE TO TRNMRPT-ID.
           WRITE TRNMRPT-LIST.
        650-COUNT-APPLIED-PARA.
