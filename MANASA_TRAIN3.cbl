        DATE-COMPILED.
        SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  A TRAIN WITH NO CALENDAR STAMPED (RUN_DAYS BLANK
      *                 OR NULL, VALID_TO ZERO OR NULL) IS TAKEN AS
      *                 RUNNING EVERY DAY IN A DATED ENQUIRY.
      *  10/15/26  RKS  TRAIN3DD IS NOW REGISTERED ON THE RPTLOG REPORT
      *                 REGISTER THROUGH RPTREG ONCE IT IS CLOSED --
      *                 THE PRTSRVC PAGE COUNT AND THE LINE COUNT READ
      *                 BACK OFF THE CLOSED FILE -- FOR THE RPTDIST
      *                 STEP.
      *  10/14/26  RKS  TRAINCTL CAN NOW CARRY A TRAVEL DATE (COLS
      *                 72-79, YYYYMMDD). WHEN PRESENT ONLY TRAINS
      *                 RUNNING THAT DAY ARE LISTED -- INSIDE THEIR
      *                 VALID_FROM/VALID_TO SEASON AND 'Y' IN RUN_DAYS
      *                 FOR THE WEEKDAY THE SHARED DAYCALC SUBPROGRAM
      *                 GIVES -- AND THE SAME TEST APPLIES TO BOTH
      *                 LEGS OF A CONNECT-MODE ITINERARY. THE DATE IS
      *                 ECHOED ON THE SECTION HEADER; A DATE THAT IS
      *                 NOT A REAL CALENDAR DATE GOES TO TRAINREJ WITH
      *                 RJ04 AND THE CARD IS NOT RUN.
      *  10/14/26  RKS  ROUTE AND CONNECT MODES NOW ANSWER A STATION
      *                 PAIR FROM ANY TWO STOPS OF A TRAIN IN THE RIGHT
      *                 ORDER, OFF THE TRNSTOP ROUTE-STOP TABLE TRNMAINT
      *                 MAINTAINS ('STP' CARDS). THE LINE SHOWS THE
      *                 BOARDING STOP'S DEPARTURE AND THE ALIGHTING
      *                 STOP'S ARRIVAL, THE TIME WINDOW AND SORT WORK
      *                 ON THE BOARDING DEPARTURE, AND THE FARE IS THE
      *                 SEGMENT FARE -- TRAINFARE PRO RATA TO THE
      *                 SEGMENT DISTANCE -- WHICH IS ALSO WHAT THE
      *                 CARD'S MIN/MAX FARE RANGE NOW TESTS. A
      *                 CONNECTION'S FIRST LEG BOARDS AT ANY STOP AND
      *                 RUNS TO ITS TERMINUS, THE SECOND BOARDS AT ANY
      *                 STOP. A TRAIN WITH NO TRNSTOP ROWS STILL
      *                 MATCHES ON ITS TRAINDEPSTN/TRAINARRSTN AS
      *                 BEFORE.
      *  09/29/26  RKS  THE STATUSLOG COMPLETION RECORD NOW CARRIES
      *                 THIS STEP'S READ/PROCESSED/REJECTED COUNTS IN
      *                 THE FORMERLY UNUSED FILLER, SO BATCHSTAT CAN
         05 CTL-MIN-CONN         PIC X(3).
         05                      PIC X(1).
         05 CTL-REQ-REF          PIC X(8).
         05                      PIC X(1).
         05 CTL-TRAVEL-DATE      PIC X(8).
         05                      PIC X(1).
       FD TRAINREJ
          RECORDING MODE IS F.
       01 TRAINREJ-REC.
       77   WS-RUNCTL-ST        PIC X(2).
       77   WS-STATUSLOG-ST     PIC X(2).
       01   WS-SHARED-RUN-DATE  PIC 9(8) VALUE ZERO.
       01   WS-RPTREG-PARM.
           05 WS-RR-PROGRAM     PIC X(8) VALUE 'TRAIN141'.
           05 WS-RR-REPORT-ID   PIC X(8) VALUE 'TRAIN3DD'.
           05 WS-RR-RUN-DATE    PIC 9(8) VALUE ZERO.
           05 WS-RR-PAGES       PIC 9(5) VALUE ZERO.
           05 WS-RR-LINES       PIC 9(7) VALUE ZERO.
       01   WS-RPT-EOF          PIC X VALUE 'N'.
         88 EOF-RPT           VALUE 'Y'.
       01   WS-STL-TYPE         PIC X(1) VALUE 'C'.
       01   WS-MODE             PIC X(1) VALUE 'N'.
           88 MODE-ROUTE         VALUE 'R'.
           05 PRT-OUT-LINE       OCCURS 6 PIC X(132).
       01   WS-PX                 PIC 9(1) VALUE ZERO.
       01   WS-REQ-REF          PIC X(8) VALUE SPACES.
       01   WS-TRAVEL-DATE      PIC 9(8) VALUE ZERO.
       01   WS-RUN-DOW          PIC S9(4) COMP VALUE 1.
       01   WS-DATE-OK          PIC X(1) VALUE 'Y'.
           88 DATE-OK            VALUE 'Y'.
       01   WS-DOW-PARM.
           05 WS-DOW-DATE       PIC 9(8) VALUE ZERO.
           05 WS-DOW-DAY        PIC 9(1) VALUE ZERO.
           05 WS-DOW-VALID      PIC X(1) VALUE 'N'.
              88 DOW-VALID        VALUE 'Y'.
       01   WS-REG-PARM.
            05 WS-REG-PROGRAM   PIC X(8) VALUE 'TRAIN141'.
            05 WS-REG-RUN-DATE  PIC 9(6) VALUE ZERO.
           05                  PIC X(1).
           05                  PIC X(3)  VALUE 'TO'.
           05 RQH-ARR          PIC X(10).
           05                  PIC X(1).
           05                  PIC X(5)  VALUE 'DATE'.
           05 RQH-DATE         PIC X(8).
           05                  PIC X(11).
       01   WS-CONN-COUNT       PIC 9(7) COMP VALUE ZERO.
       01   WS-LEG1-EOF         PIC X VALUE 'N'.
           88 EOF-LEG1           VALUE 'Y'.
       01   WS-L2-ARR-MIN       PIC S9(5) COMP VALUE ZERO.
       01   WS-JRNY-MIN         PIC S9(5) COMP VALUE ZERO.
       01   WS-COMB-FARE        PIC 9(8)V99 VALUE ZERO.
       01   WS-SEG-FROM-KM      PIC S9(9) COMP VALUE ZERO.
       01   WS-SEG-TO-KM        PIC S9(9) COMP VALUE ZERO.
       01   WS-FULL-KM          PIC S9(9) COMP VALUE ZERO.
       01   WS-SEG-FARE         PIC 9(7)V99 VALUE ZERO.
       01   WS-CONN-LINE1.
           05                  PIC X(5) VALUE 'LEG1'.
           05 CN1-TRAINNO      PIC X(6).
         05 RS1-FOOTLBL3  PIC X(11) VALUE 'REJECTED: '.
         05 RS1-FOOTREJ   PIC ZZZ,ZZ9.
         05               PIC X(10).
      * A STATION PAIR MATCHES ANY TWO TRNSTOP STOPS IN ROUTE ORDER;
      * A TRAIN WITH NO STOPS LOADED FALLS BACK TO ITS END STATIONS
          EXEC SQL
            DECLARE TRAIN_CUR CURSOR WITH HOLD FOR
             SELECT T.TRAINNO, T.TRAINTYPE, T.TRAINNAME,
                    COALESCE(S1.STN_NAME, T.TRAINDEPSTN),
                    COALESCE(S1.DEP_TM, T.TRAINDEPTM),
                    COALESCE(S2.STN_NAME, T.TRAINARRSTN),
                    COALESCE(S2.ARR_TM, T.TRAINARRTM),
                    T.TRAINFARE, T.TRAINCLASS, T.TRAINSEATS,
                    COALESCE(S1.DIST_KM, 0),
                    COALESCE(S2.DIST_KM, 0),
                    COALESCE((SELECT MAX(X.DIST_KM)
                                FROM TRNSTOP X
                               WHERE X.TRAINNO = T.TRAINNO), 0)
               FROM TRAIN T
               LEFT OUTER JOIN TRNSTOP S1
                 ON S1.TRAINNO  = T.TRAINNO
                AND S1.STN_NAME = :WS-DEP-STN
               LEFT OUTER JOIN TRNSTOP S2
                 ON S2.TRAINNO  = T.TRAINNO
                AND S2.STN_NAME = :WS-ARR-STN
              WHERE ((:WS-MODE = 'N' AND T.TRAINNO = :TRAINNO)
                 OR  (:WS-MODE NOT = 'N'
                                     AND S1.STOP_SEQ < S2.STOP_SEQ)
                 OR  (:WS-MODE NOT = 'N'
                                     AND T.TRAINDEPSTN = :WS-DEP-STN
                                     AND T.TRAINARRSTN = :WS-ARR-STN
                                     AND NOT EXISTS
                                         (SELECT 1
                                            FROM TRNSTOP P
                                           WHERE P.TRAINNO =
                                                 T.TRAINNO)))
                AND (:WS-TIME-FROM = SPACES OR
                     COALESCE(S1.DEP_TM, T.TRAINDEPTM)
                                                 >= :WS-TIME-FROM)
                AND (:WS-TIME-TO = SPACES OR
                     COALESCE(S1.DEP_TM, T.TRAINDEPTM)
                                                 <= :WS-TIME-TO)
                AND (:WS-TRAVEL-DATE = 0 OR
                     (COALESCE(T.VALID_FROM, 0) <= :WS-TRAVEL-DATE AND
                      COALESCE(NULLIF(T.VALID_TO, 0), 99999999)
                                           >= :WS-TRAVEL-DATE AND
                      SUBSTR(COALESCE(NULLIF(T.RUN_DAYS, ' '),
                                      'YYYYYYY'),
                             :WS-RUN-DOW, 1) = 'Y'))
              ORDER BY
                   CASE WHEN :WS-SORT-KEY = 'N' THEN T.TRAINNAME
                        ELSE SPACES END,
                   CASE WHEN :WS-SORT-KEY NOT = 'N'
                        THEN COALESCE(S1.DEP_TM, T.TRAINDEPTM)
                        ELSE SPACES END
            END-EXEC.
      * FIRST LEG: BOARD AT THE DEPARTURE STATION (ANY STOP) AND RIDE
      * TO THE TRAIN'S TERMINUS, UNLESS IT REACHES THE DESTINATION
          EXEC SQL
            DECLARE LEG1_CUR CURSOR FOR
             SELECT T.TRAINNO, T.TRAINTYPE, T.TRAINNAME,
                    COALESCE(S1.STN_NAME, T.TRAINDEPSTN),
                    COALESCE(S1.DEP_TM, T.TRAINDEPTM),
                    T.TRAINARRSTN, T.TRAINARRTM, T.TRAINFARE,
                    COALESCE(S1.DIST_KM, 0),
                    COALESCE((SELECT MAX(X.DIST_KM)
                                FROM TRNSTOP X
                               WHERE X.TRAINNO = T.TRAINNO), 0)
               FROM TRAIN T
               LEFT OUTER JOIN TRNSTOP S1
                 ON S1.TRAINNO  = T.TRAINNO
                AND S1.STN_NAME = :WS-DEP-STN
               LEFT OUTER JOIN TRNSTOP S2
                 ON S2.TRAINNO  = T.TRAINNO
                AND S2.STN_NAME = :WS-ARR-STN
              WHERE (S1.TRAINNO IS NOT NULL OR
                     T.TRAINDEPSTN = :WS-DEP-STN)
                AND T.TRAINARRSTN NOT = :WS-DEP-STN
                AND T.TRAINARRSTN NOT = :WS-ARR-STN
                AND (S1.TRAINNO IS NULL OR S2.TRAINNO IS NULL OR
                     S2.STOP_SEQ < S1.STOP_SEQ)
                AND (:WS-TRAVEL-DATE = 0 OR
                     (COALESCE(T.VALID_FROM, 0) <= :WS-TRAVEL-DATE AND
                      COALESCE(NULLIF(T.VALID_TO, 0), 99999999)
                                           >= :WS-TRAVEL-DATE AND
                      SUBSTR(COALESCE(NULLIF(T.RUN_DAYS, ' '),
                                      'YYYYYYY'),
                             :WS-RUN-DOW, 1) = 'Y'))
              ORDER BY COALESCE(S1.DEP_TM, T.TRAINDEPTM)
            END-EXEC.
      * SECOND LEG: BOARD AT THE FIRST LEG'S TERMINUS AND ALIGHT AT
      * THE DESTINATION, EITHER AS STOPS OR AS THE END STATIONS
          EXEC SQL
            DECLARE LEG2_CUR CURSOR FOR
             SELECT T.TRAINNO, T.TRAINTYPE, T.TRAINNAME,
                    COALESCE(S1.STN_NAME, T.TRAINDEPSTN),
                    COALESCE(S1.DEP_TM, T.TRAINDEPTM),
                    COALESCE(S2.STN_NAME, T.TRAINARRSTN),
                    COALESCE(S2.ARR_TM, T.TRAINARRTM),
                    T.TRAINFARE,
                    COALESCE(S1.DIST_KM, 0),
                    COALESCE(S2.DIST_KM, 0),
                    COALESCE((SELECT MAX(X.DIST_KM)
                                FROM TRNSTOP X
                               WHERE X.TRAINNO = T.TRAINNO), 0)
               FROM TRAIN T
               LEFT OUTER JOIN TRNSTOP S1
                 ON S1.TRAINNO  = T.TRAINNO
                AND S1.STN_NAME = :WS-L1-ARR-STN
               LEFT OUTER JOIN TRNSTOP S2
                 ON S2.TRAINNO  = T.TRAINNO
                AND S2.STN_NAME = :WS-ARR-STN
              WHERE (S1.STOP_SEQ < S2.STOP_SEQ
                 OR  (T.TRAINDEPSTN = :WS-L1-ARR-STN
                      AND T.TRAINARRSTN = :WS-ARR-STN
                      AND NOT EXISTS
                          (SELECT 1
                             FROM TRNSTOP P
                            WHERE P.TRAINNO = T.TRAINNO)))
                AND (:WS-TRAVEL-DATE = 0 OR
                     (COALESCE(T.VALID_FROM, 0) <= :WS-TRAVEL-DATE AND
                      COALESCE(NULLIF(T.VALID_TO, 0), 99999999)
                                           >= :WS-TRAVEL-DATE AND
                      SUBSTR(COALESCE(NULLIF(T.RUN_DAYS, ' '),
                                      'YYYYYYY'),
                             :WS-RUN-DOW, 1) = 'Y'))
              ORDER BY COALESCE(S1.DEP_TM, T.TRAINDEPTM)
            END-EXEC.
       PROCEDURE DIVISION.
         000-MAIN-PARA.
            MOVE ZERO TO WS-REJECT-COUNT.
            MOVE ZERO TO WS-CONN-COUNT.
            MOVE 'N' TO WS-TRAIN2-EOF.
            IF NOT DATE-OK
               PERFORM 066-BAD-DATE-PARA
            ELSE
               IF MODE-ROUTE OR MODE-CONNECT
                  IF WS-TRAIN3DD-ST = '00'
                     PERFORM 400-WRITE-HDR-PARA
                     PERFORM 058-RESOLVE-STNS-PARA
                     IF STNS-OK
                        PERFORM 610-OPEN-CUR-PARA
                        PERFORM 620-FETCH-CUR-PARA
                        PERFORM 620-FETCH-CUR-PARA
                           UNTIL EOF-CUR
                        PERFORM 630-CLOSE-CUR-PARA
                        IF MODE-CONNECT
                           PERFORM 640-CONNECT-PARA
                        END-IF
                     END-IF
                     PERFORM 500-WRITE-FOOTER-PARA
                  ELSE
                     DISPLAY 'ERROR IN OPEN '  WS-TRAIN3DD-ST
                  END-IF
               ELSE
                 OPEN INPUT TRAIN2
                 IF  WS-TRAIN2DD-ST = '00' AND
                         WS-TRAIN3DD-ST = '00'
                     PERFORM 400-WRITE-HDR-PARA
                     PERFORM 200-READ-FILE-PARA
                        UNTIL WS-TRAIN2-EOF = 'Y'
                     PERFORM 500-WRITE-FOOTER-PARA
                 ELSE
                  DISPLAY 'ERROR IN OPEN '  WS-TRAIN2DD-ST
                          WS-TRAIN3DD-ST
                 END-IF
                 CLOSE TRAIN2
               END-IF
            END-IF.
            IF WS-TRAINCTL-ST = '00'
               PERFORM 055-READ-CTL-PARA
             MOVE WS-CHECK-STN TO WS-REG-KEY.
             MOVE "RJ03" TO WS-REG-REASON.
             PERFORM 760-REGISTER-REJECT-PARA.
      * THE CARD'S TRAVEL DATE MUST BE A REAL CALENDAR DATE; ITS
      * WEEKDAY (1 = MONDAY) PICKS THE RUN_DAYS BYTE THE CURSORS TEST
         057-CHECK-DATE-PARA.
             MOVE 'N' TO WS-DATE-OK.
             IF CTL-TRAVEL-DATE NUMERIC
                MOVE CTL-TRAVEL-DATE TO WS-DOW-DATE
                CALL 'DAYCALC' USING WS-DOW-PARM
                IF DOW-VALID
                   MOVE 'Y' TO WS-DATE-OK
                   MOVE WS-DOW-DATE TO WS-TRAVEL-DATE
                   MOVE WS-DOW-DAY TO WS-RUN-DOW
                END-IF
             END-IF.
         066-BAD-DATE-PARA.
             PERFORM 400-WRITE-HDR-PARA.
             ADD 1 TO WS-REJECT-COUNT.
             MOVE SPACES TO TRAINREJ-REC.
             MOVE "RJ04" TO REJ-REASON-CODE.
             MOVE "BAD TRAVEL DATE ON CARD" TO REJ-REASON-TEXT.
             WRITE TRAINREJ-REC.
             MOVE REJ-REASON-TEXT TO PRT-DETAIL.
             PERFORM 950-PRINT-PARA.
             MOVE CTL-TRAVEL-DATE TO WS-REG-KEY.
             MOVE "RJ04" TO WS-REG-REASON.
             PERFORM 760-REGISTER-REJECT-PARA.
             PERFORM 500-WRITE-FOOTER-PARA.
         055-READ-CTL-PARA.
             READ TRAINCTL
                AT END
                      MOVE CTL-MIN-CONN TO WS-MIN-CONN
                   END-IF
                   MOVE CTL-REQ-REF TO WS-REQ-REF
                   MOVE ZERO TO WS-TRAVEL-DATE
                   MOVE 1 TO WS-RUN-DOW
                   MOVE 'Y' TO WS-DATE-OK
                   IF CTL-TRAVEL-DATE NOT = SPACES
                      PERFORM 057-CHECK-DATE-PARA
                   END-IF
                   MOVE 999999.99 TO WS-MAX-FARE
                   IF CTL-MAX-FARE > 0
                      MOVE CTL-MAX-FARE TO WS-MAX-FARE
             END-READ.
         300-CLOSE-FILE-PARA.
                    CLOSE TRAIN3.
                    PERFORM 970-REGISTER-RPT-PARA.
                    CLOSE TRAINREJ.
         211-WRITE-PARA.
                      DISPLAY "         ".
                   ADD 1 TO WS-TRAIN-COUNT.
                   ADD TRAINFARE TO WS-FARE-TOTAL.
                       DISPLAY "WRITTEN TO THE FILE".
       970-REGISTER-RPT-PARA.
                    MOVE ZERO TO WS-RR-LINES.
                    MOVE 'N' TO WS-RPT-EOF.
                    OPEN INPUT TRAIN3.
                    IF WS-TRAIN3DD-ST = '00'
                       PERFORM 975-COUNT-RPT-PARA UNTIL EOF-RPT
                       CLOSE TRAIN3
                    END-IF.
                    MOVE WS-SHARED-RUN-DATE TO WS-RR-RUN-DATE.
                    MOVE PRT-PAGE-NO TO WS-RR-PAGES.
                    CALL 'RPTREG' USING WS-RPTREG-PARM.
       975-COUNT-RPT-PARA.
                    READ TRAIN3
                       AT END
                          SET EOF-RPT TO TRUE
                       NOT AT END
                          ADD 1 TO WS-RR-LINES
                    END-READ.
       400-WRITE-HDR-PARA.
                   MOVE WS-TRAIN-AST TO PRT-DETAIL.
                   PERFORM 950-PRINT-PARA.
                   MOVE WS-MODE TO RQH-MODE.
                   MOVE WS-DEP-STN TO RQH-DEP.
                   MOVE WS-ARR-STN TO RQH-ARR.
                   IF WS-TRAVEL-DATE = ZERO
                      MOVE SPACES TO RQH-DATE
                   ELSE
                      MOVE WS-TRAVEL-DATE TO RQH-DATE
                   END-IF.
                   MOVE WS-REQ-HDR TO PRT-DETAIL.
                   PERFORM 950-PRINT-PARA.
                   MOVE WS-TRAIN-TIT TO PRT-DETAIL.
                   INTO :WS-L1-TRAINNO, :WS-L1-TRAINTYPE,
                        :WS-L1-TRAINNAME, :WS-L1-DEP-STN,
                        :WS-L1-DEP-TM, :WS-L1-ARR-STN,
                        :WS-L1-ARR-TM, :WS-L1-FARE,
                        :WS-SEG-FROM-KM, :WS-FULL-KM
                 END-EXEC.
                 EVALUATE SQLCODE
                    WHEN 0
                      MOVE WS-FULL-KM TO WS-SEG-TO-KM
                      MOVE WS-L1-FARE TO WS-SEG-FARE
                      PERFORM 615-SEGMENT-FARE-PARA
                      MOVE WS-SEG-FARE TO WS-L1-FARE
                    WHEN 100
                      SET EOF-LEG1 TO TRUE
                    WHEN OTHER
                   FETCH LEG2_CUR
                   INTO :TRAINNO, :TRAINTYPE, :TRAINNAME,
                        :TRAINDEPSTN, :TRAINDEPTM, :TRAINARRSTN,
                        :TRAINARRTM, :TRAINFARE,
                        :WS-SEG-FROM-KM, :WS-SEG-TO-KM, :WS-FULL-KM
                 END-EXEC.
                 EVALUATE SQLCODE
                    WHEN 0
                      MOVE TRAINFARE TO WS-SEG-FARE
                      PERFORM 615-SEGMENT-FARE-PARA
                      MOVE WS-SEG-FARE TO TRAINFARE
                    WHEN 100
                      SET EOF-LEG2 TO TRUE
                    WHEN OTHER
                   INTO :TRAINNO, :TRAINTYPE, :TRAINNAME,
                        :TRAINDEPSTN, :TRAINDEPTM, :TRAINARRSTN,
                        :TRAINARRTM, :TRAINFARE, :TRAINCLASS,
                        :TRAINSEATS, :WS-SEG-FROM-KM, :WS-SEG-TO-KM,
                        :WS-FULL-KM
                 END-EXEC.
                 EVALUATE SQLCODE
                    WHEN 100
                      SET EOF-CUR TO TRUE
                    WHEN 0
                      MOVE TRAINFARE TO WS-SEG-FARE
                      PERFORM 615-SEGMENT-FARE-PARA
                      MOVE WS-SEG-FARE TO TRAINFARE
                      IF TRAINFARE NOT < WS-MIN-FARE AND
                         TRAINFARE NOT > WS-MAX-FARE
                         PERFORM 211-WRITE-PARA
                      END-IF
                    WHEN OTHER
                      DISPLAY "ERROR" SQLCODE
                      PERFORM 700-NOTFOUND-WRITE-PARA
                      SET EOF-CUR TO TRUE
                END-EVALUATE.
      * A SEGMENT OF A STOPPING TRAIN PAYS TRAINFARE PRO RATA TO ITS
      * DISTANCE; THE FULL RUN, OR A TRAIN WITH NO STOPS, PAYS AS IS
       615-SEGMENT-FARE-PARA.
                 IF WS-FULL-KM > 0 AND
                    WS-SEG-TO-KM > WS-SEG-FROM-KM
                    COMPUTE WS-SEG-FARE ROUNDED =
                       WS-SEG-FARE * (WS-SEG-TO-KM - WS-SEG-FROM-KM)
                                   / WS-FULL-KM
                 END-IF.
       630-CLOSE-CUR-PARA.
                 EXEC SQL
                   CLOSE TRAIN_CUR
