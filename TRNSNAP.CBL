       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  A DB2 ERROR READING TRNAVAIL, BERTH OR BERTHRES
      *                 NOW STOPS THE RUN (RC 8) INSTEAD OF SNAPSHOTTING
      *                 THE TRAIN AT ITS STALE SEAT COUNT.
      *  10/14/26  RKS  WITH AVAILABILITY NOW HELD PER TRAVEL DATE ON
      *                 TRNAVAIL, EACH TRAIN'S SNAPSHOT IS THE SEATS
      *                 LEFT ON THE DEPARTURE ACTUALLY RUNNING ON THE
      *                 SNAPSHOT DATE, AND THE FREE-BERTH COUNT IS THE
      *                 BERTHS WITH NO BERTHRES HOLD FOR THAT DATE --
      *                 STILL ONE SEATHIST ROW PER TRAIN PER NIGHT, SO
      *                 TRNTREND AND FAREPROP READ IT AS BEFORE. A
      *                 TRAIN WITH NO DATE OPEN SNAPSHOTS TRAINSEATS.
      *  09/29/26  RKS  THE STATUSLOG COMPLETION RECORD NOW CARRIES
      *                 THIS STEP'S READ/PROCESSED/REJECTED COUNTS IN
      *                 THE FORMERLY UNUSED FILLER, SO BATCHSTAT CAN
        77  WS-SNAP-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-BERTH-TOTAL       PIC S9(5) COMP VALUE ZERO.
        77  WS-BERTH-FREE        PIC S9(5) COMP VALUE ZERO.
        77  WS-BERTH-HELD        PIC S9(5) COMP VALUE ZERO.
        01  WS-SEATS-AVAIL       PIC S9(4) COMP VALUE ZERO.
        01  WS-COMMIT-INTERVAL   PIC 9(5) COMP VALUE 100.
        01  WS-COMMIT-COUNT      PIC 9(5) COMP VALUE ZERO.
       PROCEDURE DIVISION.
                SET EOF-TRAIN TO TRUE
           END-EVALUATE.
        300-SNAP-INSERT-PARA.
           PERFORM 240-DATE-AVAIL-PARA.
           IF NOT EOF-TRAIN
              PERFORM 250-BERTH-COUNT-PARA
           END-IF.
           IF NOT EOF-TRAIN
              PERFORM 310-WRITE-SNAP-PARA
           END-IF.
        310-WRITE-SNAP-PARA.
           EXEC SQL
             INSERT INTO SEATHIST
               (TRAINNO, TRAINCLASS, TRAINSEATS, SNAPDATE)
              PERFORM 990-SQL-ERROR-PARA
              SET EOF-TRAIN TO TRUE
           END-IF.
      * THE SEATS LEFT ON TONIGHT'S OWN DEPARTURE; NO TRNAVAIL ROW
      * FOR THE DATE LEAVES THE TRAIN ROW'S TRAINSEATS IN PLACE
        240-DATE-AVAIL-PARA.
           EXEC SQL
             SELECT AVAILSEATS
               INTO :WS-SEATS-AVAIL
               FROM TRNAVAIL
              WHERE TRAINNO     = :TRAINNO
                AND TRAVEL_DATE = :WS-SHARED-RUN-DATE
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                MOVE WS-SEATS-AVAIL TO TRAINSEATS
             WHEN 100
                CONTINUE
             WHEN OTHER
                MOVE SQLCODE TO WS-SQLCODE
                DISPLAY "ERROR " WS-SQLCODE " ON TRNAVAIL " TRAINNO
                PERFORM 990-SQL-ERROR-PARA
                SET EOF-TRAIN TO TRUE
           END-EVALUATE.
      * A TRAIN WITH BERTH ROWS SNAPSHOTS ITS REAL FREE-BERTH COUNT
      * FOR THE DATE; ONE WITHOUT KEEPS THE SEAT COUNT
        250-BERTH-COUNT-PARA.
           MOVE ZERO TO WS-BERTH-TOTAL WS-BERTH-FREE WS-BERTH-HELD.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-BERTH-TOTAL
           IF SQLCODE = 0 AND WS-BERTH-TOTAL > 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-BERTH-HELD
                  FROM BERTHRES
                 WHERE TRAINNO     = :TRAINNO
                   AND TRAVEL_DATE = :WS-SHARED-RUN-DATE
              END-EXEC
              IF SQLCODE = 0
                 COMPUTE WS-BERTH-FREE = WS-BERTH-TOTAL - WS-BERTH-HELD
                 MOVE WS-BERTH-FREE TO TRAINSEATS
              END-IF
           END-IF.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON BERTH COUNT " TRAINNO
              PERFORM 990-SQL-ERROR-PARA
              SET EOF-TRAIN TO TRUE
           END-IF.
        600-COMMIT-PARA.
           EXEC SQL
             COMMIT
