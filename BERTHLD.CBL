       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BERTHLD.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NEW PROGRAM. ONE-OFF BERTH HOLD CUTOVER, RUN
      *                 ONCE BEFORE THE FIRST TRNBOOK STEP THAT SELLS
      *                 BERTHS PER TRAVEL DATE -- EVERY BERTH ROW STILL
      *                 CARRYING A BOOKING_NO FROM THE OLD SINGLE-DATE
      *                 ASSIGNMENT IS COPIED TO BERTHRES UNDER THAT
      *                 BOOKING'S TRAVEL DATE, SO TRNBOOK DOES NOT SELL
      *                 THE BERTH AGAIN AND TRNCANCL CAN FREE IT. ONLY
      *                 CONFIRMED BOOKINGS FOR THE SAME TRAIN TRAVELLING
      *                 ON OR AFTER THE RUN DATE ARE COPIED; A HOLD
      *                 ALREADY ON BERTHRES IS LEFT ALONE, SO A RERUN
      *                 IS HARMLESS. BERTH ITSELF IS NOT CHANGED. EACH
      *                 ROW PASSED OVER IS LISTED ON SYSOUT.
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
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-BERTH-EOF         PIC X VALUE 'N'.
            88 EOF-BERTH           VALUE 'Y'.
        01  WS-TRAINNO           PIC X(6) VALUE SPACES.
        01  WS-B-COACH           PIC X(3) VALUE SPACES.
        01  WS-B-BERTH           PIC S9(4) COMP VALUE ZERO.
        01  WS-BOOK-NO           PIC 9(7) VALUE ZERO.
        01  WS-TRAVEL-DATE       PIC 9(8) VALUE ZERO.
        01  WS-BOOK-STATUS       PIC X(1) VALUE SPACE.
        01  WS-HELD-COUNT        PIC S9(4) COMP VALUE ZERO.
        01  WS-SKIP-TEXT         PIC X(25) VALUE SPACES.
        01  WS-DSP-BERTH         PIC ZZZ9.
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-LOAD-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-SKIP-COUNT        PIC 9(7) COMP VALUE ZERO.
        01  WS-COMMIT-INTERVAL   PIC 9(5) COMP VALUE 100.
        01  WS-COMMIT-COUNT      PIC 9(5) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'BERTHLD'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01 WS-CTL-LINE.
            05             PIC X(22) VALUE 'BERTHRES CONTROL TOTAL'.
            05             PIC X(3).
            05 CTL-LABEL   PIC X(17).
            05 CTL-COUNT   PIC ZZZ,ZZ9.
      * A BOOKING NO LONGER ON TRNBKNG, OR ON ANOTHER TRAIN, COMES
      * BACK WITH A BLANK STATUS AND IS PASSED OVER
           EXEC SQL
            DECLARE BERTH_CUR CURSOR WITH HOLD FOR
             SELECT B.TRAINNO, B.COACH_NO, B.BERTH_NO, B.BOOKING_NO,
                    COALESCE(K.TRAVEL_DATE, 0),
                    COALESCE(K.STATUS, ' ')
               FROM BERTH B
               LEFT OUTER JOIN TRNBKNG K
                 ON K.BOOKING_NO = B.BOOKING_NO
                AND K.TRAINNO    = B.TRAINNO
              WHERE B.BOOKING_NO <> 0
              ORDER BY B.TRAINNO, B.COACH_NO, B.BERTH_NO
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 700-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           EXEC SQL
             OPEN BERTH_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR ' WS-SQLCODE ' ON BERTH OPEN'
              PERFORM 990-SQL-ERROR-PARA
           ELSE
              PERFORM 200-FETCH-PARA UNTIL EOF-BERTH
              EXEC SQL
                CLOSE BERTH_CUR
              END-EXEC
           END-IF.
           PERFORM 620-COMMIT-PARA.
           PERFORM 900-CONTROL-TOTALS-PARA.
           PERFORM 700-WRITE-STATUS-PARA.
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
        200-FETCH-PARA.
           EXEC SQL
             FETCH BERTH_CUR
             INTO :WS-TRAINNO, :WS-B-COACH, :WS-B-BERTH, :WS-BOOK-NO,
                  :WS-TRAVEL-DATE, :WS-BOOK-STATUS
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 300-COPY-HOLD-PARA
              WHEN 100
                 SET EOF-BERTH TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR ' WS-SQLCODE ' ON BERTH FETCH'
                 PERFORM 990-SQL-ERROR-PARA
                 SET EOF-BERTH TO TRUE
           END-EVALUATE.
      * A DEPARTED DATE WOULD ONLY BE PURGED AGAIN BY TRNOPEN
        300-COPY-HOLD-PARA.
           MOVE SPACES TO WS-SKIP-TEXT.
           MOVE ZERO TO WS-HELD-COUNT.
           EVALUATE TRUE
              WHEN WS-BOOK-STATUS NOT = 'C'
                 MOVE 'BOOKING NOT CONFIRMED' TO WS-SKIP-TEXT
              WHEN WS-TRAVEL-DATE < WS-SHARED-RUN-DATE
                 MOVE 'TRAVEL DATE PASSED' TO WS-SKIP-TEXT
              WHEN OTHER
                 EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-HELD-COUNT
                     FROM BERTHRES
                    WHERE TRAINNO     = :WS-TRAINNO
                      AND TRAVEL_DATE = :WS-TRAVEL-DATE
                      AND COACH_NO    = :WS-B-COACH
                      AND BERTH_NO    = :WS-B-BERTH
                 END-EXEC
                 IF SQLCODE = 0 AND WS-HELD-COUNT > 0
                    MOVE 'ALREADY ON BERTHRES' TO WS-SKIP-TEXT
                 END-IF
           END-EVALUATE.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR ' WS-SQLCODE ' ON BERTHRES CHECK'
                 PERFORM 990-SQL-ERROR-PARA
                 SET EOF-BERTH TO TRUE
              WHEN WS-SKIP-TEXT NOT = SPACES
                 PERFORM 310-SKIP-PARA
              WHEN OTHER
                 PERFORM 500-INSERT-HOLD-PARA
           END-EVALUATE.
        310-SKIP-PARA.
           ADD 1 TO WS-SKIP-COUNT.
           MOVE WS-B-BERTH TO WS-DSP-BERTH.
           DISPLAY 'PASSED OVER ' WS-TRAINNO ' ' WS-B-COACH
                   WS-DSP-BERTH ' BOOKING ' WS-BOOK-NO ' '
                   WS-SKIP-TEXT.
        500-INSERT-HOLD-PARA.
           EXEC SQL
             INSERT INTO BERTHRES
               (TRAINNO, TRAVEL_DATE, COACH_NO, BERTH_NO, BOOKING_NO)
             VALUES
               (:WS-TRAINNO, :WS-TRAVEL-DATE, :WS-B-COACH, :WS-B-BERTH,
                :WS-BOOK-NO)
           END-EXEC.
           IF SQLCODE = 0
              ADD 1 TO WS-LOAD-COUNT
              ADD 1 TO WS-COMMIT-COUNT
              IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
                 PERFORM 620-COMMIT-PARA
              END-IF
           ELSE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR ' WS-SQLCODE ' ON BERTHRES INSERT'
              PERFORM 990-SQL-ERROR-PARA
              SET EOF-BERTH TO TRUE
           END-IF.
        620-COMMIT-PARA.
           EXEC SQL
             COMMIT
           END-EXEC.
           MOVE ZERO TO WS-COMMIT-COUNT.
        900-CONTROL-TOTALS-PARA.
           DISPLAY SPACES.
           MOVE 'BERTHS READ'      TO CTL-LABEL.
           MOVE WS-READ-COUNT      TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
           MOVE 'HOLDS COPIED'     TO CTL-LABEL.
           MOVE WS-LOAD-COUNT      TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
           MOVE 'PASSED OVER'      TO CTL-LABEL.
           MOVE WS-SKIP-COUNT      TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
           IF RETURN-CODE = 0 AND
              WS-READ-COUNT NOT = WS-LOAD-COUNT + WS-SKIP-COUNT
              DISPLAY 'BERTHRES CONTROL TOTALS OUT OF BALANCE'
              MOVE 4 TO RETURN-CODE
           END-IF.
        990-SQL-ERROR-PARA.
           MOVE WS-TRAINNO TO WS-ERRH-KEY.
           CALL 'SQLERRH' USING SQLCA WS-ERRH-PARM.
           EXEC SQL
             ROLLBACK
           END-EXEC.
           MOVE 8 TO RETURN-CODE.
        700-WRITE-STATUS-PARA.
           OPEN EXTEND STATUSLOG.
           IF WS-STATUSLOG-ST NOT = '00'
              OPEN OUTPUT STATUSLOG
           END-IF.
           MOVE SPACES TO STATUSLOG-REC.
           MOVE 'BERTHLD' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-READ-COUNT TO STL-READ-CNT.
           MOVE WS-LOAD-COUNT TO STL-PROC-CNT.
           MOVE WS-SKIP-COUNT TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
