       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TRNRUNLD.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  A TRAIN WITH NO CALENDAR STAMPED (RUN_DAYS BLANK
      *                 OR NULL, VALID_TO ZERO OR NULL) IS TAKEN AS
      *                 RUNNING EVERY DAY, ALL YEAR.
      *  10/14/26  RKS  NEW PROGRAM. DAILY ACTUAL-RUNNING LOAD --
      *                 READS RUNFEED (TRAIN, RUN DATE, ACTUAL
      *                 DEPARTURE AND ARRIVAL HH:MM, DELAY CAUSE CODE),
      *                 CHECKS THE TRAIN IS ON TRAIN AND TIMETABLED TO
      *                 RUN THAT DAY, AND INSERTS ONE TRNRUNH HISTORY
      *                 ROW PER RUN CARRYING THE TIMETABLED TRAINDEPTM/
      *                 TRAINARRTM ALONGSIDE THE ACTUALS AND THE
      *                 DEPARTURE AND ARRIVAL DELAY IN MINUTES
      *                 (NEGATIVE = EARLY), SO A LATER TIMETABLE CHANGE
      *                 DOES NOT REWRITE HISTORY. BAD CARDS REJECT TO
      *                 RUNREJ AND THE REJLOG REGISTRY. TRNOTP REPORTS
      *                 OFF THE TABLE.
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
           SELECT RUNFEED ASSIGN TO RUNFEED
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RUNFEED-ST.
           SELECT RUNREJ ASSIGN TO RUNREJ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RUNREJ-ST.
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
      * CAUSE CODES: WX WEATHER, SG SIGNALLING, TK TRACK/ENGINEERING
      * WORKS, RS ROLLING STOCK/LOCO, CR CREW, OP OPERATING/PATH
      * CONGESTION, EX EXTERNAL (TRESPASS, AGITATION), OT OTHER.
      * BLANK IS ALLOWED -- AN ON-TIME RUN HAS NO CAUSE TO GIVE
       FD RUNFEED
           RECORDING MODE IS F.
       01 RUNFEED-LIST.
         05 R-TRAINNO             PIC X(6).
         05                       PIC X(1).
         05 R-RUN-DATE            PIC X(8).
         05                       PIC X(1).
         05 R-ACT-DEP             PIC X(5).
         05                       PIC X(1).
         05 R-ACT-ARR             PIC X(5).
         05                       PIC X(1).
         05 R-CAUSE               PIC X(2).
            88 R-CAUSE-KNOWN        VALUES 'WX' 'SG' 'TK' 'RS' 'CR'
                                           'OP' 'EX' 'OT' SPACES.
         05                       PIC X(50).
       FD RUNREJ
           RECORDING MODE IS F.
       01 RUNREJ-LIST.
         05 REJ-RECORD            PIC X(80).
         05 REJ-REASON-CODE       PIC X(4).
         05                       PIC X(1).
         05 REJ-REASON-TEXT       PIC X(25).
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
            INCLUDE TRAIN
           END-EXEC.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-RUNFEED-ST        PIC X(2).
        77  WS-RUNREJ-ST         PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-TODAY8            PIC 9(8) VALUE ZERO.
        01  WS-RUNFEED-EOF       PIC X VALUE 'N'.
            88 EOF-RUNFEED         VALUE 'Y'.
        01  WS-TRAN-OK           PIC X VALUE 'Y'.
            88 TRAN-VALID          VALUE 'Y'.
            88 TRAN-INVALID        VALUE 'N'.
        01  WS-REJ-CODE          PIC X(4).
        01  WS-REJ-TEXT          PIC X(25).
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-LOAD-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-LATE-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-REJECT-COUNT      PIC 9(7) COMP VALUE ZERO.
        77  WS-EXIST-COUNT       PIC S9(4) COMP VALUE ZERO.
        01  WS-COMMIT-INTERVAL   PIC 9(5) COMP VALUE 100.
        01  WS-COMMIT-COUNT      PIC 9(5) COMP VALUE ZERO.
        01  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
        01  WS-RUN-DAYS          PIC X(7) VALUE SPACES.
        01  WS-VALID-FROM        PIC 9(8) VALUE ZERO.
        01  WS-VALID-TO          PIC 9(8) VALUE ZERO.
        01  WS-ACT-DEP           PIC X(5) VALUE SPACES.
        01  WS-ACT-ARR           PIC X(5) VALUE SPACES.
        01  WS-CAUSE             PIC X(2) VALUE SPACES.
        01  WS-DEP-DELAY         PIC S9(4) COMP VALUE ZERO.
        01  WS-ARR-DELAY         PIC S9(4) COMP VALUE ZERO.
        01  WS-TM-FLD            PIC X(5) VALUE SPACES.
        01  WS-TM-OK             PIC X VALUE 'N'.
            88 TM-VALID            VALUE 'Y'.
        01  WS-TM-HH             PIC 9(2) VALUE ZERO.
        01  WS-TM-MM             PIC 9(2) VALUE ZERO.
        01  WS-TM-MIN            PIC S9(5) COMP VALUE ZERO.
        01  WS-SCHED-MIN         PIC S9(5) COMP VALUE ZERO.
        01  WS-DELAY-MIN         PIC S9(5) COMP VALUE ZERO.
        01  WS-REG-PARM.
            05 WS-REG-PROGRAM   PIC X(8) VALUE 'TRNRUNLD'.
            05 WS-REG-RUN-DATE  PIC 9(6) VALUE ZERO.
            05 WS-REG-KEY       PIC X(20) VALUE SPACES.
            05 WS-REG-REASON    PIC X(4) VALUE SPACES.
            05 WS-REG-ACTION    PIC X(1) VALUE 'R'.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'TRNRUNLD'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-DOW-PARM.
            05 WS-DOW-DATE       PIC 9(8) VALUE ZERO.
            05 WS-DOW-DAY        PIC 9(1) VALUE ZERO.
            05 WS-DOW-VALID      PIC X(1) VALUE 'N'.
               88 DOW-VALID        VALUE 'Y'.
        01  WS-CTL-LINE.
            05                   PIC X(22) VALUE
               'RUNFEED  CONTROL TOTAL'.
            05                   PIC X(3).
            05 CTL-LABEL         PIC X(17).
            05 CTL-COUNT         PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 100-OPEN-FILE-PARA.
           IF WS-RUNFEED-ST = '00'
              PERFORM 200-READ-FILE-PARA UNTIL EOF-RUNFEED
           ELSE
              DISPLAY 'ERROR IN OPEN ' WS-RUNFEED-ST
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 620-COMMIT-PARA.
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
           OPEN INPUT RUNFEED.
           OPEN OUTPUT RUNREJ.
        200-READ-FILE-PARA.
           READ RUNFEED
              AT END
                 SET EOF-RUNFEED TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 300-RUN-PARA
           END-READ.
        300-RUN-PARA.
           DISPLAY RUNFEED-LIST.
           PERFORM 310-VALIDATE-PARA.
           IF TRAN-INVALID
              PERFORM 498-REJECT-PARA
           ELSE
              PERFORM 400-INSERT-RUN-PARA
           END-IF.
        310-VALIDATE-PARA.
           SET TRAN-VALID TO TRUE.
           MOVE SPACES TO WS-REJ-CODE WS-REJ-TEXT.
           IF TRAN-VALID AND R-TRAINNO = SPACES
              SET TRAN-INVALID TO TRUE
              MOVE "RJ01" TO WS-REJ-CODE
              MOVE "MISSING TRAIN NUMBER" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID
              IF R-RUN-DATE NUMERIC
                 MOVE R-RUN-DATE TO WS-DOW-DATE
                 CALL 'DAYCALC' USING WS-DOW-PARM
              ELSE
                 MOVE 'N' TO WS-DOW-VALID
              END-IF
              EVALUATE TRUE
                 WHEN NOT DOW-VALID
                    SET TRAN-INVALID TO TRUE
                    MOVE "RJ02" TO WS-REJ-CODE
                    MOVE "INVALID RUN DATE" TO WS-REJ-TEXT
                 WHEN WS-DOW-DATE > WS-TODAY8
                    SET TRAN-INVALID TO TRUE
                    MOVE "RJ02" TO WS-REJ-CODE
                    MOVE "RUN DATE IN THE FUTURE" TO WS-REJ-TEXT
                 WHEN OTHER
                    MOVE WS-DOW-DATE TO WS-RUN-DATE
              END-EVALUATE
           END-IF.
           IF TRAN-VALID
              MOVE R-ACT-DEP TO WS-TM-FLD
              PERFORM 480-CHECK-TIME-PARA
              IF TM-VALID
                 MOVE R-ACT-ARR TO WS-TM-FLD
                 PERFORM 480-CHECK-TIME-PARA
              END-IF
              IF NOT TM-VALID
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ03" TO WS-REJ-CODE
                 MOVE "BAD ACTUAL TIME (HH:MM)" TO WS-REJ-TEXT
              END-IF
           END-IF.
           IF TRAN-VALID AND NOT R-CAUSE-KNOWN
              SET TRAN-INVALID TO TRUE
              MOVE "RJ06" TO WS-REJ-CODE
              MOVE "UNKNOWN DELAY CAUSE CODE" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID
              PERFORM 320-CHECK-TRAIN-PARA
           END-IF.
           IF TRAN-VALID
              PERFORM 330-CHECK-DUP-PARA
           END-IF.
      * THE TRAIN MUST BE TIMETABLED ON THE RUN DATE -- INSIDE ITS
      * SEASON AND 'Y' IN RUN_DAYS FOR THE WEEKDAY (MONDAY FIRST)
        320-CHECK-TRAIN-PARA.
           MOVE R-TRAINNO TO TRAINNO.
           MOVE SPACES TO TRAINDEPTM TRAINARRTM WS-RUN-DAYS.
           MOVE ZERO TO WS-VALID-FROM WS-VALID-TO.
           EXEC SQL
             SELECT TRAINDEPTM, TRAINARRTM,
                    COALESCE(NULLIF(RUN_DAYS, ' '), 'YYYYYYY'),
                    COALESCE(VALID_FROM, 0),
                    COALESCE(NULLIF(VALID_TO, 0), 99999999)
               INTO :TRAINDEPTM, :TRAINARRTM,
                    :WS-RUN-DAYS, :WS-VALID-FROM, :WS-VALID-TO
               FROM TRAIN
              WHERE TRAINNO = :TRAINNO
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ04" TO WS-REJ-CODE
                 MOVE "TRAIN NUMBER NOT FOUND" TO WS-REJ-TEXT
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON TRAIN " R-TRAINNO
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ04" TO WS-REJ-CODE
                 MOVE "TRAIN LOOKUP FAILED" TO WS-REJ-TEXT
              WHEN WS-RUN-DATE < WS-VALID-FROM
                OR WS-RUN-DATE > WS-VALID-TO
                OR WS-RUN-DAYS(WS-DOW-DAY:1) NOT = 'Y'
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ05" TO WS-REJ-CODE
                 MOVE "TRAIN NOT RUN THIS DATE" TO WS-REJ-TEXT
           END-EVALUATE.
        330-CHECK-DUP-PARA.
           MOVE ZERO TO WS-EXIST-COUNT.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-EXIST-COUNT
               FROM TRNRUNH
              WHERE TRAINNO  = :TRAINNO
                AND RUN_DATE = :WS-RUN-DATE
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON TRNRUNH " R-TRAINNO
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ07" TO WS-REJ-CODE
                 MOVE "HISTORY LOOKUP FAILED" TO WS-REJ-TEXT
              WHEN WS-EXIST-COUNT > 0
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ07" TO WS-REJ-CODE
                 MOVE "RUN ALREADY LOADED" TO WS-REJ-TEXT
           END-EVALUATE.
        400-INSERT-RUN-PARA.
           MOVE R-ACT-DEP TO WS-ACT-DEP.
           MOVE R-ACT-ARR TO WS-ACT-ARR.
           MOVE R-CAUSE TO WS-CAUSE.
           MOVE TRAINDEPTM TO WS-TM-FLD.
           PERFORM 490-TIME-TO-MIN-PARA.
           MOVE WS-TM-MIN TO WS-SCHED-MIN.
           MOVE WS-ACT-DEP TO WS-TM-FLD.
           PERFORM 490-TIME-TO-MIN-PARA.
           PERFORM 495-DELAY-PARA.
           MOVE WS-DELAY-MIN TO WS-DEP-DELAY.
           MOVE TRAINARRTM TO WS-TM-FLD.
           PERFORM 490-TIME-TO-MIN-PARA.
           MOVE WS-TM-MIN TO WS-SCHED-MIN.
           MOVE WS-ACT-ARR TO WS-TM-FLD.
           PERFORM 490-TIME-TO-MIN-PARA.
           PERFORM 495-DELAY-PARA.
           MOVE WS-DELAY-MIN TO WS-ARR-DELAY.
           EXEC SQL
             INSERT INTO TRNRUNH
               (TRAINNO, RUN_DATE, SCHED_DEP, SCHED_ARR,
                ACT_DEP, ACT_ARR, DEP_DELAY, ARR_DELAY,
                CAUSE_CODE, LOAD_DATE)
             VALUES
               (:TRAINNO, :WS-RUN-DATE, :TRAINDEPTM, :TRAINARRTM,
                :WS-ACT-DEP, :WS-ACT-ARR, :WS-DEP-DELAY,
                :WS-ARR-DELAY, :WS-CAUSE, :WS-TODAY8)
           END-EXEC.
           IF SQLCODE = 0
              ADD 1 TO WS-LOAD-COUNT
              IF WS-ARR-DELAY > 0
                 ADD 1 TO WS-LATE-COUNT
              END-IF
              ADD 1 TO WS-COMMIT-COUNT
              IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
                 PERFORM 620-COMMIT-PARA
              END-IF
           ELSE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON INSERT " R-TRAINNO
              PERFORM 990-SQL-ERROR-PARA
              SET EOF-RUNFEED TO TRUE
           END-IF.
        480-CHECK-TIME-PARA.
           MOVE 'N' TO WS-TM-OK.
           IF WS-TM-FLD(1:2) NUMERIC AND
              WS-TM-FLD(3:1) = ':' AND
              WS-TM-FLD(4:2) NUMERIC
              MOVE WS-TM-FLD(1:2) TO WS-TM-HH
              MOVE WS-TM-FLD(4:2) TO WS-TM-MM
              IF WS-TM-HH < 24 AND WS-TM-MM < 60
                 MOVE 'Y' TO WS-TM-OK
              END-IF
           END-IF.
        490-TIME-TO-MIN-PARA.
           IF WS-TM-FLD(1:2) NUMERIC AND
              WS-TM-FLD(4:2) NUMERIC
              MOVE WS-TM-FLD(1:2) TO WS-TM-HH
              MOVE WS-TM-FLD(4:2) TO WS-TM-MM
              COMPUTE WS-TM-MIN = WS-TM-HH * 60 + WS-TM-MM
           ELSE
              MOVE ZERO TO WS-TM-MIN
           END-IF.
      * ACTUAL LESS TIMETABLED; A GAP OF MORE THAN TWELVE HOURS MEANS
      * THE RUN CROSSED MIDNIGHT ONE WAY OR THE OTHER
        495-DELAY-PARA.
           COMPUTE WS-DELAY-MIN = WS-TM-MIN - WS-SCHED-MIN.
           IF WS-DELAY-MIN < -720
              ADD 1440 TO WS-DELAY-MIN
           END-IF.
           IF WS-DELAY-MIN > 720
              SUBTRACT 1440 FROM WS-DELAY-MIN
           END-IF.
        498-REJECT-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY "REJECTED " RUNFEED-LIST " " WS-REJ-TEXT.
           MOVE RUNFEED-LIST TO REJ-RECORD.
           MOVE WS-REJ-CODE  TO REJ-REASON-CODE.
           MOVE WS-REJ-TEXT  TO REJ-REASON-TEXT.
           WRITE RUNREJ-LIST.
           MOVE SPACES TO WS-REG-KEY.
           STRING R-TRAINNO  DELIMITED BY SIZE
                  ' '        DELIMITED BY SIZE
                  R-RUN-DATE DELIMITED BY SIZE
             INTO WS-REG-KEY.
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
        620-COMMIT-PARA.
           EXEC SQL
             COMMIT
           END-EXEC.
           MOVE ZERO TO WS-COMMIT-COUNT.
        900-CONTROL-TOTALS-PARA.
           DISPLAY SPACES.
           MOVE 'RECORDS READ'     TO CTL-LABEL.
           MOVE WS-READ-COUNT      TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
           MOVE 'RUNS LOADED'      TO CTL-LABEL.
           MOVE WS-LOAD-COUNT      TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
           MOVE '  ARRIVED LATE'   TO CTL-LABEL.
           MOVE WS-LATE-COUNT      TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
           MOVE 'RECORDS REJECTED' TO CTL-LABEL.
           MOVE WS-REJECT-COUNT    TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
           IF WS-READ-COUNT = WS-LOAD-COUNT + WS-REJECT-COUNT
              DISPLAY 'RUNFEED CONTROL TOTALS BALANCE'
           ELSE
              DISPLAY 'RUNFEED CONTROL TOTALS OUT OF BALANCE'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
        950-CLOSE-FILE-PARA.
           CLOSE RUNFEED.
           CLOSE RUNREJ.
        990-SQL-ERROR-PARA.
           MOVE R-TRAINNO TO WS-ERRH-KEY.
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
           MOVE 'TRNRUNLD' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE
           ELSE
              ACCEPT STL-RUN-DATE FROM DATE
           END-IF.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-READ-COUNT TO STL-READ-CNT.
           MOVE WS-LOAD-COUNT TO STL-PROC-CNT.
           MOVE WS-REJECT-COUNT TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
