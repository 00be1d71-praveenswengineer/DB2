       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SEATPLAN.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NEW PROGRAM. EXAM HALL SEATING PLAN. SEATS THE
      *                 ADMTELIG ELIGIBILITY LIST ADMITCRD WRITES FOR
      *                 THE ADMTCTL TERM -- A STUDENT REFUSED ON
      *                 ADMTRPT IS NEVER ON IT -- INTO THE EXAMROOM
      *                 ROOMS IN USE, ROOM BY ROOM AND DESK BY DESK
      *                 FROM THE FRONT ROW. EACH DESK TAKES THE CLASS
      *                 WITH THE MOST STUDENTS STILL TO SEAT THAT IS
      *                 NOT THE CLASS AT THE DESK ALONGSIDE (AND, IF
      *                 IT CAN BE HELPED, NOT THE DESK IN FRONT); A
      *                 DESK WITH NO SUCH CLASS LEFT IS LEFT EMPTY.
      *                 THE SEATS REPLACE THE TERM'S EXAMSEAT ROWS FOR
      *                 THE ADMIT CARDS, AND THE RUN PRINTS A DOOR
      *                 LIST PER ROOM (SEATDOOR, THROUGH PRTSRVC), A
      *                 SEAT MAP PER ROOM (SEATMAP) AND THE STUDENT-TO-
      *                 ROOM INDEX FOR THE NOTICE BOARD (SEATIDX).
      *                 STUDENTS LEFT OVER WHEN THE ROOMS ARE FULL ARE
      *                 LISTED AS NOT SEATED AND THE RUN ENDS RC 4.
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
           SELECT ADMTCTL ASSIGN TO ADMTCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ADMTCTL-ST.
           SELECT ADMTELIG ASSIGN TO ADMTELIG
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ADMTELIG-ST.
           SELECT SEATDOOR ASSIGN TO SEATDOOR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SEATDOOR-ST.
           SELECT SEATMAP ASSIGN TO SEATMAP
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SEATMAP-ST.
           SELECT SEATIDX ASSIGN TO SEATIDX
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SEATIDX-ST.
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
       FD ADMTCTL
           RECORDING MODE IS F.
       01 ADMTCTL-REC.
         05 CTL-EXAM-TERM         PIC X(2).
         05                       PIC X(78).
       FD ADMTELIG
           RECORDING MODE IS F.
       01 ADMTELIG-REC.
         05 ELG-STU-ID            PIC X(6).
         05                       PIC X(1).
         05 ELG-STU-NAME          PIC X(20).
         05                       PIC X(1).
         05 ELG-STU-CLASS         PIC X(1).
         05                       PIC X(1).
         05 ELG-EXAM-TERM         PIC X(2).
         05                       PIC X(48).
       FD SEATDOOR
           RECORDING MODE IS F.
       01 SEATDOOR-LIST.
         05 SEATDOOR-ID           PIC X(80).
       FD SEATMAP
           RECORDING MODE IS F.
       01 SEATMAP-LIST.
         05 SEATMAP-ID            PIC X(80).
       FD SEATIDX
           RECORDING MODE IS F.
       01 SEATIDX-LIST.
         05 SEATIDX-ID            PIC X(80).
       WORKING-STORAGE SECTION.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-ADMTCTL-ST        PIC X(2).
        77  WS-ADMTELIG-ST       PIC X(2).
        77  WS-SEATDOOR-ST       PIC X(2).
        77  WS-SEATMAP-ST        PIC X(2).
        77  WS-SEATIDX-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-EXAM-TERM         PIC X(2) VALUE 'T1'.
        01  WS-PLAN-OK           PIC X VALUE 'Y'.
            88 PLAN-OK             VALUE 'Y'.
        01  WS-ELIG-EOF          PIC X VALUE 'N'.
            88 EOF-ELIG            VALUE 'Y'.
        01  WS-ROOM-EOF          PIC X VALUE 'N'.
            88 EOF-ROOM            VALUE 'Y'.
        01  WS-ROOM-ID           PIC X(6).
        01  WS-STU-ID            PIC X(6).
        01  WS-CAPACITY          PIC 9(3).
        01  WS-ROW-CNT           PIC 9(2).
        01  WS-COL-CNT           PIC 9(2).
      * ROOMS IN USE, IN ROOM ID ORDER
        01  WS-ROOM-TABLE.
            05 WS-ROOM OCCURS 50.
               10 RM-ID          PIC X(6).
               10 RM-CAPACITY    PIC 9(3).
               10 RM-ROWS        PIC 9(2).
               10 RM-COLS        PIC 9(2).
               10 RM-SEATED      PIC 9(3).
        01  WS-ROOM-MAX          PIC 9(4) COMP VALUE 50.
        01  WS-ROOM-COUNT        PIC 9(4) COMP VALUE ZERO.
      * THE ELIGIBILITY LIST IN ADMITCRD ORDER -- CLASS, THEN ID
        01  WS-STU-TABLE.
            05 WS-STU OCCURS 3000.
               10 ST-ID          PIC X(6).
               10 ST-NAME        PIC X(20).
               10 ST-CLASS       PIC X(1).
               10 ST-ROOM-X      PIC 9(2).
               10 ST-SEAT-NO     PIC 9(3).
               10 ST-ROW         PIC 9(2).
               10 ST-COL         PIC 9(2).
        01  WS-STU-MAX           PIC 9(4) COMP VALUE 3000.
        01  WS-STU-COUNT         PIC 9(4) COMP VALUE ZERO.
      * ONE ENTRY PER CLASS RUN ON THE LIST -- NEXT STUDENT TO SEAT
      * AND LAST STUDENT OF THE CLASS
        01  WS-CLS-TABLE.
            05 WS-CLS OCCURS 40.
               10 CL-CODE        PIC X(1).
               10 CL-NEXT        PIC 9(4) COMP.
               10 CL-LAST        PIC 9(4) COMP.
        01  WS-CLS-MAX           PIC 9(4) COMP VALUE 40.
        01  WS-CLS-COUNT         PIC 9(4) COMP VALUE ZERO.
      * DESK GRID OF THE ROOM BEING SEATED, ROW 1 AT THE FRONT
        01  WS-GRID.
            05 WS-GRID-ROW OCCURS 20.
               10 WS-GRID-DESK OCCURS 10.
                  15 GR-STU-X    PIC 9(4) COMP.
                  15 GR-CLASS    PIC X(1).
        01  WS-RX                PIC 9(4) COMP VALUE ZERO.
        01  WS-SX                PIC 9(4) COMP VALUE ZERO.
        01  WS-CX                PIC 9(4) COMP VALUE ZERO.
        01  WS-ROW               PIC 9(2) VALUE ZERO.
        01  WS-COL               PIC 9(2) VALUE ZERO.
        01  WS-SEAT-NO           PIC 9(3) VALUE ZERO.
        01  WS-LEFT-CLASS        PIC X(1) VALUE SPACE.
        01  WS-FRONT-CLASS       PIC X(1) VALUE SPACE.
        01  WS-AVOID-FRONT       PIC X(1) VALUE 'Y'.
        01  WS-PICK-X            PIC 9(4) COMP VALUE ZERO.
        01  WS-PICK-LEFT         PIC S9(4) COMP VALUE ZERO.
        01  WS-CLS-LEFT          PIC S9(4) COMP VALUE ZERO.
        01  WS-TO-SEAT           PIC 9(4) COMP VALUE ZERO.
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-SEATED-COUNT      PIC 9(7) COMP VALUE ZERO.
        77  WS-UNSEATED-COUNT    PIC 9(7) COMP VALUE ZERO.
        77  WS-ROOMS-USED        PIC 9(5) COMP VALUE ZERO.
        01  WS-COMMIT-INTERVAL   PIC 9(5) COMP VALUE 100.
        01  WS-COMMIT-COUNT      PIC 9(5) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'SEATPLAN'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  PRT-CTL.
            05 PRT-REQUEST        PIC X(1).
            05 PRT-TITLE          PIC X(40).
            05 PRT-RUN-DATE       PIC 9(8) VALUE ZERO.
            05 PRT-LINES-PER-PAGE PIC 9(3) VALUE 60.
            05 PRT-PAGE-NO        PIC 9(4) VALUE ZERO.
            05 PRT-LINE-CNT       PIC 9(3) VALUE ZERO.
            05 PRT-HEAD1          PIC X(132) VALUE SPACES.
            05 PRT-HEAD2          PIC X(132) VALUE SPACES.
            05 PRT-DETAIL         PIC X(132) VALUE SPACES.
            05 PRT-OUT-COUNT      PIC 9(1) VALUE ZERO.
            05 PRT-OUT-LINE       OCCURS 6 PIC X(132).
        01  WS-PX                 PIC 9(1) VALUE ZERO.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-DOOR-HEAD1.
            05                   PIC X(6)  VALUE 'ROOM'.
            05 DRH-ROOM-ID       PIC X(6).
            05                   PIC X(4).
            05                   PIC X(6)  VALUE 'TERM'.
            05 DRH-TERM          PIC X(2).
            05                   PIC X(4).
            05                   PIC X(12) VALUE 'CANDIDATES'.
            05 DRH-SEATED        PIC ZZ9.
            05                   PIC X(37).
        01  WS-DOOR-HEAD2.
            05                   PIC X(6)  VALUE 'SEAT'.
            05                   PIC X(5)  VALUE 'ROW'.
            05                   PIC X(5)  VALUE 'COL'.
            05                   PIC X(9)  VALUE 'STUDENT'.
            05                   PIC X(23) VALUE 'NAME'.
            05                   PIC X(5)  VALUE 'CLASS'.
            05                   PIC X(27).
        01  WS-DOOR-LINE.
            05 DRL-SEAT-NO       PIC ZZ9.
            05                   PIC X(3).
            05 DRL-ROW           PIC Z9.
            05                   PIC X(3).
            05 DRL-COL           PIC Z9.
            05                   PIC X(3).
            05 DRL-STU-ID        PIC X(6).
            05                   PIC X(3).
            05 DRL-STU-NAME      PIC X(20).
            05                   PIC X(5).
            05 DRL-STU-CLASS     PIC X(1).
            05                   PIC X(29).
        01  WS-MAP-HDR.
            05                   PIC X(10) VALUE 'SEAT MAP'.
            05                   PIC X(6)  VALUE 'ROOM'.
            05 MPH-ROOM-ID       PIC X(6).
            05                   PIC X(4).
            05                   PIC X(6)  VALUE 'TERM'.
            05 MPH-TERM          PIC X(2).
            05                   PIC X(4).
            05                   PIC X(42) VALUE
               'ROW 1 AT THE FRONT, COLUMN 1 AT THE LEFT'.
      * ONE LINE OF STUDENT IDS AND ONE OF CLASSES PER DESK ROW
        01  WS-MAP-LINE.
            05 MAP-LABEL         PIC X(7).
            05 MAP-CELL OCCURS 10 PIC X(7).
            05                   PIC X(3).
        01  WS-MAP-CLASS-CELL.
            05                   PIC X(2) VALUE ' ('.
            05 MCC-CLASS         PIC X(1).
            05                   PIC X(4) VALUE ')'.
        01  WS-MAP-ROW-LABEL.
            05                   PIC X(4) VALUE 'ROW'.
            05 MRL-ROW           PIC Z9.
            05                   PIC X(1).
        01  WS-IDX-HDR1.
            05                   PIC X(20) VALUE SPACES.
            05                   PIC X(34) VALUE
               'EXAM SEATING INDEX          TERM'.
            05 IXH-TERM          PIC X(2).
            05                   PIC X(24).
        01  WS-IDX-HDR2.
            05                   PIC X(9)  VALUE 'STUDENT'.
            05                   PIC X(23) VALUE 'NAME'.
            05                   PIC X(4)  VALUE 'CL'.
            05                   PIC X(9)  VALUE 'ROOM'.
            05                   PIC X(6)  VALUE 'SEAT'.
            05                   PIC X(5)  VALUE 'ROW'.
            05                   PIC X(5)  VALUE 'COL'.
            05                   PIC X(19).
        01  WS-IDX-LINE.
            05 IXL-STU-ID        PIC X(6).
            05                   PIC X(3).
            05 IXL-STU-NAME      PIC X(20).
            05                   PIC X(3).
            05 IXL-STU-CLASS     PIC X(1).
            05                   PIC X(3).
            05 IXL-ROOM-ID       PIC X(6).
            05                   PIC X(3).
            05 IXL-SEAT-NO       PIC ZZ9.
            05                   PIC X(3).
            05 IXL-ROW           PIC Z9.
            05                   PIC X(3).
            05 IXL-COL           PIC Z9.
            05                   PIC X(22).
        01  WS-IDX-NOSEAT-LINE.
            05 IXN-STU-ID        PIC X(6).
            05                   PIC X(3).
            05 IXN-STU-NAME      PIC X(20).
            05                   PIC X(3).
            05 IXN-STU-CLASS     PIC X(1).
            05                   PIC X(3).
            05                   PIC X(44) VALUE
               '*** NOT SEATED - ALL ROOMS FULL ***'.
        01  WS-SUM-LINE.
            05 SUM-LABEL         PIC X(30).
            05 SUM-COUNT         PIC ZZZ,ZZ9.
            05                   PIC X(43).
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
            DECLARE ROOM_CUR CURSOR FOR
             SELECT ROOM_ID, CAPACITY, ROW_CNT, COL_CNT
             FROM EXAMROOM
             WHERE ROOM_STATUS = 'A'
             ORDER BY ROOM_ID
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 060-READ-ADMTCTL-PARA.
           PERFORM 100-LOAD-ELIG-PARA.
           IF PLAN-OK
              PERFORM 150-LOAD-ROOMS-PARA
           END-IF.
           IF PLAN-OK
              PERFORM 200-CLEAR-TERM-PARA
           END-IF.
           IF NOT PLAN-OK
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 250-OPEN-FILE-PARA
              MOVE WS-STU-COUNT TO WS-TO-SEAT
              MOVE 1 TO WS-RX
              PERFORM 300-SEAT-ROOM-PARA
                 UNTIL WS-RX > WS-ROOM-COUNT OR WS-TO-SEAT = 0
                    OR NOT PLAN-OK
              IF PLAN-OK
                 PERFORM 600-COMMIT-PARA
                 PERFORM 650-PRINT-INDEX-PARA
              END-IF
              PERFORM 700-FINAL-PARA
              PERFORM 900-CLOSE-FILE-PARA
           END-IF.
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
      * SAME CARD AND DEFAULT TERM AS ADMITCRD
        060-READ-ADMTCTL-PARA.
           OPEN INPUT ADMTCTL.
           IF WS-ADMTCTL-ST = '00'
              READ ADMTCTL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-EXAM-TERM NOT = SPACES
                       MOVE CTL-EXAM-TERM TO WS-EXAM-TERM
                    END-IF
              END-READ
              CLOSE ADMTCTL
           END-IF.
           DISPLAY 'SEATING PLAN FOR TERM ' WS-EXAM-TERM.
      * A LIST LEFT OVER FROM ANOTHER TERM, OR ONE TOO BIG TO HOLD,
      * SEATS NOBODY RATHER THAN SEATING THE WRONG STUDENTS OR HALF
        100-LOAD-ELIG-PARA.
           OPEN INPUT ADMTELIG.
           IF WS-ADMTELIG-ST NOT = '00'
              DISPLAY 'ERROR IN OPEN ADMTELIG ' WS-ADMTELIG-ST
              MOVE 'N' TO WS-PLAN-OK
           ELSE
              PERFORM 110-READ-ELIG-PARA
                 UNTIL EOF-ELIG OR NOT PLAN-OK
              CLOSE ADMTELIG
           END-IF.
           IF PLAN-OK AND WS-STU-COUNT = 0
              DISPLAY 'ADMTELIG IS EMPTY - NOBODY TO SEAT'
              MOVE 'N' TO WS-PLAN-OK
           END-IF.
        110-READ-ELIG-PARA.
           READ ADMTELIG
              AT END
                 SET EOF-ELIG TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 120-STORE-ELIG-PARA
           END-READ.
        120-STORE-ELIG-PARA.
           EVALUATE TRUE
              WHEN ELG-EXAM-TERM NOT = WS-EXAM-TERM
                 DISPLAY 'ADMTELIG IS FOR TERM ' ELG-EXAM-TERM
                         ' NOT ' WS-EXAM-TERM
                 MOVE 'N' TO WS-PLAN-OK
              WHEN WS-STU-COUNT NOT < WS-STU-MAX
                 DISPLAY 'MORE THAN ' WS-STU-MAX
                         ' STUDENTS ON ADMTELIG'
                 MOVE 'N' TO WS-PLAN-OK
              WHEN OTHER
                 ADD 1 TO WS-STU-COUNT
                 MOVE ELG-STU-ID    TO ST-ID(WS-STU-COUNT)
                 MOVE ELG-STU-NAME  TO ST-NAME(WS-STU-COUNT)
                 MOVE ELG-STU-CLASS TO ST-CLASS(WS-STU-COUNT)
                 MOVE ZERO TO ST-ROOM-X(WS-STU-COUNT)
                 MOVE ZERO TO ST-SEAT-NO(WS-STU-COUNT)
                 MOVE ZERO TO ST-ROW(WS-STU-COUNT)
                 MOVE ZERO TO ST-COL(WS-STU-COUNT)
                 PERFORM 130-CLASS-RUN-PARA
           END-EVALUATE.
        130-CLASS-RUN-PARA.
           IF WS-CLS-COUNT > 0
              IF ELG-STU-CLASS = CL-CODE(WS-CLS-COUNT)
                 MOVE WS-STU-COUNT TO CL-LAST(WS-CLS-COUNT)
              ELSE
                 PERFORM 135-NEW-CLASS-PARA
              END-IF
           ELSE
              PERFORM 135-NEW-CLASS-PARA
           END-IF.
        135-NEW-CLASS-PARA.
           IF WS-CLS-COUNT NOT < WS-CLS-MAX
              DISPLAY 'MORE THAN ' WS-CLS-MAX
                      ' CLASS GROUPS ON ADMTELIG'
              MOVE 'N' TO WS-PLAN-OK
           ELSE
              ADD 1 TO WS-CLS-COUNT
              MOVE ELG-STU-CLASS TO CL-CODE(WS-CLS-COUNT)
              MOVE WS-STU-COUNT TO CL-NEXT(WS-CLS-COUNT)
              MOVE WS-STU-COUNT TO CL-LAST(WS-CLS-COUNT)
           END-IF.
        150-LOAD-ROOMS-PARA.
           EXEC SQL
             OPEN ROOM_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR IN OPEN ROOM_CUR ' WS-SQLCODE
              PERFORM 990-SQL-ERROR-PARA
              MOVE 'N' TO WS-PLAN-OK
           ELSE
              PERFORM 160-FETCH-ROOM-PARA UNTIL EOF-ROOM
              EXEC SQL
                CLOSE ROOM_CUR
              END-EXEC
           END-IF.
           IF PLAN-OK AND WS-ROOM-COUNT = 0
              DISPLAY 'NO EXAMROOM ROOMS IN USE'
              MOVE 'N' TO WS-PLAN-OK
           END-IF.
        160-FETCH-ROOM-PARA.
           EXEC SQL
             FETCH ROOM_CUR
             INTO :WS-ROOM-ID, :WS-CAPACITY, :WS-ROW-CNT,
                  :WS-COL-CNT
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET EOF-ROOM TO TRUE
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR ' WS-SQLCODE ' ON ROOM ' WS-ROOM-ID
                 PERFORM 990-SQL-ERROR-PARA
                 MOVE 'N' TO WS-PLAN-OK
                 SET EOF-ROOM TO TRUE
              WHEN WS-ROOM-COUNT NOT < WS-ROOM-MAX
                 DISPLAY 'ROOM ' WS-ROOM-ID ' NOT USED - OVER '
                         WS-ROOM-MAX ' ROOMS'
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-ROOM-COUNT
                 MOVE WS-ROOM-ID  TO RM-ID(WS-ROOM-COUNT)
                 MOVE WS-CAPACITY TO RM-CAPACITY(WS-ROOM-COUNT)
                 MOVE WS-ROW-CNT  TO RM-ROWS(WS-ROOM-COUNT)
                 MOVE WS-COL-CNT  TO RM-COLS(WS-ROOM-COUNT)
                 MOVE ZERO        TO RM-SEATED(WS-ROOM-COUNT)
           END-EVALUATE.
      * A RERUN REPLACES THE TERM'S WHOLE PLAN
        200-CLEAR-TERM-PARA.
           EXEC SQL
             DELETE FROM EXAMSEAT
              WHERE EXAM_TERM = :WS-EXAM-TERM
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR ' WS-SQLCODE ' CLEARING EXAMSEAT'
              PERFORM 990-SQL-ERROR-PARA
              MOVE 'N' TO WS-PLAN-OK
           END-IF.
        250-OPEN-FILE-PARA.
           OPEN OUTPUT SEATDOOR.
           OPEN OUTPUT SEATMAP.
           OPEN OUTPUT SEATIDX.
           MOVE 'I' TO PRT-REQUEST.
           CALL 'PRTSRVC' USING PRT-CTL.
           MOVE 'EXAM ROOM DOOR LIST' TO PRT-TITLE.
           MOVE WS-SHARED-RUN-DATE TO PRT-RUN-DATE.
           MOVE WS-DOOR-HEAD2 TO PRT-HEAD2.
        300-SEAT-ROOM-PARA.
           INITIALIZE WS-GRID.
           MOVE 1 TO WS-ROW.
           PERFORM 310-SEAT-ROW-PARA
              UNTIL WS-ROW > RM-ROWS(WS-RX) OR NOT PLAN-OK.
           IF PLAN-OK AND RM-SEATED(WS-RX) > 0
              ADD 1 TO WS-ROOMS-USED
              PERFORM 400-DOOR-LIST-PARA
              PERFORM 450-SEAT-MAP-PARA
           END-IF.
           ADD 1 TO WS-RX.
        310-SEAT-ROW-PARA.
           MOVE 1 TO WS-COL.
           PERFORM 320-SEAT-DESK-PARA
              UNTIL WS-COL > RM-COLS(WS-RX) OR NOT PLAN-OK.
           ADD 1 TO WS-ROW.
      * DESKS PAST THE ROOM'S CAPACITY STAY EMPTY
        320-SEAT-DESK-PARA.
           COMPUTE WS-SEAT-NO = (WS-ROW - 1) * RM-COLS(WS-RX)
                              + WS-COL.
           IF WS-SEAT-NO NOT > RM-CAPACITY(WS-RX) AND WS-TO-SEAT > 0
              MOVE SPACE TO WS-LEFT-CLASS WS-FRONT-CLASS
              IF WS-COL > 1
                 MOVE GR-CLASS(WS-ROW, WS-COL - 1) TO WS-LEFT-CLASS
              END-IF
              IF WS-ROW > 1
                 MOVE GR-CLASS(WS-ROW - 1, WS-COL) TO WS-FRONT-CLASS
              END-IF
              PERFORM 330-PICK-CLASS-PARA
              IF WS-PICK-X > 0
                 PERFORM 340-PLACE-PARA
              END-IF
           END-IF.
           ADD 1 TO WS-COL.
      * FIRST TRY A CLASS UNLIKE BOTH THE DESK ALONGSIDE AND THE DESK
      * IN FRONT, THEN ONE UNLIKE THE DESK ALONGSIDE ONLY
        330-PICK-CLASS-PARA.
           MOVE ZERO TO WS-PICK-X WS-PICK-LEFT.
           MOVE 'Y' TO WS-AVOID-FRONT.
           MOVE 1 TO WS-CX.
           PERFORM 335-TRY-CLASS-PARA UNTIL WS-CX > WS-CLS-COUNT.
           IF WS-PICK-X = 0
              MOVE 'N' TO WS-AVOID-FRONT
              MOVE 1 TO WS-CX
              PERFORM 335-TRY-CLASS-PARA UNTIL WS-CX > WS-CLS-COUNT
           END-IF.
        335-TRY-CLASS-PARA.
           COMPUTE WS-CLS-LEFT = CL-LAST(WS-CX) - CL-NEXT(WS-CX) + 1.
           IF WS-CLS-LEFT > WS-PICK-LEFT
              AND CL-CODE(WS-CX) NOT = WS-LEFT-CLASS
              AND (WS-AVOID-FRONT = 'N' OR
                   CL-CODE(WS-CX) NOT = WS-FRONT-CLASS)
              MOVE WS-CX TO WS-PICK-X
              MOVE WS-CLS-LEFT TO WS-PICK-LEFT
           END-IF.
           ADD 1 TO WS-CX.
        340-PLACE-PARA.
           MOVE CL-NEXT(WS-PICK-X) TO WS-SX.
           ADD 1 TO CL-NEXT(WS-PICK-X).
           MOVE WS-RX      TO ST-ROOM-X(WS-SX).
           MOVE WS-SEAT-NO TO ST-SEAT-NO(WS-SX).
           MOVE WS-ROW     TO ST-ROW(WS-SX).
           MOVE WS-COL     TO ST-COL(WS-SX).
           MOVE WS-SX TO GR-STU-X(WS-ROW, WS-COL).
           MOVE ST-CLASS(WS-SX) TO GR-CLASS(WS-ROW, WS-COL).
           ADD 1 TO RM-SEATED(WS-RX).
           SUBTRACT 1 FROM WS-TO-SEAT.
           ADD 1 TO WS-SEATED-COUNT.
           PERFORM 350-INSERT-SEAT-PARA.
        350-INSERT-SEAT-PARA.
           MOVE RM-ID(WS-RX) TO WS-ROOM-ID.
           MOVE ST-ID(WS-SX) TO WS-STU-ID.
           EXEC SQL
             INSERT INTO EXAMSEAT
             (EXAM_TERM,STU_ID,ROOM_ID,SEAT_NO,SEAT_ROW,SEAT_COL)
             VALUES(:WS-EXAM-TERM,:WS-STU-ID,:WS-ROOM-ID,
             :WS-SEAT-NO,:WS-ROW,:WS-COL)
           END-EXEC.
           IF SQLCODE = 0
              ADD 1 TO WS-COMMIT-COUNT
              IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
                 PERFORM 600-COMMIT-PARA
              END-IF
           ELSE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR ' WS-SQLCODE ' ON STU-ID ' WS-STU-ID
              MOVE WS-STU-ID TO WS-ERRH-KEY
              PERFORM 990-SQL-ERROR-PARA
              MOVE 'N' TO WS-PLAN-OK
           END-IF.
      * ONE PAGE PER ROOM FOR THE DOOR, IN SEAT ORDER
        400-DOOR-LIST-PARA.
           MOVE RM-ID(WS-RX) TO DRH-ROOM-ID.
           MOVE WS-EXAM-TERM TO DRH-TERM.
           MOVE RM-SEATED(WS-RX) TO DRH-SEATED.
           MOVE WS-DOOR-HEAD1 TO PRT-HEAD1.
           MOVE 999 TO PRT-LINE-CNT.
           MOVE 1 TO WS-ROW.
           PERFORM 410-DOOR-ROW-PARA UNTIL WS-ROW > RM-ROWS(WS-RX).
        410-DOOR-ROW-PARA.
           MOVE 1 TO WS-COL.
           PERFORM 420-DOOR-DESK-PARA UNTIL WS-COL > RM-COLS(WS-RX).
           ADD 1 TO WS-ROW.
        420-DOOR-DESK-PARA.
           IF GR-STU-X(WS-ROW, WS-COL) > 0
              MOVE GR-STU-X(WS-ROW, WS-COL) TO WS-SX
              MOVE SPACES TO WS-DOOR-LINE
              MOVE ST-SEAT-NO(WS-SX) TO DRL-SEAT-NO
              MOVE WS-ROW TO DRL-ROW
              MOVE WS-COL TO DRL-COL
              MOVE ST-ID(WS-SX) TO DRL-STU-ID
              MOVE ST-NAME(WS-SX) TO DRL-STU-NAME
              MOVE ST-CLASS(WS-SX) TO DRL-STU-CLASS
              MOVE WS-DOOR-LINE TO PRT-DETAIL
              PERFORM 950-PRINT-PARA
           END-IF.
           ADD 1 TO WS-COL.
        450-SEAT-MAP-PARA.
           MOVE RM-ID(WS-RX) TO MPH-ROOM-ID.
           MOVE WS-EXAM-TERM TO MPH-TERM.
           MOVE WS-AST TO SEATMAP-ID.
           WRITE SEATMAP-LIST.
           MOVE WS-MAP-HDR TO SEATMAP-ID.
           WRITE SEATMAP-LIST.
           MOVE WS-AST TO SEATMAP-ID.
           WRITE SEATMAP-LIST.
           MOVE 1 TO WS-ROW.
           PERFORM 460-MAP-ROW-PARA UNTIL WS-ROW > RM-ROWS(WS-RX).
           MOVE SPACES TO SEATMAP-ID.
           WRITE SEATMAP-LIST.
      * AN EMPTY DESK IN THE ROOM'S CAPACITY SHOWS DOTS; A DESK PAST
      * THE CAPACITY SHOWS DASHES
        460-MAP-ROW-PARA.
           MOVE SPACES TO WS-MAP-LINE.
           MOVE WS-ROW TO MRL-ROW.
           MOVE WS-MAP-ROW-LABEL TO MAP-LABEL.
           MOVE 1 TO WS-COL.
           PERFORM 470-MAP-ID-PARA UNTIL WS-COL > RM-COLS(WS-RX).
           MOVE WS-MAP-LINE TO SEATMAP-ID.
           WRITE SEATMAP-LIST.
           MOVE SPACES TO WS-MAP-LINE.
           MOVE 1 TO WS-COL.
           PERFORM 480-MAP-CLASS-PARA UNTIL WS-COL > RM-COLS(WS-RX).
           MOVE WS-MAP-LINE TO SEATMAP-ID.
           WRITE SEATMAP-LIST.
           ADD 1 TO WS-ROW.
        470-MAP-ID-PARA.
           COMPUTE WS-SEAT-NO = (WS-ROW - 1) * RM-COLS(WS-RX)
                              + WS-COL.
           EVALUATE TRUE
              WHEN GR-STU-X(WS-ROW, WS-COL) > 0
                 MOVE GR-STU-X(WS-ROW, WS-COL) TO WS-SX
                 MOVE ST-ID(WS-SX) TO MAP-CELL(WS-COL)
              WHEN WS-SEAT-NO > RM-CAPACITY(WS-RX)
                 MOVE '------' TO MAP-CELL(WS-COL)
              WHEN OTHER
                 MOVE '......' TO MAP-CELL(WS-COL)
           END-EVALUATE.
           ADD 1 TO WS-COL.
        480-MAP-CLASS-PARA.
           IF GR-STU-X(WS-ROW, WS-COL) > 0
              MOVE GR-CLASS(WS-ROW, WS-COL) TO MCC-CLASS
              MOVE WS-MAP-CLASS-CELL TO MAP-CELL(WS-COL)
           END-IF.
           ADD 1 TO WS-COL.
      * THE NOTICE-BOARD INDEX RUNS IN ADMIT LIST ORDER, CLASS THEN
      * STUDENT ID, SO A STUDENT FINDS THEIR CLASS AND THEN THEIR ID
        650-PRINT-INDEX-PARA.
           MOVE WS-EXAM-TERM TO IXH-TERM.
           MOVE WS-AST TO SEATIDX-ID.
           WRITE SEATIDX-LIST.
           MOVE WS-IDX-HDR1 TO SEATIDX-ID.
           WRITE SEATIDX-LIST.
           MOVE WS-AST TO SEATIDX-ID.
           WRITE SEATIDX-LIST.
           MOVE WS-IDX-HDR2 TO SEATIDX-ID.
           WRITE SEATIDX-LIST.
           MOVE WS-AST TO SEATIDX-ID.
           WRITE SEATIDX-LIST.
           MOVE 1 TO WS-SX.
           PERFORM 660-INDEX-LINE-PARA UNTIL WS-SX > WS-STU-COUNT.
        660-INDEX-LINE-PARA.
           IF ST-ROOM-X(WS-SX) > 0
              MOVE SPACES TO WS-IDX-LINE
              MOVE ST-ID(WS-SX) TO IXL-STU-ID
              MOVE ST-NAME(WS-SX) TO IXL-STU-NAME
              MOVE ST-CLASS(WS-SX) TO IXL-STU-CLASS
              MOVE ST-ROOM-X(WS-SX) TO WS-RX
              MOVE RM-ID(WS-RX) TO IXL-ROOM-ID
              MOVE ST-SEAT-NO(WS-SX) TO IXL-SEAT-NO
              MOVE ST-ROW(WS-SX) TO IXL-ROW
              MOVE ST-COL(WS-SX) TO IXL-COL
              MOVE WS-IDX-LINE TO SEATIDX-ID
           ELSE
              ADD 1 TO WS-UNSEATED-COUNT
              MOVE ST-ID(WS-SX) TO IXN-STU-ID
              MOVE ST-NAME(WS-SX) TO IXN-STU-NAME
              MOVE ST-CLASS(WS-SX) TO IXN-STU-CLASS
              MOVE WS-IDX-NOSEAT-LINE TO SEATIDX-ID
           END-IF.
           WRITE SEATIDX-LIST.
           ADD 1 TO WS-SX.
        600-COMMIT-PARA.
           EXEC SQL
             COMMIT
           END-EXEC.
           MOVE ZERO TO WS-COMMIT-COUNT.
        700-FINAL-PARA.
           MOVE WS-AST TO SEATIDX-ID.
           WRITE SEATIDX-LIST.
           MOVE 'ELIGIBLE STUDENTS' TO SUM-LABEL.
           MOVE WS-READ-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO SEATIDX-ID.
           WRITE SEATIDX-LIST.
           MOVE 'STUDENTS SEATED' TO SUM-LABEL.
           MOVE WS-SEATED-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO SEATIDX-ID.
           WRITE SEATIDX-LIST.
           MOVE 'STUDENTS NOT SEATED' TO SUM-LABEL.
           MOVE WS-UNSEATED-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO SEATIDX-ID.
           WRITE SEATIDX-LIST.
           MOVE 'ROOMS USED' TO SUM-LABEL.
           MOVE WS-ROOMS-USED TO SUM-COUNT.
           MOVE WS-SUM-LINE TO SEATIDX-ID.
           WRITE SEATIDX-LIST.
           MOVE WS-AST TO SEATIDX-ID.
           WRITE SEATIDX-LIST.
           DISPLAY 'ELIGIBLE ' WS-READ-COUNT
                   ' SEATED ' WS-SEATED-COUNT
                   ' NOT SEATED ' WS-UNSEATED-COUNT.
           IF WS-UNSEATED-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
        900-CLOSE-FILE-PARA.
           CLOSE SEATDOOR.
           CLOSE SEATMAP.
           CLOSE SEATIDX.
        950-PRINT-PARA.
           MOVE 'D' TO PRT-REQUEST.
           CALL 'PRTSRVC' USING PRT-CTL.
           MOVE 1 TO WS-PX.
           PERFORM 960-PRINT-LINE-PARA UNTIL WS-PX > PRT-OUT-COUNT.
        960-PRINT-LINE-PARA.
           MOVE PRT-OUT-LINE(WS-PX)(1:80) TO SEATDOOR-ID.
           WRITE SEATDOOR-LIST.
           ADD 1 TO WS-PX.
        990-SQL-ERROR-PARA.
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
           MOVE 'SEATPLAN' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE
           ELSE
              ACCEPT STL-RUN-DATE FROM DATE
           END-IF.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-READ-COUNT TO STL-READ-CNT.
           MOVE WS-SEATED-COUNT TO STL-PROC-CNT.
           MOVE WS-UNSEATED-COUNT TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
