       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ROOMLOAD.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NEW PROGRAM. EXAM ROOM MASTER LOAD, THE SAME
      *                 SHAPE AS TERMLOAD -- VALIDATES ROOMFILE
      *                 RECORDS (ROOM ID, SEATING CAPACITY, ROWS AND
      *                 COLUMNS OF DESKS, STATUS A IN USE / I NOT IN
      *                 USE), REJECTS BAD ONES TO ROOMREJ AND REJLOG
      *                 WITH A REASON CODE AND UPSERTS THE GOOD ONES
      *                 INTO THE NEW EXAMROOM TABLE THAT SEATPLAN
      *                 SEATS THE EXAM CANDIDATES FROM. A ROOM MAY
      *                 HOLD FEWER CANDIDATES THAN IT HAS DESKS BUT
      *                 NEVER MORE, AND THE DESK LAYOUT IS HELD TO 20
      *                 ROWS BY 10 COLUMNS SO THE SEAT MAP FITS THE
      *                 PAGE.
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
           SELECT ROOMFILE ASSIGN TO ROOMFILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ROOMFILE-ST.
           SELECT ROOMREJ ASSIGN TO ROOMREJ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ROOMREJ-ST.
       DATA DIVISION.
       FILE SECTION.
       FD RUNCTL
           RECORDING MODE IS F.
       01 RUNCTL-REC.
         05 CTL-RUN-DATE            PIC 9(8).
         05                         PIC X(72).
       FD STATUSLOG
           RECORDING MODE IS F.
       01 STATUSLOG-REC.
         05 STL-PROGRAM-ID          PIC X(8).
         05                         PIC X(1).
         05 STL-RETURN-CODE         PIC 9(4).
         05                         PIC X(1).
         05 STL-RUN-DATE            PIC 9(6).
         05                         PIC X(1).
         05 STL-RUN-TIME            PIC 9(8).
         05                         PIC X(1).
         05 STL-REC-TYPE            PIC X(1).
         05                         PIC X(49).
       FD ROOMFILE
           RECORDING MODE IS F.
       01 ROOMFILE-LIST.
         05 F-ROOM-ID               PIC X(6).
         05                         PIC X(1).
         05 F-CAPACITY              PIC X(3).
         05                         PIC X(1).
         05 F-ROW-CNT               PIC X(2).
         05                         PIC X(1).
         05 F-COL-CNT               PIC X(2).
         05                         PIC X(1).
         05 F-ROOM-STATUS           PIC X(1).
         05                         PIC X(62).
       FD ROOMREJ
           RECORDING MODE IS F.
       01 ROOMREJ-LIST.
         05 REJ-RECORD              PIC X(80).
         05 REJ-REASON-CODE         PIC X(4).
         05                         PIC X(1).
         05 REJ-REASON-TEXT         PIC X(25).
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
        77   WS-ROOMFILE-ST      PIC X(2).
        77   WS-ROOMREJ-ST       PIC X(2).
        77   WS-RUNCTL-ST        PIC X(2).
        77   WS-STATUSLOG-ST     PIC X(2).
        01   WS-SHARED-RUN-DATE  PIC 9(8) VALUE ZERO.
        01   WS-STL-TYPE         PIC X(1) VALUE 'C'.
        77   WS-EXIST-COUNT      PIC S9(4) COMP VALUE ZERO.
        01   WS-SQLCODE          PIC -9(9).
        01   WS-ROOM-ID          PIC X(6).
        01   WS-CAPACITY         PIC 9(3).
        01   WS-ROW-CNT          PIC 9(2).
        01   WS-COL-CNT          PIC 9(2).
        01   WS-ROOM-STATUS      PIC X(1).
        01   WS-DESK-COUNT       PIC 9(4) VALUE ZERO.
        01   WS-MAX-ROWS         PIC 9(2) VALUE 20.
        01   WS-MAX-COLS         PIC 9(2) VALUE 10.
        01   WS-ROOMFILE-EOF     PIC X VALUE 'N'.
             88 EOF-ROOMFILE       VALUE 'Y'.
        01   WS-ROOM-OK          PIC X VALUE 'Y'.
             88 ROOM-VALID         VALUE 'Y'.
             88 ROOM-INVALID       VALUE 'N'.
        01   WS-REJ-CODE         PIC X(4).
        01   WS-REJ-TEXT         PIC X(25).
        77   WS-READ-COUNT       PIC 9(7) COMP VALUE ZERO.
        77   WS-ACCEPT-COUNT     PIC 9(7) COMP VALUE ZERO.
        77   WS-REJECT-COUNT     PIC 9(7) COMP VALUE ZERO.
        01 WS-CTL-LINE.
             05             PIC X(22) VALUE 'ROOMFILE CONTROL TOTAL'.
             05             PIC X(3).
             05 CTL-LABEL   PIC X(17).
             05 CTL-COUNT   PIC ZZZ,ZZ9.
        01  WS-REG-PARM.
            05 WS-REG-PROGRAM   PIC X(8) VALUE 'ROOMLOAD'.
            05 WS-REG-RUN-DATE  PIC 9(6) VALUE ZERO.
            05 WS-REG-KEY       PIC X(20) VALUE SPACES.
            05 WS-REG-REASON    PIC X(4) VALUE SPACES.
            05 WS-REG-ACTION    PIC X(1) VALUE 'R'.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
            PERFORM 005-READ-RUNCTL-PARA.
            MOVE 'S' TO WS-STL-TYPE.
            PERFORM 700-WRITE-STATUS-PARA.
            MOVE 'C' TO WS-STL-TYPE.
            PERFORM 100-OPEN-FILE-PARA.
            IF  WS-ROOMFILE-ST = '00'
              PERFORM 200-READ-FILE-PARA UNTIL WS-ROOMFILE-EOF = 'Y'
            ELSE
              DISPLAY 'ERROR IN OPEN '  WS-ROOMFILE-ST
            END-IF.
            PERFORM 400-CLOSE-FILE-PARA.
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
        100-OPEN-FILE-PARA.
            OPEN INPUT ROOMFILE.
            OPEN OUTPUT ROOMREJ.
        200-READ-FILE-PARA.
            READ ROOMFILE
               AT END
                  SET EOF-ROOMFILE TO TRUE
               NOT AT END
                  ADD 1 TO WS-READ-COUNT
                  PERFORM 300-DISPLAY-READ
            END-READ.
        300-DISPLAY-READ.
            DISPLAY ROOMFILE-LIST.
            PERFORM 500-INSERT-SQL.
        400-CLOSE-FILE-PARA.
            PERFORM 600-COMMIT-PARA.
            CLOSE ROOMFILE.
            CLOSE ROOMREJ.
            PERFORM 900-CONTROL-TOTALS-PARA.
        500-INSERT-SQL.
            PERFORM 495-VALIDATE-ROOM-PARA.
            IF ROOM-INVALID
               PERFORM 498-REJECT-PARA
            ELSE
               MOVE F-ROOM-ID TO WS-ROOM-ID
               MOVE F-CAPACITY TO WS-CAPACITY
               MOVE F-ROW-CNT TO WS-ROW-CNT
               MOVE F-COL-CNT TO WS-COL-CNT
               MOVE F-ROOM-STATUS TO WS-ROOM-STATUS
               EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-EXIST-COUNT
                   FROM EXAMROOM
                  WHERE ROOM_ID = :WS-ROOM-ID
               END-EXEC
               IF WS-EXIST-COUNT > 0
                  PERFORM 510-UPDATE-SQL
               ELSE
                  PERFORM 520-INSERT-SQL
               END-IF
               MOVE SQLCODE TO WS-SQLCODE
               EVALUATE SQLCODE
                  WHEN 0
                    DISPLAY "INSERTED SUCCESS"
                    ADD 1 TO WS-ACCEPT-COUNT
                  WHEN OTHER
                    DISPLAY "ERROR" WS-SQLCODE " ON ROOM "
                            WS-ROOM-ID
                    PERFORM 990-SQL-ERROR-PARA
               END-EVALUATE
            END-IF.
        495-VALIDATE-ROOM-PARA.
            SET ROOM-VALID TO TRUE.
            MOVE SPACES TO WS-REJ-CODE WS-REJ-TEXT.
            IF ROOM-VALID AND F-ROOM-ID = SPACES
               SET ROOM-INVALID TO TRUE
               MOVE "RJ01" TO WS-REJ-CODE
               MOVE "MISSING ROOM ID" TO WS-REJ-TEXT
            END-IF.
            IF ROOM-VALID AND (F-CAPACITY NOT NUMERIC OR
               F-ROW-CNT NOT NUMERIC OR F-COL-CNT NOT NUMERIC)
               SET ROOM-INVALID TO TRUE
               MOVE "RJ02" TO WS-REJ-CODE
               MOVE "NON-NUMERIC SIZE" TO WS-REJ-TEXT
            END-IF.
            IF ROOM-VALID AND (F-CAPACITY = ZERO OR
               F-ROW-CNT = ZERO OR F-COL-CNT = ZERO)
               SET ROOM-INVALID TO TRUE
               MOVE "RJ03" TO WS-REJ-CODE
               MOVE "ZERO CAPACITY OR LAYOUT" TO WS-REJ-TEXT
            END-IF.
            IF ROOM-VALID
               MOVE F-ROW-CNT TO WS-ROW-CNT
               MOVE F-COL-CNT TO WS-COL-CNT
               IF WS-ROW-CNT > WS-MAX-ROWS OR
                  WS-COL-CNT > WS-MAX-COLS
                  SET ROOM-INVALID TO TRUE
                  MOVE "RJ04" TO WS-REJ-CODE
                  MOVE "OVER 20 ROWS OR 10 COLS" TO WS-REJ-TEXT
               END-IF
            END-IF.
            IF ROOM-VALID
               COMPUTE WS-DESK-COUNT = WS-ROW-CNT * WS-COL-CNT
               MOVE F-CAPACITY TO WS-CAPACITY
               IF WS-CAPACITY > WS-DESK-COUNT
                  SET ROOM-INVALID TO TRUE
                  MOVE "RJ05" TO WS-REJ-CODE
                  MOVE "CAPACITY OVER DESK COUNT" TO WS-REJ-TEXT
               END-IF
            END-IF.
            IF ROOM-VALID AND F-ROOM-STATUS NOT = 'A' AND
               F-ROOM-STATUS NOT = 'I'
               SET ROOM-INVALID TO TRUE
               MOVE "RJ06" TO WS-REJ-CODE
               MOVE "STATUS NOT A OR I" TO WS-REJ-TEXT
            END-IF.
        498-REJECT-PARA.
            ADD 1 TO WS-REJECT-COUNT.
            DISPLAY "REJECTED " ROOMFILE-LIST " " WS-REJ-TEXT.
            MOVE ROOMFILE-LIST TO REJ-RECORD.
            MOVE WS-REJ-CODE   TO REJ-REASON-CODE.
            MOVE WS-REJ-TEXT   TO REJ-REASON-TEXT.
            WRITE ROOMREJ-LIST.
            MOVE F-ROOM-ID TO WS-REG-KEY.
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
        510-UPDATE-SQL.
            EXEC SQL
              UPDATE EXAMROOM
                 SET CAPACITY    = :WS-CAPACITY,
                     ROW_CNT     = :WS-ROW-CNT,
                     COL_CNT     = :WS-COL-CNT,
                     ROOM_STATUS = :WS-ROOM-STATUS
               WHERE ROOM_ID = :WS-ROOM-ID
            END-EXEC.
        520-INSERT-SQL.
            EXEC SQL
              INSERT INTO EXAMROOM
              (ROOM_ID,CAPACITY,ROW_CNT,COL_CNT,ROOM_STATUS)
              VALUES(:WS-ROOM-ID,:WS-CAPACITY,:WS-ROW-CNT,
              :WS-COL-CNT,:WS-ROOM-STATUS)
            END-EXEC.
        600-COMMIT-PARA.
            EXEC SQL
              COMMIT
            END-EXEC.
        900-CONTROL-TOTALS-PARA.
            DISPLAY SPACES.
            MOVE 'RECORDS READ'     TO CTL-LABEL.
            MOVE WS-READ-COUNT      TO CTL-COUNT.
            DISPLAY WS-CTL-LINE.
            MOVE 'RECORDS LOADED'   TO CTL-LABEL.
            MOVE WS-ACCEPT-COUNT    TO CTL-COUNT.
            DISPLAY WS-CTL-LINE.
            MOVE 'RECORDS REJECTED' TO CTL-LABEL.
            MOVE WS-REJECT-COUNT    TO CTL-COUNT.
            DISPLAY WS-CTL-LINE.
            IF WS-READ-COUNT = WS-ACCEPT-COUNT + WS-REJECT-COUNT
               DISPLAY 'ROOMFILE CONTROL TOTALS BALANCE'
            ELSE
               DISPLAY 'ROOMFILE CONTROL TOTALS OUT OF BALANCE'
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
        990-SQL-ERROR-PARA.
            EXEC SQL
              ROLLBACK
            END-EXEC.
            MOVE 8 TO RETURN-CODE.
        700-WRITE-STATUS-PARA.
            OPEN EXTEND STATUSLOG.
            IF WS-STATUSLOG-ST NOT = '00'
               OPEN OUTPUT STATUSLOG
            END-IF.
            MOVE 'ROOMLOAD' TO STL-PROGRAM-ID.
            MOVE RETURN-CODE TO STL-RETURN-CODE.
            IF WS-SHARED-RUN-DATE NOT = ZERO
               MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE
            ELSE
               ACCEPT STL-RUN-DATE FROM DATE
            END-IF.
            ACCEPT STL-RUN-TIME FROM TIME.
            MOVE WS-STL-TYPE TO STL-REC-TYPE.
            WRITE STATUSLOG-REC.
            CLOSE STATUSLOG.
