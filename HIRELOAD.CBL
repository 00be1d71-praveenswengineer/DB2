       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HIRELOAD.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  EMPAUDIT LAYOUT KEPT IN STEP WITH EMPMAINT --
      *                 THE RECORD NOW ENDS IN AN OPERATOR ID, BLANK
      *                 ON A BACKFILL RECORD.
      *  10/14/26  RKS  NEW PROGRAM. ONE-OFF HIRE DATE BACKFILL FOR
      *                 STAFF ADDED BEFORE EMPMAINT CAPTURED HIREDATE --
      *                 READS HIREFEED (EMPNO, HIRE DATE YYYY-MM-DD
      *                 FROM THE PERSONNEL FILES), VALIDATES EACH CARD
      *                 (DATE FORMAT, NOT AFTER THE RUN DATE, EMPNO ON
      *                 EMPLOYEE, NOT BEFORE THE BIRTH DATE), SETS
      *                 HIREDATE ONLY WHERE IT IS STILL EMPTY, AND
      *                 WRITES AN EMPAUDIT RECORD (ACTION 'HBF') PER
      *                 DATE SET, IN EMPMAINT'S LAYOUT. A DATE ALREADY
      *                 ON FILE IS REJECTED -- CORRECTIONS GO THROUGH
      *                 AN EMPMAINT CHG CARD SO THEY ARE AUDITED THERE.
      *                 REJECTS GO TO HIREREJ AND THE REJLOG REGISTRY.
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
           SELECT HIREFEED ASSIGN TO HIREFEED
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-HIREFEED-ST.
           SELECT HIREREJ ASSIGN TO HIREREJ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-HIREREJ-ST.
           SELECT EMPAUDIT ASSIGN TO EMPAUDIT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-EMPAUDIT-ST.
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
       FD HIREFEED
           RECORDING MODE IS F.
       01 HIREFEED-LIST.
         05 H-EMPNO               PIC X(6).
         05                       PIC X(1).
         05 H-HIREDATE            PIC X(10).
         05                       PIC X(63).
       FD HIREREJ
           RECORDING MODE IS F.
       01 HIREREJ-LIST.
         05 REJ-RECORD            PIC X(80).
         05 REJ-REASON-CODE       PIC X(4).
         05                       PIC X(1).
         05 REJ-REASON-TEXT       PIC X(25).
      * SAME RECORD LAYOUT AS EMPMAINT'S EMPAUDIT TRAIL
       FD EMPAUDIT
           RECORDING MODE IS F.
       01 EMPAUDIT-LIST.
         05 AUD-EMPNO             PIC X(6).
         05                       PIC X(1).
         05 AUD-ACTION            PIC X(3).
         05                       PIC X(1).
         05 AUD-OLD-LASTNAME      PIC X(15).
         05                       PIC X(1).
         05 AUD-NEW-LASTNAME      PIC X(15).
         05                       PIC X(1).
         05 AUD-OLD-WORKDEPT      PIC X(3).
         05                       PIC X(1).
         05 AUD-NEW-WORKDEPT      PIC X(3).
         05                       PIC X(1).
         05 AUD-OLD-SALARY        PIC 9(7).99.
         05                       PIC X(1).
         05 AUD-NEW-SALARY        PIC 9(7).99.
         05                       PIC X(1).
         05 AUD-RUN-DATE          PIC 9(6).
         05                       PIC X(1).
         05 AUD-RUN-TIME          PIC 9(8).
         05                       PIC X(1).
         05 AUD-OLD-HIREDATE      PIC X(10).
         05                       PIC X(1).
         05 AUD-NEW-HIREDATE      PIC X(10).
         05                       PIC X(1).
         05 AUD-OPER-ID           PIC X(8).
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
            INCLUDE EMPLOYEE
           END-EXEC.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-HIREFEED-ST       PIC X(2).
        77  WS-HIREREJ-ST        PIC X(2).
        77  WS-EMPAUDIT-ST       PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-TODAY8            PIC 9(8) VALUE ZERO.
        01  WS-RUN-DATE          PIC 9(6).
        01  WS-RUN-TIME          PIC 9(8).
        01  WS-HIREFEED-EOF      PIC X VALUE 'N'.
            88 EOF-HIREFEED        VALUE 'Y'.
        01  WS-HIRE-OK           PIC X VALUE 'Y'.
            88 HIRE-VALID          VALUE 'Y'.
            88 HIRE-INVALID        VALUE 'N'.
        01  WS-REJ-CODE          PIC X(4).
        01  WS-REJ-TEXT          PIC X(25).
        01  WS-HIRE-NUM.
            05 WS-HIRE-CCYY      PIC 9(4).
            05 WS-HIRE-MM        PIC 9(2).
            05 WS-HIRE-DD        PIC 9(2).
        01  WS-HIRE-DATE-N REDEFINES WS-HIRE-NUM PIC 9(8).
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-LOAD-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-REJECT-COUNT      PIC 9(7) COMP VALUE ZERO.
        01  WS-COMMIT-INTERVAL   PIC 9(5) COMP VALUE 100.
        01  WS-COMMIT-COUNT      PIC 9(5) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'HIRELOAD'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-REG-PARM.
            05 WS-REG-PROGRAM   PIC X(8) VALUE 'HIRELOAD'.
            05 WS-REG-RUN-DATE  PIC 9(6) VALUE ZERO.
            05 WS-REG-KEY       PIC X(20) VALUE SPACES.
            05 WS-REG-REASON    PIC X(4) VALUE SPACES.
            05 WS-REG-ACTION    PIC X(1) VALUE 'R'.
        01 WS-CTL-LINE.
            05             PIC X(22) VALUE 'HIREFEED CONTROL TOTAL'.
            05             PIC X(3).
            05 CTL-LABEL   PIC X(17).
            05 CTL-COUNT   PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 700-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 100-OPEN-FILE-PARA.
           IF WS-HIREFEED-ST = '00'
              PERFORM 200-READ-FILE-PARA UNTIL EOF-HIREFEED
           ELSE
              DISPLAY 'ERROR IN OPEN ' WS-HIREFEED-ST
              MOVE 8 TO RETURN-CODE
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
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE TO WS-TODAY8
           ELSE
              ACCEPT WS-SYS-DATE FROM DATE
              COMPUTE WS-TODAY8 = 20000000 + WS-SYS-DATE
           END-IF.
           MOVE WS-TODAY8(3:6) TO WS-RUN-DATE.
        100-OPEN-FILE-PARA.
           OPEN INPUT HIREFEED.
           OPEN OUTPUT HIREREJ.
           OPEN OUTPUT EMPAUDIT.
        200-READ-FILE-PARA.
           READ HIREFEED
              AT END
                 SET EOF-HIREFEED TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 300-APPLY-HIRE-PARA
           END-READ.
        300-APPLY-HIRE-PARA.
           DISPLAY HIREFEED-LIST.
           PERFORM 310-VALIDATE-HIRE-PARA.
           IF HIRE-INVALID
              PERFORM 498-REJECT-PARA
           ELSE
              PERFORM 500-SET-HIREDATE-PARA
           END-IF.
        310-VALIDATE-HIRE-PARA.
           SET HIRE-VALID TO TRUE.
           MOVE SPACES TO WS-REJ-CODE WS-REJ-TEXT.
           IF HIRE-VALID AND H-EMPNO = SPACES
              SET HIRE-INVALID TO TRUE
              MOVE "RJ01" TO WS-REJ-CODE
              MOVE "MISSING EMPNO" TO WS-REJ-TEXT
           END-IF.
           IF HIRE-VALID
              PERFORM 315-CHECK-HDATE-PARA
           END-IF.
           IF HIRE-VALID AND WS-HIRE-DATE-N > WS-TODAY8
              SET HIRE-INVALID TO TRUE
              MOVE "RJ03" TO WS-REJ-CODE
              MOVE "HIRE DATE IN THE FUTURE" TO WS-REJ-TEXT
           END-IF.
           IF HIRE-VALID
              PERFORM 320-CHECK-EMPLOYEE-PARA
           END-IF.
        315-CHECK-HDATE-PARA.
           IF H-HIREDATE(1:4) NOT NUMERIC OR
              H-HIREDATE(5:1) NOT = '-' OR
              H-HIREDATE(6:2) NOT NUMERIC OR
              H-HIREDATE(8:1) NOT = '-' OR
              H-HIREDATE(9:2) NOT NUMERIC
              SET HIRE-INVALID TO TRUE
           ELSE
              MOVE H-HIREDATE(1:4) TO WS-HIRE-CCYY
              MOVE H-HIREDATE(6:2) TO WS-HIRE-MM
              MOVE H-HIREDATE(9:2) TO WS-HIRE-DD
              IF WS-HIRE-MM < 1 OR WS-HIRE-MM > 12 OR
                 WS-HIRE-DD < 1 OR WS-HIRE-DD > 31
                 SET HIRE-INVALID TO TRUE
              END-IF
           END-IF.
           IF HIRE-INVALID
              MOVE "RJ02" TO WS-REJ-CODE
              MOVE "HIRE DATE NOT YYYY-MM-DD" TO WS-REJ-TEXT
           END-IF.
      * THE BACKFILL ONLY FILLS GAPS; A DATE ALREADY ON FILE CAME FROM
      * EMPMAINT AND IS CORRECTED THERE
        320-CHECK-EMPLOYEE-PARA.
           MOVE H-EMPNO TO EMPNO.
           EXEC SQL
             SELECT LASTNAME, WORKDEPT, BIRTHDATE,
                    COALESCE(CHAR(HIREDATE, ISO), ' '), SALARY
               INTO :LASTNAME, :WORKDEPT, :BIRTHDATE,
                    :HIREDATE, :SALARY
               FROM EMPLOYEE
              WHERE EMPNO = :EMPNO
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET HIRE-INVALID TO TRUE
                 MOVE "RJ04" TO WS-REJ-CODE
                 MOVE "EMPNO NOT ON EMPLOYEE" TO WS-REJ-TEXT
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON EMPNO " H-EMPNO
                 PERFORM 990-SQL-ERROR-PARA
                 SET HIRE-INVALID TO TRUE
                 MOVE "RJ04" TO WS-REJ-CODE
                 MOVE "EMPLOYEE CHECK FAILED" TO WS-REJ-TEXT
              WHEN HIREDATE NOT = SPACES
                 SET HIRE-INVALID TO TRUE
                 MOVE "RJ05" TO WS-REJ-CODE
                 MOVE "HIRE DATE ALREADY ON FILE" TO WS-REJ-TEXT
              WHEN BIRTHDATE NOT = SPACES AND
                   H-HIREDATE < BIRTHDATE
                 SET HIRE-INVALID TO TRUE
                 MOVE "RJ06" TO WS-REJ-CODE
                 MOVE "HIRE DATE BEFORE BIRTH" TO WS-REJ-TEXT
           END-EVALUATE.
        498-REJECT-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY "REJECTED " HIREFEED-LIST " " WS-REJ-TEXT.
           MOVE HIREFEED-LIST TO REJ-RECORD.
           MOVE WS-REJ-CODE   TO REJ-REASON-CODE.
           MOVE WS-REJ-TEXT   TO REJ-REASON-TEXT.
           WRITE HIREREJ-LIST.
           MOVE H-EMPNO TO WS-REG-KEY.
           MOVE WS-REJ-CODE TO WS-REG-REASON.
           PERFORM 499-REGISTER-REJECT-PARA.
        499-REGISTER-REJECT-PARA.
           MOVE WS-RUN-DATE TO WS-REG-RUN-DATE.
           MOVE 'R' TO WS-REG-ACTION.
           CALL 'REJREG' USING WS-REG-PARM.
      * THE IS NULL GUARD KEEPS A DATE KEYED THROUGH EMPMAINT SINCE
      * THE CHECK ABOVE FROM BEING OVERWRITTEN
        500-SET-HIREDATE-PARA.
           MOVE H-HIREDATE TO HIREDATE.
           EXEC SQL
             UPDATE EMPLOYEE
                SET HIREDATE = :HIREDATE
              WHERE EMPNO = :EMPNO
                AND HIREDATE IS NULL
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 600-AUDIT-WRITE-PARA
                 ADD 1 TO WS-LOAD-COUNT
                 ADD 1 TO WS-COMMIT-COUNT
                 IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
                    PERFORM 620-COMMIT-PARA
                 END-IF
              WHEN 100
                 MOVE "RJ05" TO WS-REJ-CODE
                 MOVE "HIRE DATE ALREADY ON FILE" TO WS-REJ-TEXT
                 PERFORM 498-REJECT-PARA
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON EMPNO " H-EMPNO
                 PERFORM 990-SQL-ERROR-PARA
                 MOVE "RJ04" TO WS-REJ-CODE
                 MOVE "HIRE DATE UPDATE FAILED" TO WS-REJ-TEXT
                 PERFORM 498-REJECT-PARA
           END-EVALUATE.
        600-AUDIT-WRITE-PARA.
           MOVE SPACES           TO EMPAUDIT-LIST.
           MOVE H-EMPNO          TO AUD-EMPNO.
           MOVE 'HBF'            TO AUD-ACTION.
           MOVE LASTNAME         TO AUD-OLD-LASTNAME.
           MOVE LASTNAME         TO AUD-NEW-LASTNAME.
           MOVE WORKDEPT         TO AUD-OLD-WORKDEPT.
           MOVE WORKDEPT         TO AUD-NEW-WORKDEPT.
           MOVE SALARY           TO AUD-OLD-SALARY.
           MOVE SALARY           TO AUD-NEW-SALARY.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE      TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME      TO AUD-RUN-TIME.
           MOVE SPACES           TO AUD-OLD-HIREDATE.
           MOVE H-HIREDATE       TO AUD-NEW-HIREDATE.
           WRITE EMPAUDIT-LIST.
        400-CLOSE-FILE-PARA.
           PERFORM 620-COMMIT-PARA.
           CLOSE HIREFEED.
           CLOSE HIREREJ.
           CLOSE EMPAUDIT.
           PERFORM 900-CONTROL-TOTALS-PARA.
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
           MOVE 'DATES LOADED'     TO CTL-LABEL.
           MOVE WS-LOAD-COUNT      TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
           MOVE 'RECORDS REJECTED' TO CTL-LABEL.
           MOVE WS-REJECT-COUNT    TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
           IF WS-READ-COUNT = WS-LOAD-COUNT + WS-REJECT-COUNT
              DISPLAY 'HIREFEED CONTROL TOTALS BALANCE'
           ELSE
              DISPLAY 'HIREFEED CONTROL TOTALS OUT OF BALANCE'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
        990-SQL-ERROR-PARA.
           MOVE H-EMPNO TO WS-ERRH-KEY.
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
           MOVE 'HIRELOAD' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           MOVE WS-RUN-DATE TO STL-RUN-DATE.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-READ-COUNT TO STL-READ-CNT.
           MOVE WS-LOAD-COUNT TO STL-PROC-CNT.
           MOVE WS-REJECT-COUNT TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
