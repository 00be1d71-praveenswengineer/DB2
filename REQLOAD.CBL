       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REQLOAD.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/14/26  RKS  NEW PROGRAM. POSITION CONTROL REQUISITION LOAD
      *                 -- READS THE REQTRAN FILE OF APPROVED
      *                 REQUISITIONS ('OPN' OPENS A NEW REQUISITION FOR
      *                 A DEPARTMENT AND JOB, 'CAN' CANCELS AN OPEN
      *                 ONE) AND MAINTAINS THE POSREQ TABLE. A
      *                 DEPARTMENT MAY NOT HAVE MORE OPEN REQUISITIONS
      *                 THAN ITS DEPTMAST BUDGETED HEADCOUNT LESS ITS
      *                 CURRENT HEADCOUNT (RJ06), AND ONE WITH NO
      *                 BUDGETED HEADCOUNT MAY OPEN NONE (RJ05).
      *                 EMPMAINT FILLS AN OPEN REQUISITION ON EVERY
      *                 HIRE AND CAN OPEN A REPLACEMENT ON A
      *                 TERMINATION; VACRPT REPORTS THE TABLE. REJECTS
      *                 GO TO REQREJ AND THE REJLOG REGISTRY.
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
           SELECT REQTRAN ASSIGN TO REQTRAN
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-REQTRAN-ST.
           SELECT REQREJ ASSIGN TO REQREJ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-REQREJ-ST.
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
       FD REQTRAN
           RECORDING MODE IS F.
       01 REQTRAN-LIST.
         05 R-ACTION              PIC X(3).
         05                       PIC X(1).
         05 R-REQ-NO              PIC X(6).
         05                       PIC X(1).
         05 R-DEPT                PIC X(3).
         05                       PIC X(1).
         05 R-JOB                 PIC X(8).
         05                       PIC X(1).
         05 R-APPR-DATE           PIC X(8).
         05                       PIC X(48).
       FD REQREJ
           RECORDING MODE IS F.
       01 REQREJ-LIST.
         05 REJ-RECORD            PIC X(80).
         05 REJ-REASON-CODE       PIC X(4).
         05                       PIC X(1).
         05 REJ-REASON-TEXT       PIC X(25).
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-REQTRAN-ST        PIC X(2).
        77  WS-REQREJ-ST         PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-TODAY8            PIC 9(8) VALUE ZERO.
        01  WS-RUN-DATE          PIC 9(6).
        01  WS-REQTRAN-EOF       PIC X VALUE 'N'.
            88 EOF-REQTRAN         VALUE 'Y'.
        01  WS-TRAN-OK           PIC X VALUE 'Y'.
            88 TRAN-VALID          VALUE 'Y'.
            88 TRAN-INVALID        VALUE 'N'.
        01  WS-REJ-CODE          PIC X(4).
        01  WS-REJ-TEXT          PIC X(25).
        01  WS-REQ-NO            PIC X(6).
        01  WS-REQ-DEPT          PIC X(3).
        01  WS-REQ-JOB           PIC X(8).
        01  WS-REQ-STATUS        PIC X(1).
        01  WS-OPEN-DATE         PIC 9(8) VALUE ZERO.
        01  WS-DEPT-ACTIVE       PIC X(1) VALUE SPACE.
        01  WS-BUD-HEADCT        PIC 9(5) VALUE ZERO.
        77  WS-ACT-HEADCT        PIC S9(5) COMP VALUE ZERO.
        77  WS-OPEN-REQS         PIC S9(5) COMP VALUE ZERO.
        01  WS-DOW-PARM.
            05 WS-DOW-DATE       PIC 9(8) VALUE ZERO.
            05 WS-DOW-DAY        PIC 9(1) VALUE ZERO.
            05 WS-DOW-VALID      PIC X(1) VALUE 'N'.
               88 DOW-VALID        VALUE 'Y'.
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-OPENED-COUNT      PIC 9(7) COMP VALUE ZERO.
        77  WS-CANCEL-COUNT      PIC 9(7) COMP VALUE ZERO.
        77  WS-REJECT-COUNT      PIC 9(7) COMP VALUE ZERO.
        01  WS-COMMIT-INTERVAL   PIC 9(5) COMP VALUE 100.
        01  WS-COMMIT-COUNT      PIC 9(5) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'REQLOAD'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-REG-PARM.
            05 WS-REG-PROGRAM   PIC X(8) VALUE 'REQLOAD'.
            05 WS-REG-RUN-DATE  PIC 9(6) VALUE ZERO.
            05 WS-REG-KEY       PIC X(20) VALUE SPACES.
            05 WS-REG-REASON    PIC X(4) VALUE SPACES.
            05 WS-REG-ACTION    PIC X(1) VALUE 'R'.
        01 WS-CTL-LINE.
            05             PIC X(22) VALUE 'REQTRAN  CONTROL TOTAL'.
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
           IF WS-REQTRAN-ST = '00'
              PERFORM 200-READ-FILE-PARA UNTIL EOF-REQTRAN
           ELSE
              DISPLAY 'ERROR IN OPEN ' WS-REQTRAN-ST
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
           OPEN INPUT REQTRAN.
           OPEN OUTPUT REQREJ.
        200-READ-FILE-PARA.
           READ REQTRAN
              AT END
                 SET EOF-REQTRAN TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 300-APPLY-TRAN-PARA
           END-READ.
        300-APPLY-TRAN-PARA.
           DISPLAY REQTRAN-LIST.
           PERFORM 310-VALIDATE-TRAN-PARA.
           IF TRAN-INVALID
              PERFORM 498-REJECT-PARA
           ELSE
              EVALUATE R-ACTION
                 WHEN 'OPN'
                    PERFORM 500-OPEN-REQ-PARA
                 WHEN 'CAN'
                    PERFORM 510-CANCEL-REQ-PARA
              END-EVALUATE
           END-IF.
        310-VALIDATE-TRAN-PARA.
           SET TRAN-VALID TO TRUE.
           MOVE SPACES TO WS-REJ-CODE WS-REJ-TEXT.
           IF TRAN-VALID AND R-ACTION NOT = 'OPN' AND
              R-ACTION NOT = 'CAN'
              SET TRAN-INVALID TO TRUE
              MOVE "RJ01" TO WS-REJ-CODE
              MOVE "ACTION NOT OPN/CAN" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID AND R-REQ-NO = SPACES
              SET TRAN-INVALID TO TRUE
              MOVE "RJ02" TO WS-REJ-CODE
              MOVE "MISSING REQUISITION NO" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID AND R-ACTION = 'OPN'
              PERFORM 315-CHECK-DEPT-PARA
           END-IF.
           IF TRAN-VALID AND R-ACTION = 'OPN'
              PERFORM 318-CHECK-APPR-DATE-PARA
           END-IF.
           IF TRAN-VALID
              PERFORM 320-CHECK-REQ-PARA
           END-IF.
           IF TRAN-VALID AND R-ACTION = 'OPN'
              PERFORM 330-CHECK-CAP-PARA
           END-IF.
        315-CHECK-DEPT-PARA.
           MOVE SPACE TO WS-DEPT-ACTIVE.
           MOVE ZERO TO WS-BUD-HEADCT.
           MOVE R-DEPT TO WS-REQ-DEPT.
           EXEC SQL
             SELECT ACTIVE_FLAG, BUD_HEADCT
               INTO :WS-DEPT-ACTIVE, :WS-BUD-HEADCT
               FROM DEPTMAST
              WHERE DEPTCODE = :WS-REQ-DEPT
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ03" TO WS-REJ-CODE
                 MOVE "UNKNOWN DEPARTMENT" TO WS-REJ-TEXT
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON DEPT " R-DEPT
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ08" TO WS-REJ-CODE
                 MOVE "DEPT CHECK FAILED" TO WS-REJ-TEXT
              WHEN WS-DEPT-ACTIVE NOT = 'Y'
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ03" TO WS-REJ-CODE
                 MOVE "INACTIVE DEPARTMENT" TO WS-REJ-TEXT
           END-EVALUATE.
      * A BLANK APPROVAL DATE MEANS APPROVED TODAY; THE REQUISITION
      * AGES ON VACRPT FROM THIS DATE
        318-CHECK-APPR-DATE-PARA.
           IF R-APPR-DATE = SPACES
              MOVE WS-TODAY8 TO WS-OPEN-DATE
           ELSE
              IF R-APPR-DATE NOT NUMERIC
                 SET TRAN-INVALID TO TRUE
              ELSE
                 MOVE R-APPR-DATE TO WS-OPEN-DATE
                 MOVE WS-OPEN-DATE TO WS-DOW-DATE
                 CALL 'DAYCALC' USING WS-DOW-PARM
                 IF NOT DOW-VALID OR WS-OPEN-DATE > WS-TODAY8
                    SET TRAN-INVALID TO TRUE
                 END-IF
              END-IF
              IF TRAN-INVALID
                 MOVE "RJ07" TO WS-REJ-CODE
                 MOVE "BAD APPROVAL DATE" TO WS-REJ-TEXT
              END-IF
           END-IF.
        320-CHECK-REQ-PARA.
           MOVE R-REQ-NO TO WS-REQ-NO.
           MOVE SPACE TO WS-REQ-STATUS.
           EXEC SQL
             SELECT REQ_STATUS
               INTO :WS-REQ-STATUS
               FROM POSREQ
              WHERE REQ_NO = :WS-REQ-NO
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON REQ " R-REQ-NO
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ08" TO WS-REJ-CODE
                 MOVE "REQUISITION CHECK FAILED" TO WS-REJ-TEXT
              WHEN R-ACTION = 'OPN' AND SQLCODE = 0
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ04" TO WS-REJ-CODE
                 MOVE "REQUISITION EXISTS" TO WS-REJ-TEXT
              WHEN R-ACTION = 'CAN' AND SQLCODE = 100
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ04" TO WS-REJ-CODE
                 MOVE "UNKNOWN REQUISITION" TO WS-REJ-TEXT
              WHEN R-ACTION = 'CAN' AND WS-REQ-STATUS NOT = 'O'
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ04" TO WS-REJ-CODE
                 MOVE "REQUISITION NOT OPEN" TO WS-REJ-TEXT
           END-EVALUATE.
      * OPEN REQUISITIONS PLUS CURRENT HEADCOUNT MAY NOT PASS THE
      * BUDGETED HEADCOUNT -- THIS CARD WOULD MAKE ONE MORE
        330-CHECK-CAP-PARA.
           IF WS-BUD-HEADCT = 0
              SET TRAN-INVALID TO TRUE
              MOVE "RJ05" TO WS-REJ-CODE
              MOVE "NO BUDGETED HEADCOUNT" TO WS-REJ-TEXT
           ELSE
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ACT-HEADCT
                  FROM EMPLOYEE
                 WHERE WORKDEPT = :WS-REQ-DEPT
              END-EXEC
              IF SQLCODE = 0
                 EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-OPEN-REQS
                     FROM POSREQ
                    WHERE DEPTCODE = :WS-REQ-DEPT
                      AND REQ_STATUS = 'O'
                 END-EXEC
              END-IF
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON DEPT " R-DEPT
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ08" TO WS-REJ-CODE
                 MOVE "HEADCOUNT CHECK FAILED" TO WS-REJ-TEXT
              ELSE
                 IF WS-ACT-HEADCT + WS-OPEN-REQS >= WS-BUD-HEADCT
                    SET TRAN-INVALID TO TRUE
                    MOVE "RJ06" TO WS-REJ-CODE
                    MOVE "OVER BUDGETED HEADCOUNT" TO WS-REJ-TEXT
                 END-IF
              END-IF
           END-IF.
        498-REJECT-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY "REJECTED " REQTRAN-LIST " " WS-REJ-TEXT.
           MOVE REQTRAN-LIST TO REJ-RECORD.
           MOVE WS-REJ-CODE  TO REJ-REASON-CODE.
           MOVE WS-REJ-TEXT  TO REJ-REASON-TEXT.
           WRITE REQREJ-LIST.
           MOVE R-REQ-NO TO WS-REG-KEY.
           MOVE WS-REJ-CODE TO WS-REG-REASON.
           PERFORM 499-REGISTER-REJECT-PARA.
        499-REGISTER-REJECT-PARA.
           MOVE WS-RUN-DATE TO WS-REG-RUN-DATE.
           MOVE 'R' TO WS-REG-ACTION.
           CALL 'REJREG' USING WS-REG-PARM.
        500-OPEN-REQ-PARA.
           MOVE R-JOB TO WS-REQ-JOB.
           EXEC SQL
             INSERT INTO POSREQ
               (REQ_NO, DEPTCODE, JOB_TITLE, REQ_STATUS,
                OPEN_DATE, CLOSE_DATE, FILL_EMPNO, REPL_EMPNO)
             VALUES
               (:WS-REQ-NO, :WS-REQ-DEPT, :WS-REQ-JOB, 'O',
                :WS-OPEN-DATE, 0, ' ', ' ')
           END-EXEC.
           IF SQLCODE = 0
              ADD 1 TO WS-OPENED-COUNT
              PERFORM 600-COUNT-COMMIT-PARA
           ELSE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON REQ " R-REQ-NO
              PERFORM 990-SQL-ERROR-PARA
              MOVE "RJ08" TO WS-REJ-CODE
              MOVE "REQUISITION INSERT FAILED" TO WS-REJ-TEXT
              PERFORM 498-REJECT-PARA
           END-IF.
        510-CANCEL-REQ-PARA.
           EXEC SQL
             UPDATE POSREQ
                SET REQ_STATUS = 'X',
                    CLOSE_DATE = :WS-TODAY8
              WHERE REQ_NO = :WS-REQ-NO
                AND REQ_STATUS = 'O'
           END-EXEC.
           IF SQLCODE = 0
              ADD 1 TO WS-CANCEL-COUNT
              PERFORM 600-COUNT-COMMIT-PARA
           ELSE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON REQ " R-REQ-NO
              PERFORM 990-SQL-ERROR-PARA
              MOVE "RJ08" TO WS-REJ-CODE
              MOVE "REQUISITION UPDATE FAILED" TO WS-REJ-TEXT
              PERFORM 498-REJECT-PARA
           END-IF.
        600-COUNT-COMMIT-PARA.
           ADD 1 TO WS-COMMIT-COUNT.
           IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
              PERFORM 620-COMMIT-PARA
           END-IF.
        400-CLOSE-FILE-PARA.
           PERFORM 620-COMMIT-PARA.
           CLOSE REQTRAN.
           CLOSE REQREJ.
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
           MOVE 'REQS OPENED'      TO CTL-LABEL.
           MOVE WS-OPENED-COUNT    TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
           MOVE 'REQS CANCELLED'   TO CTL-LABEL.
           MOVE WS-CANCEL-COUNT    TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
           MOVE 'RECORDS REJECTED' TO CTL-LABEL.
           MOVE WS-REJECT-COUNT    TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
           IF WS-READ-COUNT = WS-OPENED-COUNT + WS-CANCEL-COUNT
                              + WS-REJECT-COUNT
              DISPLAY 'REQTRAN CONTROL TOTALS BALANCE'
           ELSE
              DISPLAY 'REQTRAN CONTROL TOTALS OUT OF BALANCE'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
        990-SQL-ERROR-PARA.
           MOVE R-REQ-NO TO WS-ERRH-KEY.
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
           MOVE 'REQLOAD ' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           MOVE WS-RUN-DATE TO STL-RUN-DATE.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-READ-COUNT TO STL-READ-CNT.
           COMPUTE STL-PROC-CNT = WS-OPENED-COUNT + WS-CANCEL-COUNT.
           MOVE WS-REJECT-COUNT TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
