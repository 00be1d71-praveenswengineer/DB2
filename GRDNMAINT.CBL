       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRDNMAINT.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NEW PROGRAM. GUARDIAN CONTACT MAINTENANCE IN
      *                 THE EMPMAINT MOULD -- READS THE GRDNTRAN
      *                 TRANSACTION FILE (ACTION ADD/CHG/DEL, STU-ID,
      *                 GUARDIAN NAME, MOBILE, E-MAIL, PREFERRED
      *                 CHANNEL S=SMS E=E-MAIL, OPT-OUT Y/N) AND
      *                 MAINTAINS ONE GRDNCONT ROW PER STUDENRL
      *                 STUDENT FOR THE NTFYFEED NOTIFICATION STEP.
      *                 ON A CHG, BLANK FIELDS LEAVE THE COLUMN AS IT
      *                 WAS; A NEW MOBILE OR E-MAIL CLEARS THE
      *                 UNDELIVERABLE MARK NTFYRECN SETS, SINCE THAT
      *                 IS HOW THE OFFICE CORRECTS IT. BAD CARDS GO TO
      *                 GRDNREJ AND THE COMMON REJLOG REGISTRY.
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
           SELECT GRDNTRAN ASSIGN TO GRDNTRAN
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-GRDNTRAN-ST.
           SELECT GRDNREJ ASSIGN TO GRDNREJ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-GRDNREJ-ST.
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
       FD GRDNTRAN
           RECORDING MODE IS F.
       01 GRDNTRAN-LIST.
         05 T-ACTION              PIC X(3).
         05                       PIC X(1).
         05 T-STU-ID              PIC X(6).
         05                       PIC X(1).
         05 T-GRDN-NAME           PIC X(30).
         05                       PIC X(1).
         05 T-MOBILE-NO           PIC X(15).
         05                       PIC X(1).
         05 T-EMAIL-ADDR          PIC X(40).
         05                       PIC X(1).
         05 T-PREF-CHANNEL        PIC X(1).
         05                       PIC X(1).
         05 T-OPT-OUT             PIC X(1).
         05                       PIC X(8).
       FD GRDNREJ
           RECORDING MODE IS F.
       01 GRDNREJ-LIST.
         05 REJ-RECORD            PIC X(110).
         05 REJ-REASON-CODE       PIC X(4).
         05                       PIC X(1).
         05 REJ-REASON-TEXT       PIC X(25).
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-GRDNTRAN-ST       PIC X(2).
        77  WS-GRDNREJ-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-TODAY8            PIC 9(8) VALUE ZERO.
        77  WS-EXIST-COUNT       PIC S9(4) COMP VALUE ZERO.
        77  WS-AT-COUNT          PIC S9(4) COMP VALUE ZERO.
        01  WS-GRDNTRAN-EOF      PIC X VALUE 'N'.
            88 EOF-GRDNTRAN        VALUE 'Y'.
        01  WS-TRAN-OK           PIC X VALUE 'Y'.
            88 TRAN-VALID          VALUE 'Y'.
            88 TRAN-INVALID        VALUE 'N'.
        01  WS-REJ-CODE          PIC X(4).
        01  WS-REJ-TEXT          PIC X(25).
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-APPLY-COUNT       PIC 9(7) COMP VALUE ZERO.
        77  WS-REJECT-COUNT      PIC 9(7) COMP VALUE ZERO.
        01  WS-COMMIT-INTERVAL   PIC 9(5) COMP VALUE 100.
        01  WS-COMMIT-COUNT      PIC 9(5) COMP VALUE ZERO.
        01  WS-REG-PARM.
            05 WS-REG-PROGRAM   PIC X(8) VALUE 'GRDNMAIN'.
            05 WS-REG-RUN-DATE  PIC 9(6) VALUE ZERO.
            05 WS-REG-KEY       PIC X(20) VALUE SPACES.
            05 WS-REG-REASON    PIC X(4) VALUE SPACES.
            05 WS-REG-ACTION    PIC X(1) VALUE 'R'.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'GRDNMAIN'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
      * GRDNCONT ROW AS IT WILL STAND AFTER THE TRANSACTION
        01  WS-STU-ID            PIC X(6).
        01  WS-GRDN-NAME         PIC X(30).
        01  WS-MOBILE-NO         PIC X(15).
        01  WS-EMAIL-ADDR        PIC X(40).
        01  WS-PREF-CHANNEL      PIC X(1).
            88 CHANNEL-SMS         VALUE 'S'.
            88 CHANNEL-EMAIL       VALUE 'E'.
        01  WS-OPT-OUT           PIC X(1).
        01  WS-DELIV-STATUS      PIC X(1).
        01  WS-CTL-LINE.
            05             PIC X(22) VALUE 'GRDNTRAN CONTROL TOTAL'.
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
           IF WS-GRDNTRAN-ST = '00'
              PERFORM 200-READ-FILE-PARA UNTIL EOF-GRDNTRAN
           ELSE
              DISPLAY 'ERROR IN OPEN ' WS-GRDNTRAN-ST
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
        100-OPEN-FILE-PARA.
           OPEN INPUT GRDNTRAN.
           OPEN OUTPUT GRDNREJ.
        200-READ-FILE-PARA.
           READ GRDNTRAN
              AT END
                 SET EOF-GRDNTRAN TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 300-APPLY-TRAN-PARA
           END-READ.
        300-APPLY-TRAN-PARA.
           DISPLAY GRDNTRAN-LIST.
           PERFORM 310-VALIDATE-TRAN-PARA.
           IF TRAN-INVALID
              PERFORM 498-REJECT-PARA
           ELSE
              EVALUATE T-ACTION
                 WHEN 'ADD'
                    PERFORM 500-ADD-PARA
                 WHEN 'CHG'
                    PERFORM 510-CHANGE-PARA
                 WHEN 'DEL'
                    PERFORM 520-DELETE-PARA
              END-EVALUATE
           END-IF.
        310-VALIDATE-TRAN-PARA.
           SET TRAN-VALID TO TRUE.
           MOVE SPACES TO WS-REJ-CODE WS-REJ-TEXT.
           MOVE T-STU-ID TO WS-STU-ID.
           IF TRAN-VALID AND T-ACTION NOT = 'ADD' AND
              T-ACTION NOT = 'CHG' AND T-ACTION NOT = 'DEL'
              SET TRAN-INVALID TO TRUE
              MOVE "RJ01" TO WS-REJ-CODE
              MOVE "ACTION NOT ADD/CHG/DEL" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID AND T-STU-ID = SPACES
              SET TRAN-INVALID TO TRUE
              MOVE "RJ02" TO WS-REJ-CODE
              MOVE "MISSING STU-ID" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID AND T-ACTION = 'ADD' AND T-GRDN-NAME = SPACES
              SET TRAN-INVALID TO TRUE
              MOVE "RJ04" TO WS-REJ-CODE
              MOVE "MISSING GUARDIAN ON ADD" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID AND T-PREF-CHANNEL NOT = 'S' AND
              T-PREF-CHANNEL NOT = 'E' AND
              (T-ACTION = 'ADD' OR T-PREF-CHANNEL NOT = SPACE)
              SET TRAN-INVALID TO TRUE
              MOVE "RJ05" TO WS-REJ-CODE
              MOVE "CHANNEL NOT S OR E" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID AND T-OPT-OUT NOT = 'Y' AND
              T-OPT-OUT NOT = 'N' AND T-OPT-OUT NOT = SPACE
              SET TRAN-INVALID TO TRUE
              MOVE "RJ07" TO WS-REJ-CODE
              MOVE "OPT-OUT NOT Y OR N" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID AND T-EMAIL-ADDR NOT = SPACES
              MOVE ZERO TO WS-AT-COUNT
              INSPECT T-EMAIL-ADDR TALLYING WS-AT-COUNT FOR ALL '@'
              IF WS-AT-COUNT NOT = 1
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ11" TO WS-REJ-CODE
                 MOVE "E-MAIL ADDRESS INVALID" TO WS-REJ-TEXT
              END-IF
           END-IF.
           IF TRAN-VALID AND T-ACTION = 'ADD'
              PERFORM 315-CHECK-STUDENT-PARA
           END-IF.
           IF TRAN-VALID
              PERFORM 320-CHECK-EXISTS-PARA
           END-IF.
        315-CHECK-STUDENT-PARA.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-EXIST-COUNT
               FROM STUDENRL
              WHERE STU_ID = :WS-STU-ID
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " T-STU-ID
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ10" TO WS-REJ-CODE
                 MOVE "ENROLLMENT CHECK FAILED" TO WS-REJ-TEXT
              WHEN WS-EXIST-COUNT = 0
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ03" TO WS-REJ-CODE
                 MOVE "STU-ID NOT ON STUDENRL" TO WS-REJ-TEXT
           END-EVALUATE.
        320-CHECK-EXISTS-PARA.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-EXIST-COUNT
               FROM GRDNCONT
              WHERE STU_ID = :WS-STU-ID
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " T-STU-ID
              PERFORM 990-SQL-ERROR-PARA
              SET TRAN-INVALID TO TRUE
              MOVE "RJ10" TO WS-REJ-CODE
              MOVE "EXISTENCE CHECK FAILED" TO WS-REJ-TEXT
           ELSE
              IF T-ACTION = 'ADD' AND WS-EXIST-COUNT > 0
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ08" TO WS-REJ-CODE
                 MOVE "DUPLICATE STU-ID ON ADD" TO WS-REJ-TEXT
              END-IF
              IF T-ACTION NOT = 'ADD' AND WS-EXIST-COUNT = 0
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ09" TO WS-REJ-CODE
                 MOVE "NO GUARDIAN ON FILE" TO WS-REJ-TEXT
              END-IF
           END-IF.
      * THE PREFERRED CHANNEL MUST HAVE AN ADDRESS TO SEND TO, CHECKED
      * ON THE ROW AS IT WILL STAND
        330-CHECK-ADDRESS-PARA.
           IF (CHANNEL-SMS AND WS-MOBILE-NO = SPACES) OR
              (CHANNEL-EMAIL AND WS-EMAIL-ADDR = SPACES)
              SET TRAN-INVALID TO TRUE
              MOVE "RJ06" TO WS-REJ-CODE
              MOVE "NO ADDRESS FOR CHANNEL" TO WS-REJ-TEXT
              PERFORM 498-REJECT-PARA
           END-IF.
        498-REJECT-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY "REJECTED " GRDNTRAN-LIST(1:40) " " WS-REJ-TEXT.
           MOVE GRDNTRAN-LIST TO REJ-RECORD.
           MOVE WS-REJ-CODE  TO REJ-REASON-CODE.
           MOVE WS-REJ-TEXT  TO REJ-REASON-TEXT.
           WRITE GRDNREJ-LIST.
           MOVE T-STU-ID TO WS-REG-KEY.
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
        500-ADD-PARA.
           MOVE T-GRDN-NAME    TO WS-GRDN-NAME.
           MOVE T-MOBILE-NO    TO WS-MOBILE-NO.
           MOVE T-EMAIL-ADDR   TO WS-EMAIL-ADDR.
           MOVE T-PREF-CHANNEL TO WS-PREF-CHANNEL.
           MOVE T-OPT-OUT      TO WS-OPT-OUT.
           IF WS-OPT-OUT = SPACE
              MOVE 'N' TO WS-OPT-OUT
           END-IF.
           MOVE SPACE TO WS-DELIV-STATUS.
           PERFORM 330-CHECK-ADDRESS-PARA.
           IF TRAN-VALID
              EXEC SQL
                INSERT INTO GRDNCONT
                  (STU_ID, GRDN_NAME, MOBILE_NO, EMAIL_ADDR,
                   PREF_CHANNEL, OPT_OUT, DELIV_STATUS, UPD_DATE)
                VALUES
                  (:WS-STU-ID, :WS-GRDN-NAME, :WS-MOBILE-NO,
                   :WS-EMAIL-ADDR, :WS-PREF-CHANNEL, :WS-OPT-OUT,
                   :WS-DELIV-STATUS, :WS-TODAY8)
              END-EXEC
              PERFORM 560-APPLY-RESULT-PARA
           END-IF.
        510-CHANGE-PARA.
           PERFORM 530-FETCH-BEFORE-PARA.
           IF TRAN-VALID
              IF T-GRDN-NAME NOT = SPACES
                 MOVE T-GRDN-NAME TO WS-GRDN-NAME
              END-IF
              IF T-MOBILE-NO NOT = SPACES
                 MOVE T-MOBILE-NO TO WS-MOBILE-NO
                 MOVE SPACE TO WS-DELIV-STATUS
              END-IF
              IF T-EMAIL-ADDR NOT = SPACES
                 MOVE T-EMAIL-ADDR TO WS-EMAIL-ADDR
                 MOVE SPACE TO WS-DELIV-STATUS
              END-IF
              IF T-PREF-CHANNEL NOT = SPACE
                 MOVE T-PREF-CHANNEL TO WS-PREF-CHANNEL
              END-IF
              IF T-OPT-OUT NOT = SPACE
                 MOVE T-OPT-OUT TO WS-OPT-OUT
              END-IF
              PERFORM 330-CHECK-ADDRESS-PARA
           END-IF.
           IF TRAN-VALID
              EXEC SQL
                UPDATE GRDNCONT
                   SET GRDN_NAME    = :WS-GRDN-NAME,
                       MOBILE_NO    = :WS-MOBILE-NO,
                       EMAIL_ADDR   = :WS-EMAIL-ADDR,
                       PREF_CHANNEL = :WS-PREF-CHANNEL,
                       OPT_OUT      = :WS-OPT-OUT,
                       DELIV_STATUS = :WS-DELIV-STATUS,
                       UPD_DATE     = :WS-TODAY8
                 WHERE STU_ID = :WS-STU-ID
              END-EXEC
              PERFORM 560-APPLY-RESULT-PARA
           END-IF.
        520-DELETE-PARA.
           EXEC SQL
             DELETE FROM GRDNCONT
              WHERE STU_ID = :WS-STU-ID
           END-EXEC.
           PERFORM 560-APPLY-RESULT-PARA.
        530-FETCH-BEFORE-PARA.
           EXEC SQL
             SELECT GRDN_NAME, MOBILE_NO, EMAIL_ADDR,
                    PREF_CHANNEL, OPT_OUT, DELIV_STATUS
               INTO :WS-GRDN-NAME, :WS-MOBILE-NO, :WS-EMAIL-ADDR,
                    :WS-PREF-CHANNEL, :WS-OPT-OUT, :WS-DELIV-STATUS
               FROM GRDNCONT
              WHERE STU_ID = :WS-STU-ID
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " T-STU-ID
              PERFORM 990-SQL-ERROR-PARA
              SET TRAN-INVALID TO TRUE
              MOVE "RJ10" TO WS-REJ-CODE
              MOVE "BEFORE IMAGE READ FAILED" TO WS-REJ-TEXT
              PERFORM 498-REJECT-PARA
           END-IF.
        560-APPLY-RESULT-PARA.
           IF SQLCODE = 0
              ADD 1 TO WS-APPLY-COUNT
              ADD 1 TO WS-COMMIT-COUNT
              IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
                 PERFORM 620-COMMIT-PARA
              END-IF
           ELSE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " T-STU-ID
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
        400-CLOSE-FILE-PARA.
           PERFORM 620-COMMIT-PARA.
           CLOSE GRDNTRAN.
           CLOSE GRDNREJ.
           PERFORM 900-CONTROL-TOTALS-PARA.
        620-COMMIT-PARA.
           EXEC SQL
             COMMIT
           END-EXEC.
           MOVE ZERO TO WS-COMMIT-COUNT.
        900-CONTROL-TOTALS-PARA.
           DISPLAY SPACES.
           MOVE 'TRANS READ'       TO CTL-LABEL.
           MOVE WS-READ-COUNT      TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
           MOVE 'TRANS APPLIED'    TO CTL-LABEL.
           MOVE WS-APPLY-COUNT     TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
           MOVE 'TRANS REJECTED'   TO CTL-LABEL.
           MOVE WS-REJECT-COUNT    TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
           IF WS-READ-COUNT = WS-APPLY-COUNT + WS-REJECT-COUNT
              DISPLAY 'GRDNTRAN CONTROL TOTALS BALANCE'
           ELSE
              DISPLAY 'GRDNTRAN CONTROL TOTALS OUT OF BALANCE'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
        990-SQL-ERROR-PARA.
           MOVE WS-STU-ID TO WS-ERRH-KEY.
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
           MOVE 'GRDNMAIN' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE
           ELSE
              ACCEPT STL-RUN-DATE FROM DATE
           END-IF.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-READ-COUNT TO STL-READ-CNT.
           MOVE WS-APPLY-COUNT TO STL-PROC-CNT.
           MOVE WS-REJECT-COUNT TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
