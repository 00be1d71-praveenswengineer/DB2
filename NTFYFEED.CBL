       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NTFYFEED.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NTFYRPT IS NOW REGISTERED ON THE RPTLOG REPORT
      *                 REGISTER THROUGH RPTREG ONCE IT IS CLOSED, FOR
      *                 THE RPTDIST STEP.
      *  10/15/26  RKS  NEW PROGRAM. NIGHTLY GUARDIAN NOTIFICATION
      *                 FEED. READS THE NTFYEVT EVENTS THE DAY'S
      *                 STEPS APPENDED (ATTDWARN ATTD, FEEDFLT FEES,
      *                 ADMITCRD ADMT, STUDMSHT RSLT), LOOKS EACH
      *                 STUDENT UP ON GRDNCONT AND WRITES ONE FIXED-
      *                 FORMAT NTFYGWY RECORD PER MESSAGE FOR THE SMS/
      *                 E-MAIL GATEWAY, ON THE PREFERRED CHANNEL OR
      *                 THE OTHER ONE IF THE PREFERRED ADDRESS IS
      *                 BLANK. NO CONTACT, OPTED OUT, OR MARKED
      *                 UNDELIVERABLE BY NTFYRECN IS SKIPPED AND
      *                 LISTED ON NTFYRPT. AN EVENT OF THE SAME TYPE
      *                 ALREADY SENT TO THE STUDENT WITHIN THE NTFYCTL
      *                 SUPPRESSION DAYS (DEFAULT 7) IS NOT SENT
      *                 AGAIN. EVERY MESSAGE SENT IS RECORDED ON
      *                 NTFYHIST UNDER ITS MESSAGE ID FOR NTFYRECN TO
      *                 RECONCILE. A CLEAN RUN EMPTIES NTFYEVT.
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
           SELECT NTFYCTL ASSIGN TO NTFYCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-NTFYCTL-ST.
           SELECT NTFYEVT ASSIGN TO NTFYEVT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-NTFYEVT-ST.
           SELECT NTFYGWY ASSIGN TO NTFYGWY
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-NTFYGWY-ST.
           SELECT NTFYRPT ASSIGN TO NTFYRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-NTFYRPT-ST.
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
      * SUPPRESSION CARD -- DAYS WITHIN WHICH A REPEAT OF THE SAME
      * EVENT TYPE TO THE SAME STUDENT IS NOT SENT (000 SENDS ALL)
       FD NTFYCTL
           RECORDING MODE IS F.
       01 NTFYCTL-REC.
         05 NC-SUPPRESS-DAYS      PIC X(3).
         05                       PIC X(77).
       FD NTFYEVT
           RECORDING MODE IS F.
       01 NTFYEVT-REC.
         05 EVT-STU-ID            PIC X(6).
         05                       PIC X(1).
         05 EVT-TYPE              PIC X(4).
         05                       PIC X(1).
         05 EVT-DATE              PIC 9(8).
         05                       PIC X(1).
         05 EVT-TEXT              PIC X(59).
      * GATEWAY FEED -- ONE MESSAGE PER RECORD, CHANNEL S = SMS TO THE
      * MOBILE NUMBER, E = E-MAIL TO THE ADDRESS
       FD NTFYGWY
           RECORDING MODE IS F.
       01 NTFYGWY-REC.
         05 GWY-MSG-ID            PIC X(14).
         05                       PIC X(1).
         05 GWY-CHANNEL           PIC X(1).
         05                       PIC X(1).
         05 GWY-STU-ID            PIC X(6).
         05                       PIC X(1).
         05 GWY-EVT-TYPE          PIC X(4).
         05                       PIC X(1).
         05 GWY-GRDN-NAME         PIC X(30).
         05                       PIC X(1).
         05 GWY-ADDRESS           PIC X(40).
         05                       PIC X(1).
         05 GWY-MSG-TEXT          PIC X(59).
         05                       PIC X(40).
       FD NTFYRPT
           RECORDING MODE IS F.
       01 NTFYRPT-LIST.
         05 NTFYRPT-ID            PIC X(80).
       WORKING-STORAGE SECTION.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-NTFYCTL-ST        PIC X(2).
        77  WS-NTFYEVT-ST        PIC X(2).
        77  WS-NTFYGWY-ST        PIC X(2).
        77  WS-NTFYRPT-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-RPTREG-PARM.
            05 WS-RR-PROGRAM     PIC X(8) VALUE 'NTFYFEED'.
            05 WS-RR-REPORT-ID   PIC X(8) VALUE 'NTFYRPT'.
            05 WS-RR-RUN-DATE    PIC 9(8) VALUE ZERO.
            05 WS-RR-PAGES       PIC 9(5) VALUE ZERO.
            05 WS-RR-LINES       PIC 9(7) VALUE ZERO.
        01  WS-RPT-EOF           PIC X VALUE 'N'.
            88 EOF-RPT             VALUE 'Y'.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-SUPPRESS-DAYS     PIC 9(3) VALUE 7.
        01  WS-EVT-EOF           PIC X VALUE 'N'.
            88 EOF-EVT             VALUE 'Y'.
        01  WS-SEND-SW           PIC X VALUE 'Y'.
            88 SEND-MESSAGE        VALUE 'Y'.
        01  WS-SKIP-REASON       PIC X(25) VALUE SPACES.
        01  WS-STU-ID            PIC X(6).
        01  WS-EVT-TYPE          PIC X(4).
        01  WS-GRDN-NAME         PIC X(30).
        01  WS-MOBILE-NO         PIC X(15).
        01  WS-EMAIL-ADDR        PIC X(40).
        01  WS-PREF-CHANNEL      PIC X(1).
        01  WS-OPT-OUT           PIC X(1).
        01  WS-DELIV-STATUS      PIC X(1).
        01  WS-CHANNEL           PIC X(1).
        01  WS-ADDRESS           PIC X(40).
        01  WS-SENT-STATUS       PIC X(1) VALUE 'S'.
        01  WS-LAST-SENT         PIC 9(8) VALUE ZERO.
        01  WS-LAST-MSG-ID       PIC X(14) VALUE SPACES.
        01  WS-MSG-ID.
            05 WS-MSG-DATE       PIC 9(8).
            05 WS-MSG-SEQ        PIC 9(6).
        01  WS-MSG-ID-R          REDEFINES WS-MSG-ID PIC X(14).
        01  WS-LAST-MSG-R.
            05                   PIC X(8).
            05 WS-LAST-SEQ       PIC 9(6).
        01  WS-DATE8             PIC 9(8) VALUE ZERO.
        01  WS-DATE8-R           REDEFINES WS-DATE8.
            05 WS-D8-CCYY        PIC 9(4).
            05 WS-D8-MM          PIC 9(2).
            05 WS-D8-DD          PIC 9(2).
        01  WS-TODAY-SERIAL      PIC S9(7) COMP VALUE ZERO.
        01  WS-ENTRY-SERIAL      PIC S9(7) COMP VALUE ZERO.
        01  WS-AGE-DAYS          PIC S9(5) COMP VALUE ZERO.
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-SENT-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-SKIP-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-REPEAT-COUNT      PIC 9(7) COMP VALUE ZERO.
        01  WS-COMMIT-INTERVAL   PIC 9(5) COMP VALUE 100.
        01  WS-COMMIT-COUNT      PIC 9(5) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'NTFYFEED'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(16) VALUE SPACES.
            05                   PIC X(40) VALUE
               'GUARDIAN NOTIFICATIONS NOT SENT AS AT'.
            05 HDR-RUN-DATE      PIC 9(8).
            05                   PIC X(16).
        01  WS-HDR2.
            05                   PIC X(8)  VALUE 'STUDENT'.
            05                   PIC X(6)  VALUE 'EVENT'.
            05                   PIC X(31) VALUE 'GUARDIAN'.
            05                   PIC X(25) VALUE 'REASON NOT SENT'.
            05                   PIC X(10).
        01  WS-DTL-LINE.
            05 DTL-STU-ID        PIC X(6).
            05                   PIC X(2).
            05 DTL-EVT-TYPE      PIC X(4).
            05                   PIC X(2).
            05 DTL-GRDN-NAME     PIC X(30).
            05                   PIC X(1).
            05 DTL-REASON        PIC X(25).
            05                   PIC X(10).
        01  WS-SUM-LINE.
            05 SUM-LABEL         PIC X(30).
            05 SUM-COUNT         PIC ZZZ,ZZ9.
            05                   PIC X(43).
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 050-READ-NTFYCTL-PARA.
           PERFORM 100-OPEN-FILE-PARA.
           IF WS-NTFYEVT-ST = '00'
              PERFORM 060-NEXT-MSG-ID-PARA
              PERFORM 200-READ-EVENT-PARA UNTIL EOF-EVT
              PERFORM 600-COMMIT-PARA
              PERFORM 700-FINAL-PARA
              PERFORM 900-CLOSE-FILE-PARA
              IF RETURN-CODE < 8
                 PERFORM 950-CLEAR-EVENTS-PARA
              END-IF
           ELSE
              DISPLAY 'NO NTFYEVT FILE - NOTHING TO SEND'
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
           IF WS-SHARED-RUN-DATE = ZERO
              ACCEPT WS-SYS-DATE FROM DATE
              COMPUTE WS-SHARED-RUN-DATE = 20000000 + WS-SYS-DATE
           END-IF.
           MOVE WS-SHARED-RUN-DATE TO WS-DATE8.
           PERFORM 520-DATE-SERIAL-PARA.
           MOVE WS-ENTRY-SERIAL TO WS-TODAY-SERIAL.
        050-READ-NTFYCTL-PARA.
           OPEN INPUT NTFYCTL.
           IF WS-NTFYCTL-ST = '00'
              READ NTFYCTL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF NC-SUPPRESS-DAYS NUMERIC
                       MOVE NC-SUPPRESS-DAYS TO WS-SUPPRESS-DAYS
                    ELSE
                       IF NC-SUPPRESS-DAYS NOT = SPACES
                          DISPLAY 'BAD NTFYCTL SUPPRESSION DAYS '
                                  NC-SUPPRESS-DAYS ' - DEFAULT USED'
                          MOVE 4 TO RETURN-CODE
                       END-IF
                    END-IF
              END-READ
              CLOSE NTFYCTL
           END-IF.
           DISPLAY 'REPEATS SUPPRESSED WITHIN DAYS ' WS-SUPPRESS-DAYS.
      * MESSAGE IDS ARE THE RUN DATE AND A SEQUENCE; A SECOND RUN ON
      * THE SAME DATE CARRIES ON FROM THE LAST ID ALREADY ON NTFYHIST
        060-NEXT-MSG-ID-PARA.
           MOVE WS-SHARED-RUN-DATE TO WS-MSG-DATE.
           MOVE ZERO TO WS-MSG-SEQ.
           EXEC SQL
             SELECT COALESCE(MAX(MSG_ID), ' ')
               INTO :WS-LAST-MSG-ID
               FROM NTFYHIST
              WHERE SENT_DATE = :WS-SHARED-RUN-DATE
           END-EXEC.
           IF SQLCODE = 0
              IF WS-LAST-MSG-ID NOT = SPACES
                 MOVE WS-LAST-MSG-ID TO WS-LAST-MSG-R
                 MOVE WS-LAST-SEQ TO WS-MSG-SEQ
              END-IF
           ELSE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " READING NTFYHIST"
              PERFORM 990-SQL-ERROR-PARA
              SET EOF-EVT TO TRUE
           END-IF.
        100-OPEN-FILE-PARA.
           OPEN INPUT NTFYEVT.
           OPEN OUTPUT NTFYGWY.
           OPEN OUTPUT NTFYRPT.
           MOVE WS-SHARED-RUN-DATE TO HDR-RUN-DATE.
           MOVE WS-AST TO NTFYRPT-ID.
           WRITE NTFYRPT-LIST.
           MOVE WS-HDR1 TO NTFYRPT-ID.
           WRITE NTFYRPT-LIST.
           MOVE WS-AST TO NTFYRPT-ID.
           WRITE NTFYRPT-LIST.
           MOVE WS-HDR2 TO NTFYRPT-ID.
           WRITE NTFYRPT-LIST.
           MOVE WS-AST TO NTFYRPT-ID.
           WRITE NTFYRPT-LIST.
        200-READ-EVENT-PARA.
           READ NTFYEVT
              AT END
                 SET EOF-EVT TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 300-EVENT-PARA
           END-READ.
        300-EVENT-PARA.
           MOVE 'Y' TO WS-SEND-SW.
           MOVE SPACES TO WS-SKIP-REASON WS-GRDN-NAME.
           MOVE EVT-STU-ID TO WS-STU-ID.
           MOVE EVT-TYPE TO WS-EVT-TYPE.
           PERFORM 310-GET-CONTACT-PARA.
           IF SEND-MESSAGE
              PERFORM 320-PICK-CHANNEL-PARA
           END-IF.
           IF SEND-MESSAGE AND WS-SUPPRESS-DAYS > 0
              PERFORM 330-CHECK-REPEAT-PARA
           END-IF.
           IF SEND-MESSAGE
              PERFORM 400-SEND-PARA
           ELSE
              IF WS-SKIP-REASON NOT = SPACES
                 PERFORM 450-PRINT-SKIP-PARA
              END-IF
           END-IF.
        310-GET-CONTACT-PARA.
           EXEC SQL
             SELECT GRDN_NAME, MOBILE_NO, EMAIL_ADDR,
                    PREF_CHANNEL, OPT_OUT, DELIV_STATUS
               INTO :WS-GRDN-NAME, :WS-MOBILE-NO, :WS-EMAIL-ADDR,
                    :WS-PREF-CHANNEL, :WS-OPT-OUT, :WS-DELIV-STATUS
               FROM GRDNCONT
              WHERE STU_ID = :WS-STU-ID
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 MOVE 'N' TO WS-SEND-SW
                 MOVE 'NO GUARDIAN CONTACT' TO WS-SKIP-REASON
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " WS-STU-ID
                 PERFORM 990-SQL-ERROR-PARA
                 MOVE 'N' TO WS-SEND-SW
                 SET EOF-EVT TO TRUE
              WHEN WS-OPT-OUT = 'Y'
                 MOVE 'N' TO WS-SEND-SW
                 MOVE 'GUARDIAN OPTED OUT' TO WS-SKIP-REASON
              WHEN WS-DELIV-STATUS = 'U'
                 MOVE 'N' TO WS-SEND-SW
                 MOVE 'CONTACT UNDELIVERABLE' TO WS-SKIP-REASON
           END-EVALUATE.
      * THE PREFERRED CHANNEL IF IT HAS AN ADDRESS, OTHERWISE WHICHEVER
      * ADDRESS THE GUARDIAN DID GIVE
        320-PICK-CHANNEL-PARA.
           EVALUATE TRUE
              WHEN WS-PREF-CHANNEL = 'S' AND WS-MOBILE-NO NOT = SPACES
                 MOVE 'S' TO WS-CHANNEL
                 MOVE WS-MOBILE-NO TO WS-ADDRESS
              WHEN WS-PREF-CHANNEL = 'E' AND
                   WS-EMAIL-ADDR NOT = SPACES
                 MOVE 'E' TO WS-CHANNEL
                 MOVE WS-EMAIL-ADDR TO WS-ADDRESS
              WHEN WS-MOBILE-NO NOT = SPACES
                 MOVE 'S' TO WS-CHANNEL
                 MOVE WS-MOBILE-NO TO WS-ADDRESS
              WHEN WS-EMAIL-ADDR NOT = SPACES
                 MOVE 'E' TO WS-CHANNEL
                 MOVE WS-EMAIL-ADDR TO WS-ADDRESS
              WHEN OTHER
                 MOVE 'N' TO WS-SEND-SW
                 MOVE 'NO MOBILE OR E-MAIL' TO WS-SKIP-REASON
           END-EVALUATE.
      * A REPEAT WITHIN THE WINDOW IS COUNTED BUT NOT LISTED -- IT WAS
      * SENT ALREADY, THERE IS NOTHING FOR THE OFFICE TO DO
        330-CHECK-REPEAT-PARA.
           EXEC SQL
             SELECT COALESCE(MAX(SENT_DATE), 0)
               INTO :WS-LAST-SENT
               FROM NTFYHIST
              WHERE STU_ID     = :WS-STU-ID
                AND EVENT_TYPE = :WS-EVT-TYPE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " WS-STU-ID
              PERFORM 990-SQL-ERROR-PARA
              MOVE 'N' TO WS-SEND-SW
              SET EOF-EVT TO TRUE
           ELSE
              IF WS-LAST-SENT NOT = ZERO
                 MOVE WS-LAST-SENT TO WS-DATE8
                 PERFORM 520-DATE-SERIAL-PARA
                 COMPUTE WS-AGE-DAYS =
                         WS-TODAY-SERIAL - WS-ENTRY-SERIAL
                 IF WS-AGE-DAYS < WS-SUPPRESS-DAYS
                    MOVE 'N' TO WS-SEND-SW
                    ADD 1 TO WS-REPEAT-COUNT
                 END-IF
              END-IF
           END-IF.
        400-SEND-PARA.
           ADD 1 TO WS-MSG-SEQ.
           EXEC SQL
             INSERT INTO NTFYHIST
               (MSG_ID, STU_ID, EVENT_TYPE, SENT_DATE, CHANNEL,
                DELIV_STATUS, STATUS_DATE)
             VALUES
               (:WS-MSG-ID-R, :WS-STU-ID, :WS-EVT-TYPE,
                :WS-SHARED-RUN-DATE, :WS-CHANNEL,
                :WS-SENT-STATUS, :WS-SHARED-RUN-DATE)
           END-EXEC.
           IF SQLCODE = 0
              MOVE SPACES TO NTFYGWY-REC
              MOVE WS-MSG-ID-R   TO GWY-MSG-ID
              MOVE WS-CHANNEL    TO GWY-CHANNEL
              MOVE WS-STU-ID     TO GWY-STU-ID
              MOVE WS-EVT-TYPE   TO GWY-EVT-TYPE
              MOVE WS-GRDN-NAME  TO GWY-GRDN-NAME
              MOVE WS-ADDRESS    TO GWY-ADDRESS
              MOVE EVT-TEXT      TO GWY-MSG-TEXT
              WRITE NTFYGWY-REC
              ADD 1 TO WS-SENT-COUNT
              ADD 1 TO WS-COMMIT-COUNT
              IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
                 PERFORM 600-COMMIT-PARA
              END-IF
           ELSE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " WS-STU-ID
              PERFORM 990-SQL-ERROR-PARA
              SET EOF-EVT TO TRUE
           END-IF.
        450-PRINT-SKIP-PARA.
           ADD 1 TO WS-SKIP-COUNT.
           MOVE SPACES TO WS-DTL-LINE.
           MOVE WS-STU-ID      TO DTL-STU-ID.
           MOVE WS-EVT-TYPE    TO DTL-EVT-TYPE.
           MOVE WS-GRDN-NAME   TO DTL-GRDN-NAME.
           MOVE WS-SKIP-REASON TO DTL-REASON.
           MOVE WS-DTL-LINE    TO NTFYRPT-ID.
           WRITE NTFYRPT-LIST.
      * SAME FLAT SERIAL AS REJAGING -- A 372-DAY YEAR OF 31-DAY
      * MONTHS, CLOSE ENOUGH FOR A SUPPRESSION WINDOW IN DAYS
        520-DATE-SERIAL-PARA.
           COMPUTE WS-ENTRY-SERIAL = WS-D8-CCYY * 372
                                   + WS-D8-MM * 31
                                   + WS-D8-DD.
        600-COMMIT-PARA.
           EXEC SQL
             COMMIT
           END-EXEC.
           MOVE ZERO TO WS-COMMIT-COUNT.
        700-FINAL-PARA.
           MOVE WS-AST TO NTFYRPT-ID.
           WRITE NTFYRPT-LIST.
           MOVE 'EVENTS READ' TO SUM-LABEL.
           MOVE WS-READ-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO NTFYRPT-ID.
           WRITE NTFYRPT-LIST.
           MOVE 'MESSAGES TO GATEWAY' TO SUM-LABEL.
           MOVE WS-SENT-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO NTFYRPT-ID.
           WRITE NTFYRPT-LIST.
           MOVE 'REPEATS SUPPRESSED' TO SUM-LABEL.
           MOVE WS-REPEAT-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO NTFYRPT-ID.
           WRITE NTFYRPT-LIST.
           MOVE 'NOT SENT - LISTED ABOVE' TO SUM-LABEL.
           MOVE WS-SKIP-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO NTFYRPT-ID.
           WRITE NTFYRPT-LIST.
           MOVE WS-AST TO NTFYRPT-ID.
           WRITE NTFYRPT-LIST.
           DISPLAY 'EVENTS READ ' WS-READ-COUNT
                   ' SENT ' WS-SENT-COUNT
                   ' REPEATS ' WS-REPEAT-COUNT
                   ' NOT SENT ' WS-SKIP-COUNT.
        900-CLOSE-FILE-PARA.
           IF WS-NTFYEVT-ST = '00' OR WS-NTFYEVT-ST = '10'
              CLOSE NTFYEVT
           END-IF.
           CLOSE NTFYGWY.
           CLOSE NTFYRPT.
           PERFORM 960-REGISTER-RPT-PARA.
      * THE EVENTS ARE ALL ON NTFYHIST NOW; EMPTY THE FILE SO TOMORROW
      * STARTS CLEAN. AFTER A FAILED RUN IT IS KEPT FOR THE RERUN, AND
      * WHAT WAS ALREADY COMMITTED IS THEN SUPPRESSED AS A REPEAT
        950-CLEAR-EVENTS-PARA.
           OPEN OUTPUT NTFYEVT.
           CLOSE NTFYEVT.
        960-REGISTER-RPT-PARA.
           MOVE ZERO TO WS-RR-LINES.
           MOVE 'N' TO WS-RPT-EOF.
           OPEN INPUT NTFYRPT.
           IF WS-NTFYRPT-ST = '00'
              PERFORM 965-COUNT-RPT-PARA UNTIL EOF-RPT
              CLOSE NTFYRPT
           END-IF.
           MOVE WS-SHARED-RUN-DATE TO WS-RR-RUN-DATE.
           CALL 'RPTREG' USING WS-RPTREG-PARM.
        965-COUNT-RPT-PARA.
           READ NTFYRPT
              AT END
                 SET EOF-RPT TO TRUE
              NOT AT END
                 ADD 1 TO WS-RR-LINES
           END-READ.
        990-SQL-ERROR-PARA.
           MOVE WS-STU-ID TO WS-ERRH-KEY.
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
           MOVE 'NTFYFEED' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE
           ELSE
              ACCEPT STL-RUN-DATE FROM DATE
           END-IF.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-READ-COUNT TO STL-READ-CNT.
           MOVE WS-SENT-COUNT TO STL-PROC-CNT.
           MOVE WS-SKIP-COUNT TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
