       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NTFYRECN.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NEW PROGRAM. GUARDIAN NOTIFICATION DELIVERY
      *                 RECONCILIATION. READS THE DLVRSTS STATUS FILE
      *                 THE SMS/E-MAIL GATEWAY RETURNS FOR THE NTFYFEED
      *                 MESSAGES (D = DELIVERED, U = UNDELIVERABLE) AND
      *                 POSTS EACH STATUS TO ITS NTFYHIST ROW. AN
      *                 UNDELIVERABLE MESSAGE MARKS THE GRDNCONT
      *                 CONTACT UNDELIVERABLE -- NTFYFEED SENDS IT
      *                 NOTHING MORE -- AND LISTS IT ON NTFYURPT FOR
      *                 THE OFFICE TO CORRECT THROUGH GRDNMAINT. A
      *                 CONTACT CHANGED SINCE THE MESSAGE WENT OUT IS
      *                 LEFT ALONE. UNKNOWN MESSAGE IDS AND BAD STATUS
      *                 CODES ARE LISTED AND END THE RUN RC 4.
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
           SELECT DLVRSTS ASSIGN TO DLVRSTS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DLVRSTS-ST.
           SELECT NTFYURPT ASSIGN TO NTFYURPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-NTFYURPT-ST.
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
      * GATEWAY DELIVERY STATUS -- ONE RECORD PER NTFYGWY MESSAGE ID
       FD DLVRSTS
           RECORDING MODE IS F.
       01 DLVRSTS-REC.
         05 DLV-MSG-ID            PIC X(14).
         05                       PIC X(1).
         05 DLV-STATUS            PIC X(1).
         05                       PIC X(1).
         05 DLV-DATE              PIC X(8).
         05                       PIC X(1).
         05 DLV-REASON            PIC X(30).
         05                       PIC X(24).
       FD NTFYURPT
           RECORDING MODE IS F.
       01 NTFYURPT-LIST.
         05 NTFYURPT-ID           PIC X(80).
       WORKING-STORAGE SECTION.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-DLVRSTS-ST        PIC X(2).
        77  WS-NTFYURPT-ST       PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-DLV-EOF           PIC X VALUE 'N'.
            88 EOF-DLV             VALUE 'Y'.
        01  WS-MSG-ID            PIC X(14).
        01  WS-DELIV-STATUS      PIC X(1).
            88 DELIVERED           VALUE 'D'.
            88 UNDELIVERABLE       VALUE 'U'.
        01  WS-UNDLV-FLAG        PIC X(1) VALUE 'U'.
        01  WS-STATUS-DATE       PIC 9(8) VALUE ZERO.
        01  WS-STU-ID            PIC X(6).
        01  WS-CHANNEL           PIC X(1).
        01  WS-SENT-DATE         PIC 9(8) VALUE ZERO.
        01  WS-GRDN-NAME         PIC X(30).
        01  WS-MOBILE-NO         PIC X(15).
        01  WS-EMAIL-ADDR        PIC X(40).
        01  WS-REJ-TEXT          PIC X(28).
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-DELIV-COUNT       PIC 9(7) COMP VALUE ZERO.
        77  WS-UNDLV-COUNT       PIC 9(7) COMP VALUE ZERO.
        77  WS-STALE-COUNT       PIC 9(7) COMP VALUE ZERO.
        77  WS-REJECT-COUNT      PIC 9(7) COMP VALUE ZERO.
        01  WS-COMMIT-INTERVAL   PIC 9(5) COMP VALUE 100.
        01  WS-COMMIT-COUNT      PIC 9(5) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'NTFYRECN'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(14) VALUE SPACES.
            05                   PIC X(44) VALUE
               'UNDELIVERABLE GUARDIAN CONTACTS AS AT'.
            05 HDR-RUN-DATE      PIC 9(8).
            05                   PIC X(14).
        01  WS-HDR2.
            05                   PIC X(8)  VALUE 'STUDENT'.
            05                   PIC X(3)  VALUE 'CH'.
            05                   PIC X(41) VALUE 'ADDRESS'.
            05                   PIC X(28) VALUE 'GATEWAY REASON'.
        01  WS-DTL-LINE.
            05 DTL-STU-ID        PIC X(6).
            05                   PIC X(2).
            05 DTL-CHANNEL       PIC X(1).
            05                   PIC X(2).
            05 DTL-ADDRESS       PIC X(40).
            05                   PIC X(1).
            05 DTL-REASON        PIC X(28).
        01  WS-GRDN-LINE.
            05                   PIC X(11) VALUE SPACES.
            05                   PIC X(10) VALUE 'GUARDIAN '.
            05 GRL-GRDN-NAME     PIC X(30).
            05                   PIC X(29).
        01  WS-REJ-HDR.
            05                   PIC X(16) VALUE 'MESSAGE ID'.
            05                   PIC X(3)  VALUE 'ST'.
            05                   PIC X(61) VALUE
               'STATUS RECORD NOT POSTED'.
        01  WS-REJ-LINE.
            05 RJL-MSG-ID        PIC X(14).
            05                   PIC X(2).
            05 RJL-STATUS        PIC X(1).
            05                   PIC X(2).
            05 RJL-TEXT          PIC X(28).
            05                   PIC X(33).
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
           PERFORM 100-OPEN-FILE-PARA.
           IF WS-DLVRSTS-ST = '00'
              PERFORM 200-READ-STATUS-PARA UNTIL EOF-DLV
              PERFORM 600-COMMIT-PARA
           ELSE
              DISPLAY 'ERROR IN OPEN ' WS-DLVRSTS-ST
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 700-FINAL-PARA.
           PERFORM 900-CLOSE-FILE-PARA.
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
        100-OPEN-FILE-PARA.
           OPEN INPUT DLVRSTS.
           OPEN OUTPUT NTFYURPT.
           MOVE WS-SHARED-RUN-DATE TO HDR-RUN-DATE.
           MOVE WS-AST TO NTFYURPT-ID.
           WRITE NTFYURPT-LIST.
           MOVE WS-HDR1 TO NTFYURPT-ID.
           WRITE NTFYURPT-LIST.
           MOVE WS-AST TO NTFYURPT-ID.
           WRITE NTFYURPT-LIST.
           MOVE WS-HDR2 TO NTFYURPT-ID.
           WRITE NTFYURPT-LIST.
           MOVE WS-AST TO NTFYURPT-ID.
           WRITE NTFYURPT-LIST.
        200-READ-STATUS-PARA.
           READ DLVRSTS
              AT END
                 SET EOF-DLV TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 300-STATUS-PARA
           END-READ.
        300-STATUS-PARA.
           MOVE DLV-MSG-ID TO WS-MSG-ID.
           MOVE DLV-STATUS TO WS-DELIV-STATUS.
           MOVE SPACES TO WS-STU-ID.
           IF DLV-DATE NUMERIC
              MOVE DLV-DATE TO WS-STATUS-DATE
           ELSE
              MOVE WS-SHARED-RUN-DATE TO WS-STATUS-DATE
           END-IF.
           IF NOT DELIVERED AND NOT UNDELIVERABLE
              MOVE 'STATUS NOT D OR U' TO WS-REJ-TEXT
              PERFORM 480-REJECT-PARA
           ELSE
              PERFORM 310-POST-HIST-PARA
           END-IF.
        310-POST-HIST-PARA.
           EXEC SQL
             SELECT STU_ID, CHANNEL, SENT_DATE
               INTO :WS-STU-ID, :WS-CHANNEL, :WS-SENT-DATE
               FROM NTFYHIST
              WHERE MSG_ID = :WS-MSG-ID
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 MOVE 'MESSAGE ID NOT ON NTFYHIST' TO WS-REJ-TEXT
                 PERFORM 480-REJECT-PARA
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON MSG-ID " WS-MSG-ID
                 PERFORM 990-SQL-ERROR-PARA
                 SET EOF-DLV TO TRUE
              WHEN OTHER
                 EXEC SQL
                   UPDATE NTFYHIST
                      SET DELIV_STATUS = :WS-DELIV-STATUS,
                          STATUS_DATE  = :WS-STATUS-DATE
                    WHERE MSG_ID = :WS-MSG-ID
                 END-EXEC
                 IF SQLCODE = 0
                    IF UNDELIVERABLE
                       PERFORM 400-MARK-CONTACT-PARA
                    END-IF
                    IF NOT EOF-DLV
                       PERFORM 650-COUNT-POSTED-PARA
                    END-IF
                 ELSE
                    MOVE SQLCODE TO WS-SQLCODE
                    DISPLAY "ERROR " WS-SQLCODE " ON MSG-ID "
                            WS-MSG-ID
                    PERFORM 990-SQL-ERROR-PARA
                    SET EOF-DLV TO TRUE
                 END-IF
           END-EVALUATE.
      * ONLY A CONTACT UNCHANGED SINCE THE MESSAGE WENT OUT IS MARKED;
      * ONE ALREADY MARKED IS NOT LISTED A SECOND TIME
        400-MARK-CONTACT-PARA.
           EXEC SQL
             UPDATE GRDNCONT
                SET DELIV_STATUS = :WS-UNDLV-FLAG,
                    DELIV_DATE   = :WS-STATUS-DATE
              WHERE STU_ID        = :WS-STU-ID
                AND UPD_DATE     <= :WS-SENT-DATE
                AND DELIV_STATUS <> :WS-UNDLV-FLAG
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-UNDLV-COUNT
                 PERFORM 450-PRINT-CONTACT-PARA
              WHEN 100
                 ADD 1 TO WS-STALE-COUNT
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " WS-STU-ID
                 PERFORM 990-SQL-ERROR-PARA
                 SET EOF-DLV TO TRUE
           END-EVALUATE.
        450-PRINT-CONTACT-PARA.
           MOVE SPACES TO WS-GRDN-NAME WS-MOBILE-NO WS-EMAIL-ADDR.
           EXEC SQL
             SELECT GRDN_NAME, MOBILE_NO, EMAIL_ADDR
               INTO :WS-GRDN-NAME, :WS-MOBILE-NO, :WS-EMAIL-ADDR
               FROM GRDNCONT
              WHERE STU_ID = :WS-STU-ID
           END-EXEC.
           MOVE SPACES TO WS-DTL-LINE.
           MOVE WS-STU-ID TO DTL-STU-ID.
           MOVE WS-CHANNEL TO DTL-CHANNEL.
           IF WS-CHANNEL = 'S'
              MOVE WS-MOBILE-NO TO DTL-ADDRESS
           ELSE
              MOVE WS-EMAIL-ADDR TO DTL-ADDRESS
           END-IF.
           MOVE DLV-REASON TO DTL-REASON.
           MOVE WS-DTL-LINE TO NTFYURPT-ID.
           WRITE NTFYURPT-LIST.
           MOVE WS-GRDN-NAME TO GRL-GRDN-NAME.
           MOVE WS-GRDN-LINE TO NTFYURPT-ID.
           WRITE NTFYURPT-LIST.
        480-REJECT-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           IF WS-REJECT-COUNT = 1
              MOVE WS-AST TO NTFYURPT-ID
              WRITE NTFYURPT-LIST
              MOVE WS-REJ-HDR TO NTFYURPT-ID
              WRITE NTFYURPT-LIST
           END-IF.
           MOVE SPACES TO WS-REJ-LINE.
           MOVE WS-MSG-ID TO RJL-MSG-ID.
           MOVE DLV-STATUS TO RJL-STATUS.
           MOVE WS-REJ-TEXT TO RJL-TEXT.
           MOVE WS-REJ-LINE TO NTFYURPT-ID.
           WRITE NTFYURPT-LIST.
           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
        600-COMMIT-PARA.
           EXEC SQL
             COMMIT
           END-EXEC.
           MOVE ZERO TO WS-COMMIT-COUNT.
        650-COUNT-POSTED-PARA.
           IF DELIVERED
              ADD 1 TO WS-DELIV-COUNT
           END-IF.
           ADD 1 TO WS-COMMIT-COUNT.
           IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
              PERFORM 600-COMMIT-PARA
           END-IF.
        700-FINAL-PARA.
           MOVE WS-AST TO NTFYURPT-ID.
           WRITE NTFYURPT-LIST.
           MOVE 'STATUS RECORDS READ' TO SUM-LABEL.
           MOVE WS-READ-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO NTFYURPT-ID.
           WRITE NTFYURPT-LIST.
           MOVE 'DELIVERED' TO SUM-LABEL.
           MOVE WS-DELIV-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO NTFYURPT-ID.
           WRITE NTFYURPT-LIST.
           MOVE 'CONTACTS MARKED UNDELIVERABLE' TO SUM-LABEL.
           MOVE WS-UNDLV-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO NTFYURPT-ID.
           WRITE NTFYURPT-LIST.
           MOVE 'UNDELIVERED - CONTACT CHANGED' TO SUM-LABEL.
           MOVE WS-STALE-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO NTFYURPT-ID.
           WRITE NTFYURPT-LIST.
           MOVE 'STATUS RECORDS NOT POSTED' TO SUM-LABEL.
           MOVE WS-REJECT-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO NTFYURPT-ID.
           WRITE NTFYURPT-LIST.
           MOVE WS-AST TO NTFYURPT-ID.
           WRITE NTFYURPT-LIST.
           DISPLAY 'STATUS READ ' WS-READ-COUNT
                   ' DELIVERED ' WS-DELIV-COUNT
                   ' UNDELIVERABLE ' WS-UNDLV-COUNT
                   ' NOT POSTED ' WS-REJECT-COUNT.
        900-CLOSE-FILE-PARA.
           IF WS-DLVRSTS-ST = '00' OR WS-DLVRSTS-ST = '10'
              CLOSE DLVRSTS
           END-IF.
           CLOSE NTFYURPT.
        990-SQL-ERROR-PARA.
           MOVE WS-MSG-ID TO WS-ERRH-KEY.
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
           MOVE 'NTFYRECN' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE
           ELSE
              ACCEPT STL-RUN-DATE FROM DATE
           END-IF.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-READ-COUNT TO STL-READ-CNT.
           COMPUTE STL-PROC-CNT = WS-DELIV-COUNT + WS-UNDLV-COUNT
                                + WS-STALE-COUNT.
           MOVE WS-REJECT-COUNT TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
