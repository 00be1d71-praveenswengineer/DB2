       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSLTACK.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NEW PROGRAM. EXAMINATION BOARD ACKNOWLEDGMENT
      *                 RECONCILIATION FOR A RSLTSUBM SUBMISSION. EACH
      *                 BRDACK RECORD (SUBMISSION NO, STU-ID, A
      *                 ACCEPTED / R REJECTED, BOARD REASON) IS POSTED
      *                 TO ITS SUBMDTL ROW; EVERY STUDENT SUBMITTED BUT
      *                 NOT ACKNOWLEDGED IS THEN MARKED MISSING. ACKRPT
      *                 LISTS THE REJECTED STUDENTS WITH THE BOARD'S
      *                 REASON, THE MISSING ONES, AND ANY ACK RECORD
      *                 THAT MATCHES NOTHING SUBMITTED, WITH THE
      *                 ACCEPTED/REJECTED/MISSING COUNTS. REJECTED AND
      *                 MISSING STUDENTS ARE CORRECTED AND SENT AGAIN BY
      *                 A RSLTSUBM SUPPLEMENTARY RUN (SUBMCTL TYPE S)
      *                 QUOTING THIS SUBMISSION NUMBER. ANY REJECTED,
      *                 MISSING OR UNMATCHED ENDS THE RUN RC 4.
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
           SELECT BRDACK ASSIGN TO BRDACK
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BRDACK-ST.
           SELECT ACKRPT ASSIGN TO ACKRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ACKRPT-ST.
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
      * BOARD ACKNOWLEDGMENT -- ONE RECORD PER STUDENT RECEIVED
       FD BRDACK
           RECORDING MODE IS F.
       01 BRDACK-REC.
         05 ACK-SUBM-NO           PIC X(6).
         05                       PIC X(1).
         05 ACK-STU-ID            PIC X(6).
         05                       PIC X(1).
         05 ACK-STATUS            PIC X(1).
         05                       PIC X(1).
         05 ACK-REASON            PIC X(40).
         05                       PIC X(24).
       FD ACKRPT
           RECORDING MODE IS F.
       01 ACKRPT-LIST.
         05 ACKRPT-ID             PIC X(80).
       WORKING-STORAGE SECTION.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-BRDACK-ST         PIC X(2).
        77  WS-ACKRPT-ST         PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-ACK-EOF           PIC X VALUE 'N'.
            88 EOF-ACK             VALUE 'Y'.
        01  WS-MISS-EOF          PIC X VALUE 'N'.
            88 EOF-MISS            VALUE 'Y'.
        01  WS-SUBM-NO           PIC 9(6) VALUE ZERO.
        01  WS-SUBM-TERM         PIC X(2) VALUE SPACES.
        01  WS-STU-ID            PIC X(6).
        01  WS-STU-NAME          PIC X(20).
        01  WS-ACK-STATUS        PIC X(1).
            88 ACK-ACCEPTED        VALUE 'A'.
            88 ACK-REJECTED        VALUE 'R'.
        01  WS-MISSING           PIC X(1) VALUE 'M'.
        01  WS-ACK-REASON        PIC X(40).
        01  WS-UNMATCH-TEXT      PIC X(30).
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-ACCEPT-COUNT      PIC 9(7) COMP VALUE ZERO.
        77  WS-REJECT-COUNT      PIC 9(7) COMP VALUE ZERO.
        77  WS-MISS-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-UNMATCH-COUNT     PIC 9(7) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'RSLTACK'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(10) VALUE SPACES.
            05                   PIC X(44) VALUE
               'BOARD ACKNOWLEDGMENT RECONCILIATION  SUBM NO'.
            05 HDR-SUBM-NO       PIC 9(6).
            05                   PIC X(7)  VALUE '  TERM'.
            05 HDR-TERM          PIC X(2).
            05                   PIC X(11).
        01  WS-SECT-LINE.
            05 SEC-TITLE         PIC X(40).
            05                   PIC X(40).
        01  WS-HDR2.
            05                   PIC X(8)  VALUE 'STUDENT'.
            05                   PIC X(22) VALUE 'NAME'.
            05                   PIC X(50) VALUE 'BOARD REASON'.
        01  WS-DTL-LINE.
            05 DTL-STU-ID        PIC X(6).
            05                   PIC X(2).
            05 DTL-STU-NAME      PIC X(20).
            05                   PIC X(2).
            05 DTL-REASON        PIC X(40).
            05                   PIC X(10).
        01  WS-UNM-LINE.
            05 UNM-SUBM-NO       PIC X(6).
            05                   PIC X(2).
            05 UNM-STU-ID        PIC X(6).
            05                   PIC X(2).
            05 UNM-STATUS        PIC X(1).
            05                   PIC X(2).
            05 UNM-TEXT          PIC X(30).
            05                   PIC X(31).
        01  WS-SUM-LINE.
            05 SUM-LABEL         PIC X(30).
            05 SUM-COUNT         PIC ZZZ,ZZ9.
            05                   PIC X(43).
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
      * WHAT WAS SUBMITTED BUT NEVER ACKNOWLEDGED, ONCE THE WHOLE
      * ACK FILE HAS BEEN POSTED
           EXEC SQL
            DECLARE MISS_CUR CURSOR FOR
             SELECT D.STU_ID, COALESCE(E.STU_NAME, ' ')
             FROM SUBMDTL D
                  LEFT OUTER JOIN STUDENRL E
                    ON E.STU_ID = D.STU_ID
             WHERE D.SUBM_NO    = :WS-SUBM-NO
               AND D.ACK_STATUS = ' '
             ORDER BY D.STU_ID
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 100-OPEN-FILE-PARA.
           IF WS-BRDACK-ST = '00'
              PERFORM 110-FIRST-ACK-PARA
           ELSE
              DISPLAY 'ERROR IN OPEN ' WS-BRDACK-ST
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE < 8
              PERFORM 200-READ-ACK-PARA UNTIL EOF-ACK
           END-IF.
           IF RETURN-CODE < 8
              PERFORM 400-MISSING-PARA
           END-IF.
           IF RETURN-CODE < 8
              PERFORM 600-CLOSE-SUBM-PARA
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
           OPEN INPUT BRDACK.
           OPEN OUTPUT ACKRPT.
      * THE FIRST RECORD NAMES THE SUBMISSION BEING ACKNOWLEDGED; IT
      * MUST BE ON SUBMHDR
        110-FIRST-ACK-PARA.
           READ BRDACK
              AT END
                 SET EOF-ACK TO TRUE
           END-READ.
           IF EOF-ACK OR ACK-SUBM-NO NOT NUMERIC
              DISPLAY 'BRDACK EMPTY OR NO SUBMISSION NUMBER'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ACK-SUBM-NO TO WS-SUBM-NO
              EXEC SQL
                SELECT EXAM_TERM
                  INTO :WS-SUBM-TERM
                  FROM SUBMHDR
                 WHERE SUBM_NO = :WS-SUBM-NO
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'SUBMISSION ' WS-SUBM-NO ' NOT ON SUBMHDR'
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM 120-PRINT-HEAD-PARA
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 300-POST-ACK-PARA
              END-IF
           END-IF.
        120-PRINT-HEAD-PARA.
           MOVE WS-SUBM-NO TO HDR-SUBM-NO.
           MOVE WS-SUBM-TERM TO HDR-TERM.
           MOVE WS-AST TO ACKRPT-ID.
           WRITE ACKRPT-LIST.
           MOVE WS-HDR1 TO ACKRPT-ID.
           WRITE ACKRPT-LIST.
           MOVE WS-AST TO ACKRPT-ID.
           WRITE ACKRPT-LIST.
           MOVE 'REJECTED BY THE BOARD' TO SEC-TITLE.
           MOVE WS-SECT-LINE TO ACKRPT-ID.
           WRITE ACKRPT-LIST.
           MOVE WS-HDR2 TO ACKRPT-ID.
           WRITE ACKRPT-LIST.
        200-READ-ACK-PARA.
           READ BRDACK
              AT END
                 SET EOF-ACK TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 300-POST-ACK-PARA
           END-READ.
        300-POST-ACK-PARA.
           MOVE ACK-STU-ID TO WS-STU-ID.
           MOVE ACK-STATUS TO WS-ACK-STATUS.
           MOVE ACK-REASON TO WS-ACK-REASON.
           EVALUATE TRUE
              WHEN ACK-SUBM-NO NOT = HDR-SUBM-NO
                 MOVE 'OTHER SUBMISSION NUMBER' TO WS-UNMATCH-TEXT
                 PERFORM 480-UNMATCHED-PARA
              WHEN NOT ACK-ACCEPTED AND NOT ACK-REJECTED
                 MOVE 'STATUS NOT A OR R' TO WS-UNMATCH-TEXT
                 PERFORM 480-UNMATCHED-PARA
              WHEN OTHER
                 PERFORM 310-UPDATE-DTL-PARA
           END-EVALUATE.
        310-UPDATE-DTL-PARA.
           EXEC SQL
             UPDATE SUBMDTL
                SET ACK_STATUS = :WS-ACK-STATUS,
                    ACK_REASON = :WS-ACK-REASON,
                    ACK_DATE   = :WS-SHARED-RUN-DATE
              WHERE SUBM_NO = :WS-SUBM-NO
                AND STU_ID  = :WS-STU-ID
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 MOVE 'STUDENT NOT IN SUBMISSION' TO WS-UNMATCH-TEXT
                 PERFORM 480-UNMATCHED-PARA
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " WS-STU-ID
                 PERFORM 990-SQL-ERROR-PARA
                 SET EOF-ACK TO TRUE
              WHEN ACK-ACCEPTED
                 ADD 1 TO WS-ACCEPT-COUNT
              WHEN OTHER
                 ADD 1 TO WS-REJECT-COUNT
                 PERFORM 350-PRINT-REJECT-PARA
           END-EVALUATE.
        350-PRINT-REJECT-PARA.
           MOVE SPACES TO WS-STU-NAME.
           EXEC SQL
             SELECT STU_NAME
               INTO :WS-STU-NAME
               FROM STUDENRL
              WHERE STU_ID = :WS-STU-ID
           END-EXEC.
           MOVE SPACES TO WS-DTL-LINE.
           MOVE WS-STU-ID TO DTL-STU-ID.
           MOVE WS-STU-NAME TO DTL-STU-NAME.
           MOVE WS-ACK-REASON TO DTL-REASON.
           MOVE WS-DTL-LINE TO ACKRPT-ID.
           WRITE ACKRPT-LIST.
      * EVERYTHING STILL UNACKNOWLEDGED IS MISSING FROM THE BOARD'S
      * FILE; IT IS MARKED M SO A SUPPLEMENTARY PICKS IT UP
        400-MISSING-PARA.
           MOVE WS-AST TO ACKRPT-ID.
           WRITE ACKRPT-LIST.
           MOVE 'MISSING FROM THE ACKNOWLEDGMENT' TO SEC-TITLE.
           MOVE WS-SECT-LINE TO ACKRPT-ID.
           WRITE ACKRPT-LIST.
           EXEC SQL
             OPEN MISS_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR IN OPEN MISS_CUR ' WS-SQLCODE
              PERFORM 990-SQL-ERROR-PARA
           ELSE
              PERFORM 410-FETCH-MISS-PARA UNTIL EOF-MISS
              EXEC SQL
                CLOSE MISS_CUR
              END-EXEC
           END-IF.
           IF RETURN-CODE < 8 AND WS-MISS-COUNT > 0
              EXEC SQL
                UPDATE SUBMDTL
                   SET ACK_STATUS = :WS-MISSING,
                       ACK_DATE   = :WS-SHARED-RUN-DATE
                 WHERE SUBM_NO    = :WS-SUBM-NO
                   AND ACK_STATUS = ' '
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR ' WS-SQLCODE ' MARKING MISSING'
                 PERFORM 990-SQL-ERROR-PARA
              END-IF
           END-IF.
        410-FETCH-MISS-PARA.
           EXEC SQL
             FETCH MISS_CUR
             INTO :WS-STU-ID, :WS-STU-NAME
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                ADD 1 TO WS-MISS-COUNT
                MOVE SPACES TO WS-DTL-LINE
                MOVE WS-STU-ID TO DTL-STU-ID
                MOVE WS-STU-NAME TO DTL-STU-NAME
                MOVE 'NOT ACKNOWLEDGED BY THE BOARD' TO DTL-REASON
                MOVE WS-DTL-LINE TO ACKRPT-ID
                WRITE ACKRPT-LIST
             WHEN 100
                SET EOF-MISS TO TRUE
             WHEN OTHER
                MOVE SQLCODE TO WS-SQLCODE
                DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " WS-STU-ID
                PERFORM 990-SQL-ERROR-PARA
                SET EOF-MISS TO TRUE
           END-EVALUATE.
        480-UNMATCHED-PARA.
           ADD 1 TO WS-UNMATCH-COUNT.
           DISPLAY 'UNMATCHED ACK ' BRDACK-REC(1:15) ' '
                   WS-UNMATCH-TEXT.
           MOVE SPACES TO WS-UNM-LINE.
           MOVE ACK-SUBM-NO TO UNM-SUBM-NO.
           MOVE ACK-STU-ID TO UNM-STU-ID.
           MOVE ACK-STATUS TO UNM-STATUS.
           MOVE WS-UNMATCH-TEXT TO UNM-TEXT.
           MOVE WS-UNM-LINE TO ACKRPT-ID.
           WRITE ACKRPT-LIST.
      * THE SUBMISSION IS STAMPED WITH ITS ACKNOWLEDGMENT DATE AND THE
      * WHOLE RECONCILIATION COMMITTED TOGETHER
        600-CLOSE-SUBM-PARA.
           EXEC SQL
             UPDATE SUBMHDR
                SET ACK_DATE = :WS-SHARED-RUN-DATE
              WHERE SUBM_NO = :WS-SUBM-NO
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                COMMIT
              END-EXEC
           ELSE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR ' WS-SQLCODE ' ON SUBMHDR ' WS-SUBM-NO
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
        700-FINAL-PARA.
           MOVE WS-AST TO ACKRPT-ID.
           WRITE ACKRPT-LIST.
           IF RETURN-CODE = 8
              MOVE 'RECONCILIATION FAILED - NOTHING POSTED'
                TO ACKRPT-ID
              WRITE ACKRPT-LIST
           END-IF.
           MOVE 'ACK RECORDS READ' TO SUM-LABEL.
           MOVE WS-READ-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO ACKRPT-ID.
           WRITE ACKRPT-LIST.
           MOVE 'ACCEPTED' TO SUM-LABEL.
           MOVE WS-ACCEPT-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO ACKRPT-ID.
           WRITE ACKRPT-LIST.
           MOVE 'REJECTED - RESUBMIT' TO SUM-LABEL.
           MOVE WS-REJECT-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO ACKRPT-ID.
           WRITE ACKRPT-LIST.
           MOVE 'MISSING - RESUBMIT' TO SUM-LABEL.
           MOVE WS-MISS-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO ACKRPT-ID.
           WRITE ACKRPT-LIST.
           MOVE 'ACK RECORDS UNMATCHED' TO SUM-LABEL.
           MOVE WS-UNMATCH-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO ACKRPT-ID.
           WRITE ACKRPT-LIST.
           MOVE WS-AST TO ACKRPT-ID.
           WRITE ACKRPT-LIST.
           DISPLAY 'SUBMISSION ' WS-SUBM-NO
                   ' ACCEPTED ' WS-ACCEPT-COUNT
                   ' REJECTED ' WS-REJECT-COUNT
                   ' MISSING ' WS-MISS-COUNT
                   ' UNMATCHED ' WS-UNMATCH-COUNT.
           IF RETURN-CODE < 4 AND
              (WS-REJECT-COUNT > 0 OR WS-MISS-COUNT > 0 OR
               WS-UNMATCH-COUNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
        900-CLOSE-FILE-PARA.
           IF WS-BRDACK-ST = '00' OR WS-BRDACK-ST = '10'
              CLOSE BRDACK
           END-IF.
           CLOSE ACKRPT.
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
           MOVE 'RSLTACK' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE
           ELSE
              ACCEPT STL-RUN-DATE FROM DATE
           END-IF.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-READ-COUNT TO STL-READ-CNT.
           COMPUTE STL-PROC-CNT = WS-ACCEPT-COUNT + WS-REJECT-COUNT.
           COMPUTE STL-REJ-CNT = WS-MISS-COUNT + WS-UNMATCH-COUNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
