       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  DETNRPT IS NOW REGISTERED ON THE RPTLOG REPORT
      *                 REGISTER THROUGH RPTREG ONCE IT IS CLOSED --
      *                 PAGES AND THE LINE COUNT READ BACK OFF THE
      *                 CLOSED FILE -- FOR THE RPTDIST STEP.
      *  10/15/26  RKS  A STUDENT WHO FAILS ON THE STUDRECD MARKS IS
      *                 NOW PROMOTED WHEN SUPPLOAD HAS FLAGGED THEM
      *                 CLEARED ('P') ON SUPPRSLT FOR THIS ACADEMIC
      *                 YEAR -- THEIR SUPPLEMENTARY RE-SITS BROUGHT
      *                 EVERY SUBJECT UP TO THE PASS MARK. ONE STILL
      *                 FLAGGED 'F' IS HELD AS FAILED SUPPLEMENTARY.
      *                 ATTENDANCE IS STILL CHECKED AS BEFORE.
      *  09/29/26  RKS  THE ARCHIVE PASS IS NOW SAFE ON A CHECKPOINT
      *                 RERUN: WHEN MARKHIST IS ALREADY EMPTY AND
      *                 MARKARCH ALREADY HOLDS ROWS FOR THE YEAR, THE
        77  WS-STUDPCKP-ST       PIC X(2).
        77  WS-DETNRPT-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-RPTREG-PARM.
            05 WS-RR-PROGRAM     PIC X(8) VALUE 'STUDPROM'.
            05 WS-RR-REPORT-ID   PIC X(8) VALUE 'DETNRPT'.
            05 WS-RR-RUN-DATE    PIC 9(8) VALUE ZERO.
            05 WS-RR-PAGES       PIC 9(5) VALUE ZERO.
            05 WS-RR-LINES       PIC 9(7) VALUE ZERO.
        01  WS-RPT-EOF           PIC X VALUE 'N'.
            88 EOF-RPT             VALUE 'Y'.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-PASS-MARK         PIC 9(3) VALUE 55.
        01  WS-PROMOTE-SW        PIC X VALUE 'N'.
            88 PROMOTE-OK          VALUE 'Y'.
        01  WS-HELD-REASON       PIC X(20) VALUE SPACES.
        01  WS-SUPP-FLAG         PIC X(1) VALUE SPACE.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(24) VALUE SPACES.
              SET PROMOTE-OK TO TRUE
           ELSE
              MOVE 'FAILED MARKS' TO WS-HELD-REASON
              PERFORM 320-CHECK-SUPP-PARA
           END-IF.
           IF PROMOTE-OK
              PERFORM 350-CHECK-ATTD-PARA
           ELSE
              PERFORM 500-DETAIN-PARA
           END-IF.
      * THE SUPPLEMENTARY RESULT FOR THIS YEAR OVERRIDES THE FAILED
      * TERM MARKS; NO ROW MEANS THE STUDENT DID NOT RE-SIT
        320-CHECK-SUPP-PARA.
           MOVE SPACE TO WS-SUPP-FLAG.
           EXEC SQL
             SELECT RESULT_FLAG
               INTO :WS-SUPP-FLAG
               FROM SUPPRSLT
              WHERE STU_ID    = :STU-ID
                AND ACAD_YEAR = :WS-ACAD-YEAR
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 CONTINUE
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " STU-ID
                 PERFORM 990-SQL-ERROR-PARA
                 SET EOF-STUD TO TRUE
              WHEN WS-SUPP-FLAG = 'P'
                 SET PROMOTE-OK TO TRUE
                 MOVE SPACES TO WS-HELD-REASON
              WHEN OTHER
                 MOVE 'FAILED SUPPLEMENTARY' TO WS-HELD-REASON
           END-EVALUATE.
        350-CHECK-ATTD-PARA.
           MOVE ZERO TO WS-DAYS-PRESENT WS-DAYS-TOTAL.
           EXEC SQL
           END-EXEC.
        900-CLOSE-FILE-PARA.
           CLOSE DETNRPT.
           PERFORM 960-REGISTER-RPT-PARA.
        960-REGISTER-RPT-PARA.
           MOVE ZERO TO WS-RR-LINES.
           MOVE 'N' TO WS-RPT-EOF.
           OPEN INPUT DETNRPT.
           IF WS-DETNRPT-ST = '00'
              PERFORM 965-COUNT-RPT-PARA UNTIL EOF-RPT
              CLOSE DETNRPT
           END-IF.
           MOVE WS-SHARED-RUN-DATE TO WS-RR-RUN-DATE.
           CALL 'RPTREG' USING WS-RPTREG-PARM.
        965-COUNT-RPT-PARA.
           READ DETNRPT
              AT END
                 SET EOF-RPT TO TRUE
              NOT AT END
                 ADD 1 TO WS-RR-LINES
           END-READ.
        990-SQL-ERROR-PARA.
           EXEC SQL
             ROLLBACK
