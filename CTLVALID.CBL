       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  EDITRPT IS NOW REGISTERED ON THE RPTLOG REPORT
      *                 REGISTER THROUGH RPTREG ONCE IT IS CLOSED --
      *                 PAGES AND THE LINE COUNT READ BACK OFF THE
      *                 CLOSED FILE -- FOR THE RPTDIST STEP.
      *  09/29/26  RKS  THE STATUSLOG COMPLETION RECORD NOW CARRIES
      *                 THIS STEP'S READ/PROCESSED/REJECTED COUNTS IN
      *                 THE FORMERLY UNUSED FILLER, SO BATCHSTAT CAN
        77  WS-DEPCTL-ST         PIC X(2).
        77  WS-EDITRPT-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-RPTREG-PARM.
            05 WS-RR-PROGRAM     PIC X(8) VALUE 'CTLVALID'.
            05 WS-RR-REPORT-ID   PIC X(8) VALUE 'EDITRPT'.
            05 WS-RR-RUN-DATE    PIC 9(8) VALUE ZERO.
            05 WS-RR-PAGES       PIC 9(5) VALUE ZERO.
            05 WS-RR-LINES       PIC 9(7) VALUE ZERO.
        01  WS-RPT-EOF           PIC X VALUE 'N'.
            88 EOF-RPT             VALUE 'Y'.
        01  WS-STL-TYPE          PIC X(1) VALUE 'S'.
        01  WS-FILE-EOF          PIC X VALUE 'N'.
            88 EOF-FILE            VALUE 'Y'.
           END-IF.
        900-CLOSE-RPT-PARA.
           CLOSE EDITRPT.
           PERFORM 960-REGISTER-RPT-PARA.
        960-REGISTER-RPT-PARA.
           MOVE ZERO TO WS-RR-LINES.
           MOVE 'N' TO WS-RPT-EOF.
           OPEN INPUT EDITRPT.
           IF WS-EDITRPT-ST = '00'
              PERFORM 965-COUNT-RPT-PARA UNTIL EOF-RPT
              CLOSE EDITRPT
           END-IF.
           MOVE WS-SHARED-RUN-DATE TO WS-RR-RUN-DATE.
           CALL 'RPTREG' USING WS-RPTREG-PARM.
        965-COUNT-RPT-PARA.
           READ EDITRPT
              AT END
                 SET EOF-RPT TO TRUE
              NOT AT END
                 ADD 1 TO WS-RR-LINES
           END-READ.
        995-WRITE-STATUS-PARA.
           OPEN EXTEND STATUSLOG.
           IF WS-STATUSLOG-ST NOT = '00'
