       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  BATCHRPT IS NOW REGISTERED ON THE RPTLOG REPORT
      *                 REGISTER THROUGH RPTREG ONCE IT IS CLOSED --
      *                 THE PRTSRVC PAGE COUNT AND THE LINE COUNT READ
      *                 BACK OFF THE CLOSED FILE -- FOR THE RPTDIST
      *                 STEP.
      *  09/29/26  RKS  COMPLETION RECORDS NOW CARRY READ/PROCESSED/
      *                 REJECTED COUNTS IN THE FORMERLY UNUSED FILLER
      *                 (BLANK = STEP NOT YET REPORTING). THE REPORT
        77  WS-RUNHIST-ST         PIC X(2).
        77  WS-BATCHRPT-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE    PIC 9(8) VALUE ZERO.
        01  WS-RPTREG-PARM.
            05 WS-RR-PROGRAM      PIC X(8) VALUE 'BATCHSTA'.
            05 WS-RR-REPORT-ID    PIC X(8) VALUE 'BATCHRPT'.
            05 WS-RR-RUN-DATE     PIC 9(8) VALUE ZERO.
            05 WS-RR-PAGES        PIC 9(5) VALUE ZERO.
            05 WS-RR-LINES        PIC 9(7) VALUE ZERO.
        01  WS-RPT-EOF            PIC X VALUE 'N'.
            88 EOF-RPT              VALUE 'Y'.
        01  WS-SWING-PCT          PIC 9(3) VALUE 050.
        01  WS-RUNHIST-EOF        PIC X VALUE 'N'.
            88 EOF-RUNHIST          VALUE 'Y'.
        900-CLOSE-FILE-PARA.
           CLOSE STATUSLOG.
           CLOSE BATCHRPT.
           PERFORM 970-REGISTER-RPT-PARA.
        970-REGISTER-RPT-PARA.
           MOVE ZERO TO WS-RR-LINES.
           MOVE 'N' TO WS-RPT-EOF.
           OPEN INPUT BATCHRPT.
           IF WS-BATCHRPT-ST = '00'
              PERFORM 975-COUNT-RPT-PARA UNTIL EOF-RPT
              CLOSE BATCHRPT
           END-IF.
           MOVE WS-SHARED-RUN-DATE TO WS-RR-RUN-DATE.
           MOVE PRT-PAGE-NO TO WS-RR-PAGES.
           CALL 'RPTREG' USING WS-RPTREG-PARM.
        975-COUNT-RPT-PARA.
           READ BATCHRPT
              AT END
                 SET EOF-RPT TO TRUE
              NOT AT END
                 ADD 1 TO WS-RR-LINES
           END-READ.
