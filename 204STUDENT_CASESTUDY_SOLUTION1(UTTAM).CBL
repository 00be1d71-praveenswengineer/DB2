       DATE-COMPILED.                                       
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  REPORT1, REPORT2 AND REPORT3 ARE NOW EACH
      *                 REGISTERED ON THE RPTLOG REPORT REGISTER
      *                 THROUGH RPTREG ONCE CLOSED -- REPORT1 WITH ITS
      *                 PRTSRVC PAGE COUNT, ALL THREE WITH THE LINE
      *                 COUNT READ BACK OFF THE CLOSED FILE -- FOR THE
      *                 RPTDIST STEP.
      *  09/29/26  RKS  THE STATUSLOG COMPLETION RECORD NOW CARRIES
      *                 THIS STEP'S STUDENT AND DETAIL-LINE COUNTS IN
      *                 THE FORMERLY UNUSED FILLER, LIKE THE OTHER
       77   WS-STUDCKP-ST       PIC X(2).
       77   WS-RUNCTL-ST        PIC X(2).
       01   WS-SHARED-RUN-DATE  PIC 9(8) VALUE ZERO.
       01   WS-RPTREG-PARM.
           05 WS-RR-PROGRAM     PIC X(8) VALUE 'STUDRECD'.
           05 WS-RR-REPORT-ID   PIC X(8) VALUE SPACES.
           05 WS-RR-RUN-DATE    PIC 9(8) VALUE ZERO.
           05 WS-RR-PAGES       PIC 9(5) VALUE ZERO.
           05 WS-RR-LINES       PIC 9(7) VALUE ZERO.
       01   WS-RPT-EOF          PIC X     VALUE 'N'.
           88 EOF-RPT            VALUE 'Y'.
       01   WS-STL-TYPE         PIC X(1) VALUE 'C'.
       01   WS-CKPT-PHASE       PIC X(1) VALUE SPACE.
       01   WS-CKPT-SID         PIC X(6) VALUE SPACES.
          MOVE WS-AST TO PRT-DETAIL.
          PERFORM 951-PRINT-R1-PARA.
          CLOSE REPORT1.
          PERFORM 961-REGISTER-R1-PARA.
      * WRITE REPORT 2
          OPEN OUTPUT REPORT2.
          OPEN OUTPUT STUCSV.
           PERFORM 047-CLEAR-STUDCKP-PARA
          END-IF.
          CLOSE REPORT2, STUCSV.
          PERFORM 963-REGISTER-R2-PARA.
      * WRITE REPORT 3
          OPEN OUTPUT REPORT3.
          PERFORM 940-REPORT3-HEADER.
          PERFORM 935-CLOSE-TOPPER-PARA.
          MOVE WS-AST TO REPORT3-ID WRITE REPORT3-LIST.
          CLOSE REPORT3.
          PERFORM 965-REGISTER-R3-PARA.
          PERFORM 995-WRITE-STATUS-PARA.
          STOP RUN.
       005-READ-RUNCTL-PARA.
              MOVE PRT-OUT-LINE(WS-PX)(1:110) TO REPORT1-ID.
              WRITE REPORT1-LIST.
              ADD 1 TO WS-PX.
       961-REGISTER-R1-PARA.
              MOVE 'REPORT1' TO WS-RR-REPORT-ID.
              MOVE PRT-PAGE-NO TO WS-RR-PAGES.
              MOVE ZERO TO WS-RR-LINES.
              MOVE 'N' TO WS-RPT-EOF.
              OPEN INPUT REPORT1.
              IF WS-REPORT1-ST = '00'
                 PERFORM 962-COUNT-R1-PARA UNTIL EOF-RPT
                 CLOSE REPORT1
              END-IF.
              PERFORM 969-CALL-RPTREG-PARA.
       962-COUNT-R1-PARA.
              READ REPORT1
                 AT END
                    SET EOF-RPT TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RR-LINES
              END-READ.
       963-REGISTER-R2-PARA.
              MOVE 'REPORT2' TO WS-RR-REPORT-ID.
              MOVE ZERO TO WS-RR-PAGES.
              MOVE ZERO TO WS-RR-LINES.
              MOVE 'N' TO WS-RPT-EOF.
              OPEN INPUT REPORT2.
              IF WS-REPORT2-ST = '00'
                 PERFORM 964-COUNT-R2-PARA UNTIL EOF-RPT
                 CLOSE REPORT2
              END-IF.
              PERFORM 969-CALL-RPTREG-PARA.
       964-COUNT-R2-PARA.
              READ REPORT2
                 AT END
                    SET EOF-RPT TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RR-LINES
              END-READ.
       965-REGISTER-R3-PARA.
              MOVE 'REPORT3' TO WS-RR-REPORT-ID.
              MOVE ZERO TO WS-RR-PAGES.
              MOVE ZERO TO WS-RR-LINES.
              MOVE 'N' TO WS-RPT-EOF.
              OPEN INPUT REPORT3.
              IF WS-REPORT3-ST = '00'
                 PERFORM 966-COUNT-R3-PARA UNTIL EOF-RPT
                 CLOSE REPORT3
              END-IF.
              PERFORM 969-CALL-RPTREG-PARA.
       966-COUNT-R3-PARA.
              READ REPORT3
                 AT END
                    SET EOF-RPT TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RR-LINES
              END-READ.
       969-CALL-RPTREG-PARA.
              MOVE WS-SHARED-RUN-DATE TO WS-RR-RUN-DATE.
              CALL 'RPTREG' USING WS-RPTREG-PARM.
       940-REPORT3-HEADER.
              MOVE WS-AST TO REPORT3-ID WRITE REPORT3-LIST.
              MOVE SPACES TO REPORT3-ID.
