       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CURUPDAT.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  SIMRPT IS NOW REGISTERED ON THE RPTLOG REPORT
      *                 REGISTER THROUGH RPTREG ONCE IT IS CLOSED --
      *                 PAGES AND THE LINE COUNT READ BACK OFF THE
      *                 CLOSED FILE -- FOR THE RPTDIST STEP.
      *  09/29/26  RKS  THE STATUSLOG REJECTED COUNT NOW REPORTS THE
      *                 SALREJ RECORDS THE RUN ACTUALLY WROTE (DEPT,
      *                 BAND AND APPROVAL REJECTS) INSTEAD OF A FLAT
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-RPTREG-PARM.
            05 WS-RR-PROGRAM     PIC X(8) VALUE 'CURUPDAT'.
            05 WS-RR-REPORT-ID   PIC X(8) VALUE 'SIMRPT'.
            05 WS-RR-RUN-DATE    PIC 9(8) VALUE ZERO.
            05 WS-RR-PAGES       PIC 9(5) VALUE ZERO.
            05 WS-RR-LINES       PIC 9(7) VALUE ZERO.
        01  WS-RPT-EOF           PIC X VALUE 'N'.
            88 EOF-RPT             VALUE 'Y'.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-DEPT-ACTIVE       PIC X(1) VALUE SPACE.
        77  WS-SIMCTL-ST         PIC X(2).
           CLOSE SALREJ.
           CLOSE PAYFEED.
           CLOSE SIMRPT.
           PERFORM 960-REGISTER-RPT-PARA.
           IF READING-PENDIN
              CLOSE PENDIN
           END-IF.
           DISPLAY 'RAISE INSTRUCTIONS PENDING ' WS-PENDING-CARDS.
           PERFORM 500-WRITE-STATUS-PARA.
              STOP RUN.
        960-REGISTER-RPT-PARA.
           MOVE ZERO TO WS-RR-LINES.
           MOVE 'N' TO WS-RPT-EOF.
           OPEN INPUT SIMRPT.
           IF WS-SIMRPT-ST = '00'
              PERFORM 965-COUNT-RPT-PARA UNTIL EOF-RPT
              CLOSE SIMRPT
           END-IF.
           MOVE WS-SHARED-RUN-DATE TO WS-RR-RUN-DATE.
           CALL 'RPTREG' USING WS-RPTREG-PARM.
        965-COUNT-RPT-PARA.
           READ SIMRPT
              AT END
                 SET EOF-RPT TO TRUE
              NOT AT END
                 ADD 1 TO WS-RR-LINES
           END-READ.
      * WITHOUT A RUNCTL DATE THE EFFECTIVE-DATE HOLD CANNOT BE
      * JUDGED, SO FALL BACK TO THE SYSTEM DATE RATHER THAN LET A
      * FUTURE-DATED CARD APPLY TONIGHT
