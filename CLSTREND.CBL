       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  TRNDRPT IS NOW REGISTERED ON THE RPTLOG REPORT
      *                 REGISTER THROUGH RPTREG ONCE IT IS CLOSED --
      *                 PAGES AND THE LINE COUNT READ BACK OFF THE
      *                 CLOSED FILE -- FOR THE RPTDIST STEP.
      *  09/22/26  RKS  NEW PROGRAM. CLASS AND SUBJECT PERFORMANCE
      *                 TREND ACROSS EXAM TERMS OFF MARKHIST -- ONE
      *                 SECTION PER STU_CLASS, WITHIN IT ONE LINE PER
        77  WS-PASSCTL-ST        PIC X(2).
        77  WS-TRNDRPT-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-RPTREG-PARM.
            05 WS-RR-PROGRAM     PIC X(8) VALUE 'CLSTREND'.
            05 WS-RR-REPORT-ID   PIC X(8) VALUE 'TRNDRPT'.
            05 WS-RR-RUN-DATE    PIC 9(8) VALUE ZERO.
            05 WS-RR-PAGES       PIC 9(5) VALUE ZERO.
            05 WS-RR-LINES       PIC 9(7) VALUE ZERO.
        01  WS-RPT-EOF           PIC X VALUE 'N'.
            88 EOF-RPT             VALUE 'Y'.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-PASS-MARK         PIC 9(3) VALUE 55.
           END-EXEC.
        900-CLOSE-FILE-PARA.
           CLOSE TRNDRPT.
           PERFORM 960-REGISTER-RPT-PARA.
        960-REGISTER-RPT-PARA.
           MOVE ZERO TO WS-RR-LINES.
           MOVE 'N' TO WS-RPT-EOF.
           OPEN INPUT TRNDRPT.
           IF WS-TRNDRPT-ST = '00'
              PERFORM 965-COUNT-RPT-PARA UNTIL EOF-RPT
              CLOSE TRNDRPT
           END-IF.
           MOVE WS-SHARED-RUN-DATE TO WS-RR-RUN-DATE.
           CALL 'RPTREG' USING WS-RPTREG-PARM.
        965-COUNT-RPT-PARA.
           READ TRNDRPT
              AT END
                 SET EOF-RPT TO TRUE
              NOT AT END
                 ADD 1 TO WS-RR-LINES
           END-READ.
        990-SQL-ERROR-PARA.
           EXEC SQL
             ROLLBACK
