       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SECVRPT.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  SECVRPT IS NOW REGISTERED ON THE RPTLOG REPORT
      *                 REGISTER THROUGH RPTREG ONCE IT IS CLOSED --
      *                 PAGES AND THE LINE COUNT READ BACK OFF THE
      *                 CLOSED FILE -- FOR THE RPTDIST STEP.
      *  10/15/26  RKS  NEW PROGRAM. DAILY SECURITY VIOLATION REPORT --
      *                 READS THE SECVLOG LOG THE COMMON AUTHCHK
      *                 SUBPROGRAM APPENDS TO WHENEVER A MAINTENANCE
      *                 TRANSACTION'S OPERATOR LACKS THE OPERAUTH
      *                 AUTHORITY FOR IT, TAKES THE RUN DATE'S
      *                 ENTRIES, AND PRINTS THEM GROUPED BY OPERATOR
      *                 (PROGRAM, ACTION, TRANSACTION KEY AND WHY IT
      *                 WAS REFUSED) WITH A COUNT PER OPERATOR, FOR THE
      *                 SUPERVISORS. ANY VIOLATION SETS RC 4.
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
           SELECT SECVLOG ASSIGN TO SECVLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SECVLOG-ST.
           SELECT SECVRPT ASSIGN TO SECVRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SECVRPT-ST.
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
      * SAME RECORD LAYOUT AUTHCHK WRITES
       FD SECVLOG
           RECORDING MODE IS F.
       01 SECVLOG-REC.
         05 SVL-RUN-DATE          PIC 9(8).
         05                       PIC X(1).
         05 SVL-TIME              PIC 9(8).
         05                       PIC X(1).
         05 SVL-PROGRAM           PIC X(8).
         05                       PIC X(1).
         05 SVL-OPER-ID           PIC X(8).
         05                       PIC X(1).
         05 SVL-ACTION            PIC X(3).
         05                       PIC X(1).
         05 SVL-KEY               PIC X(20).
         05                       PIC X(1).
         05 SVL-REASON            PIC X(19).
       FD SECVRPT
           RECORDING MODE IS F.
       01 SECVRPT-LIST.
         05 SECVRPT-ID            PIC X(80).
       WORKING-STORAGE SECTION.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-SECVLOG-ST        PIC X(2).
        77  WS-SECVRPT-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-RPTREG-PARM.
            05 WS-RR-PROGRAM     PIC X(8) VALUE 'SECVRPT'.
            05 WS-RR-REPORT-ID   PIC X(8) VALUE 'SECVRPT'.
            05 WS-RR-RUN-DATE    PIC 9(8) VALUE ZERO.
            05 WS-RR-PAGES       PIC 9(5) VALUE ZERO.
            05 WS-RR-LINES       PIC 9(7) VALUE ZERO.
        01  WS-RPT-EOF           PIC X VALUE 'N'.
            88 EOF-RPT             VALUE 'Y'.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-RPT-DATE          PIC 9(8) VALUE ZERO.
        01  WS-SECVLOG-EOF       PIC X VALUE 'N'.
            88 EOF-SECVLOG         VALUE 'Y'.
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-VIOL-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-DROPPED-COUNT     PIC 9(5) COMP VALUE ZERO.
        01  WS-SV-MAX            PIC 9(4) COMP VALUE ZERO.
        01  WS-SV-SUB            PIC 9(4) COMP VALUE ZERO.
        01  WS-SV-TABLE.
            05 WS-SV-ENTRY       OCCURS 2000.
               10 WS-SV-OPER-ID  PIC X(8).
               10 WS-SV-TIME     PIC 9(6).
               10 WS-SV-PROGRAM  PIC X(8).
               10 WS-SV-ACTION   PIC X(3).
               10 WS-SV-KEY      PIC X(20).
               10 WS-SV-REASON   PIC X(19).
        01  WS-OP-MAX            PIC 9(3) COMP VALUE ZERO.
        01  WS-OP-SUB            PIC 9(3) COMP VALUE ZERO.
        01  WS-OP-FOUND          PIC X VALUE 'N'.
            88 OP-FOUND            VALUE 'Y'.
        01  WS-OP-TABLE.
            05 WS-OP-ENTRY       OCCURS 200.
               10 WS-OP-OPER-ID  PIC X(8).
               10 WS-OP-COUNT    PIC 9(5).
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(16) VALUE SPACES.
            05                   PIC X(36) VALUE
               'SECURITY VIOLATIONS - RUN DATE'.
            05 HDR-DATE          PIC 9(8).
            05                   PIC X(20).
        01  WS-HDR2.
            05                   PIC X(2)  VALUE SPACES.
            05                   PIC X(8)  VALUE 'TIME'.
            05                   PIC X(10) VALUE 'PROGRAM'.
            05                   PIC X(5)  VALUE 'ACTN'.
            05                   PIC X(22) VALUE 'TRANSACTION KEY'.
            05                   PIC X(33) VALUE 'REASON'.
        01  WS-OPER-LINE.
            05                   PIC X(9)  VALUE 'OPERATOR '.
            05 OPL-OPER-ID       PIC X(8).
            05                   PIC X(4)  VALUE SPACES.
            05                   PIC X(11) VALUE 'VIOLATIONS '.
            05 OPL-COUNT         PIC ZZ,ZZ9.
            05                   PIC X(42) VALUE SPACES.
        01  WS-DTL-LINE.
            05                   PIC X(2).
            05 DTL-TIME          PIC 9(6).
            05                   PIC X(2).
            05 DTL-PROGRAM       PIC X(8).
            05                   PIC X(2).
            05 DTL-ACTION        PIC X(3).
            05                   PIC X(2).
            05 DTL-KEY           PIC X(20).
            05                   PIC X(2).
            05 DTL-REASON        PIC X(19).
            05                   PIC X(14).
        01  WS-TOT-LINE.
            05 TOT-LABEL         PIC X(26).
            05 TOT-COUNT         PIC ZZ,ZZ9.
            05                   PIC X(48).
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 020-LOAD-LOG-PARA.
           PERFORM 100-OPEN-RPT-PARA.
           PERFORM 300-BY-OPERATOR-PARA.
           PERFORM 400-TOTALS-PARA.
           PERFORM 900-CLOSE-RPT-PARA.
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
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE TO WS-RPT-DATE
           ELSE
              ACCEPT WS-SYS-DATE FROM DATE
              COMPUTE WS-RPT-DATE = 20000000 + WS-SYS-DATE
           END-IF.
      * ONLY THE RUN DATE'S ENTRIES ARE KEPT; THE OPERATOR TABLE IS
      * BUILT AS THEY ARRIVE SO THE REPORT NEEDS NO SORT
        020-LOAD-LOG-PARA.
           OPEN INPUT SECVLOG.
           IF WS-SECVLOG-ST = '00'
              PERFORM 030-READ-LOG-PARA UNTIL EOF-SECVLOG
              CLOSE SECVLOG
           ELSE
              DISPLAY 'NO SECVLOG - NO VIOLATIONS LOGGED'
           END-IF.
        030-READ-LOG-PARA.
           READ SECVLOG
              AT END
                 SET EOF-SECVLOG TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 IF SVL-RUN-DATE = WS-RPT-DATE
                    ADD 1 TO WS-VIOL-COUNT
                    PERFORM 040-TAKE-ENTRY-PARA
                 END-IF
           END-READ.
        040-TAKE-ENTRY-PARA.
           IF WS-SV-MAX < 2000
              ADD 1 TO WS-SV-MAX
              MOVE SVL-OPER-ID      TO WS-SV-OPER-ID(WS-SV-MAX)
              MOVE SVL-TIME(1:6)    TO WS-SV-TIME(WS-SV-MAX)
              MOVE SVL-PROGRAM      TO WS-SV-PROGRAM(WS-SV-MAX)
              MOVE SVL-ACTION       TO WS-SV-ACTION(WS-SV-MAX)
              MOVE SVL-KEY          TO WS-SV-KEY(WS-SV-MAX)
              MOVE SVL-REASON       TO WS-SV-REASON(WS-SV-MAX)
              PERFORM 050-COUNT-OPER-PARA
           ELSE
              ADD 1 TO WS-DROPPED-COUNT
           END-IF.
        050-COUNT-OPER-PARA.
           MOVE 'N' TO WS-OP-FOUND.
           MOVE 1 TO WS-OP-SUB.
           PERFORM 055-SCAN-OPER-PARA
              UNTIL WS-OP-SUB > WS-OP-MAX OR OP-FOUND.
           IF NOT OP-FOUND
              IF WS-OP-MAX < 200
                 ADD 1 TO WS-OP-MAX
                 MOVE SVL-OPER-ID TO WS-OP-OPER-ID(WS-OP-MAX)
                 MOVE ZERO TO WS-OP-COUNT(WS-OP-MAX)
                 MOVE WS-OP-MAX TO WS-OP-SUB
                 SET OP-FOUND TO TRUE
              END-IF
           END-IF.
           IF OP-FOUND
              ADD 1 TO WS-OP-COUNT(WS-OP-SUB)
           END-IF.
        055-SCAN-OPER-PARA.
           IF WS-OP-OPER-ID(WS-OP-SUB) = SVL-OPER-ID
              SET OP-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-OP-SUB
           END-IF.
        100-OPEN-RPT-PARA.
           OPEN OUTPUT SECVRPT.
           MOVE WS-AST TO SECVRPT-ID.
           WRITE SECVRPT-LIST.
           MOVE WS-RPT-DATE TO HDR-DATE.
           MOVE WS-HDR1 TO SECVRPT-ID.
           WRITE SECVRPT-LIST.
           MOVE WS-AST TO SECVRPT-ID.
           WRITE SECVRPT-LIST.
           MOVE WS-HDR2 TO SECVRPT-ID.
           WRITE SECVRPT-LIST.
        300-BY-OPERATOR-PARA.
           IF WS-OP-MAX = 0
              MOVE SPACES TO SECVRPT-ID
              MOVE 'NO SECURITY VIOLATIONS FOR THE RUN DATE'
                TO SECVRPT-ID
              WRITE SECVRPT-LIST
           END-IF.
           MOVE 1 TO WS-OP-SUB.
           PERFORM 310-OPER-GROUP-PARA
              UNTIL WS-OP-SUB > WS-OP-MAX.
      * A CARD WITH NO OPERATOR ID ON IT IS LISTED UNDER *NONE*
        310-OPER-GROUP-PARA.
           MOVE SPACES TO SECVRPT-ID.
           WRITE SECVRPT-LIST.
           IF WS-OP-OPER-ID(WS-OP-SUB) = SPACES
              MOVE '*NONE*' TO OPL-OPER-ID
           ELSE
              MOVE WS-OP-OPER-ID(WS-OP-SUB) TO OPL-OPER-ID
           END-IF.
           MOVE WS-OP-COUNT(WS-OP-SUB) TO OPL-COUNT.
           MOVE WS-OPER-LINE TO SECVRPT-ID.
           WRITE SECVRPT-LIST.
           MOVE 1 TO WS-SV-SUB.
           PERFORM 320-OPER-DETAIL-PARA
              UNTIL WS-SV-SUB > WS-SV-MAX.
           ADD 1 TO WS-OP-SUB.
        320-OPER-DETAIL-PARA.
           IF WS-SV-OPER-ID(WS-SV-SUB) = WS-OP-OPER-ID(WS-OP-SUB)
              MOVE SPACES TO WS-DTL-LINE
              MOVE WS-SV-TIME(WS-SV-SUB)    TO DTL-TIME
              MOVE WS-SV-PROGRAM(WS-SV-SUB) TO DTL-PROGRAM
              MOVE WS-SV-ACTION(WS-SV-SUB)  TO DTL-ACTION
              MOVE WS-SV-KEY(WS-SV-SUB)     TO DTL-KEY
              MOVE WS-SV-REASON(WS-SV-SUB)  TO DTL-REASON
              MOVE WS-DTL-LINE TO SECVRPT-ID
              WRITE SECVRPT-LIST
           END-IF.
           ADD 1 TO WS-SV-SUB.
        400-TOTALS-PARA.
           MOVE WS-AST TO SECVRPT-ID.
           WRITE SECVRPT-LIST.
           MOVE 'VIOLATIONS FOR RUN DATE' TO TOT-LABEL.
           MOVE WS-VIOL-COUNT TO TOT-COUNT.
           MOVE WS-TOT-LINE TO SECVRPT-ID.
           WRITE SECVRPT-LIST.
           MOVE 'OPERATORS INVOLVED' TO TOT-LABEL.
           MOVE WS-OP-MAX TO TOT-COUNT.
           MOVE WS-TOT-LINE TO SECVRPT-ID.
           WRITE SECVRPT-LIST.
           IF WS-DROPPED-COUNT > 0
              MOVE 'ENTRIES PAST TABLE LIMIT' TO TOT-LABEL
              MOVE WS-DROPPED-COUNT TO TOT-COUNT
              MOVE WS-TOT-LINE TO SECVRPT-ID
              WRITE SECVRPT-LIST
           END-IF.
           MOVE WS-AST TO SECVRPT-ID.
           WRITE SECVRPT-LIST.
           IF WS-VIOL-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
        900-CLOSE-RPT-PARA.
           CLOSE SECVRPT.
           PERFORM 960-REGISTER-RPT-PARA.
        960-REGISTER-RPT-PARA.
           MOVE ZERO TO WS-RR-LINES.
           MOVE 'N' TO WS-RPT-EOF.
           OPEN INPUT SECVRPT.
           IF WS-SECVRPT-ST = '00'
              PERFORM 965-COUNT-RPT-PARA UNTIL EOF-RPT
              CLOSE SECVRPT
           END-IF.
           MOVE WS-SHARED-RUN-DATE TO WS-RR-RUN-DATE.
           CALL 'RPTREG' USING WS-RPTREG-PARM.
        965-COUNT-RPT-PARA.
           READ SECVRPT
              AT END
                 SET EOF-RPT TO TRUE
              NOT AT END
                 ADD 1 TO WS-RR-LINES
           END-READ.
        995-WRITE-STATUS-PARA.
           OPEN EXTEND STATUSLOG.
           IF WS-STATUSLOG-ST NOT = '00'
              OPEN OUTPUT STATUSLOG
           END-IF.
           MOVE SPACES TO STATUSLOG-REC.
           MOVE 'SECVRPT' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE
           ELSE
              ACCEPT STL-RUN-DATE FROM DATE
           END-IF.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-READ-COUNT TO STL-READ-CNT.
           MOVE WS-VIOL-COUNT TO STL-PROC-CNT.
           MOVE ZERO TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
