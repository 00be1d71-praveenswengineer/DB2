       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  OPERATOR AUTHORITY. AMNDFILE NOW CARRIES THE
      *                 OPERATOR ID IN COLS 36-43. EACH AMENDMENT IS
      *                 CHECKED THROUGH THE COMMON AUTHCHK SUBPROGRAM
      *                 FOR THE 'AMD' AUTHORITY ON OPERAUTH; AN
      *                 UNAUTHORIZED ONE IS REJECTED RJ99 AND LOGGED
      *                 TO SECVLOG. MARKAUD NOW CARRIES THE OPERATOR
      *                 ID ALONGSIDE THE APPROVER.
      *  10/15/26  RKS  AN APPLIED AMENDMENT NOW WRITES A CLEARANCE
      *                 ('C') RECORD TO REJLOG THROUGH REJREG, AS
      *                 MARKRCYC DOES, SO AN AMENDMENT FIRST REJECTED
      *                 FOR WANT OF APPROVAL NO LONGER SHOWS AS PENDING
      *                 TO ENRLWDRL CLEARANCE ONCE RESUBMITTED.
      *  09/29/26  RKS  EVERY AMNDREJ REJECT IS NOW ALSO REGISTERED ON
      *                 THE COMMON REJLOG REGISTRY THROUGH THE SHARED
      *                 REJREG SUBPROGRAM, LIKE THE OTHER REJECT
         05 A-NEW-MARK            PIC X(3).
         05                       PIC X(1).
         05 A-APPROVER            PIC X(8).
         05                       PIC X(1).
         05 A-OPER-ID             PIC X(8).
         05                       PIC X(39).
       FD AMNDREJ
           RECORDING MODE IS F.
       01 AMNDREJ-LIST.
         05 AUD-RUN-DATE          PIC 9(6).
         05                       PIC X(1).
         05 AUD-RUN-TIME          PIC 9(8).
         05                       PIC X(1).
         05 AUD-OPER-ID           PIC X(8).
         05                       PIC X(21).
       FD RPRNTLST
           RECORDING MODE IS F.
       01 RPRNTLST-REC.
        01  WS-H-MARKS-SS        PIC 9(3).
        01  WS-H-MARKS-ART       PIC 9(3).
        01  WS-H-MARKS-COMPSTD   PIC 9(3).
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-AUTH-PARM.
            05 WS-AUTH-PROGRAM  PIC X(8) VALUE 'MARKAMND'.
            05 WS-AUTH-OPER-ID  PIC X(8) VALUE SPACES.
            05 WS-AUTH-ACTION   PIC X(3) VALUE 'AMD'.
            05 WS-AUTH-RUN-DATE PIC 9(8) VALUE ZERO.
            05 WS-AUTH-KEY      PIC X(20) VALUE SPACES.
            05 WS-AUTH-RESULT   PIC X(1) VALUE SPACE.
               88 AUTH-GRANTED    VALUE 'Y'.
            05 WS-AUTH-REASON   PIC X(19) VALUE SPACES.
            05 WS-AUTH-SQLCODE  PIC S9(9) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'MARKAMND'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
              MOVE "RJ01" TO WS-REJ-CODE
              MOVE "MISSING STUDENT ID" TO WS-REJ-TEXT
           END-IF.
           IF AMND-VALID
              PERFORM 315-CHECK-AUTH-PARA
           END-IF.
           IF AMND-VALID AND A-EXAM-TERM = SPACES
              SET AMND-INVALID TO TRUE
              MOVE "RJ02" TO WS-REJ-CODE
           IF AMND-VALID
              PERFORM 330-VERIFY-MARKHIST-PARA
           END-IF.
        315-CHECK-AUTH-PARA.
           MOVE A-OPER-ID TO WS-AUTH-OPER-ID.
           MOVE A-STU-ID TO WS-AUTH-KEY.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE TO WS-AUTH-RUN-DATE
           ELSE
              ACCEPT WS-SYS-DATE FROM DATE
              COMPUTE WS-AUTH-RUN-DATE = 20000000 + WS-SYS-DATE
           END-IF.
           CALL 'AUTHCHK' USING WS-AUTH-PARM.
           EVALUATE TRUE
              WHEN AUTH-GRANTED
                 CONTINUE
              WHEN WS-AUTH-SQLCODE NOT = 0
                 MOVE WS-AUTH-SQLCODE TO SQLCODE WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON OPERAUTH " A-OPER-ID
                 PERFORM 990-SQL-ERROR-PARA
                 SET AMND-INVALID TO TRUE
                 MOVE "RJ99" TO WS-REJ-CODE
                 MOVE "AUTHORITY CHECK FAILED" TO WS-REJ-TEXT
              WHEN OTHER
                 SET AMND-INVALID TO TRUE
                 MOVE "RJ99" TO WS-REJ-CODE
                 MOVE "OPERATOR NOT AUTHORIZED" TO WS-REJ-TEXT
           END-EVALUATE.
      * THE CARD'S OLD MARK MUST MATCH WHAT THE TABLE HOLDS NOW --
      * A STALE CARD MUST NOT OVERWRITE A LATER CORRECTION
        320-VERIFY-STUDRECD-PARA.
           END-IF.
           MOVE 'R' TO WS-REG-ACTION.
           CALL 'REJREG' USING WS-REG-PARM.
        497-REGISTER-CLEAR-PARA.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO WS-REG-RUN-DATE
           ELSE
              ACCEPT WS-REG-RUN-DATE FROM DATE
           END-IF.
           MOVE A-STU-ID TO WS-REG-KEY.
           MOVE SPACES TO WS-REG-REASON.
           MOVE 'C' TO WS-REG-ACTION.
           CALL 'REJREG' USING WS-REG-PARM.
        500-UPDATE-MARKS-PARA.
           EVALUATE A-SUBJECT
              WHEN 'LANG'
              ADD 1 TO WS-APPLY-COUNT
              PERFORM 600-AUDIT-WRITE-PARA
              PERFORM 610-RPRNT-WRITE-PARA
              PERFORM 497-REGISTER-CLEAR-PARA
              ADD 1 TO WS-COMMIT-COUNT
              IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
                 PERFORM 620-COMMIT-PARA
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME TO AUD-RUN-TIME.
           MOVE A-OPER-ID   TO AUD-OPER-ID.
           WRITE MARKAUD-LIST.
      * CONSECUTIVE CARDS FOR THE SAME STUDENT NEED ONLY ONE REPRINT
        610-RPRNT-WRITE-PARA.
