       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  OPERATOR AUTHORITY. XFERTRAN NOW CARRIES THE
      *                 OPERATOR ID IN COLS 25-32 (DEPTLOAD STAMPS ITS
      *                 OWN OPERATOR ON THE TRANSFERS A CLOSURE
      *                 PUNCHES). EACH TRANSFER IS CHECKED THROUGH THE
      *                 COMMON AUTHCHK SUBPROGRAM FOR THE 'XFR'
      *                 AUTHORITY ON OPERAUTH; AN UNAUTHORIZED ONE IS
      *                 REJECTED RJ99 AND LOGGED TO SECVLOG. XFERAUD
      *                 NOW CARRIES THE OPERATOR ID.
      *  09/29/26  RKS  EVERY XFERREJ REJECT IS NOW ALSO REGISTERED ON
      *                 THE COMMON REJLOG REGISTRY THROUGH THE SHARED
      *                 REJREG SUBPROGRAM.
         05 T-TO-DEPT             PIC X(3).
         05                       PIC X(1).
         05 T-EFF-DATE            PIC X(8).
         05                       PIC X(1).
         05 T-OPER-ID             PIC X(8).
         05                       PIC X(48).
       FD XFERREJ
           RECORDING MODE IS F.
       01 XFERREJ-LIST.
         05 AUD-RUN-DATE          PIC 9(6).
         05                       PIC X(1).
         05 AUD-RUN-TIME          PIC 9(8).
         05                       PIC X(1).
         05 AUD-OPER-ID           PIC X(8).
         05                       PIC X(38).
       FD XFERRPT
           RECORDING MODE IS F.
       01 XFERRPT-LIST.
            05 WS-REG-KEY       PIC X(20) VALUE SPACES.
            05 WS-REG-REASON    PIC X(4) VALUE SPACES.
            05 WS-REG-ACTION    PIC X(1) VALUE 'R'.
        01  WS-AUTH-PARM.
            05 WS-AUTH-PROGRAM  PIC X(8) VALUE 'EMPXFER'.
            05 WS-AUTH-OPER-ID  PIC X(8) VALUE SPACES.
            05 WS-AUTH-ACTION   PIC X(3) VALUE 'XFR'.
            05 WS-AUTH-RUN-DATE PIC 9(8) VALUE ZERO.
            05 WS-AUTH-KEY      PIC X(20) VALUE SPACES.
            05 WS-AUTH-RESULT   PIC X(1) VALUE SPACE.
               88 AUTH-GRANTED    VALUE 'Y'.
            05 WS-AUTH-REASON   PIC X(19) VALUE SPACES.
            05 WS-AUTH-SQLCODE  PIC S9(9) COMP VALUE ZERO.
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-DEPT-ACTIVE       PIC X(1) VALUE SPACE.
        01  WS-CUR-DEPT          PIC X(3) VALUE SPACES.
        01  WS-HEADCOUNT         PIC S9(5) COMP VALUE ZERO.
              MOVE "RJ01" TO WS-REJ-CODE
              MOVE "MISSING EMPNO" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID
              PERFORM 315-CHECK-AUTH-PARA
           END-IF.
           IF TRAN-VALID AND T-FROM-DEPT = T-TO-DEPT
              SET TRAN-INVALID TO TRUE
              MOVE "RJ02" TO WS-REJ-CODE
           IF TRAN-VALID
              PERFORM 330-CHECK-TO-DEPT-PARA
           END-IF.
        315-CHECK-AUTH-PARA.
           MOVE T-OPER-ID TO WS-AUTH-OPER-ID.
           MOVE T-EMPNO TO WS-AUTH-KEY.
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
                 MOVE WS-AUTH-SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON OPERAUTH " T-OPER-ID
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ99" TO WS-REJ-CODE
                 MOVE "AUTHORITY CHECK FAILED" TO WS-REJ-TEXT
              WHEN OTHER
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ99" TO WS-REJ-CODE
                 MOVE "OPERATOR NOT AUTHORIZED" TO WS-REJ-TEXT
           END-EVALUATE.
        320-CHECK-CURRENT-PARA.
           MOVE T-EMPNO TO EMPNO.
           MOVE SPACES TO WS-CUR-DEPT.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME TO AUD-RUN-TIME.
           MOVE T-OPER-ID   TO AUD-OPER-ID.
           WRITE XFERAUD-LIST.
        550-COUNT-MOVE-PARA.
           MOVE 'N' TO WS-MV-FOUND.
