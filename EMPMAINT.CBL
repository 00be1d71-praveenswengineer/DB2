       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  OPERATOR AUTHORITY. EMPTRAN GROWS TO 100 BYTES
      *                 WITH THE OPERATOR ID IN COLS 91-98 (EMPREJ
      *                 CARRIES THE WHOLE 100). EACH CARD IS CHECKED
      *                 THROUGH THE COMMON AUTHCHK SUBPROGRAM AGAINST
      *                 OPERAUTH FOR ITS ACTION -- A CHG THAT CARRIES
      *                 A SALARY NEEDS THE 'SAL' AUTHORITY INSTEAD --
      *                 AND AN UNAUTHORIZED CARD IS REJECTED RJ99 AND
      *                 LOGGED TO SECVLOG. EMPAUDIT NOW CARRIES THE
      *                 OPERATOR ID.
      *  10/14/26  RKS  POSITION CONTROL. EMPTRAN GROWS TO 90 BYTES WITH
      *                 A REQUISITION NUMBER IN COLS 81-86 (EMPREJ
      *                 CARRIES THE WHOLE 90). AN ADD MUST QUOTE AN
      *                 OPEN POSREQ REQUISITION FOR THE SAME WORKDEPT
      *                 AND FILLS IT (RJ14); A DEL QUOTING A NEW NUMBER
      *                 OPENS A REPLACEMENT REQUISITION FOR THE LEAVER'S
      *                 DEPARTMENT AND JOB, UNLESS THAT WOULD PUT THE
      *                 DEPARTMENT OVER ITS BUDGETED HEADCOUNT (THE
      *                 TERMINATION STILL APPLIES; RC 4).
      *  10/14/26  RKS  HIRE DATE (EMPTRAN COLS 70-79, YYYY-MM-DD) IS
      *                 NOW CAPTURED: REQUIRED AND VALID ON AN ADD,
      *                 VALID WHEN NON-BLANK ON A CHG, AND NEVER
      *                 BEFORE THE BIRTH DATE (RJ13). A CHG CARD WITH
      *                 ONLY A HIRE DATE CORRECTS IT, AND EMPAUDIT NOW
      *                 CARRIES THE OLD AND NEW HIRE DATE. STAFF HIRED
      *                 BEFORE THIS WERE BACKFILLED BY HIRELOAD.
      *  09/29/26  RKS  THE STATUSLOG COMPLETION RECORD NOW CARRIES
      *                 THIS STEP'S READ/PROCESSED/REJECTED COUNTS IN
      *                 THE FORMERLY UNUSED FILLER, SO BATCHSTAT CAN
         05 T-BIRTHDATE           PIC X(10).
         05                       PIC X(1).
         05 T-SALARY              PIC X(9).
         05                       PIC X(1).
         05 T-HIREDATE            PIC X(10).
         05                       PIC X(1).
         05 T-REQ-NO              PIC X(6).
         05                       PIC X(4).
         05 T-OPER-ID             PIC X(8).
         05                       PIC X(2).
       FD EMPREJ
           RECORDING MODE IS F.
       01 EMPREJ-LIST.
         05 REJ-RECORD            PIC X(100).
         05 REJ-REASON-CODE       PIC X(4).
         05                       PIC X(1).
         05 REJ-REASON-TEXT       PIC X(25).
         05 AUD-RUN-DATE          PIC 9(6).
         05                       PIC X(1).
         05 AUD-RUN-TIME          PIC 9(8).
         05                       PIC X(1).
         05 AUD-OLD-HIREDATE      PIC X(10).
         05                       PIC X(1).
         05 AUD-NEW-HIREDATE      PIC X(10).
         05                       PIC X(1).
         05 AUD-OPER-ID           PIC X(8).
      * SAME RECORD LAYOUT AS CURUPDAT'S PAYFEED EXTRACT -- ONE
      * INTERFACE CARRIES RAISES, HIRES, TERMINATIONS AND CHANGES
       FD PAYFEED
            05 WS-REG-KEY       PIC X(20) VALUE SPACES.
            05 WS-REG-REASON    PIC X(4) VALUE SPACES.
            05 WS-REG-ACTION    PIC X(1) VALUE 'R'.
        01  WS-AUTH-PARM.
            05 WS-AUTH-PROGRAM  PIC X(8) VALUE 'EMPMAINT'.
            05 WS-AUTH-OPER-ID  PIC X(8) VALUE SPACES.
            05 WS-AUTH-ACTION   PIC X(3) VALUE SPACES.
            05 WS-AUTH-RUN-DATE PIC 9(8) VALUE ZERO.
            05 WS-AUTH-KEY      PIC X(20) VALUE SPACES.
            05 WS-AUTH-RESULT   PIC X(1) VALUE SPACE.
               88 AUTH-GRANTED    VALUE 'Y'.
            05 WS-AUTH-REASON   PIC X(19) VALUE SPACES.
            05 WS-AUTH-SQLCODE  PIC S9(9) COMP VALUE ZERO.
        01  WS-NEW-SALARY        PIC 9(7)V99 VALUE ZERO.
        01  WS-OLD-FIRSTNME      PIC X(12).
        01  WS-OLD-MIDINIT       PIC X(1).
        01  WS-OLD-SEX           PIC X(1).
        01  WS-OLD-BIRTHDATE     PIC X(10).
        01  WS-OLD-SALARY        PIC 9(7)V99 VALUE ZERO.
        01  WS-OLD-HIREDATE      PIC X(10) VALUE SPACES.
        01  WS-DEPT-ACTIVE       PIC X(1) VALUE SPACE.
        01  WS-BDATE-OK          PIC X(1) VALUE 'Y'.
            88 BDATE-OK            VALUE 'Y'.
        01  WS-BDATE-MM          PIC 9(2) VALUE ZERO.
        01  WS-BDATE-DD          PIC 9(2) VALUE ZERO.
        01  WS-HDATE-OK          PIC X(1) VALUE 'Y'.
            88 HDATE-OK            VALUE 'Y'.
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-TODAY8            PIC 9(8) VALUE ZERO.
        01  WS-OLD-JOB           PIC X(8) VALUE SPACES.
        01  WS-REQ-NO            PIC X(6).
        01  WS-REQ-DEPT          PIC X(3).
        01  WS-REQ-STATUS        PIC X(1).
        01  WS-BUD-HEADCT        PIC 9(5) VALUE ZERO.
        77  WS-ACT-HEADCT        PIC S9(5) COMP VALUE ZERO.
        77  WS-OPEN-REQS         PIC S9(5) COMP VALUE ZERO.
        01 WS-CTL-LINE.
            05             PIC X(22) VALUE 'EMPTRAN  CONTROL TOTAL'.
            05             PIC X(3).
              END-READ
              CLOSE RUNCTL
           END-IF.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE TO WS-TODAY8
           ELSE
              ACCEPT WS-SYS-DATE FROM DATE
              COMPUTE WS-TODAY8 = 20000000 + WS-SYS-DATE
           END-IF.
        100-OPEN-FILE-PARA.
           OPEN INPUT EMPTRAN.
           OPEN OUTPUT EMPREJ.
              MOVE "RJ02" TO WS-REJ-CODE
              MOVE "MISSING EMPNO" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID
              PERFORM 317-CHECK-AUTH-PARA
           END-IF.
           IF TRAN-VALID AND T-ACTION = 'ADD' AND T-LASTNAME = SPACES
              SET TRAN-INVALID TO TRUE
              MOVE "RJ03" TO WS-REJ-CODE
                 MOVE "BIRTHDATE NOT YYYY-MM-DD" TO WS-REJ-TEXT
              END-IF
           END-IF.
           IF TRAN-VALID AND T-ACTION = 'ADD' AND
              T-HIREDATE = SPACES
              SET TRAN-INVALID TO TRUE
              MOVE "RJ13" TO WS-REJ-CODE
              MOVE "MISSING HIRE DATE ON ADD" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID AND T-HIREDATE NOT = SPACES AND
              (T-ACTION = 'ADD' OR T-ACTION = 'CHG')
              PERFORM 319-CHECK-HDATE-PARA
              IF NOT HDATE-OK
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ13" TO WS-REJ-CODE
                 MOVE "HIRE DATE NOT YYYY-MM-DD" TO WS-REJ-TEXT
              END-IF
           END-IF.
           IF TRAN-VALID AND T-HIREDATE NOT = SPACES AND
              T-BIRTHDATE NOT = SPACES AND T-HIREDATE < T-BIRTHDATE
              SET TRAN-INVALID TO TRUE
              MOVE "RJ13" TO WS-REJ-CODE
              MOVE "HIRE DATE BEFORE BIRTH" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID AND T-WORKDEPT NOT = SPACES AND
              (T-ACTION = 'ADD' OR T-ACTION = 'CHG')
              PERFORM 315-CHECK-DEPT-PARA
           END-IF.
           IF TRAN-VALID AND T-ACTION = 'ADD' AND T-REQ-NO = SPACES
              SET TRAN-INVALID TO TRUE
              MOVE "RJ14" TO WS-REJ-CODE
              MOVE "MISSING REQUISITION" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID AND T-ACTION = 'CHG' AND T-REQ-NO NOT = SPACES
              SET TRAN-INVALID TO TRUE
              MOVE "RJ14" TO WS-REJ-CODE
              MOVE "NO REQUISITION ON CHG" TO WS-REJ-TEXT
           END-IF.
           IF TRAN-VALID AND T-REQ-NO NOT = SPACES
              PERFORM 316-CHECK-REQ-PARA
           END-IF.
           IF TRAN-VALID
              PERFORM 320-CHECK-EXISTS-PARA
           END-IF.
                 MOVE "RJ11" TO WS-REJ-CODE
                 MOVE "INACTIVE WORKDEPT" TO WS-REJ-TEXT
           END-EVALUATE.
      * AN ADD FILLS AN OPEN REQUISITION FOR ITS OWN DEPARTMENT; A
      * DEL NAMES A NEW NUMBER FOR THE REPLACEMENT IT OPENS
        316-CHECK-REQ-PARA.
           MOVE T-REQ-NO TO WS-REQ-NO.
           MOVE SPACES TO WS-REQ-DEPT WS-REQ-STATUS.
           EXEC SQL
             SELECT DEPTCODE, REQ_STATUS
               INTO :WS-REQ-DEPT, :WS-REQ-STATUS
               FROM POSREQ
              WHERE REQ_NO = :WS-REQ-NO
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON REQ " T-REQ-NO
                 PERFORM 990-SQL-ERROR-PARA
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ14" TO WS-REJ-CODE
                 MOVE "REQUISITION CHECK FAILED" TO WS-REJ-TEXT
              WHEN T-ACTION = 'DEL' AND SQLCODE = 0
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ14" TO WS-REJ-CODE
                 MOVE "REQUISITION EXISTS" TO WS-REJ-TEXT
              WHEN T-ACTION = 'DEL'
                 CONTINUE
              WHEN SQLCODE = 100
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ14" TO WS-REJ-CODE
                 MOVE "UNKNOWN REQUISITION" TO WS-REJ-TEXT
              WHEN WS-REQ-STATUS NOT = 'O'
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ14" TO WS-REJ-CODE
                 MOVE "REQUISITION NOT OPEN" TO WS-REJ-TEXT
              WHEN WS-REQ-DEPT NOT = T-WORKDEPT
                 SET TRAN-INVALID TO TRUE
                 MOVE "RJ14" TO WS-REJ-CODE
                 MOVE "REQUISITION OTHER DEPT" TO WS-REJ-TEXT
           END-EVALUATE.
      * A CHG THAT MOVES THE SALARY NEEDS THE SEPARATE 'SAL' AUTHORITY
        317-CHECK-AUTH-PARA.
           MOVE T-ACTION TO WS-AUTH-ACTION.
           IF T-ACTION = 'CHG' AND T-SALARY NOT = SPACES
              MOVE 'SAL' TO WS-AUTH-ACTION
           END-IF.
           MOVE T-OPER-ID TO WS-AUTH-OPER-ID.
           MOVE T-EMPNO TO WS-AUTH-KEY.
           MOVE WS-TODAY8 TO WS-AUTH-RUN-DATE.
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
        318-CHECK-BDATE-PARA.
           MOVE 'Y' TO WS-BDATE-OK.
           IF T-BIRTHDATE(1:4) NOT NUMERIC OR
                 MOVE 'N' TO WS-BDATE-OK
              END-IF
           END-IF.
        319-CHECK-HDATE-PARA.
           MOVE 'Y' TO WS-HDATE-OK.
           IF T-HIREDATE(1:4) NOT NUMERIC OR
              T-HIREDATE(5:1) NOT = '-' OR
              T-HIREDATE(6:2) NOT NUMERIC OR
              T-HIREDATE(8:1) NOT = '-' OR
              T-HIREDATE(9:2) NOT NUMERIC
              MOVE 'N' TO WS-HDATE-OK
           ELSE
              MOVE T-HIREDATE(6:2) TO WS-BDATE-MM
              MOVE T-HIREDATE(9:2) TO WS-BDATE-DD
              IF WS-BDATE-MM < 1 OR WS-BDATE-MM > 12 OR
                 WS-BDATE-DD < 1 OR WS-BDATE-DD > 31
                 MOVE 'N' TO WS-HDATE-OK
              END-IF
           END-IF.
        320-CHECK-EXISTS-PARA.
           MOVE T-EMPNO TO EMPNO.
           EXEC SQL
           MOVE T-WORKDEPT  TO WORKDEPT.
           MOVE T-SEX       TO SEX.
           MOVE T-BIRTHDATE TO BIRTHDATE.
           MOVE T-HIREDATE  TO HIREDATE.
           MOVE T-SALARY    TO WS-NEW-SALARY.
           MOVE WS-NEW-SALARY TO SALARY.
           EXEC SQL
             INSERT INTO EMPLOYEE
               (EMPNO, FIRSTNME, MIDINIT, LASTNAME, WORKDEPT,
                SEX, BIRTHDATE, HIREDATE, SALARY)
             VALUES
               (:EMPNO, :FIRSTNME, :MIDINIT, :LASTNAME, :WORKDEPT,
                :SEX, :BIRTHDATE, :HIREDATE, :SALARY)
           END-EXEC.
           IF SQLCODE = 0
              PERFORM 540-FILL-REQ-PARA
           END-IF.
           IF SQLCODE = 0
              MOVE SPACES TO WS-OLD-LASTNAME WS-OLD-WORKDEPT
                             WS-OLD-HIREDATE
              MOVE ZERO TO WS-OLD-SALARY
              PERFORM 600-AUDIT-WRITE-PARA
              MOVE 'HIR' TO WS-PAY-TYPE
              IF T-BIRTHDATE NOT = SPACES
                 MOVE T-BIRTHDATE TO BIRTHDATE
              END-IF
              IF T-HIREDATE NOT = SPACES
                 MOVE T-HIREDATE TO HIREDATE
              END-IF
              PERFORM 535-CHECK-HIRE-BIRTH-PARA
           END-IF.
           IF TRAN-VALID
              IF T-SALARY NOT = SPACES
                 MOVE T-SALARY TO WS-NEW-SALARY
                 MOVE WS-NEW-SALARY TO SALARY
                       WORKDEPT  = :WORKDEPT,
                       SEX       = :SEX,
                       BIRTHDATE = :BIRTHDATE,
                       HIREDATE  = NULLIF(:HIREDATE, ' '),
                       SALARY    = :SALARY
                 WHERE EMPNO = :EMPNO
              END-EXEC
                 WHERE EMPNO = :EMPNO
              END-EXEC
              IF SQLCODE = 0
                 MOVE SPACES TO LASTNAME WORKDEPT HIREDATE
                 MOVE ZERO TO SALARY
                 PERFORM 600-AUDIT-WRITE-PARA
                 MOVE 'TRM' TO WS-PAY-TYPE
                 PERFORM 630-PAYFEED-WRITE-PARA
                 PERFORM 650-COUNT-APPLIED-PARA
                 IF T-REQ-NO NOT = SPACES
                    PERFORM 545-REPLACE-REQ-PARA
                 END-IF
              ELSE
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON EMPNO " T-EMPNO
           MOVE T-EMPNO TO EMPNO.
           EXEC SQL
             SELECT FIRSTNME, MIDINIT, LASTNAME, WORKDEPT,
                    SEX, BIRTHDATE,
                    COALESCE(CHAR(HIREDATE, ISO), ' '), SALARY,
                    COALESCE(JOB, ' ')
               INTO :FIRSTNME, :MIDINIT, :LASTNAME, :WORKDEPT,
                    :SEX, :BIRTHDATE, :HIREDATE, :SALARY,
                    :JOB
               FROM EMPLOYEE
              WHERE EMPNO = :EMPNO
           END-EXEC.
              MOVE WORKDEPT  TO WS-OLD-WORKDEPT
              MOVE SEX       TO WS-OLD-SEX
              MOVE BIRTHDATE TO WS-OLD-BIRTHDATE
              MOVE HIREDATE  TO WS-OLD-HIREDATE
              MOVE SALARY    TO WS-OLD-SALARY
              MOVE JOB       TO WS-OLD-JOB
           ELSE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON EMPNO " T-EMPNO
              MOVE "BEFORE IMAGE READ FAILED" TO WS-REJ-TEXT
              PERFORM 498-REJECT-PARA
           END-IF.
      * A CHG CAN CARRY EITHER DATE ALONE, SO THE HIRE/BIRTH ORDER
      * IS CHECKED ON THE ROW AS IT WILL STAND AFTER THE CHANGE
        535-CHECK-HIRE-BIRTH-PARA.
           IF HIREDATE NOT = SPACES AND BIRTHDATE NOT = SPACES AND
              HIREDATE < BIRTHDATE
              SET TRAN-INVALID TO TRUE
              MOVE "RJ13" TO WS-REJ-CODE
              MOVE "HIRE DATE BEFORE BIRTH" TO WS-REJ-TEXT
              PERFORM 498-REJECT-PARA
           END-IF.
      * THE FILL RIDES IN THE SAME UNIT OF WORK AS THE INSERT, SO A
      * ROLLBACK NEVER LEAVES A HIRE WITHOUT ITS REQUISITION FILLED
        540-FILL-REQ-PARA.
           EXEC SQL
             UPDATE POSREQ
                SET REQ_STATUS = 'F',
                    CLOSE_DATE = :WS-TODAY8,
                    FILL_EMPNO = :EMPNO
              WHERE REQ_NO = :WS-REQ-NO
                AND REQ_STATUS = 'O'
           END-EXEC.
      * THE LEAVER IS ALREADY GONE FROM THE HEADCOUNT, SO A
      * REPLACEMENT FITS UNLESS THE DEPARTMENT WAS ALREADY OVER
        545-REPLACE-REQ-PARA.
           MOVE WS-OLD-WORKDEPT TO WS-REQ-DEPT.
           MOVE ZERO TO WS-BUD-HEADCT WS-ACT-HEADCT WS-OPEN-REQS.
           EXEC SQL
             SELECT BUD_HEADCT
               INTO :WS-BUD-HEADCT
               FROM DEPTMAST
              WHERE DEPTCODE = :WS-REQ-DEPT
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ACT-HEADCT
                  FROM EMPLOYEE
                 WHERE WORKDEPT = :WS-REQ-DEPT
              END-EXEC
           END-IF.
           IF SQLCODE = 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-OPEN-REQS
                  FROM POSREQ
                 WHERE DEPTCODE = :WS-REQ-DEPT
                   AND REQ_STATUS = 'O'
              END-EXEC
           END-IF.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON REQ " T-REQ-NO
                 PERFORM 990-SQL-ERROR-PARA
              WHEN SQLCODE = 100 OR WS-BUD-HEADCT = 0 OR
                   WS-ACT-HEADCT + WS-OPEN-REQS >= WS-BUD-HEADCT
                 DISPLAY "REPLACEMENT " T-REQ-NO " NOT OPENED - DEPT "
                         WS-REQ-DEPT " AT BUDGETED HEADCOUNT"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              WHEN OTHER
                 EXEC SQL
                   INSERT INTO POSREQ
                     (REQ_NO, DEPTCODE, JOB_TITLE, REQ_STATUS,
                      OPEN_DATE, CLOSE_DATE, FILL_EMPNO, REPL_EMPNO)
                   VALUES
                     (:WS-REQ-NO, :WS-REQ-DEPT, :WS-OLD-JOB, 'O',
                      :WS-TODAY8, 0, ' ', :EMPNO)
                 END-EXEC
                 IF SQLCODE = 0
                    DISPLAY "REPLACEMENT REQUISITION " T-REQ-NO
                            " OPENED FOR DEPT " WS-REQ-DEPT
                 ELSE
                    MOVE SQLCODE TO WS-SQLCODE
                    DISPLAY "ERROR " WS-SQLCODE " ON REQ " T-REQ-NO
                    PERFORM 990-SQL-ERROR-PARA
                 END-IF
           END-EVALUATE.
        600-AUDIT-WRITE-PARA.
           MOVE T-EMPNO          TO AUD-EMPNO.
           MOVE T-ACTION         TO AUD-ACTION.
           MOVE WORKDEPT         TO AUD-NEW-WORKDEPT.
           MOVE WS-OLD-SALARY    TO AUD-OLD-SALARY.
           MOVE SALARY           TO AUD-NEW-SALARY.
           MOVE WS-OLD-HIREDATE  TO AUD-OLD-HIREDATE.
           MOVE HIREDATE         TO AUD-NEW-HIREDATE.
           MOVE T-OPER-ID        TO AUD-OPER-ID.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO WS-RUN-DATE
           ELSE
