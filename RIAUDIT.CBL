       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RIAUDIT.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  RIRPT IS NOW REGISTERED ON THE RPTLOG REPORT
      *                 REGISTER THROUGH RPTREG ONCE IT IS CLOSED --
      *                 PAGES AND THE LINE COUNT READ BACK OFF THE
      *                 CLOSED FILE -- FOR THE RPTDIST STEP.
      *  10/15/26  RKS  NEW PROGRAM. NIGHTLY CROSS-TABLE REFERENTIAL
      *                 INTEGRITY AUDIT, READ-ONLY. EACH LOAD CHECKS
      *                 ITS OWN KEYS, BUT ROWS STILL GO ORPHANED LATER
      *                 (STUDMRGE, EMPMAINT DELETES, DEPTLOAD, TRNMAINT
      *                 WITHDRAWALS, TRNCANCL). THE RULE TABLE BELOW
      *                 HOLDS ONE PARENT/CHILD CHECK PER RULE; THE RICTL
      *                 CARDS PICK THE RULES TO RUN AND MARK THEM
      *                 CRITICAL (NO CARDS = EVERY RULE, NONE CRITICAL).
      *                 EVERY ORPHAN GOES TO THE RIRPT EXCEPTION REPORT
      *                 AND THE REJLOG REGISTRY (REASON = RULE ID),
      *                 WITH COUNTS PER RULE AGAINST THE PREVIOUS RUN'S
      *                 COUNTS OFF THE RIHIST GENERATION FILE, WHICH IS
      *                 WRITTEN AGAIN FOR TOMORROW. ANY ORPHAN ENDS THE
      *                 RUN RC 4; ANY ON A CRITICAL RULE RC 8, FOR
      *                 BATCHGAT TO HOLD THE STEPS THAT DEPEND ON IT.
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
           SELECT RICTL ASSIGN TO RICTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RICTL-ST.
           SELECT RIHISTI ASSIGN TO RIHISTI
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RIHISTI-ST.
           SELECT RIHISTO ASSIGN TO RIHISTO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RIHISTO-ST.
           SELECT RIRPT ASSIGN TO RIRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RIRPT-ST.
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
      * RULE CARD -- RULE ID, C = CRITICAL, OPTIONAL DESCRIPTION
       FD RICTL
           RECORDING MODE IS F.
       01 RICTL-REC.
         05 RIC-RULE-ID           PIC X(4).
         05                       PIC X(1).
         05 RIC-CRITICAL          PIC X(1).
         05                       PIC X(1).
         05 RIC-DESC              PIC X(40).
         05                       PIC X(33).
      * ONE COUNT RECORD PER RULE PER RUN; RIHISTI IS THE PREVIOUS
      * GENERATION, RIHISTO THE NEXT
       FD RIHISTI
           RECORDING MODE IS F.
       01 RIHISTI-REC.
         05 RHI-RULE-ID           PIC X(4).
         05                       PIC X(1).
         05 RHI-RUN-DATE          PIC 9(8).
         05                       PIC X(1).
         05 RHI-COUNT             PIC 9(7).
         05                       PIC X(1).
         05 RHI-STATUS            PIC X(8).
         05                       PIC X(50).
       FD RIHISTO
           RECORDING MODE IS F.
       01 RIHISTO-REC.
         05 RHO-RULE-ID           PIC X(4).
         05                       PIC X(1).
         05 RHO-RUN-DATE          PIC 9(8).
         05                       PIC X(1).
         05 RHO-COUNT             PIC 9(7).
         05                       PIC X(1).
         05 RHO-STATUS            PIC X(8).
         05                       PIC X(50).
       FD RIRPT
           RECORDING MODE IS F.
       01 RIRPT-LIST.
         05 RIRPT-ID              PIC X(80).
       WORKING-STORAGE SECTION.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-RICTL-ST          PIC X(2).
        77  WS-RIHISTI-ST        PIC X(2).
        77  WS-RIHISTO-ST        PIC X(2).
        77  WS-RIRPT-ST          PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-RPTREG-PARM.
            05 WS-RR-PROGRAM     PIC X(8) VALUE 'RIAUDIT'.
            05 WS-RR-REPORT-ID   PIC X(8) VALUE 'RIRPT'.
            05 WS-RR-RUN-DATE    PIC 9(8) VALUE ZERO.
            05 WS-RR-PAGES       PIC 9(5) VALUE ZERO.
            05 WS-RR-LINES       PIC 9(7) VALUE ZERO.
        01  WS-RPT-EOF           PIC X VALUE 'N'.
            88 EOF-RPT             VALUE 'Y'.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-RICTL-EOF         PIC X VALUE 'N'.
            88 EOF-RICTL           VALUE 'Y'.
        01  WS-HIST-EOF          PIC X VALUE 'N'.
            88 EOF-HIST            VALUE 'Y'.
        01  WS-ORPH-EOF          PIC X VALUE 'N'.
            88 EOF-ORPH            VALUE 'Y'.
      * THE PARENT/CHILD RULES THIS AUDIT KNOWS HOW TO CHECK
        01  WS-RULE-DEFS.
            05                   PIC X(44) VALUE
               'RI01MARKHIST STU_ID NOT ON STUDENRL'.
            05                   PIC X(44) VALUE
               'RI02ATTDRECD STU_ID NOT ON STUDENRL'.
            05                   PIC X(44) VALUE
               'RI03SALHIST EMPNO NOT ON EMPLOYEE'.
            05                   PIC X(44) VALUE
               'RI04LEAVBAL EMPNO NOT ON EMPLOYEE'.
            05                   PIC X(44) VALUE
               'RI05EMPLOYEE WORKDEPT NOT ACTIVE ON DEPTMAST'.
            05                   PIC X(44) VALUE
               'RI06TRNBKNG TRAINNO NOT ON TRAIN'.
            05                   PIC X(44) VALUE
               'RI07BERTHRES BOOKING_NO CANCELLED OR GONE'.
        01  WS-RULE-DEF-TABLE REDEFINES WS-RULE-DEFS.
            05 WS-RD OCCURS 7.
               10 WS-RD-ID       PIC X(4).
               10 WS-RD-DESC     PIC X(40).
        01  WS-RD-MAX            PIC 9(2) COMP VALUE 7.
        01  WS-RD-SUB            PIC 9(2) COMP VALUE ZERO.
        01  WS-RD-HIT            PIC 9(2) COMP VALUE ZERO.
      * THE RULES TO RUN TONIGHT
        01  WS-RULE-TABLE.
            05 WS-RULE OCCURS 20.
               10 WS-RU-ID       PIC X(4).
               10 WS-RU-CRIT     PIC X(1).
               10 WS-RU-DESC     PIC X(40).
               10 WS-RU-COUNT    PIC 9(7) COMP.
               10 WS-RU-STATUS   PIC X(8).
        01  WS-RU-MAX            PIC 9(2) COMP VALUE ZERO.
        01  WS-RU-SUB            PIC 9(2) COMP VALUE ZERO.
      * THE PREVIOUS RUN'S COUNTS
        01  WS-PREV-TABLE.
            05 WS-PREV OCCURS 20.
               10 WS-PV-ID       PIC X(4).
               10 WS-PV-COUNT    PIC 9(7).
        01  WS-PV-MAX            PIC 9(2) COMP VALUE ZERO.
        01  WS-PV-SUB            PIC 9(2) COMP VALUE ZERO.
        01  WS-PV-HIT            PIC 9(2) COMP VALUE ZERO.
        01  WS-PREV-DATE         PIC 9(8) VALUE ZERO.
      * THE ORPHAN JUST FETCHED
        01  WS-O-KEY1            PIC X(10).
        01  WS-O-KEY2            PIC X(10).
        01  WS-O-ROWS            PIC S9(9) COMP VALUE ZERO.
        01  WS-O-BOOK-NO         PIC 9(7) VALUE ZERO.
        01  WS-CHANGE            PIC S9(7) VALUE ZERO.
        77  WS-ORPHAN-COUNT      PIC 9(7) COMP VALUE ZERO.
        77  WS-CRIT-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-FAIL-COUNT        PIC 9(3) COMP VALUE ZERO.
        01  WS-REG-PARM.
            05 WS-REG-PROGRAM   PIC X(8) VALUE 'RIAUDIT'.
            05 WS-REG-RUN-DATE  PIC 9(6) VALUE ZERO.
            05 WS-REG-KEY       PIC X(20) VALUE SPACES.
            05 WS-REG-REASON    PIC X(4) VALUE SPACES.
            05 WS-REG-ACTION    PIC X(1) VALUE 'R'.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'RIAUDIT'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(14) VALUE SPACES.
            05                   PIC X(40) VALUE
               'REFERENTIAL INTEGRITY AUDIT - RUN DATE'.
            05 HDR-DATE          PIC 9(8).
            05                   PIC X(18).
        01  WS-HDR2.
            05                   PIC X(6)  VALUE 'RULE'.
            05                   PIC X(12) VALUE 'CHILD KEY'.
            05                   PIC X(12) VALUE 'DETAIL'.
            05                   PIC X(50) VALUE '     ROWS'.
        01  WS-DTL-LINE.
            05 DTL-RULE          PIC X(4).
            05                   PIC X(2).
            05 DTL-KEY1          PIC X(10).
            05                   PIC X(2).
            05 DTL-KEY2          PIC X(10).
            05                   PIC X(2).
            05 DTL-ROWS          PIC ZZZ,ZZ9.
            05                   PIC X(43).
        01  WS-TRD-HDR1.
            05                   PIC X(14) VALUE SPACES.
            05                   PIC X(36) VALUE
               'ORPHANS BY RULE - PREVIOUS RUN DATE'.
            05 TRH-PREV-DATE     PIC 9(8).
            05                   PIC X(22).
        01  WS-TRD-HDR2.
            05                   PIC X(6)  VALUE 'RULE'.
            05                   PIC X(3)  VALUE 'C'.
            05                   PIC X(9)  VALUE '  ORPHANS'.
            05                   PIC X(9)  VALUE '     PREV'.
            05                   PIC X(10) VALUE '    CHANGE'.
            05                   PIC X(10) VALUE 'STATUS'.
            05                   PIC X(33) VALUE 'CHILD / PARENT'.
        01  WS-TRD-LINE.
            05 TRD-RULE          PIC X(4).
            05                   PIC X(2).
            05 TRD-CRIT          PIC X(1).
            05                   PIC X(2).
            05 TRD-COUNT         PIC ZZZ,ZZ9.
            05                   PIC X(2).
            05 TRD-PREV          PIC X(7).
            05                   PIC X(2).
            05 TRD-CHANGE        PIC X(8).
            05                   PIC X(2).
            05 TRD-STATUS        PIC X(8).
            05                   PIC X(2).
            05 TRD-DESC          PIC X(33).
        01  WS-EDIT-COUNT        PIC ZZZ,ZZ9.
        01  WS-EDIT-CHANGE       PIC ZZZ,ZZ9-.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
      * ONE CURSOR PER RULE; EACH RETURNS THE ORPHANED CHILD KEY
           EXEC SQL
            DECLARE RI01_CUR CURSOR FOR
             SELECT H.STU_ID, COUNT(*)
             FROM MARKHIST H
             WHERE NOT EXISTS
                   (SELECT 1 FROM STUDENRL E
                     WHERE E.STU_ID = H.STU_ID)
             GROUP BY H.STU_ID
             ORDER BY H.STU_ID
           END-EXEC.
           EXEC SQL
            DECLARE RI02_CUR CURSOR FOR
             SELECT A.STU_ID, COUNT(*)
             FROM ATTDRECD A
             WHERE NOT EXISTS
                   (SELECT 1 FROM STUDENRL E
                     WHERE E.STU_ID = A.STU_ID)
             GROUP BY A.STU_ID
             ORDER BY A.STU_ID
           END-EXEC.
           EXEC SQL
            DECLARE RI03_CUR CURSOR FOR
             SELECT S.EMPNO, COUNT(*)
             FROM SALHIST S
             WHERE NOT EXISTS
                   (SELECT 1 FROM EMPLOYEE E
                     WHERE E.EMPNO = S.EMPNO)
             GROUP BY S.EMPNO
             ORDER BY S.EMPNO
           END-EXEC.
           EXEC SQL
            DECLARE RI04_CUR CURSOR FOR
             SELECT L.EMPNO, COUNT(*)
             FROM LEAVBAL L
             WHERE NOT EXISTS
                   (SELECT 1 FROM EMPLOYEE E
                     WHERE E.EMPNO = L.EMPNO)
             GROUP BY L.EMPNO
             ORDER BY L.EMPNO
           END-EXEC.
           EXEC SQL
            DECLARE RI05_CUR CURSOR FOR
             SELECT E.EMPNO, E.WORKDEPT
             FROM EMPLOYEE E
             WHERE NOT EXISTS
                   (SELECT 1 FROM DEPTMAST D
                     WHERE D.DEPTCODE    = E.WORKDEPT
                       AND D.ACTIVE_FLAG = 'Y')
             ORDER BY E.EMPNO
           END-EXEC.
           EXEC SQL
            DECLARE RI06_CUR CURSOR FOR
             SELECT B.TRAINNO, COUNT(*)
             FROM TRNBKNG B
             WHERE NOT EXISTS
                   (SELECT 1 FROM TRAIN T
                     WHERE T.TRAINNO = B.TRAINNO)
             GROUP BY B.TRAINNO
             ORDER BY B.TRAINNO
           END-EXEC.
           EXEC SQL
            DECLARE RI07_CUR CURSOR FOR
             SELECT R.TRAINNO, R.BOOKING_NO, COUNT(*)
             FROM BERTHRES R
             WHERE NOT EXISTS
                   (SELECT 1 FROM TRNBKNG B
                     WHERE B.BOOKING_NO = R.BOOKING_NO
                       AND B.STATUS    <> 'X')
             GROUP BY R.TRAINNO, R.BOOKING_NO
             ORDER BY R.TRAINNO, R.BOOKING_NO
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 030-LOAD-PREV-PARA.
           PERFORM 050-LOAD-RULES-PARA.
           PERFORM 100-OPEN-FILE-PARA.
           MOVE 1 TO WS-RU-SUB.
           PERFORM 200-RUN-RULE-PARA UNTIL WS-RU-SUB > WS-RU-MAX.
           PERFORM 700-TREND-PARA.
           PERFORM 900-CLOSE-FILE-PARA.
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
           IF WS-SHARED-RUN-DATE = ZERO
              ACCEPT WS-SYS-DATE FROM DATE
              COMPUTE WS-SHARED-RUN-DATE = 20000000 + WS-SYS-DATE
           END-IF.
      * NO PREVIOUS GENERATION (THE FIRST RUN) JUST MEANS NO TREND
        030-LOAD-PREV-PARA.
           OPEN INPUT RIHISTI.
           IF WS-RIHISTI-ST = '00'
              PERFORM 035-READ-PREV-PARA UNTIL EOF-HIST
              CLOSE RIHISTI
           END-IF.
        035-READ-PREV-PARA.
           READ RIHISTI
              AT END
                 SET EOF-HIST TO TRUE
              NOT AT END
                 IF RHI-COUNT NUMERIC AND WS-PV-MAX < 20
                    ADD 1 TO WS-PV-MAX
                    MOVE RHI-RULE-ID TO WS-PV-ID(WS-PV-MAX)
                    MOVE RHI-COUNT TO WS-PV-COUNT(WS-PV-MAX)
                    MOVE RHI-RUN-DATE TO WS-PREV-DATE
                 END-IF
           END-READ.
        050-LOAD-RULES-PARA.
           OPEN INPUT RICTL.
           IF WS-RICTL-ST = '00'
              PERFORM 055-READ-RULE-CARD-PARA UNTIL EOF-RICTL
              CLOSE RICTL
           END-IF.
           IF WS-RU-MAX = ZERO
              DISPLAY 'NO RICTL CARDS - EVERY RULE, NONE CRITICAL'
              MOVE 1 TO WS-RD-SUB
              PERFORM 058-DEFAULT-RULE-PARA UNTIL WS-RD-SUB > WS-RD-MAX
           END-IF.
        055-READ-RULE-CARD-PARA.
           READ RICTL
              AT END
                 SET EOF-RICTL TO TRUE
              NOT AT END
                 IF RIC-RULE-ID NOT = SPACES AND WS-RU-MAX < 20
                    ADD 1 TO WS-RU-MAX
                    MOVE RIC-RULE-ID TO WS-RU-ID(WS-RU-MAX)
                    MOVE SPACE TO WS-RU-CRIT(WS-RU-MAX)
                    IF RIC-CRITICAL = 'C'
                       MOVE 'C' TO WS-RU-CRIT(WS-RU-MAX)
                    END-IF
                    MOVE ZERO TO WS-RU-COUNT(WS-RU-MAX)
                    MOVE SPACES TO WS-RU-STATUS(WS-RU-MAX)
                    MOVE RIC-DESC TO WS-RU-DESC(WS-RU-MAX)
                    IF RIC-DESC = SPACES
                       PERFORM 057-RULE-DESC-PARA
                    END-IF
                 ELSE
                    DISPLAY 'BAD RICTL CARD ' RICTL-REC(1:20)
                    MOVE 4 TO RETURN-CODE
                 END-IF
           END-READ.
        057-RULE-DESC-PARA.
           MOVE ZERO TO WS-RD-HIT.
           MOVE 1 TO WS-RD-SUB.
           PERFORM 059-SCAN-DEF-PARA
              UNTIL WS-RD-SUB > WS-RD-MAX OR WS-RD-HIT > 0.
           IF WS-RD-HIT > 0
              MOVE WS-RD-DESC(WS-RD-HIT) TO WS-RU-DESC(WS-RU-MAX)
           END-IF.
        058-DEFAULT-RULE-PARA.
           ADD 1 TO WS-RU-MAX.
           MOVE WS-RD-ID(WS-RD-SUB) TO WS-RU-ID(WS-RU-MAX).
           MOVE SPACE TO WS-RU-CRIT(WS-RU-MAX).
           MOVE WS-RD-DESC(WS-RD-SUB) TO WS-RU-DESC(WS-RU-MAX).
           MOVE ZERO TO WS-RU-COUNT(WS-RU-MAX).
           MOVE SPACES TO WS-RU-STATUS(WS-RU-MAX).
           ADD 1 TO WS-RD-SUB.
        059-SCAN-DEF-PARA.
           IF WS-RD-ID(WS-RD-SUB) = WS-RU-ID(WS-RU-MAX)
              MOVE WS-RD-SUB TO WS-RD-HIT
           ELSE
              ADD 1 TO WS-RD-SUB
           END-IF.
        100-OPEN-FILE-PARA.
           OPEN OUTPUT RIRPT.
           OPEN OUTPUT RIHISTO.
           MOVE WS-AST TO RIRPT-ID.
           WRITE RIRPT-LIST.
           MOVE WS-SHARED-RUN-DATE TO HDR-DATE.
           MOVE WS-HDR1 TO RIRPT-ID.
           WRITE RIRPT-LIST.
           MOVE WS-AST TO RIRPT-ID.
           WRITE RIRPT-LIST.
           MOVE WS-HDR2 TO RIRPT-ID.
           WRITE RIRPT-LIST.
        200-RUN-RULE-PARA.
           MOVE 'N' TO WS-ORPH-EOF.
           MOVE 'CLEAN' TO WS-RU-STATUS(WS-RU-SUB).
           EVALUATE WS-RU-ID(WS-RU-SUB)
              WHEN 'RI01'
                 PERFORM 310-RULE-RI01-PARA
              WHEN 'RI02'
                 PERFORM 320-RULE-RI02-PARA
              WHEN 'RI03'
                 PERFORM 330-RULE-RI03-PARA
              WHEN 'RI04'
                 PERFORM 340-RULE-RI04-PARA
              WHEN 'RI05'
                 PERFORM 350-RULE-RI05-PARA
              WHEN 'RI06'
                 PERFORM 360-RULE-RI06-PARA
              WHEN 'RI07'
                 PERFORM 370-RULE-RI07-PARA
              WHEN OTHER
                 DISPLAY 'UNKNOWN RULE ' WS-RU-ID(WS-RU-SUB)
                 MOVE 'UNKNOWN' TO WS-RU-STATUS(WS-RU-SUB)
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
           END-EVALUATE.
           ADD 1 TO WS-RU-SUB.
        310-RULE-RI01-PARA.
           EXEC SQL
             OPEN RI01_CUR
           END-EXEC.
           IF SQLCODE = 0
              PERFORM 311-FETCH-RI01-PARA UNTIL EOF-ORPH
              EXEC SQL
                CLOSE RI01_CUR
              END-EXEC
           ELSE
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
        311-FETCH-RI01-PARA.
           MOVE SPACES TO WS-O-KEY1 WS-O-KEY2.
           EXEC SQL
             FETCH RI01_CUR
             INTO :WS-O-KEY1, :WS-O-ROWS
           END-EXEC.
           PERFORM 500-FETCH-RESULT-PARA.
        320-RULE-RI02-PARA.
           EXEC SQL
             OPEN RI02_CUR
           END-EXEC.
           IF SQLCODE = 0
              PERFORM 321-FETCH-RI02-PARA UNTIL EOF-ORPH
              EXEC SQL
                CLOSE RI02_CUR
              END-EXEC
           ELSE
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
        321-FETCH-RI02-PARA.
           MOVE SPACES TO WS-O-KEY1 WS-O-KEY2.
           EXEC SQL
             FETCH RI02_CUR
             INTO :WS-O-KEY1, :WS-O-ROWS
           END-EXEC.
           PERFORM 500-FETCH-RESULT-PARA.
        330-RULE-RI03-PARA.
           EXEC SQL
             OPEN RI03_CUR
           END-EXEC.
           IF SQLCODE = 0
              PERFORM 331-FETCH-RI03-PARA UNTIL EOF-ORPH
              EXEC SQL
                CLOSE RI03_CUR
              END-EXEC
           ELSE
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
        331-FETCH-RI03-PARA.
           MOVE SPACES TO WS-O-KEY1 WS-O-KEY2.
           EXEC SQL
             FETCH RI03_CUR
             INTO :WS-O-KEY1, :WS-O-ROWS
           END-EXEC.
           PERFORM 500-FETCH-RESULT-PARA.
        340-RULE-RI04-PARA.
           EXEC SQL
             OPEN RI04_CUR
           END-EXEC.
           IF SQLCODE = 0
              PERFORM 341-FETCH-RI04-PARA UNTIL EOF-ORPH
              EXEC SQL
                CLOSE RI04_CUR
              END-EXEC
           ELSE
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
        341-FETCH-RI04-PARA.
           MOVE SPACES TO WS-O-KEY1 WS-O-KEY2.
           EXEC SQL
             FETCH RI04_CUR
             INTO :WS-O-KEY1, :WS-O-ROWS
           END-EXEC.
           PERFORM 500-FETCH-RESULT-PARA.
        350-RULE-RI05-PARA.
           EXEC SQL
             OPEN RI05_CUR
           END-EXEC.
           IF SQLCODE = 0
              PERFORM 351-FETCH-RI05-PARA UNTIL EOF-ORPH
              EXEC SQL
                CLOSE RI05_CUR
              END-EXEC
           ELSE
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
        351-FETCH-RI05-PARA.
           MOVE SPACES TO WS-O-KEY1 WS-O-KEY2.
           MOVE 1 TO WS-O-ROWS.
           EXEC SQL
             FETCH RI05_CUR
             INTO :WS-O-KEY1, :WS-O-KEY2
           END-EXEC.
           PERFORM 500-FETCH-RESULT-PARA.
        360-RULE-RI06-PARA.
           EXEC SQL
             OPEN RI06_CUR
           END-EXEC.
           IF SQLCODE = 0
              PERFORM 361-FETCH-RI06-PARA UNTIL EOF-ORPH
              EXEC SQL
                CLOSE RI06_CUR
              END-EXEC
           ELSE
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
        361-FETCH-RI06-PARA.
           MOVE SPACES TO WS-O-KEY1 WS-O-KEY2.
           EXEC SQL
             FETCH RI06_CUR
             INTO :WS-O-KEY1, :WS-O-ROWS
           END-EXEC.
           PERFORM 500-FETCH-RESULT-PARA.
        370-RULE-RI07-PARA.
           EXEC SQL
             OPEN RI07_CUR
           END-EXEC.
           IF SQLCODE = 0
              PERFORM 371-FETCH-RI07-PARA UNTIL EOF-ORPH
              EXEC SQL
                CLOSE RI07_CUR
              END-EXEC
           ELSE
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
        371-FETCH-RI07-PARA.
           MOVE SPACES TO WS-O-KEY1 WS-O-KEY2.
           EXEC SQL
             FETCH RI07_CUR
             INTO :WS-O-KEY1, :WS-O-BOOK-NO, :WS-O-ROWS
           END-EXEC.
           IF SQLCODE = 0
              MOVE WS-O-BOOK-NO TO WS-O-KEY2
           END-IF.
           PERFORM 500-FETCH-RESULT-PARA.
        500-FETCH-RESULT-PARA.
           EVALUATE SQLCODE
             WHEN 0
                PERFORM 600-ORPHAN-PARA
             WHEN 100
                SET EOF-ORPH TO TRUE
             WHEN OTHER
                PERFORM 990-SQL-ERROR-PARA
                SET EOF-ORPH TO TRUE
           END-EVALUATE.
      * EVERY ORPHAN IS LISTED AND REGISTERED UNDER ITS RULE ID
        600-ORPHAN-PARA.
           ADD 1 TO WS-RU-COUNT(WS-RU-SUB).
           ADD 1 TO WS-ORPHAN-COUNT.
           MOVE 'ORPHANS' TO WS-RU-STATUS(WS-RU-SUB).
           IF WS-RU-CRIT(WS-RU-SUB) = 'C'
              ADD 1 TO WS-CRIT-COUNT
           END-IF.
           MOVE SPACES TO WS-DTL-LINE.
           MOVE WS-RU-ID(WS-RU-SUB) TO DTL-RULE.
           MOVE WS-O-KEY1 TO DTL-KEY1.
           MOVE WS-O-KEY2 TO DTL-KEY2.
           MOVE WS-O-ROWS TO DTL-ROWS.
           MOVE WS-DTL-LINE TO RIRPT-ID.
           WRITE RIRPT-LIST.
           MOVE SPACES TO WS-REG-KEY.
           MOVE WS-O-KEY1 TO WS-REG-KEY(1:10).
           MOVE WS-O-KEY2 TO WS-REG-KEY(11:10).
           MOVE WS-RU-ID(WS-RU-SUB) TO WS-REG-REASON.
           MOVE WS-SHARED-RUN-DATE(3:6) TO WS-REG-RUN-DATE.
           MOVE 'R' TO WS-REG-ACTION.
           CALL 'REJREG' USING WS-REG-PARM.
      * COUNTS PER RULE AGAINST THE PREVIOUS RUN, AND THE NEXT RIHIST
      * GENERATION FOR TOMORROW'S COMPARISON
        700-TREND-PARA.
           MOVE WS-AST TO RIRPT-ID.
           WRITE RIRPT-LIST.
           MOVE WS-PREV-DATE TO TRH-PREV-DATE.
           MOVE WS-TRD-HDR1 TO RIRPT-ID.
           WRITE RIRPT-LIST.
           MOVE WS-AST TO RIRPT-ID.
           WRITE RIRPT-LIST.
           MOVE WS-TRD-HDR2 TO RIRPT-ID.
           WRITE RIRPT-LIST.
           MOVE 1 TO WS-RU-SUB.
           PERFORM 710-TREND-LINE-PARA UNTIL WS-RU-SUB > WS-RU-MAX.
           MOVE WS-AST TO RIRPT-ID.
           WRITE RIRPT-LIST.
           DISPLAY 'RI AUDIT ORPHANS ' WS-ORPHAN-COUNT
                   ' ON CRITICAL RULES ' WS-CRIT-COUNT
                   ' RULES FAILED ' WS-FAIL-COUNT.
           EVALUATE TRUE
              WHEN WS-CRIT-COUNT > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-ORPHAN-COUNT > 0 AND RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.
        710-TREND-LINE-PARA.
           MOVE SPACES TO WS-TRD-LINE.
           MOVE WS-RU-ID(WS-RU-SUB) TO TRD-RULE.
           MOVE WS-RU-CRIT(WS-RU-SUB) TO TRD-CRIT.
           MOVE WS-RU-COUNT(WS-RU-SUB) TO TRD-COUNT.
           MOVE WS-RU-STATUS(WS-RU-SUB) TO TRD-STATUS.
           MOVE WS-RU-DESC(WS-RU-SUB) TO TRD-DESC.
           MOVE ZERO TO WS-PV-HIT.
           MOVE 1 TO WS-PV-SUB.
           PERFORM 715-SCAN-PREV-PARA
              UNTIL WS-PV-SUB > WS-PV-MAX OR WS-PV-HIT > 0.
           IF WS-PV-HIT > 0
              MOVE WS-PV-COUNT(WS-PV-HIT) TO WS-EDIT-COUNT
              MOVE WS-EDIT-COUNT TO TRD-PREV
              COMPUTE WS-CHANGE = WS-RU-COUNT(WS-RU-SUB)
                                - WS-PV-COUNT(WS-PV-HIT)
              MOVE WS-CHANGE TO WS-EDIT-CHANGE
              MOVE WS-EDIT-CHANGE TO TRD-CHANGE
           ELSE
              MOVE '    NEW' TO TRD-PREV
           END-IF.
           MOVE WS-TRD-LINE TO RIRPT-ID.
           WRITE RIRPT-LIST.
           MOVE SPACES TO RIHISTO-REC.
           MOVE WS-RU-ID(WS-RU-SUB) TO RHO-RULE-ID.
           MOVE WS-SHARED-RUN-DATE TO RHO-RUN-DATE.
           MOVE WS-RU-COUNT(WS-RU-SUB) TO RHO-COUNT.
           MOVE WS-RU-STATUS(WS-RU-SUB) TO RHO-STATUS.
           WRITE RIHISTO-REC.
           ADD 1 TO WS-RU-SUB.
        715-SCAN-PREV-PARA.
           IF WS-PV-ID(WS-PV-SUB) = WS-RU-ID(WS-RU-SUB)
              MOVE WS-PV-SUB TO WS-PV-HIT
           ELSE
              ADD 1 TO WS-PV-SUB
           END-IF.
        900-CLOSE-FILE-PARA.
           CLOSE RIRPT.
           PERFORM 960-REGISTER-RPT-PARA.
           CLOSE RIHISTO.
        960-REGISTER-RPT-PARA.
           MOVE ZERO TO WS-RR-LINES.
           MOVE 'N' TO WS-RPT-EOF.
           OPEN INPUT RIRPT.
           IF WS-RIRPT-ST = '00'
              PERFORM 965-COUNT-RPT-PARA UNTIL EOF-RPT
              CLOSE RIRPT
           END-IF.
           MOVE WS-SHARED-RUN-DATE TO WS-RR-RUN-DATE.
           CALL 'RPTREG' USING WS-RPTREG-PARM.
        965-COUNT-RPT-PARA.
           READ RIRPT
              AT END
                 SET EOF-RPT TO TRUE
              NOT AT END
                 ADD 1 TO WS-RR-LINES
           END-READ.
      * READ-ONLY, SO NOTHING TO ROLL BACK -- THE RULE IS MARKED
      * FAILED AND THE AUDIT GOES ON TO THE NEXT
        990-SQL-ERROR-PARA.
           MOVE SQLCODE TO WS-SQLCODE.
           DISPLAY 'ERROR ' WS-SQLCODE ' ON RULE ' WS-RU-ID(WS-RU-SUB).
           MOVE WS-RU-ID(WS-RU-SUB) TO WS-ERRH-KEY.
           CALL 'SQLERRH' USING SQLCA WS-ERRH-PARM.
           MOVE 'FAILED' TO WS-RU-STATUS(WS-RU-SUB).
           ADD 1 TO WS-FAIL-COUNT.
           MOVE 8 TO RETURN-CODE.
        995-WRITE-STATUS-PARA.
           OPEN EXTEND STATUSLOG.
           IF WS-STATUSLOG-ST NOT = '00'
              OPEN OUTPUT STATUSLOG
           END-IF.
           MOVE 'RIAUDIT' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE
           ELSE
              ACCEPT STL-RUN-DATE FROM DATE
           END-IF.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-RU-MAX TO STL-READ-CNT.
           COMPUTE STL-PROC-CNT = WS-RU-MAX - WS-FAIL-COUNT.
           MOVE WS-ORPHAN-COUNT TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
