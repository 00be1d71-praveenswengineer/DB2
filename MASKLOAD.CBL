       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MASKLOAD.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NEW PROGRAM. LOADS THE MASKXTR UNLOAD INTO THE
      *                 TEST REGION'S STUDENT, EMPLOYEE AND BOOKING
      *                 TABLES. IT WILL ONLY RUN WHERE THE CONNECTED DB2
      *                 LOCATION IS THE TEST LOCATION ON THE MASKCTL
      *                 CARD -- ANYWHERE ELSE IT ENDS RC 8 WITHOUT
      *                 TOUCHING A ROW. THE TEN TABLES ARE EMPTIED
      *                 CHILDREN FIRST AND RELOADED IN FILE ORDER, THEN
      *                 ROWS, HASH TOTAL, DISTINCT KEYS AND JOINING ROWS
      *                 ARE COUNTED AGAIN ON THE TEST TABLES AND PROVED
      *                 AGAINST THE EXTRACT'S CONTROL RECORDS ON THE
      *                 MASKRPT REPORT. ANY DIFFERENCE MEANS RC 4.
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
           SELECT MASKCTL ASSIGN TO MASKCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-MASKCTL-ST.
           SELECT MASKDATA ASSIGN TO MASKDATA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-MASKDATA-ST.
           SELECT MASKRPT ASSIGN TO MASKRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-MASKRPT-ST.
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
      * THE MASKXTR KEY CARD; ONLY THE TEST LOCATION IS USED HERE
       FD MASKCTL
           RECORDING MODE IS F.
       01 MASKCTL-REC.
         05                       PIC X(15).
         05 MC-TEST-LOCATION      PIC X(16).
         05                       PIC X(49).
       FD MASKDATA
           RECORDING MODE IS F.
       01 MASKDATA-REC            PIC X(200).
       FD MASKRPT
           RECORDING MODE IS F.
       01 MASKRPT-LIST.
         05 MASKRPT-ID            PIC X(80).
       WORKING-STORAGE SECTION.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-MASKCTL-ST        PIC X(2).
        77  WS-MASKDATA-ST       PIC X(2).
        77  WS-MASKRPT-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-RPTREG-PARM.
            05 WS-RR-PROGRAM     PIC X(8) VALUE 'MASKLOAD'.
            05 WS-RR-REPORT-ID   PIC X(8) VALUE 'MASKRPT'.
            05 WS-RR-RUN-DATE    PIC 9(8) VALUE ZERO.
            05 WS-RR-PAGES       PIC 9(5) VALUE ZERO.
            05 WS-RR-LINES       PIC 9(7) VALUE ZERO.
        01  WS-RPT-EOF           PIC X VALUE 'N'.
            88 EOF-RPT             VALUE 'Y'.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-MD-EOF            PIC X VALUE 'N'.
            88 EOF-MD              VALUE 'Y'.
      * THE LOCATION THIS RUN IS CONNECTED TO, AND THE ONE IT MUST BE
        01  WS-CUR-SERVER        PIC X(16) VALUE SPACES.
        01  WS-TEST-LOCATION     PIC X(16) VALUE SPACES.
        01  WS-TBL-NAME          PIC X(8) VALUE SPACES.
      * MASKDATA RECORD -- THE SAME LAYOUT MASKXTR WRITES
        01  WS-MD-REC.
            05 WS-MD-TABLE       PIC X(8).
            05 WS-MD-DATA        PIC X(192).
            05 WS-MD-ENRL        REDEFINES WS-MD-DATA.
               10 MDE-STU-ID     PIC X(6).
               10 MDE-STU-NAME   PIC X(20).
               10 MDE-STU-CLASS  PIC X(1).
               10 MDE-ADMIT-DATE PIC 9(8).
               10 MDE-ACTIVE     PIC X(1).
               10 MDE-LEAVE-DATE PIC 9(8).
               10 MDE-LEAVE-RSN  PIC X(30).
               10                PIC X(118).
            05 WS-MD-STUD        REDEFINES WS-MD-DATA.
               10 MDS-STU-ID     PIC X(6).
               10 MDS-STU-CLASS  PIC X(1).
               10 MDS-STU-NAME   PIC X(20).
               10 MDS-MARKS.
                  15 MDS-MARK    PIC 9(3) OCCURS 6.
               10                PIC X(147).
            05 WS-MD-MARK        REDEFINES WS-MD-DATA.
               10 MDM-STU-ID     PIC X(6).
               10 MDM-EXAM-TERM  PIC X(2).
               10 MDM-STU-CLASS  PIC X(1).
               10 MDM-MARKS.
                  15 MDM-MARK    PIC 9(3) OCCURS 6.
               10                PIC X(165).
            05 WS-MD-FEE         REDEFINES WS-MD-DATA.
               10 MDF-STU-ID     PIC X(6).
               10 MDF-DUES-AMT   PIC 9(7)V99.
               10 MDF-PAID-AMT   PIC 9(7)V99.
               10 MDF-WAIVER-AMT PIC 9(7)V99.
               10 MDF-LATE-AMT   PIC 9(7)V99.
               10                PIC X(150).
            05 WS-MD-GRDN        REDEFINES WS-MD-DATA.
               10 MDG-STU-ID     PIC X(6).
               10 MDG-GRDN-NAME  PIC X(30).
               10 MDG-MOBILE-NO  PIC X(15).
               10 MDG-EMAIL-ADDR PIC X(40).
               10 MDG-PREF-CHAN  PIC X(1).
               10 MDG-OPT-OUT    PIC X(1).
               10 MDG-DELIV-STAT PIC X(1).
               10 MDG-DELIV-DATE PIC 9(8).
               10 MDG-UPD-DATE   PIC 9(8).
               10                PIC X(82).
            05 WS-MD-EMP         REDEFINES WS-MD-DATA.
               10 MDP-EMPNO      PIC X(6).
               10 MDP-FIRSTNME   PIC X(12).
               10 MDP-MIDINIT    PIC X(1).
               10 MDP-LASTNAME   PIC X(15).
               10 MDP-WORKDEPT   PIC X(3).
               10 MDP-SEX        PIC X(1).
               10 MDP-BIRTHDATE  PIC X(10).
               10 MDP-HIREDATE   PIC X(10).
               10 MDP-SALARY     PIC 9(7)V99.
               10                PIC X(125).
            05 WS-MD-SAL         REDEFINES WS-MD-DATA.
               10 MDH-EMPNO      PIC X(6).
               10 MDH-OLD-SALARY PIC 9(7)V99.
               10 MDH-NEW-SALARY PIC 9(7)V99.
               10 MDH-RUNDATE    PIC 9(6).
               10 MDH-RUNTIME    PIC 9(8).
               10                PIC X(154).
            05 WS-MD-LEAV        REDEFINES WS-MD-DATA.
               10 MDL-EMPNO      PIC X(6).
               10 MDL-LEAVE-TYPE PIC X(1).
               10 MDL-FROM-DATE  PIC 9(8).
               10 MDL-TO-DATE    PIC 9(8).
               10 MDL-LEAVE-DAYS PIC 9(3).
               10                PIC X(166).
            05 WS-MD-BKNG        REDEFINES WS-MD-DATA.
               10 MDB-BOOKING-NO PIC 9(7).
               10 MDB-TRAINNO    PIC X(6).
               10 MDB-TRAVEL-DATE PIC 9(8).
               10 MDB-PSGR-NAME  PIC X(20).
               10 MDB-SEATS      PIC 9(3).
               10 MDB-STATUS     PIC X(1).
               10 MDB-BOOK-DATE  PIC 9(8).
               10 MDB-FROM-STN   PIC X(10).
               10 MDB-TO-STN     PIC X(10).
               10 MDB-FARE-AMT   PIC 9(7)V99.
               10 MDB-STU-ID     PIC X(6).
               10 MDB-CONC-CERT  PIC X(12).
               10 MDB-CONC-AMT   PIC 9(7)V99.
               10 MDB-DUTY-AUTH  PIC X(10).
               10 MDB-DUTY-EMPNO PIC X(6).
               10 MDB-DUTY-DEPT  PIC X(3).
               10                PIC X(64).
            05 WS-MD-PSGR        REDEFINES WS-MD-DATA.
               10 MDQ-BOOKING-NO PIC 9(7).
               10 MDQ-PSGR-SEQ   PIC 9(4).
               10 MDQ-PSGR-NAME  PIC X(20).
               10 MDQ-PSGR-AGE   PIC 9(3).
               10 MDQ-PSGR-SEX   PIC X(1).
               10 MDQ-COACH-NO   PIC X(3).
               10 MDQ-BERTH-NO   PIC 9(4).
               10 MDQ-STATUS     PIC X(1).
               10                PIC X(149).
            05 WS-MD-CTL         REDEFINES WS-MD-DATA.
               10 MDC-TABLE      PIC X(8).
               10 MDC-ROWS       PIC 9(9).
               10 MDC-HASH       PIC 9(13)V99.
               10 MDC-KEYS       PIC 9(9).
               10 MDC-JOINS      PIC 9(9).
      * THE EXTRACT'S CONTROL TOTALS AND THE SAME COUNTS TAKEN OFF
      * THE TEST TABLES
        01  WS-CT-TABLE.
            05 WS-CT OCCURS 10.
               10 WS-CT-NAME     PIC X(8).
               10 WS-CT-SRC-ROWS PIC 9(9).
               10 WS-CT-SRC-HASH PIC 9(13)V99.
               10 WS-CT-SRC-KEYS PIC 9(9).
               10 WS-CT-SRC-JOIN PIC 9(9).
               10 WS-CT-TST-ROWS PIC S9(9) COMP.
               10 WS-CT-TST-HASH PIC S9(13)V99 COMP-3.
               10 WS-CT-TST-KEYS PIC S9(9) COMP.
               10 WS-CT-TST-JOIN PIC S9(9) COMP.
        01  WS-CT-MAX            PIC 9(2) COMP VALUE ZERO.
        01  WS-CT-SUB            PIC 9(2) COMP VALUE ZERO.
        01  WS-CT-HIT            PIC 9(2) COMP VALUE ZERO.
        01  WS-TX-ROWS           PIC S9(9) COMP VALUE ZERO.
        01  WS-TX-HASH           PIC S9(13)V99 COMP-3 VALUE ZERO.
        01  WS-TX-KEYS           PIC S9(9) COMP VALUE ZERO.
        01  WS-TX-JOINS          PIC S9(9) COMP VALUE ZERO.
        01  WS-DEL-SUB           PIC 9(2) COMP VALUE ZERO.
      * CHILDREN BEFORE PARENTS FOR THE DELETE
        01  WS-DEL-ORDER-V.
            05                   PIC X(8) VALUE 'TRNPSGR'.
            05                   PIC X(8) VALUE 'TRNBKNG'.
            05                   PIC X(8) VALUE 'LEAVHIST'.
            05                   PIC X(8) VALUE 'SALHIST'.
            05                   PIC X(8) VALUE 'EMPLOYEE'.
            05                   PIC X(8) VALUE 'GRDNCONT'.
            05                   PIC X(8) VALUE 'FEELEDGR'.
            05                   PIC X(8) VALUE 'MARKHIST'.
            05                   PIC X(8) VALUE 'STUDRECD'.
            05                   PIC X(8) VALUE 'STUDENRL'.
        01  WS-DEL-ORDER         REDEFINES WS-DEL-ORDER-V.
            05 WS-DEL-NAME       PIC X(8) OCCURS 10.
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-LOAD-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-REJECT-COUNT      PIC 9(7) COMP VALUE ZERO.
        77  WS-DIFF-COUNT        PIC 9(3) COMP VALUE ZERO.
        01  WS-COMMIT-INTERVAL   PIC 9(5) COMP VALUE 100.
        01  WS-COMMIT-COUNT      PIC 9(5) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'MASKLOAD'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(14) VALUE SPACES.
            05                   PIC X(40) VALUE
               'MASKED TEST DATA COPY PROOF - RUN DATE'.
            05 HDR-DATE          PIC 9(8).
            05                   PIC X(18).
        01  WS-HDR2.
            05                   PIC X(8)  VALUE 'LOCATION'.
            05                   PIC X(2)  VALUE SPACES.
            05 HDR-LOCATION      PIC X(16).
            05                   PIC X(54) VALUE SPACES.
        01  WS-HDR3.
            05                   PIC X(10) VALUE 'TABLE'.
            05                   PIC X(8)  VALUE 'SRC ROWS'.
            05                   PIC X(9)  VALUE ' TST ROWS'.
            05                   PIC X(8)  VALUE 'SRC KEYS'.
            05                   PIC X(9)  VALUE ' TST KEYS'.
            05                   PIC X(8)  VALUE 'SRC JOIN'.
            05                   PIC X(9)  VALUE ' TST JOIN'.
            05                   PIC X(6)  VALUE '  HASH'.
            05                   PIC X(13) VALUE '  STATUS'.
        01  WS-DTL-LINE.
            05 DTL-TABLE         PIC X(8).
            05                   PIC X(1).
            05 DTL-SRC-ROWS      PIC ZZZZ,ZZ9.
            05                   PIC X(1).
            05 DTL-TST-ROWS      PIC ZZZZ,ZZ9.
            05                   PIC X(1).
            05 DTL-SRC-KEYS      PIC ZZZZ,ZZ9.
            05                   PIC X(1).
            05 DTL-TST-KEYS      PIC ZZZZ,ZZ9.
            05                   PIC X(1).
            05 DTL-SRC-JOIN      PIC ZZZZ,ZZ9.
            05                   PIC X(1).
            05 DTL-TST-JOIN      PIC ZZZZ,ZZ9.
            05                   PIC X(2).
            05 DTL-HASH          PIC X(4).
            05                   PIC X(2).
            05 DTL-STATUS        PIC X(8).
            05                   PIC X(3).
        01  WS-TOT-LINE.
            05 TOT-LABEL         PIC X(30).
            05 TOT-COUNT         PIC ZZZ,ZZ9.
            05                   PIC X(43).
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 010-READ-MASKCTL-PARA.
           PERFORM 020-CHECK-LOCATION-PARA.
           IF RETURN-CODE < 8
              PERFORM 100-EMPTY-TABLES-PARA
           END-IF.
           IF RETURN-CODE < 8
              PERFORM 200-LOAD-PARA
           END-IF.
           IF RETURN-CODE < 8
              PERFORM 300-PROVE-PARA
              PERFORM 400-REPORT-PARA
           END-IF.
           DISPLAY 'MASKED ROWS LOADED   ' WS-LOAD-COUNT.
           DISPLAY 'MASKED ROWS REJECTED ' WS-REJECT-COUNT.
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
        010-READ-MASKCTL-PARA.
           OPEN INPUT MASKCTL.
           IF WS-MASKCTL-ST = '00'
              READ MASKCTL
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE MC-TEST-LOCATION TO WS-TEST-LOCATION
              END-READ
              CLOSE MASKCTL
           END-IF.
      * THE LOAD DELETES WHOLE TABLES, SO IT REFUSES TO START UNLESS
      * IT IS PLAINLY CONNECTED TO THE NAMED TEST LOCATION
        020-CHECK-LOCATION-PARA.
           EXEC SQL
             SET :WS-CUR-SERVER = CURRENT SERVER
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR READING CURRENT SERVER ' WS-SQLCODE
              MOVE 'CURRENT SERVER' TO WS-ERRH-KEY
              PERFORM 990-SQL-ERROR-PARA
           ELSE
              IF WS-TEST-LOCATION = SPACES
                 DISPLAY 'NO TEST LOCATION ON MASKCTL'
                 DISPLAY 'NOTHING LOADED'
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF WS-CUR-SERVER NOT = WS-TEST-LOCATION
                    DISPLAY 'CONNECTED TO ' WS-CUR-SERVER
                            ' NOT TEST LOCATION ' WS-TEST-LOCATION
                    DISPLAY 'NOTHING LOADED'
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
        100-EMPTY-TABLES-PARA.
           MOVE 1 TO WS-DEL-SUB.
           PERFORM 105-EMPTY-ONE-PARA
              UNTIL WS-DEL-SUB > 10 OR RETURN-CODE >= 8.
           IF RETURN-CODE < 8
              PERFORM 600-COMMIT-PARA
           END-IF.
        105-EMPTY-ONE-PARA.
           MOVE WS-DEL-NAME(WS-DEL-SUB) TO WS-TBL-NAME.
           EVALUATE WS-TBL-NAME
             WHEN 'TRNPSGR'
                EXEC SQL DELETE FROM TRNPSGR END-EXEC
             WHEN 'TRNBKNG'
                EXEC SQL DELETE FROM TRNBKNG END-EXEC
             WHEN 'LEAVHIST'
                EXEC SQL DELETE FROM LEAVHIST END-EXEC
             WHEN 'SALHIST'
                EXEC SQL DELETE FROM SALHIST END-EXEC
             WHEN 'EMPLOYEE'
                EXEC SQL DELETE FROM EMPLOYEE END-EXEC
             WHEN 'GRDNCONT'
                EXEC SQL DELETE FROM GRDNCONT END-EXEC
             WHEN 'FEELEDGR'
                EXEC SQL DELETE FROM FEELEDGR END-EXEC
             WHEN 'MARKHIST'
                EXEC SQL DELETE FROM MARKHIST END-EXEC
             WHEN 'STUDRECD'
                EXEC SQL DELETE FROM STUDRECD END-EXEC
             WHEN 'STUDENRL'
                EXEC SQL DELETE FROM STUDENRL END-EXEC
           END-EVALUATE.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR ' WS-SQLCODE ' EMPTYING ' WS-TBL-NAME
              MOVE WS-TBL-NAME TO WS-ERRH-KEY
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
           ADD 1 TO WS-DEL-SUB.
        200-LOAD-PARA.
           OPEN INPUT MASKDATA.
           IF WS-MASKDATA-ST NOT = '00'
              DISPLAY 'MASKDATA OPEN FAILED ' WS-MASKDATA-ST
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 205-READ-MASKDATA-PARA
              PERFORM 210-LOAD-ROW-PARA
                 UNTIL EOF-MD OR RETURN-CODE >= 8
              CLOSE MASKDATA
              IF RETURN-CODE < 8
                 PERFORM 600-COMMIT-PARA
              END-IF
           END-IF.
        205-READ-MASKDATA-PARA.
           READ MASKDATA INTO WS-MD-REC
              AT END
                 SET EOF-MD TO TRUE
           END-READ.
        210-LOAD-ROW-PARA.
           IF WS-MD-TABLE = '*CONTROL'
              PERFORM 290-TAKE-CONTROL-PARA
           ELSE
              ADD 1 TO WS-READ-COUNT
              MOVE WS-MD-TABLE TO WS-TBL-NAME
              PERFORM 220-INSERT-ROW-PARA
              EVALUATE TRUE
                WHEN RETURN-CODE >= 8
                   CONTINUE
                WHEN SQLCODE = 0
                   ADD 1 TO WS-LOAD-COUNT
                   ADD 1 TO WS-COMMIT-COUNT
                   IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
                      PERFORM 600-COMMIT-PARA
                   END-IF
                WHEN OTHER
                   PERFORM 280-REJECT-ROW-PARA
              END-EVALUATE
           END-IF.
           PERFORM 205-READ-MASKDATA-PARA.
        220-INSERT-ROW-PARA.
           EVALUATE WS-MD-TABLE
             WHEN 'STUDENRL'
                MOVE MDE-STU-ID TO WS-ERRH-KEY
                EXEC SQL
                  INSERT INTO STUDENRL
                         (STU_ID, STU_NAME, STU_CLASS, ADMIT_DATE,
                          ACTIVE_FLAG, LEAVE_DATE, LEAVE_REASON)
                  VALUES (:MDE-STU-ID, :MDE-STU-NAME, :MDE-STU-CLASS,
                          :MDE-ADMIT-DATE, :MDE-ACTIVE,
                          :MDE-LEAVE-DATE, :MDE-LEAVE-RSN)
                END-EXEC
             WHEN 'STUDRECD'
                MOVE MDS-STU-ID TO WS-ERRH-KEY
                EXEC SQL
                  INSERT INTO STUDRECD
                         (STU_ID, STU_CLASS, STU_NAME, MARKS_LANG,
                          MARKS_MATH, MARKS_SCIENCE, MARKS_SS,
                          MARKS_ART, MARKS_COMPSTD)
                  VALUES (:MDS-STU-ID, :MDS-STU-CLASS, :MDS-STU-NAME,
                          :MDS-MARK(1), :MDS-MARK(2), :MDS-MARK(3),
                          :MDS-MARK(4), :MDS-MARK(5), :MDS-MARK(6))
                END-EXEC
             WHEN 'MARKHIST'
                MOVE MDM-STU-ID TO WS-ERRH-KEY
                EXEC SQL
                  INSERT INTO MARKHIST
                         (STU_ID, EXAM_TERM, STU_CLASS, MARKS_LANG,
                          MARKS_MATH, MARKS_SCIENCE, MARKS_SS,
                          MARKS_ART, MARKS_COMPSTD)
                  VALUES (:MDM-STU-ID, :MDM-EXAM-TERM, :MDM-STU-CLASS,
                          :MDM-MARK(1), :MDM-MARK(2), :MDM-MARK(3),
                          :MDM-MARK(4), :MDM-MARK(5), :MDM-MARK(6))
                END-EXEC
             WHEN 'FEELEDGR'
                MOVE MDF-STU-ID TO WS-ERRH-KEY
                EXEC SQL
                  INSERT INTO FEELEDGR
                         (STU_ID, DUES_AMT, PAID_AMT, WAIVER_AMT,
                          LATE_AMT)
                  VALUES (:MDF-STU-ID, :MDF-DUES-AMT, :MDF-PAID-AMT,
                          :MDF-WAIVER-AMT, :MDF-LATE-AMT)
                END-EXEC
             WHEN 'GRDNCONT'
                MOVE MDG-STU-ID TO WS-ERRH-KEY
                EXEC SQL
                  INSERT INTO GRDNCONT
                         (STU_ID, GRDN_NAME, MOBILE_NO, EMAIL_ADDR,
                          PREF_CHANNEL, OPT_OUT, DELIV_STATUS,
                          DELIV_DATE, UPD_DATE)
                  VALUES (:MDG-STU-ID, :MDG-GRDN-NAME, :MDG-MOBILE-NO,
                          :MDG-EMAIL-ADDR, :MDG-PREF-CHAN,
                          :MDG-OPT-OUT, :MDG-DELIV-STAT,
                          :MDG-DELIV-DATE, :MDG-UPD-DATE)
                END-EXEC
             WHEN 'EMPLOYEE'
                MOVE MDP-EMPNO TO WS-ERRH-KEY
                EXEC SQL
                  INSERT INTO EMPLOYEE
                         (EMPNO, FIRSTNME, MIDINIT, LASTNAME,
                          WORKDEPT, SEX, BIRTHDATE, HIREDATE, SALARY)
                  VALUES (:MDP-EMPNO, :MDP-FIRSTNME, :MDP-MIDINIT,
                          :MDP-LASTNAME, :MDP-WORKDEPT, :MDP-SEX,
                          :MDP-BIRTHDATE, :MDP-HIREDATE, :MDP-SALARY)
                END-EXEC
             WHEN 'SALHIST'
                MOVE MDH-EMPNO TO WS-ERRH-KEY
                EXEC SQL
                  INSERT INTO SALHIST
                         (EMPNO, OLD_SALARY, NEW_SALARY, RUNDATE,
                          RUNTIME)
                  VALUES (:MDH-EMPNO, :MDH-OLD-SALARY,
                          :MDH-NEW-SALARY, :MDH-RUNDATE, :MDH-RUNTIME)
                END-EXEC
             WHEN 'LEAVHIST'
                MOVE MDL-EMPNO TO WS-ERRH-KEY
                EXEC SQL
                  INSERT INTO LEAVHIST
                         (EMPNO, LEAVE_TYPE, FROM_DATE, TO_DATE,
                          LEAVE_DAYS)
                  VALUES (:MDL-EMPNO, :MDL-LEAVE-TYPE, :MDL-FROM-DATE,
                          :MDL-TO-DATE, :MDL-LEAVE-DAYS)
                END-EXEC
             WHEN 'TRNBKNG'
                MOVE MDB-BOOKING-NO TO WS-ERRH-KEY
                EXEC SQL
                  INSERT INTO TRNBKNG
                         (BOOKING_NO, TRAINNO, TRAVEL_DATE, PSGR_NAME,
                          SEATS, STATUS, BOOK_DATE, FROM_STN, TO_STN,
                          FARE_AMT, STU_ID, CONC_CERT, CONC_AMT,
                          DUTY_AUTH, DUTY_EMPNO, DUTY_DEPT)
                  VALUES (:MDB-BOOKING-NO, :MDB-TRAINNO,
                          :MDB-TRAVEL-DATE, :MDB-PSGR-NAME,
                          :MDB-SEATS, :MDB-STATUS, :MDB-BOOK-DATE,
                          :MDB-FROM-STN, :MDB-TO-STN, :MDB-FARE-AMT,
                          :MDB-STU-ID, :MDB-CONC-CERT, :MDB-CONC-AMT,
                          :MDB-DUTY-AUTH, :MDB-DUTY-EMPNO,
                          :MDB-DUTY-DEPT)
                END-EXEC
             WHEN 'TRNPSGR'
                MOVE MDQ-BOOKING-NO TO WS-ERRH-KEY
                EXEC SQL
                  INSERT INTO TRNPSGR
                         (BOOKING_NO, PSGR_SEQ, PSGR_NAME, PSGR_AGE,
                          PSGR_SEX, COACH_NO, BERTH_NO, STATUS)
                  VALUES (:MDQ-BOOKING-NO, :MDQ-PSGR-SEQ,
                          :MDQ-PSGR-NAME, :MDQ-PSGR-AGE,
                          :MDQ-PSGR-SEX, :MDQ-COACH-NO,
                          :MDQ-BERTH-NO, :MDQ-STATUS)
                END-EXEC
             WHEN OTHER
                DISPLAY 'UNKNOWN MASKDATA TABLE ' WS-MD-TABLE
                MOVE 8 TO RETURN-CODE
           END-EVALUATE.
      * A ROW THAT WILL NOT GO IN IS LOGGED AND COUNTED; THE PROOF
      * WILL SHOW ITS TABLE SHORT
        280-REJECT-ROW-PARA.
           MOVE SQLCODE TO WS-SQLCODE.
           DISPLAY 'ERROR ' WS-SQLCODE ' INSERTING ' WS-TBL-NAME
                   ' KEY ' WS-ERRH-KEY.
           CALL 'SQLERRH' USING SQLCA WS-ERRH-PARM.
           ADD 1 TO WS-REJECT-COUNT.
      * CONTROL RECORDS ARRIVE AFTER EACH TABLE'S ROWS
        290-TAKE-CONTROL-PARA.
           MOVE MDC-TABLE TO WS-TBL-NAME.
           PERFORM 295-FIND-TABLE-PARA.
           IF WS-CT-HIT = 0 AND WS-CT-MAX < 10
              ADD 1 TO WS-CT-MAX
              MOVE WS-CT-MAX TO WS-CT-HIT
              MOVE WS-TBL-NAME TO WS-CT-NAME(WS-CT-HIT)
           END-IF.
           IF WS-CT-HIT > 0
              MOVE MDC-ROWS  TO WS-CT-SRC-ROWS(WS-CT-HIT)
              MOVE MDC-HASH  TO WS-CT-SRC-HASH(WS-CT-HIT)
              MOVE MDC-KEYS  TO WS-CT-SRC-KEYS(WS-CT-HIT)
              MOVE MDC-JOINS TO WS-CT-SRC-JOIN(WS-CT-HIT)
           END-IF.
        295-FIND-TABLE-PARA.
           MOVE ZERO TO WS-CT-HIT.
           MOVE 1 TO WS-CT-SUB.
           PERFORM 296-SCAN-TABLE-PARA
              UNTIL WS-CT-SUB > WS-CT-MAX OR WS-CT-HIT > 0.
        296-SCAN-TABLE-PARA.
           IF WS-CT-NAME(WS-CT-SUB) = WS-TBL-NAME
              MOVE WS-CT-SUB TO WS-CT-HIT
           END-IF.
           ADD 1 TO WS-CT-SUB.
      *****************************************************************
      * THE SAME COUNTS MASKXTR TOOK, NOW OFF THE TEST TABLES
      *****************************************************************
        300-PROVE-PARA.
           MOVE 1 TO WS-CT-SUB.
           PERFORM 305-PROVE-TABLE-PARA
              UNTIL WS-CT-SUB > WS-CT-MAX OR RETURN-CODE >= 8.
        305-PROVE-TABLE-PARA.
           MOVE WS-CT-NAME(WS-CT-SUB) TO WS-TBL-NAME.
           MOVE ZERO TO WS-TX-ROWS WS-TX-HASH WS-TX-KEYS WS-TX-JOINS.
           EVALUATE WS-TBL-NAME
             WHEN 'STUDENRL'
                PERFORM 310-PROVE-ENRL-PARA
             WHEN 'STUDRECD'
                PERFORM 315-PROVE-STUD-PARA
             WHEN 'MARKHIST'
                PERFORM 320-PROVE-MARK-PARA
             WHEN 'FEELEDGR'
                PERFORM 325-PROVE-FEE-PARA
             WHEN 'GRDNCONT'
                PERFORM 330-PROVE-GRDN-PARA
             WHEN 'EMPLOYEE'
                PERFORM 335-PROVE-EMP-PARA
             WHEN 'SALHIST'
                PERFORM 340-PROVE-SAL-PARA
             WHEN 'LEAVHIST'
                PERFORM 345-PROVE-LEAV-PARA
             WHEN 'TRNBKNG'
                PERFORM 350-PROVE-BKNG-PARA
             WHEN 'TRNPSGR'
                PERFORM 355-PROVE-PSGR-PARA
           END-EVALUATE.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR ' WS-SQLCODE ' COUNTING ' WS-TBL-NAME
              MOVE WS-TBL-NAME TO WS-ERRH-KEY
              PERFORM 990-SQL-ERROR-PARA
           ELSE
              MOVE WS-TX-ROWS  TO WS-CT-TST-ROWS(WS-CT-SUB)
              MOVE WS-TX-HASH  TO WS-CT-TST-HASH(WS-CT-SUB)
              MOVE WS-TX-KEYS  TO WS-CT-TST-KEYS(WS-CT-SUB)
              MOVE WS-TX-JOINS TO WS-CT-TST-JOIN(WS-CT-SUB)
           END-IF.
           ADD 1 TO WS-CT-SUB.
        310-PROVE-ENRL-PARA.
           EXEC SQL
             SELECT COUNT(*), COUNT(DISTINCT STU_ID),
                    COALESCE(SUM(CASE WHEN ACTIVE_FLAG = 'Y'
                                      THEN 1 ELSE 0 END), 0)
               INTO :WS-TX-ROWS, :WS-TX-KEYS, :WS-TX-HASH
               FROM STUDENRL
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-TX-JOINS
                  FROM STUDENRL X
                 WHERE EXISTS (SELECT 1 FROM STUDRECD Y
                                WHERE Y.STU_ID = X.STU_ID)
              END-EXEC
           END-IF.
        315-PROVE-STUD-PARA.
           EXEC SQL
             SELECT COUNT(*), COUNT(DISTINCT STU_ID),
                    COALESCE(SUM(MARKS_LANG + MARKS_MATH +
                                 MARKS_SCIENCE + MARKS_SS +
                                 MARKS_ART + MARKS_COMPSTD), 0)
               INTO :WS-TX-ROWS, :WS-TX-KEYS, :WS-TX-HASH
               FROM STUDRECD
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-TX-JOINS
                  FROM STUDRECD X
                 WHERE EXISTS (SELECT 1 FROM STUDENRL Y
                                WHERE Y.STU_ID = X.STU_ID)
              END-EXEC
           END-IF.
        320-PROVE-MARK-PARA.
           EXEC SQL
             SELECT COUNT(*), COUNT(DISTINCT STU_ID),
                    COALESCE(SUM(MARKS_LANG + MARKS_MATH +
                                 MARKS_SCIENCE + MARKS_SS +
                                 MARKS_ART + MARKS_COMPSTD), 0)
               INTO :WS-TX-ROWS, :WS-TX-KEYS, :WS-TX-HASH
               FROM MARKHIST
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-TX-JOINS
                  FROM MARKHIST X
                 WHERE EXISTS (SELECT 1 FROM STUDENRL Y
                                WHERE Y.STU_ID = X.STU_ID)
              END-EXEC
           END-IF.
        325-PROVE-FEE-PARA.
           EXEC SQL
             SELECT COUNT(*), COUNT(DISTINCT STU_ID),
                    COALESCE(SUM(DUES_AMT + PAID_AMT + WAIVER_AMT +
                                 LATE_AMT), 0)
               INTO :WS-TX-ROWS, :WS-TX-KEYS, :WS-TX-HASH
               FROM FEELEDGR
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-TX-JOINS
                  FROM FEELEDGR X
                 WHERE EXISTS (SELECT 1 FROM STUDENRL Y
                                WHERE Y.STU_ID = X.STU_ID)
              END-EXEC
           END-IF.
        330-PROVE-GRDN-PARA.
           EXEC SQL
             SELECT COUNT(*), COUNT(DISTINCT STU_ID),
                    COALESCE(SUM(CASE WHEN OPT_OUT = 'Y'
                                      THEN 1 ELSE 0 END), 0)
               INTO :WS-TX-ROWS, :WS-TX-KEYS, :WS-TX-HASH
               FROM GRDNCONT
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-TX-JOINS
                  FROM GRDNCONT X
                 WHERE EXISTS (SELECT 1 FROM STUDENRL Y
                                WHERE Y.STU_ID = X.STU_ID)
              END-EXEC
           END-IF.
        335-PROVE-EMP-PARA.
           EXEC SQL
             SELECT COUNT(*), COUNT(DISTINCT EMPNO),
                    COALESCE(SUM(SALARY), 0)
               INTO :WS-TX-ROWS, :WS-TX-KEYS, :WS-TX-HASH
               FROM EMPLOYEE
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-TX-JOINS
                  FROM EMPLOYEE X
                 WHERE EXISTS (SELECT 1 FROM SALHIST Y
                                WHERE Y.EMPNO = X.EMPNO)
              END-EXEC
           END-IF.
        340-PROVE-SAL-PARA.
           EXEC SQL
             SELECT COUNT(*), COUNT(DISTINCT EMPNO),
                    COALESCE(SUM(NEW_SALARY), 0)
               INTO :WS-TX-ROWS, :WS-TX-KEYS, :WS-TX-HASH
               FROM SALHIST
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-TX-JOINS
                  FROM SALHIST X
                 WHERE EXISTS (SELECT 1 FROM EMPLOYEE Y
                                WHERE Y.EMPNO = X.EMPNO)
              END-EXEC
           END-IF.
        345-PROVE-LEAV-PARA.
           EXEC SQL
             SELECT COUNT(*), COUNT(DISTINCT EMPNO),
                    COALESCE(SUM(LEAVE_DAYS), 0)
               INTO :WS-TX-ROWS, :WS-TX-KEYS, :WS-TX-HASH
               FROM LEAVHIST
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-TX-JOINS
                  FROM LEAVHIST X
                 WHERE EXISTS (SELECT 1 FROM EMPLOYEE Y
                                WHERE Y.EMPNO = X.EMPNO)
              END-EXEC
           END-IF.
        350-PROVE-BKNG-PARA.
           EXEC SQL
             SELECT COUNT(*), COUNT(DISTINCT STU_ID),
                    COALESCE(SUM(FARE_AMT), 0)
               INTO :WS-TX-ROWS, :WS-TX-KEYS, :WS-TX-HASH
               FROM TRNBKNG
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-TX-JOINS
                  FROM TRNBKNG X
                 WHERE EXISTS (SELECT 1 FROM STUDENRL Y
                                WHERE Y.STU_ID = X.STU_ID)
                    OR EXISTS (SELECT 1 FROM EMPLOYEE Z
                                WHERE Z.EMPNO = X.DUTY_EMPNO)
              END-EXEC
           END-IF.
        355-PROVE-PSGR-PARA.
           EXEC SQL
             SELECT COUNT(*), COUNT(DISTINCT BOOKING_NO),
                    COALESCE(SUM(PSGR_AGE), 0)
               INTO :WS-TX-ROWS, :WS-TX-KEYS, :WS-TX-HASH
               FROM TRNPSGR
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-TX-JOINS
                  FROM TRNPSGR X
                 WHERE EXISTS (SELECT 1 FROM TRNBKNG Y
                                WHERE Y.BOOKING_NO = X.BOOKING_NO)
              END-EXEC
           END-IF.
      *****************************************************************
      * MASKRPT -- ONE PROOF LINE PER TABLE
      *****************************************************************
        400-REPORT-PARA.
           OPEN OUTPUT MASKRPT.
           MOVE WS-AST TO MASKRPT-ID.
           WRITE MASKRPT-LIST.
           MOVE WS-SHARED-RUN-DATE TO HDR-DATE.
           MOVE WS-HDR1 TO MASKRPT-ID.
           WRITE MASKRPT-LIST.
           MOVE WS-CUR-SERVER TO HDR-LOCATION.
           MOVE WS-HDR2 TO MASKRPT-ID.
           WRITE MASKRPT-LIST.
           MOVE WS-AST TO MASKRPT-ID.
           WRITE MASKRPT-LIST.
           MOVE WS-HDR3 TO MASKRPT-ID.
           WRITE MASKRPT-LIST.
           MOVE 1 TO WS-CT-SUB.
           PERFORM 410-PROOF-LINE-PARA UNTIL WS-CT-SUB > WS-CT-MAX.
           MOVE WS-AST TO MASKRPT-ID.
           WRITE MASKRPT-LIST.
           MOVE 'ROWS LOADED'          TO TOT-LABEL.
           MOVE WS-LOAD-COUNT          TO TOT-COUNT.
           MOVE WS-TOT-LINE TO MASKRPT-ID.
           WRITE MASKRPT-LIST.
           MOVE 'ROWS REJECTED ON LOAD' TO TOT-LABEL.
           MOVE WS-REJECT-COUNT        TO TOT-COUNT.
           MOVE WS-TOT-LINE TO MASKRPT-ID.
           WRITE MASKRPT-LIST.
           MOVE 'TABLES NOT PROVED'    TO TOT-LABEL.
           MOVE WS-DIFF-COUNT          TO TOT-COUNT.
           MOVE WS-TOT-LINE TO MASKRPT-ID.
           WRITE MASKRPT-LIST.
           CLOSE MASKRPT.
           PERFORM 960-REGISTER-RPT-PARA.
           IF WS-DIFF-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
        410-PROOF-LINE-PARA.
           MOVE SPACES TO WS-DTL-LINE.
           MOVE WS-CT-NAME(WS-CT-SUB)     TO DTL-TABLE.
           MOVE WS-CT-SRC-ROWS(WS-CT-SUB) TO DTL-SRC-ROWS.
           MOVE WS-CT-TST-ROWS(WS-CT-SUB) TO DTL-TST-ROWS.
           MOVE WS-CT-SRC-KEYS(WS-CT-SUB) TO DTL-SRC-KEYS.
           MOVE WS-CT-TST-KEYS(WS-CT-SUB) TO DTL-TST-KEYS.
           MOVE WS-CT-SRC-JOIN(WS-CT-SUB) TO DTL-SRC-JOIN.
           MOVE WS-CT-TST-JOIN(WS-CT-SUB) TO DTL-TST-JOIN.
           IF WS-CT-SRC-HASH(WS-CT-SUB) = WS-CT-TST-HASH(WS-CT-SUB)
              MOVE 'OK' TO DTL-HASH
           ELSE
              MOVE 'DIFF' TO DTL-HASH
           END-IF.
           IF WS-CT-SRC-ROWS(WS-CT-SUB) = WS-CT-TST-ROWS(WS-CT-SUB)
              AND WS-CT-SRC-KEYS(WS-CT-SUB) =
                  WS-CT-TST-KEYS(WS-CT-SUB)
              AND WS-CT-SRC-JOIN(WS-CT-SUB) =
                  WS-CT-TST-JOIN(WS-CT-SUB)
              AND WS-CT-SRC-HASH(WS-CT-SUB) =
                  WS-CT-TST-HASH(WS-CT-SUB)
              MOVE 'PROVED' TO DTL-STATUS
           ELSE
              MOVE 'MISMATCH' TO DTL-STATUS
              ADD 1 TO WS-DIFF-COUNT
           END-IF.
           MOVE WS-DTL-LINE TO MASKRPT-ID.
           WRITE MASKRPT-LIST.
           ADD 1 TO WS-CT-SUB.
        600-COMMIT-PARA.
           EXEC SQL
             COMMIT
           END-EXEC.
           MOVE ZERO TO WS-COMMIT-COUNT.
        960-REGISTER-RPT-PARA.
           MOVE ZERO TO WS-RR-LINES.
           MOVE 'N' TO WS-RPT-EOF.
           OPEN INPUT MASKRPT.
           IF WS-MASKRPT-ST = '00'
              PERFORM 965-COUNT-RPT-PARA UNTIL EOF-RPT
              CLOSE MASKRPT
           END-IF.
           MOVE WS-SHARED-RUN-DATE TO WS-RR-RUN-DATE.
           CALL 'RPTREG' USING WS-RPTREG-PARM.
        965-COUNT-RPT-PARA.
           READ MASKRPT
              AT END
                 SET EOF-RPT TO TRUE
              NOT AT END
                 ADD 1 TO WS-RR-LINES
           END-READ.
        990-SQL-ERROR-PARA.
           CALL 'SQLERRH' USING SQLCA WS-ERRH-PARM.
           EXEC SQL
             ROLLBACK
           END-EXEC.
           MOVE 8 TO RETURN-CODE.
        995-WRITE-STATUS-PARA.
           OPEN EXTEND STATUSLOG.
           IF WS-STATUSLOG-ST NOT = '00'
              OPEN OUTPUT STATUSLOG
           END-IF.
           MOVE SPACES TO STATUSLOG-REC.
           MOVE 'MASKLOAD' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-READ-COUNT TO STL-READ-CNT.
           MOVE WS-LOAD-COUNT TO STL-PROC-CNT.
           MOVE WS-REJECT-COUNT TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
