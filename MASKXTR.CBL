       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MASKXTR.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      CONFIDENTIAL.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NEW PROGRAM. MASKED UNLOAD OF THE LIVE STUDENT,
      *                 EMPLOYEE AND BOOKING TABLES FOR THE TEST
      *                 REGION -- STUDENRL, STUDRECD, MARKHIST,
      *                 FEELEDGR, GRDNCONT, EMPLOYEE, SALHIST,
      *                 LEAVHIST, TRNBKNG AND TRNPSGR GO TO ONE MASKDATA
      *                 FILE, TAGGED BY TABLE, FOR MASKLOAD TO PUT INTO
      *                 THE TEST TABLES. STU_ID AND EMPNO ARE REMAPPED
      *                 ONE-FOR-ONE UNDER THE MASKCTL KEY, SO EVERY
      *                 TABLE MASKS THE SAME ID THE SAME WAY AND THE
      *                 KEYS STILL JOIN; NAMES, GUARDIAN CONTACTS AND
      *                 PASSENGER NAMES ARE REBUILT FROM THE MASKED
      *                 KEY; A PERSON'S DATES ALL SHIFT BY THE SAME FEW
      *                 DAYS SO AGE AND SERVICE STAY ABOUT RIGHT; AND
      *                 SALARIES MOVE BY A PER-EMPLOYEE PERCENTAGE KEPT
      *                 INSIDE THE PAY BAND. EACH TABLE ENDS WITH A
      *                 CONTROL RECORD (ROWS, HASH TOTAL, DISTINCT KEYS,
      *                 ROWS THAT JOIN) THAT MASKLOAD PROVES AGAINST.
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
      * MASK KEY CARD -- KEEP THE DATASET READ-PROTECTED; ANYONE
      * HOLDING IT CAN TURN A MASKED ID BACK INTO THE REAL ONE
       FD MASKCTL
           RECORDING MODE IS F.
       01 MASKCTL-REC.
         05 MC-MULTIPLIER         PIC X(5).
         05 MC-OFFSET             PIC X(6).
         05 MC-SAL-PCT            PIC X(2).
         05 MC-DAY-SHIFT          PIC X(2).
         05 MC-TEST-LOCATION      PIC X(16).
         05                       PIC X(49).
       FD MASKDATA
           RECORDING MODE IS F.
       01 MASKDATA-REC            PIC X(200).
       WORKING-STORAGE SECTION.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-MASKCTL-ST        PIC X(2).
        77  WS-MASKDATA-ST       PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
      * MASKDATA RECORD -- ONE LAYOUT PER TABLE UNDER THE TABLE TAG,
      * FETCHED INTO, MASKED IN PLACE AND WRITTEN AS IS. MASKLOAD
      * CARRIES THE SAME LAYOUT
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
               10                PIC X(142).
      * THE LEAD PASSENGER'S BOOKING OWNER, FROM THE PSGR_CUR JOIN
        01  WS-PQ-STU-ID         PIC X(6) VALUE SPACES.
        01  WS-PQ-DUTY-EMPNO     PIC X(6) VALUE SPACES.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
            DECLARE ENRL_CUR CURSOR FOR
             SELECT STU_ID, STU_NAME, STU_CLASS, ADMIT_DATE,
                    ACTIVE_FLAG, COALESCE(LEAVE_DATE, 0),
                    COALESCE(LEAVE_REASON, ' ')
             FROM STUDENRL
             ORDER BY STU_ID
           END-EXEC.
           EXEC SQL
            DECLARE STUD_CUR CURSOR FOR
             SELECT STU_ID, STU_CLASS, STU_NAME, MARKS_LANG,
                    MARKS_MATH, MARKS_SCIENCE, MARKS_SS, MARKS_ART,
                    MARKS_COMPSTD
             FROM STUDRECD
             ORDER BY STU_ID
           END-EXEC.
           EXEC SQL
            DECLARE MARK_CUR CURSOR FOR
             SELECT STU_ID, EXAM_TERM, STU_CLASS, MARKS_LANG,
                    MARKS_MATH, MARKS_SCIENCE, MARKS_SS, MARKS_ART,
                    MARKS_COMPSTD
             FROM MARKHIST
             ORDER BY STU_ID, EXAM_TERM
           END-EXEC.
           EXEC SQL
            DECLARE FEE_CUR CURSOR FOR
             SELECT STU_ID, DUES_AMT, PAID_AMT, WAIVER_AMT, LATE_AMT
             FROM FEELEDGR
             ORDER BY STU_ID
           END-EXEC.
           EXEC SQL
            DECLARE GRDN_CUR CURSOR FOR
             SELECT STU_ID, GRDN_NAME, MOBILE_NO, EMAIL_ADDR,
                    PREF_CHANNEL, OPT_OUT, DELIV_STATUS, DELIV_DATE,
                    UPD_DATE
             FROM GRDNCONT
             ORDER BY STU_ID
           END-EXEC.
           EXEC SQL
            DECLARE EMP_CUR CURSOR FOR
             SELECT EMPNO, FIRSTNME, MIDINIT, LASTNAME, WORKDEPT,
                    SEX, BIRTHDATE, HIREDATE, SALARY
             FROM EMPLOYEE
             ORDER BY EMPNO
           END-EXEC.
           EXEC SQL
            DECLARE SAL_CUR CURSOR FOR
             SELECT EMPNO, OLD_SALARY, NEW_SALARY, RUNDATE, RUNTIME
             FROM SALHIST
             ORDER BY EMPNO, RUNDATE, RUNTIME
           END-EXEC.
           EXEC SQL
            DECLARE LEAV_CUR CURSOR FOR
             SELECT EMPNO, LEAVE_TYPE, FROM_DATE, TO_DATE, LEAVE_DAYS
             FROM LEAVHIST
             ORDER BY EMPNO, FROM_DATE
           END-EXEC.
           EXEC SQL
            DECLARE BKNG_CUR CURSOR FOR
             SELECT BOOKING_NO, TRAINNO, TRAVEL_DATE, PSGR_NAME,
                    SEATS, STATUS, BOOK_DATE, FROM_STN, TO_STN,
                    COALESCE(FARE_AMT, 0), STU_ID, CONC_CERT, CONC_AMT,
                    DUTY_AUTH, DUTY_EMPNO, DUTY_DEPT
             FROM TRNBKNG
             ORDER BY BOOKING_NO
           END-EXEC.
           EXEC SQL
            DECLARE PSGR_CUR CURSOR FOR
             SELECT P.BOOKING_NO, P.PSGR_SEQ, P.PSGR_NAME,
                    P.PSGR_AGE, P.PSGR_SEX, P.COACH_NO, P.BERTH_NO,
                    P.STATUS, COALESCE(B.STU_ID, ' '),
                    COALESCE(B.DUTY_EMPNO, ' ')
             FROM TRNPSGR P
             LEFT OUTER JOIN TRNBKNG B
               ON B.BOOKING_NO = P.BOOKING_NO
             ORDER BY P.BOOKING_NO, P.PSGR_SEQ
           END-EXEC.
        01  WS-CUR-EOF           PIC X VALUE 'N'.
            88 EOF-CUR             VALUE 'Y'.
      * MASK KEY -- THE MULTIPLIER MUST BE ODD AND NOT END IN 5 SO
      * THE NUMERIC-KEY MAPPING STAYS ONE-FOR-ONE
        01  WS-MULTIPLIER        PIC 9(5) VALUE 07919.
        01  WS-OFFSET            PIC 9(6) VALUE 271828.
        01  WS-SAL-MAX-PCT       PIC 9(2) VALUE 05.
        01  WS-DAY-MAX-SHIFT     PIC 9(2) VALUE 15.
        01  WS-MIN-SALARY        PIC 9(7)V99 VALUE 15000.
        01  WS-MAX-SALARY        PIC 9(7)V99 VALUE 500000.
        01  WS-CHK-QUOT          PIC 9(5) VALUE ZERO.
        01  WS-CHK-REM           PIC 9(1) VALUE ZERO.
      * NON-NUMERIC KEYS ARE SUBSTITUTED DIGIT-FOR-DIGIT AND
      * LETTER-FOR-LETTER, WHICH IS ALSO ONE-FOR-ONE
        01  WS-ALNUM             PIC X(36) VALUE
            '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
        01  WS-ALNUM-SUBST       PIC X(36) VALUE
            '7305918624QWERTYUIOPASDFGHJKLZXCVBNM'.
        01  WS-KEY-IN            PIC X(6) VALUE SPACES.
        01  WS-KEY-OUT           PIC X(6) VALUE SPACES.
        01  WS-KEY-NUM           PIC 9(6) VALUE ZERO.
        01  WS-MASK-WORK         PIC 9(15) COMP-3 VALUE ZERO.
        01  WS-MASK-QUOT         PIC 9(15) COMP-3 VALUE ZERO.
        01  WS-SEED              PIC 9(12) COMP-3 VALUE ZERO.
        01  WS-SEED-QUOT         PIC 9(12) COMP-3 VALUE ZERO.
        01  WS-SEED-REM          PIC 9(9) VALUE ZERO.
        01  WS-CH-SUB            PIC 9(2) COMP VALUE ZERO.
        01  WS-CH-POS            PIC 9(2) COMP VALUE ZERO.
        01  WS-ONE-CHAR          PIC X(1) VALUE SPACE.
      * NAME STOCK THE MASKED NAMES ARE BUILT FROM
        01  WS-FIRST-NAME-V.
            05                   PIC X(10) VALUE 'AARAV'.
            05                   PIC X(10) VALUE 'ANANYA'.
            05                   PIC X(10) VALUE 'ARJUN'.
            05                   PIC X(10) VALUE 'DIVYA'.
            05                   PIC X(10) VALUE 'ISHAAN'.
            05                   PIC X(10) VALUE 'KAVYA'.
            05                   PIC X(10) VALUE 'MEERA'.
            05                   PIC X(10) VALUE 'NIKHIL'.
            05                   PIC X(10) VALUE 'PRIYA'.
            05                   PIC X(10) VALUE 'RAHUL'.
            05                   PIC X(10) VALUE 'RIYA'.
            05                   PIC X(10) VALUE 'ROHAN'.
            05                   PIC X(10) VALUE 'SANJAY'.
            05                   PIC X(10) VALUE 'SNEHA'.
            05                   PIC X(10) VALUE 'TANVI'.
            05                   PIC X(10) VALUE 'VARUN'.
            05                   PIC X(10) VALUE 'VIKRAM'.
            05                   PIC X(10) VALUE 'YAMINI'.
            05                   PIC X(10) VALUE 'ZOYA'.
            05                   PIC X(10) VALUE 'KIRAN'.
        01  WS-FIRST-NAMES       REDEFINES WS-FIRST-NAME-V.
            05 WS-FIRST-NAME-T   PIC X(10) OCCURS 20.
        01  WS-LAST-NAME-V.
            05                   PIC X(12) VALUE 'SHARMA'.
            05                   PIC X(12) VALUE 'IYER'.
            05                   PIC X(12) VALUE 'REDDY'.
            05                   PIC X(12) VALUE 'NAIR'.
            05                   PIC X(12) VALUE 'PATEL'.
            05                   PIC X(12) VALUE 'RAO'.
            05                   PIC X(12) VALUE 'MENON'.
            05                   PIC X(12) VALUE 'GUPTA'.
            05                   PIC X(12) VALUE 'JOSHI'.
            05                   PIC X(12) VALUE 'KAPOOR'.
            05                   PIC X(12) VALUE 'PILLAI'.
            05                   PIC X(12) VALUE 'BOSE'.
            05                   PIC X(12) VALUE 'DAS'.
            05                   PIC X(12) VALUE 'MISHRA'.
            05                   PIC X(12) VALUE 'VERMA'.
            05                   PIC X(12) VALUE 'KULKARNI'.
            05                   PIC X(12) VALUE 'SINGH'.
            05                   PIC X(12) VALUE 'CHOPRA'.
            05                   PIC X(12) VALUE 'DESAI'.
            05                   PIC X(12) VALUE 'BHAT'.
        01  WS-LAST-NAMES        REDEFINES WS-LAST-NAME-V.
            05 WS-LAST-NAME-T    PIC X(12) OCCURS 20.
        01  WS-NAME-IX           PIC 9(2) COMP VALUE ZERO.
        01  WS-FIRST-NAME        PIC X(10) VALUE SPACES.
        01  WS-LAST-NAME         PIC X(12) VALUE SPACES.
        01  WS-MID-INIT          PIC X(1) VALUE SPACE.
        01  WS-FULL-NAME         PIC X(20) VALUE SPACES.
      * PER-PERSON DAY SHIFT AND SALARY PERCENTAGE
        01  WS-SHIFT-DAYS        PIC S9(3) VALUE ZERO.
        01  WS-SHIFT-COUNT       PIC 9(3) VALUE ZERO.
        01  WS-SAL-PCT           PIC S9(3) VALUE ZERO.
        01  WS-RANGE             PIC 9(3) VALUE ZERO.
        01  WS-SAL-IN            PIC 9(7)V99 VALUE ZERO.
        01  WS-SAL-OUT           PIC 9(7)V99 VALUE ZERO.
        01  WS-SAL-WORK          PIC 9(9)V99 VALUE ZERO.
        01  WS-SD-DATE           PIC 9(8) VALUE ZERO.
        01  WS-SD-DATE-R         REDEFINES WS-SD-DATE.
            05 WS-SD-YYYY        PIC 9(4).
            05 WS-SD-MM          PIC 9(2).
            05 WS-SD-DD          PIC 9(2).
        01  WS-ISO-DATE          PIC X(10) VALUE SPACES.
        01  WS-ISO-DATE-R        REDEFINES WS-ISO-DATE.
            05 WS-ISO-YYYY       PIC X(4).
            05 WS-ISO-DASH1      PIC X(1).
            05 WS-ISO-MM         PIC X(2).
            05 WS-ISO-DASH2      PIC X(1).
            05 WS-ISO-DD         PIC X(2).
        01  WS-MONTH-DAYS-V      PIC X(24) VALUE
            '312831303130313130313031'.
        01  WS-MONTH-DAYS-R      REDEFINES WS-MONTH-DAYS-V.
            05 WS-MONTH-DAYS     PIC 9(2) OCCURS 12.
        01  WS-MONTH-LEN         PIC 9(2) VALUE ZERO.
        01  WS-LEAP-QUOT         PIC 9(4) VALUE ZERO.
        01  WS-LEAP-REM4         PIC 9(3) VALUE ZERO.
        01  WS-LEAP-REM100       PIC 9(3) VALUE ZERO.
        01  WS-LEAP-REM400       PIC 9(3) VALUE ZERO.
      * THE MASKED STUDENT AND EMPLOYEE OF THE ROW IN HAND
        01  WS-STU-SEED          PIC 9(12) COMP-3 VALUE ZERO.
        01  WS-STU-NAME          PIC X(20) VALUE SPACES.
        01  WS-STU-LAST          PIC X(12) VALUE SPACES.
        01  WS-STU-SHIFT         PIC S9(3) VALUE ZERO.
        01  WS-EMP-SEED          PIC 9(12) COMP-3 VALUE ZERO.
        01  WS-EMP-FIRST         PIC X(10) VALUE SPACES.
        01  WS-EMP-LAST          PIC X(12) VALUE SPACES.
        01  WS-EMP-MIDINIT       PIC X(1) VALUE SPACE.
        01  WS-EMP-NAME          PIC X(20) VALUE SPACES.
        01  WS-EMP-SHIFT         PIC S9(3) VALUE ZERO.
        01  WS-EMP-PCT           PIC S9(3) VALUE ZERO.
        01  WS-PSGR-SEED-NO      PIC 9(9) VALUE ZERO.
        01  WS-MOBILE-DIGITS     PIC 9(9) VALUE ZERO.
        01  WS-MASK-SUB          PIC 9(1) COMP VALUE ZERO.
      * PER-TABLE CONTROL TOTALS
        01  WS-TBL-NAME          PIC X(8) VALUE SPACES.
        01  WS-TBL-ROWS          PIC 9(9) COMP VALUE ZERO.
        01  WS-TBL-HASH          PIC 9(13)V99 COMP-3 VALUE ZERO.
        01  WS-MX-KEYS           PIC S9(9) COMP VALUE ZERO.
        01  WS-MX-JOINS          PIC S9(9) COMP VALUE ZERO.
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-WRITE-COUNT       PIC 9(7) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'MASKXTR'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 010-READ-MASKCTL-PARA.
           OPEN OUTPUT MASKDATA.
           IF WS-MASKDATA-ST NOT = '00'
              DISPLAY 'MASKDATA OPEN FAILED ' WS-MASKDATA-ST
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 200-ENRL-PARA
              IF RETURN-CODE < 8
                 PERFORM 210-STUD-PARA
              END-IF
              IF RETURN-CODE < 8
                 PERFORM 220-MARK-PARA
              END-IF
              IF RETURN-CODE < 8
                 PERFORM 230-FEE-PARA
              END-IF
              IF RETURN-CODE < 8
                 PERFORM 240-GRDN-PARA
              END-IF
              IF RETURN-CODE < 8
                 PERFORM 250-EMP-PARA
              END-IF
              IF RETURN-CODE < 8
                 PERFORM 260-SAL-PARA
              END-IF
              IF RETURN-CODE < 8
                 PERFORM 270-LEAV-PARA
              END-IF
              IF RETURN-CODE < 8
                 PERFORM 280-BKNG-PARA
              END-IF
              IF RETURN-CODE < 8
                 PERFORM 290-PSGR-PARA
              END-IF
              CLOSE MASKDATA
           END-IF.
           DISPLAY 'MASKED ROWS WRITTEN ' WS-WRITE-COUNT.
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
      * A BLANK OR BAD FIELD ON THE CARD KEEPS THE DEFAULT
        010-READ-MASKCTL-PARA.
           OPEN INPUT MASKCTL.
           IF WS-MASKCTL-ST = '00'
              READ MASKCTL
                 AT END
                    DISPLAY 'EMPTY MASKCTL - DEFAULT MASK KEY USED'
                 NOT AT END
                    PERFORM 015-TAKE-MASKCTL-PARA
              END-READ
              CLOSE MASKCTL
           ELSE
              DISPLAY 'NO MASKCTL - DEFAULT MASK KEY USED'
           END-IF.
        015-TAKE-MASKCTL-PARA.
           IF MC-MULTIPLIER NUMERIC
              MOVE MC-MULTIPLIER TO WS-KEY-NUM
              DIVIDE WS-KEY-NUM BY 2 GIVING WS-CHK-QUOT
                 REMAINDER WS-CHK-REM
              IF WS-CHK-REM = 1
                 DIVIDE WS-KEY-NUM BY 5 GIVING WS-CHK-QUOT
                    REMAINDER WS-CHK-REM
                 IF WS-CHK-REM NOT = 0
                    MOVE MC-MULTIPLIER TO WS-MULTIPLIER
                 ELSE
                    DISPLAY 'MASKCTL MULTIPLIER ENDS IN 5 - IGNORED'
                 END-IF
              ELSE
                 DISPLAY 'MASKCTL MULTIPLIER IS EVEN - IGNORED'
              END-IF
           END-IF.
           IF MC-OFFSET NUMERIC
              MOVE MC-OFFSET TO WS-OFFSET
           END-IF.
           IF MC-SAL-PCT NUMERIC
              MOVE MC-SAL-PCT TO WS-SAL-MAX-PCT
           END-IF.
           IF MC-DAY-SHIFT NUMERIC
              MOVE MC-DAY-SHIFT TO WS-DAY-MAX-SHIFT
           END-IF.
        190-START-TABLE-PARA.
           MOVE 'N' TO WS-CUR-EOF.
           MOVE ZERO TO WS-TBL-ROWS.
           MOVE ZERO TO WS-TBL-HASH.
           MOVE ZERO TO WS-MX-KEYS.
           MOVE ZERO TO WS-MX-JOINS.
        195-OPEN-ERROR-PARA.
           MOVE SQLCODE TO WS-SQLCODE.
           DISPLAY 'ERROR IN OPEN ON ' WS-TBL-NAME ' ' WS-SQLCODE.
           MOVE WS-TBL-NAME TO WS-ERRH-KEY.
           PERFORM 990-SQL-ERROR-PARA.
        196-FETCH-ERROR-PARA.
           MOVE SQLCODE TO WS-SQLCODE.
           DISPLAY 'ERROR IN FETCH ON ' WS-TBL-NAME ' ' WS-SQLCODE.
           MOVE WS-TBL-NAME TO WS-ERRH-KEY.
           PERFORM 990-SQL-ERROR-PARA.
           SET EOF-CUR TO TRUE.
        198-WRITE-ROW-PARA.
           ADD 1 TO WS-READ-COUNT.
           MOVE WS-TBL-NAME TO WS-MD-TABLE.
           WRITE MASKDATA-REC FROM WS-MD-REC.
           ADD 1 TO WS-TBL-ROWS.
           ADD 1 TO WS-WRITE-COUNT.
      *****************************************************************
      * ONE UNLOAD PARAGRAPH PAIR PER TABLE -- PARENTS FIRST, SO THE
      * LOAD CAN INSERT IN FILE ORDER
      *****************************************************************
        200-ENRL-PARA.
           MOVE 'STUDENRL' TO WS-TBL-NAME.
           PERFORM 190-START-TABLE-PARA.
           EXEC SQL
             OPEN ENRL_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 195-OPEN-ERROR-PARA
           ELSE
              PERFORM 205-FETCH-ENRL-PARA UNTIL EOF-CUR
              EXEC SQL
                CLOSE ENRL_CUR
              END-EXEC
              PERFORM 300-ENRL-METRIC-PARA
           END-IF.
        205-FETCH-ENRL-PARA.
           MOVE SPACES TO WS-MD-REC.
           EXEC SQL
             FETCH ENRL_CUR
             INTO :MDE-STU-ID, :MDE-STU-NAME, :MDE-STU-CLASS,
                  :MDE-ADMIT-DATE, :MDE-ACTIVE, :MDE-LEAVE-DATE,
                  :MDE-LEAVE-RSN
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                MOVE MDE-STU-ID TO WS-KEY-IN
                PERFORM 600-STUDENT-MASK-PARA
                MOVE WS-KEY-OUT TO MDE-STU-ID
                MOVE WS-STU-NAME TO MDE-STU-NAME
                MOVE MDE-ADMIT-DATE TO WS-SD-DATE
                MOVE WS-STU-SHIFT TO WS-SHIFT-DAYS
                PERFORM 530-SHIFT-DATE-PARA
                MOVE WS-SD-DATE TO MDE-ADMIT-DATE
                MOVE MDE-LEAVE-DATE TO WS-SD-DATE
                PERFORM 530-SHIFT-DATE-PARA
                MOVE WS-SD-DATE TO MDE-LEAVE-DATE
                IF MDE-ACTIVE = 'Y'
                   ADD 1 TO WS-TBL-HASH
                END-IF
                PERFORM 198-WRITE-ROW-PARA
             WHEN 100
                SET EOF-CUR TO TRUE
             WHEN OTHER
                PERFORM 196-FETCH-ERROR-PARA
           END-EVALUATE.
        210-STUD-PARA.
           MOVE 'STUDRECD' TO WS-TBL-NAME.
           PERFORM 190-START-TABLE-PARA.
           EXEC SQL
             OPEN STUD_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 195-OPEN-ERROR-PARA
           ELSE
              PERFORM 215-FETCH-STUD-PARA UNTIL EOF-CUR
              EXEC SQL
                CLOSE STUD_CUR
              END-EXEC
              PERFORM 310-STUD-METRIC-PARA
           END-IF.
        215-FETCH-STUD-PARA.
           MOVE SPACES TO WS-MD-REC.
           EXEC SQL
             FETCH STUD_CUR
             INTO :MDS-STU-ID, :MDS-STU-CLASS, :MDS-STU-NAME,
                  :MDS-MARK(1), :MDS-MARK(2), :MDS-MARK(3),
                  :MDS-MARK(4), :MDS-MARK(5), :MDS-MARK(6)
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                MOVE MDS-STU-ID TO WS-KEY-IN
                PERFORM 600-STUDENT-MASK-PARA
                MOVE WS-KEY-OUT TO MDS-STU-ID
                MOVE WS-STU-NAME TO MDS-STU-NAME
                COMPUTE WS-TBL-HASH = WS-TBL-HASH + MDS-MARK(1) +
                        MDS-MARK(2) + MDS-MARK(3) + MDS-MARK(4) +
                        MDS-MARK(5) + MDS-MARK(6)
                PERFORM 198-WRITE-ROW-PARA
             WHEN 100
                SET EOF-CUR TO TRUE
             WHEN OTHER
                PERFORM 196-FETCH-ERROR-PARA
           END-EVALUATE.
        220-MARK-PARA.
           MOVE 'MARKHIST' TO WS-TBL-NAME.
           PERFORM 190-START-TABLE-PARA.
           EXEC SQL
             OPEN MARK_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 195-OPEN-ERROR-PARA
           ELSE
              PERFORM 225-FETCH-MARK-PARA UNTIL EOF-CUR
              EXEC SQL
                CLOSE MARK_CUR
              END-EXEC
              PERFORM 320-MARK-METRIC-PARA
           END-IF.
        225-FETCH-MARK-PARA.
           MOVE SPACES TO WS-MD-REC.
           EXEC SQL
             FETCH MARK_CUR
             INTO :MDM-STU-ID, :MDM-EXAM-TERM, :MDM-STU-CLASS,
                  :MDM-MARK(1), :MDM-MARK(2), :MDM-MARK(3),
                  :MDM-MARK(4), :MDM-MARK(5), :MDM-MARK(6)
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                MOVE MDM-STU-ID TO WS-KEY-IN
                PERFORM 500-MASK-KEY-PARA
                MOVE WS-KEY-OUT TO MDM-STU-ID
                COMPUTE WS-TBL-HASH = WS-TBL-HASH + MDM-MARK(1) +
                        MDM-MARK(2) + MDM-MARK(3) + MDM-MARK(4) +
                        MDM-MARK(5) + MDM-MARK(6)
                PERFORM 198-WRITE-ROW-PARA
             WHEN 100
                SET EOF-CUR TO TRUE
             WHEN OTHER
                PERFORM 196-FETCH-ERROR-PARA
           END-EVALUATE.
        230-FEE-PARA.
           MOVE 'FEELEDGR' TO WS-TBL-NAME.
           PERFORM 190-START-TABLE-PARA.
           EXEC SQL
             OPEN FEE_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 195-OPEN-ERROR-PARA
           ELSE
              PERFORM 235-FETCH-FEE-PARA UNTIL EOF-CUR
              EXEC SQL
                CLOSE FEE_CUR
              END-EXEC
              PERFORM 330-FEE-METRIC-PARA
           END-IF.
        235-FETCH-FEE-PARA.
           MOVE SPACES TO WS-MD-REC.
           EXEC SQL
             FETCH FEE_CUR
             INTO :MDF-STU-ID, :MDF-DUES-AMT, :MDF-PAID-AMT,
                  :MDF-WAIVER-AMT, :MDF-LATE-AMT
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                MOVE MDF-STU-ID TO WS-KEY-IN
                PERFORM 500-MASK-KEY-PARA
                MOVE WS-KEY-OUT TO MDF-STU-ID
                COMPUTE WS-TBL-HASH = WS-TBL-HASH + MDF-DUES-AMT +
                        MDF-PAID-AMT + MDF-WAIVER-AMT + MDF-LATE-AMT
                PERFORM 198-WRITE-ROW-PARA
             WHEN 100
                SET EOF-CUR TO TRUE
             WHEN OTHER
                PERFORM 196-FETCH-ERROR-PARA
           END-EVALUATE.
        240-GRDN-PARA.
           MOVE 'GRDNCONT' TO WS-TBL-NAME.
           PERFORM 190-START-TABLE-PARA.
           EXEC SQL
             OPEN GRDN_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 195-OPEN-ERROR-PARA
           ELSE
              PERFORM 245-FETCH-GRDN-PARA UNTIL EOF-CUR
              EXEC SQL
                CLOSE GRDN_CUR
              END-EXEC
              PERFORM 340-GRDN-METRIC-PARA
           END-IF.
      * THE GUARDIAN KEEPS THE STUDENT'S MASKED SURNAME; A MOBILE OR
      * MAIL ADDRESS ON FILE IS REPLACED BY ONE THAT GOES NOWHERE
        245-FETCH-GRDN-PARA.
           MOVE SPACES TO WS-MD-REC.
           EXEC SQL
             FETCH GRDN_CUR
             INTO :MDG-STU-ID, :MDG-GRDN-NAME, :MDG-MOBILE-NO,
                  :MDG-EMAIL-ADDR, :MDG-PREF-CHAN, :MDG-OPT-OUT,
                  :MDG-DELIV-STAT, :MDG-DELIV-DATE, :MDG-UPD-DATE
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                MOVE MDG-STU-ID TO WS-KEY-IN
                PERFORM 600-STUDENT-MASK-PARA
                MOVE WS-KEY-OUT TO MDG-STU-ID
                DIVIDE WS-STU-SEED BY 7 GIVING WS-SEED
                PERFORM 520-PICK-NAME-PARA
                MOVE SPACES TO MDG-GRDN-NAME
                STRING WS-FIRST-NAME DELIMITED BY SPACE
                       ' '           DELIMITED BY SIZE
                       WS-STU-LAST   DELIMITED BY SPACE
                  INTO MDG-GRDN-NAME
                END-STRING
                IF MDG-MOBILE-NO NOT = SPACES
                   DIVIDE WS-STU-SEED BY 1000000000
                      GIVING WS-SEED-QUOT REMAINDER WS-MOBILE-DIGITS
                   MOVE SPACES TO MDG-MOBILE-NO
                   STRING '9'              DELIMITED BY SIZE
                          WS-MOBILE-DIGITS DELIMITED BY SIZE
                     INTO MDG-MOBILE-NO
                   END-STRING
                END-IF
                IF MDG-EMAIL-ADDR NOT = SPACES
                   MOVE SPACES TO MDG-EMAIL-ADDR
                   STRING 'G'               DELIMITED BY SIZE
                          WS-KEY-OUT        DELIMITED BY SPACE
                          '@MASKED.INVALID' DELIMITED BY SIZE
                     INTO MDG-EMAIL-ADDR
                   END-STRING
                END-IF
                IF MDG-OPT-OUT = 'Y'
                   ADD 1 TO WS-TBL-HASH
                END-IF
                PERFORM 198-WRITE-ROW-PARA
             WHEN 100
                SET EOF-CUR TO TRUE
             WHEN OTHER
                PERFORM 196-FETCH-ERROR-PARA
           END-EVALUATE.
        250-EMP-PARA.
           MOVE 'EMPLOYEE' TO WS-TBL-NAME.
           PERFORM 190-START-TABLE-PARA.
           EXEC SQL
             OPEN EMP_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 195-OPEN-ERROR-PARA
           ELSE
              PERFORM 255-FETCH-EMP-PARA UNTIL EOF-CUR
              EXEC SQL
                CLOSE EMP_CUR
              END-EXEC
              PERFORM 350-EMP-METRIC-PARA
           END-IF.
      * BIRTH AND HIRE DATE MOVE TOGETHER, SO LENGTH OF SERVICE IS
      * EXACT AND AGE IS OUT BY NO MORE THAN THE SHIFT
        255-FETCH-EMP-PARA.
           MOVE SPACES TO WS-MD-REC.
           EXEC SQL
             FETCH EMP_CUR
             INTO :MDP-EMPNO, :MDP-FIRSTNME, :MDP-MIDINIT,
                  :MDP-LASTNAME, :MDP-WORKDEPT, :MDP-SEX,
                  :MDP-BIRTHDATE, :MDP-HIREDATE, :MDP-SALARY
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                MOVE MDP-EMPNO TO WS-KEY-IN
                PERFORM 610-EMPLOYEE-MASK-PARA
                MOVE WS-KEY-OUT     TO MDP-EMPNO
                MOVE WS-EMP-FIRST   TO MDP-FIRSTNME
                MOVE WS-EMP-MIDINIT TO MDP-MIDINIT
                MOVE WS-EMP-LAST    TO MDP-LASTNAME
                MOVE WS-EMP-SHIFT   TO WS-SHIFT-DAYS
                MOVE MDP-BIRTHDATE  TO WS-ISO-DATE
                PERFORM 550-SHIFT-ISO-DATE-PARA
                MOVE WS-ISO-DATE    TO MDP-BIRTHDATE
                MOVE MDP-HIREDATE   TO WS-ISO-DATE
                PERFORM 550-SHIFT-ISO-DATE-PARA
                MOVE WS-ISO-DATE    TO MDP-HIREDATE
                MOVE MDP-SALARY     TO WS-SAL-IN
                PERFORM 560-PERTURB-SALARY-PARA
                MOVE WS-SAL-OUT     TO MDP-SALARY
                ADD MDP-SALARY TO WS-TBL-HASH
                PERFORM 198-WRITE-ROW-PARA
             WHEN 100
                SET EOF-CUR TO TRUE
             WHEN OTHER
                PERFORM 196-FETCH-ERROR-PARA
           END-EVALUATE.
        260-SAL-PARA.
           MOVE 'SALHIST' TO WS-TBL-NAME.
           PERFORM 190-START-TABLE-PARA.
           EXEC SQL
             OPEN SAL_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 195-OPEN-ERROR-PARA
           ELSE
              PERFORM 265-FETCH-SAL-PARA UNTIL EOF-CUR
              EXEC SQL
                CLOSE SAL_CUR
              END-EXEC
              PERFORM 360-SAL-METRIC-PARA
           END-IF.
      * THE SAME PERCENTAGE AS THE EMPLOYEE ROW, SO THE HISTORY
      * STILL RUNS UP TO THE MASKED CURRENT SALARY
        265-FETCH-SAL-PARA.
           MOVE SPACES TO WS-MD-REC.
           EXEC SQL
             FETCH SAL_CUR
             INTO :MDH-EMPNO, :MDH-OLD-SALARY, :MDH-NEW-SALARY,
                  :MDH-RUNDATE, :MDH-RUNTIME
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                MOVE MDH-EMPNO TO WS-KEY-IN
                PERFORM 610-EMPLOYEE-MASK-PARA
                MOVE WS-KEY-OUT TO MDH-EMPNO
                MOVE MDH-OLD-SALARY TO WS-SAL-IN
                PERFORM 560-PERTURB-SALARY-PARA
                MOVE WS-SAL-OUT TO MDH-OLD-SALARY
                MOVE MDH-NEW-SALARY TO WS-SAL-IN
                PERFORM 560-PERTURB-SALARY-PARA
                MOVE WS-SAL-OUT TO MDH-NEW-SALARY
                ADD MDH-NEW-SALARY TO WS-TBL-HASH
                PERFORM 198-WRITE-ROW-PARA
             WHEN 100
                SET EOF-CUR TO TRUE
             WHEN OTHER
                PERFORM 196-FETCH-ERROR-PARA
           END-EVALUATE.
        270-LEAV-PARA.
           MOVE 'LEAVHIST' TO WS-TBL-NAME.
           PERFORM 190-START-TABLE-PARA.
           EXEC SQL
             OPEN LEAV_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 195-OPEN-ERROR-PARA
           ELSE
              PERFORM 275-FETCH-LEAV-PARA UNTIL EOF-CUR
              EXEC SQL
                CLOSE LEAV_CUR
              END-EXEC
              PERFORM 370-LEAV-METRIC-PARA
           END-IF.
        275-FETCH-LEAV-PARA.
           MOVE SPACES TO WS-MD-REC.
           EXEC SQL
             FETCH LEAV_CUR
             INTO :MDL-EMPNO, :MDL-LEAVE-TYPE, :MDL-FROM-DATE,
                  :MDL-TO-DATE, :MDL-LEAVE-DAYS
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                MOVE MDL-EMPNO TO WS-KEY-IN
                PERFORM 610-EMPLOYEE-MASK-PARA
                MOVE WS-KEY-OUT TO MDL-EMPNO
                MOVE WS-EMP-SHIFT TO WS-SHIFT-DAYS
                MOVE MDL-FROM-DATE TO WS-SD-DATE
                PERFORM 530-SHIFT-DATE-PARA
                MOVE WS-SD-DATE TO MDL-FROM-DATE
                MOVE MDL-TO-DATE TO WS-SD-DATE
                PERFORM 530-SHIFT-DATE-PARA
                MOVE WS-SD-DATE TO MDL-TO-DATE
                ADD MDL-LEAVE-DAYS TO WS-TBL-HASH
                PERFORM 198-WRITE-ROW-PARA
             WHEN 100
                SET EOF-CUR TO TRUE
             WHEN OTHER
                PERFORM 196-FETCH-ERROR-PARA
           END-EVALUATE.
        280-BKNG-PARA.
           MOVE 'TRNBKNG' TO WS-TBL-NAME.
           PERFORM 190-START-TABLE-PARA.
           EXEC SQL
             OPEN BKNG_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 195-OPEN-ERROR-PARA
           ELSE
              PERFORM 285-FETCH-BKNG-PARA UNTIL EOF-CUR
              EXEC SQL
                CLOSE BKNG_CUR
              END-EXEC
              PERFORM 380-BKNG-METRIC-PARA
           END-IF.
      * TRAVEL AND BOOKING DATES ARE LEFT ALONE -- THEY MUST STILL
      * MATCH TRNAVAIL AND THE CHARTS
        285-FETCH-BKNG-PARA.
           MOVE SPACES TO WS-MD-REC.
           EXEC SQL
             FETCH BKNG_CUR
             INTO :MDB-BOOKING-NO, :MDB-TRAINNO, :MDB-TRAVEL-DATE,
                  :MDB-PSGR-NAME, :MDB-SEATS, :MDB-STATUS,
                  :MDB-BOOK-DATE, :MDB-FROM-STN, :MDB-TO-STN,
                  :MDB-FARE-AMT, :MDB-STU-ID, :MDB-CONC-CERT,
                  :MDB-CONC-AMT, :MDB-DUTY-AUTH, :MDB-DUTY-EMPNO,
                  :MDB-DUTY-DEPT
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                MOVE MDB-STU-ID TO WS-PQ-STU-ID
                MOVE MDB-DUTY-EMPNO TO WS-PQ-DUTY-EMPNO
                MOVE MDB-BOOKING-NO TO WS-PSGR-SEED-NO
                PERFORM 620-BOOKING-NAME-PARA
                MOVE WS-FULL-NAME TO MDB-PSGR-NAME
                IF MDB-STU-ID NOT = SPACES
                   MOVE MDB-STU-ID TO WS-KEY-IN
                   PERFORM 500-MASK-KEY-PARA
                   MOVE WS-KEY-OUT TO MDB-STU-ID
                END-IF
                IF MDB-DUTY-EMPNO NOT = SPACES
                   MOVE MDB-DUTY-EMPNO TO WS-KEY-IN
                   PERFORM 500-MASK-KEY-PARA
                   MOVE WS-KEY-OUT TO MDB-DUTY-EMPNO
                END-IF
                ADD MDB-FARE-AMT TO WS-TBL-HASH
                PERFORM 198-WRITE-ROW-PARA
             WHEN 100
                SET EOF-CUR TO TRUE
             WHEN OTHER
                PERFORM 196-FETCH-ERROR-PARA
           END-EVALUATE.
        290-PSGR-PARA.
           MOVE 'TRNPSGR' TO WS-TBL-NAME.
           PERFORM 190-START-TABLE-PARA.
           EXEC SQL
             OPEN PSGR_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 195-OPEN-ERROR-PARA
           ELSE
              PERFORM 295-FETCH-PSGR-PARA UNTIL EOF-CUR
              EXEC SQL
                CLOSE PSGR_CUR
              END-EXEC
              PERFORM 390-PSGR-METRIC-PARA
           END-IF.
      * THE LEAD PASSENGER CARRIES THE SAME MASKED NAME AS THE
      * BOOKING; THE OTHERS ARE NAMED FROM BOOKING AND SEAT ORDER
        295-FETCH-PSGR-PARA.
           MOVE SPACES TO WS-MD-REC.
           EXEC SQL
             FETCH PSGR_CUR
             INTO :MDQ-BOOKING-NO, :MDQ-PSGR-SEQ, :MDQ-PSGR-NAME,
                  :MDQ-PSGR-AGE, :MDQ-PSGR-SEX, :MDQ-COACH-NO,
                  :MDQ-BERTH-NO, :MDQ-STATUS, :WS-PQ-STU-ID,
                  :WS-PQ-DUTY-EMPNO
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                IF MDQ-PSGR-SEQ > 1
                   MOVE SPACES TO WS-PQ-STU-ID WS-PQ-DUTY-EMPNO
                   COMPUTE WS-PSGR-SEED-NO =
                           MDQ-BOOKING-NO * 100 + MDQ-PSGR-SEQ
                ELSE
                   MOVE MDQ-BOOKING-NO TO WS-PSGR-SEED-NO
                END-IF
                PERFORM 620-BOOKING-NAME-PARA
                MOVE WS-FULL-NAME TO MDQ-PSGR-NAME
                ADD MDQ-PSGR-AGE TO WS-TBL-HASH
                PERFORM 198-WRITE-ROW-PARA
             WHEN 100
                SET EOF-CUR TO TRUE
             WHEN OTHER
                PERFORM 196-FETCH-ERROR-PARA
           END-EVALUATE.
      *****************************************************************
      * CONTROL RECORD PER TABLE -- ROWS AND HASH AS WRITTEN, AND THE
      * DISTINCT-KEY AND JOINING-ROW COUNTS OFF THE LIVE TABLES.
      * MASKLOAD RUNS THE SAME COUNTS AGAINST THE TEST TABLES
      *****************************************************************
        300-ENRL-METRIC-PARA.
           EXEC SQL
             SELECT COUNT(DISTINCT STU_ID)
               INTO :WS-MX-KEYS
               FROM STUDENRL
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-MX-JOINS
                  FROM STUDENRL X
                 WHERE EXISTS (SELECT 1 FROM STUDRECD Y
                                WHERE Y.STU_ID = X.STU_ID)
              END-EXEC
           END-IF.
           PERFORM 399-WRITE-CONTROL-PARA.
        310-STUD-METRIC-PARA.
           EXEC SQL
             SELECT COUNT(DISTINCT STU_ID)
               INTO :WS-MX-KEYS
               FROM STUDRECD
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-MX-JOINS
                  FROM STUDRECD X
                 WHERE EXISTS (SELECT 1 FROM STUDENRL Y
                                WHERE Y.STU_ID = X.STU_ID)
              END-EXEC
           END-IF.
           PERFORM 399-WRITE-CONTROL-PARA.
        320-MARK-METRIC-PARA.
           EXEC SQL
             SELECT COUNT(DISTINCT STU_ID)
               INTO :WS-MX-KEYS
               FROM MARKHIST
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-MX-JOINS
                  FROM MARKHIST X
                 WHERE EXISTS (SELECT 1 FROM STUDENRL Y
                                WHERE Y.STU_ID = X.STU_ID)
              END-EXEC
           END-IF.
           PERFORM 399-WRITE-CONTROL-PARA.
        330-FEE-METRIC-PARA.
           EXEC SQL
             SELECT COUNT(DISTINCT STU_ID)
               INTO :WS-MX-KEYS
               FROM FEELEDGR
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-MX-JOINS
                  FROM FEELEDGR X
                 WHERE EXISTS (SELECT 1 FROM STUDENRL Y
                                WHERE Y.STU_ID = X.STU_ID)
              END-EXEC
           END-IF.
           PERFORM 399-WRITE-CONTROL-PARA.
        340-GRDN-METRIC-PARA.
           EXEC SQL
             SELECT COUNT(DISTINCT STU_ID)
               INTO :WS-MX-KEYS
               FROM GRDNCONT
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-MX-JOINS
                  FROM GRDNCONT X
                 WHERE EXISTS (SELECT 1 FROM STUDENRL Y
                                WHERE Y.STU_ID = X.STU_ID)
              END-EXEC
           END-IF.
           PERFORM 399-WRITE-CONTROL-PARA.
        350-EMP-METRIC-PARA.
           EXEC SQL
             SELECT COUNT(DISTINCT EMPNO)
               INTO :WS-MX-KEYS
               FROM EMPLOYEE
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-MX-JOINS
                  FROM EMPLOYEE X
                 WHERE EXISTS (SELECT 1 FROM SALHIST Y
                                WHERE Y.EMPNO = X.EMPNO)
              END-EXEC
           END-IF.
           PERFORM 399-WRITE-CONTROL-PARA.
        360-SAL-METRIC-PARA.
           EXEC SQL
             SELECT COUNT(DISTINCT EMPNO)
               INTO :WS-MX-KEYS
               FROM SALHIST
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-MX-JOINS
                  FROM SALHIST X
                 WHERE EXISTS (SELECT 1 FROM EMPLOYEE Y
                                WHERE Y.EMPNO = X.EMPNO)
              END-EXEC
           END-IF.
           PERFORM 399-WRITE-CONTROL-PARA.
        370-LEAV-METRIC-PARA.
           EXEC SQL
             SELECT COUNT(DISTINCT EMPNO)
               INTO :WS-MX-KEYS
               FROM LEAVHIST
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-MX-JOINS
                  FROM LEAVHIST X
                 WHERE EXISTS (SELECT 1 FROM EMPLOYEE Y
                                WHERE Y.EMPNO = X.EMPNO)
              END-EXEC
           END-IF.
           PERFORM 399-WRITE-CONTROL-PARA.
        380-BKNG-METRIC-PARA.
           EXEC SQL
             SELECT COUNT(DISTINCT STU_ID)
               INTO :WS-MX-KEYS
               FROM TRNBKNG
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-MX-JOINS
                  FROM TRNBKNG X
                 WHERE EXISTS (SELECT 1 FROM STUDENRL Y
                                WHERE Y.STU_ID = X.STU_ID)
                    OR EXISTS (SELECT 1 FROM EMPLOYEE Z
                                WHERE Z.EMPNO = X.DUTY_EMPNO)
              END-EXEC
           END-IF.
           PERFORM 399-WRITE-CONTROL-PARA.
        390-PSGR-METRIC-PARA.
           EXEC SQL
             SELECT COUNT(DISTINCT BOOKING_NO)
               INTO :WS-MX-KEYS
               FROM TRNPSGR
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-MX-JOINS
                  FROM TRNPSGR X
                 WHERE EXISTS (SELECT 1 FROM TRNBKNG Y
                                WHERE Y.BOOKING_NO = X.BOOKING_NO)
              END-EXEC
           END-IF.
           PERFORM 399-WRITE-CONTROL-PARA.
        399-WRITE-CONTROL-PARA.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR ' WS-SQLCODE ' COUNTING ' WS-TBL-NAME
              MOVE WS-TBL-NAME TO WS-ERRH-KEY
              PERFORM 990-SQL-ERROR-PARA
           ELSE
              MOVE SPACES TO WS-MD-REC
              MOVE '*CONTROL' TO WS-MD-TABLE
              MOVE WS-TBL-NAME TO MDC-TABLE
              MOVE WS-TBL-ROWS TO MDC-ROWS
              MOVE WS-TBL-HASH TO MDC-HASH
              MOVE WS-MX-KEYS  TO MDC-KEYS
              MOVE WS-MX-JOINS TO MDC-JOINS
              WRITE MASKDATA-REC FROM WS-MD-REC
              DISPLAY WS-TBL-NAME ' ROWS MASKED ' MDC-ROWS
           END-IF.
      *****************************************************************
      * MASKING ROUTINES
      *****************************************************************
      * KEY: ALL-DIGIT KEYS GO THROUGH (KEY * MULTIPLIER + OFFSET)
      * MOD 1000000; ANY OTHER KEY IS SUBSTITUTED CHARACTER BY
      * CHARACTER. A BLANK KEY STAYS BLANK
        500-MASK-KEY-PARA.
           IF WS-KEY-IN NUMERIC
              MOVE WS-KEY-IN TO WS-KEY-NUM
              COMPUTE WS-MASK-WORK =
                      WS-KEY-NUM * WS-MULTIPLIER + WS-OFFSET
              DIVIDE WS-MASK-WORK BY 1000000 GIVING WS-MASK-QUOT
                 REMAINDER WS-KEY-NUM
              MOVE WS-KEY-NUM TO WS-KEY-OUT
           ELSE
              MOVE WS-KEY-IN TO WS-KEY-OUT
              INSPECT WS-KEY-OUT
                 CONVERTING WS-ALNUM TO WS-ALNUM-SUBST
           END-IF.
      * SEED: THE MASKED KEY READ AS A BASE-37 NUMBER, SO EVERYTHING
      * DERIVED FROM IT IS THE SAME WHEREVER THE KEY TURNS UP
        510-KEY-SEED-PARA.
           MOVE ZERO TO WS-SEED.
           MOVE 1 TO WS-CH-SUB.
           PERFORM 515-SEED-CHAR-PARA 6 TIMES.
        515-SEED-CHAR-PARA.
           MOVE WS-KEY-OUT(WS-CH-SUB:1) TO WS-ONE-CHAR.
           MOVE ZERO TO WS-CH-POS.
           INSPECT WS-ALNUM TALLYING WS-CH-POS
              FOR CHARACTERS BEFORE INITIAL WS-ONE-CHAR.
           IF WS-CH-POS < 36
              COMPUTE WS-SEED = WS-SEED * 37 + WS-CH-POS + 1
           ELSE
              COMPUTE WS-SEED = WS-SEED * 37
           END-IF.
           ADD 1 TO WS-CH-SUB.
        520-PICK-NAME-PARA.
           DIVIDE WS-SEED BY 20 GIVING WS-SEED-QUOT
              REMAINDER WS-SEED-REM.
           COMPUTE WS-NAME-IX = WS-SEED-REM + 1.
           MOVE WS-FIRST-NAME-T(WS-NAME-IX) TO WS-FIRST-NAME.
           DIVIDE WS-SEED-QUOT BY 20 GIVING WS-SEED-QUOT
              REMAINDER WS-SEED-REM.
           COMPUTE WS-NAME-IX = WS-SEED-REM + 1.
           MOVE WS-LAST-NAME-T(WS-NAME-IX) TO WS-LAST-NAME.
           DIVIDE WS-SEED-QUOT BY 26 GIVING WS-SEED-QUOT
              REMAINDER WS-SEED-REM.
           COMPUTE WS-NAME-IX = WS-SEED-REM + 11.
           MOVE WS-ALNUM(WS-NAME-IX:1) TO WS-MID-INIT.
           MOVE SPACES TO WS-FULL-NAME.
           STRING WS-FIRST-NAME DELIMITED BY SPACE
                  ' '           DELIMITED BY SIZE
                  WS-LAST-NAME  DELIMITED BY SPACE
             INTO WS-FULL-NAME
           END-STRING.
      * DAY SHIFT ON A YYYYMMDD DATE, ONE DAY AT A TIME; A ZERO DATE
      * STAYS ZERO
        530-SHIFT-DATE-PARA.
           IF WS-SD-DATE NOT = ZERO AND WS-SD-MM > 0 AND
              WS-SD-MM < 13
              IF WS-SHIFT-DAYS > 0
                 MOVE WS-SHIFT-DAYS TO WS-SHIFT-COUNT
                 PERFORM 535-NEXT-DAY-PARA WS-SHIFT-COUNT TIMES
              END-IF
              IF WS-SHIFT-DAYS < 0
                 COMPUTE WS-SHIFT-COUNT = 0 - WS-SHIFT-DAYS
                 PERFORM 540-PREV-DAY-PARA WS-SHIFT-COUNT TIMES
              END-IF
           END-IF.
        535-NEXT-DAY-PARA.
           PERFORM 545-MONTH-LEN-PARA.
           IF WS-SD-DD < WS-MONTH-LEN
              ADD 1 TO WS-SD-DD
           ELSE
              MOVE 1 TO WS-SD-DD
              IF WS-SD-MM < 12
                 ADD 1 TO WS-SD-MM
              ELSE
                 MOVE 1 TO WS-SD-MM
                 ADD 1 TO WS-SD-YYYY
              END-IF
           END-IF.
        540-PREV-DAY-PARA.
           IF WS-SD-DD > 1
              SUBTRACT 1 FROM WS-SD-DD
           ELSE
              IF WS-SD-MM > 1
                 SUBTRACT 1 FROM WS-SD-MM
              ELSE
                 MOVE 12 TO WS-SD-MM
                 SUBTRACT 1 FROM WS-SD-YYYY
              END-IF
              PERFORM 545-MONTH-LEN-PARA
              MOVE WS-MONTH-LEN TO WS-SD-DD
           END-IF.
        545-MONTH-LEN-PARA.
           MOVE WS-MONTH-DAYS(WS-SD-MM) TO WS-MONTH-LEN.
           IF WS-SD-MM = 2
              DIVIDE WS-SD-YYYY BY 4 GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-REM4
              DIVIDE WS-SD-YYYY BY 100 GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-REM100
              DIVIDE WS-SD-YYYY BY 400 GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-REM400
              IF WS-LEAP-REM4 = 0 AND
                 (WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0)
                 MOVE 29 TO WS-MONTH-LEN
              END-IF
           END-IF.
      * THE SAME SHIFT ON A YYYY-MM-DD CHARACTER DATE
        550-SHIFT-ISO-DATE-PARA.
           IF WS-ISO-YYYY NUMERIC AND WS-ISO-MM NUMERIC AND
              WS-ISO-DD NUMERIC
              MOVE WS-ISO-YYYY TO WS-SD-YYYY
              MOVE WS-ISO-MM   TO WS-SD-MM
              MOVE WS-ISO-DD   TO WS-SD-DD
              PERFORM 530-SHIFT-DATE-PARA
              MOVE WS-SD-YYYY  TO WS-ISO-YYYY
              MOVE WS-SD-MM    TO WS-ISO-MM
              MOVE WS-SD-DD    TO WS-ISO-DD
           END-IF.
      * SALARY MOVES BY THE EMPLOYEE'S PERCENTAGE AND IS HELD INSIDE
      * THE PAY BAND FLOOR AND CEILING
        560-PERTURB-SALARY-PARA.
           MOVE WS-SAL-IN TO WS-SAL-OUT.
           IF WS-SAL-IN > ZERO
              COMPUTE WS-SAL-WORK ROUNDED =
                      WS-SAL-IN * (100 + WS-EMP-PCT) / 100
              IF WS-SAL-WORK < WS-MIN-SALARY
                 MOVE WS-MIN-SALARY TO WS-SAL-WORK
              END-IF
              IF WS-SAL-WORK > WS-MAX-SALARY
                 MOVE WS-MAX-SALARY TO WS-SAL-WORK
              END-IF
              MOVE WS-SAL-WORK TO WS-SAL-OUT
           END-IF.
      * MASKED STU_ID, NAME, SURNAME AND DAY SHIFT FOR WS-KEY-IN
        600-STUDENT-MASK-PARA.
           PERFORM 500-MASK-KEY-PARA.
           PERFORM 510-KEY-SEED-PARA.
           MOVE WS-SEED TO WS-STU-SEED.
           PERFORM 520-PICK-NAME-PARA.
           MOVE WS-FULL-NAME TO WS-STU-NAME.
           MOVE WS-LAST-NAME TO WS-STU-LAST.
           PERFORM 630-DAY-SHIFT-PARA.
           MOVE WS-SHIFT-DAYS TO WS-STU-SHIFT.
      * MASKED EMPNO, NAMES, DAY SHIFT AND SALARY PERCENTAGE
        610-EMPLOYEE-MASK-PARA.
           PERFORM 500-MASK-KEY-PARA.
           PERFORM 510-KEY-SEED-PARA.
           MOVE WS-SEED TO WS-EMP-SEED.
           PERFORM 520-PICK-NAME-PARA.
           MOVE WS-FIRST-NAME TO WS-EMP-FIRST.
           MOVE WS-LAST-NAME  TO WS-EMP-LAST.
           MOVE WS-MID-INIT   TO WS-EMP-MIDINIT.
           MOVE WS-FULL-NAME  TO WS-EMP-NAME.
           PERFORM 630-DAY-SHIFT-PARA.
           MOVE WS-SHIFT-DAYS TO WS-EMP-SHIFT.
           COMPUTE WS-RANGE = WS-SAL-MAX-PCT * 2 + 1.
           DIVIDE WS-EMP-SEED BY 7 GIVING WS-SEED-QUOT.
           DIVIDE WS-SEED-QUOT BY WS-RANGE GIVING WS-SEED-QUOT
              REMAINDER WS-SEED-REM.
           COMPUTE WS-EMP-PCT = WS-SEED-REM - WS-SAL-MAX-PCT.
      * A BOOKING FOR A STUDENT OR ON DUTY TRAVEL CARRIES THAT
      * PERSON'S MASKED NAME; ANY OTHER PASSENGER IS NAMED FROM THE
      * BOOKING NUMBER
        620-BOOKING-NAME-PARA.
           IF WS-PQ-STU-ID NOT = SPACES
              MOVE WS-PQ-STU-ID TO WS-KEY-IN
              PERFORM 600-STUDENT-MASK-PARA
              MOVE WS-STU-NAME TO WS-FULL-NAME
           ELSE
              IF WS-PQ-DUTY-EMPNO NOT = SPACES
                 MOVE WS-PQ-DUTY-EMPNO TO WS-KEY-IN
                 PERFORM 610-EMPLOYEE-MASK-PARA
                 MOVE WS-EMP-NAME TO WS-FULL-NAME
              ELSE
                 COMPUTE WS-MASK-WORK = WS-PSGR-SEED-NO *
                         WS-MULTIPLIER + WS-OFFSET
                 DIVIDE WS-MASK-WORK BY 1000000000
                    GIVING WS-MASK-QUOT REMAINDER WS-SEED
                 PERFORM 520-PICK-NAME-PARA
              END-IF
           END-IF.
        630-DAY-SHIFT-PARA.
           MOVE ZERO TO WS-SHIFT-DAYS.
           IF WS-DAY-MAX-SHIFT > 0
              COMPUTE WS-RANGE = WS-DAY-MAX-SHIFT * 2 + 1
              DIVIDE WS-SEED BY WS-RANGE GIVING WS-SEED-QUOT
                 REMAINDER WS-SEED-REM
              COMPUTE WS-SHIFT-DAYS = WS-SEED-REM - WS-DAY-MAX-SHIFT
           END-IF.
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
           MOVE 'MASKXTR' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE
           ELSE
              ACCEPT STL-RUN-DATE FROM DATE
           END-IF.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-READ-COUNT TO STL-READ-CNT.
           MOVE WS-WRITE-COUNT TO STL-PROC-CNT.
           MOVE ZERO TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
