       IDENTIFICATION DIVISION.
       PROGRAM-ID.    KPIRPT.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NEW PROGRAM. DAILY KEY PERFORMANCE FIGURES FOR
      *                 MANAGEMENT, READ-ONLY, AT THE END OF THE
      *                 WINDOW -- STUDENT PASS PERCENTAGE (STUDRECD
      *                 AGAINST THE PASSCTL MARK, ALL SIX SUBJECTS),
      *                 AVERAGE ATTENDANCE (ATTDRECD) AND FEE
      *                 COLLECTION RATE (FEELEDGR); EMPLOYEE HEADCOUNT,
      *                 SALARY COST AND COST AGAINST THE ACTIVE DEPTMAST
      *                 SALARY BUDGET; SEAT OCCUPANCY OFF TONIGHT'S
      *                 SEATHIST SNAPSHOT, THE DAY'S BOOKING REVENUE AS
      *                 TRNSETTL SUMS IT, AND CANCELLATIONS OFF THE
      *                 REFUNDS FEED; STEP FAILURES (RC OVER 4) OFF
      *                 RUNHIST AND REJECTS OFF REJLOG FOR THE RUN
      *                 DATE. EACH FIGURE IS APPENDED TO THE KPIHIST
      *                 HISTORY FILE AND PRINTED ON THE ONE-PAGE KPIRPT
      *                 WITH ITS CHANGE SINCE THE PREVIOUS RUN AND SINCE
      *                 THE MONTH OPENED, FLAGGED GREEN/AMBER/RED
      *                 AGAINST THE KPICTL TARGET CARDS. ANY RED ENDS
      *                 THE RUN RC 4.
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
           SELECT PASSCTL ASSIGN TO PASSCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PASSCTL-ST.
           SELECT KPICTL ASSIGN TO KPICTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-KPICTL-ST.
           SELECT REFUNDS ASSIGN TO REFUNDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-REFUNDS-ST.
           SELECT RUNHIST ASSIGN TO RUNHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RUNHIST-ST.
           SELECT REJLOG ASSIGN TO REJLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-REJLOG-ST.
           SELECT KPIHIST ASSIGN TO KPIHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-KPIHIST-ST.
           SELECT KPIRPT ASSIGN TO KPIRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-KPIRPT-ST.
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
       FD PASSCTL
           RECORDING MODE IS F.
       01 PASSCTL-REC.
         05 CTL-PASS-MARK         PIC 9(3).
         05                       PIC X(77).
      * TARGET CARD -- KPI ID, H (HIGHER IS BETTER) OR L (LOWER IS
      * BETTER), THE GREEN LEVEL AND THE AMBER LEVEL. A FIGURE NOT AS
      * GOOD AS THE AMBER LEVEL IS RED; ONE WITH NO CARD IS UNFLAGGED
       FD KPICTL
           RECORDING MODE IS F.
       01 KPICTL-REC.
         05 KC-KPI-ID             PIC X(8).
         05                       PIC X(1).
         05 KC-DIRECTION          PIC X(1).
         05                       PIC X(1).
         05 KC-GREEN              PIC 9(9)V99.
         05                       PIC X(1).
         05 KC-AMBER              PIC 9(9)V99.
         05                       PIC X(46).
      * SAME RECORD LAYOUT TRNCANCL WRITES
       FD REFUNDS
           RECORDING MODE IS F.
       01 REFUNDS-REC.
         05 RFD-BOOK-NO           PIC 9(7).
         05                       PIC X(1).
         05 RFD-TRAINNO           PIC X(6).
         05                       PIC X(1).
         05 RFD-TRAVEL-DATE       PIC 9(8).
         05                       PIC X(1).
         05 RFD-PSGR-NAME         PIC X(20).
         05                       PIC X(1).
         05 RFD-AMOUNT            PIC 9(7)V99.
         05                       PIC X(1).
         05 RFD-RUN-DATE          PIC 9(6).
         05                       PIC X(19).
      * SAME RECORD LAYOUT BATCHHIS WRITES
       FD RUNHIST
           RECORDING MODE IS F.
       01 RUNHIST-REC.
         05 RH-RUN-DATE           PIC 9(8).
         05                       PIC X(1).
         05 RH-PROGRAM-ID         PIC X(8).
         05                       PIC X(1).
         05 RH-RETURN-CODE        PIC X(4).
         05                       PIC X(1).
         05 RH-REC-RUN-DATE       PIC X(6).
         05                       PIC X(1).
         05 RH-RUN-TIME           PIC X(8).
         05                       PIC X(1).
         05 RH-REC-TYPE           PIC X(1).
         05                       PIC X(50).
      * SAME RECORD LAYOUT REJREG WRITES
       FD REJLOG
           RECORDING MODE IS F.
       01 REJLOG-REC.
         05 RGL-ACTION            PIC X(1).
         05                       PIC X(1).
         05 RGL-PROGRAM           PIC X(8).
         05                       PIC X(1).
         05 RGL-RUN-DATE          PIC 9(6).
         05                       PIC X(1).
         05 RGL-KEY               PIC X(20).
         05                       PIC X(1).
         05 RGL-REASON            PIC X(4).
         05                       PIC X(1).
         05 RGL-DATE              PIC 9(6).
         05                       PIC X(1).
         05 RGL-TIME              PIC 9(8).
         05                       PIC X(21).
      * ONE RECORD PER KPI PER RUN, APPENDED
       FD KPIHIST
           RECORDING MODE IS F.
       01 KPIHIST-REC.
         05 KH-RUN-DATE           PIC 9(8).
         05                       PIC X(1).
         05 KH-KPI-ID             PIC X(8).
         05                       PIC X(1).
         05 KH-VALUE              PIC 9(9)V99.
         05                       PIC X(1).
         05 KH-FLAG               PIC X(5).
         05                       PIC X(45).
       FD KPIRPT
           RECORDING MODE IS F.
       01 KPIRPT-LIST.
         05 KPIRPT-ID             PIC X(80).
       WORKING-STORAGE SECTION.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-PASSCTL-ST        PIC X(2).
        77  WS-KPICTL-ST         PIC X(2).
        77  WS-REFUNDS-ST        PIC X(2).
        77  WS-RUNHIST-ST        PIC X(2).
        77  WS-REJLOG-ST         PIC X(2).
        77  WS-KPIHIST-ST        PIC X(2).
        77  WS-KPIRPT-ST         PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-RUN-DATE-R        REDEFINES WS-SHARED-RUN-DATE.
            05 WS-RUN-CC         PIC 9(2).
            05 WS-RUN-YYMMDD     PIC 9(6).
        01  WS-MONTH-START       PIC 9(8) VALUE ZERO.
        01  WS-MONTH-START-R     REDEFINES WS-MONTH-START.
            05 WS-MS-YYYYMM      PIC 9(6).
            05 WS-MS-DD          PIC 9(2).
        01  WS-RPTREG-PARM.
            05 WS-RR-PROGRAM     PIC X(8) VALUE 'KPIRPT'.
            05 WS-RR-REPORT-ID   PIC X(8) VALUE 'KPIRPT'.
            05 WS-RR-RUN-DATE    PIC 9(8) VALUE ZERO.
            05 WS-RR-PAGES       PIC 9(5) VALUE ZERO.
            05 WS-RR-LINES       PIC 9(7) VALUE ZERO.
        01  WS-RPT-EOF           PIC X VALUE 'N'.
            88 EOF-RPT             VALUE 'Y'.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-PASS-MARK         PIC 9(3) VALUE 55.
        01  WS-KPICTL-EOF        PIC X VALUE 'N'.
            88 EOF-KPICTL          VALUE 'Y'.
        01  WS-REFUNDS-EOF       PIC X VALUE 'N'.
            88 EOF-REFUNDS         VALUE 'Y'.
        01  WS-RUNHIST-EOF       PIC X VALUE 'N'.
            88 EOF-RUNHIST         VALUE 'Y'.
        01  WS-REJLOG-EOF        PIC X VALUE 'N'.
            88 EOF-REJLOG          VALUE 'Y'.
        01  WS-HIST-EOF          PIC X VALUE 'N'.
            88 EOF-HIST            VALUE 'Y'.
      * THE FIGURES THIS REPORT KNOWS HOW TO TAKE, IN PRINT ORDER --
      * ID, AREA (S STUDENT, E EMPLOYEE, T TRAIN, O OPERATIONS) AND
      * DESCRIPTION
        01  WS-KPI-DEFS.
            05                   PIC X(29) VALUE
               'PASSPCT SPASS PERCENTAGE'.
            05                   PIC X(29) VALUE
               'ATTDPCT SAVERAGE ATTENDANCE %'.
            05                   PIC X(29) VALUE
               'FEECOLL SFEE COLLECTION %'.
            05                   PIC X(29) VALUE
               'HEADCNT EACTIVE HEADCOUNT'.
            05                   PIC X(29) VALUE
               'SALCOST ESALARY COST'.
            05                   PIC X(29) VALUE
               'SALBUDP ESALARY % OF BUDGET'.
            05                   PIC X(29) VALUE
               'OCCUPCT TSEAT OCCUPANCY %'.
            05                   PIC X(29) VALUE
               'BKGREV  TBOOKING REVENUE'.
            05                   PIC X(29) VALUE
               'CANCELS TCANCELLATIONS'.
            05                   PIC X(29) VALUE
               'STEPFAILOSTEP FAILURES'.
            05                   PIC X(29) VALUE
               'REJECTS OREJECTS REGISTERED'.
        01  WS-KPI-DEF-TABLE     REDEFINES WS-KPI-DEFS.
            05 WS-KD OCCURS 11.
               10 WS-KD-ID       PIC X(8).
               10 WS-KD-AREA     PIC X(1).
               10 WS-KD-DESC     PIC X(20).
      * TONIGHT'S FIGURE, ITS TARGET AND ITS HISTORY, PER KPI
        01  WS-KPI-TABLE.
            05 WS-KP OCCURS 11.
               10 WS-KP-VALUE    PIC 9(9)V99.
               10 WS-KP-AVAIL    PIC X(1).
               10 WS-KP-DIR      PIC X(1).
               10 WS-KP-GREEN    PIC 9(9)V99.
               10 WS-KP-AMBER    PIC 9(9)V99.
               10 WS-KP-FLAG     PIC X(5).
               10 WS-KP-PREV-DATE PIC 9(8).
               10 WS-KP-PREV-VAL PIC 9(9)V99.
               10 WS-KP-BASE-DATE PIC 9(8).
               10 WS-KP-BASE-VAL PIC 9(9)V99.
               10 WS-KP-FIRST-DATE PIC 9(8).
               10 WS-KP-FIRST-VAL PIC 9(9)V99.
        01  WS-KP-MAX            PIC 9(2) COMP VALUE 11.
        01  WS-KP-SUB            PIC 9(2) COMP VALUE ZERO.
        01  WS-KP-HIT            PIC 9(2) COMP VALUE ZERO.
        01  WS-KPI-ID            PIC X(8) VALUE SPACES.
        01  WS-PREV-AREA         PIC X(1) VALUE SPACE.
      * WORK FIELDS FOR THE FIGURES
        01  WS-CALC-VALUE        PIC 9(9)V99 VALUE ZERO.
        01  WS-PCT-NUM           PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-PCT-DEN           PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-STU-COUNT         PIC S9(9) COMP VALUE ZERO.
        01  WS-STU-PASSED        PIC S9(9) COMP VALUE ZERO.
        01  WS-DAYS-PRESENT      PIC S9(11) COMP-3 VALUE ZERO.
        01  WS-DAYS-TOTAL        PIC S9(11) COMP-3 VALUE ZERO.
        01  WS-FEE-PAID          PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-FEE-DUE           PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-HEADCOUNT         PIC S9(9) COMP VALUE ZERO.
        01  WS-SAL-COST          PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-SAL-BUDGET        PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-SEAT-CAP          PIC S9(11) COMP-3 VALUE ZERO.
        01  WS-SEAT-OCC          PIC S9(11) COMP-3 VALUE ZERO.
        01  WS-BKG-REVENUE       PIC S9(11)V99 COMP-3 VALUE ZERO.
        77  WS-CANCEL-COUNT      PIC 9(7) COMP VALUE ZERO.
        77  WS-FAIL-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-REJECT-COUNT      PIC 9(7) COMP VALUE ZERO.
        01  WS-RH-RC             PIC 9(4) VALUE ZERO.
        01  WS-CHANGE            PIC S9(9)V99 VALUE ZERO.
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-KPI-COUNT         PIC 9(7) COMP VALUE ZERO.
        77  WS-GREEN-COUNT       PIC 9(3) COMP VALUE ZERO.
        77  WS-AMBER-COUNT       PIC 9(3) COMP VALUE ZERO.
        77  WS-RED-COUNT         PIC 9(3) COMP VALUE ZERO.
        77  WS-NOTGT-COUNT       PIC 9(3) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'KPIRPT'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(18) VALUE SPACES.
            05                   PIC X(36) VALUE
               'DAILY KPI SUMMARY - RUN DATE'.
            05 HDR-DATE          PIC 9(8).
            05                   PIC X(18).
        01  WS-HDR2.
            05                   PIC X(9)  VALUE 'KPI'.
            05                   PIC X(21) VALUE 'DESCRIPTION'.
            05                   PIC X(15) VALUE '          VALUE'.
            05                   PIC X(15) VALUE '    DAY CHANGE'.
            05                   PIC X(15) VALUE '    MTD CHANGE'.
            05                   PIC X(5)  VALUE 'FLAG'.
        01  WS-AREA-LINE.
            05                   PIC X(4)  VALUE '--- '.
            05 ARL-AREA          PIC X(10).
            05                   PIC X(66) VALUE SPACES.
        01  WS-DTL-LINE.
            05 DTL-KPI-ID        PIC X(8).
            05                   PIC X(1).
            05 DTL-DESC          PIC X(20).
            05                   PIC X(1).
            05 DTL-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
            05 DTL-VALUE-X       REDEFINES DTL-VALUE PIC X(14).
            05                   PIC X(1).
            05 DTL-DAY           PIC ZZ,ZZZ,ZZ9.99-.
            05 DTL-DAY-X         REDEFINES DTL-DAY PIC X(14).
            05                   PIC X(1).
            05 DTL-MTD           PIC ZZ,ZZZ,ZZ9.99-.
            05 DTL-MTD-X         REDEFINES DTL-MTD PIC X(14).
            05                   PIC X(1).
            05 DTL-FLAG          PIC X(5).
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
           PERFORM 040-CLEAR-KPI-PARA.
           PERFORM 050-READ-PASSCTL-PARA.
           PERFORM 060-LOAD-TARGETS-PARA.
           PERFORM 100-STUDENT-KPI-PARA.
           PERFORM 200-EMPLOYEE-KPI-PARA.
           PERFORM 300-TRAIN-KPI-PARA.
           PERFORM 400-OPERATIONS-KPI-PARA.
           PERFORM 500-LOAD-HISTORY-PARA.
           MOVE 1 TO WS-KP-SUB.
           PERFORM 600-FLAG-KPI-PARA UNTIL WS-KP-SUB > WS-KP-MAX.
           PERFORM 700-REPORT-PARA.
           PERFORM 800-APPEND-HISTORY-PARA.
           IF WS-RED-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
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
           MOVE WS-SHARED-RUN-DATE TO WS-MONTH-START.
           MOVE 01 TO WS-MS-DD.
        040-CLEAR-KPI-PARA.
           MOVE 1 TO WS-KP-SUB.
           PERFORM 045-CLEAR-ONE-PARA UNTIL WS-KP-SUB > WS-KP-MAX.
        045-CLEAR-ONE-PARA.
           MOVE ZERO   TO WS-KP-VALUE(WS-KP-SUB).
           MOVE 'N'    TO WS-KP-AVAIL(WS-KP-SUB).
           MOVE SPACE  TO WS-KP-DIR(WS-KP-SUB).
           MOVE ZERO   TO WS-KP-GREEN(WS-KP-SUB).
           MOVE ZERO   TO WS-KP-AMBER(WS-KP-SUB).
           MOVE SPACES TO WS-KP-FLAG(WS-KP-SUB).
           MOVE ZERO   TO WS-KP-PREV-DATE(WS-KP-SUB).
           MOVE ZERO   TO WS-KP-PREV-VAL(WS-KP-SUB).
           MOVE ZERO   TO WS-KP-BASE-DATE(WS-KP-SUB).
           MOVE ZERO   TO WS-KP-BASE-VAL(WS-KP-SUB).
           MOVE ZERO   TO WS-KP-FIRST-DATE(WS-KP-SUB).
           MOVE ZERO   TO WS-KP-FIRST-VAL(WS-KP-SUB).
           ADD 1 TO WS-KP-SUB.
        050-READ-PASSCTL-PARA.
           OPEN INPUT PASSCTL.
           IF WS-PASSCTL-ST = '00'
              READ PASSCTL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-PASS-MARK NUMERIC
                       MOVE CTL-PASS-MARK TO WS-PASS-MARK
                    END-IF
              END-READ
              CLOSE PASSCTL
           END-IF.
      * NO KPICTL CARDS JUST MEANS NOTHING IS FLAGGED
        060-LOAD-TARGETS-PARA.
           OPEN INPUT KPICTL.
           IF WS-KPICTL-ST = '00'
              PERFORM 065-READ-TARGET-PARA UNTIL EOF-KPICTL
              CLOSE KPICTL
           ELSE
              DISPLAY 'NO KPICTL CARDS - NOTHING FLAGGED'
           END-IF.
        065-READ-TARGET-PARA.
           READ KPICTL
              AT END
                 SET EOF-KPICTL TO TRUE
              NOT AT END
                 MOVE KC-KPI-ID TO WS-KPI-ID
                 PERFORM 090-FIND-KPI-PARA
                 IF WS-KP-HIT > 0
                    AND (KC-DIRECTION = 'H' OR KC-DIRECTION = 'L')
                    AND KC-GREEN NUMERIC AND KC-AMBER NUMERIC
                    MOVE KC-DIRECTION TO WS-KP-DIR(WS-KP-HIT)
                    MOVE KC-GREEN     TO WS-KP-GREEN(WS-KP-HIT)
                    MOVE KC-AMBER     TO WS-KP-AMBER(WS-KP-HIT)
                 ELSE
                    DISPLAY 'BAD KPICTL CARD ' KPICTL-REC(1:34)
                 END-IF
           END-READ.
        090-FIND-KPI-PARA.
           MOVE ZERO TO WS-KP-HIT.
           MOVE 1 TO WS-KP-SUB.
           PERFORM 095-SCAN-KPI-PARA
              UNTIL WS-KP-SUB > WS-KP-MAX OR WS-KP-HIT > 0.
        095-SCAN-KPI-PARA.
           IF WS-KD-ID(WS-KP-SUB) = WS-KPI-ID
              MOVE WS-KP-SUB TO WS-KP-HIT
           ELSE
              ADD 1 TO WS-KP-SUB
           END-IF.
      * A PERCENTAGE WITH NOTHING TO MEASURE IS LEFT UNAVAILABLE
        080-SET-PERCENT-PARA.
           IF WS-PCT-DEN > ZERO
              COMPUTE WS-CALC-VALUE ROUNDED =
                      WS-PCT-NUM * 100 / WS-PCT-DEN
              PERFORM 085-SET-VALUE-PARA
           END-IF.
        085-SET-VALUE-PARA.
           MOVE WS-CALC-VALUE TO WS-KP-VALUE(WS-KP-HIT).
           MOVE 'Y' TO WS-KP-AVAIL(WS-KP-HIT).
           ADD 1 TO WS-KPI-COUNT.
      *****************************************************************
      * STUDENT FIGURES
      *****************************************************************
        100-STUDENT-KPI-PARA.
           MOVE 'PASSPCT' TO WS-KPI-ID.
           PERFORM 090-FIND-KPI-PARA.
           EXEC SQL
             SELECT COUNT(*),
                    COALESCE(SUM(CASE
                         WHEN MARKS_LANG    >= :WS-PASS-MARK
                          AND MARKS_MATH    >= :WS-PASS-MARK
                          AND MARKS_SCIENCE >= :WS-PASS-MARK
                          AND MARKS_SS      >= :WS-PASS-MARK
                          AND MARKS_ART     >= :WS-PASS-MARK
                          AND MARKS_COMPSTD >= :WS-PASS-MARK
                         THEN 1 ELSE 0 END), 0)
               INTO :WS-STU-COUNT, :WS-STU-PASSED
               FROM STUDRECD
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 980-KPI-SQL-ERROR-PARA
           ELSE
              MOVE WS-STU-PASSED TO WS-PCT-NUM
              MOVE WS-STU-COUNT  TO WS-PCT-DEN
              PERFORM 080-SET-PERCENT-PARA
           END-IF.
           MOVE 'ATTDPCT' TO WS-KPI-ID.
           PERFORM 090-FIND-KPI-PARA.
           EXEC SQL
             SELECT COALESCE(SUM(DAYS_PRESENT), 0),
                    COALESCE(SUM(DAYS_TOTAL), 0)
               INTO :WS-DAYS-PRESENT, :WS-DAYS-TOTAL
               FROM ATTDRECD
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 980-KPI-SQL-ERROR-PARA
           ELSE
              MOVE WS-DAYS-PRESENT TO WS-PCT-NUM
              MOVE WS-DAYS-TOTAL   TO WS-PCT-DEN
              PERFORM 080-SET-PERCENT-PARA
           END-IF.
      * COLLECTED AGAINST WHAT IS COLLECTABLE: DUES PLUS LATE FEES
      * LESS WAIVERS
           MOVE 'FEECOLL' TO WS-KPI-ID.
           PERFORM 090-FIND-KPI-PARA.
           EXEC SQL
             SELECT COALESCE(SUM(PAID_AMT), 0),
                    COALESCE(SUM(DUES_AMT + LATE_AMT - WAIVER_AMT), 0)
               INTO :WS-FEE-PAID, :WS-FEE-DUE
               FROM FEELEDGR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 980-KPI-SQL-ERROR-PARA
           ELSE
              MOVE WS-FEE-PAID TO WS-PCT-NUM
              MOVE WS-FEE-DUE  TO WS-PCT-DEN
              PERFORM 080-SET-PERCENT-PARA
           END-IF.
      *****************************************************************
      * EMPLOYEE FIGURES -- A LEAVER IS DELETED BY EMPMAINT, SO EVERY
      * EMPLOYEE ROW IS A CURRENT EMPLOYEE
      *****************************************************************
        200-EMPLOYEE-KPI-PARA.
           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(SALARY), 0)
               INTO :WS-HEADCOUNT, :WS-SAL-COST
               FROM EMPLOYEE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'HEADCNT' TO WS-KPI-ID
              PERFORM 980-KPI-SQL-ERROR-PARA
           ELSE
              MOVE 'HEADCNT' TO WS-KPI-ID
              PERFORM 090-FIND-KPI-PARA
              MOVE WS-HEADCOUNT TO WS-CALC-VALUE
              PERFORM 085-SET-VALUE-PARA
              MOVE 'SALCOST' TO WS-KPI-ID
              PERFORM 090-FIND-KPI-PARA
              MOVE WS-SAL-COST TO WS-CALC-VALUE
              PERFORM 085-SET-VALUE-PARA
              MOVE 'SALBUDP' TO WS-KPI-ID
              PERFORM 090-FIND-KPI-PARA
              EXEC SQL
                SELECT COALESCE(SUM(BUD_SALARY), 0)
                  INTO :WS-SAL-BUDGET
                  FROM DEPTMAST
                 WHERE ACTIVE_FLAG = 'Y'
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 980-KPI-SQL-ERROR-PARA
              ELSE
                 MOVE WS-SAL-COST   TO WS-PCT-NUM
                 MOVE WS-SAL-BUDGET TO WS-PCT-DEN
                 PERFORM 080-SET-PERCENT-PARA
              END-IF
           END-IF.
      *****************************************************************
      * TRAIN FIGURES
      *****************************************************************
        300-TRAIN-KPI-PARA.
      * OCCUPANCY AS FAREPROP TAKES IT -- CAPACITY LESS FREE SEATS
      * OVER CAPACITY -- FOR TONIGHT'S SNAPSHOT ONLY
           MOVE 'OCCUPCT' TO WS-KPI-ID.
           PERFORM 090-FIND-KPI-PARA.
           EXEC SQL
             SELECT COALESCE(SUM(T.TRAINCAP), 0),
                    COALESCE(SUM(CASE WHEN S.TRAINSEATS < T.TRAINCAP
                                      THEN T.TRAINCAP - S.TRAINSEATS
                                      ELSE 0 END), 0)
               INTO :WS-SEAT-CAP, :WS-SEAT-OCC
               FROM SEATHIST S, TRAIN T
              WHERE S.TRAINNO  = T.TRAINNO
                AND S.SNAPDATE = :WS-SHARED-RUN-DATE
                AND T.TRAINCAP > 0
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 980-KPI-SQL-ERROR-PARA
           ELSE
              MOVE WS-SEAT-OCC TO WS-PCT-NUM
              MOVE WS-SEAT-CAP TO WS-PCT-DEN
              PERFORM 080-SET-PERCENT-PARA
           END-IF.
      * THE SAME FARE REVENUE TRNSETTL SETTLES FOR THE DAY
           MOVE 'BKGREV' TO WS-KPI-ID.
           PERFORM 090-FIND-KPI-PARA.
           EXEC SQL
             SELECT COALESCE(SUM(B.SEATS *
                                 CASE WHEN B.FARE_AMT > 0
                                      THEN B.FARE_AMT
                                      ELSE T.TRAINFARE END), 0)
               INTO :WS-BKG-REVENUE
               FROM TRNBKNG B, TRAIN T
              WHERE B.TRAINNO   = T.TRAINNO
                AND B.STATUS    = 'C'
                AND B.BOOK_DATE = :WS-SHARED-RUN-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 980-KPI-SQL-ERROR-PARA
           ELSE
              MOVE WS-BKG-REVENUE TO WS-CALC-VALUE
              PERFORM 085-SET-VALUE-PARA
           END-IF.
      * ONE REFUNDS RECORD PER CANCELLED BOOKING
           MOVE 'CANCELS' TO WS-KPI-ID.
           PERFORM 090-FIND-KPI-PARA.
           OPEN INPUT REFUNDS.
           IF WS-REFUNDS-ST = '00'
              PERFORM 310-READ-REFUNDS-PARA UNTIL EOF-REFUNDS
              CLOSE REFUNDS
              MOVE WS-CANCEL-COUNT TO WS-CALC-VALUE
              PERFORM 085-SET-VALUE-PARA
           ELSE
              DISPLAY 'NO REFUNDS FEED ' WS-REFUNDS-ST
           END-IF.
        310-READ-REFUNDS-PARA.
           READ REFUNDS
              AT END
                 SET EOF-REFUNDS TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 ADD 1 TO WS-CANCEL-COUNT
           END-READ.
      *****************************************************************
      * OPERATIONS FIGURES -- TONIGHT'S RUNHIST AND REJLOG ENTRIES
      *****************************************************************
        400-OPERATIONS-KPI-PARA.
           MOVE 'STEPFAIL' TO WS-KPI-ID.
           PERFORM 090-FIND-KPI-PARA.
           OPEN INPUT RUNHIST.
           IF WS-RUNHIST-ST = '00'
              PERFORM 410-READ-RUNHIST-PARA UNTIL EOF-RUNHIST
              CLOSE RUNHIST
              MOVE WS-FAIL-COUNT TO WS-CALC-VALUE
              PERFORM 085-SET-VALUE-PARA
           ELSE
              DISPLAY 'NO RUNHIST ' WS-RUNHIST-ST
           END-IF.
           MOVE 'REJECTS' TO WS-KPI-ID.
           PERFORM 090-FIND-KPI-PARA.
           OPEN INPUT REJLOG.
           IF WS-REJLOG-ST = '00'
              PERFORM 420-READ-REJLOG-PARA UNTIL EOF-REJLOG
              CLOSE REJLOG
              MOVE WS-REJECT-COUNT TO WS-CALC-VALUE
              PERFORM 085-SET-VALUE-PARA
           ELSE
              DISPLAY 'NO REJLOG ' WS-REJLOG-ST
           END-IF.
        410-READ-RUNHIST-PARA.
           READ RUNHIST
              AT END
                 SET EOF-RUNHIST TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 IF RH-RUN-DATE = WS-SHARED-RUN-DATE
                    AND RH-REC-TYPE NOT = 'S' AND RH-REC-TYPE NOT = 'K'
                    AND RH-RETURN-CODE NUMERIC
                    MOVE RH-RETURN-CODE TO WS-RH-RC
                    IF WS-RH-RC > 4
                       ADD 1 TO WS-FAIL-COUNT
                    END-IF
                 END-IF
           END-READ.
        420-READ-REJLOG-PARA.
           READ REJLOG
              AT END
                 SET EOF-REJLOG TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 IF RGL-ACTION = 'R'
                    AND RGL-RUN-DATE = WS-RUN-YYMMDD
                    ADD 1 TO WS-REJECT-COUNT
                 END-IF
           END-READ.
      *****************************************************************
      * EARLIER FIGURES OFF KPIHIST -- THE LATEST BEFORE TONIGHT FOR
      * THE DAY CHANGE, AND THE LATEST BEFORE THE MONTH OPENED FOR THE
      * MONTH-TO-DATE CHANGE (THE MONTH'S FIRST FIGURE WHEN THERE IS
      * NOTHING EARLIER). A RERUN'S OWN ENTRIES FOR TONIGHT ARE SKIPPED
      *****************************************************************
        500-LOAD-HISTORY-PARA.
           OPEN INPUT KPIHIST.
           IF WS-KPIHIST-ST = '00'
              PERFORM 505-READ-HIST-PARA UNTIL EOF-HIST
              CLOSE KPIHIST
           ELSE
              DISPLAY 'NO KPIHIST YET ' WS-KPIHIST-ST
           END-IF.
           MOVE 1 TO WS-KP-SUB.
           PERFORM 515-SETTLE-BASE-PARA UNTIL WS-KP-SUB > WS-KP-MAX.
        505-READ-HIST-PARA.
           READ KPIHIST
              AT END
                 SET EOF-HIST TO TRUE
              NOT AT END
                 IF KH-RUN-DATE < WS-SHARED-RUN-DATE
                    AND KH-VALUE NUMERIC
                    MOVE KH-KPI-ID TO WS-KPI-ID
                    PERFORM 090-FIND-KPI-PARA
                    IF WS-KP-HIT > 0
                       PERFORM 510-NOTE-HIST-PARA
                    END-IF
                 END-IF
           END-READ.
        510-NOTE-HIST-PARA.
           IF KH-RUN-DATE NOT < WS-KP-PREV-DATE(WS-KP-HIT)
              MOVE KH-RUN-DATE TO WS-KP-PREV-DATE(WS-KP-HIT)
              MOVE KH-VALUE    TO WS-KP-PREV-VAL(WS-KP-HIT)
           END-IF.
           IF KH-RUN-DATE < WS-MONTH-START
              IF KH-RUN-DATE NOT < WS-KP-BASE-DATE(WS-KP-HIT)
                 MOVE KH-RUN-DATE TO WS-KP-BASE-DATE(WS-KP-HIT)
                 MOVE KH-VALUE    TO WS-KP-BASE-VAL(WS-KP-HIT)
              END-IF
           ELSE
              IF WS-KP-FIRST-DATE(WS-KP-HIT) = ZERO
                 OR KH-RUN-DATE < WS-KP-FIRST-DATE(WS-KP-HIT)
                 MOVE KH-RUN-DATE TO WS-KP-FIRST-DATE(WS-KP-HIT)
                 MOVE KH-VALUE    TO WS-KP-FIRST-VAL(WS-KP-HIT)
              END-IF
           END-IF.
        515-SETTLE-BASE-PARA.
           IF WS-KP-BASE-DATE(WS-KP-SUB) = ZERO
              MOVE WS-KP-FIRST-DATE(WS-KP-SUB)
                TO WS-KP-BASE-DATE(WS-KP-SUB)
              MOVE WS-KP-FIRST-VAL(WS-KP-SUB)
                TO WS-KP-BASE-VAL(WS-KP-SUB)
           END-IF.
           ADD 1 TO WS-KP-SUB.
      *****************************************************************
      * RED / AMBER / GREEN AGAINST THE KPICTL TARGETS
      *****************************************************************
        600-FLAG-KPI-PARA.
           MOVE SPACES TO WS-KP-FLAG(WS-KP-SUB).
           IF WS-KP-AVAIL(WS-KP-SUB) = 'Y'
              EVALUATE TRUE
                WHEN WS-KP-DIR(WS-KP-SUB) = 'H'
                   EVALUATE TRUE
                     WHEN WS-KP-VALUE(WS-KP-SUB) NOT <
                          WS-KP-GREEN(WS-KP-SUB)
                        MOVE 'GREEN' TO WS-KP-FLAG(WS-KP-SUB)
                     WHEN WS-KP-VALUE(WS-KP-SUB) NOT <
                          WS-KP-AMBER(WS-KP-SUB)
                        MOVE 'AMBER' TO WS-KP-FLAG(WS-KP-SUB)
                     WHEN OTHER
                        MOVE 'RED' TO WS-KP-FLAG(WS-KP-SUB)
                   END-EVALUATE
                WHEN WS-KP-DIR(WS-KP-SUB) = 'L'
                   EVALUATE TRUE
                     WHEN WS-KP-VALUE(WS-KP-SUB) NOT >
                          WS-KP-GREEN(WS-KP-SUB)
                        MOVE 'GREEN' TO WS-KP-FLAG(WS-KP-SUB)
                     WHEN WS-KP-VALUE(WS-KP-SUB) NOT >
                          WS-KP-AMBER(WS-KP-SUB)
                        MOVE 'AMBER' TO WS-KP-FLAG(WS-KP-SUB)
                     WHEN OTHER
                        MOVE 'RED' TO WS-KP-FLAG(WS-KP-SUB)
                   END-EVALUATE
              END-EVALUATE
           END-IF.
           EVALUATE WS-KP-FLAG(WS-KP-SUB)
             WHEN 'GREEN'
                ADD 1 TO WS-GREEN-COUNT
             WHEN 'AMBER'
                ADD 1 TO WS-AMBER-COUNT
             WHEN 'RED'
                ADD 1 TO WS-RED-COUNT
             WHEN OTHER
                ADD 1 TO WS-NOTGT-COUNT
           END-EVALUATE.
           ADD 1 TO WS-KP-SUB.
      *****************************************************************
      * KPIRPT -- THE ONE-PAGE SUMMARY
      *****************************************************************
        700-REPORT-PARA.
           OPEN OUTPUT KPIRPT.
           MOVE WS-AST TO KPIRPT-ID.
           WRITE KPIRPT-LIST.
           MOVE WS-SHARED-RUN-DATE TO HDR-DATE.
           MOVE WS-HDR1 TO KPIRPT-ID.
           WRITE KPIRPT-LIST.
           MOVE WS-AST TO KPIRPT-ID.
           WRITE KPIRPT-LIST.
           MOVE WS-HDR2 TO KPIRPT-ID.
           WRITE KPIRPT-LIST.
           MOVE SPACE TO WS-PREV-AREA.
           MOVE 1 TO WS-KP-SUB.
           PERFORM 710-KPI-LINE-PARA UNTIL WS-KP-SUB > WS-KP-MAX.
           MOVE WS-AST TO KPIRPT-ID.
           WRITE KPIRPT-LIST.
           MOVE 'KPIS GREEN'           TO TOT-LABEL.
           MOVE WS-GREEN-COUNT         TO TOT-COUNT.
           MOVE WS-TOT-LINE TO KPIRPT-ID.
           WRITE KPIRPT-LIST.
           MOVE 'KPIS AMBER'           TO TOT-LABEL.
           MOVE WS-AMBER-COUNT         TO TOT-COUNT.
           MOVE WS-TOT-LINE TO KPIRPT-ID.
           WRITE KPIRPT-LIST.
           MOVE 'KPIS RED'             TO TOT-LABEL.
           MOVE WS-RED-COUNT           TO TOT-COUNT.
           MOVE WS-TOT-LINE TO KPIRPT-ID.
           WRITE KPIRPT-LIST.
           MOVE 'KPIS NOT FLAGGED'     TO TOT-LABEL.
           MOVE WS-NOTGT-COUNT         TO TOT-COUNT.
           MOVE WS-TOT-LINE TO KPIRPT-ID.
           WRITE KPIRPT-LIST.
           CLOSE KPIRPT.
           PERFORM 960-REGISTER-RPT-PARA.
        710-KPI-LINE-PARA.
           IF WS-KD-AREA(WS-KP-SUB) NOT = WS-PREV-AREA
              MOVE WS-KD-AREA(WS-KP-SUB) TO WS-PREV-AREA
              EVALUATE WS-PREV-AREA
                WHEN 'S'
                   MOVE 'STUDENT'    TO ARL-AREA
                WHEN 'E'
                   MOVE 'EMPLOYEE'   TO ARL-AREA
                WHEN 'T'
                   MOVE 'TRAIN'      TO ARL-AREA
                WHEN OTHER
                   MOVE 'OPERATIONS' TO ARL-AREA
              END-EVALUATE
              MOVE WS-AREA-LINE TO KPIRPT-ID
              WRITE KPIRPT-LIST
           END-IF.
           MOVE SPACES TO WS-DTL-LINE.
           MOVE WS-KD-ID(WS-KP-SUB)   TO DTL-KPI-ID.
           MOVE WS-KD-DESC(WS-KP-SUB) TO DTL-DESC.
           IF WS-KP-AVAIL(WS-KP-SUB) = 'Y'
              MOVE WS-KP-VALUE(WS-KP-SUB) TO DTL-VALUE
              IF WS-KP-PREV-DATE(WS-KP-SUB) > ZERO
                 COMPUTE WS-CHANGE = WS-KP-VALUE(WS-KP-SUB)
                                   - WS-KP-PREV-VAL(WS-KP-SUB)
                 MOVE WS-CHANGE TO DTL-DAY
              ELSE
                 MOVE '           N/A' TO DTL-DAY-X
              END-IF
              IF WS-KP-BASE-DATE(WS-KP-SUB) > ZERO
                 COMPUTE WS-CHANGE = WS-KP-VALUE(WS-KP-SUB)
                                   - WS-KP-BASE-VAL(WS-KP-SUB)
                 MOVE WS-CHANGE TO DTL-MTD
              ELSE
                 MOVE '           N/A' TO DTL-MTD-X
              END-IF
           ELSE
              MOVE ' NOT AVAILABLE' TO DTL-VALUE-X
           END-IF.
           MOVE WS-KP-FLAG(WS-KP-SUB) TO DTL-FLAG.
           MOVE WS-DTL-LINE TO KPIRPT-ID.
           WRITE KPIRPT-LIST.
           ADD 1 TO WS-KP-SUB.
      * TONIGHT'S FIGURES ARE ADDED TO THE HISTORY; ONE NOT TAKEN IS
      * LEFT OUT RATHER THAN RECORDED AS ZERO
        800-APPEND-HISTORY-PARA.
           OPEN EXTEND KPIHIST.
           IF WS-KPIHIST-ST NOT = '00'
              OPEN OUTPUT KPIHIST
           END-IF.
           MOVE 1 TO WS-KP-SUB.
           PERFORM 810-WRITE-HIST-PARA UNTIL WS-KP-SUB > WS-KP-MAX.
           CLOSE KPIHIST.
        810-WRITE-HIST-PARA.
           IF WS-KP-AVAIL(WS-KP-SUB) = 'Y'
              MOVE SPACES TO KPIHIST-REC
              MOVE WS-SHARED-RUN-DATE     TO KH-RUN-DATE
              MOVE WS-KD-ID(WS-KP-SUB)    TO KH-KPI-ID
              MOVE WS-KP-VALUE(WS-KP-SUB) TO KH-VALUE
              MOVE WS-KP-FLAG(WS-KP-SUB)  TO KH-FLAG
              WRITE KPIHIST-REC
           END-IF.
           ADD 1 TO WS-KP-SUB.
        960-REGISTER-RPT-PARA.
           MOVE ZERO TO WS-RR-LINES.
           MOVE 'N' TO WS-RPT-EOF.
           OPEN INPUT KPIRPT.
           IF WS-KPIRPT-ST = '00'
              PERFORM 965-COUNT-RPT-PARA UNTIL EOF-RPT
              CLOSE KPIRPT
           END-IF.
           MOVE WS-SHARED-RUN-DATE TO WS-RR-RUN-DATE.
           CALL 'RPTREG' USING WS-RPTREG-PARM.
        965-COUNT-RPT-PARA.
           READ KPIRPT
              AT END
                 SET EOF-RPT TO TRUE
              NOT AT END
                 ADD 1 TO WS-RR-LINES
           END-READ.
      * A FIGURE THAT CANNOT BE TAKEN PRINTS AS NOT AVAILABLE; THE
      * REST OF THE SUMMARY STILL RUNS
        980-KPI-SQL-ERROR-PARA.
           MOVE SQLCODE TO WS-SQLCODE.
           DISPLAY 'ERROR ' WS-SQLCODE ' TAKING ' WS-KPI-ID.
           MOVE WS-KPI-ID TO WS-ERRH-KEY.
           PERFORM 990-SQL-ERROR-PARA.
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
           MOVE 'KPIRPT' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-READ-COUNT TO STL-READ-CNT.
           MOVE WS-KPI-COUNT TO STL-PROC-CNT.
           MOVE ZERO TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
