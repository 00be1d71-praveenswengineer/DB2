       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTDIST.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NEW PROGRAM. REPORT DISTRIBUTION RUN AT THE END
      *                 OF THE WINDOW -- CHECKS THE RPTLOG REGISTER THE
      *                 REPORT STEPS WRITE THROUGH RPTREG AGAINST THE
      *                 RPTCAT REPORT CATALOG (RECIPIENT, COPIES,
      *                 FREQUENCY, RETENTION DAYS). PRINTS ONE COVER
      *                 SHEET PER RECIPIENT BUNDLE ON COVERS, AND ON
      *                 DISTRPT A MANIFEST OF WHAT WAS PRODUCED FOR
      *                 THE RUN DATE, THE EXPECTED REPORTS THAT NEVER
      *                 APPEARED (RC 4), AND THE RETENTION LIST OF
      *                 DATED REPORT GENERATIONS PAST THEIR KEEP
      *                 PERIOD. A DAILY REPORT IS ALWAYS EXPECTED; A
      *                 WEEKLY/MONTHLY/TERM/YEAR ONE ONLY WHEN ITS
      *                 PROGRAM IS ON TONIGHT'S JOBPLAN; 'R' ON-REQUEST
      *                 ONES NEVER. THE REGISTER IS A GDG LIKE ERRLOG --
      *                 ENTRIES STILL INSIDE RETENTION ARE REWRITTEN TO
      *                 THE NEXT GENERATION, THE REST DROP OFF WITH
      *                 THE RETENTION LIST.
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
           SELECT JOBPLAN ASSIGN TO JOBPLAN
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-JOBPLAN-ST.
           SELECT RPTLOG ASSIGN TO RPTLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RPTLOG-ST.
           SELECT RPTLOGO ASSIGN TO RPTLOGO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RPTLOGO-ST.
           SELECT COVERS ASSIGN TO COVERS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-COVERS-ST.
           SELECT DISTRPT ASSIGN TO DISTRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DISTRPT-ST.
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
      * SAME RECORD LAYOUT JOBSCHED WRITES
       FD JOBPLAN
           RECORDING MODE IS F.
       01 JOBPLAN-REC.
         05 JP-RUN-DATE           PIC 9(8).
         05                       PIC X(1).
         05 JP-JOB-NAME           PIC X(8).
         05                       PIC X(1).
         05 JP-FREQUENCY          PIC X(1).
         05                       PIC X(1).
         05 JP-DUE-SINCE          PIC 9(8).
         05                       PIC X(52).
      * SAME RECORD LAYOUT RPTREG WRITES
       FD RPTLOG
           RECORDING MODE IS F.
       01 RPTLOG-REC.
         05 RPL-RUN-DATE          PIC 9(8).
         05                       PIC X(1).
         05 RPL-REPORT-ID         PIC X(8).
         05                       PIC X(1).
         05 RPL-PROGRAM           PIC X(8).
         05                       PIC X(1).
         05 RPL-PAGES             PIC 9(5).
         05                       PIC X(1).
         05 RPL-LINES             PIC 9(7).
         05                       PIC X(1).
         05 RPL-DATE              PIC 9(6).
         05                       PIC X(1).
         05 RPL-TIME              PIC 9(8).
         05                       PIC X(24).
       FD RPTLOGO
           RECORDING MODE IS F.
       01 RPTLOGO-REC             PIC X(80).
       FD COVERS
           RECORDING MODE IS F.
       01 COVERS-LIST.
         05 COVERS-ID             PIC X(80).
       FD DISTRPT
           RECORDING MODE IS F.
       01 DISTRPT-LIST.
         05 DISTRPT-ID            PIC X(80).
       WORKING-STORAGE SECTION.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-JOBPLAN-ST        PIC X(2).
        77  WS-RPTLOG-ST         PIC X(2).
        77  WS-RPTLOGO-ST        PIC X(2).
        77  WS-COVERS-ST         PIC X(2).
        77  WS-DISTRPT-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-RPT-DATE          PIC 9(8) VALUE ZERO.
        01  WS-SQLCODE           PIC -9(9).
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
            DECLARE CAT_CUR CURSOR FOR
             SELECT REPORT_ID, PROGRAM_ID, DSN_PREFIX, RECIPIENT,
                    COPIES, FREQUENCY, RETAIN_DAYS
             FROM RPTCAT
             ORDER BY RECIPIENT, REPORT_ID
           END-EXEC.
        01  WS-CAT-REPORT-ID     PIC X(8).
        01  WS-CAT-PROGRAM-ID    PIC X(8).
        01  WS-CAT-DSN-PREFIX    PIC X(35).
        01  WS-CAT-RECIPIENT     PIC X(20).
        01  WS-CAT-COPIES        PIC S9(4) COMP.
        01  WS-CAT-FREQUENCY     PIC X(1).
        01  WS-CAT-RETAIN-DAYS   PIC S9(4) COMP.
        01  WS-CAT-EOF           PIC X VALUE 'N'.
            88 EOF-CAT             VALUE 'Y'.
        01  WS-JOBPLAN-EOF       PIC X VALUE 'N'.
            88 EOF-JOBPLAN         VALUE 'Y'.
        01  WS-RPTLOG-EOF        PIC X VALUE 'N'.
            88 EOF-RPTLOG          VALUE 'Y'.
      * DEFAULT KEEP PERIOD FOR A REGISTERED REPORT NOT IN RPTCAT
        01  WS-DEFAULT-RETAIN    PIC 9(3) VALUE 030.
      * RPTCAT ROWS IN RECIPIENT ORDER -- ONE ROW PER REPORT PER
      * RECIPIENT, SO A REPORT SENT TO TWO DESKS APPEARS TWICE
        01  WS-CT-MAX            PIC 9(3) COMP VALUE ZERO.
        01  WS-CT-SUB            PIC 9(3) COMP VALUE ZERO.
        01  WS-CT-START          PIC 9(3) COMP VALUE ZERO.
        01  WS-CT-TABLE.
            05 WS-CT-ENTRY       OCCURS 300.
               10 WS-CT-REPORT-ID  PIC X(8).
               10 WS-CT-PROGRAM    PIC X(8).
               10 WS-CT-DSN-PREFIX PIC X(35).
               10 WS-CT-RECIPIENT  PIC X(20).
               10 WS-CT-COPIES     PIC 9(2).
               10 WS-CT-FREQUENCY  PIC X(1).
                  88 CT-DAILY        VALUE 'D'.
                  88 CT-PERIODIC     VALUE 'W' 'M' 'T' 'Y'.
               10 WS-CT-RETAIN     PIC 9(3).
               10 WS-CT-EXPECTED   PIC X(1).
                  88 CT-EXPECTED     VALUE 'Y'.
               10 WS-CT-PRODUCED   PIC X(1).
                  88 CT-PRODUCED     VALUE 'Y'.
               10 WS-CT-PAGES      PIC 9(5).
               10 WS-CT-LINES      PIC 9(7).
      * PROGRAMS JOBSCHED PLANNED FOR THE RUN DATE
        01  WS-PL-MAX            PIC 9(3) COMP VALUE ZERO.
        01  WS-PL-SUB            PIC 9(3) COMP VALUE ZERO.
        01  WS-PL-TABLE.
            05 WS-PL-JOB-NAME    PIC X(8) OCCURS 100.
        01  WS-PL-FOUND          PIC X VALUE 'N'.
            88 PL-FOUND            VALUE 'Y'.
      * REPORTS REGISTERED FOR THE RUN DATE -- A RERUN'S LATER ENTRY
      * REPLACES THE EARLIER ONE
        01  WS-PR-MAX            PIC 9(3) COMP VALUE ZERO.
        01  WS-PR-SUB            PIC 9(3) COMP VALUE ZERO.
        01  WS-PR-FOUND          PIC X VALUE 'N'.
            88 PR-FOUND            VALUE 'Y'.
        01  WS-PR-TABLE.
            05 WS-PR-ENTRY       OCCURS 300.
               10 WS-PR-REPORT-ID  PIC X(8).
               10 WS-PR-PROGRAM    PIC X(8).
               10 WS-PR-PAGES      PIC 9(5).
               10 WS-PR-LINES      PIC 9(7).
               10 WS-PR-RECIPS     PIC 9(3).
      * REGISTER ENTRIES PAST THEIR KEEP PERIOD
        01  WS-RT-MAX            PIC 9(3) COMP VALUE ZERO.
        01  WS-RT-SUB            PIC 9(3) COMP VALUE ZERO.
        01  WS-RT-TABLE.
            05 WS-RT-ENTRY       OCCURS 500.
               10 WS-RT-REPORT-ID  PIC X(8).
               10 WS-RT-RUN-DATE   PIC 9(8).
               10 WS-RT-AGE        PIC 9(4).
               10 WS-RT-RETAIN     PIC 9(3).
               10 WS-RT-DSN        PIC X(44).
        01  WS-CAT-FOUND         PIC X VALUE 'N'.
            88 CAT-FOUND           VALUE 'Y'.
        01  WS-KEEP-DAYS         PIC 9(3) VALUE ZERO.
        01  WS-DSN-PREFIX        PIC X(35) VALUE SPACES.
        01  WS-DSN               PIC X(44) VALUE SPACES.
        01  WS-DSN-DATE          PIC 9(8) VALUE ZERO.
        01  WS-BUNDLE-RECIP      PIC X(20) VALUE SPACES.
        01  WS-BUNDLE-COUNT      PIC 9(3) COMP VALUE ZERO.
        01  WS-TODAY-SERIAL      PIC S9(7) COMP VALUE ZERO.
        01  WS-ENTRY-SERIAL      PIC S9(7) COMP VALUE ZERO.
        01  WS-AGE-DAYS          PIC S9(5) COMP VALUE ZERO.
        01  WS-DATE8             PIC 9(8) VALUE ZERO.
        01  WS-DATE8-R           REDEFINES WS-DATE8.
            05 WS-D8-CC          PIC 9(2).
            05 WS-D8-YY          PIC 9(2).
            05 WS-D8-MM          PIC 9(2).
            05 WS-D8-DD          PIC 9(2).
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-KEPT-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-TONIGHT-COUNT     PIC 9(7) COMP VALUE ZERO.
        77  WS-MISSING-COUNT     PIC 9(5) COMP VALUE ZERO.
        77  WS-UNCAT-COUNT       PIC 9(5) COMP VALUE ZERO.
        77  WS-COVER-COUNT       PIC 9(5) COMP VALUE ZERO.
        77  WS-DROPPED-COUNT     PIC 9(5) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'RPTDIST'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-DASH              PIC X(80) VALUE ALL '-'.
        01  WS-HDR1.
            05                   PIC X(16) VALUE SPACES.
            05                   PIC X(36) VALUE
               'REPORT DISTRIBUTION - RUN DATE'.
            05 HDR-DATE          PIC 9(8).
            05                   PIC X(20).
        01  WS-SECT-LINE.
            05 SECT-TITLE        PIC X(40).
            05                   PIC X(40).
        01  WS-MAN-HDR.
            05                   PIC X(10) VALUE 'REPORT'.
            05                   PIC X(10) VALUE 'PROGRAM'.
            05                   PIC X(7)  VALUE 'PAGES'.
            05                   PIC X(10) VALUE 'LINES'.
            05                   PIC X(8)  VALUE 'RECIPS'.
            05                   PIC X(35) VALUE 'STATUS'.
        01  WS-MAN-LINE.
            05 MAN-REPORT-ID     PIC X(8).
            05                   PIC X(2).
            05 MAN-PROGRAM       PIC X(8).
            05                   PIC X(2).
            05 MAN-PAGES         PIC ZZZZ9.
            05                   PIC X(2).
            05 MAN-LINES         PIC Z,ZZZ,ZZ9.
            05                   PIC X(3).
            05 MAN-RECIPS        PIC ZZ9.
            05                   PIC X(5).
            05 MAN-STATUS        PIC X(20).
            05                   PIC X(13).
        01  WS-MISS-HDR.
            05                   PIC X(10) VALUE 'REPORT'.
            05                   PIC X(10) VALUE 'PROGRAM'.
            05                   PIC X(6)  VALUE 'FREQ'.
            05                   PIC X(54) VALUE 'RECIPIENT'.
        01  WS-MISS-LINE.
            05 MIS-REPORT-ID     PIC X(8).
            05                   PIC X(2)  VALUE SPACES.
            05 MIS-PROGRAM       PIC X(8).
            05                   PIC X(3)  VALUE SPACES.
            05 MIS-FREQUENCY     PIC X(1).
            05                   PIC X(4)  VALUE SPACES.
            05 MIS-RECIPIENT     PIC X(20).
            05                   PIC X(2)  VALUE SPACES.
            05                   PIC X(20) VALUE
               '*** NOT PRODUCED ***'.
            05                   PIC X(12) VALUE SPACES.
        01  WS-RETN-HDR.
            05                   PIC X(10) VALUE 'REPORT'.
            05                   PIC X(10) VALUE 'RUN DATE'.
            05                   PIC X(6)  VALUE 'AGE'.
            05                   PIC X(6)  VALUE 'KEEP'.
            05                   PIC X(48) VALUE 'DATASET'.
        01  WS-RETN-LINE.
            05 RET-REPORT-ID     PIC X(8).
            05                   PIC X(2).
            05 RET-RUN-DATE      PIC 9(8).
            05                   PIC X(2).
            05 RET-AGE           PIC ZZZ9.
            05                   PIC X(2).
            05 RET-RETAIN        PIC ZZ9.
            05                   PIC X(3).
            05 RET-DSN           PIC X(44).
            05                   PIC X(4).
        01  WS-TOT-LINE.
            05 TOT-LABEL         PIC X(30).
            05 TOT-COUNT         PIC ZZZ,ZZ9.
            05                   PIC X(43).
        01  WS-CVR-TITLE.
            05                   PIC X(24) VALUE SPACES.
            05                   PIC X(32) VALUE
               'R E P O R T   B U N D L E'.
            05                   PIC X(24).
        01  WS-CVR-RECIP.
            05                   PIC X(16) VALUE SPACES.
            05                   PIC X(12) VALUE 'DELIVER TO'.
            05 CVR-RECIPIENT     PIC X(20).
            05                   PIC X(32).
        01  WS-CVR-DATE.
            05                   PIC X(16) VALUE SPACES.
            05                   PIC X(12) VALUE 'RUN DATE'.
            05 CVR-RUN-DATE      PIC 9(8).
            05                   PIC X(4) VALUE SPACES.
            05                   PIC X(10) VALUE 'REPORTS'.
            05 CVR-COUNT         PIC ZZ9.
            05                   PIC X(27).
        01  WS-CVR-HDR.
            05                   PIC X(10) VALUE 'REPORT'.
            05                   PIC X(8)  VALUE 'COPIES'.
            05                   PIC X(7)  VALUE 'PAGES'.
            05                   PIC X(10) VALUE 'LINES'.
            05                   PIC X(45) VALUE 'DATASET'.
        01  WS-CVR-LINE.
            05 CVL-REPORT-ID     PIC X(8).
            05                   PIC X(4).
            05 CVL-COPIES        PIC Z9.
            05                   PIC X(2).
            05 CVL-PAGES         PIC ZZZZ9.
            05                   PIC X(2).
            05 CVL-LINES         PIC Z,ZZZ,ZZ9.
            05                   PIC X(2).
            05 CVL-DSN           PIC X(44).
            05                   PIC X(2).
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 100-LOAD-CATALOG-PARA.
           IF RETURN-CODE < 8
              PERFORM 200-LOAD-PLAN-PARA
              PERFORM 300-READ-REGISTER-PARA
              PERFORM 400-SET-EXPECTED-PARA
              PERFORM 500-COVER-SHEETS-PARA
              PERFORM 600-REPORT-PARA
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
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE TO WS-RPT-DATE
           ELSE
              ACCEPT WS-SYS-DATE FROM DATE
              COMPUTE WS-RPT-DATE = 20000000 + WS-SYS-DATE
           END-IF.
           MOVE WS-RPT-DATE TO WS-DATE8.
           PERFORM 520-DATE-SERIAL-PARA.
           MOVE WS-ENTRY-SERIAL TO WS-TODAY-SERIAL.
        100-LOAD-CATALOG-PARA.
           EXEC SQL
             OPEN CAT_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR IN OPEN CAT_CUR ' WS-SQLCODE
              PERFORM 990-SQL-ERROR-PARA
           ELSE
              PERFORM 110-FETCH-CAT-PARA UNTIL EOF-CAT
              EXEC SQL
                CLOSE CAT_CUR
              END-EXEC
           END-IF.
        110-FETCH-CAT-PARA.
           EXEC SQL
             FETCH CAT_CUR
             INTO :WS-CAT-REPORT-ID, :WS-CAT-PROGRAM-ID,
                  :WS-CAT-DSN-PREFIX, :WS-CAT-RECIPIENT,
                  :WS-CAT-COPIES, :WS-CAT-FREQUENCY,
                  :WS-CAT-RETAIN-DAYS
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                PERFORM 120-TAKE-CAT-PARA
             WHEN 100
                SET EOF-CAT TO TRUE
             WHEN OTHER
                MOVE SQLCODE TO WS-SQLCODE
                DISPLAY 'ERROR IN FETCH CAT_CUR ' WS-SQLCODE
                MOVE WS-CAT-REPORT-ID TO WS-ERRH-KEY
                PERFORM 990-SQL-ERROR-PARA
                SET EOF-CAT TO TRUE
           END-EVALUATE.
      * A ZERO COPIES OR RETENTION ON THE CATALOG MEANS ONE COPY AND
      * THE DEFAULT KEEP PERIOD
        120-TAKE-CAT-PARA.
           IF WS-CT-MAX < 300
              ADD 1 TO WS-CT-MAX
              MOVE WS-CAT-REPORT-ID  TO WS-CT-REPORT-ID(WS-CT-MAX)
              MOVE WS-CAT-PROGRAM-ID TO WS-CT-PROGRAM(WS-CT-MAX)
              MOVE WS-CAT-DSN-PREFIX TO WS-CT-DSN-PREFIX(WS-CT-MAX)
              MOVE WS-CAT-RECIPIENT  TO WS-CT-RECIPIENT(WS-CT-MAX)
              MOVE WS-CAT-FREQUENCY  TO WS-CT-FREQUENCY(WS-CT-MAX)
              IF WS-CAT-COPIES > 0
                 MOVE WS-CAT-COPIES TO WS-CT-COPIES(WS-CT-MAX)
              ELSE
                 MOVE 1 TO WS-CT-COPIES(WS-CT-MAX)
              END-IF
              IF WS-CAT-RETAIN-DAYS > 0
                 MOVE WS-CAT-RETAIN-DAYS TO WS-CT-RETAIN(WS-CT-MAX)
              ELSE
                 MOVE WS-DEFAULT-RETAIN TO WS-CT-RETAIN(WS-CT-MAX)
              END-IF
              MOVE 'N' TO WS-CT-EXPECTED(WS-CT-MAX)
              MOVE 'N' TO WS-CT-PRODUCED(WS-CT-MAX)
              MOVE ZERO TO WS-CT-PAGES(WS-CT-MAX)
              MOVE ZERO TO WS-CT-LINES(WS-CT-MAX)
           ELSE
              DISPLAY 'RPTCAT TABLE FULL - SKIPPED ' WS-CAT-REPORT-ID
              ADD 1 TO WS-DROPPED-COUNT
           END-IF.
      * NO JOBPLAN SIMPLY MEANS NO PERIODIC REPORT IS EXPECTED
        200-LOAD-PLAN-PARA.
           OPEN INPUT JOBPLAN.
           IF WS-JOBPLAN-ST = '00'
              PERFORM 210-READ-PLAN-PARA UNTIL EOF-JOBPLAN
              CLOSE JOBPLAN
           ELSE
              DISPLAY 'NO JOBPLAN ' WS-JOBPLAN-ST
                      ' - PERIODIC REPORTS NOT EXPECTED'
           END-IF.
        210-READ-PLAN-PARA.
           READ JOBPLAN
              AT END
                 SET EOF-JOBPLAN TO TRUE
              NOT AT END
                 IF JP-RUN-DATE = WS-RPT-DATE AND WS-PL-MAX < 100
                    ADD 1 TO WS-PL-MAX
                    MOVE JP-JOB-NAME TO WS-PL-JOB-NAME(WS-PL-MAX)
                 END-IF
           END-READ.
        300-READ-REGISTER-PARA.
           OPEN INPUT RPTLOG.
           OPEN OUTPUT RPTLOGO.
           IF WS-RPTLOG-ST = '00'
              PERFORM 310-READ-RPTLOG-PARA UNTIL EOF-RPTLOG
              CLOSE RPTLOG
           ELSE
              DISPLAY 'NO RPTLOG ' WS-RPTLOG-ST
                      ' - NO REPORTS REGISTERED'
           END-IF.
           CLOSE RPTLOGO.
        310-READ-RPTLOG-PARA.
           READ RPTLOG
              AT END
                 SET EOF-RPTLOG TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 320-TAKE-ENTRY-PARA
           END-READ.
      * TONIGHT'S ENTRIES FEED THE MANIFEST; EVERY ENTRY IS AGED
      * AGAINST ITS CATALOG KEEP PERIOD AND EITHER CARRIED TO THE
      * NEXT GENERATION OR LISTED FOR RETENTION
        320-TAKE-ENTRY-PARA.
           MOVE 'N' TO WS-CAT-FOUND.
           MOVE WS-DEFAULT-RETAIN TO WS-KEEP-DAYS.
           MOVE SPACES TO WS-DSN-PREFIX.
           MOVE 1 TO WS-CT-SUB.
           PERFORM 330-SCAN-CAT-PARA UNTIL WS-CT-SUB > WS-CT-MAX.
           IF RPL-RUN-DATE = WS-RPT-DATE
              ADD 1 TO WS-TONIGHT-COUNT
              PERFORM 340-TAKE-TONIGHT-PARA
           END-IF.
           MOVE RPL-RUN-DATE TO WS-DATE8.
           PERFORM 520-DATE-SERIAL-PARA.
           COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-ENTRY-SERIAL.
           IF WS-AGE-DAYS > WS-KEEP-DAYS
              PERFORM 360-TAKE-RETENTION-PARA
           ELSE
              ADD 1 TO WS-KEPT-COUNT
              MOVE RPTLOG-REC TO RPTLOGO-REC
              WRITE RPTLOGO-REC
           END-IF.
      * EVERY CATALOG ROW FOR THE REPORT IS MARKED PRODUCED; THE
      * FIRST ONE FOUND GIVES THE KEEP PERIOD AND DATASET PREFIX
        330-SCAN-CAT-PARA.
           IF WS-CT-REPORT-ID(WS-CT-SUB) = RPL-REPORT-ID
              IF NOT CAT-FOUND
                 SET CAT-FOUND TO TRUE
                 MOVE WS-CT-RETAIN(WS-CT-SUB) TO WS-KEEP-DAYS
                 MOVE WS-CT-DSN-PREFIX(WS-CT-SUB) TO WS-DSN-PREFIX
              END-IF
              IF RPL-RUN-DATE = WS-RPT-DATE
                 MOVE 'Y' TO WS-CT-PRODUCED(WS-CT-SUB)
                 MOVE RPL-PAGES TO WS-CT-PAGES(WS-CT-SUB)
                 MOVE RPL-LINES TO WS-CT-LINES(WS-CT-SUB)
              END-IF
           END-IF.
           ADD 1 TO WS-CT-SUB.
        340-TAKE-TONIGHT-PARA.
           MOVE 'N' TO WS-PR-FOUND.
           MOVE 1 TO WS-PR-SUB.
           PERFORM 350-SCAN-PRODUCED-PARA
              UNTIL WS-PR-SUB > WS-PR-MAX OR PR-FOUND.
           IF NOT PR-FOUND
              IF WS-PR-MAX < 300
                 ADD 1 TO WS-PR-MAX
                 MOVE WS-PR-MAX TO WS-PR-SUB
                 SET PR-FOUND TO TRUE
              ELSE
                 ADD 1 TO WS-DROPPED-COUNT
              END-IF
           END-IF.
           IF PR-FOUND
              MOVE RPL-REPORT-ID TO WS-PR-REPORT-ID(WS-PR-SUB)
              MOVE RPL-PROGRAM   TO WS-PR-PROGRAM(WS-PR-SUB)
              MOVE RPL-PAGES     TO WS-PR-PAGES(WS-PR-SUB)
              MOVE RPL-LINES     TO WS-PR-LINES(WS-PR-SUB)
              MOVE ZERO          TO WS-PR-RECIPS(WS-PR-SUB)
           END-IF.
        350-SCAN-PRODUCED-PARA.
           IF WS-PR-REPORT-ID(WS-PR-SUB) = RPL-REPORT-ID
              SET PR-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-PR-SUB
           END-IF.
        360-TAKE-RETENTION-PARA.
           IF WS-RT-MAX < 500
              ADD 1 TO WS-RT-MAX
              MOVE RPL-REPORT-ID TO WS-RT-REPORT-ID(WS-RT-MAX)
              MOVE RPL-RUN-DATE  TO WS-RT-RUN-DATE(WS-RT-MAX)
              MOVE WS-AGE-DAYS   TO WS-RT-AGE(WS-RT-MAX)
              MOVE WS-KEEP-DAYS  TO WS-RT-RETAIN(WS-RT-MAX)
              MOVE RPL-RUN-DATE  TO WS-DSN-DATE
              PERFORM 530-BUILD-DSN-PARA
              MOVE WS-DSN        TO WS-RT-DSN(WS-RT-MAX)
           ELSE
              ADD 1 TO WS-DROPPED-COUNT
           END-IF.
        400-SET-EXPECTED-PARA.
           MOVE 1 TO WS-CT-SUB.
           PERFORM 410-CHECK-EXPECTED-PARA UNTIL WS-CT-SUB > WS-CT-MAX.
        410-CHECK-EXPECTED-PARA.
           IF CT-DAILY(WS-CT-SUB)
              MOVE 'Y' TO WS-CT-EXPECTED(WS-CT-SUB)
           END-IF.
           IF CT-PERIODIC(WS-CT-SUB)
              MOVE 'N' TO WS-PL-FOUND
              MOVE 1 TO WS-PL-SUB
              PERFORM 420-SCAN-PLAN-PARA
                 UNTIL WS-PL-SUB > WS-PL-MAX OR PL-FOUND
              IF PL-FOUND
                 MOVE 'Y' TO WS-CT-EXPECTED(WS-CT-SUB)
              END-IF
           END-IF.
           IF CT-EXPECTED(WS-CT-SUB) AND NOT CT-PRODUCED(WS-CT-SUB)
              ADD 1 TO WS-MISSING-COUNT
           END-IF.
           ADD 1 TO WS-CT-SUB.
        420-SCAN-PLAN-PARA.
           IF WS-PL-JOB-NAME(WS-PL-SUB) = WS-CT-PROGRAM(WS-CT-SUB)
              SET PL-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-PL-SUB
           END-IF.
      * ONE COVER SHEET PER RECIPIENT, ON ITS OWN PAGE, LISTING WHAT
      * GOES IN THE BUNDLE AND WHAT SHOULD HAVE AND DID NOT. A
      * RECIPIENT WITH NOTHING PRODUCED OR MISSING GETS NO SHEET
        500-COVER-SHEETS-PARA.
           OPEN OUTPUT COVERS.
           MOVE 1 TO WS-CT-SUB.
           PERFORM 510-BUNDLE-PARA UNTIL WS-CT-SUB > WS-CT-MAX.
           CLOSE COVERS.
        510-BUNDLE-PARA.
           MOVE WS-CT-RECIPIENT(WS-CT-SUB) TO WS-BUNDLE-RECIP.
           MOVE WS-CT-SUB TO WS-CT-START.
           MOVE ZERO TO WS-BUNDLE-COUNT.
           PERFORM 540-COUNT-BUNDLE-PARA
              UNTIL WS-CT-SUB > WS-CT-MAX OR
                    WS-CT-RECIPIENT(WS-CT-SUB) NOT = WS-BUNDLE-RECIP.
           IF WS-BUNDLE-COUNT > 0
              ADD 1 TO WS-COVER-COUNT
              PERFORM 550-COVER-HEAD-PARA
              MOVE WS-CT-START TO WS-CT-SUB
              PERFORM 560-COVER-LINE-PARA
                 UNTIL WS-CT-SUB > WS-CT-MAX OR
                       WS-CT-RECIPIENT(WS-CT-SUB) NOT = WS-BUNDLE-RECIP
              MOVE WS-AST TO COVERS-ID
              WRITE COVERS-LIST AFTER ADVANCING 2 LINES
           END-IF.
      * A FLAT CCYY*372 + MM*31 + DD SERIAL -- A DAY OR TWO OF SLACK
      * AT MONTH END IS FINE FOR AGING
        520-DATE-SERIAL-PARA.
           COMPUTE WS-ENTRY-SERIAL =
               (WS-D8-CC * 100 + WS-D8-YY) * 372 +
               WS-D8-MM * 31 + WS-D8-DD.
      * DATED GENERATIONS ARE CATALOGED AS <PREFIX>.D<RUN DATE>
        530-BUILD-DSN-PARA.
           MOVE SPACES TO WS-DSN.
           IF WS-DSN-PREFIX = SPACES
              MOVE '*** NOT IN RPTCAT ***' TO WS-DSN
           ELSE
              STRING WS-DSN-PREFIX DELIMITED BY SPACE
                     '.D'          DELIMITED BY SIZE
                     WS-DSN-DATE   DELIMITED BY SIZE
                INTO WS-DSN
              END-STRING
           END-IF.
        540-COUNT-BUNDLE-PARA.
           IF CT-PRODUCED(WS-CT-SUB) OR CT-EXPECTED(WS-CT-SUB)
              ADD 1 TO WS-BUNDLE-COUNT
           END-IF.
           ADD 1 TO WS-CT-SUB.
        550-COVER-HEAD-PARA.
           MOVE WS-AST TO COVERS-ID.
           WRITE COVERS-LIST AFTER ADVANCING PAGE.
           MOVE WS-CVR-TITLE TO COVERS-ID.
           WRITE COVERS-LIST AFTER ADVANCING 2 LINES.
           MOVE WS-BUNDLE-RECIP TO CVR-RECIPIENT.
           MOVE WS-CVR-RECIP TO COVERS-ID.
           WRITE COVERS-LIST AFTER ADVANCING 2 LINES.
           MOVE WS-RPT-DATE TO CVR-RUN-DATE.
           MOVE WS-BUNDLE-COUNT TO CVR-COUNT.
           MOVE WS-CVR-DATE TO COVERS-ID.
           WRITE COVERS-LIST AFTER ADVANCING 1 LINE.
           MOVE WS-AST TO COVERS-ID.
           WRITE COVERS-LIST AFTER ADVANCING 2 LINES.
           MOVE WS-CVR-HDR TO COVERS-ID.
           WRITE COVERS-LIST AFTER ADVANCING 1 LINE.
           MOVE WS-DASH TO COVERS-ID.
           WRITE COVERS-LIST AFTER ADVANCING 1 LINE.
        560-COVER-LINE-PARA.
           IF CT-PRODUCED(WS-CT-SUB) OR CT-EXPECTED(WS-CT-SUB)
              MOVE SPACES TO WS-CVR-LINE
              MOVE WS-CT-REPORT-ID(WS-CT-SUB) TO CVL-REPORT-ID
              MOVE WS-CT-COPIES(WS-CT-SUB)    TO CVL-COPIES
              IF CT-PRODUCED(WS-CT-SUB)
                 MOVE WS-CT-PAGES(WS-CT-SUB) TO CVL-PAGES
                 MOVE WS-CT-LINES(WS-CT-SUB) TO CVL-LINES
                 MOVE WS-CT-DSN-PREFIX(WS-CT-SUB) TO WS-DSN-PREFIX
                 MOVE WS-RPT-DATE TO WS-DSN-DATE
                 PERFORM 530-BUILD-DSN-PARA
                 MOVE WS-DSN TO CVL-DSN
                 PERFORM 570-COUNT-RECIP-PARA
              ELSE
                 MOVE ZERO TO CVL-PAGES
                 MOVE ZERO TO CVL-LINES
                 MOVE '*** NOT PRODUCED ***' TO CVL-DSN
              END-IF
              MOVE WS-CVR-LINE TO COVERS-ID
              WRITE COVERS-LIST AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO WS-CT-SUB.
        570-COUNT-RECIP-PARA.
           MOVE 'N' TO WS-PR-FOUND.
           MOVE 1 TO WS-PR-SUB.
           PERFORM 575-SCAN-RECIP-PARA
              UNTIL WS-PR-SUB > WS-PR-MAX OR PR-FOUND.
           IF PR-FOUND
              ADD 1 TO WS-PR-RECIPS(WS-PR-SUB)
           END-IF.
        575-SCAN-RECIP-PARA.
           IF WS-PR-REPORT-ID(WS-PR-SUB) = WS-CT-REPORT-ID(WS-CT-SUB)
              SET PR-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-PR-SUB
           END-IF.
        600-REPORT-PARA.
           OPEN OUTPUT DISTRPT.
           MOVE WS-AST TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
           MOVE WS-RPT-DATE TO HDR-DATE.
           MOVE WS-HDR1 TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
           MOVE WS-AST TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
           PERFORM 610-MANIFEST-PARA.
           PERFORM 630-MISSING-PARA.
           PERFORM 650-RETENTION-PARA.
           PERFORM 700-TOTALS-PARA.
           CLOSE DISTRPT.
        610-MANIFEST-PARA.
           MOVE SPACES TO WS-SECT-LINE.
           MOVE 'MANIFEST - REPORTS PRODUCED' TO SECT-TITLE.
           MOVE WS-SECT-LINE TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
           MOVE WS-MAN-HDR TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
           MOVE WS-DASH TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
           IF WS-PR-MAX = 0
              MOVE 'NO REPORTS REGISTERED FOR THE RUN DATE'
                TO DISTRPT-ID
              WRITE DISTRPT-LIST
           END-IF.
           MOVE 1 TO WS-PR-SUB.
           PERFORM 620-MANIFEST-LINE-PARA UNTIL WS-PR-SUB > WS-PR-MAX.
      * A REGISTERED REPORT NOBODY IS ON THE CATALOG FOR IS PRINTED
      * BUT GOES TO NO BUNDLE
        620-MANIFEST-LINE-PARA.
           MOVE SPACES TO WS-MAN-LINE.
           MOVE WS-PR-REPORT-ID(WS-PR-SUB) TO MAN-REPORT-ID.
           MOVE WS-PR-PROGRAM(WS-PR-SUB)   TO MAN-PROGRAM.
           MOVE WS-PR-PAGES(WS-PR-SUB)     TO MAN-PAGES.
           MOVE WS-PR-LINES(WS-PR-SUB)     TO MAN-LINES.
           MOVE WS-PR-RECIPS(WS-PR-SUB)    TO MAN-RECIPS.
           IF WS-PR-RECIPS(WS-PR-SUB) = 0
              MOVE 'NOT IN RPTCAT' TO MAN-STATUS
              ADD 1 TO WS-UNCAT-COUNT
           ELSE
              MOVE 'DISTRIBUTED' TO MAN-STATUS
           END-IF.
           MOVE WS-MAN-LINE TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
           ADD 1 TO WS-PR-SUB.
        630-MISSING-PARA.
           MOVE SPACES TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
           MOVE SPACES TO WS-SECT-LINE.
           MOVE 'EXPECTED REPORTS NOT PRODUCED' TO SECT-TITLE.
           MOVE WS-SECT-LINE TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
           MOVE WS-MISS-HDR TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
           MOVE WS-DASH TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
           IF WS-MISSING-COUNT = 0
              MOVE 'NONE - EVERY EXPECTED REPORT WAS PRODUCED'
                TO DISTRPT-ID
              WRITE DISTRPT-LIST
           END-IF.
           MOVE 1 TO WS-CT-SUB.
           PERFORM 640-MISSING-LINE-PARA UNTIL WS-CT-SUB > WS-CT-MAX.
           IF WS-MISSING-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
        640-MISSING-LINE-PARA.
           IF CT-EXPECTED(WS-CT-SUB) AND NOT CT-PRODUCED(WS-CT-SUB)
              MOVE WS-CT-REPORT-ID(WS-CT-SUB) TO MIS-REPORT-ID
              MOVE WS-CT-PROGRAM(WS-CT-SUB)   TO MIS-PROGRAM
              MOVE WS-CT-FREQUENCY(WS-CT-SUB) TO MIS-FREQUENCY
              MOVE WS-CT-RECIPIENT(WS-CT-SUB) TO MIS-RECIPIENT
              MOVE WS-MISS-LINE TO DISTRPT-ID
              WRITE DISTRPT-LIST
           END-IF.
           ADD 1 TO WS-CT-SUB.
        650-RETENTION-PARA.
           MOVE SPACES TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
           MOVE SPACES TO WS-SECT-LINE.
           MOVE 'GENERATIONS PAST RETENTION' TO SECT-TITLE.
           MOVE WS-SECT-LINE TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
           MOVE WS-RETN-HDR TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
           MOVE WS-DASH TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
           IF WS-RT-MAX = 0
              MOVE 'NONE - NO GENERATION IS PAST ITS KEEP PERIOD'
                TO DISTRPT-ID
              WRITE DISTRPT-LIST
           END-IF.
           MOVE 1 TO WS-RT-SUB.
           PERFORM 660-RETENTION-LINE-PARA UNTIL WS-RT-SUB > WS-RT-MAX.
        660-RETENTION-LINE-PARA.
           MOVE SPACES TO WS-RETN-LINE.
           MOVE WS-RT-REPORT-ID(WS-RT-SUB) TO RET-REPORT-ID.
           MOVE WS-RT-RUN-DATE(WS-RT-SUB)  TO RET-RUN-DATE.
           MOVE WS-RT-AGE(WS-RT-SUB)       TO RET-AGE.
           MOVE WS-RT-RETAIN(WS-RT-SUB)    TO RET-RETAIN.
           MOVE WS-RT-DSN(WS-RT-SUB)       TO RET-DSN.
           MOVE WS-RETN-LINE TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
           ADD 1 TO WS-RT-SUB.
        700-TOTALS-PARA.
           MOVE WS-AST TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
           MOVE 'REPORTS PRODUCED' TO TOT-LABEL.
           MOVE WS-PR-MAX TO TOT-COUNT.
           MOVE WS-TOT-LINE TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
           MOVE 'EXPECTED BUT NOT PRODUCED' TO TOT-LABEL.
           MOVE WS-MISSING-COUNT TO TOT-COUNT.
           MOVE WS-TOT-LINE TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
           MOVE 'PRODUCED BUT NOT IN RPTCAT' TO TOT-LABEL.
           MOVE WS-UNCAT-COUNT TO TOT-COUNT.
           MOVE WS-TOT-LINE TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
           MOVE 'COVER SHEETS PRINTED' TO TOT-LABEL.
           MOVE WS-COVER-COUNT TO TOT-COUNT.
           MOVE WS-TOT-LINE TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
           MOVE 'REGISTER ENTRIES READ' TO TOT-LABEL.
           MOVE WS-READ-COUNT TO TOT-COUNT.
           MOVE WS-TOT-LINE TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
           MOVE 'REGISTER ENTRIES KEPT' TO TOT-LABEL.
           MOVE WS-KEPT-COUNT TO TOT-COUNT.
           MOVE WS-TOT-LINE TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
           MOVE 'PAST RETENTION' TO TOT-LABEL.
           MOVE WS-RT-MAX TO TOT-COUNT.
           MOVE WS-TOT-LINE TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
           IF WS-DROPPED-COUNT > 0
              MOVE 'ENTRIES PAST TABLE LIMIT' TO TOT-LABEL
              MOVE WS-DROPPED-COUNT TO TOT-COUNT
              MOVE WS-TOT-LINE TO DISTRPT-ID
              WRITE DISTRPT-LIST
           END-IF.
           MOVE WS-AST TO DISTRPT-ID.
           WRITE DISTRPT-LIST.
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
           MOVE 'RPTDIST' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE
           ELSE
              ACCEPT STL-RUN-DATE FROM DATE
           END-IF.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-READ-COUNT TO STL-READ-CNT.
           MOVE WS-TONIGHT-COUNT TO STL-PROC-CNT.
           MOVE WS-MISSING-COUNT TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
