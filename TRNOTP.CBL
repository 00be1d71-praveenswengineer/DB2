       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TRNOTP.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  OTPRPT IS NOW REGISTERED ON THE RPTLOG REPORT
      *                 REGISTER THROUGH RPTREG ONCE IT IS CLOSED --
      *                 PAGES AND THE LINE COUNT READ BACK OFF THE
      *                 CLOSED FILE -- FOR THE RPTDIST STEP.
      *  10/14/26  RKS  NEW PROGRAM. ON-TIME PERFORMANCE REPORT OFF THE
      *                 TRNRUNH RUNNING HISTORY TRNRUNLD LOADS. FOR THE
      *                 OTPCTL PERIOD (COLS 1-8 AND 10-17, YYYYMMDD;
      *                 DEFAULT THE RUN-DATE MONTH TO DATE) IT PRINTS
      *                 ON-TIME PERFORMANCE BY TRAIN, BY ROUTE AND LATE
      *                 RUNS BY DELAY CAUSE, THEN LISTS THE CHRONICALLY
      *                 LATE TRAINS -- LATE ON AT LEAST THE OTPCTL
      *                 PERCENTAGE OF THEIR RUNS (COLS 23-25, DEFAULT
      *                 25) -- WITH THEIR COMMONEST CAUSE. A RUN IS ON
      *                 TIME WHEN IT ARRIVES WITHIN THE GRACE MINUTES
      *                 (COLS 19-21, DEFAULT 5). LAST IT CHECKS EVERY
      *                 ONE-CHANGE CONNECTION TRAIN141'S 'C' MODE WOULD
      *                 OFFER (FIRST LEG TO ITS TERMINUS, SECOND LEG ON
      *                 FROM THERE AT LEAST THE MINIMUM CONNECTION TIME
      *                 LATER -- COLS 27-29, DEFAULT 30 AS IN TRAINCTL)
      *                 AND FLAGS THOSE WHERE THE FIRST LEG'S ACTUAL
      *                 LATENESS LEFT LESS THAN THE MINIMUM CONNECTION
      *                 TIME TO CHANGE ON AT LEAST THE OTPCTL PERCENTAGE
      *                 OF ITS RUNS (COLS 31-33, DEFAULT 25).
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
           SELECT OTPCTL ASSIGN TO OTPCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-OTPCTL-ST.
           SELECT OTPRPT ASSIGN TO OTPRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-OTPRPT-ST.
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
       FD OTPCTL
           RECORDING MODE IS F.
       01 OTPCTL-REC.
         05 OC-FROM-DATE          PIC X(8).
         05                       PIC X(1).
         05 OC-TO-DATE            PIC X(8).
         05                       PIC X(1).
         05 OC-GRACE              PIC X(3).
         05                       PIC X(1).
         05 OC-CHRONIC-PCT        PIC X(3).
         05                       PIC X(1).
         05 OC-MIN-CONN           PIC X(3).
         05                       PIC X(1).
         05 OC-MISS-PCT           PIC X(3).
         05                       PIC X(47).
       FD OTPRPT
           RECORDING MODE IS F.
       01 OTPRPT-LIST.
         05 OTPRPT-ID             PIC X(80).
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-OTPCTL-ST         PIC X(2).
        77  WS-OTPRPT-ST         PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-RPTREG-PARM.
            05 WS-RR-PROGRAM     PIC X(8) VALUE 'TRNOTP'.
            05 WS-RR-REPORT-ID   PIC X(8) VALUE 'OTPRPT'.
            05 WS-RR-RUN-DATE    PIC 9(8) VALUE ZERO.
            05 WS-RR-PAGES       PIC 9(5) VALUE ZERO.
            05 WS-RR-LINES       PIC 9(7) VALUE ZERO.
        01  WS-RPT-EOF           PIC X VALUE 'N'.
            88 EOF-RPT             VALUE 'Y'.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-TODAY8            PIC 9(8) VALUE ZERO.
        01  WS-TODAY-PARTS REDEFINES WS-TODAY8.
            05 WS-TODAY-YYYYMM   PIC 9(6).
            05 WS-TODAY-DD       PIC 9(2).
        01  WS-FROM-DATE         PIC 9(8) VALUE ZERO.
        01  WS-TO-DATE           PIC 9(8) VALUE ZERO.
        01  WS-GRACE             PIC S9(4) COMP VALUE 5.
        01  WS-CHRONIC-PCT       PIC S9(4) COMP VALUE 25.
        01  WS-MIN-CONN          PIC S9(4) COMP VALUE 30.
        01  WS-MISS-PCT          PIC S9(4) COMP VALUE 25.
        01  WS-CUR-EOF           PIC X VALUE 'N'.
            88 EOF-CUR             VALUE 'Y'.
        01  WS-TRAINNO           PIC X(6) VALUE SPACES.
        01  WS-TRAINNAME         PIC X(20) VALUE SPACES.
        01  WS-DEP-STN           PIC X(10) VALUE SPACES.
        01  WS-ARR-STN           PIC X(10) VALUE SPACES.
        01  WS-CAUSE             PIC X(2) VALUE SPACES.
        01  WS-CAUSE-DESC        PIC X(24) VALUE SPACES.
        01  WS-RUNS              PIC S9(9) COMP VALUE ZERO.
        01  WS-ONTIME            PIC S9(9) COMP VALUE ZERO.
        01  WS-LATE              PIC S9(9) COMP VALUE ZERO.
        01  WS-LATE-MIN          PIC S9(9) COMP VALUE ZERO.
        01  WS-TRAINS            PIC S9(9) COMP VALUE ZERO.
        01  WS-MAX-DELAY         PIC S9(4) COMP VALUE ZERO.
        01  WS-PCT               PIC 9(3)V9 VALUE ZERO.
        01  WS-AVG               PIC 9(4) VALUE ZERO.
        01  WS-L1-TRAINNO        PIC X(6) VALUE SPACES.
        01  WS-L1-ARR-STN        PIC X(10) VALUE SPACES.
        01  WS-L1-ARR-TM         PIC X(5) VALUE SPACES.
        01  WS-L2-TRAINNO        PIC X(6) VALUE SPACES.
        01  WS-L2-DEP-TM         PIC X(5) VALUE SPACES.
        01  WS-SLACK             PIC S9(5) COMP VALUE ZERO.
        01  WS-SPARE             PIC S9(4) COMP VALUE ZERO.
        01  WS-MISSED            PIC S9(9) COMP VALUE ZERO.
        01  WS-TM-FLD            PIC X(5) VALUE SPACES.
        01  WS-TM-MIN            PIC S9(5) COMP VALUE ZERO.
        01  WS-TM-HH             PIC 9(2) VALUE ZERO.
        01  WS-TM-MM             PIC 9(2) VALUE ZERO.
        01  WS-L1-ARR-MIN        PIC S9(5) COMP VALUE ZERO.
        77  WS-RUN-TOTAL         PIC 9(7) COMP VALUE ZERO.
        77  WS-TRAIN-COUNT       PIC 9(7) COMP VALUE ZERO.
        77  WS-CHRONIC-COUNT     PIC 9(7) COMP VALUE ZERO.
        77  WS-CONN-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-RISK-COUNT        PIC 9(7) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'TRNOTP'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(10) VALUE SPACES.
            05                   PIC X(28) VALUE
               'TRAIN ON-TIME PERFORMANCE'.
            05                   PIC X(5)  VALUE 'FROM '.
            05 HDR-FROM          PIC 9(8).
            05                   PIC X(4)  VALUE ' TO '.
            05 HDR-TO            PIC 9(8).
            05                   PIC X(17).
        01  WS-HDR2.
            05                   PIC X(24) VALUE
               'ON TIME = ARRIVAL WITHIN'.
            05 HDR-GRACE         PIC ZZ9.
            05                   PIC X(10) VALUE ' MINUTES; '.
            05                   PIC X(17) VALUE 'CHRONIC = LATE ON'.
            05 HDR-CHRONIC       PIC ZZ9.
            05                   PIC X(10) VALUE '% OR MORE'.
            05                   PIC X(13).
        01  WS-SECT-LINE.
            05                   PIC X(4)  VALUE '--- '.
            05 SCT-TITLE         PIC X(40).
            05                   PIC X(36).
        01  WS-TRN-HDR.
            05                   PIC X(7)  VALUE 'TRAIN'.
            05                   PIC X(17) VALUE 'NAME'.
            05                   PIC X(7)  VALUE '  RUNS'.
            05                   PIC X(7)  VALUE 'ONTIME'.
            05                   PIC X(6)  VALUE '  PCT'.
            05                   PIC X(5)  VALUE ' AVG'.
            05                   PIC X(6)  VALUE '  MAX'.
            05                   PIC X(7)  VALUE 'FLAG'.
            05                   PIC X(18).
        01  WS-TRN-LINE.
            05 TD-TRAINNO        PIC X(6).
            05                   PIC X(1).
            05 TD-NAME           PIC X(16).
            05                   PIC X(1).
            05 TD-RUNS           PIC ZZ,ZZ9.
            05                   PIC X(1).
            05 TD-ONTIME         PIC ZZ,ZZ9.
            05                   PIC X(1).
            05 TD-PCT            PIC ZZ9.9.
            05                   PIC X(1).
            05 TD-AVG            PIC ZZZ9.
            05                   PIC X(1).
            05 TD-MAX            PIC ZZZ9-.
            05                   PIC X(1).
            05 TD-FLAG           PIC X(7).
            05                   PIC X(18).
        01  WS-RTE-HDR.
            05                   PIC X(11) VALUE 'FROM'.
            05                   PIC X(11) VALUE 'TO'.
            05                   PIC X(4)  VALUE 'TRN'.
            05                   PIC X(7)  VALUE '  RUNS'.
            05                   PIC X(7)  VALUE 'ONTIME'.
            05                   PIC X(6)  VALUE '  PCT'.
            05                   PIC X(5)  VALUE ' AVG'.
            05                   PIC X(29).
        01  WS-RTE-LINE.
            05 RD-FROM           PIC X(10).
            05                   PIC X(1).
            05 RD-TO             PIC X(10).
            05                   PIC X(1).
            05 RD-TRAINS         PIC ZZ9.
            05                   PIC X(1).
            05 RD-RUNS           PIC ZZ,ZZ9.
            05                   PIC X(1).
            05 RD-ONTIME         PIC ZZ,ZZ9.
            05                   PIC X(1).
            05 RD-PCT            PIC ZZ9.9.
            05                   PIC X(1).
            05 RD-AVG            PIC ZZZ9.
            05                   PIC X(30).
        01  WS-CAU-HDR.
            05                   PIC X(4)  VALUE 'CODE'.
            05                   PIC X(25) VALUE 'CAUSE'.
            05                   PIC X(8)  VALUE '  LATE'.
            05                   PIC X(9)  VALUE ' MINUTES'.
            05                   PIC X(6)  VALUE ' AVG'.
            05                   PIC X(28).
        01  WS-CAU-LINE.
            05 CD-CODE           PIC X(2).
            05                   PIC X(2).
            05 CD-DESC           PIC X(24).
            05                   PIC X(1).
            05 CD-LATE           PIC ZZ,ZZ9.
            05                   PIC X(2).
            05 CD-MIN            PIC ZZZ,ZZ9.
            05                   PIC X(2).
            05 CD-AVG            PIC ZZZ9.
            05                   PIC X(30).
        01  WS-CHR-HDR.
            05                   PIC X(7)  VALUE 'TRAIN'.
            05                   PIC X(21) VALUE 'NAME'.
            05                   PIC X(6)  VALUE 'LATE%'.
            05                   PIC X(7)  VALUE '  AVG'.
            05                   PIC X(24) VALUE 'MAIN CAUSE'.
            05                   PIC X(15).
        01  WS-CHR-LINE.
            05 CH-TRAINNO        PIC X(6).
            05                   PIC X(1).
            05 CH-NAME           PIC X(20).
            05                   PIC X(1).
            05 CH-PCT            PIC ZZ9.9.
            05                   PIC X(1).
            05 CH-AVG            PIC ZZZ9.
            05                   PIC X(2).
            05 CH-CAUSE          PIC X(24).
            05                   PIC X(16).
        01  WS-CON-HDR.
            05                   PIC X(7)  VALUE 'LEG1'.
            05                   PIC X(11) VALUE 'CHANGE AT'.
            05                   PIC X(6)  VALUE 'ARR'.
            05                   PIC X(7)  VALUE 'LEG2'.
            05                   PIC X(6)  VALUE 'DEP'.
            05                   PIC X(5)  VALUE ' GAP'.
            05                   PIC X(7)  VALUE '  RUNS'.
            05                   PIC X(7)  VALUE 'MISSED'.
            05                   PIC X(6)  VALUE '  PCT'.
            05                   PIC X(18).
        01  WS-CON-LINE.
            05 CN-L1-TRAINNO     PIC X(6).
            05                   PIC X(1).
            05 CN-STN            PIC X(10).
            05                   PIC X(1).
            05 CN-ARR-TM         PIC X(5).
            05                   PIC X(1).
            05 CN-L2-TRAINNO     PIC X(6).
            05                   PIC X(1).
            05 CN-DEP-TM         PIC X(5).
            05                   PIC X(1).
            05 CN-SLACK          PIC ZZZ9.
            05                   PIC X(1).
            05 CN-RUNS           PIC ZZ,ZZ9.
            05                   PIC X(1).
            05 CN-MISSED         PIC ZZ,ZZ9.
            05                   PIC X(1).
            05 CN-PCT            PIC ZZ9.9.
            05                   PIC X(19).
        01  WS-SUM-LINE.
            05 SUM-LABEL         PIC X(30).
            05 SUM-COUNT         PIC ZZZ,ZZ9.
            05                   PIC X(43).
      * ON-TIME AND LATE-MINUTE FIGURES PER TRAIN FOR THE PERIOD; A
      * TRAIN SINCE DELETED FROM TRAIN STILL REPORTS ITS HISTORY
           EXEC SQL
            DECLARE OTP_TRN_CUR CURSOR FOR
             SELECT R.TRAINNO,
                    COALESCE(MAX(T.TRAINNAME), ' '),
                    COUNT(*),
                    SUM(CASE WHEN R.ARR_DELAY <= :WS-GRACE
                             THEN 1 ELSE 0 END),
                    SUM(CASE WHEN R.ARR_DELAY > :WS-GRACE
                             THEN R.ARR_DELAY ELSE 0 END),
                    MAX(R.ARR_DELAY)
             FROM TRNRUNH R
                  LEFT OUTER JOIN TRAIN T
                    ON T.TRAINNO = R.TRAINNO
             WHERE R.RUN_DATE BETWEEN :WS-FROM-DATE AND :WS-TO-DATE
             GROUP BY R.TRAINNO
             ORDER BY R.TRAINNO
           END-EXEC.
           EXEC SQL
            DECLARE OTP_RTE_CUR CURSOR FOR
             SELECT T.TRAINDEPSTN, T.TRAINARRSTN,
                    COUNT(DISTINCT R.TRAINNO),
                    COUNT(*),
                    SUM(CASE WHEN R.ARR_DELAY <= :WS-GRACE
                             THEN 1 ELSE 0 END),
                    SUM(CASE WHEN R.ARR_DELAY > :WS-GRACE
                             THEN R.ARR_DELAY ELSE 0 END)
             FROM TRNRUNH R, TRAIN T
             WHERE T.TRAINNO = R.TRAINNO
               AND R.RUN_DATE BETWEEN :WS-FROM-DATE AND :WS-TO-DATE
             GROUP BY T.TRAINDEPSTN, T.TRAINARRSTN
             ORDER BY T.TRAINDEPSTN, T.TRAINARRSTN
           END-EXEC.
           EXEC SQL
            DECLARE OTP_CAU_CUR CURSOR FOR
             SELECT CAUSE_CODE, COUNT(*), SUM(ARR_DELAY)
             FROM TRNRUNH
             WHERE RUN_DATE BETWEEN :WS-FROM-DATE AND :WS-TO-DATE
               AND ARR_DELAY > :WS-GRACE
             GROUP BY CAUSE_CODE
             ORDER BY CAUSE_CODE
           END-EXEC.
      * LATE RUNS / ALL RUNS AT OR OVER THE CHRONIC PERCENTAGE
           EXEC SQL
            DECLARE OTP_CHR_CUR CURSOR FOR
             SELECT R.TRAINNO,
                    COALESCE(MAX(T.TRAINNAME), ' '),
                    COUNT(*),
                    SUM(CASE WHEN R.ARR_DELAY > :WS-GRACE
                             THEN 1 ELSE 0 END),
                    SUM(CASE WHEN R.ARR_DELAY > :WS-GRACE
                             THEN R.ARR_DELAY ELSE 0 END)
             FROM TRNRUNH R
                  LEFT OUTER JOIN TRAIN T
                    ON T.TRAINNO = R.TRAINNO
             WHERE R.RUN_DATE BETWEEN :WS-FROM-DATE AND :WS-TO-DATE
             GROUP BY R.TRAINNO
             HAVING SUM(CASE WHEN R.ARR_DELAY > :WS-GRACE
                             THEN 1 ELSE 0 END) * 100
                    >= :WS-CHRONIC-PCT * COUNT(*)
             ORDER BY R.TRAINNO
           END-EXEC.
           EXEC SQL
            DECLARE OTP_MAIN_CUR CURSOR FOR
             SELECT CAUSE_CODE, COUNT(*)
             FROM TRNRUNH
             WHERE TRAINNO = :WS-TRAINNO
               AND RUN_DATE BETWEEN :WS-FROM-DATE AND :WS-TO-DATE
               AND ARR_DELAY > :WS-GRACE
             GROUP BY CAUSE_CODE
             ORDER BY 2 DESC, 1
           END-EXEC.
      * THE SAME ONE-CHANGE PAIRS TRAIN141 OFFERS: THE FIRST LEG RIDES
      * TO ITS TERMINUS AND THE SECOND LEG LEAVES THAT STATION, AS ITS
      * ORIGIN OR AS A TRNSTOP STOP WITH A DEPARTURE TIME. ONLY FIRST
      * LEGS WITH RUNNING HISTORY IN THE PERIOD ARE WORTH TESTING
           EXEC SQL
            DECLARE OTP_CON_CUR CURSOR FOR
             SELECT L1.TRAINNO, L1.TRAINARRSTN, L1.TRAINARRTM,
                    L2.TRAINNO,
                    COALESCE(S.DEP_TM, L2.TRAINDEPTM)
             FROM TRAIN L1
                  INNER JOIN TRAIN L2
                    ON L2.TRAINNO     <> L1.TRAINNO
                   AND L2.TRAINARRSTN <> L1.TRAINARRSTN
                  LEFT OUTER JOIN TRNSTOP S
                    ON S.TRAINNO  = L2.TRAINNO
                   AND S.STN_NAME = L1.TRAINARRSTN
             WHERE (S.TRAINNO IS NOT NULL OR
                    L2.TRAINDEPSTN = L1.TRAINARRSTN)
               AND COALESCE(S.DEP_TM, L2.TRAINDEPTM) <> ' '
               AND EXISTS
                   (SELECT 1
                      FROM TRNRUNH R
                     WHERE R.TRAINNO = L1.TRAINNO
                       AND R.RUN_DATE BETWEEN :WS-FROM-DATE
                                          AND :WS-TO-DATE)
             ORDER BY L1.TRAINNO, L2.TRAINNO
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 010-READ-OTPCTL-PARA.
           PERFORM 100-OPEN-FILE-PARA.
           IF WS-OTPRPT-ST = '00'
              PERFORM 200-TRAIN-SECTION-PARA
              PERFORM 300-ROUTE-SECTION-PARA
              PERFORM 400-CAUSE-SECTION-PARA
              PERFORM 500-CHRONIC-SECTION-PARA
              PERFORM 600-CONNECT-SECTION-PARA
              PERFORM 700-FINAL-PARA
           ELSE
              DISPLAY 'ERROR IN OPEN ' WS-OTPRPT-ST
              MOVE 8 TO RETURN-CODE
           END-IF.
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
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE TO WS-TODAY8
           ELSE
              ACCEPT WS-SYS-DATE FROM DATE
              COMPUTE WS-TODAY8 = 20000000 + WS-SYS-DATE
           END-IF.
      * NO OTPCTL CARD, OR A BLANK FIELD ON IT, KEEPS THE DEFAULT:
      * THE RUN-DATE MONTH TO DATE, 5 MINUTES GRACE, 25% CHRONIC,
      * 30 MINUTES TO CHANGE TRAINS, 25% MISSED CONNECTIONS
        010-READ-OTPCTL-PARA.
           COMPUTE WS-FROM-DATE = WS-TODAY-YYYYMM * 100 + 1.
           MOVE WS-TODAY8 TO WS-TO-DATE.
           OPEN INPUT OTPCTL.
           IF WS-OTPCTL-ST = '00'
              READ OTPCTL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF OC-FROM-DATE NUMERIC
                       MOVE OC-FROM-DATE TO WS-FROM-DATE
                    END-IF
                    IF OC-TO-DATE NUMERIC
                       MOVE OC-TO-DATE TO WS-TO-DATE
                    END-IF
                    IF OC-GRACE NUMERIC
                       MOVE OC-GRACE TO WS-GRACE
                    END-IF
                    IF OC-CHRONIC-PCT NUMERIC AND
                       OC-CHRONIC-PCT NOT = '000'
                       MOVE OC-CHRONIC-PCT TO WS-CHRONIC-PCT
                    END-IF
                    IF OC-MIN-CONN NUMERIC
                       MOVE OC-MIN-CONN TO WS-MIN-CONN
                    END-IF
                    IF OC-MISS-PCT NUMERIC AND
                       OC-MISS-PCT NOT = '000'
                       MOVE OC-MISS-PCT TO WS-MISS-PCT
                    END-IF
              END-READ
              CLOSE OTPCTL
           END-IF.
           DISPLAY 'OTP PERIOD ' WS-FROM-DATE ' TO ' WS-TO-DATE.
        100-OPEN-FILE-PARA.
           OPEN OUTPUT OTPRPT.
           MOVE WS-FROM-DATE TO HDR-FROM.
           MOVE WS-TO-DATE TO HDR-TO.
           MOVE WS-GRACE TO HDR-GRACE.
           MOVE WS-CHRONIC-PCT TO HDR-CHRONIC.
           MOVE WS-AST TO OTPRPT-ID.
           WRITE OTPRPT-LIST.
           MOVE WS-HDR1 TO OTPRPT-ID.
           WRITE OTPRPT-LIST.
           MOVE WS-HDR2 TO OTPRPT-ID.
           WRITE OTPRPT-LIST.
           MOVE WS-AST TO OTPRPT-ID.
           WRITE OTPRPT-LIST.
        150-SECTION-HDR-PARA.
           MOVE SPACES TO OTPRPT-ID.
           WRITE OTPRPT-LIST.
           MOVE WS-SECT-LINE TO OTPRPT-ID.
           WRITE OTPRPT-LIST.
      * ================ ON-TIME PERFORMANCE BY TRAIN ================
        200-TRAIN-SECTION-PARA.
           MOVE 'ON-TIME PERFORMANCE BY TRAIN' TO SCT-TITLE.
           PERFORM 150-SECTION-HDR-PARA.
           MOVE WS-TRN-HDR TO OTPRPT-ID.
           WRITE OTPRPT-LIST.
           MOVE 'N' TO WS-CUR-EOF.
           EXEC SQL
             OPEN OTP_TRN_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR IN OPEN OTP_TRN_CUR ' WS-SQLCODE
              PERFORM 990-SQL-ERROR-PARA
           ELSE
              PERFORM 210-FETCH-TRAIN-PARA
              PERFORM 220-TRAIN-LINE-PARA UNTIL EOF-CUR
              EXEC SQL
                CLOSE OTP_TRN_CUR
              END-EXEC
           END-IF.
        210-FETCH-TRAIN-PARA.
           EXEC SQL
             FETCH OTP_TRN_CUR
             INTO :WS-TRAINNO, :WS-TRAINNAME, :WS-RUNS,
                  :WS-ONTIME, :WS-LATE-MIN, :WS-MAX-DELAY
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET EOF-CUR TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON TRAIN FETCH"
                 PERFORM 990-SQL-ERROR-PARA
                 SET EOF-CUR TO TRUE
           END-EVALUATE.
        220-TRAIN-LINE-PARA.
           ADD 1 TO WS-TRAIN-COUNT.
           ADD WS-RUNS TO WS-RUN-TOTAL.
           COMPUTE WS-LATE = WS-RUNS - WS-ONTIME.
           PERFORM 800-FIGURES-PARA.
           MOVE SPACES TO WS-TRN-LINE.
           MOVE WS-TRAINNO TO TD-TRAINNO.
           MOVE WS-TRAINNAME TO TD-NAME.
           MOVE WS-RUNS TO TD-RUNS.
           MOVE WS-ONTIME TO TD-ONTIME.
           MOVE WS-PCT TO TD-PCT.
           MOVE WS-AVG TO TD-AVG.
           MOVE WS-MAX-DELAY TO TD-MAX.
           IF WS-LATE * 100 >= WS-CHRONIC-PCT * WS-RUNS
              MOVE 'CHRONIC' TO TD-FLAG
           END-IF.
           MOVE WS-TRN-LINE TO OTPRPT-ID.
           WRITE OTPRPT-LIST.
           PERFORM 210-FETCH-TRAIN-PARA.
      * ================ ON-TIME PERFORMANCE BY ROUTE ================
        300-ROUTE-SECTION-PARA.
           MOVE 'ON-TIME PERFORMANCE BY ROUTE' TO SCT-TITLE.
           PERFORM 150-SECTION-HDR-PARA.
           MOVE WS-RTE-HDR TO OTPRPT-ID.
           WRITE OTPRPT-LIST.
           MOVE 'N' TO WS-CUR-EOF.
           EXEC SQL
             OPEN OTP_RTE_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR IN OPEN OTP_RTE_CUR ' WS-SQLCODE
              PERFORM 990-SQL-ERROR-PARA
           ELSE
              PERFORM 310-FETCH-ROUTE-PARA
              PERFORM 320-ROUTE-LINE-PARA UNTIL EOF-CUR
              EXEC SQL
                CLOSE OTP_RTE_CUR
              END-EXEC
           END-IF.
        310-FETCH-ROUTE-PARA.
           EXEC SQL
             FETCH OTP_RTE_CUR
             INTO :WS-DEP-STN, :WS-ARR-STN, :WS-TRAINS,
                  :WS-RUNS, :WS-ONTIME, :WS-LATE-MIN
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET EOF-CUR TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON ROUTE FETCH"
                 PERFORM 990-SQL-ERROR-PARA
                 SET EOF-CUR TO TRUE
           END-EVALUATE.
        320-ROUTE-LINE-PARA.
           COMPUTE WS-LATE = WS-RUNS - WS-ONTIME.
           PERFORM 800-FIGURES-PARA.
           MOVE SPACES TO WS-RTE-LINE.
           MOVE WS-DEP-STN TO RD-FROM.
           MOVE WS-ARR-STN TO RD-TO.
           MOVE WS-TRAINS TO RD-TRAINS.
           MOVE WS-RUNS TO RD-RUNS.
           MOVE WS-ONTIME TO RD-ONTIME.
           MOVE WS-PCT TO RD-PCT.
           MOVE WS-AVG TO RD-AVG.
           MOVE WS-RTE-LINE TO OTPRPT-ID.
           WRITE OTPRPT-LIST.
           PERFORM 310-FETCH-ROUTE-PARA.
      * ================ LATE RUNS BY DELAY CAUSE ====================
        400-CAUSE-SECTION-PARA.
           MOVE 'LATE RUNS BY DELAY CAUSE' TO SCT-TITLE.
           PERFORM 150-SECTION-HDR-PARA.
           MOVE WS-CAU-HDR TO OTPRPT-ID.
           WRITE OTPRPT-LIST.
           MOVE 'N' TO WS-CUR-EOF.
           EXEC SQL
             OPEN OTP_CAU_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR IN OPEN OTP_CAU_CUR ' WS-SQLCODE
              PERFORM 990-SQL-ERROR-PARA
           ELSE
              PERFORM 410-FETCH-CAUSE-PARA
              PERFORM 420-CAUSE-LINE-PARA UNTIL EOF-CUR
              EXEC SQL
                CLOSE OTP_CAU_CUR
              END-EXEC
           END-IF.
        410-FETCH-CAUSE-PARA.
           EXEC SQL
             FETCH OTP_CAU_CUR
             INTO :WS-CAUSE, :WS-LATE, :WS-LATE-MIN
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET EOF-CUR TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON CAUSE FETCH"
                 PERFORM 990-SQL-ERROR-PARA
                 SET EOF-CUR TO TRUE
           END-EVALUATE.
        420-CAUSE-LINE-PARA.
           PERFORM 850-CAUSE-DESC-PARA.
           MOVE ZERO TO WS-AVG.
           IF WS-LATE > 0
              COMPUTE WS-AVG ROUNDED = WS-LATE-MIN / WS-LATE
           END-IF.
           MOVE SPACES TO WS-CAU-LINE.
           MOVE WS-CAUSE TO CD-CODE.
           MOVE WS-CAUSE-DESC TO CD-DESC.
           MOVE WS-LATE TO CD-LATE.
           MOVE WS-LATE-MIN TO CD-MIN.
           MOVE WS-AVG TO CD-AVG.
           MOVE WS-CAU-LINE TO OTPRPT-ID.
           WRITE OTPRPT-LIST.
           PERFORM 410-FETCH-CAUSE-PARA.
      * ================ CHRONICALLY LATE TRAINS =====================
        500-CHRONIC-SECTION-PARA.
           MOVE 'CHRONICALLY LATE TRAINS' TO SCT-TITLE.
           PERFORM 150-SECTION-HDR-PARA.
           MOVE WS-CHR-HDR TO OTPRPT-ID.
           WRITE OTPRPT-LIST.
           MOVE 'N' TO WS-CUR-EOF.
           EXEC SQL
             OPEN OTP_CHR_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR IN OPEN OTP_CHR_CUR ' WS-SQLCODE
              PERFORM 990-SQL-ERROR-PARA
           ELSE
              PERFORM 510-FETCH-CHRONIC-PARA
              PERFORM 520-CHRONIC-LINE-PARA UNTIL EOF-CUR
              EXEC SQL
                CLOSE OTP_CHR_CUR
              END-EXEC
           END-IF.
        510-FETCH-CHRONIC-PARA.
           EXEC SQL
             FETCH OTP_CHR_CUR
             INTO :WS-TRAINNO, :WS-TRAINNAME, :WS-RUNS,
                  :WS-LATE, :WS-LATE-MIN
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET EOF-CUR TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON CHRONIC FETCH"
                 PERFORM 990-SQL-ERROR-PARA
                 SET EOF-CUR TO TRUE
           END-EVALUATE.
        520-CHRONIC-LINE-PARA.
           ADD 1 TO WS-CHRONIC-COUNT.
           MOVE ZERO TO WS-PCT WS-AVG.
           IF WS-RUNS > 0
              COMPUTE WS-PCT ROUNDED = WS-LATE * 100 / WS-RUNS
           END-IF.
           IF WS-LATE > 0
              COMPUTE WS-AVG ROUNDED = WS-LATE-MIN / WS-LATE
           END-IF.
           PERFORM 530-MAIN-CAUSE-PARA.
           MOVE SPACES TO WS-CHR-LINE.
           MOVE WS-TRAINNO TO CH-TRAINNO.
           MOVE WS-TRAINNAME TO CH-NAME.
           MOVE WS-PCT TO CH-PCT.
           MOVE WS-AVG TO CH-AVG.
           MOVE WS-CAUSE-DESC TO CH-CAUSE.
           MOVE WS-CHR-LINE TO OTPRPT-ID.
           WRITE OTPRPT-LIST.
           PERFORM 510-FETCH-CHRONIC-PARA.
      * THE CAUSE GIVEN MOST OFTEN ON THE TRAIN'S LATE RUNS
        530-MAIN-CAUSE-PARA.
           MOVE SPACES TO WS-CAUSE.
           EXEC SQL
             OPEN OTP_MAIN_CUR
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                FETCH OTP_MAIN_CUR
                INTO :WS-CAUSE, :WS-LATE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SPACES TO WS-CAUSE
              END-IF
              EXEC SQL
                CLOSE OTP_MAIN_CUR
              END-EXEC
           END-IF.
           PERFORM 850-CAUSE-DESC-PARA.
      * ================ CONNECTIONS AT RISK =========================
        600-CONNECT-SECTION-PARA.
           MOVE 'CONNECTIONS REGULARLY MISSED' TO SCT-TITLE.
           PERFORM 150-SECTION-HDR-PARA.
           MOVE WS-CON-HDR TO OTPRPT-ID.
           WRITE OTPRPT-LIST.
           MOVE 'N' TO WS-CUR-EOF.
           EXEC SQL
             OPEN OTP_CON_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR IN OPEN OTP_CON_CUR ' WS-SQLCODE
              PERFORM 990-SQL-ERROR-PARA
           ELSE
              PERFORM 610-FETCH-CONN-PARA
              PERFORM 620-TEST-CONN-PARA UNTIL EOF-CUR
              EXEC SQL
                CLOSE OTP_CON_CUR
              END-EXEC
           END-IF.
        610-FETCH-CONN-PARA.
           EXEC SQL
             FETCH OTP_CON_CUR
             INTO :WS-L1-TRAINNO, :WS-L1-ARR-STN, :WS-L1-ARR-TM,
                  :WS-L2-TRAINNO, :WS-L2-DEP-TM
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET EOF-CUR TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON CONNECTION FETCH"
                 PERFORM 990-SQL-ERROR-PARA
                 SET EOF-CUR TO TRUE
           END-EVALUATE.
      * TRAIN141 OFFERS THE PAIR ONLY WITH AT LEAST THE MINIMUM
      * CONNECTION TIME BETWEEN THE TIMETABLED TIMES. A RUN MISSES IT
      * WHEN THE FIRST LEG ARRIVES LATER THAN THE GAP LESS THAT
      * MINIMUM, LEAVING TOO LITTLE TIME TO CHANGE
        620-TEST-CONN-PARA.
           MOVE WS-L1-ARR-TM TO WS-TM-FLD.
           PERFORM 880-TIME-TO-MIN-PARA.
           MOVE WS-TM-MIN TO WS-L1-ARR-MIN.
           MOVE WS-L2-DEP-TM TO WS-TM-FLD.
           PERFORM 880-TIME-TO-MIN-PARA.
           COMPUTE WS-SLACK = WS-TM-MIN - WS-L1-ARR-MIN.
           IF WS-SLACK >= WS-MIN-CONN
              ADD 1 TO WS-CONN-COUNT
              COMPUTE WS-SPARE = WS-SLACK - WS-MIN-CONN
              PERFORM 630-COUNT-MISSED-PARA
           END-IF.
           PERFORM 610-FETCH-CONN-PARA.
        630-COUNT-MISSED-PARA.
           MOVE ZERO TO WS-RUNS WS-MISSED.
           EXEC SQL
             SELECT COUNT(*),
                    COALESCE(SUM(CASE WHEN ARR_DELAY > :WS-SPARE
                                      THEN 1 ELSE 0 END), 0)
               INTO :WS-RUNS, :WS-MISSED
               FROM TRNRUNH
              WHERE TRAINNO  = :WS-L1-TRAINNO
                AND RUN_DATE BETWEEN :WS-FROM-DATE AND :WS-TO-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON TRNRUNH "
                      WS-L1-TRAINNO
              PERFORM 990-SQL-ERROR-PARA
              SET EOF-CUR TO TRUE
           ELSE
              IF WS-RUNS > 0 AND
                 WS-MISSED * 100 >= WS-MISS-PCT * WS-RUNS
                 PERFORM 640-CONN-LINE-PARA
              END-IF
           END-IF.
        640-CONN-LINE-PARA.
           ADD 1 TO WS-RISK-COUNT.
           COMPUTE WS-PCT ROUNDED = WS-MISSED * 100 / WS-RUNS.
           MOVE SPACES TO WS-CON-LINE.
           MOVE WS-L1-TRAINNO TO CN-L1-TRAINNO.
           MOVE WS-L1-ARR-STN TO CN-STN.
           MOVE WS-L1-ARR-TM TO CN-ARR-TM.
           MOVE WS-L2-TRAINNO TO CN-L2-TRAINNO.
           MOVE WS-L2-DEP-TM TO CN-DEP-TM.
           MOVE WS-SLACK TO CN-SLACK.
           MOVE WS-RUNS TO CN-RUNS.
           MOVE WS-MISSED TO CN-MISSED.
           MOVE WS-PCT TO CN-PCT.
           MOVE WS-CON-LINE TO OTPRPT-ID.
           WRITE OTPRPT-LIST.
        700-FINAL-PARA.
           MOVE SPACES TO OTPRPT-ID.
           WRITE OTPRPT-LIST.
           MOVE WS-AST TO OTPRPT-ID.
           WRITE OTPRPT-LIST.
           MOVE 'TRAINS REPORTED' TO SUM-LABEL.
           MOVE WS-TRAIN-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO OTPRPT-ID.
           WRITE OTPRPT-LIST.
           MOVE 'RUNS ANALYSED' TO SUM-LABEL.
           MOVE WS-RUN-TOTAL TO SUM-COUNT.
           MOVE WS-SUM-LINE TO OTPRPT-ID.
           WRITE OTPRPT-LIST.
           MOVE 'CHRONICALLY LATE TRAINS' TO SUM-LABEL.
           MOVE WS-CHRONIC-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO OTPRPT-ID.
           WRITE OTPRPT-LIST.
           MOVE 'CONNECTIONS TESTED' TO SUM-LABEL.
           MOVE WS-CONN-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO OTPRPT-ID.
           WRITE OTPRPT-LIST.
           MOVE 'CONNECTIONS REGULARLY MISSED' TO SUM-LABEL.
           MOVE WS-RISK-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO OTPRPT-ID.
           WRITE OTPRPT-LIST.
           MOVE WS-AST TO OTPRPT-ID.
           WRITE OTPRPT-LIST.
      * ON-TIME PERCENTAGE OF ALL RUNS, AVERAGE LATENESS OF LATE RUNS
        800-FIGURES-PARA.
           MOVE ZERO TO WS-PCT WS-AVG.
           IF WS-RUNS > 0
              COMPUTE WS-PCT ROUNDED = WS-ONTIME * 100 / WS-RUNS
           END-IF.
           IF WS-LATE > 0
              COMPUTE WS-AVG ROUNDED = WS-LATE-MIN / WS-LATE
           END-IF.
        850-CAUSE-DESC-PARA.
           EVALUATE WS-CAUSE
              WHEN 'WX'
                 MOVE 'WEATHER' TO WS-CAUSE-DESC
              WHEN 'SG'
                 MOVE 'SIGNALLING' TO WS-CAUSE-DESC
              WHEN 'TK'
                 MOVE 'TRACK / ENGINEERING WORK' TO WS-CAUSE-DESC
              WHEN 'RS'
                 MOVE 'ROLLING STOCK / LOCO' TO WS-CAUSE-DESC
              WHEN 'CR'
                 MOVE 'CREW' TO WS-CAUSE-DESC
              WHEN 'OP'
                 MOVE 'OPERATING / CONGESTION' TO WS-CAUSE-DESC
              WHEN 'EX'
                 MOVE 'EXTERNAL' TO WS-CAUSE-DESC
              WHEN 'OT'
                 MOVE 'OTHER' TO WS-CAUSE-DESC
              WHEN OTHER
                 MOVE 'NOT GIVEN' TO WS-CAUSE-DESC
           END-EVALUATE.
        880-TIME-TO-MIN-PARA.
           IF WS-TM-FLD(1:2) NUMERIC AND
              WS-TM-FLD(4:2) NUMERIC
              MOVE WS-TM-FLD(1:2) TO WS-TM-HH
              MOVE WS-TM-FLD(4:2) TO WS-TM-MM
              COMPUTE WS-TM-MIN = WS-TM-HH * 60 + WS-TM-MM
           ELSE
              MOVE ZERO TO WS-TM-MIN
           END-IF.
        900-CLOSE-FILE-PARA.
           CLOSE OTPRPT.
           PERFORM 960-REGISTER-RPT-PARA.
        960-REGISTER-RPT-PARA.
           MOVE ZERO TO WS-RR-LINES.
           MOVE 'N' TO WS-RPT-EOF.
           OPEN INPUT OTPRPT.
           IF WS-OTPRPT-ST = '00'
              PERFORM 965-COUNT-RPT-PARA UNTIL EOF-RPT
              CLOSE OTPRPT
           END-IF.
           MOVE WS-SHARED-RUN-DATE TO WS-RR-RUN-DATE.
           CALL 'RPTREG' USING WS-RPTREG-PARM.
        965-COUNT-RPT-PARA.
           READ OTPRPT
              AT END
                 SET EOF-RPT TO TRUE
              NOT AT END
                 ADD 1 TO WS-RR-LINES
           END-READ.
        990-SQL-ERROR-PARA.
           MOVE WS-TRAINNO TO WS-ERRH-KEY.
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
           MOVE 'TRNOTP' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE
           ELSE
              ACCEPT STL-RUN-DATE FROM DATE
           END-IF.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-RUN-TOTAL TO STL-READ-CNT.
           MOVE WS-RUN-TOTAL TO STL-PROC-CNT.
           MOVE ZERO TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
