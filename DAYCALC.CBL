       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DAYCALC.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/14/26  RKS  NEW PROGRAM. COMMON DAY-OF-WEEK SUBPROGRAM IN
      *                 THE REJREG MOULD -- THE CALLER PASSES A
      *                 YYYYMMDD DATE AND GETS BACK THE WEEKDAY AS
      *                 1 (MONDAY) THROUGH 7 (SUNDAY), THE SAME ORDER
      *                 AS THE TRAIN TABLE'S RUN_DAYS PATTERN, PLUS A
      *                 VALID FLAG ('N' FOR A MONTH OR DAY THAT DOES
      *                 NOT EXIST, LEAP YEARS ALLOWED FOR). TRNBOOK,
      *                 TRNOPEN, TRAIN141 AND TRNDISRP ALL TEST A
      *                 TRAIN'S RUNNING DAYS THROUGH IT, SO THE
      *                 CALENDAR ARITHMETIC LIVES IN ONE PLACE.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01  WS-CALC-DATE.
            05 WS-CALC-YYYY      PIC 9(4).
            05 WS-CALC-MM        PIC 9(2).
            05 WS-CALC-DD        PIC 9(2).
        01  WS-CALC-DATE-N REDEFINES WS-CALC-DATE PIC 9(8).
        01  WS-MONTH-TABLE       PIC X(24)
            VALUE '312831303130313130313031'.
        01  WS-MONTH-DAYS REDEFINES WS-MONTH-TABLE.
            05 WS-MDAYS          OCCURS 12 PIC 9(2).
        01  WS-MONTH-LIMIT       PIC 9(2) COMP VALUE ZERO.
        01  WS-LEAP-QUOT         PIC 9(5) COMP VALUE ZERO.
        01  WS-LEAP-REM4         PIC 9(3) COMP VALUE ZERO.
        01  WS-LEAP-REM100       PIC 9(3) COMP VALUE ZERO.
        01  WS-LEAP-REM400       PIC 9(3) COMP VALUE ZERO.
        01  WS-Z-YEAR            PIC 9(4) COMP VALUE ZERO.
        01  WS-Z-MONTH           PIC 9(2) COMP VALUE ZERO.
        01  WS-Z-CENT            PIC 9(2) COMP VALUE ZERO.
        01  WS-Z-YOC             PIC 9(2) COMP VALUE ZERO.
        01  WS-Z-TERM1           PIC 9(3) COMP VALUE ZERO.
        01  WS-Z-TERM2           PIC 9(2) COMP VALUE ZERO.
        01  WS-Z-TERM3           PIC 9(2) COMP VALUE ZERO.
        01  WS-Z-SUM             PIC 9(5) COMP VALUE ZERO.
        01  WS-Z-QUOT            PIC 9(5) COMP VALUE ZERO.
        01  WS-Z-H               PIC 9(1) COMP VALUE ZERO.
       LINKAGE SECTION.
       01  DOW-PARM.
           05 DOW-DATE           PIC 9(8).
           05 DOW-DAY            PIC 9(1).
           05 DOW-VALID          PIC X(1).
       PROCEDURE DIVISION USING DOW-PARM.
        000-MAIN-PARA.
           MOVE ZERO TO DOW-DAY.
           MOVE 'N' TO DOW-VALID.
           PERFORM 100-VALIDATE-PARA.
           IF DOW-VALID = 'Y'
              PERFORM 200-WEEKDAY-PARA
           END-IF.
           GOBACK.
      * A DATE IS GOOD WHEN THE MONTH IS 1-12 AND THE DAY FALLS
      * INSIDE THAT MONTH, FEBRUARY TAKING 29 IN A LEAP YEAR
        100-VALIDATE-PARA.
           IF DOW-DATE NUMERIC
              MOVE DOW-DATE TO WS-CALC-DATE-N
              IF WS-CALC-YYYY > 1600 AND
                 WS-CALC-MM > 0 AND WS-CALC-MM < 13 AND
                 WS-CALC-DD > 0
                 MOVE WS-MDAYS(WS-CALC-MM) TO WS-MONTH-LIMIT
                 IF WS-CALC-MM = 2
                    PERFORM 110-LEAP-PARA
                 END-IF
                 IF WS-CALC-DD NOT > WS-MONTH-LIMIT
                    MOVE 'Y' TO DOW-VALID
                 END-IF
              END-IF
           END-IF.
        110-LEAP-PARA.
           DIVIDE WS-CALC-YYYY BY 4
                  GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM4.
           DIVIDE WS-CALC-YYYY BY 100
                  GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM100.
           DIVIDE WS-CALC-YYYY BY 400
                  GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM400.
           IF WS-LEAP-REM400 = 0 OR
              (WS-LEAP-REM4 = 0 AND WS-LEAP-REM100 NOT = 0)
              MOVE 29 TO WS-MONTH-LIMIT
           END-IF.
      * ZELLER'S CONGRUENCE: JANUARY AND FEBRUARY COUNT AS MONTHS 13
      * AND 14 OF THE YEAR BEFORE; H COMES BACK 0 = SATURDAY, WHICH
      * IS TURNED ROUND TO 1 = MONDAY THROUGH 7 = SUNDAY
        200-WEEKDAY-PARA.
           MOVE WS-CALC-YYYY TO WS-Z-YEAR.
           MOVE WS-CALC-MM TO WS-Z-MONTH.
           IF WS-Z-MONTH < 3
              ADD 12 TO WS-Z-MONTH
              SUBTRACT 1 FROM WS-Z-YEAR
           END-IF.
           DIVIDE WS-Z-YEAR BY 100
                  GIVING WS-Z-CENT REMAINDER WS-Z-YOC.
           COMPUTE WS-Z-TERM1 = 13 * (WS-Z-MONTH + 1).
           DIVIDE WS-Z-TERM1 BY 5 GIVING WS-Z-TERM1.
           DIVIDE WS-Z-YOC BY 4 GIVING WS-Z-TERM2.
           DIVIDE WS-Z-CENT BY 4 GIVING WS-Z-TERM3.
           COMPUTE WS-Z-SUM = WS-CALC-DD + WS-Z-TERM1 + WS-Z-YOC +
                              WS-Z-TERM2 + WS-Z-TERM3 +
                              5 * WS-Z-CENT.
           DIVIDE WS-Z-SUM BY 7
                  GIVING WS-Z-QUOT REMAINDER WS-Z-H.
           COMPUTE WS-Z-SUM = WS-Z-H + 5.
           DIVIDE WS-Z-SUM BY 7
                  GIVING WS-Z-QUOT REMAINDER DOW-DAY.
           ADD 1 TO DOW-DAY.
