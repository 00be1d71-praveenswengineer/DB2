       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TCHRSLT.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NEW PROGRAM. TEACHER-WISE RESULT ANALYSIS FOR
      *                 THE PRINCIPAL'S ANNUAL REVIEWS. FOR THE TERM
      *                 ON THE TCHRCTL CARD (DEFAULT THE LATEST CLOSED
      *                 TERMCAL TERM) EVERY TCHASGN TEACHING ASSIGNMENT
      *                 LOADED BY TCHLOAD PRINTS, ONE PAGE PER TEACHER
      *                 THROUGH PRTSRVC, WITH THE CLASS/SUBJECT'S
      *                 MARKHIST STUDENT COUNT, AVERAGE MARK, PASS
      *                 PERCENTAGE AGAINST THE PASSCTL PASS MARK AND
      *                 GRADE DISTRIBUTION ON THE GRADECTL BANDS (SAME
      *                 CARD AND DEFAULTS AS REPORT1), BESIDE THE
      *                 SCHOOL AVERAGE FOR THE SUBJECT AND THE SAME
      *                 TEACHER'S AVERAGE IN THE SUBJECT FOR THE
      *                 PREVIOUS MARKHIST TERM. A TEACHER TOTAL LINE
      *                 CLOSES EACH PAGE.
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
           SELECT TCHRCTL ASSIGN TO TCHRCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-TCHRCTL-ST.
           SELECT PASSCTL ASSIGN TO PASSCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PASSCTL-ST.
           SELECT GRADECTL ASSIGN TO GRADECTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-GRADECTL-ST.
           SELECT TCHRPT ASSIGN TO TCHRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-TCHRPT-ST.
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
       FD TCHRCTL
           RECORDING MODE IS F.
       01 TCHRCTL-REC.
         05 CTL-TERM              PIC X(2).
         05                       PIC X(78).
       FD PASSCTL
           RECORDING MODE IS F.
       01 PASSCTL-REC.
         05 CTL-PASS-MARK         PIC X(3).
         05                       PIC X(77).
       FD GRADECTL
           RECORDING MODE IS F.
       01 GRADECTL-REC.
         05 CTL-GRD-FLOOR         PIC 9(3).
         05                       PIC X(1).
         05 CTL-GRD-CEIL          PIC 9(3).
         05                       PIC X(1).
         05 CTL-GRD-LETTER        PIC X(2).
         05                       PIC X(1).
         05 CTL-GRD-CLASS         PIC X(20).
         05                       PIC X(49).
       FD TCHRPT
           RECORDING MODE IS F.
       01 TCHRPT-LIST.
         05 TCHRPT-ID             PIC X(80).
       WORKING-STORAGE SECTION.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-TCHRCTL-ST        PIC X(2).
        77  WS-PASSCTL-ST        PIC X(2).
        77  WS-GRADECTL-ST       PIC X(2).
        77  WS-TCHRPT-ST         PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-TERM              PIC X(2) VALUE SPACES.
        01  WS-PREV-TERM         PIC X(2) VALUE SPACES.
        01  WS-TERM-OK           PIC X(1) VALUE 'Y'.
            88 TERM-OK             VALUE 'Y'.
        01  WS-PASS-MARK         PIC 9(3) VALUE 55.
        01  WS-ASGN-EOF          PIC X(1) VALUE 'N'.
            88 EOF-ASGN            VALUE 'Y'.
        01  WS-MARK-EOF          PIC X(1) VALUE 'N'.
            88 EOF-MARK            VALUE 'Y'.
        01  WS-EMPNO             PIC X(6).
        01  WS-LASTNAME          PIC X(15).
        01  WS-STU-CLASS         PIC X(1).
        01  WS-SUBJECT           PIC X(7).
        01  WS-MARK              PIC S9(3) COMP-3 VALUE ZERO.
        01  WS-PREV-EMPNO        PIC X(6) VALUE SPACES.
        01  WS-PREV-COUNT        PIC S9(5) COMP VALUE ZERO.
        01  WS-PREV-AVG          PIC S9(3)V99 COMP-3 VALUE ZERO.
        01  WS-SCH-COUNT         PIC S9(5) COMP VALUE ZERO.
      * SCHOOL AVERAGE PER SUBJECT FOR THE TERM, IN STUDMARK ORDER
        01  WS-SCH-AVGS.
            05 WS-SA-LANG        PIC S9(3)V99 COMP-3.
            05 WS-SA-MATH        PIC S9(3)V99 COMP-3.
            05 WS-SA-SCIENCE     PIC S9(3)V99 COMP-3.
            05 WS-SA-SS          PIC S9(3)V99 COMP-3.
            05 WS-SA-ART         PIC S9(3)V99 COMP-3.
            05 WS-SA-COMPSTD     PIC S9(3)V99 COMP-3.
        01  WS-SCH-AVG-TABLE REDEFINES WS-SCH-AVGS.
            05 WS-SCH-AVG        PIC S9(3)V99 COMP-3 OCCURS 6.
        01  WS-SUBJ-X            PIC 9(1) VALUE ZERO.
        01  WS-GRADE-TABLE.
            05 WS-GRD-ENTRY OCCURS 8.
               10 WS-GRD-FLOOR   PIC 9(3).
               10 WS-GRD-CEIL    PIC 9(3).
               10 WS-GRD-LETTER  PIC X(2).
               10 WS-GRD-CLASS   PIC X(20).
        01  WS-GRD-COUNT         PIC 9(2) VALUE ZERO.
        01  WS-GRD-SUB           PIC 9(2) VALUE ZERO.
        01  WS-GRD-HIT           PIC 9(2) VALUE ZERO.
        01  WS-GRADECTL-EOF      PIC X(1) VALUE 'N'.
            88 EOF-GRADECTL        VALUE 'Y'.
        01  WS-GRD-MARK          PIC 9(3) VALUE ZERO.
      * ONE CLASS/SUBJECT LINE AND THE RUNNING TEACHER TOTAL
        01  WS-LINE-TOTALS.
            05 WS-LN-COUNT       PIC 9(5) COMP.
            05 WS-LN-SUM         PIC 9(7) COMP.
            05 WS-LN-PASS        PIC 9(5) COMP.
            05 WS-LN-GRD         PIC 9(5) COMP OCCURS 8.
        01  WS-TCHR-TOTALS.
            05 WS-TT-COUNT       PIC 9(5) COMP.
            05 WS-TT-SUM         PIC 9(7) COMP.
            05 WS-TT-PASS        PIC 9(5) COMP.
            05 WS-TT-GRD         PIC 9(5) COMP OCCURS 8.
        01  WS-CALC-COUNT        PIC 9(5) COMP VALUE ZERO.
        01  WS-CALC-SUM          PIC 9(7) COMP VALUE ZERO.
        01  WS-CALC-PASS         PIC 9(5) COMP VALUE ZERO.
        01  WS-AVG               PIC 9(3)V99 VALUE ZERO.
        01  WS-PASS-PCT          PIC 9(3)V99 VALUE ZERO.
        01  WS-EDIT-PCT          PIC ZZ9.99.
        77  WS-ASGN-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-LINE-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-TCHR-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-NO-RESULT-COUNT   PIC 9(7) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'TCHRSLT'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01 WS-CTL-LINE.
             05             PIC X(22) VALUE 'TCHRSLT CONTROL TOTAL'.
             05             PIC X(3).
             05 CTL-LABEL   PIC X(17).
             05 CTL-COUNT   PIC ZZZ,ZZ9.
        01  PRT-CTL.
            05 PRT-REQUEST        PIC X(1).
            05 PRT-TITLE          PIC X(40).
            05 PRT-RUN-DATE       PIC 9(8) VALUE ZERO.
            05 PRT-LINES-PER-PAGE PIC 9(3) VALUE 60.
            05 PRT-PAGE-NO        PIC 9(4) VALUE ZERO.
            05 PRT-LINE-CNT       PIC 9(3) VALUE ZERO.
            05 PRT-HEAD1          PIC X(132) VALUE SPACES.
            05 PRT-HEAD2          PIC X(132) VALUE SPACES.
            05 PRT-DETAIL         PIC X(132) VALUE SPACES.
            05 PRT-OUT-COUNT      PIC 9(1) VALUE ZERO.
            05 PRT-OUT-LINE       OCCURS 6 PIC X(132).
        01  WS-PX                 PIC 9(1) VALUE ZERO.
        01  WS-TCHR-HDR.
            05                   PIC X(8) VALUE 'TEACHER'.
            05 TH-EMPNO          PIC X(6).
            05                   PIC X(1).
            05 TH-LASTNAME       PIC X(15).
            05                   PIC X(7) VALUE '  TERM'.
            05 TH-TERM           PIC X(2).
            05                   PIC X(16) VALUE '  PREVIOUS TERM'.
            05 TH-PREV-TERM      PIC X(2).
            05                   PIC X(23).
        01  WS-COL-HDR.
            05                   PIC X(1) VALUE 'C'.
            05                   PIC X(2).
            05                   PIC X(7) VALUE 'SUBJECT'.
            05                   PIC X(1).
            05                   PIC X(4) VALUE 'STUD'.
            05                   PIC X(1).
            05                   PIC X(6) VALUE '   AVG'.
            05                   PIC X(1).
            05                   PIC X(6) VALUE ' PASS%'.
            05                   PIC X(1).
            05                   PIC X(6) VALUE 'SCHOOL'.
            05                   PIC X(1).
            05                   PIC X(6) VALUE '  PREV'.
            05 CH-GRD OCCURS 8.
               10                PIC X(2).
               10 CH-GRD-LETTER  PIC X(2).
            05                   PIC X(5).
        01  WS-DTL-LINE.
            05 DTL-CLASS         PIC X(1).
            05                   PIC X(2).
            05 DTL-SUBJECT       PIC X(7).
            05                   PIC X(1).
            05 DTL-STUD          PIC ZZZ9.
            05                   PIC X(1).
            05 DTL-AVG           PIC ZZ9.99.
            05                   PIC X(1).
            05 DTL-PASS          PIC ZZ9.99.
            05                   PIC X(1).
            05 DTL-SCHOOL        PIC X(6).
            05                   PIC X(1).
            05 DTL-PREV          PIC X(6).
            05 DTL-GRD-ENTRY OCCURS 8.
               10                PIC X(1).
               10 DTL-GRD        PIC ZZ9.
            05                   PIC X(5).
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
             DECLARE ASGN_CUR CURSOR FOR
             SELECT T.EMPNO, COALESCE(E.LASTNAME, ' '),
                    T.STU_CLASS, T.SUBJECT
               FROM TCHASGN T
                  LEFT OUTER JOIN EMPLOYEE E
                    ON E.EMPNO = T.EMPNO
              WHERE T.EXAM_TERM = :WS-TERM
              ORDER BY T.EMPNO, T.STU_CLASS, T.SUBJECT
           END-EXEC.
           EXEC SQL
             DECLARE MARK_CUR CURSOR FOR
             SELECT CASE :WS-SUBJECT
                       WHEN 'LANG'    THEN MARKS_LANG
                       WHEN 'MATH'    THEN MARKS_MATH
                       WHEN 'SCIENCE' THEN MARKS_SCIENCE
                       WHEN 'SS'      THEN MARKS_SS
                       WHEN 'ART'     THEN MARKS_ART
                       ELSE MARKS_COMPSTD
                    END
               FROM MARKHIST
              WHERE EXAM_TERM = :WS-TERM
                AND STU_CLASS = :WS-STU-CLASS
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 050-READ-PASSCTL-PARA.
           PERFORM 060-READ-GRADECTL-PARA.
           PERFORM 070-READ-TCHRCTL-PARA.
           IF TERM-OK
              PERFORM 080-SCHOOL-AVG-PARA
           END-IF.
           IF TERM-OK
              PERFORM 100-OPEN-FILE-PARA
              PERFORM 200-OPEN-ASGN-CUR-PARA
              PERFORM 210-FETCH-ASGN-PARA UNTIL EOF-ASGN
              PERFORM 220-CLOSE-ASGN-CUR-PARA
              PERFORM 400-CLOSE-FILE-PARA
           ELSE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
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
      * SAME GRADECTL CARD AND DEFAULT BANDS AS REPORT1, HELD TO THE
      * EIGHT BANDS THE 80-COLUMN LINE HAS ROOM FOR
        060-READ-GRADECTL-PARA.
           MOVE ZERO TO WS-GRD-COUNT.
           OPEN INPUT GRADECTL.
           IF WS-GRADECTL-ST = '00'
              PERFORM 061-READ-GRADE-CARD-PARA UNTIL EOF-GRADECTL
              CLOSE GRADECTL
           END-IF.
           IF WS-GRD-COUNT = ZERO
              PERFORM 062-DEFAULT-GRADES-PARA
           END-IF.
        061-READ-GRADE-CARD-PARA.
           READ GRADECTL
              AT END
                 SET EOF-GRADECTL TO TRUE
              NOT AT END
                 IF WS-GRD-COUNT < 8
                    ADD 1 TO WS-GRD-COUNT
                    MOVE CTL-GRD-FLOOR
                      TO WS-GRD-FLOOR(WS-GRD-COUNT)
                    MOVE CTL-GRD-CEIL
                      TO WS-GRD-CEIL(WS-GRD-COUNT)
                    MOVE CTL-GRD-LETTER
                      TO WS-GRD-LETTER(WS-GRD-COUNT)
                    MOVE CTL-GRD-CLASS
                      TO WS-GRD-CLASS(WS-GRD-COUNT)
                 ELSE
                    DISPLAY 'GRADECTL BAND IGNORED ' GRADECTL-REC
                 END-IF
           END-READ.
        062-DEFAULT-GRADES-PARA.
           MOVE 6 TO WS-GRD-COUNT.
           MOVE 090 TO WS-GRD-FLOOR(1).
           MOVE 100 TO WS-GRD-CEIL(1).
           MOVE 'A+' TO WS-GRD-LETTER(1).
           MOVE 'WITH DISTINCTION' TO WS-GRD-CLASS(1).
           MOVE 075 TO WS-GRD-FLOOR(2).
           MOVE 089 TO WS-GRD-CEIL(2).
           MOVE 'A ' TO WS-GRD-LETTER(2).
           MOVE 'FIRST CLASS' TO WS-GRD-CLASS(2).
           MOVE 060 TO WS-GRD-FLOOR(3).
           MOVE 074 TO WS-GRD-CEIL(3).
           MOVE 'B ' TO WS-GRD-LETTER(3).
           MOVE 'SECOND CLASS' TO WS-GRD-CLASS(3).
           MOVE 050 TO WS-GRD-FLOOR(4).
           MOVE 059 TO WS-GRD-CEIL(4).
           MOVE 'C ' TO WS-GRD-LETTER(4).
           MOVE 'THIRD CLASS' TO WS-GRD-CLASS(4).
           MOVE 035 TO WS-GRD-FLOOR(5).
           MOVE 049 TO WS-GRD-CEIL(5).
           MOVE 'D ' TO WS-GRD-LETTER(5).
           MOVE 'PASS CLASS' TO WS-GRD-CLASS(5).
           MOVE 000 TO WS-GRD-FLOOR(6).
           MOVE 034 TO WS-GRD-CEIL(6).
           MOVE 'F ' TO WS-GRD-LETTER(6).
           MOVE 'FAIL' TO WS-GRD-CLASS(6).
      * THE TERM DEFAULTS TO THE LATEST CLOSED TERM, AS IN SCHLAWRD.
      * THE PREVIOUS TERM IS THE HIGHEST MARKHIST TERM BELOW IT
        070-READ-TCHRCTL-PARA.
           OPEN INPUT TCHRCTL.
           IF WS-TCHRCTL-ST = '00'
              READ TCHRCTL
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CTL-TERM TO WS-TERM
              END-READ
              CLOSE TCHRCTL
           END-IF.
           IF WS-TERM = SPACES
              EXEC SQL
                SELECT COALESCE(MAX(TERM_CODE), ' ')
                  INTO :WS-TERM
                  FROM TERMCAL
                 WHERE TERM_STATUS = 'C'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SPACES TO WS-TERM
              END-IF
           END-IF.
           IF WS-TERM = SPACES
              DISPLAY 'NO CLOSED TERM ON TERMCAL AND NO TCHRCTL TERM'
              MOVE 'N' TO WS-TERM-OK
           ELSE
              EXEC SQL
                SELECT COALESCE(MAX(EXAM_TERM), ' ')
                  INTO :WS-PREV-TERM
                  FROM MARKHIST
                 WHERE EXAM_TERM < :WS-TERM
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SPACES TO WS-PREV-TERM
              END-IF
              DISPLAY 'TEACHER RESULTS FOR TERM ' WS-TERM
                      ' PREVIOUS TERM ' WS-PREV-TERM
           END-IF.
        080-SCHOOL-AVG-PARA.
           EXEC SQL
             SELECT COUNT(*),
                    COALESCE(AVG(DECIMAL(MARKS_LANG, 5, 2)), 0),
                    COALESCE(AVG(DECIMAL(MARKS_MATH, 5, 2)), 0),
                    COALESCE(AVG(DECIMAL(MARKS_SCIENCE, 5, 2)), 0),
                    COALESCE(AVG(DECIMAL(MARKS_SS, 5, 2)), 0),
                    COALESCE(AVG(DECIMAL(MARKS_ART, 5, 2)), 0),
                    COALESCE(AVG(DECIMAL(MARKS_COMPSTD, 5, 2)), 0)
               INTO :WS-SCH-COUNT, :WS-SA-LANG, :WS-SA-MATH,
                    :WS-SA-SCIENCE, :WS-SA-SS, :WS-SA-ART,
                    :WS-SA-COMPSTD
               FROM MARKHIST
              WHERE EXAM_TERM = :WS-TERM
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON TERM " WS-TERM
              MOVE 'N' TO WS-TERM-OK
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
           IF TERM-OK AND WS-SCH-COUNT = 0
              DISPLAY 'NO MARKHIST RESULTS FOR TERM ' WS-TERM
              MOVE 'N' TO WS-TERM-OK
           END-IF.
        100-OPEN-FILE-PARA.
           OPEN OUTPUT TCHRPT.
           MOVE 'I' TO PRT-REQUEST.
           CALL 'PRTSRVC' USING PRT-CTL.
           MOVE 'TEACHER-WISE RESULT ANALYSIS' TO PRT-TITLE.
           MOVE WS-SHARED-RUN-DATE TO PRT-RUN-DATE.
           MOVE WS-TERM TO TH-TERM.
           MOVE WS-PREV-TERM TO TH-PREV-TERM.
           MOVE SPACES TO WS-COL-HDR(44:).
           MOVE 1 TO WS-GRD-SUB.
           PERFORM 110-GRADE-HDR-PARA UNTIL WS-GRD-SUB > WS-GRD-COUNT.
           MOVE WS-COL-HDR TO PRT-HEAD2.
        110-GRADE-HDR-PARA.
           MOVE WS-GRD-LETTER(WS-GRD-SUB) TO CH-GRD-LETTER(WS-GRD-SUB).
           ADD 1 TO WS-GRD-SUB.
        200-OPEN-ASGN-CUR-PARA.
           EXEC SQL
             OPEN ASGN_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " OPENING ASGN_CUR"
              SET EOF-ASGN TO TRUE
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
        210-FETCH-ASGN-PARA.
           EXEC SQL
             FETCH ASGN_CUR
              INTO :WS-EMPNO, :WS-LASTNAME, :WS-STU-CLASS, :WS-SUBJECT
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-ASGN-COUNT
                 IF WS-EMPNO NOT = WS-PREV-EMPNO
                    IF WS-PREV-EMPNO NOT = SPACES
                       PERFORM 390-TEACHER-TOTAL-PARA
                    END-IF
                    PERFORM 380-NEW-TEACHER-PARA
                 END-IF
                 PERFORM 300-ANALYSE-PARA
              WHEN 100
                 SET EOF-ASGN TO TRUE
                 IF WS-PREV-EMPNO NOT = SPACES
                    PERFORM 390-TEACHER-TOTAL-PARA
                 END-IF
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " FETCHING ASGN_CUR"
                 SET EOF-ASGN TO TRUE
                 PERFORM 990-SQL-ERROR-PARA
           END-EVALUATE.
        220-CLOSE-ASGN-CUR-PARA.
           EXEC SQL
             CLOSE ASGN_CUR
           END-EXEC.
        300-ANALYSE-PARA.
           INITIALIZE WS-LINE-TOTALS.
           PERFORM 310-OPEN-MARK-CUR-PARA.
           PERFORM 320-FETCH-MARK-PARA UNTIL EOF-MARK.
           EXEC SQL
             CLOSE MARK_CUR
           END-EXEC.
           PERFORM 340-PREV-AVG-PARA.
           MOVE SPACES TO WS-DTL-LINE.
           MOVE WS-STU-CLASS TO DTL-CLASS.
           MOVE WS-SUBJECT TO DTL-SUBJECT.
           EVALUATE WS-SUBJECT
              WHEN 'LANG'    MOVE 1 TO WS-SUBJ-X
              WHEN 'MATH'    MOVE 2 TO WS-SUBJ-X
              WHEN 'SCIENCE' MOVE 3 TO WS-SUBJ-X
              WHEN 'SS'      MOVE 4 TO WS-SUBJ-X
              WHEN 'ART'     MOVE 5 TO WS-SUBJ-X
              WHEN OTHER     MOVE 6 TO WS-SUBJ-X
           END-EVALUATE.
           MOVE WS-SCH-AVG(WS-SUBJ-X) TO WS-EDIT-PCT.
           MOVE WS-EDIT-PCT TO DTL-SCHOOL.
           IF WS-PREV-COUNT > 0
              MOVE WS-PREV-AVG TO WS-EDIT-PCT
              MOVE WS-EDIT-PCT TO DTL-PREV
           ELSE
              MOVE '   N/A' TO DTL-PREV
           END-IF.
           MOVE WS-LN-COUNT TO WS-CALC-COUNT.
           MOVE WS-LN-SUM TO WS-CALC-SUM.
           MOVE WS-LN-PASS TO WS-CALC-PASS.
           PERFORM 350-CALC-PARA.
           MOVE 1 TO WS-GRD-SUB.
           PERFORM 360-LINE-GRADES-PARA UNTIL WS-GRD-SUB > WS-GRD-COUNT.
           IF WS-LN-COUNT = 0
              ADD 1 TO WS-NO-RESULT-COUNT
              DISPLAY 'NO RESULTS FOR CLASS ' WS-STU-CLASS ' '
                      WS-SUBJECT ' TEACHER ' WS-EMPNO
           END-IF.
           ADD WS-LN-COUNT TO WS-TT-COUNT.
           ADD WS-LN-SUM TO WS-TT-SUM.
           ADD WS-LN-PASS TO WS-TT-PASS.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-DTL-LINE TO PRT-DETAIL.
           PERFORM 950-PRINT-PARA.
        310-OPEN-MARK-CUR-PARA.
           MOVE 'N' TO WS-MARK-EOF.
           EXEC SQL
             OPEN MARK_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " OPENING MARK_CUR"
              SET EOF-MARK TO TRUE
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
        320-FETCH-MARK-PARA.
           EXEC SQL
             FETCH MARK_CUR
              INTO :WS-MARK
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 330-COUNT-MARK-PARA
              WHEN 100
                 SET EOF-MARK TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " FETCHING MARK_CUR"
                 SET EOF-MARK TO TRUE
                 PERFORM 990-SQL-ERROR-PARA
           END-EVALUATE.
        330-COUNT-MARK-PARA.
           ADD 1 TO WS-LN-COUNT.
           ADD WS-MARK TO WS-LN-SUM.
           IF WS-MARK >= WS-PASS-MARK
              ADD 1 TO WS-LN-PASS
           END-IF.
           MOVE WS-MARK TO WS-GRD-MARK.
           PERFORM 910-GRADE-LOOKUP-PARA.
           IF WS-GRD-HIT > 0
              ADD 1 TO WS-LN-GRD(WS-GRD-HIT)
              ADD 1 TO WS-TT-GRD(WS-GRD-HIT)
           END-IF.
      * THE SAME TEACHER'S AVERAGE IN THE SUBJECT LAST TERM, OVER
      * WHATEVER CLASSES TCHASGN SHOWS THEY TAUGHT IT TO THEN
        340-PREV-AVG-PARA.
           MOVE ZERO TO WS-PREV-COUNT WS-PREV-AVG.
           IF WS-PREV-TERM NOT = SPACES
              EXEC SQL
                SELECT COUNT(*),
                       COALESCE(AVG(DECIMAL(
                         CASE :WS-SUBJECT
                            WHEN 'LANG'    THEN H.MARKS_LANG
                            WHEN 'MATH'    THEN H.MARKS_MATH
                            WHEN 'SCIENCE' THEN H.MARKS_SCIENCE
                            WHEN 'SS'      THEN H.MARKS_SS
                            WHEN 'ART'     THEN H.MARKS_ART
                            ELSE H.MARKS_COMPSTD
                         END, 5, 2)), 0)
                  INTO :WS-PREV-COUNT, :WS-PREV-AVG
                  FROM TCHASGN T, MARKHIST H
                 WHERE T.EMPNO     = :WS-EMPNO
                   AND T.SUBJECT   = :WS-SUBJECT
                   AND T.EXAM_TERM = :WS-PREV-TERM
                   AND H.STU_CLASS = T.STU_CLASS
                   AND H.EXAM_TERM = T.EXAM_TERM
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON EMPNO " WS-EMPNO
                 MOVE ZERO TO WS-PREV-COUNT
                 PERFORM 990-SQL-ERROR-PARA
              END-IF
           END-IF.
        350-CALC-PARA.
           MOVE ZERO TO WS-AVG WS-PASS-PCT.
           IF WS-CALC-COUNT > 0
              COMPUTE WS-AVG ROUNDED = WS-CALC-SUM / WS-CALC-COUNT
              COMPUTE WS-PASS-PCT ROUNDED =
                  (WS-CALC-PASS * 100) / WS-CALC-COUNT
           END-IF.
           MOVE WS-CALC-COUNT TO DTL-STUD.
           MOVE WS-AVG TO DTL-AVG.
           MOVE WS-PASS-PCT TO DTL-PASS.
        360-LINE-GRADES-PARA.
           MOVE WS-LN-GRD(WS-GRD-SUB) TO DTL-GRD(WS-GRD-SUB).
           ADD 1 TO WS-GRD-SUB.
        370-TCHR-GRADES-PARA.
           MOVE WS-TT-GRD(WS-GRD-SUB) TO DTL-GRD(WS-GRD-SUB).
           ADD 1 TO WS-GRD-SUB.
      * FORCING THE LINE COUNT PAST THE PAGE SIZE STARTS EACH TEACHER
      * ON A FRESH PAGE UNDER THEIR OWN HEADING
        380-NEW-TEACHER-PARA.
           ADD 1 TO WS-TCHR-COUNT.
           MOVE WS-EMPNO TO WS-PREV-EMPNO TH-EMPNO.
           MOVE WS-LASTNAME TO TH-LASTNAME.
           MOVE WS-TCHR-HDR TO PRT-HEAD1.
           MOVE 999 TO PRT-LINE-CNT.
           INITIALIZE WS-TCHR-TOTALS.
        390-TEACHER-TOTAL-PARA.
           MOVE SPACES TO PRT-DETAIL.
           PERFORM 950-PRINT-PARA.
           MOVE SPACES TO WS-DTL-LINE.
           MOVE 'ALL' TO DTL-SUBJECT.
           MOVE WS-TT-COUNT TO WS-CALC-COUNT.
           MOVE WS-TT-SUM TO WS-CALC-SUM.
           MOVE WS-TT-PASS TO WS-CALC-PASS.
           PERFORM 350-CALC-PARA.
           MOVE 1 TO WS-GRD-SUB.
           PERFORM 370-TCHR-GRADES-PARA UNTIL WS-GRD-SUB > WS-GRD-COUNT.
           MOVE WS-DTL-LINE TO PRT-DETAIL.
           PERFORM 950-PRINT-PARA.
        400-CLOSE-FILE-PARA.
           CLOSE TCHRPT.
           IF WS-ASGN-COUNT = 0
              DISPLAY 'NO TCHASGN TEACHING ASSIGNMENTS FOR TERM '
                      WS-TERM
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM 900-CONTROL-TOTALS-PARA.
        900-CONTROL-TOTALS-PARA.
           DISPLAY SPACES.
           MOVE 'ASSIGNMENTS READ' TO CTL-LABEL.
           MOVE WS-ASGN-COUNT      TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
           MOVE 'TEACHERS'         TO CTL-LABEL.
           MOVE WS-TCHR-COUNT      TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
           MOVE 'LINES PRINTED'    TO CTL-LABEL.
           MOVE WS-LINE-COUNT      TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
           MOVE 'WITH NO RESULTS'  TO CTL-LABEL.
           MOVE WS-NO-RESULT-COUNT TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
        910-GRADE-LOOKUP-PARA.
           MOVE ZERO TO WS-GRD-HIT.
           MOVE 1 TO WS-GRD-SUB.
           PERFORM 912-GRADE-SCAN-PARA
              UNTIL WS-GRD-SUB > WS-GRD-COUNT
                 OR WS-GRD-HIT > 0.
        912-GRADE-SCAN-PARA.
           IF WS-GRD-MARK >= WS-GRD-FLOOR(WS-GRD-SUB) AND
              WS-GRD-MARK <= WS-GRD-CEIL(WS-GRD-SUB)
              MOVE WS-GRD-SUB TO WS-GRD-HIT
           END-IF.
           ADD 1 TO WS-GRD-SUB.
        950-PRINT-PARA.
           MOVE 'D' TO PRT-REQUEST.
           CALL 'PRTSRVC' USING PRT-CTL.
           MOVE 1 TO WS-PX.
           PERFORM 960-PRINT-LINE-PARA UNTIL WS-PX > PRT-OUT-COUNT.
        960-PRINT-LINE-PARA.
           MOVE PRT-OUT-LINE(WS-PX)(1:80) TO TCHRPT-ID.
           WRITE TCHRPT-LIST.
           ADD 1 TO WS-PX.
        990-SQL-ERROR-PARA.
           MOVE WS-EMPNO TO WS-ERRH-KEY.
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
           MOVE 'TCHRSLT' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE
           ELSE
              ACCEPT STL-RUN-DATE FROM DATE
           END-IF.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-ASGN-COUNT TO STL-READ-CNT.
           MOVE WS-LINE-COUNT TO STL-PROC-CNT.
           MOVE ZERO TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
