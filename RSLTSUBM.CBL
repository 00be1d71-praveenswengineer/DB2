       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSLTSUBM.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NEW PROGRAM. STATUTORY RESULT SUBMISSION TO
      *                 THE EXAMINATION BOARD. FOR THE CLOSED EXAM TERM
      *                 -- THE SUBMCTL CARD'S TERM, OR THE LATEST TERM
      *                 MARKED CLOSED ON TERMCAL -- WRITES THE BRDSUBM
      *                 FILE: A BOARD HEADER RECORD, ONE DETAIL PER
      *                 STUDENRL-ACTIVE STUDENT WITH ALL SIX MARKHIST
      *                 MARKS, THE TOTAL AND THE OVERALL GRADE (GRADECTL
      *                 BANDS, AS REPORT1), AND A TRAILER WITH THE
      *                 RECORD COUNT AND MARK HASH TOTALS. EACH RUN
      *                 TAKES THE NEXT SUBMISSION NUMBER AND IS KEPT ON
      *                 SUBMHDR, ITS STUDENTS ON SUBMDTL, FOR RSLTACK TO
      *                 RECONCILE THE BOARD'S ACKNOWLEDGMENT AGAINST.
      *                 SUBMCTL TYPE S WITH AN ORIGINAL SUBMISSION
      *                 NUMBER BUILDS THE SUPPLEMENTARY FILE INSTEAD --
      *                 ONLY THE STUDENTS THAT SUBMISSION HAS REJECTED
      *                 OR MISSING, WITH THEIR CORRECTED MARKS, THE
      *                 HEADER CARRYING THE ORIGINAL NUMBER. A TERM
      *                 ALREADY SUBMITTED IS NOT SUBMITTED AGAIN.
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
           SELECT SUBMCTL ASSIGN TO SUBMCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SUBMCTL-ST.
           SELECT GRADECTL ASSIGN TO GRADECTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-GRADECTL-ST.
           SELECT BRDSUBM ASSIGN TO BRDSUBM
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BRDSUBM-ST.
           SELECT SUBMRPT ASSIGN TO SUBMRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SUBMRPT-ST.
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
         05                       PIC X(49).
      * SUBMISSION CARD -- TERM (BLANK = LATEST CLOSED), TYPE O
      * ORIGINAL OR S SUPPLEMENTARY, THE ORIGINAL SUBMISSION NUMBER
      * FOR A SUPPLEMENTARY, AND THE BOARD'S CENTRE CODE FOR THE SCHOOL
       FD SUBMCTL
           RECORDING MODE IS F.
       01 SUBMCTL-REC.
         05 SBC-TERM              PIC X(2).
         05                       PIC X(1).
         05 SBC-TYPE              PIC X(1).
         05                       PIC X(1).
         05 SBC-ORIG-SUBM-NO      PIC X(6).
         05                       PIC X(1).
         05 SBC-CENTRE            PIC X(6).
         05                       PIC X(62).
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
      * BOARD FILE -- HEADER, DETAILS, TRAILER, BY RECORD TYPE
       FD BRDSUBM
           RECORDING MODE IS F.
       01 BRD-HDR-REC.
         05 BRH-REC-TYPE          PIC X(1).
         05 BRH-SUBM-NO           PIC 9(6).
         05 BRH-CENTRE            PIC X(6).
         05 BRH-EXAM-TERM         PIC X(2).
         05 BRH-SUBM-TYPE         PIC X(1).
         05 BRH-ORIG-SUBM-NO      PIC 9(6).
         05 BRH-SUBM-DATE         PIC 9(8).
         05                       PIC X(70).
       01 BRD-DTL-REC.
         05 BRD-REC-TYPE          PIC X(1).
         05 BRD-SUBM-NO           PIC 9(6).
         05 BRD-STU-ID            PIC X(6).
         05 BRD-STU-NAME          PIC X(20).
         05 BRD-STU-CLASS         PIC X(1).
         05 BRD-MARK              PIC 9(3) OCCURS 6.
         05 BRD-TOTAL             PIC 9(4).
         05 BRD-GRADE             PIC X(2).
         05                       PIC X(42).
       01 BRD-TRL-REC.
         05 BRT-REC-TYPE          PIC X(1).
         05 BRT-SUBM-NO           PIC 9(6).
         05 BRT-REC-COUNT         PIC 9(7).
         05 BRT-MARK-HASH         PIC 9(9) OCCURS 6.
         05 BRT-TOTAL-HASH        PIC 9(11).
         05                       PIC X(21).
       FD SUBMRPT
           RECORDING MODE IS F.
       01 SUBMRPT-LIST.
         05 SUBMRPT-ID            PIC X(80).
       WORKING-STORAGE SECTION.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-SUBMCTL-ST        PIC X(2).
        77  WS-GRADECTL-ST       PIC X(2).
        77  WS-BRDSUBM-ST        PIC X(2).
        77  WS-SUBMRPT-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-TERM              PIC X(2) VALUE SPACES.
        01  WS-TERM-STATUS       PIC X(1) VALUE SPACE.
        01  WS-CENTRE            PIC X(6) VALUE SPACES.
        01  WS-SUBM-TYPE         PIC X(1) VALUE 'O'.
            88 SUBM-ORIGINAL       VALUE 'O'.
            88 SUBM-SUPPLEMENTARY  VALUE 'S'.
        01  WS-SUBM-NO           PIC 9(6) VALUE ZERO.
        01  WS-ORIG-SUBM-NO      PIC 9(6) VALUE ZERO.
        01  WS-EXIST-COUNT       PIC S9(4) COMP VALUE ZERO.
        01  WS-RUN-OK            PIC X VALUE 'Y'.
            88 RUN-OK              VALUE 'Y'.
        01  WS-STUD-EOF          PIC X VALUE 'N'.
            88 EOF-STUD            VALUE 'Y'.
        01  WS-H-STU-ID          PIC X(6).
        01  WS-H-STU-NAME        PIC X(20).
        01  WS-H-STU-CLASS       PIC X(1).
        01  WS-H-MARKS.
            05 WS-H-MARKS-LANG    PIC S9(3) COMP-3.
            05 WS-H-MARKS-MATH    PIC S9(3) COMP-3.
            05 WS-H-MARKS-SCIENCE PIC S9(3) COMP-3.
            05 WS-H-MARKS-SS      PIC S9(3) COMP-3.
            05 WS-H-MARKS-ART     PIC S9(3) COMP-3.
            05 WS-H-MARKS-COMPSTD PIC S9(3) COMP-3.
        01  WS-H-MARK-TABLE REDEFINES WS-H-MARKS.
            05 WS-H-MARK         PIC S9(3) COMP-3 OCCURS 6.
        01  WS-SUBJ-X            PIC 9(1) VALUE ZERO.
        01  WS-TOTAL             PIC 9(4) VALUE ZERO.
        01  WS-GRADE             PIC X(2) VALUE SPACES.
        01  WS-ACK-PENDING       PIC X(1) VALUE SPACE.
        01  WS-ACK-RESUBMITTED   PIC X(1) VALUE 'S'.
        01  WS-HASH-TABLE.
            05 WS-MARK-HASH      PIC 9(9) COMP-3 OCCURS 6.
        01  WS-TOTAL-HASH        PIC 9(11) COMP-3 VALUE ZERO.
        77  WS-DTL-COUNT         PIC 9(7) COMP VALUE ZERO.
        01  WS-GRADE-TABLE.
            05 WS-GRD-ENTRY OCCURS 10.
               10 WS-GRD-FLOOR   PIC 9(3).
               10 WS-GRD-CEIL    PIC 9(3).
               10 WS-GRD-LETTER  PIC X(2).
               10 WS-GRD-CLASS   PIC X(20).
        01  WS-GRD-COUNT         PIC 9(2) VALUE ZERO.
        01  WS-GRD-SUB           PIC 9(2) VALUE ZERO.
        01  WS-GRADECTL-EOF      PIC X(1) VALUE 'N'.
            88 EOF-GRADECTL        VALUE 'Y'.
        01  WS-GRD-MARK          PIC 9(3) VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'RSLTSUBM'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(14) VALUE SPACES.
            05                   PIC X(30) VALUE
               'BOARD RESULT SUBMISSION NO.'.
            05 HDR-SUBM-NO       PIC 9(6).
            05                   PIC X(7)  VALUE '  TERM'.
            05 HDR-TERM          PIC X(2).
            05                   PIC X(2).
            05 HDR-TYPE          PIC X(13).
            05                   PIC X(6).
        01  WS-HDR2.
            05                   PIC X(18) VALUE 'CENTRE'.
            05 HDR-CENTRE        PIC X(6).
            05                   PIC X(4).
            05                   PIC X(22) VALUE
               'ORIGINAL SUBMISSION'.
            05 HDR-ORIG-NO       PIC 9(6).
            05                   PIC X(24).
        01  WS-SUM-LINE.
            05 SUM-LABEL         PIC X(30).
            05 SUM-COUNT         PIC ZZZ,ZZ9.
            05                   PIC X(43).
        01  WS-HASH-LINE.
            05                   PIC X(12) VALUE 'HASH TOTAL'.
            05 HSH-SUBJECT       PIC X(18).
            05 HSH-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.
            05                   PIC X(36).
        01  WS-SUBJECT-NAMES.
            05                   PIC X(12) VALUE 'LANGUAGE'.
            05                   PIC X(12) VALUE 'MATHEMATICS'.
            05                   PIC X(12) VALUE 'SCIENCE'.
            05                   PIC X(12) VALUE 'SOCIAL STUDY'.
            05                   PIC X(12) VALUE 'ART'.
            05                   PIC X(12) VALUE 'COMP STUDIES'.
        01  WS-SUBJECT-TABLE REDEFINES WS-SUBJECT-NAMES.
            05 WS-SUBJECT        PIC X(12) OCCURS 6.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
      * AN ORIGINAL TAKES EVERY ACTIVE STUDENT WITH MARKS FOR THE
      * TERM; A SUPPLEMENTARY ONLY THOSE THE BOARD HAS NOT ACCEPTED
           EXEC SQL
            DECLARE SUBM_CUR CURSOR FOR
             SELECT H.STU_ID, E.STU_NAME, H.STU_CLASS,
                    H.MARKS_LANG, H.MARKS_MATH, H.MARKS_SCIENCE,
                    H.MARKS_SS, H.MARKS_ART, H.MARKS_COMPSTD
             FROM MARKHIST H, STUDENRL E
             WHERE E.STU_ID      = H.STU_ID
               AND H.EXAM_TERM   = :WS-TERM
               AND E.ACTIVE_FLAG = 'Y'
               AND (:WS-SUBM-TYPE = 'O' OR
                    H.STU_ID IN
                     (SELECT D.STU_ID
                        FROM SUBMDTL D
                       WHERE D.SUBM_NO = :WS-ORIG-SUBM-NO
                         AND D.ACK_STATUS IN ('R', 'M')))
             ORDER BY H.STU_CLASS, H.STU_ID
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 050-READ-SUBMCTL-PARA.
           PERFORM 060-READ-GRADECTL-PARA.
           IF RUN-OK
              PERFORM 070-CHECK-TERM-PARA
           END-IF.
           IF RUN-OK
              PERFORM 080-NEXT-SUBM-NO-PARA
           END-IF.
           IF NOT RUN-OK
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 100-OPEN-FILE-PARA
              PERFORM 110-OPEN-CUR-PARA
              IF SQLCODE = 0
                 PERFORM 120-FETCH-PARA
                 PERFORM 200-PROCESS-PARA UNTIL EOF-STUD
                 PERFORM 800-CLOSE-CUR-PARA
              ELSE
                 DISPLAY 'ERROR IN OPEN SUBM_CUR ' WS-SQLCODE
                 PERFORM 990-SQL-ERROR-PARA
              END-IF
              IF RETURN-CODE < 8
                 PERFORM 500-TRAILER-PARA
              END-IF
              PERFORM 700-FINAL-PARA
              PERFORM 900-CLOSE-FILE-PARA
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
        050-READ-SUBMCTL-PARA.
           OPEN INPUT SUBMCTL.
           IF WS-SUBMCTL-ST = '00'
              READ SUBMCTL
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SBC-TERM TO WS-TERM
                    MOVE SBC-CENTRE TO WS-CENTRE
                    IF SBC-TYPE NOT = SPACE
                       MOVE SBC-TYPE TO WS-SUBM-TYPE
                    END-IF
                    IF SBC-ORIG-SUBM-NO NUMERIC
                       MOVE SBC-ORIG-SUBM-NO TO WS-ORIG-SUBM-NO
                    END-IF
              END-READ
              CLOSE SUBMCTL
           END-IF.
           IF WS-CENTRE = SPACES
              DISPLAY 'NO BOARD CENTRE CODE ON SUBMCTL'
              MOVE 'N' TO WS-RUN-OK
           END-IF.
           IF NOT SUBM-ORIGINAL AND NOT SUBM-SUPPLEMENTARY
              DISPLAY 'SUBMCTL TYPE NOT O OR S ' WS-SUBM-TYPE
              MOVE 'N' TO WS-RUN-OK
           END-IF.
           IF SUBM-SUPPLEMENTARY AND WS-ORIG-SUBM-NO = ZERO
              DISPLAY 'SUPPLEMENTARY NEEDS THE ORIGINAL SUBMISSION NO'
              MOVE 'N' TO WS-RUN-OK
           END-IF.
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
                 IF WS-GRD-COUNT < 10
                    ADD 1 TO WS-GRD-COUNT
                    MOVE CTL-GRD-FLOOR
                      TO WS-GRD-FLOOR(WS-GRD-COUNT)
                    MOVE CTL-GRD-CEIL
                      TO WS-GRD-CEIL(WS-GRD-COUNT)
                    MOVE CTL-GRD-LETTER
                      TO WS-GRD-LETTER(WS-GRD-COUNT)
                    MOVE CTL-GRD-CLASS
                      TO WS-GRD-CLASS(WS-GRD-COUNT)
                 END-IF
           END-READ.
        062-DEFAULT-GRADES-PARA.
           MOVE 6 TO WS-GRD-COUNT.
           MOVE 090 TO WS-GRD-FLOOR(1).
           MOVE 100 TO WS-GRD-CEIL(1).
           MOVE 'A+' TO WS-GRD-LETTER(1).
           MOVE 075 TO WS-GRD-FLOOR(2).
           MOVE 089 TO WS-GRD-CEIL(2).
           MOVE 'A ' TO WS-GRD-LETTER(2).
           MOVE 060 TO WS-GRD-FLOOR(3).
           MOVE 074 TO WS-GRD-CEIL(3).
           MOVE 'B ' TO WS-GRD-LETTER(3).
           MOVE 050 TO WS-GRD-FLOOR(4).
           MOVE 059 TO WS-GRD-CEIL(4).
           MOVE 'C ' TO WS-GRD-LETTER(4).
           MOVE 035 TO WS-GRD-FLOOR(5).
           MOVE 049 TO WS-GRD-CEIL(5).
           MOVE 'D ' TO WS-GRD-LETTER(5).
           MOVE 000 TO WS-GRD-FLOOR(6).
           MOVE 034 TO WS-GRD-CEIL(6).
           MOVE 'F ' TO WS-GRD-LETTER(6).
      * ONLY A CLOSED TERM'S MARKS GO TO THE BOARD. AN ORIGINAL IS
      * SENT ONCE PER TERM; A SUPPLEMENTARY TAKES THE TERM OF THE
      * SUBMISSION IT CORRECTS
        070-CHECK-TERM-PARA.
           IF SUBM-SUPPLEMENTARY
              EXEC SQL
                SELECT EXAM_TERM
                  INTO :WS-TERM
                  FROM SUBMHDR
                 WHERE SUBM_NO = :WS-ORIG-SUBM-NO
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'SUBMISSION ' WS-ORIG-SUBM-NO
                         ' NOT ON SUBMHDR'
                 MOVE 'N' TO WS-RUN-OK
              END-IF
           END-IF.
           IF RUN-OK AND WS-TERM = SPACES
              EXEC SQL
                SELECT COALESCE(MAX(TERM_CODE), ' ')
                  INTO :WS-TERM
                  FROM TERMCAL
                 WHERE TERM_STATUS = 'C'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SPACES TO WS-TERM
              END-IF
              IF WS-TERM = SPACES
                 DISPLAY 'NO CLOSED TERM ON TERMCAL AND NO SUBMCTL TERM'
                 MOVE 'N' TO WS-RUN-OK
              END-IF
           END-IF.
           IF RUN-OK
              EXEC SQL
                SELECT TERM_STATUS
                  INTO :WS-TERM-STATUS
                  FROM TERMCAL
                 WHERE TERM_CODE = :WS-TERM
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-TERM-STATUS NOT = 'C'
                 DISPLAY 'TERM ' WS-TERM ' IS NOT CLOSED ON TERMCAL'
                 MOVE 'N' TO WS-RUN-OK
              END-IF
           END-IF.
           IF RUN-OK AND SUBM-ORIGINAL
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-EXIST-COUNT
                  FROM SUBMHDR
                 WHERE EXAM_TERM = :WS-TERM
                   AND SUBM_TYPE = 'O'
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-EXIST-COUNT > 0
                 DISPLAY 'TERM ' WS-TERM ' ALREADY SUBMITTED - '
                         'RESUBMIT AS A SUPPLEMENTARY'
                 MOVE 'N' TO WS-RUN-OK
              END-IF
           END-IF.
        080-NEXT-SUBM-NO-PARA.
           EXEC SQL
             SELECT COALESCE(MAX(SUBM_NO), 0) + 1
               INTO :WS-SUBM-NO
               FROM SUBMHDR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR ' WS-SQLCODE ' READING SUBMHDR'
              MOVE 'N' TO WS-RUN-OK
           ELSE
              DISPLAY 'SUBMISSION ' WS-SUBM-NO ' TYPE ' WS-SUBM-TYPE
                      ' TERM ' WS-TERM
           END-IF.
        100-OPEN-FILE-PARA.
           OPEN OUTPUT BRDSUBM.
           OPEN OUTPUT SUBMRPT.
           MOVE ZERO TO WS-MARK-HASH(1) WS-MARK-HASH(2)
                        WS-MARK-HASH(3) WS-MARK-HASH(4)
                        WS-MARK-HASH(5) WS-MARK-HASH(6).
           MOVE SPACES TO BRD-HDR-REC.
           MOVE 'H' TO BRH-REC-TYPE.
           MOVE WS-SUBM-NO TO BRH-SUBM-NO.
           MOVE WS-CENTRE TO BRH-CENTRE.
           MOVE WS-TERM TO BRH-EXAM-TERM.
           MOVE WS-SUBM-TYPE TO BRH-SUBM-TYPE.
           MOVE WS-ORIG-SUBM-NO TO BRH-ORIG-SUBM-NO.
           MOVE WS-SHARED-RUN-DATE TO BRH-SUBM-DATE.
           WRITE BRD-HDR-REC.
        110-OPEN-CUR-PARA.
           EXEC SQL
             OPEN SUBM_CUR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        120-FETCH-PARA.
           EXEC SQL
             FETCH SUBM_CUR
             INTO :WS-H-STU-ID, :WS-H-STU-NAME, :WS-H-STU-CLASS,
                  :WS-H-MARKS-LANG, :WS-H-MARKS-MATH,
                  :WS-H-MARKS-SCIENCE, :WS-H-MARKS-SS,
                  :WS-H-MARKS-ART, :WS-H-MARKS-COMPSTD
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        200-PROCESS-PARA.
           EVALUATE SQLCODE
             WHEN 0
                PERFORM 300-DETAIL-PARA
                PERFORM 120-FETCH-PARA
             WHEN 100
                SET EOF-STUD TO TRUE
             WHEN OTHER
                DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " WS-H-STU-ID
                PERFORM 990-SQL-ERROR-PARA
                SET EOF-STUD TO TRUE
           END-EVALUATE.
        300-DETAIL-PARA.
           MOVE SPACES TO BRD-DTL-REC.
           MOVE 'D' TO BRD-REC-TYPE.
           MOVE WS-SUBM-NO TO BRD-SUBM-NO.
           MOVE WS-H-STU-ID TO BRD-STU-ID.
           MOVE WS-H-STU-NAME TO BRD-STU-NAME.
           MOVE WS-H-STU-CLASS TO BRD-STU-CLASS.
           MOVE ZERO TO WS-TOTAL.
           MOVE 1 TO WS-SUBJ-X.
           PERFORM 310-SUBJECT-PARA UNTIL WS-SUBJ-X > 6.
           COMPUTE WS-GRD-MARK = WS-TOTAL / 6.
           PERFORM 910-GRADE-LOOKUP-PARA.
           MOVE WS-TOTAL TO BRD-TOTAL.
           MOVE WS-GRADE TO BRD-GRADE.
           EXEC SQL
             INSERT INTO SUBMDTL
               (SUBM_NO, STU_ID, ACK_STATUS, ACK_REASON, ACK_DATE)
             VALUES
               (:WS-SUBM-NO, :WS-H-STU-ID, :WS-ACK-PENDING, ' ', 0)
           END-EXEC.
           IF SQLCODE = 0 AND SUBM-SUPPLEMENTARY
              EXEC SQL
                UPDATE SUBMDTL
                   SET ACK_STATUS = :WS-ACK-RESUBMITTED
                 WHERE SUBM_NO = :WS-ORIG-SUBM-NO
                   AND STU_ID  = :WS-H-STU-ID
              END-EXEC
           END-IF.
           IF SQLCODE = 0
              WRITE BRD-DTL-REC
              ADD 1 TO WS-DTL-COUNT
              ADD WS-TOTAL TO WS-TOTAL-HASH
           ELSE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " WS-H-STU-ID
              PERFORM 990-SQL-ERROR-PARA
              SET EOF-STUD TO TRUE
           END-IF.
        310-SUBJECT-PARA.
           MOVE WS-H-MARK(WS-SUBJ-X) TO BRD-MARK(WS-SUBJ-X).
           ADD WS-H-MARK(WS-SUBJ-X) TO WS-TOTAL.
           ADD WS-H-MARK(WS-SUBJ-X) TO WS-MARK-HASH(WS-SUBJ-X).
           ADD 1 TO WS-SUBJ-X.
      * THE TRAILER AND THE SUBMHDR ROW ARE WRITTEN TOGETHER AND THE
      * SUBMISSION COMMITTED WHOLE -- A PART SUBMISSION IS NO USE
        500-TRAILER-PARA.
           MOVE SPACES TO BRD-TRL-REC.
           MOVE 'T' TO BRT-REC-TYPE.
           MOVE WS-SUBM-NO TO BRT-SUBM-NO.
           MOVE WS-DTL-COUNT TO BRT-REC-COUNT.
           MOVE 1 TO WS-SUBJ-X.
           PERFORM 510-TRAILER-HASH-PARA UNTIL WS-SUBJ-X > 6.
           MOVE WS-TOTAL-HASH TO BRT-TOTAL-HASH.
           WRITE BRD-TRL-REC.
           EXEC SQL
             INSERT INTO SUBMHDR
               (SUBM_NO, EXAM_TERM, SUBM_TYPE, ORIG_SUBM_NO,
                CENTRE_CODE, SUBM_DATE, REC_COUNT, MARK_HASH,
                ACK_DATE)
             VALUES
               (:WS-SUBM-NO, :WS-TERM, :WS-SUBM-TYPE,
                :WS-ORIG-SUBM-NO, :WS-CENTRE, :WS-SHARED-RUN-DATE,
                :WS-DTL-COUNT, :WS-TOTAL-HASH, 0)
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                COMMIT
              END-EXEC
           ELSE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON SUBMISSION "
                      WS-SUBM-NO
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
           IF WS-DTL-COUNT = ZERO AND RETURN-CODE < 4
              DISPLAY 'NO STUDENTS FOR SUBMISSION ' WS-SUBM-NO
              MOVE 4 TO RETURN-CODE
           END-IF.
        510-TRAILER-HASH-PARA.
           MOVE WS-MARK-HASH(WS-SUBJ-X) TO BRT-MARK-HASH(WS-SUBJ-X).
           ADD 1 TO WS-SUBJ-X.
        700-FINAL-PARA.
           MOVE WS-SUBM-NO TO HDR-SUBM-NO.
           MOVE WS-TERM TO HDR-TERM.
           IF SUBM-SUPPLEMENTARY
              MOVE 'SUPPLEMENTARY' TO HDR-TYPE
           ELSE
              MOVE 'ORIGINAL' TO HDR-TYPE
           END-IF.
           MOVE WS-CENTRE TO HDR-CENTRE.
           MOVE WS-ORIG-SUBM-NO TO HDR-ORIG-NO.
           MOVE WS-AST TO SUBMRPT-ID.
           WRITE SUBMRPT-LIST.
           MOVE WS-HDR1 TO SUBMRPT-ID.
           WRITE SUBMRPT-LIST.
           MOVE WS-HDR2 TO SUBMRPT-ID.
           WRITE SUBMRPT-LIST.
           MOVE WS-AST TO SUBMRPT-ID.
           WRITE SUBMRPT-LIST.
           IF RETURN-CODE = 8
              MOVE 'SUBMISSION FAILED - DO NOT SEND TO THE BOARD'
                TO SUBMRPT-ID
              WRITE SUBMRPT-LIST
           END-IF.
           MOVE 'STUDENT DETAIL RECORDS' TO SUM-LABEL.
           MOVE WS-DTL-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO SUBMRPT-ID.
           WRITE SUBMRPT-LIST.
           MOVE 1 TO WS-SUBJ-X.
           PERFORM 710-HASH-LINE-PARA UNTIL WS-SUBJ-X > 6.
           MOVE 'ALL MARKS' TO HSH-SUBJECT.
           MOVE WS-TOTAL-HASH TO HSH-AMOUNT.
           MOVE WS-HASH-LINE TO SUBMRPT-ID.
           WRITE SUBMRPT-LIST.
           MOVE WS-AST TO SUBMRPT-ID.
           WRITE SUBMRPT-LIST.
           DISPLAY 'SUBMISSION ' WS-SUBM-NO ' RECORDS ' WS-DTL-COUNT
                   ' MARK HASH ' WS-TOTAL-HASH.
        710-HASH-LINE-PARA.
           MOVE WS-SUBJECT(WS-SUBJ-X) TO HSH-SUBJECT.
           MOVE WS-MARK-HASH(WS-SUBJ-X) TO HSH-AMOUNT.
           MOVE WS-HASH-LINE TO SUBMRPT-ID.
           WRITE SUBMRPT-LIST.
           ADD 1 TO WS-SUBJ-X.
        800-CLOSE-CUR-PARA.
           EXEC SQL
             CLOSE SUBM_CUR
           END-EXEC.
        900-CLOSE-FILE-PARA.
           CLOSE BRDSUBM.
           CLOSE SUBMRPT.
        910-GRADE-LOOKUP-PARA.
           MOVE SPACES TO WS-GRADE.
           MOVE 1 TO WS-GRD-SUB.
           PERFORM 912-GRADE-SCAN-PARA
              UNTIL WS-GRD-SUB > WS-GRD-COUNT
                 OR WS-GRADE NOT = SPACES.
        912-GRADE-SCAN-PARA.
           IF WS-GRD-MARK >= WS-GRD-FLOOR(WS-GRD-SUB) AND
              WS-GRD-MARK <= WS-GRD-CEIL(WS-GRD-SUB)
              MOVE WS-GRD-LETTER(WS-GRD-SUB) TO WS-GRADE
           END-IF.
           ADD 1 TO WS-GRD-SUB.
        990-SQL-ERROR-PARA.
           MOVE WS-H-STU-ID TO WS-ERRH-KEY.
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
           MOVE 'RSLTSUBM' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE
           ELSE
              ACCEPT STL-RUN-DATE FROM DATE
           END-IF.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
