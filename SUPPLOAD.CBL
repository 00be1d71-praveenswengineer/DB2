       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SUPPLOAD.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NEW PROGRAM. SUPPLEMENTARY (RE-EXAM) MARKS
      *                 LOAD. EACH SUPPMARK CARD CARRIES A STUDENT'S
      *                 RE-SIT MARKS (BLANK FOR A SUBJECT NOT RE-SAT)
      *                 AGAINST THE CLOSED TERM SUPPREG REGISTERED.
      *                 THE MARKS GO ONTO MARKHIST UNDER THE SEPARATE
      *                 SUPPLEMENTARY TERM CODE (SUPPCTL, DEFAULT S
      *                 PLUS THE TERM NUMBER), WITH THE SUBJECTS NOT
      *                 RE-SAT CARRIED AT THEIR ORIGINAL MARK. THE
      *                 BETTER OF ORIGINAL AND SUPPLEMENTARY MARK
      *                 COUNTS -- HELD TO THE PASS MARK WHEN PASSCTL
      *                 COLUMN 9 IS 'Y' -- AND A STUDENT WHOSE COUNTED
      *                 MARKS NOW ALL PASS IS FLAGGED CLEARED ON
      *                 SUPPRSLT FOR THE ACADEMIC YEAR, WHICH STUDPROM
      *                 HONOURS. SUPPRPT IS THE REVISED RESULT LIST;
      *                 BAD CARDS GO TO SUPPREJ AND REJLOG.
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
           SELECT SUPPCTL ASSIGN TO SUPPCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SUPPCTL-ST.
           SELECT SUPPMARK ASSIGN TO SUPPMARK
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SUPPMARK-ST.
           SELECT SUPPREJ ASSIGN TO SUPPREJ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SUPPREJ-ST.
           SELECT SUPPRPT ASSIGN TO SUPPRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SUPPRPT-ST.
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
         05 CTL-PASS-MARK         PIC X(3).
         05                       PIC X(1).
         05 CTL-MIN-ATTD          PIC X(3).
         05                       PIC X(1).
         05 CTL-SUPP-CAP          PIC X(1).
         05                       PIC X(71).
       FD SUPPCTL
           RECORDING MODE IS F.
       01 SUPPCTL-REC.
         05 SC-ORIG-TERM          PIC X(2).
         05                       PIC X(1).
         05 SC-SUPP-TERM          PIC X(2).
         05                       PIC X(75).
      * SUBJECTS IN STUDMARK ORDER -- LANG, MATH, SCIENCE, SS, ART,
      * COMPSTD
       FD SUPPMARK
           RECORDING MODE IS F.
       01 SUPPMARK-LIST.
         05 F-STU-ID              PIC X(6).
         05                       PIC X(1).
         05 F-SUPP-MARKS OCCURS 6.
            10 F-SUPP-MARK        PIC X(2).
            10                    PIC X(1).
         05                       PIC X(55).
       FD SUPPREJ
           RECORDING MODE IS F.
       01 SUPPREJ-LIST.
         05 REJ-RECORD            PIC X(80).
         05 REJ-REASON-CODE       PIC X(4).
         05                       PIC X(1).
         05 REJ-REASON-TEXT       PIC X(25).
       FD SUPPRPT
           RECORDING MODE IS F.
       01 SUPPRPT-LIST.
         05 SUPPRPT-ID            PIC X(80).
       WORKING-STORAGE SECTION.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-PASSCTL-ST        PIC X(2).
        77  WS-SUPPCTL-ST        PIC X(2).
        77  WS-SUPPMARK-ST       PIC X(2).
        77  WS-SUPPREJ-ST        PIC X(2).
        77  WS-SUPPRPT-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-PASS-MARK         PIC 9(3) VALUE 55.
        01  WS-SUPP-CAP          PIC X(1) VALUE 'N'.
            88 CAP-AT-PASS         VALUE 'Y'.
        01  WS-ORIG-TERM         PIC X(2) VALUE SPACES.
        01  WS-SUPP-TERM         PIC X(2) VALUE SPACES.
        01  WS-TERM-STATUS       PIC X(1) VALUE SPACE.
        01  WS-TERM-OK           PIC X VALUE 'Y'.
            88 TERM-OK             VALUE 'Y'.
        01  WS-ACAD-YEAR         PIC 9(4) VALUE ZERO.
        01  WS-RESULT-DATE       PIC 9(8) VALUE ZERO.
        01  WS-SUPPMARK-EOF      PIC X VALUE 'N'.
            88 EOF-SUPPMARK        VALUE 'Y'.
        01  WS-CARD-OK           PIC X VALUE 'Y'.
            88 CARD-VALID          VALUE 'Y'.
            88 CARD-INVALID        VALUE 'N'.
        01  WS-REJ-CODE          PIC X(4).
        01  WS-REJ-TEXT          PIC X(25).
        01  WS-STU-ID            PIC X(6).
        01  WS-STU-NAME          PIC X(20).
        01  WS-STU-CLASS         PIC X(1).
        01  WS-RESULT-FLAG       PIC X(1).
            88 RESULT-CLEARED      VALUE 'P'.
      * ORIGINAL TERM MARKS FROM MARKHIST
        01  WS-O-MARKS.
            05 WS-O-MARKS-LANG    PIC S9(3) COMP-3.
            05 WS-O-MARKS-MATH    PIC S9(3) COMP-3.
            05 WS-O-MARKS-SCIENCE PIC S9(3) COMP-3.
            05 WS-O-MARKS-SS      PIC S9(3) COMP-3.
            05 WS-O-MARKS-ART     PIC S9(3) COMP-3.
            05 WS-O-MARKS-COMPSTD PIC S9(3) COMP-3.
        01  WS-O-MARK-TABLE REDEFINES WS-O-MARKS.
            05 WS-O-MARK         PIC S9(3) COMP-3 OCCURS 6.
      * SUPPLEMENTARY TERM ROW -- RE-SIT MARKS OVER THE ORIGINALS
        01  WS-N-MARKS.
            05 WS-N-MARKS-LANG    PIC S9(3) COMP-3.
            05 WS-N-MARKS-MATH    PIC S9(3) COMP-3.
            05 WS-N-MARKS-SCIENCE PIC S9(3) COMP-3.
            05 WS-N-MARKS-SS      PIC S9(3) COMP-3.
            05 WS-N-MARKS-ART     PIC S9(3) COMP-3.
            05 WS-N-MARKS-COMPSTD PIC S9(3) COMP-3.
        01  WS-N-MARK-TABLE REDEFINES WS-N-MARKS.
            05 WS-N-MARK         PIC S9(3) COMP-3 OCCURS 6.
      * MARKS THAT COUNT TOWARD THE RESULT
        01  WS-C-MARK-TABLE.
            05 WS-C-MARK         PIC S9(3) COMP-3 OCCURS 6.
        01  WS-GIVEN-TABLE.
            05 WS-GIVEN          PIC X(1) OCCURS 6.
        01  WS-SUPP-VALUE        PIC 9(2) VALUE ZERO.
        01  WS-GIVEN-COUNT       PIC 9(1) VALUE ZERO.
        01  WS-SUBJ-X            PIC 9(1) VALUE ZERO.
        01  WS-FIRST-LINE        PIC X(1) VALUE 'Y'.
        01  WS-SUBJECT-NAMES.
            05                   PIC X(12) VALUE 'LANGUAGE'.
            05                   PIC X(12) VALUE 'MATHEMATICS'.
            05                   PIC X(12) VALUE 'SCIENCE'.
            05                   PIC X(12) VALUE 'SOCIAL STUDY'.
            05                   PIC X(12) VALUE 'ART'.
            05                   PIC X(12) VALUE 'COMP STUDIES'.
        01  WS-SUBJECT-TABLE REDEFINES WS-SUBJECT-NAMES.
            05 WS-SUBJECT        PIC X(12) OCCURS 6.
        77  WS-EXIST-COUNT       PIC S9(4) COMP VALUE ZERO.
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-ACCEPT-COUNT      PIC 9(7) COMP VALUE ZERO.
        77  WS-REJECT-COUNT      PIC 9(7) COMP VALUE ZERO.
        77  WS-CLEARED-COUNT     PIC 9(7) COMP VALUE ZERO.
        77  WS-NOT-CLEARED-COUNT PIC 9(7) COMP VALUE ZERO.
        01  WS-COMMIT-INTERVAL   PIC 9(5) COMP VALUE 100.
        01  WS-COMMIT-COUNT      PIC 9(5) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'SUPPLOAD'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-REG-PARM.
            05 WS-REG-PROGRAM    PIC X(8) VALUE 'SUPPLOAD'.
            05 WS-REG-RUN-DATE   PIC 9(6) VALUE ZERO.
            05 WS-REG-KEY        PIC X(20) VALUE SPACES.
            05 WS-REG-REASON     PIC X(4) VALUE SPACES.
            05 WS-REG-ACTION     PIC X(1) VALUE 'R'.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(14) VALUE SPACES.
            05                   PIC X(38) VALUE
               'SUPPLEMENTARY REVISED RESULTS    TERM'.
            05 HDR-ORIG-TERM     PIC X(2).
            05                   PIC X(13) VALUE '  SUPP TERM'.
            05 HDR-SUPP-TERM     PIC X(2).
            05                   PIC X(11).
        01  WS-HDR2.
            05                   PIC X(8)  VALUE 'STUDENT'.
            05                   PIC X(23) VALUE 'NAME'.
            05                   PIC X(3)  VALUE 'CL'.
            05                   PIC X(14) VALUE 'SUBJECT'.
            05                   PIC X(5)  VALUE 'ORIG'.
            05                   PIC X(5)  VALUE 'SUPP'.
            05                   PIC X(5)  VALUE 'CNTD'.
            05                   PIC X(17) VALUE 'RESULT'.
        01  WS-DTL-LINE.
            05 DTL-STU-ID        PIC X(6).
            05                   PIC X(2).
            05 DTL-STU-NAME      PIC X(20).
            05                   PIC X(3).
            05 DTL-STU-CLASS     PIC X(1).
            05                   PIC X(2).
            05 DTL-SUBJECT       PIC X(12).
            05                   PIC X(2).
            05 DTL-ORIG          PIC ZZ9.
            05                   PIC X(2).
            05 DTL-SUPP          PIC ZZ9.
            05 DTL-SUPP-X REDEFINES DTL-SUPP PIC X(3).
            05                   PIC X(2).
            05 DTL-COUNTED       PIC ZZ9.
            05                   PIC X(2).
            05 DTL-RESULT        PIC X(15).
            05                   PIC X(2).
        01  WS-SUM-LINE.
            05 SUM-LABEL         PIC X(30).
            05 SUM-COUNT         PIC ZZZ,ZZ9.
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
           PERFORM 050-READ-PASSCTL-PARA.
           PERFORM 060-READ-SUPPCTL-PARA.
           PERFORM 070-CHECK-TERM-PARA.
           IF NOT TERM-OK
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 100-OPEN-FILE-PARA
              IF WS-SUPPMARK-ST = '00'
                 PERFORM 200-READ-FILE-PARA UNTIL EOF-SUPPMARK
              ELSE
                 DISPLAY 'ERROR IN OPEN ' WS-SUPPMARK-ST
                 MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM 600-COMMIT-PARA
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
                    IF CTL-SUPP-CAP = 'Y'
                       MOVE 'Y' TO WS-SUPP-CAP
                    END-IF
              END-READ
              CLOSE PASSCTL
           END-IF.
           DISPLAY 'PASS MARK ' WS-PASS-MARK
                   ' SUPPLEMENTARY HELD TO PASS MARK ' WS-SUPP-CAP.
        060-READ-SUPPCTL-PARA.
           OPEN INPUT SUPPCTL.
           IF WS-SUPPCTL-ST = '00'
              READ SUPPCTL
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SC-ORIG-TERM TO WS-ORIG-TERM
                    MOVE SC-SUPP-TERM TO WS-SUPP-TERM
              END-READ
              CLOSE SUPPCTL
           END-IF.
      * SAME TERM RULE AS SUPPREG. THE RESULT FLAG IS KEYED ON THE
      * RUN DATE'S YEAR, THE SAME ACADEMIC YEAR STUDPROM USES, SO
      * THERE MUST BE A SHARED RUN DATE
        070-CHECK-TERM-PARA.
           MOVE WS-SHARED-RUN-DATE(1:4) TO WS-ACAD-YEAR.
           MOVE WS-SHARED-RUN-DATE TO WS-RESULT-DATE.
           IF WS-ACAD-YEAR = ZERO
              DISPLAY 'NO RUN DATE - SUPPLEMENTARY MARKS NOT LOADED'
              MOVE 'N' TO WS-TERM-OK
           END-IF.
           IF TERM-OK AND WS-ORIG-TERM = SPACES
              EXEC SQL
                SELECT COALESCE(MAX(TERM_CODE), ' ')
                  INTO :WS-ORIG-TERM
                  FROM TERMCAL
                 WHERE TERM_STATUS = 'C'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SPACES TO WS-ORIG-TERM
              END-IF
           END-IF.
           IF TERM-OK AND WS-ORIG-TERM = SPACES
              DISPLAY 'NO CLOSED TERM ON TERMCAL AND NO SUPPCTL TERM'
              MOVE 'N' TO WS-TERM-OK
           END-IF.
           IF TERM-OK
              EXEC SQL
                SELECT TERM_STATUS
                  INTO :WS-TERM-STATUS
                  FROM TERMCAL
                 WHERE TERM_CODE = :WS-ORIG-TERM
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-TERM-STATUS NOT = 'C'
                 DISPLAY 'TERM ' WS-ORIG-TERM
                         ' IS NOT CLOSED ON TERMCAL'
                 MOVE 'N' TO WS-TERM-OK
              END-IF
           END-IF.
           IF TERM-OK
              IF WS-SUPP-TERM = SPACES
                 MOVE 'S' TO WS-SUPP-TERM(1:1)
                 MOVE WS-ORIG-TERM(2:1) TO WS-SUPP-TERM(2:1)
              END-IF
              IF WS-SUPP-TERM = WS-ORIG-TERM
                 DISPLAY 'SUPPLEMENTARY TERM CODE MUST DIFFER FROM '
                         WS-ORIG-TERM
                 MOVE 'N' TO WS-TERM-OK
              ELSE
                 DISPLAY 'SUPPLEMENTARY FOR TERM ' WS-ORIG-TERM
                         ' AS TERM ' WS-SUPP-TERM
                         ' YEAR ' WS-ACAD-YEAR
              END-IF
           END-IF.
        100-OPEN-FILE-PARA.
           OPEN INPUT SUPPMARK.
           OPEN OUTPUT SUPPREJ.
           OPEN OUTPUT SUPPRPT.
           MOVE WS-ORIG-TERM TO HDR-ORIG-TERM.
           MOVE WS-SUPP-TERM TO HDR-SUPP-TERM.
           MOVE WS-AST TO SUPPRPT-ID.
           WRITE SUPPRPT-LIST.
           MOVE WS-HDR1 TO SUPPRPT-ID.
           WRITE SUPPRPT-LIST.
           MOVE WS-AST TO SUPPRPT-ID.
           WRITE SUPPRPT-LIST.
           MOVE WS-HDR2 TO SUPPRPT-ID.
           WRITE SUPPRPT-LIST.
           MOVE WS-AST TO SUPPRPT-ID.
           WRITE SUPPRPT-LIST.
        200-READ-FILE-PARA.
           READ SUPPMARK
              AT END
                 SET EOF-SUPPMARK TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 300-PROCESS-CARD-PARA
           END-READ.
        300-PROCESS-CARD-PARA.
           PERFORM 495-VALIDATE-CARD-PARA.
           IF CARD-VALID
              PERFORM 496-GET-ORIGINAL-PARA
           END-IF.
           IF CARD-VALID
              MOVE 1 TO WS-SUBJ-X
              PERFORM 497-CHECK-SUBJECT-PARA UNTIL WS-SUBJ-X > 6
           END-IF.
           IF CARD-INVALID
              PERFORM 498-REJECT-PARA
           ELSE
              PERFORM 400-APPLY-PARA
           END-IF.
        400-APPLY-PARA.
           MOVE 'P' TO WS-RESULT-FLAG.
           MOVE 1 TO WS-SUBJ-X.
           PERFORM 410-COUNT-SUBJECT-PARA UNTIL WS-SUBJ-X > 6.
           PERFORM 500-HIST-UPSERT-PARA.
           IF SQLCODE = 0
              PERFORM 550-RESULT-UPSERT-PARA
           END-IF.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-ACCEPT-COUNT
                 IF RESULT-CLEARED
                    ADD 1 TO WS-CLEARED-COUNT
                 ELSE
                    ADD 1 TO WS-NOT-CLEARED-COUNT
                 END-IF
                 PERFORM 450-PRINT-RESULT-PARA
                 ADD 1 TO WS-COMMIT-COUNT
                 IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
                    PERFORM 600-COMMIT-PARA
                 END-IF
              WHEN OTHER
                 DISPLAY "ERROR" WS-SQLCODE " ON STU-ID " WS-STU-ID
                 PERFORM 990-SQL-ERROR-PARA
           END-EVALUATE.
      * A RE-SIT ONLY COUNTS WHEN IT BEATS THE ORIGINAL, AND UNDER
      * THE CAP POLICY IT COUNTS NO HIGHER THAN THE PASS MARK
        410-COUNT-SUBJECT-PARA.
           MOVE WS-O-MARK(WS-SUBJ-X) TO WS-C-MARK(WS-SUBJ-X).
           MOVE WS-O-MARK(WS-SUBJ-X) TO WS-N-MARK(WS-SUBJ-X).
           IF WS-GIVEN(WS-SUBJ-X) = 'Y'
              MOVE F-SUPP-MARK(WS-SUBJ-X) TO WS-SUPP-VALUE
              MOVE WS-SUPP-VALUE TO WS-N-MARK(WS-SUBJ-X)
              IF WS-SUPP-VALUE > WS-O-MARK(WS-SUBJ-X)
                 MOVE WS-SUPP-VALUE TO WS-C-MARK(WS-SUBJ-X)
                 IF CAP-AT-PASS AND
                    WS-C-MARK(WS-SUBJ-X) > WS-PASS-MARK
                    MOVE WS-PASS-MARK TO WS-C-MARK(WS-SUBJ-X)
                 END-IF
              END-IF
           END-IF.
           IF WS-C-MARK(WS-SUBJ-X) < WS-PASS-MARK
              MOVE 'F' TO WS-RESULT-FLAG
           END-IF.
           ADD 1 TO WS-SUBJ-X.
        450-PRINT-RESULT-PARA.
           MOVE 'Y' TO WS-FIRST-LINE.
           MOVE 1 TO WS-SUBJ-X.
           PERFORM 460-PRINT-SUBJECT-PARA UNTIL WS-SUBJ-X > 6.
        460-PRINT-SUBJECT-PARA.
           IF WS-O-MARK(WS-SUBJ-X) < WS-PASS-MARK
              MOVE SPACES TO WS-DTL-LINE
              IF WS-FIRST-LINE = 'Y'
                 MOVE WS-STU-ID    TO DTL-STU-ID
                 MOVE WS-STU-NAME  TO DTL-STU-NAME
                 MOVE WS-STU-CLASS TO DTL-STU-CLASS
                 IF RESULT-CLEARED
                    MOVE 'CLEARED' TO DTL-RESULT
                 ELSE
                    MOVE 'NOT CLEARED' TO DTL-RESULT
                 END-IF
                 MOVE 'N' TO WS-FIRST-LINE
              END-IF
              MOVE WS-SUBJECT(WS-SUBJ-X) TO DTL-SUBJECT
              MOVE WS-O-MARK(WS-SUBJ-X)  TO DTL-ORIG
              IF WS-GIVEN(WS-SUBJ-X) = 'Y'
                 MOVE WS-N-MARK(WS-SUBJ-X) TO DTL-SUPP
              ELSE
                 MOVE 'ABS' TO DTL-SUPP-X
              END-IF
              MOVE WS-C-MARK(WS-SUBJ-X) TO DTL-COUNTED
              MOVE WS-DTL-LINE TO SUPPRPT-ID
              WRITE SUPPRPT-LIST
           END-IF.
           ADD 1 TO WS-SUBJ-X.
        495-VALIDATE-CARD-PARA.
           SET CARD-VALID TO TRUE.
           MOVE SPACES TO WS-REJ-CODE WS-REJ-TEXT.
           MOVE F-STU-ID TO WS-STU-ID.
           MOVE ZERO TO WS-GIVEN-COUNT.
           IF F-STU-ID = SPACES
              SET CARD-INVALID TO TRUE
              MOVE "RJ01" TO WS-REJ-CODE
              MOVE "MISSING STUDENT ID" TO WS-REJ-TEXT
           END-IF.
           MOVE 1 TO WS-SUBJ-X.
           PERFORM 494-CHECK-MARK-PARA UNTIL WS-SUBJ-X > 6.
           IF CARD-VALID AND WS-GIVEN-COUNT = 0
              SET CARD-INVALID TO TRUE
              MOVE "RJ03" TO WS-REJ-CODE
              MOVE "NO SUPPLEMENTARY MARKS" TO WS-REJ-TEXT
           END-IF.
        494-CHECK-MARK-PARA.
           MOVE 'N' TO WS-GIVEN(WS-SUBJ-X).
           IF F-SUPP-MARK(WS-SUBJ-X) NOT = SPACES
              IF F-SUPP-MARK(WS-SUBJ-X) NUMERIC
                 MOVE 'Y' TO WS-GIVEN(WS-SUBJ-X)
                 ADD 1 TO WS-GIVEN-COUNT
              ELSE
                 IF CARD-VALID
                    SET CARD-INVALID TO TRUE
                    MOVE "RJ02" TO WS-REJ-CODE
                    MOVE "NON-NUMERIC MARK" TO WS-REJ-TEXT
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO WS-SUBJ-X.
        496-GET-ORIGINAL-PARA.
           EXEC SQL
             SELECT H.STU_CLASS, COALESCE(R.STU_NAME, ' '),
                    H.MARKS_LANG, H.MARKS_MATH, H.MARKS_SCIENCE,
                    H.MARKS_SS, H.MARKS_ART, H.MARKS_COMPSTD
               INTO :WS-STU-CLASS, :WS-STU-NAME,
                    :WS-O-MARKS-LANG, :WS-O-MARKS-MATH,
                    :WS-O-MARKS-SCIENCE, :WS-O-MARKS-SS,
                    :WS-O-MARKS-ART, :WS-O-MARKS-COMPSTD
               FROM MARKHIST H LEFT OUTER JOIN STUDRECD R
                 ON R.STU_ID = H.STU_ID
              WHERE H.STU_ID    = :WS-STU-ID
                AND H.EXAM_TERM = :WS-ORIG-TERM
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET CARD-INVALID TO TRUE
                 MOVE "RJ04" TO WS-REJ-CODE
                 MOVE "NO MARKS FOR CLOSED TERM" TO WS-REJ-TEXT
              WHEN SQLCODE NOT = 0
                 SET CARD-INVALID TO TRUE
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR" WS-SQLCODE " ON STU-ID " WS-STU-ID
                 PERFORM 990-SQL-ERROR-PARA
                 MOVE "RJ04" TO WS-REJ-CODE
                 MOVE "MARKHIST CHECK FAILED" TO WS-REJ-TEXT
           END-EVALUATE.
      * ONLY A SUBJECT FAILED IN THE CLOSED TERM MAY BE RE-SAT
        497-CHECK-SUBJECT-PARA.
           IF CARD-VALID AND WS-GIVEN(WS-SUBJ-X) = 'Y'
              AND WS-O-MARK(WS-SUBJ-X) NOT < WS-PASS-MARK
              SET CARD-INVALID TO TRUE
              MOVE "RJ05" TO WS-REJ-CODE
              MOVE "SUBJECT WAS NOT FAILED" TO WS-REJ-TEXT
           END-IF.
           ADD 1 TO WS-SUBJ-X.
        498-REJECT-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY "REJECTED " SUPPMARK-LIST " " WS-REJ-TEXT.
           MOVE SUPPMARK-LIST TO REJ-RECORD.
           MOVE WS-REJ-CODE   TO REJ-REASON-CODE.
           MOVE WS-REJ-TEXT   TO REJ-REASON-TEXT.
           WRITE SUPPREJ-LIST.
           MOVE F-STU-ID TO WS-REG-KEY.
           MOVE WS-REJ-CODE TO WS-REG-REASON.
           PERFORM 499-REGISTER-REJECT-PARA.
        499-REGISTER-REJECT-PARA.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO WS-REG-RUN-DATE
           ELSE
              ACCEPT WS-REG-RUN-DATE FROM DATE
           END-IF.
           MOVE 'R' TO WS-REG-ACTION.
           CALL 'REJREG' USING WS-REG-PARM.
      * SAME UPSERT SHAPE AS STUDCTOT'S MARKHIST LOAD, SO A RE-RUN OF
      * THE SAME CARDS REPLACES RATHER THAN DOUBLES THE ROW
        500-HIST-UPSERT-PARA.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-EXIST-COUNT
               FROM MARKHIST
              WHERE STU_ID    = :WS-STU-ID
                AND EXAM_TERM = :WS-SUPP-TERM
           END-EXEC.
           IF SQLCODE = 0
              IF WS-EXIST-COUNT > 0
                 PERFORM 510-HIST-UPDATE-PARA
              ELSE
                 PERFORM 520-HIST-INSERT-PARA
              END-IF
           END-IF.
        510-HIST-UPDATE-PARA.
           EXEC SQL
             UPDATE MARKHIST
                SET STU_CLASS     = :WS-STU-CLASS,
                    MARKS_LANG    = :WS-N-MARKS-LANG,
                    MARKS_MATH    = :WS-N-MARKS-MATH,
                    MARKS_SCIENCE = :WS-N-MARKS-SCIENCE,
                    MARKS_SS      = :WS-N-MARKS-SS,
                    MARKS_ART     = :WS-N-MARKS-ART,
                    MARKS_COMPSTD = :WS-N-MARKS-COMPSTD
              WHERE STU_ID    = :WS-STU-ID
                AND EXAM_TERM = :WS-SUPP-TERM
           END-EXEC.
        520-HIST-INSERT-PARA.
           EXEC SQL
             INSERT INTO MARKHIST
             (STU_ID,EXAM_TERM,STU_CLASS,MARKS_LANG,MARKS_MATH,
             MARKS_SCIENCE,MARKS_SS,MARKS_ART,MARKS_COMPSTD)
             VALUES(:WS-STU-ID,:WS-SUPP-TERM,:WS-STU-CLASS,
             :WS-N-MARKS-LANG,:WS-N-MARKS-MATH,:WS-N-MARKS-SCIENCE,
             :WS-N-MARKS-SS,:WS-N-MARKS-ART,:WS-N-MARKS-COMPSTD)
           END-EXEC.
      * ONE SUPPRSLT ROW PER STUDENT AND ACADEMIC YEAR -- 'P' CLEARED,
      * 'F' STILL FAILING -- FOR STUDPROM TO READ
        550-RESULT-UPSERT-PARA.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-EXIST-COUNT
               FROM SUPPRSLT
              WHERE STU_ID    = :WS-STU-ID
                AND ACAD_YEAR = :WS-ACAD-YEAR
           END-EXEC.
           IF SQLCODE = 0
              IF WS-EXIST-COUNT > 0
                 EXEC SQL
                   UPDATE SUPPRSLT
                      SET ORIG_TERM   = :WS-ORIG-TERM,
                          SUPP_TERM   = :WS-SUPP-TERM,
                          RESULT_FLAG = :WS-RESULT-FLAG,
                          RESULT_DATE = :WS-RESULT-DATE
                    WHERE STU_ID    = :WS-STU-ID
                      AND ACAD_YEAR = :WS-ACAD-YEAR
                 END-EXEC
              ELSE
                 EXEC SQL
                   INSERT INTO SUPPRSLT
                   (STU_ID,ACAD_YEAR,ORIG_TERM,SUPP_TERM,RESULT_FLAG,
                   RESULT_DATE)
                   VALUES(:WS-STU-ID,:WS-ACAD-YEAR,:WS-ORIG-TERM,
                   :WS-SUPP-TERM,:WS-RESULT-FLAG,:WS-RESULT-DATE)
                 END-EXEC
              END-IF
           END-IF.
        600-COMMIT-PARA.
           EXEC SQL
             COMMIT
           END-EXEC.
           MOVE ZERO TO WS-COMMIT-COUNT.
        700-FINAL-PARA.
           MOVE WS-AST TO SUPPRPT-ID.
           WRITE SUPPRPT-LIST.
           MOVE 'SUPPLEMENTARY CARDS READ' TO SUM-LABEL.
           MOVE WS-READ-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO SUPPRPT-ID.
           WRITE SUPPRPT-LIST.
           MOVE 'STUDENTS CLEARED' TO SUM-LABEL.
           MOVE WS-CLEARED-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO SUPPRPT-ID.
           WRITE SUPPRPT-LIST.
           MOVE 'STUDENTS NOT CLEARED' TO SUM-LABEL.
           MOVE WS-NOT-CLEARED-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO SUPPRPT-ID.
           WRITE SUPPRPT-LIST.
           MOVE 'CARDS REJECTED' TO SUM-LABEL.
           MOVE WS-REJECT-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO SUPPRPT-ID.
           WRITE SUPPRPT-LIST.
           MOVE WS-AST TO SUPPRPT-ID.
           WRITE SUPPRPT-LIST.
           DISPLAY 'CARDS READ ' WS-READ-COUNT
                   ' LOADED ' WS-ACCEPT-COUNT
                   ' REJECTED ' WS-REJECT-COUNT.
           IF WS-READ-COUNT NOT = WS-ACCEPT-COUNT + WS-REJECT-COUNT
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
        900-CLOSE-FILE-PARA.
           CLOSE SUPPMARK.
           CLOSE SUPPREJ.
           CLOSE SUPPRPT.
        990-SQL-ERROR-PARA.
           MOVE WS-STU-ID TO WS-ERRH-KEY.
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
           MOVE 'SUPPLOAD' TO STL-PROGRAM-ID.
           MOVE RETURN-CODE TO STL-RETURN-CODE.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE(3:6) TO STL-RUN-DATE
           ELSE
              ACCEPT STL-RUN-DATE FROM DATE
           END-IF.
           ACCEPT STL-RUN-TIME FROM TIME.
           MOVE WS-STL-TYPE TO STL-REC-TYPE.
           MOVE WS-READ-COUNT TO STL-READ-CNT.
           MOVE WS-ACCEPT-COUNT TO STL-PROC-CNT.
           MOVE WS-REJECT-COUNT TO STL-REJ-CNT.
           WRITE STATUSLOG-REC.
           CLOSE STATUSLOG.
