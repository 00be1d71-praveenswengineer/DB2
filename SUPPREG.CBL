       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SUPPREG.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NEW PROGRAM. SUPPLEMENTARY (RE-EXAM)
      *                 REGISTRATION LIST. FOR THE CLOSED EXAM TERM --
      *                 THE SUPPCTL CARD'S TERM, OR THE LATEST TERM
      *                 MARKED CLOSED ON TERMCAL -- LISTS EVERY
      *                 MARKHIST SUBJECT BELOW THE PASSCTL PASS MARK,
      *                 ONE LINE PER FAILED SUBJECT, GROUPED BY CLASS
      *                 AND STUDENT, ON THE SUPPLIST REGISTER. THE
      *                 MARKS THEMSELVES ARE LOADED BY SUPPLOAD.
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
           SELECT SUPPLIST ASSIGN TO SUPPLIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SUPPLIST-ST.
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
       FD PASSCTL
           RECORDING MODE IS F.
       01 PASSCTL-REC.
         05 CTL-PASS-MARK         PIC X(3).
         05                       PIC X(77).
       FD SUPPCTL
           RECORDING MODE IS F.
       01 SUPPCTL-REC.
         05 SC-ORIG-TERM          PIC X(2).
         05                       PIC X(1).
         05 SC-SUPP-TERM          PIC X(2).
         05                       PIC X(75).
       FD SUPPLIST
           RECORDING MODE IS F.
       01 SUPPLIST-LIST.
         05 SUPPLIST-ID           PIC X(80).
       WORKING-STORAGE SECTION.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-PASSCTL-ST        PIC X(2).
        77  WS-SUPPCTL-ST        PIC X(2).
        77  WS-SUPPLIST-ST       PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-PASS-MARK         PIC 9(3) VALUE 55.
        01  WS-ORIG-TERM         PIC X(2) VALUE SPACES.
        01  WS-SUPP-TERM         PIC X(2) VALUE SPACES.
        01  WS-TERM-STATUS       PIC X(1) VALUE SPACE.
        01  WS-TERM-OK           PIC X VALUE 'Y'.
            88 TERM-OK             VALUE 'Y'.
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
        01  WS-SUBJECT-NAMES.
            05                   PIC X(12) VALUE 'LANGUAGE'.
            05                   PIC X(12) VALUE 'MATHEMATICS'.
            05                   PIC X(12) VALUE 'SCIENCE'.
            05                   PIC X(12) VALUE 'SOCIAL STUDY'.
            05                   PIC X(12) VALUE 'ART'.
            05                   PIC X(12) VALUE 'COMP STUDIES'.
        01  WS-SUBJECT-TABLE REDEFINES WS-SUBJECT-NAMES.
            05 WS-SUBJECT        PIC X(12) OCCURS 6.
        01  WS-SUBJ-X            PIC 9(1) VALUE ZERO.
        01  WS-STUD-PAPERS       PIC 9(1) VALUE ZERO.
        77  WS-STUD-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-PAPER-COUNT       PIC 9(7) COMP VALUE ZERO.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(14) VALUE SPACES.
            05                   PIC X(38) VALUE
               'SUPPLEMENTARY EXAM REGISTRATION  TERM'.
            05 HDR-ORIG-TERM     PIC X(2).
            05                   PIC X(13) VALUE '  SUPP TERM'.
            05 HDR-SUPP-TERM     PIC X(2).
            05                   PIC X(11).
        01  WS-HDR2.
            05                   PIC X(8)  VALUE 'STUDENT'.
            05                   PIC X(21) VALUE 'NAME'.
            05                   PIC X(6)  VALUE 'CLASS'.
            05                   PIC X(14) VALUE 'SUBJECT'.
            05                   PIC X(6)  VALUE ' MARK'.
            05                   PIC X(6)  VALUE ' PASS'.
            05                   PIC X(19).
        01  WS-DTL-LINE.
            05 DTL-STU-ID        PIC X(6).
            05                   PIC X(2).
            05 DTL-STU-NAME      PIC X(20).
            05                   PIC X(3).
            05 DTL-STU-CLASS     PIC X(1).
            05                   PIC X(2).
            05 DTL-SUBJECT       PIC X(12).
            05                   PIC X(3).
            05 DTL-MARK          PIC ZZ9.
            05                   PIC X(3).
            05 DTL-PASS          PIC ZZ9.
            05                   PIC X(22).
        01  WS-SUM-LINE.
            05 SUM-LABEL         PIC X(30).
            05 SUM-COUNT         PIC ZZZ,ZZ9.
            05                   PIC X(43).
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
            DECLARE SUPP_CUR CURSOR FOR
             SELECT H.STU_ID, COALESCE(R.STU_NAME, ' '), H.STU_CLASS,
                    H.MARKS_LANG, H.MARKS_MATH, H.MARKS_SCIENCE,
                    H.MARKS_SS, H.MARKS_ART, H.MARKS_COMPSTD
             FROM MARKHIST H LEFT OUTER JOIN STUDRECD R
               ON R.STU_ID = H.STU_ID
             WHERE H.EXAM_TERM = :WS-ORIG-TERM
               AND (H.MARKS_LANG    < :WS-PASS-MARK OR
                    H.MARKS_MATH    < :WS-PASS-MARK OR
                    H.MARKS_SCIENCE < :WS-PASS-MARK OR
                    H.MARKS_SS      < :WS-PASS-MARK OR
                    H.MARKS_ART     < :WS-PASS-MARK OR
                    H.MARKS_COMPSTD < :WS-PASS-MARK)
             ORDER BY H.STU_CLASS, H.STU_ID
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
              PERFORM 110-OPEN-CUR-PARA
              IF SQLCODE = 0
                 PERFORM 120-FETCH-PARA
                 PERFORM 200-PROCESS-PARA UNTIL EOF-STUD
              ELSE
                 DISPLAY 'ERROR IN OPEN SUPP_CUR ' WS-SQLCODE
                 MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM 800-CLOSE-CUR-PARA
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
              END-READ
              CLOSE PASSCTL
           END-IF.
           DISPLAY 'PASS MARK ' WS-PASS-MARK.
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
      * ONLY A CLOSED TERM'S MARKS ARE FINAL ENOUGH TO RE-EXAMINE.
      * WITH NO TERM ON THE CARD THE LATEST CLOSED TERMCAL TERM IS
      * TAKEN; THE SUPPLEMENTARY CODE DEFAULTS TO S PLUS THE TERM
      * NUMBER, SO T3 IS RE-SAT AS S3
        070-CHECK-TERM-PARA.
           IF WS-ORIG-TERM = SPACES
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
           IF WS-ORIG-TERM = SPACES
              DISPLAY 'NO CLOSED TERM ON TERMCAL AND NO SUPPCTL TERM'
              MOVE 'N' TO WS-TERM-OK
           ELSE
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
              DISPLAY 'SUPPLEMENTARY FOR TERM ' WS-ORIG-TERM
                      ' AS TERM ' WS-SUPP-TERM
           END-IF.
        100-OPEN-FILE-PARA.
           OPEN OUTPUT SUPPLIST.
           MOVE WS-ORIG-TERM TO HDR-ORIG-TERM.
           MOVE WS-SUPP-TERM TO HDR-SUPP-TERM.
           MOVE WS-AST TO SUPPLIST-ID.
           WRITE SUPPLIST-LIST.
           MOVE WS-HDR1 TO SUPPLIST-ID.
           WRITE SUPPLIST-LIST.
           MOVE WS-AST TO SUPPLIST-ID.
           WRITE SUPPLIST-LIST.
           MOVE WS-HDR2 TO SUPPLIST-ID.
           WRITE SUPPLIST-LIST.
           MOVE WS-AST TO SUPPLIST-ID.
           WRITE SUPPLIST-LIST.
        110-OPEN-CUR-PARA.
           EXEC SQL
             OPEN SUPP_CUR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        120-FETCH-PARA.
           EXEC SQL
             FETCH SUPP_CUR
             INTO :WS-H-STU-ID, :WS-H-STU-NAME, :WS-H-STU-CLASS,
                  :WS-H-MARKS-LANG, :WS-H-MARKS-MATH,
                  :WS-H-MARKS-SCIENCE, :WS-H-MARKS-SS,
                  :WS-H-MARKS-ART, :WS-H-MARKS-COMPSTD
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
        200-PROCESS-PARA.
           EVALUATE SQLCODE
             WHEN 0
                PERFORM 300-REGISTER-STUDENT-PARA
                PERFORM 120-FETCH-PARA
             WHEN 100
                SET EOF-STUD TO TRUE
             WHEN OTHER
                DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " WS-H-STU-ID
                PERFORM 990-SQL-ERROR-PARA
                SET EOF-STUD TO TRUE
           END-EVALUATE.
      * THE STUDENT'S ID, NAME AND CLASS PRINT ON THE FIRST FAILED
      * SUBJECT ONLY
        300-REGISTER-STUDENT-PARA.
           ADD 1 TO WS-STUD-COUNT.
           MOVE ZERO TO WS-STUD-PAPERS.
           MOVE SPACES TO WS-DTL-LINE.
           MOVE WS-H-STU-ID    TO DTL-STU-ID.
           MOVE WS-H-STU-NAME  TO DTL-STU-NAME.
           MOVE WS-H-STU-CLASS TO DTL-STU-CLASS.
           MOVE 1 TO WS-SUBJ-X.
           PERFORM 310-SUBJECT-PARA UNTIL WS-SUBJ-X > 6.
        310-SUBJECT-PARA.
           IF WS-H-MARK(WS-SUBJ-X) < WS-PASS-MARK
              ADD 1 TO WS-PAPER-COUNT
              ADD 1 TO WS-STUD-PAPERS
              MOVE WS-SUBJECT(WS-SUBJ-X)  TO DTL-SUBJECT
              MOVE WS-H-MARK(WS-SUBJ-X)   TO DTL-MARK
              MOVE WS-PASS-MARK           TO DTL-PASS
              MOVE WS-DTL-LINE TO SUPPLIST-ID
              WRITE SUPPLIST-LIST
              MOVE SPACES TO WS-DTL-LINE
           END-IF.
           ADD 1 TO WS-SUBJ-X.
        700-FINAL-PARA.
           MOVE WS-AST TO SUPPLIST-ID.
           WRITE SUPPLIST-LIST.
           MOVE 'STUDENTS REGISTERED' TO SUM-LABEL.
           MOVE WS-STUD-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO SUPPLIST-ID.
           WRITE SUPPLIST-LIST.
           MOVE 'SUBJECT PAPERS TO RE-SIT' TO SUM-LABEL.
           MOVE WS-PAPER-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO SUPPLIST-ID.
           WRITE SUPPLIST-LIST.
           MOVE WS-AST TO SUPPLIST-ID.
           WRITE SUPPLIST-LIST.
           DISPLAY 'STUDENTS REGISTERED ' WS-STUD-COUNT
                   ' PAPERS ' WS-PAPER-COUNT.
        800-CLOSE-CUR-PARA.
           EXEC SQL
             CLOSE SUPP_CUR
           END-EXEC.
        900-CLOSE-FILE-PARA.
           CLOSE SUPPLIST.
        990-SQL-ERROR-PARA.
           EXEC SQL
             ROLLBACK
           END-EXEC.
           MOVE 8 TO RETURN-CODE.
        995-WRITE-STATUS-PARA.
           OPEN EXTEND STATUSLOG.
           IF WS-STATUSLOG-ST NOT = '00'
              OPEN OUTPUT STATUSLOG
           END-IF.
           MOVE 'SUPPREG' TO STL-PROGRAM-ID.
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
