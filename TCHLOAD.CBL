       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TCHLOAD.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NEW PROGRAM. SUBJECT-TEACHER ASSIGNMENT LOAD,
      *                 SAME SHAPE AS APPRLOAD -- VALIDATES TCHFILE
      *                 RECORDS (CLASS, SUBJECT, EMPNO, EXAM TERM)
      *                 AGAINST THE EMPLOYEE TABLE AND TERMCAL,
      *                 REJECTS BAD ONES TO TCHREJ WITH A REASON CODE
      *                 AND UPSERTS THE GOOD ONES INTO THE NEW TCHASGN
      *                 TABLE KEYED BY STU_CLASS, SUBJECT AND
      *                 EXAM_TERM -- ONE TEACHER PER CLASS AND SUBJECT
      *                 IN A TERM. THE TCHRSLT REPORT THEN ANALYSES
      *                 EACH TEACHER'S MARKHIST RESULTS.
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
           SELECT TCHFILE ASSIGN TO TCHFILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-TCHFILE-ST.
           SELECT TCHREJ ASSIGN TO TCHREJ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-TCHREJ-ST.
       DATA DIVISION.
       FILE SECTION.
       FD RUNCTL
           RECORDING MODE IS F.
       01 RUNCTL-REC.
         05 CTL-RUN-DATE            PIC 9(8).
         05                         PIC X(72).
       FD STATUSLOG
           RECORDING MODE IS F.
       01 STATUSLOG-REC.
         05 STL-PROGRAM-ID          PIC X(8).
         05                         PIC X(1).
         05 STL-RETURN-CODE         PIC 9(4).
         05                         PIC X(1).
         05 STL-RUN-DATE            PIC 9(6).
         05                         PIC X(1).
         05 STL-RUN-TIME            PIC 9(8).
         05                         PIC X(1).
         05 STL-REC-TYPE            PIC X(1).
         05                         PIC X(49).
       FD TCHFILE
           RECORDING MODE IS F.
       01 TCHFILE-LIST.
         05 F-STU-CLASS             PIC X(1).
         05                         PIC X(1).
         05 F-SUBJECT               PIC X(7).
         05                         PIC X(1).
         05 F-EMPNO                 PIC X(6).
         05                         PIC X(1).
         05 F-EXAM-TERM             PIC X(2).
         05                         PIC X(61).
       FD TCHREJ
           RECORDING MODE IS F.
       01 TCHREJ-LIST.
         05 REJ-RECORD              PIC X(80).
         05 REJ-REASON-CODE         PIC X(4).
         05                         PIC X(1).
         05 REJ-REASON-TEXT         PIC X(25).
       WORKING-STORAGE SECTION.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
        77   WS-TCHFILE-ST      PIC X(2).
        77   WS-TCHREJ-ST       PIC X(2).
        77   WS-RUNCTL-ST        PIC X(2).
        77   WS-STATUSLOG-ST     PIC X(2).
        01   WS-SHARED-RUN-DATE  PIC 9(8) VALUE ZERO.
        01   WS-STL-TYPE         PIC X(1) VALUE 'C'.
        77   WS-EXIST-COUNT      PIC S9(4) COMP VALUE ZERO.
        01   WS-SQLCODE          PIC -9(9).
        77   WS-TERM-COUNT       PIC S9(4) COMP VALUE ZERO.
        01   WS-EMPNO            PIC X(6).
        01   WS-STU-CLASS        PIC X(1).
        01   WS-SUBJECT          PIC X(7).
        01   WS-EXAM-TERM        PIC X(2).
        01   WS-TCHFILE-EOF     PIC X VALUE 'N'.
             88 EOF-TCHFILE       VALUE 'Y'.
        01   WS-ASGN-OK          PIC X VALUE 'Y'.
             88 ASGN-VALID         VALUE 'Y'.
             88 ASGN-INVALID       VALUE 'N'.
        01   WS-REJ-CODE         PIC X(4).
        01   WS-REJ-TEXT         PIC X(25).
        77   WS-READ-COUNT       PIC 9(7) COMP VALUE ZERO.
        77   WS-ACCEPT-COUNT     PIC 9(7) COMP VALUE ZERO.
        77   WS-REJECT-COUNT     PIC 9(7) COMP VALUE ZERO.
        01   WS-COMMIT-INTERVAL  PIC 9(5) COMP VALUE 100.
        01   WS-COMMIT-COUNT     PIC 9(5) COMP VALUE ZERO.
        01   WS-ERRH-PARM.
             05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'TCHLOAD'.
             05 WS-ERRH-PARAGRAPH PIC X(25)
                VALUE '990-SQL-ERROR-PARA'.
             05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
             05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01 WS-CTL-LINE.
             05             PIC X(22) VALUE 'TCHFILE CONTROL TOTAL '.
             05             PIC X(3).
             05 CTL-LABEL   PIC X(17).
             05 CTL-COUNT   PIC ZZZ,ZZ9.
        01  WS-REG-PARM.
            05 WS-REG-PROGRAM   PIC X(8) VALUE 'TCHLOAD'.
            05 WS-REG-RUN-DATE  PIC 9(6) VALUE ZERO.
            05 WS-REG-KEY       PIC X(20) VALUE SPACES.
            05 WS-REG-REASON    PIC X(4) VALUE SPACES.
            05 WS-REG-ACTION    PIC X(1) VALUE 'R'.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
            PERFORM 005-READ-RUNCTL-PARA.
            PERFORM 006-COUNT-TERMCAL-PARA.
            MOVE 'S' TO WS-STL-TYPE.
            PERFORM 700-WRITE-STATUS-PARA.
            MOVE 'C' TO WS-STL-TYPE.
            PERFORM 100-OPEN-FILE-PARA.
            IF  WS-TCHFILE-ST = '00'
              PERFORM 200-READ-FILE-PARA UNTIL WS-TCHFILE-EOF = 'Y'
            ELSE
              DISPLAY 'ERROR IN OPEN '  WS-TCHFILE-ST
            END-IF.
            PERFORM 400-CLOSE-FILE-PARA.
            PERFORM 700-WRITE-STATUS-PARA.
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
      * WITH NO TERMCAL ROWS THE TERM CHECK STANDS DOWN, AS IN STUDCTOT
        006-COUNT-TERMCAL-PARA.
            EXEC SQL
              SELECT COUNT(*)
                INTO :WS-TERM-COUNT
                FROM TERMCAL
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE ZERO TO WS-TERM-COUNT
            END-IF.
        100-OPEN-FILE-PARA.
            OPEN INPUT TCHFILE.
            OPEN OUTPUT TCHREJ.
        200-READ-FILE-PARA.
            READ TCHFILE
               AT END
                  SET EOF-TCHFILE TO TRUE
               NOT AT END
                  ADD 1 TO WS-READ-COUNT
                  PERFORM 300-DISPLAY-READ
            END-READ.
        300-DISPLAY-READ.
            DISPLAY TCHFILE-LIST.
            PERFORM 500-INSERT-SQL.
        400-CLOSE-FILE-PARA.
            PERFORM 600-COMMIT-PARA.
            CLOSE TCHFILE.
            CLOSE TCHREJ.
            PERFORM 900-CONTROL-TOTALS-PARA.
        500-INSERT-SQL.
            PERFORM 495-VALIDATE-ASGN-PARA.
            IF ASGN-INVALID
               PERFORM 498-REJECT-PARA
            ELSE
               MOVE F-STU-CLASS TO WS-STU-CLASS
               MOVE F-SUBJECT TO WS-SUBJECT
               MOVE F-EMPNO TO WS-EMPNO
               MOVE F-EXAM-TERM TO WS-EXAM-TERM
               EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-EXIST-COUNT
                   FROM TCHASGN
                  WHERE STU_CLASS = :WS-STU-CLASS
                    AND SUBJECT   = :WS-SUBJECT
                    AND EXAM_TERM = :WS-EXAM-TERM
               END-EXEC
               IF WS-EXIST-COUNT > 0
                  PERFORM 510-UPDATE-SQL
               ELSE
                  PERFORM 520-INSERT-SQL
               END-IF
               MOVE SQLCODE TO WS-SQLCODE
               EVALUATE SQLCODE
                  WHEN 0
                    DISPLAY "INSERTED SUCCESS"
                    ADD 1 TO WS-ACCEPT-COUNT
                    ADD 1 TO WS-COMMIT-COUNT
                    IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
                       PERFORM 600-COMMIT-PARA
                    END-IF
                  WHEN OTHER
                    DISPLAY "ERROR" WS-SQLCODE " ON EMPNO " WS-EMPNO
                    PERFORM 990-SQL-ERROR-PARA
               END-EVALUATE
            END-IF.
        495-VALIDATE-ASGN-PARA.
            SET ASGN-VALID TO TRUE.
            MOVE SPACES TO WS-REJ-CODE WS-REJ-TEXT.
            IF ASGN-VALID AND F-STU-CLASS = SPACES
               SET ASGN-INVALID TO TRUE
               MOVE "RJ01" TO WS-REJ-CODE
               MOVE "MISSING CLASS" TO WS-REJ-TEXT
            END-IF.
            IF ASGN-VALID AND F-SUBJECT NOT = 'LANG' AND
               F-SUBJECT NOT = 'MATH' AND F-SUBJECT NOT = 'SCIENCE' AND
               F-SUBJECT NOT = 'SS' AND F-SUBJECT NOT = 'ART' AND
               F-SUBJECT NOT = 'COMPSTD'
               SET ASGN-INVALID TO TRUE
               MOVE "RJ02" TO WS-REJ-CODE
               MOVE "UNKNOWN SUBJECT" TO WS-REJ-TEXT
            END-IF.
            IF ASGN-VALID AND F-EMPNO = SPACES
               SET ASGN-INVALID TO TRUE
               MOVE "RJ03" TO WS-REJ-CODE
               MOVE "MISSING EMPNO" TO WS-REJ-TEXT
            END-IF.
            IF ASGN-VALID AND F-EXAM-TERM = SPACES
               SET ASGN-INVALID TO TRUE
               MOVE "RJ04" TO WS-REJ-CODE
               MOVE "MISSING EXAM TERM" TO WS-REJ-TEXT
            END-IF.
            IF ASGN-VALID AND WS-TERM-COUNT > 0
               PERFORM 497-CHECK-TERM-PARA
            END-IF.
            IF ASGN-VALID
               PERFORM 496-CHECK-EMPLOYEE-PARA
            END-IF.
      * AN EMPNO NOT ON THE EMPLOYEE TABLE IS A TYPO, SAME RULE AS
      * APPRLOAD
        496-CHECK-EMPLOYEE-PARA.
            MOVE F-EMPNO TO WS-EMPNO.
            MOVE ZERO TO WS-EXIST-COUNT.
            EXEC SQL
              SELECT COUNT(*)
                INTO :WS-EXIST-COUNT
                FROM EMPLOYEE
               WHERE EMPNO = :WS-EMPNO
            END-EXEC.
            EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                  SET ASGN-INVALID TO TRUE
                  MOVE SQLCODE TO WS-SQLCODE
                  DISPLAY "ERROR" WS-SQLCODE " ON EMPNO " WS-EMPNO
                  PERFORM 990-SQL-ERROR-PARA
                  MOVE "RJ05" TO WS-REJ-CODE
                  MOVE "EMPLOYEE CHECK FAILED" TO WS-REJ-TEXT
               WHEN WS-EXIST-COUNT = 0
                  SET ASGN-INVALID TO TRUE
                  MOVE "RJ05" TO WS-REJ-CODE
                  MOVE "EMPNO NOT ON EMPLOYEE" TO WS-REJ-TEXT
            END-EVALUATE.
        497-CHECK-TERM-PARA.
            MOVE F-EXAM-TERM TO WS-EXAM-TERM.
            MOVE ZERO TO WS-EXIST-COUNT.
            EXEC SQL
              SELECT COUNT(*)
                INTO :WS-EXIST-COUNT
                FROM TERMCAL
               WHERE TERM_CODE = :WS-EXAM-TERM
            END-EXEC.
            IF SQLCODE NOT = 0 OR WS-EXIST-COUNT = 0
               SET ASGN-INVALID TO TRUE
               MOVE "RJ04" TO WS-REJ-CODE
               MOVE "TERM NOT ON TERMCAL" TO WS-REJ-TEXT
            END-IF.
        498-REJECT-PARA.
            ADD 1 TO WS-REJECT-COUNT.
            DISPLAY "REJECTED " TCHFILE-LIST " " WS-REJ-TEXT.
            MOVE TCHFILE-LIST TO REJ-RECORD.
            MOVE WS-REJ-CODE   TO REJ-REASON-CODE.
            MOVE WS-REJ-TEXT   TO REJ-REASON-TEXT.
            WRITE TCHREJ-LIST.
            MOVE TCHFILE-LIST(1:19) TO WS-REG-KEY.
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
        510-UPDATE-SQL.
            EXEC SQL
              UPDATE TCHASGN
                 SET EMPNO = :WS-EMPNO
               WHERE STU_CLASS = :WS-STU-CLASS
                 AND SUBJECT   = :WS-SUBJECT
                 AND EXAM_TERM = :WS-EXAM-TERM
            END-EXEC.
        520-INSERT-SQL.
            EXEC SQL
              INSERT INTO TCHASGN
              (STU_CLASS,SUBJECT,EMPNO,EXAM_TERM)
              VALUES(:WS-STU-CLASS,:WS-SUBJECT,:WS-EMPNO,:WS-EXAM-TERM)
            END-EXEC.
        600-COMMIT-PARA.
            EXEC SQL
              COMMIT
            END-EXEC.
            MOVE ZERO TO WS-COMMIT-COUNT.
        900-CONTROL-TOTALS-PARA.
            DISPLAY SPACES.
            MOVE 'RECORDS READ'     TO CTL-LABEL.
            MOVE WS-READ-COUNT      TO CTL-COUNT.
            DISPLAY WS-CTL-LINE.
            MOVE 'RECORDS LOADED'   TO CTL-LABEL.
            MOVE WS-ACCEPT-COUNT    TO CTL-COUNT.
            DISPLAY WS-CTL-LINE.
            MOVE 'RECORDS REJECTED' TO CTL-LABEL.
            MOVE WS-REJECT-COUNT    TO CTL-COUNT.
            DISPLAY WS-CTL-LINE.
            IF WS-READ-COUNT = WS-ACCEPT-COUNT + WS-REJECT-COUNT
               DISPLAY 'TCHFILE CONTROL TOTALS BALANCE'
            ELSE
               DISPLAY 'TCHFILE CONTROL TOTALS OUT OF BALANCE'
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
        990-SQL-ERROR-PARA.
            MOVE WS-EMPNO TO WS-ERRH-KEY.
            CALL 'SQLERRH' USING SQLCA WS-ERRH-PARM.
            EXEC SQL
              ROLLBACK
            END-EXEC.
            MOVE 8 TO RETURN-CODE.
        700-WRITE-STATUS-PARA.
            OPEN EXTEND STATUSLOG.
            IF WS-STATUSLOG-ST NOT = '00'
               OPEN OUTPUT STATUSLOG
            END-IF.
            MOVE 'TCHLOAD' TO STL-PROGRAM-ID.
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
