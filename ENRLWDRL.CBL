       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ENRLWDRL.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  A STUDENRL ROW FROM BEFORE LEAVE_DATE WAS ADDED
      *                 (NULL) IS READ AS NOT LEFT.
      *  10/15/26  RKS  THE FEES-OUTSTANDING CHECK NOW COUNTS FEELATE
      *                 LATE FEES (FEELEDGR LATE_AMT) AS OWED.
      *  10/15/26  RKS  NEW PROGRAM. STUDENT WITHDRAWAL AND TRANSFER
      *                 CERTIFICATE. EACH WDRLFILE CARD (STU-ID,
      *                 LEAVING DATE, LEAVING REASON) MUST FIRST CLEAR
      *                 -- NO FEELEDGR BALANCE LEFT AFTER RECEIPTS AND
      *                 WAIVERS, AND NO MARKAMND AMENDMENT STILL
      *                 AWAITING APPROVAL ON THE REJLOG REGISTRY. A CARD
      *                 THAT CLEARS DEACTIVATES THE STUDENRL ROW WITH
      *                 THE LEAVING DATE AND REASON AND PRINTS THE
      *                 TRANSFER CERTIFICATE THROUGH PRTSRVC (LAST
      *                 CLASS, ATTDRECD ATTENDANCE, LATEST MARKHIST
      *                 RESULTS); ONE THAT DOES NOT GOES TO WDRLREJ
      *                 AND REJLOG WITH THE REASON. STUDCTOT AND
      *                 ATTDLOAD REJECT LATER MARKS AND ATTENDANCE FOR
      *                 A STUDENT WITHDRAWN HERE.
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
           SELECT REJLOG ASSIGN TO REJLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-REJLOG-ST.
           SELECT WDRLFILE ASSIGN TO WDRLFILE
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-WDRLFILE-ST.
           SELECT WDRLREJ ASSIGN TO WDRLREJ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-WDRLREJ-ST.
           SELECT TCPRINT ASSIGN TO TCPRINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-TCPRINT-ST.
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
         05                       PIC X(77).
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
       FD WDRLFILE
           RECORDING MODE IS F.
       01 WDRLFILE-LIST.
         05 F-STU-ID              PIC X(6).
         05                       PIC X(1).
         05 F-LEAVE-DATE          PIC X(8).
         05                       PIC X(1).
         05 F-LEAVE-REASON        PIC X(30).
         05                       PIC X(34).
       FD WDRLREJ
           RECORDING MODE IS F.
       01 WDRLREJ-LIST.
         05 REJ-RECORD            PIC X(80).
         05 REJ-REASON-CODE       PIC X(4).
         05                       PIC X(1).
         05 REJ-REASON-TEXT       PIC X(25).
       FD TCPRINT
           RECORDING MODE IS F.
       01 TCPRINT-LIST.
         05 TCPRINT-ID            PIC X(80).
       WORKING-STORAGE SECTION.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-PASSCTL-ST        PIC X(2).
        77  WS-REJLOG-ST         PIC X(2).
        77  WS-WDRLFILE-ST       PIC X(2).
        77  WS-WDRLREJ-ST        PIC X(2).
        77  WS-TCPRINT-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-PASS-MARK         PIC 9(3) VALUE 55.
        01  WS-WDRLFILE-EOF      PIC X VALUE 'N'.
            88 EOF-WDRLFILE        VALUE 'Y'.
        01  WS-REJLOG-EOF        PIC X VALUE 'N'.
            88 EOF-REJLOG          VALUE 'Y'.
        01  WS-WDRL-OK           PIC X VALUE 'Y'.
            88 WDRL-VALID          VALUE 'Y'.
            88 WDRL-INVALID        VALUE 'N'.
        01  WS-REJ-CODE          PIC X(4).
        01  WS-REJ-TEXT          PIC X(25).
        01  WS-STU-ID            PIC X(6).
        01  WS-STU-NAME          PIC X(20).
        01  WS-STU-CLASS         PIC X(1).
        01  WS-ADMIT-DATE        PIC 9(8) VALUE ZERO.
        01  WS-ACTIVE-FLAG       PIC X(1).
        01  WS-LEAVE-DATE        PIC 9(8) VALUE ZERO.
        01  WS-OLD-LEAVE-DATE    PIC 9(8) VALUE ZERO.
        01  WS-LEAVE-REASON      PIC X(30).
        01  WS-LEDG-COUNT        PIC S9(4) COMP VALUE ZERO.
        01  WS-FEE-BALANCE       PIC S9(7)V99 COMP-3 VALUE ZERO.
        01  WS-FEE-BAL-DISP      PIC -(7)9.99.
        01  WS-DAYS-PRESENT      PIC 9(3) VALUE ZERO.
        01  WS-DAYS-TOTAL        PIC 9(3) VALUE ZERO.
        01  WS-ATTD-PCT          PIC 9(3) VALUE ZERO.
        01  WS-ATTD-FOUND        PIC X(1) VALUE 'N'.
        01  WS-HIST-FOUND        PIC X(1) VALUE 'N'.
        01  WS-EXAM-TERM         PIC X(2) VALUE SPACES.
      * LATEST MARKHIST ROW, SUBJECTS IN STUDMARK ORDER
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
        01  WS-TOTAL             PIC 9(3) VALUE ZERO.
        01  WS-PCT               PIC 9(3)V99 VALUE ZERO.
        01  WS-ALL-PASS          PIC X(1) VALUE 'Y'.
      * MARKAMND AMENDMENTS STILL AWAITING APPROVAL (RJ06 MISSING
      * APPROVER REF) FROM THE REJLOG REGISTRY -- AN 'R' OPENS AN
      * ENTRY, A LATER 'C' FOR THE SAME KEY CLOSES THE OLDEST ONE,
      * AS IN REJAGING
        01  WS-AMND-TABLE.
            05 WS-AMND OCCURS 2000.
               10 WS-AM-KEY      PIC X(20).
               10 WS-AM-OPEN     PIC X(1).
        01  WS-AMND-MAX          PIC 9(4) COMP VALUE ZERO.
        01  WS-AMND-SUB          PIC 9(4) COMP VALUE ZERO.
        01  WS-AMND-FOUND        PIC X(1) VALUE 'N'.
            88 AMND-FOUND          VALUE 'Y'.
        01  WS-AMND-KEY          PIC X(20) VALUE SPACES.
        77  WS-DROPPED-COUNT     PIC 9(5) COMP VALUE ZERO.
        77  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
        77  WS-ACCEPT-COUNT      PIC 9(7) COMP VALUE ZERO.
        77  WS-REJECT-COUNT      PIC 9(7) COMP VALUE ZERO.
        01  WS-COMMIT-INTERVAL   PIC 9(5) COMP VALUE 100.
        01  WS-COMMIT-COUNT      PIC 9(5) COMP VALUE ZERO.
        01  WS-ERRH-PARM.
            05 WS-ERRH-PROGRAM   PIC X(8) VALUE 'ENRLWDRL'.
            05 WS-ERRH-PARAGRAPH PIC X(25)
               VALUE '990-SQL-ERROR-PARA'.
            05 WS-ERRH-STATEMENT PIC X(25) VALUE 'SEE SQLCA'.
            05 WS-ERRH-KEY       PIC X(20) VALUE SPACES.
        01  WS-REG-PARM.
            05 WS-REG-PROGRAM    PIC X(8) VALUE 'ENRLWDRL'.
            05 WS-REG-RUN-DATE   PIC 9(6) VALUE ZERO.
            05 WS-REG-KEY        PIC X(20) VALUE SPACES.
            05 WS-REG-REASON     PIC X(4) VALUE SPACES.
            05 WS-REG-ACTION     PIC X(1) VALUE 'R'.
        01 WS-CTL-LINE.
             05             PIC X(22) VALUE 'WDRLFILE CONTROL TOTAL'.
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
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-DATE-IN           PIC 9(8).
        01  WS-DATE-IN-X REDEFINES WS-DATE-IN.
            05 WS-DI-CCYY        PIC X(4).
            05 WS-DI-MM          PIC X(2).
            05 WS-DI-DD          PIC X(2).
        01  WS-DATE-OUT.
            05 WS-DO-DD          PIC X(2).
            05                   PIC X(1) VALUE '/'.
            05 WS-DO-MM          PIC X(2).
            05                   PIC X(1) VALUE '/'.
            05 WS-DO-CCYY        PIC X(4).
        01  WS-HDR-SCHOOL.
            05                   PIC X(25) VALUE SPACES.
            05                   PIC X(30) VALUE
               'IBM E&T HIGH SCHOOL'.
            05                   PIC X(25).
        01  WS-HDR-TITLE.
            05                   PIC X(25) VALUE SPACES.
            05                   PIC X(30) VALUE
               'TRANSFER CERTIFICATE'.
            05                   PIC X(25).
        01  WS-TC-LINE.
            05 TCL-LABEL         PIC X(15).
            05 TCL-VALUE         PIC X(50).
            05                   PIC X(15).
        01  WS-ATTD-VALUE.
            05 ATV-PRESENT       PIC ZZ9.
            05                   PIC X(4) VALUE ' OF '.
            05 ATV-TOTAL         PIC ZZ9.
            05                   PIC X(7) VALUE ' DAYS ('.
            05 ATV-PCT           PIC ZZ9.
            05                   PIC X(2) VALUE '%)'.
            05                   PIC X(28).
        01  WS-MARK-LINE.
            05                   PIC X(15) VALUE SPACES.
            05 MKL-SUBJECT       PIC X(14).
            05 MKL-MARK          PIC ZZ9.
            05                   PIC X(48).
        01  WS-RESULT-VALUE.
            05                   PIC X(6) VALUE 'TOTAL'.
            05 RSV-TOTAL         PIC ZZ9.
            05                   PIC X(12) VALUE '   PERCENT'.
            05 RSV-PCT           PIC ZZ9.99.
            05                   PIC X(3).
            05 RSV-RESULT        PIC X(20).
        01  WS-SIG-LINE.
            05                   PIC X(40) VALUE
               'PRINCIPAL     : ______________'.
            05                   PIC X(30) VALUE
               'DATE        : ______________'.
            05                   PIC X(10).
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
           PERFORM 060-LOAD-AMND-PARA.
           PERFORM 100-OPEN-FILE-PARA.
           IF WS-WDRLFILE-ST = '00'
              PERFORM 200-READ-FILE-PARA UNTIL EOF-WDRLFILE
           ELSE
              DISPLAY 'ERROR IN OPEN ' WS-WDRLFILE-ST
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 400-CLOSE-FILE-PARA.
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
        060-LOAD-AMND-PARA.
           OPEN INPUT REJLOG.
           IF WS-REJLOG-ST = '00'
              PERFORM 065-READ-REJLOG-PARA UNTIL EOF-REJLOG
              CLOSE REJLOG
           ELSE
              DISPLAY 'NO REJLOG REGISTRY - NO AMENDMENTS PENDING'
           END-IF.
           IF WS-DROPPED-COUNT > 0
              DISPLAY 'MARKAMND REJECTS NOT HELD ' WS-DROPPED-COUNT
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
        065-READ-REJLOG-PARA.
           READ REJLOG
              AT END
                 SET EOF-REJLOG TO TRUE
              NOT AT END
                 IF RGL-PROGRAM = 'MARKAMND'
                    IF RGL-ACTION = 'R' AND RGL-REASON = 'RJ06'
                       PERFORM 070-TAKE-REJECT-PARA
                    END-IF
                    IF RGL-ACTION = 'C'
                       MOVE RGL-KEY TO WS-AMND-KEY
                       PERFORM 080-FIND-OPEN-PARA
                       IF AMND-FOUND
                          MOVE 'C' TO WS-AM-OPEN(WS-AMND-SUB)
                       END-IF
                    END-IF
                 END-IF
           END-READ.
        070-TAKE-REJECT-PARA.
           IF WS-AMND-MAX < 2000
              ADD 1 TO WS-AMND-MAX
              MOVE RGL-KEY TO WS-AM-KEY(WS-AMND-MAX)
              MOVE 'O'     TO WS-AM-OPEN(WS-AMND-MAX)
           ELSE
              ADD 1 TO WS-DROPPED-COUNT
           END-IF.
      * LEAVES WS-AMND-SUB ON THE OLDEST OPEN ENTRY FOR THE KEY
        080-FIND-OPEN-PARA.
           MOVE 'N' TO WS-AMND-FOUND.
           MOVE 1 TO WS-AMND-SUB.
           PERFORM 085-SCAN-AMND-PARA
              UNTIL WS-AMND-SUB > WS-AMND-MAX OR AMND-FOUND.
        085-SCAN-AMND-PARA.
           IF WS-AM-OPEN(WS-AMND-SUB) = 'O' AND
              WS-AM-KEY(WS-AMND-SUB) = WS-AMND-KEY
              SET AMND-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-AMND-SUB
           END-IF.
        100-OPEN-FILE-PARA.
           OPEN INPUT WDRLFILE.
           OPEN OUTPUT WDRLREJ.
           OPEN OUTPUT TCPRINT.
           MOVE 'I' TO PRT-REQUEST.
           CALL 'PRTSRVC' USING PRT-CTL.
           MOVE 'TRANSFER CERTIFICATES' TO PRT-TITLE.
           MOVE WS-SHARED-RUN-DATE TO PRT-RUN-DATE.
        200-READ-FILE-PARA.
           READ WDRLFILE
              AT END
                 SET EOF-WDRLFILE TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 300-PROCESS-CARD-PARA
           END-READ.
        300-PROCESS-CARD-PARA.
           DISPLAY WDRLFILE-LIST.
           PERFORM 495-VALIDATE-CARD-PARA.
           IF WDRL-VALID
              PERFORM 496-GET-ENROLMENT-PARA
           END-IF.
           IF WDRL-VALID
              PERFORM 497-CHECK-FEES-PARA
           END-IF.
           IF WDRL-VALID
              PERFORM 494-CHECK-AMND-PARA
           END-IF.
           IF WDRL-INVALID
              PERFORM 498-REJECT-PARA
           ELSE
              PERFORM 500-WITHDRAW-PARA
           END-IF.
        495-VALIDATE-CARD-PARA.
           SET WDRL-VALID TO TRUE.
           MOVE SPACES TO WS-REJ-CODE WS-REJ-TEXT.
           MOVE F-STU-ID TO WS-STU-ID.
           IF WDRL-VALID AND F-STU-ID = SPACES
              SET WDRL-INVALID TO TRUE
              MOVE "RJ01" TO WS-REJ-CODE
              MOVE "MISSING STUDENT ID" TO WS-REJ-TEXT
           END-IF.
           IF WDRL-VALID AND F-LEAVE-DATE NOT NUMERIC
              SET WDRL-INVALID TO TRUE
              MOVE "RJ02" TO WS-REJ-CODE
              MOVE "BAD LEAVING DATE" TO WS-REJ-TEXT
           END-IF.
           IF WDRL-VALID
              MOVE F-LEAVE-DATE TO WS-LEAVE-DATE
              IF WS-SHARED-RUN-DATE NOT = ZERO AND
                 WS-LEAVE-DATE > WS-SHARED-RUN-DATE
                 SET WDRL-INVALID TO TRUE
                 MOVE "RJ02" TO WS-REJ-CODE
                 MOVE "LEAVING DATE IN FUTURE" TO WS-REJ-TEXT
              END-IF
           END-IF.
           IF WDRL-VALID AND F-LEAVE-REASON = SPACES
              SET WDRL-INVALID TO TRUE
              MOVE "RJ03" TO WS-REJ-CODE
              MOVE "MISSING LEAVING REASON" TO WS-REJ-TEXT
           END-IF.
        496-GET-ENROLMENT-PARA.
           EXEC SQL
             SELECT STU_NAME, STU_CLASS, ADMIT_DATE, ACTIVE_FLAG,
                    COALESCE(LEAVE_DATE, 0)
               INTO :WS-STU-NAME, :WS-STU-CLASS, :WS-ADMIT-DATE,
                    :WS-ACTIVE-FLAG, :WS-OLD-LEAVE-DATE
               FROM STUDENRL
              WHERE STU_ID = :WS-STU-ID
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET WDRL-INVALID TO TRUE
                 MOVE "RJ04" TO WS-REJ-CODE
                 MOVE "NOT ON ENROLLMENT MASTER" TO WS-REJ-TEXT
              WHEN SQLCODE NOT = 0
                 SET WDRL-INVALID TO TRUE
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " WS-STU-ID
                 PERFORM 990-SQL-ERROR-PARA
                 MOVE "RJ04" TO WS-REJ-CODE
                 MOVE "ENROLLMENT CHECK FAILED" TO WS-REJ-TEXT
              WHEN WS-ACTIVE-FLAG NOT = 'Y' OR WS-OLD-LEAVE-DATE > 0
                 SET WDRL-INVALID TO TRUE
                 MOVE "RJ05" TO WS-REJ-CODE
                 MOVE "STUDENT NOT ACTIVE" TO WS-REJ-TEXT
              WHEN WS-LEAVE-DATE < WS-ADMIT-DATE
                 SET WDRL-INVALID TO TRUE
                 MOVE "RJ06" TO WS-REJ-CODE
                 MOVE "LEAVING BEFORE ADMISSION" TO WS-REJ-TEXT
           END-EVALUATE.
      * DUES AND LATE FEES LESS CASH RECEIPTS LESS SCHOLARSHIP WAIVERS,
      * AS FEEDFLT NETS THEM
        497-CHECK-FEES-PARA.
           EXEC SQL
             SELECT COUNT(*),
                    COALESCE(SUM(DUES_AMT + LATE_AMT - PAID_AMT
                                 - WAIVER_AMT), 0)
               INTO :WS-LEDG-COUNT, :WS-FEE-BALANCE
               FROM FEELEDGR
              WHERE STU_ID = :WS-STU-ID
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 SET WDRL-INVALID TO TRUE
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " WS-STU-ID
                 PERFORM 990-SQL-ERROR-PARA
                 MOVE "RJ07" TO WS-REJ-CODE
                 MOVE "FEE LEDGER CHECK FAILED" TO WS-REJ-TEXT
              WHEN WS-FEE-BALANCE > 0
                 SET WDRL-INVALID TO TRUE
                 MOVE WS-FEE-BALANCE TO WS-FEE-BAL-DISP
                 DISPLAY 'FEES OUTSTANDING ' WS-STU-ID ' '
                         WS-FEE-BAL-DISP
                 MOVE "RJ07" TO WS-REJ-CODE
                 MOVE "FEES OUTSTANDING" TO WS-REJ-TEXT
           END-EVALUATE.
        494-CHECK-AMND-PARA.
           MOVE WS-STU-ID TO WS-AMND-KEY.
           PERFORM 080-FIND-OPEN-PARA.
           IF AMND-FOUND
              SET WDRL-INVALID TO TRUE
              MOVE "RJ08" TO WS-REJ-CODE
              MOVE "MARK AMENDMENT PENDING" TO WS-REJ-TEXT
           END-IF.
        498-REJECT-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY "REJECTED " WDRLFILE-LIST " " WS-REJ-TEXT.
           MOVE WDRLFILE-LIST TO REJ-RECORD.
           MOVE WS-REJ-CODE   TO REJ-REASON-CODE.
           MOVE WS-REJ-TEXT   TO REJ-REASON-TEXT.
           WRITE WDRLREJ-LIST.
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
        500-WITHDRAW-PARA.
           MOVE F-LEAVE-REASON TO WS-LEAVE-REASON.
           EXEC SQL
             UPDATE STUDENRL
                SET ACTIVE_FLAG  = 'N',
                    LEAVE_DATE   = :WS-LEAVE-DATE,
                    LEAVE_REASON = :WS-LEAVE-REASON
              WHERE STU_ID = :WS-STU-ID
           END-EXEC.
           IF SQLCODE = 0
              PERFORM 510-GET-ATTD-PARA
           END-IF.
           IF SQLCODE = 0
              PERFORM 520-GET-RESULT-PARA
           END-IF.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-ACCEPT-COUNT
                 PERFORM 600-PRINT-TC-PARA
                 ADD 1 TO WS-COMMIT-COUNT
                 IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
                    PERFORM 690-COMMIT-PARA
                 END-IF
              WHEN OTHER
                 DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " WS-STU-ID
                 PERFORM 990-SQL-ERROR-PARA
           END-EVALUATE.
        510-GET-ATTD-PARA.
           MOVE 'N' TO WS-ATTD-FOUND.
           MOVE ZERO TO WS-DAYS-PRESENT WS-DAYS-TOTAL WS-ATTD-PCT.
           EXEC SQL
             SELECT DAYS_PRESENT, DAYS_TOTAL
               INTO :WS-DAYS-PRESENT, :WS-DAYS-TOTAL
               FROM ATTDRECD
              WHERE STU_ID = :WS-STU-ID
           END-EXEC.
           IF SQLCODE = 0
              MOVE 'Y' TO WS-ATTD-FOUND
              IF WS-DAYS-TOTAL > 0
                 COMPUTE WS-ATTD-PCT =
                     (WS-DAYS-PRESENT * 100) / WS-DAYS-TOTAL
              END-IF
           END-IF.
           IF SQLCODE = 100
              MOVE ZERO TO SQLCODE
           END-IF.
      * THE LATEST TERM ON MARKHIST FOR THE STUDENT
        520-GET-RESULT-PARA.
           MOVE 'N' TO WS-HIST-FOUND.
           EXEC SQL
             SELECT EXAM_TERM, MARKS_LANG, MARKS_MATH, MARKS_SCIENCE,
                    MARKS_SS, MARKS_ART, MARKS_COMPSTD
               INTO :WS-EXAM-TERM, :WS-H-MARKS-LANG, :WS-H-MARKS-MATH,
                    :WS-H-MARKS-SCIENCE, :WS-H-MARKS-SS,
                    :WS-H-MARKS-ART, :WS-H-MARKS-COMPSTD
               FROM MARKHIST
              WHERE STU_ID = :WS-STU-ID
                AND EXAM_TERM =
                    (SELECT MAX(EXAM_TERM)
                       FROM MARKHIST
                      WHERE STU_ID = :WS-STU-ID)
           END-EXEC.
           IF SQLCODE = 0
              MOVE 'Y' TO WS-HIST-FOUND
           END-IF.
           IF SQLCODE = 100
              MOVE ZERO TO SQLCODE
           END-IF.
      * FORCING THE LINE COUNT PAST THE PAGE SIZE MAKES PRTSRVC OPEN
      * A FRESH PAGE FOR EVERY CERTIFICATE, AS ON THE ADMIT CARDS
        600-PRINT-TC-PARA.
           MOVE 999 TO PRT-LINE-CNT.
           MOVE WS-AST TO PRT-DETAIL.
           PERFORM 950-PRINT-PARA.
           MOVE WS-HDR-SCHOOL TO PRT-DETAIL.
           PERFORM 950-PRINT-PARA.
           MOVE WS-HDR-TITLE TO PRT-DETAIL.
           PERFORM 950-PRINT-PARA.
           MOVE WS-AST TO PRT-DETAIL.
           PERFORM 950-PRINT-PARA.
           MOVE 'STUDENT ID   :' TO TCL-LABEL.
           MOVE WS-STU-ID TO TCL-VALUE.
           PERFORM 610-PRINT-TC-LINE-PARA.
           MOVE 'STUDENT NAME :' TO TCL-LABEL.
           MOVE WS-STU-NAME TO TCL-VALUE.
           PERFORM 610-PRINT-TC-LINE-PARA.
           MOVE 'LAST CLASS   :' TO TCL-LABEL.
           MOVE WS-STU-CLASS TO TCL-VALUE.
           PERFORM 610-PRINT-TC-LINE-PARA.
           MOVE 'ADMITTED ON  :' TO TCL-LABEL.
           MOVE WS-ADMIT-DATE TO WS-DATE-IN.
           PERFORM 620-EDIT-DATE-PARA.
           MOVE WS-DATE-OUT TO TCL-VALUE.
           PERFORM 610-PRINT-TC-LINE-PARA.
           MOVE 'LEFT ON      :' TO TCL-LABEL.
           MOVE WS-LEAVE-DATE TO WS-DATE-IN.
           PERFORM 620-EDIT-DATE-PARA.
           MOVE WS-DATE-OUT TO TCL-VALUE.
           PERFORM 610-PRINT-TC-LINE-PARA.
           MOVE 'REASON       :' TO TCL-LABEL.
           MOVE WS-LEAVE-REASON TO TCL-VALUE.
           PERFORM 610-PRINT-TC-LINE-PARA.
           MOVE 'ATTENDANCE   :' TO TCL-LABEL.
           IF WS-ATTD-FOUND = 'Y'
              MOVE WS-DAYS-PRESENT TO ATV-PRESENT
              MOVE WS-DAYS-TOTAL TO ATV-TOTAL
              MOVE WS-ATTD-PCT TO ATV-PCT
              MOVE WS-ATTD-VALUE TO TCL-VALUE
           ELSE
              MOVE 'NO ATTENDANCE ON RECORD' TO TCL-VALUE
           END-IF.
           PERFORM 610-PRINT-TC-LINE-PARA.
           PERFORM 630-PRINT-RESULT-PARA.
           MOVE SPACES TO PRT-DETAIL.
           PERFORM 950-PRINT-PARA.
           MOVE WS-SIG-LINE TO PRT-DETAIL.
           PERFORM 950-PRINT-PARA.
           MOVE WS-AST TO PRT-DETAIL.
           PERFORM 950-PRINT-PARA.
        610-PRINT-TC-LINE-PARA.
           MOVE WS-TC-LINE TO PRT-DETAIL.
           PERFORM 950-PRINT-PARA.
           MOVE SPACES TO WS-TC-LINE.
        620-EDIT-DATE-PARA.
           MOVE WS-DI-DD TO WS-DO-DD.
           MOVE WS-DI-MM TO WS-DO-MM.
           MOVE WS-DI-CCYY TO WS-DO-CCYY.
        630-PRINT-RESULT-PARA.
           MOVE 'LATEST RESULT:' TO TCL-LABEL.
           IF WS-HIST-FOUND = 'Y'
              STRING 'TERM ' WS-EXAM-TERM DELIMITED BY SIZE
                     INTO TCL-VALUE
              PERFORM 610-PRINT-TC-LINE-PARA
              MOVE ZERO TO WS-TOTAL
              MOVE 'Y' TO WS-ALL-PASS
              MOVE 1 TO WS-SUBJ-X
              PERFORM 640-PRINT-MARK-PARA UNTIL WS-SUBJ-X > 6
              COMPUTE WS-PCT ROUNDED = WS-TOTAL / 6
              MOVE WS-TOTAL TO RSV-TOTAL
              MOVE WS-PCT TO RSV-PCT
              IF WS-ALL-PASS = 'Y'
                 MOVE 'PASSED' TO RSV-RESULT
              ELSE
                 MOVE 'NOT PASSED' TO RSV-RESULT
              END-IF
              MOVE SPACES TO TCL-LABEL
              MOVE WS-RESULT-VALUE TO TCL-VALUE
           ELSE
              MOVE 'NO EXAMINATION RESULTS ON RECORD' TO TCL-VALUE
           END-IF.
           PERFORM 610-PRINT-TC-LINE-PARA.
        640-PRINT-MARK-PARA.
           ADD WS-H-MARK(WS-SUBJ-X) TO WS-TOTAL.
           IF WS-H-MARK(WS-SUBJ-X) < WS-PASS-MARK
              MOVE 'N' TO WS-ALL-PASS
           END-IF.
           MOVE WS-SUBJECT(WS-SUBJ-X) TO MKL-SUBJECT.
           MOVE WS-H-MARK(WS-SUBJ-X) TO MKL-MARK.
           MOVE WS-MARK-LINE TO PRT-DETAIL.
           PERFORM 950-PRINT-PARA.
           ADD 1 TO WS-SUBJ-X.
        690-COMMIT-PARA.
           EXEC SQL
             COMMIT
           END-EXEC.
           MOVE ZERO TO WS-COMMIT-COUNT.
        400-CLOSE-FILE-PARA.
           PERFORM 690-COMMIT-PARA.
           CLOSE WDRLFILE.
           CLOSE WDRLREJ.
           CLOSE TCPRINT.
           PERFORM 900-CONTROL-TOTALS-PARA.
        950-PRINT-PARA.
           MOVE 'D' TO PRT-REQUEST.
           CALL 'PRTSRVC' USING PRT-CTL.
           MOVE 1 TO WS-PX.
           PERFORM 960-PRINT-LINE-PARA UNTIL WS-PX > PRT-OUT-COUNT.
        960-PRINT-LINE-PARA.
           MOVE PRT-OUT-LINE(WS-PX)(1:80) TO TCPRINT-ID.
           WRITE TCPRINT-LIST.
           ADD 1 TO WS-PX.
        900-CONTROL-TOTALS-PARA.
           DISPLAY SPACES.
           MOVE 'CARDS READ'       TO CTL-LABEL.
           MOVE WS-READ-COUNT      TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
           MOVE 'WITHDRAWN'        TO CTL-LABEL.
           MOVE WS-ACCEPT-COUNT    TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
           MOVE 'NOT CLEARED'      TO CTL-LABEL.
           MOVE WS-REJECT-COUNT    TO CTL-COUNT.
           DISPLAY WS-CTL-LINE.
           IF WS-READ-COUNT = WS-ACCEPT-COUNT + WS-REJECT-COUNT
              DISPLAY 'WDRLFILE CONTROL TOTALS BALANCE'
           ELSE
              DISPLAY 'WDRLFILE CONTROL TOTALS OUT OF BALANCE'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
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
           MOVE 'ENRLWDRL' TO STL-PROGRAM-ID.
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
