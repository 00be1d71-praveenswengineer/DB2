       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVGROST.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NEW PROGRAM. EXAM INVIGILATION DUTY ROSTER.
      *                 READS THE EXAMSESS SESSION CARDS (TERM, DATE,
      *                 AM/PM SESSION, ROOM, INVIGILATORS NEEDED) FOR
      *                 THE EXAM TERM -- THE OPEN TERMCAL TERM UNLESS
      *                 AN INVGCTL 'T' CARD NAMES ONE -- AND FILLS EACH
      *                 SESSION FROM EMPLOYEE STAFF IN THE TEACHING
      *                 DEPARTMENTS ON THE INVGCTL 'D' CARDS, ALWAYS
      *                 TAKING THE LEAST-USED FREE PERSON SO DUTIES
      *                 SPREAD EVENLY, NEVER PAST THE INVGCTL 'M' CARD
      *                 MAXIMUM, AND NEVER ANYONE WITH A LEAVHIST
      *                 ABSENCE COVERING THE SESSION DATE. PRINTS THE
      *                 INVGRPT ROSTER BY DATE, ONE INVGSLIP DUTY SLIP
      *                 PER INVIGILATOR THROUGH PRTSRVC, AND THE
      *                 INVGEXC EXCEPTION LIST OF SESSIONS LEFT SHORT
      *                 FOR THE EXAM CONTROLLER.
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
           SELECT INVGCTL ASSIGN TO INVGCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-INVGCTL-ST.
           SELECT EXAMSESS ASSIGN TO EXAMSESS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-EXAMSESS-ST.
           SELECT INVGRPT ASSIGN TO INVGRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-INVGRPT-ST.
           SELECT INVGSLIP ASSIGN TO INVGSLIP
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-INVGSLIP-ST.
           SELECT INVGEXC ASSIGN TO INVGEXC
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-INVGEXC-ST.
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
      * CARD TYPE T TERM, M MAXIMUM DUTIES, D TEACHING DEPARTMENT
       FD INVGCTL
           RECORDING MODE IS F.
       01 INVGCTL-REC.
         05 IC-CARD-TYPE          PIC X(1).
         05                       PIC X(1).
         05 IC-VALUE              PIC X(3).
         05                       PIC X(75).
       FD EXAMSESS
           RECORDING MODE IS F.
       01 EXAMSESS-REC.
         05 ES-TERM               PIC X(2).
         05                       PIC X(1).
         05 ES-DATE               PIC X(8).
         05                       PIC X(1).
         05 ES-SESSION            PIC X(2).
         05                       PIC X(1).
         05 ES-ROOM               PIC X(6).
         05                       PIC X(1).
         05 ES-NEED               PIC X(2).
         05                       PIC X(56).
       FD INVGRPT
           RECORDING MODE IS F.
       01 INVGRPT-LIST.
         05 INVGRPT-ID            PIC X(80).
       FD INVGSLIP
           RECORDING MODE IS F.
       01 INVGSLIP-LIST.
         05 INVGSLIP-ID           PIC X(80).
       FD INVGEXC
           RECORDING MODE IS F.
       01 INVGEXC-LIST.
         05 INVGEXC-ID            PIC X(80).
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-INVGCTL-ST        PIC X(2).
        77  WS-EXAMSESS-ST       PIC X(2).
        77  WS-INVGRPT-ST        PIC X(2).
        77  WS-INVGSLIP-ST       PIC X(2).
        77  WS-INVGEXC-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-CTL-OK            PIC X VALUE 'Y'.
            88 CTL-OK              VALUE 'Y'.
        01  WS-SQL-FAILED        PIC X VALUE 'N'.
            88 SQL-FAILED          VALUE 'Y'.
        01  WS-INVGCTL-EOF       PIC X VALUE 'N'.
            88 EOF-INVGCTL         VALUE 'Y'.
        01  WS-EXAMSESS-EOF      PIC X VALUE 'N'.
            88 EOF-EXAMSESS        VALUE 'Y'.
        01  WS-STAFF-EOF         PIC X VALUE 'N'.
            88 EOF-STAFF           VALUE 'Y'.
        01  WS-EXAM-TERM         PIC X(2) VALUE SPACES.
        01  WS-TERM-OPEN         PIC 9(8) VALUE ZERO.
        01  WS-TERM-CLOSE        PIC 9(8) VALUE ZERO.
        77  WS-TERM-COUNT        PIC S9(4) COMP VALUE ZERO.
        01  WS-MAX-DUTIES        PIC 9(3) VALUE 5.
      * TEACHING DEPARTMENTS FROM THE INVGCTL 'D' CARDS
        01  WS-DEPT-MAX          PIC 9(3) COMP VALUE ZERO.
        01  WS-DX                PIC 9(3) COMP VALUE ZERO.
        01  WS-DEPT-TABLE.
            05 WS-TEACH-DEPT     PIC X(3) OCCURS 50.
        01  WS-DEPT-FOUND        PIC X VALUE 'N'.
            88 DEPT-FOUND          VALUE 'Y'.
      * ELIGIBLE INVIGILATORS, IN EMPNO ORDER
        01  WS-STAFF-MAX         PIC 9(4) COMP VALUE ZERO.
        01  WS-TX                PIC 9(4) COMP VALUE ZERO.
        01  WS-BEST              PIC 9(4) COMP VALUE ZERO.
        01  WS-STAFF-TABLE.
            05 WS-STAFF-ENTRY    OCCURS 500.
               10 WS-ST-EMPNO    PIC X(6).
               10 WS-ST-NAME     PIC X(15).
               10 WS-ST-DEPT     PIC X(3).
               10 WS-ST-DUTIES   PIC 9(3) COMP.
               10 WS-ST-LAST-SLOT PIC X(10).
               10 WS-ST-SKIP     PIC X(1).
      * EXAM SESSIONS, IN DATE AND SESSION ORDER
        01  WS-SESS-MAX          PIC 9(4) COMP VALUE ZERO.
        01  WS-SX                PIC 9(4) COMP VALUE ZERO.
        01  WS-SESS-TABLE.
            05 WS-SESS-ENTRY     OCCURS 300.
               10 WS-SE-SLOT.
                  15 WS-SE-DATE  PIC 9(8).
                  15 WS-SE-SESSION PIC X(2).
               10 WS-SE-ROOM     PIC X(6).
               10 WS-SE-NEED     PIC 9(2).
               10 WS-SE-GOT      PIC 9(2).
               10 WS-SE-ON-LEAVE PIC 9(3) COMP.
      * ONE ENTRY PER DUTY, WRITTEN IN SESSION ORDER
        01  WS-ASSIGN-MAX        PIC 9(4) COMP VALUE ZERO.
        01  WS-AX                PIC 9(4) COMP VALUE ZERO.
        01  WS-ASSIGN-TABLE.
            05 WS-ASSIGN-ENTRY   OCCURS 3000.
               10 WS-AS-SX       PIC 9(4) COMP.
               10 WS-AS-TX       PIC 9(4) COMP.
        01  WS-NO-CANDIDATE      PIC X VALUE 'N'.
            88 NO-CANDIDATE        VALUE 'Y'.
        01  WS-SESS-DONE         PIC X VALUE 'N'.
            88 SESS-DONE           VALUE 'Y'.
        01  WS-PREV-SLOT         PIC X(10) VALUE LOW-VALUES.
        01  WS-CUR-SLOT          PIC X(10) VALUE SPACES.
        01  WS-CUR-DATE          PIC 9(8) VALUE ZERO.
        01  WS-SESS-NEED         PIC 9(2) VALUE ZERO.
        01  WS-EMPNO             PIC X(6).
        01  WS-LASTNAME          PIC X(15).
        01  WS-WORKDEPT          PIC X(3).
        77  WS-LEAVE-COUNT       PIC S9(4) COMP VALUE ZERO.
        01  WS-EXC-REASON        PIC X(30) VALUE SPACES.
        77  WS-SESS-READ         PIC 9(5) COMP VALUE ZERO.
        77  WS-SESS-OTHER        PIC 9(5) COMP VALUE ZERO.
        77  WS-SESS-REJECT       PIC 9(5) COMP VALUE ZERO.
        77  WS-SESS-SHORT        PIC 9(5) COMP VALUE ZERO.
        77  WS-SLIP-COUNT        PIC 9(5) COMP VALUE ZERO.
        77  WS-LINE-DUTIES       PIC 9(5) COMP VALUE ZERO.
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
        01  WS-HDR1.
            05                   PIC X(20) VALUE SPACES.
            05                   PIC X(36) VALUE
               'EXAM INVIGILATION DUTY ROSTER  TERM'.
            05 HDR-TERM          PIC X(2).
            05                   PIC X(22).
        01  WS-HDR2.
            05                   PIC X(11) VALUE 'DATE'.
            05                   PIC X(4)  VALUE 'SES'.
            05                   PIC X(7)  VALUE 'ROOM'.
            05                   PIC X(7)  VALUE 'EMPNO'.
            05                   PIC X(16) VALUE 'NAME'.
            05                   PIC X(5)  VALUE 'DEPT'.
            05                   PIC X(20) VALUE 'NOTE'.
            05                   PIC X(10).
        01  WS-RST-LINE.
            05 RST-DATE          PIC 9999/99/99.
            05                   PIC X(1).
            05 RST-SESSION       PIC X(2).
            05                   PIC X(2).
            05 RST-ROOM          PIC X(6).
            05                   PIC X(1).
            05 RST-EMPNO         PIC X(6).
            05                   PIC X(1).
            05 RST-NAME          PIC X(15).
            05                   PIC X(1).
            05 RST-DEPT          PIC X(3).
            05                   PIC X(2).
            05 RST-NOTE          PIC X(20).
            05                   PIC X(10).
        01  WS-EXC-HDR.
            05                   PIC X(11) VALUE 'DATE'.
            05                   PIC X(4)  VALUE 'SES'.
            05                   PIC X(7)  VALUE 'ROOM'.
            05                   PIC X(5)  VALUE 'NEED'.
            05                   PIC X(5)  VALUE 'GOT'.
            05                   PIC X(30) VALUE 'REASON'.
            05                   PIC X(18).
        01  WS-EXC-LINE.
            05 EXC-DATE          PIC 9999/99/99.
            05                   PIC X(1).
            05 EXC-SESSION       PIC X(2).
            05                   PIC X(2).
            05 EXC-ROOM          PIC X(6).
            05                   PIC X(1).
            05 EXC-NEED          PIC Z9.
            05                   PIC X(3).
            05 EXC-GOT           PIC Z9.
            05                   PIC X(3).
            05 EXC-REASON        PIC X(30).
            05                   PIC X(18).
        01  WS-EXC-CARD-LINE.
            05 EXC-CARD          PIC X(24).
            05                   PIC X(3).
            05 EXC-CARD-REASON   PIC X(30).
            05                   PIC X(23).
        01  WS-HDR-SCHOOL.
            05                   PIC X(25) VALUE SPACES.
            05                   PIC X(30) VALUE
               'IBM E&T HIGH SCHOOL'.
            05                   PIC X(25).
        01  WS-SLIP-TITLE.
            05                   PIC X(22) VALUE SPACES.
            05                   PIC X(24) VALUE
               'INVIGILATION DUTY SLIP'.
            05                   PIC X(5)  VALUE 'TERM'.
            05 SLIP-TERM         PIC X(2).
            05                   PIC X(27).
        01  WS-SLIP-EMP-LINE.
            05                   PIC X(15) VALUE 'EMPLOYEE     :'.
            05 SLIP-EMPNO        PIC X(6).
            05                   PIC X(2).
            05 SLIP-NAME         PIC X(15).
            05                   PIC X(42).
        01  WS-SLIP-DEPT-LINE.
            05                   PIC X(15) VALUE 'DEPARTMENT   :'.
            05 SLIP-DEPT         PIC X(3).
            05                   PIC X(62).
        01  WS-SLIP-HDR.
            05                   PIC X(4)  VALUE SPACES.
            05                   PIC X(11) VALUE 'DATE'.
            05                   PIC X(4)  VALUE 'SES'.
            05                   PIC X(6)  VALUE 'ROOM'.
            05                   PIC X(55).
        01  WS-SLIP-DUTY-LINE.
            05                   PIC X(4).
            05 SLIP-DATE         PIC 9999/99/99.
            05                   PIC X(1).
            05 SLIP-SESSION      PIC X(2).
            05                   PIC X(2).
            05 SLIP-ROOM         PIC X(6).
            05                   PIC X(55).
        01  WS-SLIP-TOT-LINE.
            05                   PIC X(15) VALUE 'TOTAL DUTIES :'.
            05 SLIP-DUTIES       PIC ZZ9.
            05                   PIC X(62).
        01  WS-SLIP-SIG-LINE.
            05                   PIC X(40) VALUE
               'RECEIVED      : ______________'.
            05                   PIC X(40).
        01  WS-CNT-LINE.
            05 CNT-LABEL         PIC X(30).
            05 CNT-COUNT         PIC ZZ,ZZ9.
            05                   PIC X(44).
           EXEC SQL
            DECLARE STAFF_CUR CURSOR FOR
             SELECT EMPNO, LASTNAME, WORKDEPT
             FROM EMPLOYEE
             ORDER BY EMPNO
           END-EXEC.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           MOVE 'S' TO WS-STL-TYPE.
           PERFORM 995-WRITE-STATUS-PARA.
           MOVE 'C' TO WS-STL-TYPE.
           PERFORM 050-READ-INVGCTL-PARA.
           IF CTL-OK
              PERFORM 070-FIND-TERM-PARA
           END-IF.
           IF NOT CTL-OK
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 100-OPEN-FILE-PARA
              PERFORM 200-LOAD-STAFF-PARA
              IF NOT SQL-FAILED
                 PERFORM 300-LOAD-SESSIONS-PARA
                 MOVE 1 TO WS-SX
                 PERFORM 400-ASSIGN-SESSION-PARA
                    UNTIL WS-SX > WS-SESS-MAX OR SQL-FAILED
              END-IF
              IF NOT SQL-FAILED
                 PERFORM 500-PRINT-ROSTER-PARA
                 PERFORM 600-PRINT-SLIPS-PARA
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
      * WITH NO 'D' CARD THERE IS NO TELLING TEACHERS FROM OFFICE
      * STAFF, SO NOTHING IS ROSTERED
        050-READ-INVGCTL-PARA.
           OPEN INPUT INVGCTL.
           IF WS-INVGCTL-ST = '00'
              PERFORM 060-READ-CTL-CARD-PARA UNTIL EOF-INVGCTL
              CLOSE INVGCTL
           END-IF.
           IF WS-DEPT-MAX = 0
              DISPLAY 'NO INVGCTL TEACHING DEPT CARDS - NO ROSTER'
              MOVE 'N' TO WS-CTL-OK
           END-IF.
           DISPLAY 'MAXIMUM DUTIES PER INVIGILATOR ' WS-MAX-DUTIES.
        060-READ-CTL-CARD-PARA.
           READ INVGCTL
              AT END
                 SET EOF-INVGCTL TO TRUE
              NOT AT END
                 EVALUATE TRUE
                    WHEN IC-CARD-TYPE = 'T'
                         AND IC-VALUE(1:2) NOT = SPACES
                       MOVE IC-VALUE(1:2) TO WS-EXAM-TERM
                    WHEN IC-CARD-TYPE = 'M' AND IC-VALUE NUMERIC
                         AND IC-VALUE > ZERO
                       MOVE IC-VALUE TO WS-MAX-DUTIES
                    WHEN IC-CARD-TYPE = 'D' AND IC-VALUE NOT = SPACES
                         AND WS-DEPT-MAX < 50
                       ADD 1 TO WS-DEPT-MAX
                       MOVE IC-VALUE TO WS-TEACH-DEPT(WS-DEPT-MAX)
                       DISPLAY 'TEACHING DEPARTMENT ' IC-VALUE
                    WHEN OTHER
                       DISPLAY 'INVGCTL CARD IGNORED: '
                               INVGCTL-REC(1:20)
                 END-EVALUATE
           END-READ.
      * SAME OPEN-TERM RULE AS MARKRCYC; THE TERM MUST BE ON TERMCAL
      * SO ITS SESSIONS CAN BE HELD TO THE TERM'S DATES
        070-FIND-TERM-PARA.
           IF WS-EXAM-TERM = SPACES
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-TERM-COUNT
                  FROM TERMCAL
                 WHERE TERM_STATUS = 'O'
              END-EXEC
              IF SQLCODE = 0 AND WS-TERM-COUNT > 0
                 EXEC SQL
                   SELECT MIN(TERM_CODE)
                     INTO :WS-EXAM-TERM
                     FROM TERMCAL
                    WHERE TERM_STATUS = 'O'
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE SPACES TO WS-EXAM-TERM
                 END-IF
              END-IF
           END-IF.
           IF WS-EXAM-TERM = SPACES
              DISPLAY 'NO OPEN TERM ON TERMCAL AND NO TERM CARD'
              MOVE 'N' TO WS-CTL-OK
           ELSE
              EXEC SQL
                SELECT OPEN_DATE, CLOSE_DATE
                  INTO :WS-TERM-OPEN, :WS-TERM-CLOSE
                  FROM TERMCAL
                 WHERE TERM_CODE = :WS-EXAM-TERM
              END-EXEC
              IF SQLCODE = 0
                 DISPLAY 'ROSTERING EXAM TERM ' WS-EXAM-TERM
              ELSE
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'TERM ' WS-EXAM-TERM ' NOT ON TERMCAL '
                         WS-SQLCODE
                 MOVE 'N' TO WS-CTL-OK
              END-IF
           END-IF.
        100-OPEN-FILE-PARA.
           OPEN OUTPUT INVGRPT.
           OPEN OUTPUT INVGSLIP.
           OPEN OUTPUT INVGEXC.
           MOVE 'I' TO PRT-REQUEST.
           CALL 'PRTSRVC' USING PRT-CTL.
           MOVE 'INVIGILATION DUTY SLIPS' TO PRT-TITLE.
           MOVE WS-SHARED-RUN-DATE TO PRT-RUN-DATE.
           MOVE WS-EXAM-TERM TO HDR-TERM.
           MOVE WS-AST TO INVGRPT-ID.
           WRITE INVGRPT-LIST.
           MOVE WS-HDR1 TO INVGRPT-ID.
           WRITE INVGRPT-LIST.
           MOVE WS-AST TO INVGRPT-ID.
           WRITE INVGRPT-LIST.
           MOVE WS-HDR2 TO INVGRPT-ID.
           WRITE INVGRPT-LIST.
           MOVE WS-AST TO INVGRPT-ID.
           WRITE INVGRPT-LIST.
           MOVE WS-AST TO INVGEXC-ID.
           WRITE INVGEXC-LIST.
           MOVE 'INVIGILATION EXCEPTIONS FOR THE EXAM CONTROLLER'
             TO INVGEXC-ID.
           WRITE INVGEXC-LIST.
           MOVE WS-AST TO INVGEXC-ID.
           WRITE INVGEXC-LIST.
           MOVE WS-EXC-HDR TO INVGEXC-ID.
           WRITE INVGEXC-LIST.
           MOVE WS-AST TO INVGEXC-ID.
           WRITE INVGEXC-LIST.
        200-LOAD-STAFF-PARA.
           EXEC SQL
             OPEN STAFF_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR IN OPEN STAFF_CUR ' WS-SQLCODE
              PERFORM 990-SQL-ERROR-PARA
           ELSE
              PERFORM 210-FETCH-STAFF-PARA UNTIL EOF-STAFF
              EXEC SQL
                CLOSE STAFF_CUR
              END-EXEC
           END-IF.
           DISPLAY 'ELIGIBLE INVIGILATORS ' WS-STAFF-MAX.
        210-FETCH-STAFF-PARA.
           EXEC SQL
             FETCH STAFF_CUR
             INTO :WS-EMPNO, :WS-LASTNAME, :WS-WORKDEPT
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 220-CHECK-DEPT-PARA
                 IF DEPT-FOUND AND WS-STAFF-MAX < 500
                    ADD 1 TO WS-STAFF-MAX
                    MOVE WS-EMPNO    TO WS-ST-EMPNO(WS-STAFF-MAX)
                    MOVE WS-LASTNAME TO WS-ST-NAME(WS-STAFF-MAX)
                    MOVE WS-WORKDEPT TO WS-ST-DEPT(WS-STAFF-MAX)
                    MOVE ZERO   TO WS-ST-DUTIES(WS-STAFF-MAX)
                    MOVE SPACES TO WS-ST-LAST-SLOT(WS-STAFF-MAX)
                    MOVE 'N'    TO WS-ST-SKIP(WS-STAFF-MAX)
                 END-IF
              WHEN 100
                 SET EOF-STAFF TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON EMPNO " WS-EMPNO
                 PERFORM 990-SQL-ERROR-PARA
                 SET EOF-STAFF TO TRUE
           END-EVALUATE.
        220-CHECK-DEPT-PARA.
           MOVE 'N' TO WS-DEPT-FOUND.
           MOVE 1 TO WS-DX.
           PERFORM 225-SCAN-DEPT-PARA
              UNTIL WS-DX > WS-DEPT-MAX OR DEPT-FOUND.
        225-SCAN-DEPT-PARA.
           IF WS-TEACH-DEPT(WS-DX) = WS-WORKDEPT
              SET DEPT-FOUND TO TRUE
           END-IF.
           ADD 1 TO WS-DX.
      * SESSION CARDS MUST COME IN DATE AND SESSION ORDER -- AM
      * BEFORE PM -- SO THE ROSTER PRINTS BY DATE; CARDS FOR OTHER
      * TERMS ARE PASSED OVER
        300-LOAD-SESSIONS-PARA.
           OPEN INPUT EXAMSESS.
           IF WS-EXAMSESS-ST = '00'
              PERFORM 310-READ-SESSION-PARA UNTIL EOF-EXAMSESS
              CLOSE EXAMSESS
           ELSE
              DISPLAY 'ERROR IN OPEN EXAMSESS ' WS-EXAMSESS-ST
              MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'EXAM SESSIONS LOADED ' WS-SESS-MAX.
        310-READ-SESSION-PARA.
           READ EXAMSESS
              AT END
                 SET EOF-EXAMSESS TO TRUE
              NOT AT END
                 ADD 1 TO WS-SESS-READ
                 IF ES-TERM NOT = WS-EXAM-TERM
                    ADD 1 TO WS-SESS-OTHER
                 ELSE
                    PERFORM 320-VALIDATE-SESSION-PARA
                 END-IF
           END-READ.
        320-VALIDATE-SESSION-PARA.
           MOVE SPACES TO WS-EXC-REASON.
           MOVE ES-DATE TO WS-CUR-SLOT(1:8).
           MOVE ES-SESSION TO WS-CUR-SLOT(9:2).
           EVALUATE TRUE
              WHEN ES-DATE NOT NUMERIC
                 MOVE 'NON-NUMERIC SESSION DATE' TO WS-EXC-REASON
              WHEN ES-DATE < WS-TERM-OPEN OR ES-DATE > WS-TERM-CLOSE
                 MOVE 'DATE OUTSIDE TERM' TO WS-EXC-REASON
              WHEN ES-SESSION NOT = 'AM' AND ES-SESSION NOT = 'PM'
                 MOVE 'SESSION NOT AM OR PM' TO WS-EXC-REASON
              WHEN ES-ROOM = SPACES
                 MOVE 'MISSING ROOM' TO WS-EXC-REASON
              WHEN ES-NEED NOT = SPACES AND
                   (ES-NEED NOT NUMERIC OR ES-NEED = ZERO)
                 MOVE 'BAD INVIGILATOR COUNT' TO WS-EXC-REASON
              WHEN WS-CUR-SLOT < WS-PREV-SLOT
                 MOVE 'OUT OF DATE/SESSION ORDER' TO WS-EXC-REASON
              WHEN WS-SESS-MAX NOT < 300
                 MOVE 'SESSION TABLE FULL' TO WS-EXC-REASON
           END-EVALUATE.
           IF WS-EXC-REASON NOT = SPACES
              ADD 1 TO WS-SESS-REJECT
              MOVE EXAMSESS-REC TO EXC-CARD
              MOVE WS-EXC-REASON TO EXC-CARD-REASON
              MOVE WS-EXC-CARD-LINE TO INVGEXC-ID
              WRITE INVGEXC-LIST
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              MOVE WS-CUR-SLOT TO WS-PREV-SLOT
              IF ES-NEED = SPACES
                 MOVE 1 TO WS-SESS-NEED
              ELSE
                 MOVE ES-NEED TO WS-SESS-NEED
              END-IF
              ADD 1 TO WS-SESS-MAX
              MOVE ES-DATE    TO WS-SE-DATE(WS-SESS-MAX)
              MOVE ES-SESSION TO WS-SE-SESSION(WS-SESS-MAX)
              MOVE ES-ROOM    TO WS-SE-ROOM(WS-SESS-MAX)
              MOVE WS-SESS-NEED TO WS-SE-NEED(WS-SESS-MAX)
              MOVE ZERO TO WS-SE-GOT(WS-SESS-MAX)
                           WS-SE-ON-LEAVE(WS-SESS-MAX)
           END-IF.
      * EACH SEAT GOES TO THE FREE INVIGILATOR WITH THE FEWEST
      * DUTIES SO FAR (LOWEST EMPNO ON A TIE). ANYONE ALREADY IN
      * ANOTHER ROOM IN THE SAME SLOT, AT THE MAXIMUM, OR ON LEAVE
      * THAT DAY IS PASSED OVER
        400-ASSIGN-SESSION-PARA.
           MOVE 1 TO WS-TX.
           PERFORM 405-CLEAR-SKIP-PARA UNTIL WS-TX > WS-STAFF-MAX.
           MOVE 'N' TO WS-NO-CANDIDATE.
           MOVE WS-SE-SLOT(WS-SX) TO WS-CUR-SLOT.
           MOVE WS-SE-DATE(WS-SX) TO WS-CUR-DATE.
           PERFORM 410-FILL-SEAT-PARA
              UNTIL WS-SE-GOT(WS-SX) NOT < WS-SE-NEED(WS-SX)
                 OR NO-CANDIDATE OR SQL-FAILED.
           IF WS-SE-GOT(WS-SX) < WS-SE-NEED(WS-SX) AND NOT SQL-FAILED
              PERFORM 450-SHORT-SESSION-PARA
           END-IF.
           ADD 1 TO WS-SX.
        405-CLEAR-SKIP-PARA.
           MOVE 'N' TO WS-ST-SKIP(WS-TX).
           ADD 1 TO WS-TX.
        410-FILL-SEAT-PARA.
           MOVE ZERO TO WS-BEST.
           MOVE 1 TO WS-TX.
           PERFORM 420-PICK-PARA UNTIL WS-TX > WS-STAFF-MAX.
           IF WS-BEST = 0 OR WS-ASSIGN-MAX NOT < 3000
              SET NO-CANDIDATE TO TRUE
           ELSE
              MOVE 'Y' TO WS-ST-SKIP(WS-BEST)
              PERFORM 430-CHECK-LEAVE-PARA
              IF NOT SQL-FAILED
                 IF WS-LEAVE-COUNT > 0
                    ADD 1 TO WS-SE-ON-LEAVE(WS-SX)
                 ELSE
                    PERFORM 440-ASSIGN-PARA
                 END-IF
              END-IF
           END-IF.
        420-PICK-PARA.
           IF WS-ST-SKIP(WS-TX) = 'N'
              AND WS-ST-DUTIES(WS-TX) < WS-MAX-DUTIES
              AND WS-ST-LAST-SLOT(WS-TX) NOT = WS-CUR-SLOT
              IF WS-BEST = 0
                 MOVE WS-TX TO WS-BEST
              ELSE
                 IF WS-ST-DUTIES(WS-TX) < WS-ST-DUTIES(WS-BEST)
                    MOVE WS-TX TO WS-BEST
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO WS-TX.
        430-CHECK-LEAVE-PARA.
           MOVE WS-ST-EMPNO(WS-BEST) TO WS-EMPNO.
           MOVE ZERO TO WS-LEAVE-COUNT.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-LEAVE-COUNT
               FROM LEAVHIST
              WHERE EMPNO     = :WS-EMPNO
                AND FROM_DATE <= :WS-CUR-DATE
                AND TO_DATE   >= :WS-CUR-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY "ERROR " WS-SQLCODE " ON EMPNO " WS-EMPNO
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
        440-ASSIGN-PARA.
           ADD 1 TO WS-ASSIGN-MAX.
           MOVE WS-SX   TO WS-AS-SX(WS-ASSIGN-MAX).
           MOVE WS-BEST TO WS-AS-TX(WS-ASSIGN-MAX).
           ADD 1 TO WS-ST-DUTIES(WS-BEST).
           MOVE WS-CUR-SLOT TO WS-ST-LAST-SLOT(WS-BEST).
           ADD 1 TO WS-SE-GOT(WS-SX).
        450-SHORT-SESSION-PARA.
           ADD 1 TO WS-SESS-SHORT.
           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-EXC-LINE.
           MOVE WS-SE-DATE(WS-SX)    TO EXC-DATE.
           MOVE WS-SE-SESSION(WS-SX) TO EXC-SESSION.
           MOVE WS-SE-ROOM(WS-SX)    TO EXC-ROOM.
           MOVE WS-SE-NEED(WS-SX)    TO EXC-NEED.
           MOVE WS-SE-GOT(WS-SX)     TO EXC-GOT.
           IF WS-SE-ON-LEAVE(WS-SX) > 0
              MOVE 'NOT COVERED - STAFF ON LEAVE' TO EXC-REASON
           ELSE
              MOVE 'NOT COVERED - NO FREE STAFF' TO EXC-REASON
           END-IF.
           MOVE WS-EXC-LINE TO INVGEXC-ID.
           WRITE INVGEXC-LIST.
      * THE DUTY TABLE IS BUILT IN SESSION ORDER, SO ONE PASS DOWN
      * IT PAIRS EVERY SESSION WITH ITS INVIGILATORS
        500-PRINT-ROSTER-PARA.
           MOVE 1 TO WS-AX.
           MOVE 1 TO WS-SX.
           PERFORM 510-ROSTER-SESSION-PARA UNTIL WS-SX > WS-SESS-MAX.
        510-ROSTER-SESSION-PARA.
           MOVE SPACES TO WS-RST-LINE.
           MOVE WS-SE-DATE(WS-SX)    TO RST-DATE.
           MOVE WS-SE-SESSION(WS-SX) TO RST-SESSION.
           MOVE WS-SE-ROOM(WS-SX)    TO RST-ROOM.
           MOVE ZERO TO WS-LINE-DUTIES.
           MOVE 'N' TO WS-SESS-DONE.
           PERFORM 520-ROSTER-DUTY-PARA UNTIL SESS-DONE.
           IF WS-LINE-DUTIES = 0
              MOVE '** NOT COVERED **' TO RST-NOTE
              MOVE WS-RST-LINE TO INVGRPT-ID
              WRITE INVGRPT-LIST
           ELSE
              IF WS-SE-GOT(WS-SX) < WS-SE-NEED(WS-SX)
                 MOVE SPACES TO WS-RST-LINE
                 MOVE '** SHORT **' TO RST-NOTE
                 MOVE WS-RST-LINE TO INVGRPT-ID
                 WRITE INVGRPT-LIST
              END-IF
           END-IF.
           ADD 1 TO WS-SX.
        520-ROSTER-DUTY-PARA.
           IF WS-AX > WS-ASSIGN-MAX
              SET SESS-DONE TO TRUE
           ELSE
              IF WS-AS-SX(WS-AX) NOT = WS-SX
                 SET SESS-DONE TO TRUE
              ELSE
                 MOVE WS-AS-TX(WS-AX) TO WS-TX
                 MOVE WS-ST-EMPNO(WS-TX) TO RST-EMPNO
                 MOVE WS-ST-NAME(WS-TX)  TO RST-NAME
                 MOVE WS-ST-DEPT(WS-TX)  TO RST-DEPT
                 MOVE WS-RST-LINE TO INVGRPT-ID
                 WRITE INVGRPT-LIST
                 MOVE SPACES TO WS-RST-LINE
                 ADD 1 TO WS-LINE-DUTIES
                 ADD 1 TO WS-AX
              END-IF
           END-IF.
      * FORCING THE LINE COUNT PAST THE PAGE SIZE MAKES PRTSRVC OPEN
      * A FRESH PAGE FOR EVERY SLIP, AS FOR THE ADMIT CARDS
        600-PRINT-SLIPS-PARA.
           MOVE 1 TO WS-TX.
           PERFORM 610-SLIP-PARA UNTIL WS-TX > WS-STAFF-MAX.
        610-SLIP-PARA.
           IF WS-ST-DUTIES(WS-TX) > 0
              ADD 1 TO WS-SLIP-COUNT
              MOVE 999 TO PRT-LINE-CNT
              MOVE WS-AST TO PRT-DETAIL
              PERFORM 950-PRINT-PARA
              MOVE WS-HDR-SCHOOL TO PRT-DETAIL
              PERFORM 950-PRINT-PARA
              MOVE WS-EXAM-TERM TO SLIP-TERM
              MOVE WS-SLIP-TITLE TO PRT-DETAIL
              PERFORM 950-PRINT-PARA
              MOVE WS-AST TO PRT-DETAIL
              PERFORM 950-PRINT-PARA
              MOVE WS-ST-EMPNO(WS-TX) TO SLIP-EMPNO
              MOVE WS-ST-NAME(WS-TX)  TO SLIP-NAME
              MOVE WS-SLIP-EMP-LINE TO PRT-DETAIL
              PERFORM 950-PRINT-PARA
              MOVE WS-ST-DEPT(WS-TX) TO SLIP-DEPT
              MOVE WS-SLIP-DEPT-LINE TO PRT-DETAIL
              PERFORM 950-PRINT-PARA
              MOVE WS-SLIP-HDR TO PRT-DETAIL
              PERFORM 950-PRINT-PARA
              MOVE 1 TO WS-AX
              PERFORM 620-SLIP-DUTY-PARA
                 UNTIL WS-AX > WS-ASSIGN-MAX
              MOVE WS-ST-DUTIES(WS-TX) TO SLIP-DUTIES
              MOVE WS-SLIP-TOT-LINE TO PRT-DETAIL
              PERFORM 950-PRINT-PARA
              MOVE WS-SLIP-SIG-LINE TO PRT-DETAIL
              PERFORM 950-PRINT-PARA
              MOVE WS-AST TO PRT-DETAIL
              PERFORM 950-PRINT-PARA
           END-IF.
           ADD 1 TO WS-TX.
        620-SLIP-DUTY-PARA.
           IF WS-AS-TX(WS-AX) = WS-TX
              MOVE WS-AS-SX(WS-AX) TO WS-SX
              MOVE SPACES TO WS-SLIP-DUTY-LINE
              MOVE WS-SE-DATE(WS-SX)    TO SLIP-DATE
              MOVE WS-SE-SESSION(WS-SX) TO SLIP-SESSION
              MOVE WS-SE-ROOM(WS-SX)    TO SLIP-ROOM
              MOVE WS-SLIP-DUTY-LINE TO PRT-DETAIL
              PERFORM 950-PRINT-PARA
           END-IF.
           ADD 1 TO WS-AX.
        950-PRINT-PARA.
           MOVE 'D' TO PRT-REQUEST.
           CALL 'PRTSRVC' USING PRT-CTL.
           MOVE 1 TO WS-PX.
           PERFORM 960-PRINT-LINE-PARA UNTIL WS-PX > PRT-OUT-COUNT.
        960-PRINT-LINE-PARA.
           MOVE PRT-OUT-LINE(WS-PX)(1:80) TO INVGSLIP-ID.
           WRITE INVGSLIP-LIST.
           ADD 1 TO WS-PX.
        700-FINAL-PARA.
           MOVE WS-AST TO INVGRPT-ID.
           WRITE INVGRPT-LIST.
           MOVE 'ELIGIBLE INVIGILATORS' TO CNT-LABEL.
           MOVE WS-STAFF-MAX TO CNT-COUNT.
           MOVE WS-CNT-LINE TO INVGRPT-ID.
           WRITE INVGRPT-LIST.
           MOVE 'EXAM SESSIONS ROSTERED' TO CNT-LABEL.
           MOVE WS-SESS-MAX TO CNT-COUNT.
           MOVE WS-CNT-LINE TO INVGRPT-ID.
           WRITE INVGRPT-LIST.
           MOVE 'DUTIES ASSIGNED' TO CNT-LABEL.
           MOVE WS-ASSIGN-MAX TO CNT-COUNT.
           MOVE WS-CNT-LINE TO INVGRPT-ID.
           WRITE INVGRPT-LIST.
           MOVE 'DUTY SLIPS PRINTED' TO CNT-LABEL.
           MOVE WS-SLIP-COUNT TO CNT-COUNT.
           MOVE WS-CNT-LINE TO INVGRPT-ID.
           WRITE INVGRPT-LIST.
           MOVE 'SESSIONS NOT FULLY COVERED' TO CNT-LABEL.
           MOVE WS-SESS-SHORT TO CNT-COUNT.
           MOVE WS-CNT-LINE TO INVGRPT-ID.
           WRITE INVGRPT-LIST.
           MOVE WS-AST TO INVGRPT-ID.
           WRITE INVGRPT-LIST.
           MOVE WS-AST TO INVGEXC-ID.
           WRITE INVGEXC-LIST.
           MOVE 'SESSION CARDS READ' TO CNT-LABEL.
           MOVE WS-SESS-READ TO CNT-COUNT.
           MOVE WS-CNT-LINE TO INVGEXC-ID.
           WRITE INVGEXC-LIST.
           MOVE 'CARDS FOR OTHER TERMS' TO CNT-LABEL.
           MOVE WS-SESS-OTHER TO CNT-COUNT.
           MOVE WS-CNT-LINE TO INVGEXC-ID.
           WRITE INVGEXC-LIST.
           MOVE 'SESSION CARDS REJECTED' TO CNT-LABEL.
           MOVE WS-SESS-REJECT TO CNT-COUNT.
           MOVE WS-CNT-LINE TO INVGEXC-ID.
           WRITE INVGEXC-LIST.
           MOVE 'SESSIONS NOT FULLY COVERED' TO CNT-LABEL.
           MOVE WS-SESS-SHORT TO CNT-COUNT.
           MOVE WS-CNT-LINE TO INVGEXC-ID.
           WRITE INVGEXC-LIST.
           MOVE WS-AST TO INVGEXC-ID.
           WRITE INVGEXC-LIST.
           DISPLAY 'DUTIES ASSIGNED ' WS-ASSIGN-MAX
                   ' SESSIONS SHORT ' WS-SESS-SHORT.
        900-CLOSE-FILE-PARA.
           CLOSE INVGRPT.
           CLOSE INVGSLIP.
           CLOSE INVGEXC.
        990-SQL-ERROR-PARA.
           SET SQL-FAILED TO TRUE.
           EXEC SQL
             ROLLBACK
           END-EXEC.
           MOVE 8 TO RETURN-CODE.
        995-WRITE-STATUS-PARA.
           OPEN EXTEND STATUSLOG.
           IF WS-STATUSLOG-ST NOT = '00'
              OPEN OUTPUT STATUSLOG
           END-IF.
           MOVE 'INVGROST' TO STL-PROGRAM-ID.
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
