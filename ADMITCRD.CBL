       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  EVERY ADMIT CARD PRINTED IS ALSO APPENDED TO
      *                 THE NTFYEVT NOTIFICATION EVENT FILE AS AN ADMT
      *                 EVENT SO NTFYFEED TELLS THE GUARDIAN THE CARD
      *                 IS READY. A LIST-ONLY RUN RAISES NO EVENTS.
      *  10/15/26  RKS  EVERY ELIGIBLE STUDENT IS NOW ALSO WRITTEN TO
      *                 THE ADMTELIG LIST THAT SEATPLAN SEATS FROM, SO
      *                 A STUDENT ON THE ADMTRPT REFUSAL REGISTER IS
      *                 NEVER GIVEN A SEAT. ADMTCTL COLUMN 4 = 'L'
      *                 RUNS THE LIST ONLY (ADMTELIG AND ADMTRPT, NO
      *                 CARDS) AHEAD OF SEATPLAN; THE CARD RUN AFTER
      *                 IT PRINTS EACH STUDENT'S ROOM AND SEAT FROM
      *                 EXAMSEAT ON THE ADMIT CARD.
      *  09/22/26  RKS  NEW PROGRAM. EXAM ADMIT-CARD GENERATION IN
      *                 THE STUDMSHT MOULD -- ONE PAGE-EJECTED CARD
      *                 PER ELIGIBLE STUDENRL STUDENT THROUGH THE
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ADMTRPT-ST.
           SELECT ADMTELIG ASSIGN TO ADMTELIG
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ADMTELIG-ST.
           SELECT NTFYEVT ASSIGN TO NTFYEVT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-NTFYEVT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD RUNCTL
           RECORDING MODE IS F.
       01 ADMTCTL-REC.
         05 CTL-EXAM-TERM         PIC X(2).
         05                       PIC X(1).
         05 CTL-RUN-MODE          PIC X(1).
         05                       PIC X(76).
       FD ADMTCARD
           RECORDING MODE IS F.
       01 ADMTCARD-LIST.
           RECORDING MODE IS F.
       01 ADMTRPT-LIST.
         05 ADMTRPT-ID            PIC X(80).
       FD ADMTELIG
           RECORDING MODE IS F.
       01 ADMTELIG-REC.
         05 ELG-STU-ID            PIC X(6).
         05                       PIC X(1).
         05 ELG-STU-NAME          PIC X(20).
         05                       PIC X(1).
         05 ELG-STU-CLASS         PIC X(1).
         05                       PIC X(1).
         05 ELG-EXAM-TERM         PIC X(2).
         05                       PIC X(48).
       FD NTFYEVT
           RECORDING MODE IS F.
       01 NTFYEVT-REC.
         05 EVT-STU-ID            PIC X(6).
         05                       PIC X(1).
         05 EVT-TYPE              PIC X(4).
         05                       PIC X(1).
         05 EVT-DATE              PIC 9(8).
         05                       PIC X(1).
         05 EVT-TEXT              PIC X(59).
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
        77  WS-ADMTCTL-ST        PIC X(2).
        77  WS-ADMTCARD-ST       PIC X(2).
        77  WS-ADMTRPT-ST        PIC X(2).
        77  WS-ADMTELIG-ST       PIC X(2).
        77  WS-NTFYEVT-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-EVT-DATE          PIC 9(8) VALUE ZERO.
        01  WS-MIN-ATTD-PCT      PIC 9(3) VALUE 75.
        01  WS-EXAM-TERM         PIC X(2) VALUE 'T1'.
        01  WS-RUN-MODE          PIC X(1) VALUE SPACE.
            88 LIST-ONLY           VALUE 'L'.
        01  WS-SEAT-ROOM         PIC X(6) VALUE SPACES.
        01  WS-SEAT-NO           PIC 9(3) VALUE ZERO.
        01  WS-SEAT-ROW          PIC 9(2) VALUE ZERO.
        01  WS-SEAT-COL          PIC 9(2) VALUE ZERO.
        01  WS-ENRL-EOF          PIC X VALUE 'N'.
            88 EOF-ENRL            VALUE 'Y'.
        01  WS-E-STU-ID          PIC X(6).
        01  WS-REFUSE-REASON     PIC X(25) VALUE SPACES.
        77  WS-CARD-COUNT        PIC 9(5) COMP VALUE ZERO.
        77  WS-REFUSE-COUNT      PIC 9(5) COMP VALUE ZERO.
        77  WS-ELIG-COUNT        PIC 9(5) COMP VALUE ZERO.
        77  WS-NO-SEAT-COUNT     PIC 9(5) COMP VALUE ZERO.
        01  PRT-CTL.
            05 PRT-REQUEST        PIC X(1).
            05 PRT-TITLE          PIC X(40).
            05                   PIC X(15) VALUE 'CLASS        :'.
            05 IDL-STU-CLASS     PIC X(1).
            05                   PIC X(64).
        01  WS-SEAT-LINE.
            05                   PIC X(15) VALUE 'ROOM         :'.
            05 IDL-ROOM          PIC X(6).
            05                   PIC X(4).
            05                   PIC X(7) VALUE 'SEAT :'.
            05 IDL-SEAT-NO       PIC ZZ9.
            05                   PIC X(4).
            05                   PIC X(6) VALUE 'ROW'.
            05 IDL-ROW           PIC Z9.
            05                   PIC X(2).
            05                   PIC X(6) VALUE 'COLUMN'.
            05                   PIC X(1).
            05 IDL-COL           PIC Z9.
            05                   PIC X(22).
        01  WS-NO-SEAT-LINE.
            05                   PIC X(15) VALUE 'ROOM         :'.
            05                   PIC X(40) VALUE
               'NOT YET ALLOCATED - SEE NOTICE BOARD'.
            05                   PIC X(25).
        01  WS-SIG-LINE.
            05                   PIC X(40) VALUE
               'CANDIDATE     : ______________'.
            05                   PIC X(9)  VALUE 'REFUSED'.
            05 SUM-REFUSED       PIC ZZ,ZZ9.
            05                   PIC X(39).
        01  WS-EVT-ADMT-TEXT.
            05                   PIC X(31) VALUE
               'ADMIT CARD READY FOR EXAM TERM '.
            05 EVM-EXAM-TERM     PIC X(2).
            05                   PIC X(26) VALUE
               ' - COLLECT FROM THE OFFICE'.
           EXEC SQL
            DECLARE ADMT_CUR CURSOR FOR
             SELECT STU_ID, STU_NAME, STU_CLASS, ACTIVE_FLAG
              END-READ
              CLOSE RUNCTL
           END-IF.
           IF WS-SHARED-RUN-DATE NOT = ZERO
              MOVE WS-SHARED-RUN-DATE TO WS-EVT-DATE
           ELSE
              ACCEPT WS-SYS-DATE FROM DATE
              COMPUTE WS-EVT-DATE = 20000000 + WS-SYS-DATE
           END-IF.
        050-READ-PASSCTL-PARA.
           OPEN INPUT PASSCTL.
           IF WS-PASSCTL-ST = '00'
                    IF CTL-EXAM-TERM NOT = SPACES
                       MOVE CTL-EXAM-TERM TO WS-EXAM-TERM
                    END-IF
                    MOVE CTL-RUN-MODE TO WS-RUN-MODE
              END-READ
              CLOSE ADMTCTL
           END-IF.
        100-OPEN-FILE-PARA.
           OPEN OUTPUT ADMTCARD.
           OPEN OUTPUT ADMTRPT.
           OPEN OUTPUT ADMTELIG.
           IF NOT LIST-ONLY
              OPEN EXTEND NTFYEVT
              IF WS-NTFYEVT-ST NOT = '00'
                 OPEN OUTPUT NTFYEVT
              END-IF
           END-IF.
           MOVE 'I' TO PRT-REQUEST.
           CALL 'PRTSRVC' USING PRT-CTL.
           MOVE 'EXAM ADMIT CARDS' TO PRT-TITLE.
              PERFORM 350-CHECK-ATTD-PARA
           END-IF.
           IF STUDENT-ELIGIBLE
              PERFORM 380-WRITE-ELIG-PARA
              IF NOT LIST-ONLY
                 PERFORM 400-PRINT-CARD-PARA
              END-IF
           ELSE
              PERFORM 500-REFUSE-PARA
           END-IF.
                    MOVE 'SHORT ATTENDANCE' TO WS-REFUSE-REASON
                 END-IF
           END-EVALUATE.
        380-WRITE-ELIG-PARA.
           ADD 1 TO WS-ELIG-COUNT.
           MOVE SPACES TO ADMTELIG-REC.
           MOVE WS-E-STU-ID TO ELG-STU-ID.
           MOVE WS-E-STU-NAME TO ELG-STU-NAME.
           MOVE WS-E-STU-CLASS TO ELG-STU-CLASS.
           MOVE WS-EXAM-TERM TO ELG-EXAM-TERM.
           WRITE ADMTELIG-REC.
      * THE SEAT COMES FROM THE SEATPLAN RUN FOR THIS TERM; A STUDENT
      * WITH NO EXAMSEAT ROW STILL GETS A CARD, POINTED AT THE BOARD
        390-GET-SEAT-PARA.
           MOVE SPACES TO WS-SEAT-ROOM.
           EXEC SQL
             SELECT ROOM_ID, SEAT_NO, SEAT_ROW, SEAT_COL
               INTO :WS-SEAT-ROOM, :WS-SEAT-NO, :WS-SEAT-ROW,
                    :WS-SEAT-COL
               FROM EXAMSEAT
              WHERE EXAM_TERM = :WS-EXAM-TERM
                AND STU_ID    = :WS-E-STU-ID
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 CONTINUE
              WHEN SQLCODE = 100
                 MOVE SPACES TO WS-SEAT-ROOM
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY "ERROR " WS-SQLCODE " ON STU-ID "
                         WS-E-STU-ID
                 MOVE SPACES TO WS-SEAT-ROOM
                 PERFORM 990-SQL-ERROR-PARA
           END-EVALUATE.
      * FORCING THE LINE COUNT PAST THE PAGE SIZE MAKES PRTSRVC OPEN
      * A FRESH PAGE WITH THE STANDARD HEADING BLOCK FOR EVERY CARD
        400-PRINT-CARD-PARA.
           MOVE WS-E-STU-CLASS TO IDL-STU-CLASS.
           MOVE WS-CLASS-LINE TO PRT-DETAIL.
           PERFORM 950-PRINT-PARA.
           PERFORM 390-GET-SEAT-PARA.
           IF WS-SEAT-ROOM = SPACES
              ADD 1 TO WS-NO-SEAT-COUNT
              MOVE WS-NO-SEAT-LINE TO PRT-DETAIL
           ELSE
              MOVE WS-SEAT-ROOM TO IDL-ROOM
              MOVE WS-SEAT-NO TO IDL-SEAT-NO
              MOVE WS-SEAT-ROW TO IDL-ROW
              MOVE WS-SEAT-COL TO IDL-COL
              MOVE WS-SEAT-LINE TO PRT-DETAIL
           END-IF.
           PERFORM 950-PRINT-PARA.
           MOVE WS-SIG-LINE TO PRT-DETAIL.
           PERFORM 950-PRINT-PARA.
           MOVE WS-AST TO PRT-DETAIL.
           PERFORM 950-PRINT-PARA.
           MOVE SPACES TO NTFYEVT-REC.
           MOVE WS-E-STU-ID TO EVT-STU-ID.
           MOVE 'ADMT' TO EVT-TYPE.
           MOVE WS-EVT-DATE TO EVT-DATE.
           MOVE WS-EXAM-TERM TO EVM-EXAM-TERM.
           MOVE WS-EVT-ADMT-TEXT TO EVT-TEXT.
           WRITE NTFYEVT-REC.
        500-REFUSE-PARA.
           ADD 1 TO WS-REFUSE-COUNT.
           MOVE SPACES TO WS-REF-LINE.
           WRITE ADMTRPT-LIST.
           DISPLAY 'ADMIT CARDS PRINTED ' WS-CARD-COUNT.
           DISPLAY 'STUDENTS REFUSED    ' WS-REFUSE-COUNT.
           DISPLAY 'ELIGIBLE LISTED     ' WS-ELIG-COUNT.
           IF NOT LIST-ONLY
              DISPLAY 'CARDS WITH NO SEAT  ' WS-NO-SEAT-COUNT
              IF WS-NO-SEAT-COUNT > 0 AND RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
        800-CLOSE-CUR-PARA.
           EXEC SQL
             CLOSE ADMT_CUR
        900-CLOSE-FILE-PARA.
           CLOSE ADMTCARD.
           CLOSE ADMTRPT.
           CLOSE ADMTELIG.
           IF NOT LIST-ONLY
              CLOSE NTFYEVT
           END-IF.
        990-SQL-ERROR-PARA.
           EXEC SQL
             ROLLBACK
