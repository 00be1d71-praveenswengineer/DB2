       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  EVERY SHEET ISSUED (NOT WITHHELD) IS ALSO
      *                 APPENDED TO THE NTFYEVT NOTIFICATION EVENT FILE
      *                 AS A RSLT EVENT WITH THE TOTAL AND RESULT, FOR
      *                 THE NIGHTLY NTFYFEED GUARDIAN STEP.
      *  09/22/26  RKS  NOW READS THE FEEHOLD FILE THE FEEDFLT STEP
      *                 WRITES OFF THE FEE LEDGER -- A STUDENT ON THE
      *                 HOLD FILE GETS "WITHHELD - FEES DUE" PRINTED
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FEEHOLD-ST.
           SELECT NTFYEVT ASSIGN TO NTFYEVT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-NTFYEVT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD RUNCTL
         05                       PIC X(1).
         05 HLD-BALANCE           PIC 9(7)V99.
         05                       PIC X(64).
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
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-STATUSLOG-ST      PIC X(2).
            05                   PIC X(25) VALUE
               'WITHHELD - FEES DUE'.
            05                   PIC X(30).
        77  WS-NTFYEVT-ST        PIC X(2).
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-EVT-DATE          PIC 9(8) VALUE ZERO.
        01  WS-EVT-RSLT-TEXT.
            05                   PIC X(26) VALUE
               'RESULTS PUBLISHED - TOTAL '.
            05 EVR-TOTAL         PIC ZZZ9.
            05                   PIC X(2)  VALUE ', '.
            05 EVR-RESULT        PIC X(27).
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
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
           END-IF.
        100-OPEN-FILE-PARA.
           OPEN OUTPUT MARKSHT.
           OPEN EXTEND NTFYEVT.
           IF WS-NTFYEVT-ST NOT = '00'
              OPEN OUTPUT NTFYEVT
           END-IF.
        110-OPEN-CUR-PARA.
           EXEC SQL
             OPEN SHEET_CUR
           ELSE
              MOVE WS-SIG-LINE1 TO MARKSHT-ID
              WRITE MARKSHT-LIST AFTER ADVANCING 1 LINE
              PERFORM 380-WRITE-EVENT-PARA
           END-IF.
           MOVE WS-AST TO MARKSHT-ID.
           WRITE MARKSHT-LIST AFTER ADVANCING 1 LINE.
        380-WRITE-EVENT-PARA.
           MOVE SPACES TO NTFYEVT-REC.
           MOVE STU-ID TO EVT-STU-ID.
           MOVE 'RSLT' TO EVT-TYPE.
           MOVE WS-EVT-DATE TO EVT-DATE.
           MOVE WS-TOTAL TO EVR-TOTAL.
           MOVE RES-TEXT TO EVR-RESULT.
           MOVE WS-EVT-RSLT-TEXT TO EVT-TEXT.
           WRITE NTFYEVT-REC.
        400-SUBJECT-LINE-PARA.
           IF WS-SUBJ-MARK >= WS-PASS-MARK
              MOVE 'PASS' TO SUB-RESULT
           END-EXEC.
        900-CLOSE-FILE-PARA.
           CLOSE MARKSHT.
           CLOSE NTFYEVT.
        990-SQL-ERROR-PARA.
           EXEC SQL
             ROLLBACK
