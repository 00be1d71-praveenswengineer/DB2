       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  WARNRPT IS NOW REGISTERED ON THE RPTLOG REPORT
      *                 REGISTER THROUGH RPTREG ONCE IT IS CLOSED --
      *                 PAGES AND THE LINE COUNT READ BACK OFF THE
      *                 CLOSED FILE -- FOR THE RPTDIST STEP.
      *  09/22/26  RKS  NEW PROGRAM. CHRONIC-ABSENTEE EARLY-WARNING
      *                 REPORT OFF THE MONTH-KEYED ATTDHIST TABLE THE
      *                 ATTDLOAD STEP NOW MAINTAINS -- PER STUDENT THE
      *                 WARN (SLIDING ONES DECLINE), SO THE OFFICE
      *                 SENDS WARNING LETTERS IN OCTOBER INSTEAD OF
      *                 DETENTION NOTICES IN MARCH.
      *  10/15/26  RKS  EVERY STUDENT FLAGGED WARN IS ALSO APPENDED TO
      *                 THE NTFYEVT NOTIFICATION EVENT FILE AS AN ATTD
      *                 EVENT FOR THE NIGHTLY NTFYFEED GUARDIAN STEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-WARNRPT-ST.
           SELECT NTFYEVT ASSIGN TO NTFYEVT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-NTFYEVT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD RUNCTL
           RECORDING MODE IS F.
       01 WARNRPT-LIST.
         05 WARNRPT-ID            PIC X(80).
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
        77  WS-STATUSLOG-ST      PIC X(2).
        77  WS-PASSCTL-ST        PIC X(2).
        77  WS-WARNRPT-ST        PIC X(2).
        77  WS-NTFYEVT-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-RPTREG-PARM.
            05 WS-RR-PROGRAM     PIC X(8) VALUE 'ATTDWARN'.
            05 WS-RR-REPORT-ID   PIC X(8) VALUE 'WARNRPT'.
            05 WS-RR-RUN-DATE    PIC 9(8) VALUE ZERO.
            05 WS-RR-PAGES       PIC 9(5) VALUE ZERO.
            05 WS-RR-LINES       PIC 9(7) VALUE ZERO.
        01  WS-RPT-EOF           PIC X VALUE 'N'.
            88 EOF-RPT             VALUE 'Y'.
        01  WS-STL-TYPE          PIC X(1) VALUE 'C'.
        01  WS-SQLCODE           PIC -9(9).
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-EVT-DATE          PIC 9(8) VALUE ZERO.
        01  WS-MIN-ATTD-PCT      PIC 9(3) VALUE 75.
        01  WS-HIST-EOF          PIC X VALUE 'N'.
            88 EOF-HIST            VALUE 'Y'.
            05                   PIC X(17) VALUE 'STUDENTS FLAGGED'.
            05 SUM-WARNS         PIC ZZ,ZZ9.
            05                   PIC X(28).
        01  WS-EVT-ATTD-TEXT.
            05                   PIC X(21) VALUE
               'PROJECTED ATTENDANCE '.
            05 EVA-PROJ-PCT      PIC ZZ9.
            05                   PIC X(17) VALUE
               ' PCT, MINIMUM IS '.
            05 EVA-MIN-PCT       PIC ZZ9.
            05                   PIC X(4)  VALUE ' PCT'.
            05                   PIC X(11).
           EXEC SQL
            DECLARE WARN_CUR CURSOR FOR
             SELECT STU_ID, ATTD_MONTH, DAYS_PRESENT, DAYS_TOTAL
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
           OPEN OUTPUT WARNRPT.
           OPEN EXTEND NTFYEVT.
           IF WS-NTFYEVT-ST NOT = '00'
              OPEN OUTPUT NTFYEVT
           END-IF.
           MOVE WS-AST TO WARNRPT-ID.
           WRITE WARNRPT-LIST.
           MOVE WS-HDR1 TO WARNRPT-ID.
           IF WS-PROJ-PCT < WS-MIN-ATTD-PCT
              MOVE 'WARN' TO DTL-FLAG
              ADD 1 TO WS-WARN-COUNT
              PERFORM 560-WRITE-EVENT-PARA
           ELSE
              IF WS-LAST-PCT < WS-CUM-PCT
                 MOVE 'DECLINE' TO DTL-FLAG
              DISPLAY "ERROR " WS-SQLCODE " ON STU-ID " WS-PREV-STU-ID
              PERFORM 990-SQL-ERROR-PARA
           END-IF.
        560-WRITE-EVENT-PARA.
           MOVE SPACES TO NTFYEVT-REC.
           MOVE WS-PREV-STU-ID TO EVT-STU-ID.
           MOVE 'ATTD' TO EVT-TYPE.
           MOVE WS-EVT-DATE TO EVT-DATE.
           MOVE WS-PROJ-PCT TO EVA-PROJ-PCT.
           MOVE WS-MIN-ATTD-PCT TO EVA-MIN-PCT.
           MOVE WS-EVT-ATTD-TEXT TO EVT-TEXT.
           WRITE NTFYEVT-REC.
        700-FINAL-PARA.
           MOVE WS-AST TO WARNRPT-ID.
           WRITE WARNRPT-LIST.
           END-EXEC.
        900-CLOSE-FILE-PARA.
           CLOSE WARNRPT.
           PERFORM 960-REGISTER-RPT-PARA.
           CLOSE NTFYEVT.
        960-REGISTER-RPT-PARA.
           MOVE ZERO TO WS-RR-LINES.
           MOVE 'N' TO WS-RPT-EOF.
           OPEN INPUT WARNRPT.
           IF WS-WARNRPT-ST = '00'
              PERFORM 965-COUNT-RPT-PARA UNTIL EOF-RPT
              CLOSE WARNRPT
           END-IF.
           MOVE WS-SHARED-RUN-DATE TO WS-RR-RUN-DATE.
           CALL 'RPTREG' USING WS-RPTREG-PARM.
        965-COUNT-RPT-PARA.
           READ WARNRPT
              AT END
                 SET EOF-RPT TO TRUE
              NOT AT END
                 ADD 1 TO WS-RR-LINES
           END-READ.
        990-SQL-ERROR-PARA.
           EXEC SQL
             ROLLBACK
