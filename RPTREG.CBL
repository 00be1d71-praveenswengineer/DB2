       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTREG.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NEW PROGRAM. COMMON REPORT REGISTER WRITER IN
      *                 THE REJREG MOULD -- EVERY REPORT-PRODUCING STEP
      *                 CALLS THIS ONCE PER REPORT AFTER CLOSING IT,
      *                 PASSING THE REPORT ID (ITS DD NAME), THE RUN
      *                 DATE, THE PAGE COUNT PRTSRVC GAVE IT AND THE
      *                 LINE COUNT, AND ONE RECORD IS APPENDED TO THE
      *                 RPTLOG REGISTER. A REPORT NOT PAGED THROUGH
      *                 PRTSRVC COMES IN WITH ZERO PAGES AND IS
      *                 COUNTED AT PRTSRVC'S DEFAULT 60 LINES A PAGE.
      *                 THE RPTDIST STEP CHECKS THE REGISTER AGAINST
      *                 THE RPTCAT REPORT CATALOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTLOG ASSIGN TO RPTLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RPTLOG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD RPTLOG
           RECORDING MODE IS F.
       01 RPTLOG-REC.
         05 RPL-RUN-DATE          PIC 9(8).
         05                       PIC X(1).
         05 RPL-REPORT-ID         PIC X(8).
         05                       PIC X(1).
         05 RPL-PROGRAM           PIC X(8).
         05                       PIC X(1).
         05 RPL-PAGES             PIC 9(5).
         05                       PIC X(1).
         05 RPL-LINES             PIC 9(7).
         05                       PIC X(1).
         05 RPL-DATE              PIC 9(6).
         05                       PIC X(1).
         05 RPL-TIME              PIC 9(8).
         05                       PIC X(24).
       WORKING-STORAGE SECTION.
        77  WS-RPTLOG-ST         PIC X(2).
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
       LINKAGE SECTION.
       01  RR-PARM.
           05 RR-PROGRAM         PIC X(8).
           05 RR-REPORT-ID       PIC X(8).
           05 RR-RUN-DATE        PIC 9(8).
           05 RR-PAGES           PIC 9(5).
           05 RR-LINES           PIC 9(7).
       PROCEDURE DIVISION USING RR-PARM.
        000-MAIN-PARA.
           OPEN EXTEND RPTLOG.
           IF WS-RPTLOG-ST NOT = '00'
              OPEN OUTPUT RPTLOG
           END-IF.
           IF WS-RPTLOG-ST NOT = '00'
              DISPLAY 'RPTLOG UNAVAILABLE ' WS-RPTLOG-ST
           ELSE
              MOVE SPACES TO RPTLOG-REC
              IF RR-RUN-DATE NOT = ZERO
                 MOVE RR-RUN-DATE TO RPL-RUN-DATE
              ELSE
                 ACCEPT WS-SYS-DATE FROM DATE
                 COMPUTE RPL-RUN-DATE = 20000000 + WS-SYS-DATE
              END-IF
              MOVE RR-REPORT-ID TO RPL-REPORT-ID
              MOVE RR-PROGRAM   TO RPL-PROGRAM
              IF RR-PAGES = ZERO AND RR-LINES > ZERO
                 COMPUTE RPL-PAGES = (RR-LINES + 59) / 60
              ELSE
                 MOVE RR-PAGES  TO RPL-PAGES
              END-IF
              MOVE RR-LINES     TO RPL-LINES
              ACCEPT RPL-DATE FROM DATE
              ACCEPT RPL-TIME FROM TIME
              WRITE RPTLOG-REC
              CLOSE RPTLOG
           END-IF.
           GOBACK.
