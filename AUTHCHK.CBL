       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AUTHCHK.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NEW PROGRAM. COMMON OPERATOR AUTHORITY CHECK IN
      *                 THE REJREG MOULD -- THE CALLER PASSES ITS OWN
      *                 PROGRAM ID, THE OPERATOR ID OFF THE
      *                 TRANSACTION, THE ACTION BEING ASKED FOR AND
      *                 THE RUN DATE, AND GETS BACK 'Y' WHEN OPERAUTH
      *                 HOLDS A ROW FOR THAT OPERATOR, PROGRAM AND
      *                 ACTION WHOSE VALID-FROM/VALID-TO DATES COVER
      *                 THE RUN DATE (AN OPEN-ENDED AUTHORITY RUNS TO
      *                 99991231). ANYTHING ELSE COMES BACK 'N' WITH A
      *                 REASON AND IS APPENDED TO THE SECVLOG SECURITY
      *                 VIOLATION LOG THAT SECVRPT PRINTS EACH DAY FOR
      *                 THE SUPERVISORS. NO COMMIT OR ROLLBACK IS TAKEN
      *                 HERE -- A FAILED LOOKUP COMES BACK 'E' WITH THE
      *                 SQLCODE FOR THE CALLER TO HANDLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECVLOG ASSIGN TO SECVLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SECVLOG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD SECVLOG
           RECORDING MODE IS F.
       01 SECVLOG-REC.
         05 SVL-RUN-DATE          PIC 9(8).
         05                       PIC X(1).
         05 SVL-TIME              PIC 9(8).
         05                       PIC X(1).
         05 SVL-PROGRAM           PIC X(8).
         05                       PIC X(1).
         05 SVL-OPER-ID           PIC X(8).
         05                       PIC X(1).
         05 SVL-ACTION            PIC X(3).
         05                       PIC X(1).
         05 SVL-KEY               PIC X(20).
         05                       PIC X(1).
         05 SVL-REASON            PIC X(19).
       WORKING-STORAGE SECTION.
        77  WS-SECVLOG-ST        PIC X(2).
        01  WS-OPER-ID           PIC X(8).
        01  WS-PROGRAM-ID        PIC X(8).
        01  WS-ACTION            PIC X(3).
        01  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
        77  WS-AUTH-COUNT        PIC S9(4) COMP VALUE ZERO.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
       LINKAGE SECTION.
       01  AC-PARM.
           05 AC-PROGRAM         PIC X(8).
           05 AC-OPER-ID         PIC X(8).
           05 AC-ACTION          PIC X(3).
           05 AC-RUN-DATE        PIC 9(8).
           05 AC-KEY             PIC X(20).
           05 AC-RESULT          PIC X(1).
           05 AC-REASON          PIC X(19).
           05 AC-SQLCODE         PIC S9(9) COMP.
       PROCEDURE DIVISION USING AC-PARM.
        000-MAIN-PARA.
           MOVE 'N' TO AC-RESULT.
           MOVE SPACES TO AC-REASON.
           MOVE ZERO TO AC-SQLCODE.
           IF AC-OPER-ID = SPACES
              MOVE 'NO OPERATOR ID' TO AC-REASON
           ELSE
              PERFORM 100-LOOKUP-PARA
           END-IF.
           IF AC-RESULT = 'N'
              PERFORM 200-LOG-VIOLATION-PARA
           END-IF.
           GOBACK.
        100-LOOKUP-PARA.
           MOVE AC-OPER-ID  TO WS-OPER-ID.
           MOVE AC-PROGRAM  TO WS-PROGRAM-ID.
           MOVE AC-ACTION   TO WS-ACTION.
           MOVE AC-RUN-DATE TO WS-RUN-DATE.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-AUTH-COUNT
               FROM OPERAUTH
              WHERE OPER_ID    = :WS-OPER-ID
                AND PROGRAM_ID = :WS-PROGRAM-ID
                AND ACTION     = :WS-ACTION
                AND VALID_FROM <= :WS-RUN-DATE
                AND VALID_TO   >= :WS-RUN-DATE
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO AC-SQLCODE
                 MOVE 'E' TO AC-RESULT
                 MOVE 'AUTHORITY CHECK ERR' TO AC-REASON
              WHEN WS-AUTH-COUNT > 0
                 MOVE 'Y' TO AC-RESULT
              WHEN OTHER
                 PERFORM 110-WHY-REFUSED-PARA
           END-EVALUATE.
      * NOT IN FORCE ON THE RUN DATE -- SAY WHETHER IT LAPSED (OR IS
      * NOT YET DUE) OR WAS NEVER GRANTED
        110-WHY-REFUSED-PARA.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-AUTH-COUNT
               FROM OPERAUTH
              WHERE OPER_ID    = :WS-OPER-ID
                AND PROGRAM_ID = :WS-PROGRAM-ID
                AND ACTION     = :WS-ACTION
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE SQLCODE TO AC-SQLCODE
                 MOVE 'E' TO AC-RESULT
                 MOVE 'AUTHORITY CHECK ERR' TO AC-REASON
              WHEN WS-AUTH-COUNT > 0
                 MOVE 'OUTSIDE VALID DATES' TO AC-REASON
              WHEN OTHER
                 MOVE 'NO AUTHORITY' TO AC-REASON
           END-EVALUATE.
        200-LOG-VIOLATION-PARA.
           OPEN EXTEND SECVLOG.
           IF WS-SECVLOG-ST NOT = '00'
              OPEN OUTPUT SECVLOG
           END-IF.
           IF WS-SECVLOG-ST NOT = '00'
              DISPLAY 'SECVLOG UNAVAILABLE ' WS-SECVLOG-ST
           ELSE
              MOVE SPACES TO SECVLOG-REC
              MOVE AC-RUN-DATE TO SVL-RUN-DATE
              ACCEPT SVL-TIME FROM TIME
              MOVE AC-PROGRAM  TO SVL-PROGRAM
              MOVE AC-OPER-ID  TO SVL-OPER-ID
              MOVE AC-ACTION   TO SVL-ACTION
              MOVE AC-KEY      TO SVL-KEY
              MOVE AC-REASON   TO SVL-REASON
              WRITE SECVLOG-REC
              CLOSE SECVLOG
           END-IF.
