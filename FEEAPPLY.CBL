       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FEEAPPLY.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NEW PROGRAM. COMMON FEE CREDIT ALLOCATION IN
      *                 THE REJREG MOULD -- THE CALLER PASSES A
      *                 STU-ID AND A CREDIT AMOUNT AND THE CREDIT IS
      *                 APPLIED TO THE STUDENT'S FEEINST INSTALMENTS
      *                 OLDEST DUE DATE FIRST, EACH INSTALMENT TAKING
      *                 UP TO ITS AMOUNT PLUS ANY LATE FEE. ACTION 'A'
      *                 ADDS TO WHAT IS ALREADY APPLIED (A FEERCPT
      *                 RECEIPT, A SCHLAWRD WAIVER); ACTION 'R' FIRST
      *                 ZEROES EVERY INSTALMENT'S PAID AMOUNT AND
      *                 REAPPLIES THE WHOLE CREDIT, FOR FEELOAD WHEN
      *                 IT REBUILDS A SCHEDULE. WHATEVER WILL NOT FIT
      *                 IS HANDED BACK AS UNAPPLIED (IT STAYS A CREDIT
      *                 ON FEELEDGR). NO COMMIT OR ROLLBACK IS TAKEN
      *                 HERE -- THE SQLCODE GOES BACK TO THE CALLER,
      *                 WHOSE UNIT OF WORK IT IS.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01  WS-STU-ID            PIC X(6).
        01  WS-INST-NO           PIC 9(2) VALUE ZERO.
        01  WS-INST-OPEN         PIC S9(7)V99 COMP-3 VALUE ZERO.
        01  WS-TAKE-AMT          PIC S9(7)V99 COMP-3 VALUE ZERO.
        01  WS-LEFT-AMT          PIC S9(7)V99 COMP-3 VALUE ZERO.
        01  WS-INST-EOF          PIC X VALUE 'N'.
            88 EOF-INST            VALUE 'Y'.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
            DECLARE INST_CUR CURSOR FOR
             SELECT INST_NO, INST_AMT + LATE_FEE - INST_PAID
             FROM FEEINST
             WHERE STU_ID = :WS-STU-ID
             ORDER BY DUE_DATE, INST_NO
           END-EXEC.
       LINKAGE SECTION.
       01  FA-PARM.
           05 FA-ACTION          PIC X(1).
           05 FA-STU-ID          PIC X(6).
           05 FA-AMOUNT          PIC 9(7)V99.
           05 FA-UNAPPLIED       PIC 9(7)V99.
           05 FA-SQLCODE         PIC S9(9) COMP.
       PROCEDURE DIVISION USING FA-PARM.
        000-MAIN-PARA.
           MOVE FA-STU-ID TO WS-STU-ID.
           MOVE FA-AMOUNT TO WS-LEFT-AMT.
           MOVE ZERO TO FA-SQLCODE.
           IF FA-ACTION = 'R'
              EXEC SQL
                UPDATE FEEINST
                   SET INST_PAID = 0
                 WHERE STU_ID = :WS-STU-ID
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO FA-SQLCODE
              END-IF
           END-IF.
           IF FA-SQLCODE = 0 AND WS-LEFT-AMT > 0
              PERFORM 100-APPLY-PARA
           END-IF.
           MOVE WS-LEFT-AMT TO FA-UNAPPLIED.
           GOBACK.
        100-APPLY-PARA.
           MOVE 'N' TO WS-INST-EOF.
           EXEC SQL
             OPEN INST_CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO FA-SQLCODE
           ELSE
              PERFORM 110-FETCH-PARA
                 UNTIL EOF-INST OR WS-LEFT-AMT NOT > 0
              EXEC SQL
                CLOSE INST_CUR
              END-EXEC
           END-IF.
        110-FETCH-PARA.
           EXEC SQL
             FETCH INST_CUR
             INTO :WS-INST-NO, :WS-INST-OPEN
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                IF WS-INST-OPEN > 0
                   PERFORM 120-TAKE-PARA
                END-IF
             WHEN 100
                SET EOF-INST TO TRUE
             WHEN OTHER
                MOVE SQLCODE TO FA-SQLCODE
                SET EOF-INST TO TRUE
           END-EVALUATE.
        120-TAKE-PARA.
           IF WS-LEFT-AMT < WS-INST-OPEN
              MOVE WS-LEFT-AMT TO WS-TAKE-AMT
           ELSE
              MOVE WS-INST-OPEN TO WS-TAKE-AMT
           END-IF.
           EXEC SQL
             UPDATE FEEINST
                SET INST_PAID = INST_PAID + :WS-TAKE-AMT
              WHERE STU_ID  = :WS-STU-ID
                AND INST_NO = :WS-INST-NO
           END-EXEC.
           IF SQLCODE = 0
              SUBTRACT WS-TAKE-AMT FROM WS-LEFT-AMT
           ELSE
              MOVE SQLCODE TO FA-SQLCODE
              SET EOF-INST TO TRUE
           END-IF.
