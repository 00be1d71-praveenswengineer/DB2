       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  A STUDENRL ROW FROM BEFORE LEAVE_DATE WAS ADDED
      *                 (NULL) IS READ AS NOT LEFT.
      *  10/15/26  RKS  495-VALIDATE-ATTD-PARA NOW READS THE STUDENRL
      *                 LEAVE_DATE SET BY THE NEW ENRLWDRL WITHDRAWAL
      *                 RUN -- ATTENDANCE FOR A MONTH AFTER THE MONTH
      *                 THE STUDENT LEFT REJECTS WITH NEW REASON CODE
      *                 RJ07. A STUDENT NOT ON STUDENRL STILL LOADS.
      *  09/29/26  RKS  THE STATUSLOG COMPLETION RECORD NOW CARRIES
      *                 THIS STEP'S READ/PROCESSED/REJECTED COUNTS IN
      *                 THE FORMERLY UNUSED FILLER, SO BATCHSTAT CAN
        01   WS-DAYS-PRESENT     PIC 9(3).
        01   WS-DAYS-TOTAL       PIC 9(3).
        01   WS-ATTD-MONTH       PIC 9(6).
        01   WS-LEAVE-DATE       PIC 9(8) VALUE ZERO.
        77   WS-HIST-COUNT       PIC S9(4) COMP VALUE ZERO.
        01   WS-SUM-PRESENT      PIC S9(5) COMP VALUE ZERO.
        01   WS-SUM-TOTAL        PIC S9(5) COMP VALUE ZERO.
               MOVE "RJ06" TO WS-REJ-CODE
               MOVE "BAD ATTENDANCE MONTH" TO WS-REJ-TEXT
            END-IF.
            IF ATTD-VALID
               PERFORM 497-CHECK-WITHDRAWN-PARA
            END-IF.
        497-CHECK-WITHDRAWN-PARA.
            MOVE F-STU-ID TO WS-STU-ID.
            MOVE ZERO TO WS-LEAVE-DATE.
            EXEC SQL
              SELECT COALESCE(LEAVE_DATE, 0)
                INTO :WS-LEAVE-DATE
                FROM STUDENRL
               WHERE STU_ID = :WS-STU-ID
            END-EXEC.
            EVALUATE TRUE
               WHEN SQLCODE = 100
                  CONTINUE
               WHEN SQLCODE NOT = 0
                  SET ATTD-INVALID TO TRUE
                  MOVE SQLCODE TO WS-SQLCODE
                  DISPLAY "ERROR" WS-SQLCODE " ON STU-ID " WS-STU-ID
                  PERFORM 990-SQL-ERROR-PARA
                  MOVE "RJ07" TO WS-REJ-CODE
                  MOVE "ENROLLMENT CHECK FAILED" TO WS-REJ-TEXT
               WHEN WS-LEAVE-DATE > 0 AND
                    F-ATTD-MONTH > WS-LEAVE-DATE(1:6)
                  SET ATTD-INVALID TO TRUE
                  MOVE "RJ07" TO WS-REJ-CODE
                  MOVE "MONTH AFTER WITHDRAWAL" TO WS-REJ-TEXT
            END-EVALUATE.
        498-REJECT-PARA.
            ADD 1 TO WS-REJECT-COUNT.
            DISPLAY "REJECTED " ATTDFILE-LIST " " WS-REJ-TEXT.
