        DATE-COMPILED.
        SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  A STUDENRL ROW FROM BEFORE LEAVE_DATE WAS ADDED
      *                 (NULL) IS READ AS NOT LEFT.
      *  10/15/26  RKS  496-CHECK-ENROLLED-PARA NOW ALSO READS THE
      *                 STUDENRL LEAVE_DATE SET BY THE NEW ENRLWDRL
      *                 WITHDRAWAL RUN, AND MARKS FOR A STUDENT WHO
      *                 HAS BEEN WITHDRAWN REJECT WITH NEW REASON CODE
      *                 RJ11 RATHER THAN THE GENERAL RJ09 NOT ACTIVE.
      *  09/29/26  RKS  THE STATUSLOG COMPLETION RECORD NOW CARRIES
      *                 THIS STEP'S READ/PROCESSED/REJECTED COUNTS IN
      *                 THE FORMERLY UNUSED FILLER, SO BATCHSTAT CAN
        77   WS-EXIST-COUNT      PIC S9(4) COMP VALUE ZERO.
        77   WS-HIST-COUNT       PIC S9(4) COMP VALUE ZERO.
        01   WS-ACTIVE-FLAG      PIC X(1) VALUE SPACE.
        01   WS-LEAVE-DATE       PIC 9(8) VALUE ZERO.
        01   WS-ENRL-OK          PIC X(1) VALUE 'Y'.
             88 ENROLLED-OK        VALUE 'Y'.
        01   WS-EXAM-TERM        PIC X(2) VALUE SPACES.
        496-CHECK-ENROLLED-PARA.
                MOVE 'Y' TO WS-ENRL-OK.
                MOVE SPACE TO WS-ACTIVE-FLAG.
                MOVE ZERO TO WS-LEAVE-DATE.
                EXEC SQL
                  SELECT ACTIVE_FLAG, COALESCE(LEAVE_DATE, 0)
                    INTO :WS-ACTIVE-FLAG, :WS-LEAVE-DATE
                    FROM STUDENRL
                   WHERE STU_ID = :STU-ID
                END-EXEC.
                      PERFORM 990-SQL-ERROR-PARA
                      MOVE "RJ08" TO WS-REJ-CODE
                      MOVE "ENROLLMENT CHECK FAILED" TO WS-REJ-TEXT
                   WHEN WS-LEAVE-DATE > 0
                      MOVE 'N' TO WS-ENRL-OK
                      MOVE "RJ11" TO WS-REJ-CODE
                      MOVE "STUDENT WITHDRAWN" TO WS-REJ-TEXT
                   WHEN WS-ACTIVE-FLAG NOT = 'Y'
                      MOVE 'N' TO WS-ENRL-OK
                      MOVE "RJ09" TO WS-REJ-CODE
