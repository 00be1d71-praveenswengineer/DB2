       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  ALSO COUNTS THE 'ENC' LEAVE ENCASHMENT PAYMENTS
      *                 THE NEW LEAVCLOS YEAR-END CLOSING PUTS ON THE
      *                 FEED.
      *  10/14/26  RKS  ALSO COUNTS THE 'BON' ONE-TIME BONUS PAYMENTS
      *                 THE NEW BONUSRUN ANNUAL PASS PUTS ON THE FEED.
      *  09/29/26  RKS  ALSO COUNTS THE 'LVE' UNPAID-LEAVE DEDUCTIONS
      *                 THE NEW LEAVFEED MONTHLY PASS PUTS ON THE
      *                 FEED.
        77  WS-SENT-CHG          PIC 9(7) COMP VALUE ZERO.
        77  WS-SENT-REV          PIC 9(7) COMP VALUE ZERO.
        77  WS-SENT-LVE          PIC 9(7) COMP VALUE ZERO.
        77  WS-SENT-BON          PIC 9(7) COMP VALUE ZERO.
        77  WS-SENT-ENC          PIC 9(7) COMP VALUE ZERO.
        01  WS-AST               PIC X(80) VALUE ALL '*'.
        01  WS-HDR1.
            05                   PIC X(20) VALUE SPACES.
              WHEN 'CHG' ADD 1 TO WS-SENT-CHG
              WHEN 'REV' ADD 1 TO WS-SENT-REV
              WHEN 'LVE' ADD 1 TO WS-SENT-LVE
              WHEN 'BON' ADD 1 TO WS-SENT-BON
              WHEN 'ENC' ADD 1 TO WS-SENT-ENC
              WHEN OTHER ADD 1 TO WS-SENT-RSE
           END-EVALUATE.
           MOVE 'N' TO WS-ACK-FOUND.
           MOVE WS-SENT-LVE TO SUM-COUNT.
           MOVE WS-SUM-LINE TO RECONRPT-ID.
           WRITE RECONRPT-LIST.
           MOVE 'SENT - BONUSES (BON)'   TO SUM-LABEL.
           MOVE WS-SENT-BON TO SUM-COUNT.
           MOVE WS-SUM-LINE TO RECONRPT-ID.
           WRITE RECONRPT-LIST.
           MOVE 'SENT - ENCASHMENT (ENC)' TO SUM-LABEL.
           MOVE WS-SENT-ENC TO SUM-COUNT.
           MOVE WS-SUM-LINE TO RECONRPT-ID.
           WRITE RECONRPT-LIST.
           MOVE 'ACK RECORDS RECEIVED'   TO SUM-LABEL.
           MOVE WS-ACK-COUNT TO SUM-COUNT.
           MOVE WS-SUM-LINE TO RECONRPT-ID.
