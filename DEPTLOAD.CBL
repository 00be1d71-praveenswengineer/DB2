       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  A DEPTMAST READ ERROR WHILE CHOOSING THE ADD OR
      *                 CHG AUTHORITY IS NOW REPORTED AND THE CARD
      *                 REJECTED RJ99, INSTEAD OF BEING TAKEN AS AN ADD.
      *  10/15/26  RKS  OPERATOR AUTHORITY. DEPTFILE GROWS TO 90 BYTES
      *                 WITH THE OPERATOR ID IN COLS 83-90 (DEPTREJ
      *                 CARRIES THE WHOLE 90). EACH CARD IS CHECKED
      *                 THROUGH THE COMMON AUTHCHK SUBPROGRAM AGAINST
      *                 OPERAUTH -- 'ADD' FOR A NEW DEPARTMENT, 'CHG'
      *                 FOR AN EXISTING ONE, 'DEA' FOR ANY CARD THAT
      *                 SETS A DEPARTMENT INACTIVE -- AND AN
      *                 UNAUTHORIZED CARD IS REJECTED RJ99 AND LOGGED
      *                 TO SECVLOG. THE OPERATOR ID RIDES ON EVERY
      *                 XFERTRAN TRANSFER A CLOSURE PUNCHES AND ON THE
      *                 CLOSRPT SUMMARY LINE.
      *  10/15/26  RKS  DEPTFILE AND DEPTMAST NOW CARRY A PARENT
      *                 DEPARTMENT (COLS 79-81; BLANK MEANS A TOP-LEVEL
      *                 DIVISION) SO DEPARTMENTS ROLL UP INTO A
      *                 REPORTING TREE. A PARENT NOT ON DEPTMAST, A
      *                 DEPARTMENT NAMED AS ITS OWN PARENT (RJ09) OR A
      *                 PARENT WHOSE CHAIN LEADS BACK TO THE DEPARTMENT
      *                 (RJ10) IS REJECTED. ORGRPT PRINTS THE TREE.
      *  10/14/26  RKS  DEPTFILE AND DEPTMAST NOW CARRY AN ANNUAL RAIL
      *                 TRAVEL BUDGET PER DEPARTMENT (COLS 67-77, NEW
      *                 RJ08 EDIT; BLANK MEANS NO BUDGET SET). DUTYTRVL
      *                 HOLDS DUTY-TRAVEL REQUESTS THAT WOULD BREAK IT
      *                 AND TRVLSTMT REPORTS SPEND AGAINST IT.
      *  09/29/26  RKS  EVERY DEPTREJ REJECT IS NOW ALSO REGISTERED ON
      *                 THE COMMON REJLOG REGISTRY THROUGH THE SHARED
      *                 REJREG SUBPROGRAM.
         05 F-BUD-SALARY            PIC X(11).
         05                         PIC X(1).
         05 F-TGT-DEPT              PIC X(3).
         05                         PIC X(1).
         05 F-TRAVEL-BUD            PIC X(11).
         05                         PIC X(1).
         05 F-PARENT-DEPT           PIC X(3).
         05                         PIC X(1).
         05 F-OPER-ID               PIC X(8).
       FD DEPTREJ
           RECORDING MODE IS F.
       01 DEPTREJ-LIST.
         05 REJ-RECORD              PIC X(90).
         05 REJ-REASON-CODE         PIC X(4).
         05                         PIC X(1).
         05 REJ-REASON-TEXT         PIC X(25).
         05 T-TO-DEPT               PIC X(3).
         05                         PIC X(1).
         05 T-EFF-DATE              PIC X(8).
         05                         PIC X(1).
         05 T-OPER-ID               PIC X(8).
         05                         PIC X(48).
       FD CLOSRPT
           RECORDING MODE IS F.
       01 CLOSRPT-LIST.
        01   WS-ACTIVE-FLAG      PIC X(1).
        01   WS-BUD-HEADCT       PIC 9(5) VALUE ZERO.
        01   WS-BUD-SALARY       PIC 9(9)V99 VALUE ZERO.
        01   WS-TRAVEL-BUD       PIC 9(9)V99 VALUE ZERO.
        01   WS-PARENT-DEPT      PIC X(3) VALUE SPACES.
        01   WS-WALK-DEPT        PIC X(3) VALUE SPACES.
        01   WS-WALK-PARENT      PIC X(3) VALUE SPACES.
        77   WS-WALK-DEPTH       PIC S9(4) COMP VALUE ZERO.
        01   WS-WALK-END         PIC X VALUE 'N'.
             88 END-OF-WALK        VALUE 'Y'.
        77   WS-XFERTRAN-ST      PIC X(2).
        77   WS-CLOSRPT-ST       PIC X(2).
        01   WS-TGT-DEPT         PIC X(3) VALUE SPACES.
             05 CLS-SUM-DEPT     PIC X(3).
             05                  PIC X(12) VALUE '  TRANSFERS'.
             05 CLS-SUM-COUNT    PIC ZZ,ZZ9.
             05                  PIC X(5) VALUE '  BY '.
             05 CLS-SUM-OPER     PIC X(8).
             05                  PIC X(34).
        01   WS-DEPTFILE-EOF     PIC X VALUE 'N'.
             88 EOF-DEPTFILE       VALUE 'Y'.
        01   WS-DEPT-OK          PIC X VALUE 'Y'.
             05 WS-REG-KEY      PIC X(20) VALUE SPACES.
             05 WS-REG-REASON   PIC X(4) VALUE SPACES.
             05 WS-REG-ACTION   PIC X(1) VALUE 'R'.
        01   WS-AUTH-PARM.
             05 WS-AUTH-PROGRAM  PIC X(8) VALUE 'DEPTLOAD'.
             05 WS-AUTH-OPER-ID  PIC X(8) VALUE SPACES.
             05 WS-AUTH-ACTION   PIC X(3) VALUE SPACES.
             05 WS-AUTH-RUN-DATE PIC 9(8) VALUE ZERO.
             05 WS-AUTH-KEY      PIC X(20) VALUE SPACES.
             05 WS-AUTH-RESULT   PIC X(1) VALUE SPACE.
                88 AUTH-GRANTED    VALUE 'Y'.
             05 WS-AUTH-REASON   PIC X(19) VALUE SPACES.
             05 WS-AUTH-SQLCODE  PIC S9(9) COMP VALUE ZERO.
        01 WS-CTL-LINE.
             05             PIC X(22) VALUE 'DEPTFILE CONTROL TOTAL'.
             05             PIC X(3).
               MOVE F-MGR-EMPNO TO WS-MGR-EMPNO
               MOVE F-ACTIVE-FLAG TO WS-ACTIVE-FLAG
               MOVE ZERO TO WS-BUD-HEADCT WS-BUD-SALARY
                            WS-TRAVEL-BUD
               IF F-BUD-HEADCT NUMERIC
                  MOVE F-BUD-HEADCT TO WS-BUD-HEADCT
               END-IF
               IF F-BUD-SALARY NUMERIC
                  MOVE F-BUD-SALARY TO WS-BUD-SALARY
               END-IF
               IF F-TRAVEL-BUD NUMERIC
                  MOVE F-TRAVEL-BUD TO WS-TRAVEL-BUD
               END-IF
               MOVE F-TGT-DEPT TO WS-TGT-DEPT
               MOVE F-PARENT-DEPT TO WS-PARENT-DEPT
               IF WS-ACTIVE-FLAG = 'N'
                  PERFORM 470-CHECK-CLOSURE-PARA
               END-IF
               END-EXEC
               MOVE WS-DEPT-CODE  TO CLS-SUM-DEPT
               MOVE WS-MOVE-COUNT TO CLS-SUM-COUNT
               MOVE F-OPER-ID     TO CLS-SUM-OPER
               MOVE WS-CLOS-SUM TO CLOSRPT-ID
               WRITE CLOSRPT-LIST
            END-IF.
                  MOVE WS-DEPT-CODE  TO T-FROM-DEPT
                  MOVE WS-TGT-DEPT   TO T-TO-DEPT
                  MOVE WS-EFF-DATE8  TO T-EFF-DATE
                  MOVE F-OPER-ID     TO T-OPER-ID
                  WRITE XFERTRAN-LIST
                  ADD 1 TO WS-MOVE-COUNT
                  MOVE SPACES TO WS-CLOS-LINE
               MOVE "RJ03" TO WS-REJ-CODE
               MOVE "ACTIVE FLAG NOT Y OR N" TO WS-REJ-TEXT
            END-IF.
            IF DEPT-VALID
               PERFORM 493-AUTH-ACTION-PARA
            END-IF.
            IF DEPT-VALID
               PERFORM 494-CHECK-AUTH-PARA
            END-IF.
            IF DEPT-VALID AND F-BUD-HEADCT NOT = SPACES AND
               F-BUD-HEADCT NOT NUMERIC
               SET DEPT-INVALID TO TRUE
               MOVE "RJ05" TO WS-REJ-CODE
               MOVE "NON-NUMERIC BUDGET SALARY" TO WS-REJ-TEXT
            END-IF.
            IF DEPT-VALID AND F-TRAVEL-BUD NOT = SPACES AND
               F-TRAVEL-BUD NOT NUMERIC
               SET DEPT-INVALID TO TRUE
               MOVE "RJ08" TO WS-REJ-CODE
               MOVE "NON-NUMERIC TRAVEL BUDGET" TO WS-REJ-TEXT
            END-IF.
            IF DEPT-VALID AND F-PARENT-DEPT NOT = SPACES
               PERFORM 490-CHECK-PARENT-PARA
            END-IF.
      * THE PARENT MUST ALREADY BE ON DEPTMAST (LOAD PARENTS FIRST),
      * AND WALKING UP ITS CHAIN MUST NEVER ARRIVE BACK AT THIS
      * DEPARTMENT. THE DEPTH LIMIT STOPS A WALK ROUND A LOOP THAT
      * WAS ALREADY ON FILE ABOVE THE PARENT.
        490-CHECK-PARENT-PARA.
            IF F-PARENT-DEPT = F-DEPT-CODE
               SET DEPT-INVALID TO TRUE
               MOVE "RJ09" TO WS-REJ-CODE
               MOVE "DEPT IS ITS OWN PARENT" TO WS-REJ-TEXT
            ELSE
               MOVE F-PARENT-DEPT TO WS-WALK-DEPT
               MOVE ZERO TO WS-WALK-DEPTH
               MOVE 'N' TO WS-WALK-END
               PERFORM 492-WALK-PARENT-PARA UNTIL END-OF-WALK
            END-IF.
        492-WALK-PARENT-PARA.
            MOVE SPACES TO WS-WALK-PARENT.
            EXEC SQL
              SELECT COALESCE(PARENT_DEPT,' ')
                INTO :WS-WALK-PARENT
                FROM DEPTMAST
               WHERE DEPTCODE = :WS-WALK-DEPT
            END-EXEC.
            EVALUATE TRUE
               WHEN SQLCODE = 100 AND WS-WALK-DEPTH = 0
                  SET DEPT-INVALID TO TRUE
                  MOVE "RJ09" TO WS-REJ-CODE
                  MOVE "UNKNOWN PARENT DEPT" TO WS-REJ-TEXT
                  SET END-OF-WALK TO TRUE
               WHEN SQLCODE = 100
                  SET END-OF-WALK TO TRUE
               WHEN SQLCODE NOT = 0
                  MOVE SQLCODE TO WS-SQLCODE
                  DISPLAY "ERROR" WS-SQLCODE " ON DEPT "
                          WS-WALK-DEPT
                  PERFORM 990-SQL-ERROR-PARA
                  SET DEPT-INVALID TO TRUE
                  MOVE "RJ09" TO WS-REJ-CODE
                  MOVE "PARENT CHECK FAILED" TO WS-REJ-TEXT
                  SET END-OF-WALK TO TRUE
               WHEN WS-WALK-PARENT = F-DEPT-CODE OR
                    WS-WALK-DEPTH > 50
                  SET DEPT-INVALID TO TRUE
                  MOVE "RJ10" TO WS-REJ-CODE
                  MOVE "PARENT CHAIN LOOPS" TO WS-REJ-TEXT
                  SET END-OF-WALK TO TRUE
               WHEN WS-WALK-PARENT = SPACES
                  SET END-OF-WALK TO TRUE
               WHEN OTHER
                  MOVE WS-WALK-PARENT TO WS-WALK-DEPT
                  ADD 1 TO WS-WALK-DEPTH
            END-EVALUATE.
      * DEACTIVATION IS AUTHORIZED SEPARATELY FROM ORDINARY CHANGES,
      * SO ANY CARD CARRYING ACTIVE FLAG 'N' NEEDS THE 'DEA' AUTHORITY
        493-AUTH-ACTION-PARA.
            IF F-ACTIVE-FLAG = 'N'
               MOVE 'DEA' TO WS-AUTH-ACTION
            ELSE
               MOVE F-DEPT-CODE TO WS-DEPT-CODE
               EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-EXIST-COUNT
                   FROM DEPTMAST
                  WHERE DEPTCODE = :WS-DEPT-CODE
               END-EXEC
               EVALUATE TRUE
                  WHEN SQLCODE NOT = 0
                     MOVE SQLCODE TO WS-SQLCODE
                     DISPLAY "ERROR" WS-SQLCODE " ON DEPTMAST "
                             F-DEPT-CODE
                     PERFORM 990-SQL-ERROR-PARA
                     SET DEPT-INVALID TO TRUE
                     MOVE "RJ99" TO WS-REJ-CODE
                     MOVE "AUTHORITY CHECK FAILED" TO WS-REJ-TEXT
                  WHEN WS-EXIST-COUNT > 0
                     MOVE 'CHG' TO WS-AUTH-ACTION
                  WHEN OTHER
                     MOVE 'ADD' TO WS-AUTH-ACTION
               END-EVALUATE
            END-IF.
        494-CHECK-AUTH-PARA.
            MOVE F-OPER-ID TO WS-AUTH-OPER-ID.
            MOVE F-DEPT-CODE TO WS-AUTH-KEY.
            IF WS-SHARED-RUN-DATE NOT = ZERO
               MOVE WS-SHARED-RUN-DATE TO WS-AUTH-RUN-DATE
            ELSE
               ACCEPT WS-SYS-DATE FROM DATE
               COMPUTE WS-AUTH-RUN-DATE = 20000000 + WS-SYS-DATE
            END-IF.
            CALL 'AUTHCHK' USING WS-AUTH-PARM.
            EVALUATE TRUE
               WHEN AUTH-GRANTED
                  CONTINUE
               WHEN WS-AUTH-SQLCODE NOT = 0
                  MOVE WS-AUTH-SQLCODE TO WS-SQLCODE
                  DISPLAY "ERROR" WS-SQLCODE " ON OPERAUTH "
                          F-OPER-ID
                  PERFORM 990-SQL-ERROR-PARA
                  SET DEPT-INVALID TO TRUE
                  MOVE "RJ99" TO WS-REJ-CODE
                  MOVE "AUTHORITY CHECK FAILED" TO WS-REJ-TEXT
               WHEN OTHER
                  SET DEPT-INVALID TO TRUE
                  MOVE "RJ99" TO WS-REJ-CODE
                  MOVE "OPERATOR NOT AUTHORIZED" TO WS-REJ-TEXT
            END-EVALUATE.
        498-REJECT-PARA.
            ADD 1 TO WS-REJECT-COUNT.
            DISPLAY "REJECTED " DEPTFILE-LIST " " WS-REJ-TEXT.
                     MGR_EMPNO   = :WS-MGR-EMPNO,
                     ACTIVE_FLAG = :WS-ACTIVE-FLAG,
                     BUD_HEADCT  = :WS-BUD-HEADCT,
                     BUD_SALARY  = :WS-BUD-SALARY,
                     TRAVEL_BUD  = :WS-TRAVEL-BUD,
                     PARENT_DEPT = :WS-PARENT-DEPT
               WHERE DEPTCODE = :WS-DEPT-CODE
            END-EXEC.
        520-INSERT-SQL.
            EXEC SQL
              INSERT INTO DEPTMAST
              (DEPTCODE,DEPTNAME,MGR_EMPNO,ACTIVE_FLAG,
              BUD_HEADCT,BUD_SALARY,TRAVEL_BUD,PARENT_DEPT)
              VALUES(:WS-DEPT-CODE,:WS-DEPT-NAME,:WS-MGR-EMPNO,
              :WS-ACTIVE-FLAG,:WS-BUD-HEADCT,:WS-BUD-SALARY,
              :WS-TRAVEL-BUD,:WS-PARENT-DEPT)
            END-EXEC.
        600-COMMIT-PARA.
            EXEC SQL
