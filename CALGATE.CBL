       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALGATE.
       AUTHOR.        RKS.
       INSTALLATION.  IBM E&T.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED.
       SECURITY.      NONE.
      * MODIFICATION HISTORY
      *  10/15/26  RKS  NEW PROGRAM. CALENDAR GATE RUN AHEAD OF EACH
      *                 PERIODIC JOB, THE SAME SHAPE AS BATCHGAT --
      *                 READS THE CALCTL CARD NAMING THE GUARDED
      *                 PROGRAM AND TONIGHT'S JOBPLAN FROM JOBSCHED,
      *                 AND ENDS RC 0 WHEN THE PROGRAM IS PLANNED FOR
      *                 THE RUN DATE, RC 4 WHEN IT IS NOT DUE, AND RC 8
      *                 WHEN THERE IS NO PLAN OR NO CARD, SO JCL COND
      *                 PROCESSING RUNS OR SKIPS THE GUARDED STEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-ST.
           SELECT CALCTL ASSIGN TO CALCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CALCTL-ST.
           SELECT JOBPLAN ASSIGN TO JOBPLAN
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-JOBPLAN-ST.
       DATA DIVISION.
       FILE SECTION.
       FD RUNCTL
           RECORDING MODE IS F.
       01 RUNCTL-REC.
         05 CTL-RUN-DATE          PIC 9(8).
         05                       PIC X(72).
       FD CALCTL
           RECORDING MODE IS F.
       01 CALCTL-REC.
         05 CTL-GUARDED-PGM       PIC X(8).
         05                       PIC X(72).
      * SAME RECORD LAYOUT JOBSCHED WRITES
       FD JOBPLAN
           RECORDING MODE IS F.
       01 JOBPLAN-REC.
         05 JP-RUN-DATE           PIC 9(8).
         05                       PIC X(1).
         05 JP-JOB-NAME           PIC X(8).
         05                       PIC X(1).
         05 JP-FREQUENCY          PIC X(1).
         05                       PIC X(1).
         05 JP-DUE-SINCE          PIC 9(8).
         05                       PIC X(52).
       WORKING-STORAGE SECTION.
        77  WS-RUNCTL-ST         PIC X(2).
        77  WS-CALCTL-ST         PIC X(2).
        77  WS-JOBPLAN-ST        PIC X(2).
        01  WS-SHARED-RUN-DATE   PIC 9(8) VALUE ZERO.
        01  WS-SYS-DATE          PIC 9(6) VALUE ZERO.
        01  WS-JOBPLAN-EOF       PIC X VALUE 'N'.
            88 EOF-JOBPLAN         VALUE 'Y'.
        01  WS-GUARDED-PGM       PIC X(8) VALUE SPACES.
        01  WS-PLANNED           PIC X VALUE 'N'.
            88 JOB-PLANNED         VALUE 'Y'.
       PROCEDURE DIVISION.
        000-MAIN-PARA.
           PERFORM 005-READ-RUNCTL-PARA.
           PERFORM 100-READ-CALCTL-PARA.
           IF WS-GUARDED-PGM = SPACES
              DISPLAY 'NO CALCTL CARD - GATE CLOSED'
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 200-READ-PLAN-PARA
              IF RETURN-CODE < 8
                 IF JOB-PLANNED
                    DISPLAY 'GATE OPEN FOR ' WS-GUARDED-PGM
                    MOVE 0 TO RETURN-CODE
                 ELSE
                    DISPLAY 'NOT DUE TONIGHT ' WS-GUARDED-PGM
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
           STOP RUN.
        005-READ-RUNCTL-PARA.
           OPEN INPUT RUNCTL.
           IF WS-RUNCTL-ST = '00'
              READ RUNCTL
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CTL-RUN-DATE TO WS-SHARED-RUN-DATE
              END-READ
              CLOSE RUNCTL
           END-IF.
           IF WS-SHARED-RUN-DATE = ZERO
              ACCEPT WS-SYS-DATE FROM DATE
              COMPUTE WS-SHARED-RUN-DATE = 20000000 + WS-SYS-DATE
           END-IF.
        100-READ-CALCTL-PARA.
           OPEN INPUT CALCTL.
           IF WS-CALCTL-ST = '00'
              READ CALCTL
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CTL-GUARDED-PGM TO WS-GUARDED-PGM
              END-READ
              CLOSE CALCTL
           END-IF.
        200-READ-PLAN-PARA.
           OPEN INPUT JOBPLAN.
           IF WS-JOBPLAN-ST = '00'
              PERFORM 210-READ-CARD-PARA
                 UNTIL EOF-JOBPLAN OR JOB-PLANNED
              CLOSE JOBPLAN
           ELSE
              DISPLAY 'NO JOBPLAN ' WS-JOBPLAN-ST
                      ' - GATE CLOSED FOR ' WS-GUARDED-PGM
              MOVE 8 TO RETURN-CODE
           END-IF.
        210-READ-CARD-PARA.
           READ JOBPLAN
              AT END
                 SET EOF-JOBPLAN TO TRUE
              NOT AT END
                 IF JP-JOB-NAME = WS-GUARDED-PGM AND
                    JP-RUN-DATE = WS-SHARED-RUN-DATE
                    SET JOB-PLANNED TO TRUE
                 END-IF
           END-READ.
