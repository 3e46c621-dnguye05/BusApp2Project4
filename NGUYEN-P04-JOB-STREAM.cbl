      ******************************************************************
      *PROGRAM : PROJECT 4   Nightly Job-Stream Driver                 *
      *AUTHOR  : David Nguyen                                          *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Runs the nightly P04 stream (CUST-MAINT, NIXIE,       *
      *          MAILING-LABELS, RUN-TRENDS) in the order given by the *
      *          step-control file p04-stream-control.dat, recording  *
      *          each step's start/end time and return code back onto *
      *          the control file.  A step that ends over its allowed *
      *          code stops the stream so labels never print against  *
      *          a half-updated master.  The next invocation resumes  *
      *          at the failed step -- steps already completed (the   *
      *          trans apply, the nixie flagging) are not run again.  *
      *          A one-page status report goes to                     *
      *          p04-stream-status.rpt for the morning shift.         *
      *-----------------------------------------------------------------
      *MODIFICATION HISTORY                                            *
      *  10/15/2026  DN  Created.  START=nn run option forces the     *
      *                  stream to begin at a given step number.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-JOB-STREAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO 'p04-stream-control.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-CTL-STATUS.
           SELECT STATUS-FILE ASSIGN TO 'p04-stream-status.rpt'
                             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    ONE RECORD PER STEP, IN RUN ORDER.  OPERATIONS KEYS THE
      *    STEP NUMBER, PROGRAM, ALLOWED CODE AND PARMS; THE STATUS,
      *    TIMES AND LAST CODE ARE MAINTAINED BY THIS PROGRAM.  THE
      *    RESTART PARMS, WHEN PRESENT, REPLACE THE NORMAL PARMS ON A
      *    STEP BEING RESUMED AFTER A FAILURE (E.G. RESTART=Y FOR THE
      *    LABEL RUN SO IT PICKS UP AT ITS OWN CHECKPOINT).
       FD  CONTROL-FILE
           LABEL RECORD ARE OMITTED.
       01  CONTROL-REC.
           03  SC-STEP-NO              PIC 9(2).
           03  SC-PROGRAM              PIC X(30).
           03  SC-MAX-RC               PIC 9(3).
           03  SC-PARMS                PIC X(60).
           03  SC-RESTART-PARMS        PIC X(60).
           03  SC-STATUS               PIC X(1).
           03  SC-START-DATE           PIC 9(8).
           03  SC-START-TIME           PIC X(6).
           03  SC-END-DATE             PIC 9(8).
           03  SC-END-TIME             PIC X(6).
           03  SC-LAST-RC              PIC 9(3).
           03  FILLER                  PIC X(13).
       FD  STATUS-FILE
           LABEL RECORD ARE OMITTED.
       01  STATUS-REC                   PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  RUN-PARMS.
           03  WS-RUN-PARM-LINE        PIC X(160)  VALUE SPACES.
           03  WS-PARM-TOKEN OCCURS 10 TIMES       PIC X(24)
                                                    VALUE SPACES.
           03  WS-PARM-IDX             PIC 9(2)    VALUE ZERO.
           03  WS-PARM-KEY             PIC X(16)   VALUE SPACES.
           03  WS-PARM-VAL             PIC X(24)   VALUE SPACES.
           03  WS-FORCE-START          PIC 9(2)    VALUE ZERO.
      *    STEP STATUS: ' ' PENDING, R RUNNING (NO END RECORDED -- THE
      *    STEP OR THE DRIVER DIED), C COMPLETE, F FAILED (ENDED OVER
      *    ITS ALLOWED CODE).  LAYOUT MATCHES CONTROL-REC BYTE FOR
      *    BYTE SO A WHOLE RECORD MOVES IN AND OUT OF THE TABLE.
       01  STEP-TABLE.
           03  ST-ENTRY OCCURS 20 TIMES.
               05  ST-STEP-NO          PIC 9(2).
               05  ST-PROGRAM          PIC X(30).
               05  ST-MAX-RC           PIC 9(3).
               05  ST-PARMS            PIC X(60).
               05  ST-RESTART-PARMS    PIC X(60).
               05  ST-STATUS           PIC X(1).
                   88  ST-PENDING                  VALUE ' '.
                   88  ST-RUNNING                  VALUE 'R'.
                   88  ST-COMPLETE                 VALUE 'C'.
                   88  ST-FAILED                   VALUE 'F'.
               05  ST-START-DATE       PIC 9(8).
               05  ST-START-TIME       PIC X(6).
               05  ST-END-DATE         PIC 9(8).
               05  ST-END-TIME         PIC X(6).
               05  ST-LAST-RC          PIC 9(3).
               05  FILLER              PIC X(13).
       01  STREAM-DATA.
           03  WS-CTL-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-STEP-COUNT           PIC 9(2)    VALUE ZERO.
           03  WS-STEP-IDX             PIC 9(2)    VALUE ZERO.
           03  WS-START-STEP           PIC 9(2)    VALUE ZERO.
           03  WS-STEP-RC              PIC 9(3)    VALUE ZERO.
           03  WS-WAIT-STATUS          PIC 9(9)    VALUE ZERO.
           03  WS-STREAM-RC            PIC 9(3)    VALUE ZERO.
           03  WS-STEPS-RUN            PIC 9(2)    VALUE ZERO.
           03  WS-CMD-LINE             PIC X(100)  VALUE SPACES.
           03  WS-STEP-PARMS           PIC X(60)   VALUE SPACES.
           03  WS-NOW-DATE             PIC 9(8)    VALUE ZERO.
           03  WS-NOW-TIME             PIC X(8)    VALUE SPACES.
           03  WS-STREAM-DATE          PIC 9(8)    VALUE ZERO.
           03  WS-STREAM-TIME          PIC X(8)    VALUE SPACES.
           03  WS-STATUS-TEXT          PIC X(10)   VALUE SPACES.
           03  WS-FLAGS.
               05  WS-EOF-FLAG         PIC X       VALUE 'N'.
                   88  EOF                         VALUE 'Y'.
               05  WS-RESUME-SW        PIC X       VALUE 'N'.
                   88  STREAM-RESUMED              VALUE 'Y'.
               05  WS-STOP-SW          PIC X       VALUE 'N'.
                   88  STREAM-STOPPED              VALUE 'Y'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 040-PARSE-RUN-PARMS.
           ACCEPT WS-STREAM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STREAM-TIME FROM TIME.
           PERFORM 110-LOAD-CONTROL.
           PERFORM 120-FIND-START-STEP.
           PERFORM 200-RUN-STEP
               VARYING WS-STEP-IDX FROM WS-START-STEP BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT OR STREAM-STOPPED.
           PERFORM 400-WRITE-STATUS-REPORT.
           DISPLAY SPACES.
           DISPLAY 'STEPS IN STREAM : ', WS-STEP-COUNT.
           DISPLAY 'STARTED AT STEP : ', WS-START-STEP.
           DISPLAY 'STEPS RUN       : ', WS-STEPS-RUN.
           IF STREAM-STOPPED
               DISPLAY 'JOB-STREAM: STREAM STOPPED, RETURN CODE '
                       WS-STREAM-RC
           ELSE
               DISPLAY 'JOB-STREAM: STREAM COMPLETE'
           END-IF.
           MOVE WS-STREAM-RC TO RETURN-CODE.
           STOP RUN.
      *-----------------------------------------------------------------
      *    040-PARSE-RUN-PARMS ACCEPTS START=NN TO FORCE THE STREAM TO
      *    BEGIN AT A GIVEN STEP NUMBER (FOR INSTANCE TO RERUN THE
      *    WHOLE NIGHT FROM STEP 1 AFTER A RESTORE).  ANYTHING ELSE ON
      *    THE COMMAND LINE IS AN ERROR, THE SAME HARD-VALIDATION RULE
      *    THE LABEL RUN APPLIES TO ITS OWN OPTIONS.
      *-----------------------------------------------------------------
       040-PARSE-RUN-PARMS.
           ACCEPT WS-RUN-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WS-RUN-PARM-LINE DELIMITED BY SPACE
                   INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                        WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
                        WS-PARM-TOKEN(5) WS-PARM-TOKEN(6)
                        WS-PARM-TOKEN(7) WS-PARM-TOKEN(8)
                        WS-PARM-TOKEN(9) WS-PARM-TOKEN(10)
           END-UNSTRING.
           PERFORM 045-APPLY-PARM-TOKEN
               VARYING WS-PARM-IDX FROM 1 BY 1 UNTIL WS-PARM-IDX > 10.
      *-----------------------------------------------------------------
       045-APPLY-PARM-TOKEN.
           IF WS-PARM-TOKEN(WS-PARM-IDX) NOT = SPACES
               MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
               UNSTRING WS-PARM-TOKEN(WS-PARM-IDX) DELIMITED BY '='
                       INTO WS-PARM-KEY, WS-PARM-VAL
               END-UNSTRING
               EVALUATE WS-PARM-KEY
                   WHEN 'START'
                       PERFORM 046-APPLY-START
                   WHEN OTHER
                       DISPLAY 'JOB-STREAM: UNRECOGNIZED KEYWORD: '
                               WS-PARM-KEY
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
       046-APPLY-START.
           EVALUATE TRUE
               WHEN WS-PARM-VAL(1:2) IS NUMERIC
                       AND WS-PARM-VAL(3:1) = SPACE
                   MOVE WS-PARM-VAL(1:2) TO WS-FORCE-START
               WHEN WS-PARM-VAL(1:1) IS NUMERIC
                       AND WS-PARM-VAL(2:1) = SPACE
                   MOVE WS-PARM-VAL(1:1) TO WS-FORCE-START
               WHEN OTHER
                   MOVE ZERO TO WS-FORCE-START
           END-EVALUATE.
           IF WS-FORCE-START = ZERO
               DISPLAY 'JOB-STREAM: START MUST BE A STEP NUMBER 1-20'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      *    110-LOAD-CONTROL READS THE STEP-CONTROL FILE INTO THE STEP
      *    TABLE.  STEPS RUN IN FILE ORDER; A STEP NUMBER OUT OF
      *    SEQUENCE OR A NON-NUMERIC ALLOWED CODE MEANS THE FILE WAS
      *    MIS-KEYED, AND RUNNING A GUESS AT THE STREAM IS WORSE THAN
      *    NOT RUNNING IT, SO EITHER STOPS THE DRIVER WITH 16.
      *-----------------------------------------------------------------
       110-LOAD-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'JOB-STREAM: CANNOT OPEN STEP CONTROL, STATUS '
                       WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 115-LOAD-STEP
           END-PERFORM.
           CLOSE CONTROL-FILE.
           IF WS-STEP-COUNT = ZERO
               DISPLAY 'JOB-STREAM: STEP CONTROL FILE IS EMPTY'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       115-LOAD-STEP.
           IF WS-STEP-COUNT NOT < 20
               DISPLAY 'JOB-STREAM: MORE THAN 20 STEPS ON CONTROL FILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           IF SC-STEP-NO NOT NUMERIC OR SC-STEP-NO NOT = WS-STEP-COUNT
                   OR SC-MAX-RC NOT NUMERIC OR SC-PROGRAM = SPACES
               DISPLAY 'JOB-STREAM: BAD STEP CONTROL RECORD '
                       WS-STEP-COUNT ': ' SC-STEP-NO ' ' SC-PROGRAM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CONTROL-REC TO ST-ENTRY(WS-STEP-COUNT).
           IF ST-START-DATE(WS-STEP-COUNT) NOT NUMERIC
               MOVE ZERO TO ST-START-DATE(WS-STEP-COUNT)
           END-IF.
           IF ST-END-DATE(WS-STEP-COUNT) NOT NUMERIC
               MOVE ZERO TO ST-END-DATE(WS-STEP-COUNT)
           END-IF.
           IF ST-LAST-RC(WS-STEP-COUNT) NOT NUMERIC
               MOVE ZERO TO ST-LAST-RC(WS-STEP-COUNT)
           END-IF.
      *-----------------------------------------------------------------
      *    120-FIND-START-STEP DECIDES WHERE TONIGHT'S STREAM BEGINS.
      *    START=NN WINS IF GIVEN.  OTHERWISE THE FIRST STEP LEFT
      *    FAILED OR RUNNING BY THE LAST INVOCATION IS RESUMED, WITH
      *    EVERY STEP AHEAD OF IT LEFT COMPLETE -- THAT IS WHAT KEEPS
      *    A RERUN FROM REAPPLYING P04-CUST-TRANS.DAT OR RE-FLAGGING
      *    NIXIES.  WITH NOTHING TO RESUME IT IS A NEW NIGHT AND EVERY
      *    STEP IS RESET TO PENDING.  EITHER WAY EACH STEP FROM THE
      *    START ON IS CLEARED BEFORE IT RUNS.
      *-----------------------------------------------------------------
       120-FIND-START-STEP.
           MOVE ZERO TO WS-START-STEP.
           IF WS-FORCE-START NOT = ZERO
               IF WS-FORCE-START > WS-STEP-COUNT
                   DISPLAY 'JOB-STREAM: START=' WS-FORCE-START
                           ' IS PAST THE LAST STEP'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-FORCE-START TO WS-START-STEP
           ELSE
               PERFORM 125-CHECK-RESUME-STEP
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                      OR WS-START-STEP NOT = ZERO
               IF WS-START-STEP = ZERO
                   MOVE 1 TO WS-START-STEP
               ELSE
                   MOVE 'Y' TO WS-RESUME-SW
               END-IF
           END-IF.
           PERFORM 130-RESET-STEP
               VARYING WS-STEP-IDX FROM WS-START-STEP BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.
      *-----------------------------------------------------------------
       125-CHECK-RESUME-STEP.
           IF ST-FAILED(WS-STEP-IDX) OR ST-RUNNING(WS-STEP-IDX)
               MOVE WS-STEP-IDX TO WS-START-STEP
           END-IF.
      *-----------------------------------------------------------------
      *    130-RESET-STEP CLEARS A STEP ABOUT TO BE RUN.  THE RESUMED
      *    STEP KEEPS ITS FAILED/RUNNING STATUS UNTIL 200-RUN-STEP HAS
      *    CHOSEN ITS RESTART PARMS.
      *-----------------------------------------------------------------
       130-RESET-STEP.
           IF NOT (STREAM-RESUMED AND WS-STEP-IDX = WS-START-STEP)
               MOVE SPACE TO ST-STATUS(WS-STEP-IDX)
           END-IF.
           MOVE ZERO   TO ST-START-DATE(WS-STEP-IDX)
                          ST-END-DATE(WS-STEP-IDX)
                          ST-LAST-RC(WS-STEP-IDX).
           MOVE SPACES TO ST-START-TIME(WS-STEP-IDX)
                          ST-END-TIME(WS-STEP-IDX).
      *-----------------------------------------------------------------
      *    200-RUN-STEP RUNS ONE STEP AS ITS OWN PROCESS -- EVERY P04
      *    PROGRAM ENDS IN STOP RUN, SO IT CANNOT BE CALLED IN-LINE --
      *    AND JUDGES THE RETURN CODE AGAINST THE STEP'S ALLOWED
      *    CODE.  THE STEP IS MARKED RUNNING ON THE CONTROL FILE
      *    BEFORE IT STARTS, SO IF THE DRIVER ITSELF DIES MID-STEP THE
      *    NEXT INVOCATION STILL KNOWS WHERE TO RESUME.
      *-----------------------------------------------------------------
       200-RUN-STEP.
           IF STREAM-RESUMED AND WS-STEP-IDX = WS-START-STEP
                   AND ST-RESTART-PARMS(WS-STEP-IDX) NOT = SPACES
               MOVE ST-RESTART-PARMS(WS-STEP-IDX) TO WS-STEP-PARMS
           ELSE
               MOVE ST-PARMS(WS-STEP-IDX) TO WS-STEP-PARMS
           END-IF.
           PERFORM 210-BUILD-COMMAND.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE 'R'              TO ST-STATUS(WS-STEP-IDX).
           MOVE WS-NOW-DATE      TO ST-START-DATE(WS-STEP-IDX).
           MOVE WS-NOW-TIME(1:6) TO ST-START-TIME(WS-STEP-IDX).
           PERFORM 300-SAVE-CONTROL.
           DISPLAY 'JOB-STREAM: STEP ' ST-STEP-NO(WS-STEP-IDX)
                   ' START ' WS-CMD-LINE.
           ADD 1 TO WS-STEPS-RUN.
           CALL 'SYSTEM' USING WS-CMD-LINE.
           MOVE RETURN-CODE TO WS-WAIT-STATUS.
           MOVE ZERO TO RETURN-CODE.
      *    THE SHELL HANDS BACK A WAIT STATUS WITH THE STEP'S RETURN
      *    CODE IN THE HIGH-ORDER BYTE; A LOW-ORDER VALUE MEANS THE
      *    STEP WAS KILLED AND IS TAKEN AS ITS CODE SO IT FAILS.
           IF WS-WAIT-STATUS > 255
               DIVIDE WS-WAIT-STATUS BY 256 GIVING WS-STEP-RC
           ELSE
               MOVE WS-WAIT-STATUS TO WS-STEP-RC
           END-IF.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-DATE      TO ST-END-DATE(WS-STEP-IDX).
           MOVE WS-NOW-TIME(1:6) TO ST-END-TIME(WS-STEP-IDX).
           MOVE WS-STEP-RC       TO ST-LAST-RC(WS-STEP-IDX).
           IF WS-STEP-RC > ST-MAX-RC(WS-STEP-IDX)
               MOVE 'F' TO ST-STATUS(WS-STEP-IDX)
               MOVE 'Y' TO WS-STOP-SW
               MOVE WS-STEP-RC TO WS-STREAM-RC
               DISPLAY 'JOB-STREAM: STEP ' ST-STEP-NO(WS-STEP-IDX)
                       ' ENDED RC ' WS-STEP-RC ' OVER ALLOWED '
                       ST-MAX-RC(WS-STEP-IDX) ' - STREAM STOPPED'
           ELSE
               MOVE 'C' TO ST-STATUS(WS-STEP-IDX)
               DISPLAY 'JOB-STREAM: STEP ' ST-STEP-NO(WS-STEP-IDX)
                       ' ENDED RC ' WS-STEP-RC
           END-IF.
           PERFORM 300-SAVE-CONTROL.
      *-----------------------------------------------------------------
       210-BUILD-COMMAND.
           MOVE SPACES TO WS-CMD-LINE.
           STRING
               ST-PROGRAM(WS-STEP-IDX)  DELIMITED BY SPACE
               ' '                      DELIMITED BY SIZE
               WS-STEP-PARMS            DELIMITED BY SIZE
               INTO WS-CMD-LINE
           END-STRING.
      *-----------------------------------------------------------------
      *    300-SAVE-CONTROL REWRITES THE WHOLE STEP-CONTROL FILE FROM
      *    THE TABLE, THE SAME WHOLE-FILE REWRITE 620-WRITE-CHECKPOINT
      *    USES IN THE LABEL RUN, SO THE FILE ON DISK ALWAYS SHOWS THE
      *    LATEST STEP STATUS.
      *-----------------------------------------------------------------
       300-SAVE-CONTROL.
           OPEN OUTPUT CONTROL-FILE.
           PERFORM 310-SAVE-STEP
               VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > WS-STEP-COUNT.
           CLOSE CONTROL-FILE.
      *-----------------------------------------------------------------
       310-SAVE-STEP.
           MOVE ST-ENTRY(WS-PARM-IDX) TO CONTROL-REC.
           WRITE CONTROL-REC.
      *-----------------------------------------------------------------
      *    400-WRITE-STATUS-REPORT WRITES THE ONE-PAGE STREAM STATUS
      *    FOR THE MORNING SHIFT: WHEN THE STREAM RAN, WHETHER IT WAS
      *    A RESUME, ONE LINE PER STEP, AND HOW THE STREAM ENDED.
      *-----------------------------------------------------------------
       400-WRITE-STATUS-REPORT.
           OPEN OUTPUT STATUS-FILE.
           MOVE 'P04 NIGHTLY JOB-STREAM STATUS' TO STATUS-REC.
           WRITE STATUS-REC.
           MOVE SPACES TO STATUS-REC.
           STRING
               'STREAM RUN: '          DELIMITED BY SIZE
               WS-STREAM-DATE          DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WS-STREAM-TIME(1:6)     DELIMITED BY SIZE
               '   STARTED AT STEP '   DELIMITED BY SIZE
               WS-START-STEP           DELIMITED BY SIZE
               INTO STATUS-REC
           END-STRING.
           WRITE STATUS-REC.
           IF STREAM-RESUMED
               MOVE SPACES TO STATUS-REC
               STRING
                   'RESUMED AT THE STEP THAT FAILED LAST RUN - '
                                               DELIMITED BY SIZE
                   'EARLIER STEPS NOT RERUN'   DELIMITED BY SIZE
                   INTO STATUS-REC
               END-STRING
               WRITE STATUS-REC
           END-IF.
           IF WS-FORCE-START NOT = ZERO
               MOVE 'START POINT FORCED BY START= RUN OPTION'
                   TO STATUS-REC
               WRITE STATUS-REC
           END-IF.
           MOVE SPACES TO STATUS-REC.
           WRITE STATUS-REC.
           MOVE SPACES TO STATUS-REC.
           STRING
               'STEP PROGRAM                        STATUS     '
                                       DELIMITED BY SIZE
               'START DATE/TIME  END DATE/TIME    RC  MAX'
                                       DELIMITED BY SIZE
               INTO STATUS-REC
           END-STRING.
           WRITE STATUS-REC.
           PERFORM 410-WRITE-STEP-LINE
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.
           MOVE SPACES TO STATUS-REC.
           WRITE STATUS-REC.
           MOVE SPACES TO STATUS-REC.
           IF STREAM-STOPPED
               STRING
                   'STREAM STOPPED - RETURN CODE '  DELIMITED BY SIZE
                   WS-STREAM-RC                     DELIMITED BY SIZE
                   '.  CORRECT THE FAILED STEP AND RERUN; THE STREAM '
                                                    DELIMITED BY SIZE
                   'RESUMES THERE.'                 DELIMITED BY SIZE
                   INTO STATUS-REC
               END-STRING
           ELSE
               MOVE 'STREAM COMPLETE - ALL STEPS WITHIN ALLOWED CODES'
                   TO STATUS-REC
           END-IF.
           WRITE STATUS-REC.
           CLOSE STATUS-FILE.
      *-----------------------------------------------------------------
      *    A STEP BEFORE THE START POINT WAS FINISHED BY AN EARLIER
      *    INVOCATION AND IS SHOWN AS SUCH (OR AS SKIPPED WHEN START=
      *    JUMPED OVER IT); A STEP STILL PENDING
      *    AFTER THE STREAM STOPPED NEVER RAN TONIGHT.
       410-WRITE-STEP-LINE.
           EVALUATE TRUE
               WHEN WS-STEP-IDX < WS-START-STEP
                       AND ST-COMPLETE(WS-STEP-IDX)
                   MOVE 'PRIOR RUN ' TO WS-STATUS-TEXT
               WHEN WS-STEP-IDX < WS-START-STEP
                   MOVE 'SKIPPED   ' TO WS-STATUS-TEXT
               WHEN ST-COMPLETE(WS-STEP-IDX)
                   MOVE 'COMPLETE  ' TO WS-STATUS-TEXT
               WHEN ST-FAILED(WS-STEP-IDX)
                   MOVE '*FAILED*  ' TO WS-STATUS-TEXT
               WHEN ST-RUNNING(WS-STEP-IDX)
                   MOVE '*NO END*  ' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'NOT RUN   ' TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES TO STATUS-REC.
           STRING
               ST-STEP-NO(WS-STEP-IDX)     DELIMITED BY SIZE
               '   '                       DELIMITED BY SIZE
               ST-PROGRAM(WS-STEP-IDX)     DELIMITED BY SIZE
               '  '                        DELIMITED BY SIZE
               WS-STATUS-TEXT              DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               ST-START-DATE(WS-STEP-IDX)  DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               ST-START-TIME(WS-STEP-IDX)  DELIMITED BY SIZE
               '  '                        DELIMITED BY SIZE
               ST-END-DATE(WS-STEP-IDX)    DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               ST-END-TIME(WS-STEP-IDX)    DELIMITED BY SIZE
               '  '                        DELIMITED BY SIZE
               ST-LAST-RC(WS-STEP-IDX)     DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               ST-MAX-RC(WS-STEP-IDX)      DELIMITED BY SIZE
               INTO STATUS-REC
           END-STRING.
           WRITE STATUS-REC.
      *-----------------------------------------------------------------
       END PROGRAM NGUYEN-P04-JOB-STREAM.
