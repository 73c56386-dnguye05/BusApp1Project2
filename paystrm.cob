      ******************************************************************
      *Author: David Nguyen
      *Purpose: Nightly payroll job-stream driver. Runs the stream
      *         steps in order from the STEPCTL step-control file
      *         (project2, maintgen, empmaint and extrcomp every
      *         night, payqtr at quarter end; the same stream is
      *         built in when there is no STEPCTL). None of those
      *         programs sets a return code, so each step is judged
      *         from what it leaves behind: project2 by the END=
      *         status of the RUNLOG record it appends and a non-
      *         empty EXTRACT; maintgen, empmaint, extrcomp and
      *         payqtr by the footer each prints only at a normal
      *         end (their reports are emptied before the step, so
      *         an old report cannot pass), with the footer counts
      *         proved against the files themselves: MAINTTXN
      *         records generated against maintgen's counts and
      *         against the transactions empmaint read and applied,
      *         held or rejected. The stream stops at the first
      *         failed step. STRMSTAT keeps every step's result, so
      *         running the driver again resumes at the failed step
      *         without repeating the steps already done, and STRMRPT
      *         is a one-page summary of each step's start and end,
      *         result and counts.
      ******************************************************************
      *MODIFICATION HISTORY:
      *  2026-10-15  DN  Initial version: STEPCTL-driven stream with
      *                  RUNLOG, file status and footer-count checks,
      *                  restart from the failed step through
      *                  STRMSTAT, and the STRMRPT stream summary.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. paystrm.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO 'STRMPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT STEPCTL-FILE ASSIGN TO 'STEPCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEPCTL-STATUS.
           SELECT STRMSTAT-FILE ASSIGN TO 'STRMSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STRMSTAT-STATUS.
           SELECT STRMRPT-FILE ASSIGN TO 'STRMRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STRMRPT-STATUS.
           SELECT QTRPARM-FILE ASSIGN TO 'QTRPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QTRPARM-STATUS.
           SELECT CHECK-FILE ASSIGN TO DYNAMIC CHECK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-REC PIC X(20).
       FD  STEPCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  STEPCTL-REC PIC X(80).
       FD  STRMSTAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  STRMSTAT-REC PIC X(180).
       FD  STRMRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  STRMRPT-REC PIC X(132).
       FD  QTRPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  QTRPARM-REC PIC X(20).
       FD  CHECK-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECK-REC PIC X(200).
       WORKING-STORAGE SECTION.
      *STRMPARM: NEW=Y STARTS A NEW STREAM EVEN THOUGH THE LAST ONE
      *STOPPED SHORT; QTREND=Y RUNS THE QUARTER-END STEPS ON A DAY
      *THAT IS NOT A QUARTER'S LAST DAY (FOR THE QUARTER LAST ENDED).
       01  PARM-STATUS PIC XX VALUE SPACES.
       01  PARM-DATA PIC X(20) VALUE SPACES.
       01  PARM-PARSED.
           03 PO-NAME PIC X(10).
           03 PO-VALUE PIC X(10).
       01  NEW-STREAM-OPTION PIC X(1) VALUE 'N'.
           88 NEW-STREAM-REQUESTED VALUE 'Y'.
       01  QTREND-OPTION PIC X(1) VALUE 'N'.
           88 QTREND-FORCED VALUE 'Y'.
      *STEPCTL: ONE RECORD PER STEP IN RUN ORDER. THE STEP NAME SAYS
      *WHICH PROGRAM'S CHECKS APPLY; WHEN IS A (EVERY STREAM) OR Q
      *(QUARTER END ONLY); THE COMMAND IS WHAT RUNS THE PROGRAM.
       01  STEPCTL-STATUS PIC XX VALUE SPACES.
       01  STEPCTL-DATA.
           03 SC-STEP-NAME PIC X(8).
           03 FILLER PIC X(1).
           03 SC-WHEN PIC X(1).
           03 FILLER PIC X(1).
           03 SC-COMMAND PIC X(60).
           03 FILLER PIC X(9).
       01  DEFAULT-STEP-VALUES.
           03 FILLER PIC X(69) VALUE
           'PROJECT2 A project2'.
           03 FILLER PIC X(69) VALUE
           'MAINTGEN A maintgen'.
           03 FILLER PIC X(69) VALUE
           'EMPMAINT A empmaint'.
           03 FILLER PIC X(69) VALUE
           'EXTRCOMP A extrcomp'.
           03 FILLER PIC X(69) VALUE
           'PAYQTR   Q payqtr'.
       01  DEFAULT-STEP-TABLE REDEFINES DEFAULT-STEP-VALUES.
           03 DEFAULT-STEP-ENTRY OCCURS 5 TIMES.
               05 DS-STEP-NAME PIC X(8).
               05 FILLER PIC X(1).
               05 DS-WHEN PIC X(1).
               05 FILLER PIC X(1).
               05 DS-COMMAND PIC X(58).
      *STRMSTAT: ONE RECORD PER STEP OF THE CURRENT STREAM, REWRITTEN
      *WHENEVER A STEP STARTS OR ENDS. A STEP LEFT RUNNING MEANS THE
      *DRIVER ITSELF WAS CUT OFF; IT IS RUN AGAIN ON RESTART.
       01  STRMSTAT-STATUS PIC XX VALUE SPACES.
       01  STRMSTAT-DATA.
           03 SS-STREAM-DATE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SS-STEP-NO PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SS-STEP-NAME PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SS-RESULT PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SS-START-DATE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SS-START-TIME PIC X(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SS-END-DATE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SS-END-TIME PIC X(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SS-COUNTS PIC X(60).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SS-MESSAGE PIC X(50).
           03 FILLER PIC X(6) VALUE SPACES.
       01  STEP-TABLE.
           03 STEP-ENTRY OCCURS 10 TIMES.
               05 ST-STEP-NAME PIC X(8).
               05 ST-WHEN PIC X(1).
               05 ST-COMMAND PIC X(60).
               05 ST-RESULT PIC X(8).
               05 ST-START-DATE PIC X(8).
               05 ST-START-TIME PIC X(6).
               05 ST-END-DATE PIC X(8).
               05 ST-END-TIME PIC X(6).
               05 ST-COUNTS PIC X(60).
               05 ST-MESSAGE PIC X(50).
               05 ST-THIS-RUN-SW PIC X(1).
       01  STEP-COUNT PIC 9(2) VALUE 0.
       01  STEP-IDX PIC 9(2) VALUE 0.
       01  SAVED-COUNT PIC 9(2) VALUE 0.
       01  SAVED-DONE-COUNT PIC 9(2) VALUE 0.
       01  SAVED-MISMATCH-SW PIC X(1) VALUE 'N'.
       01  RESUME-STEP PIC 9(2) VALUE 0.
       01  FAILED-STEP PIC 9(2) VALUE 0.
       01  STATUS-IDX PIC 9(2) VALUE 0.
       01  STREAM-CONTROL.
           03 RUN-DATE PIC X(8) VALUE SPACES.
           03 TIME-WORK PIC X(8) VALUE SPACES.
           03 STREAM-DATE PIC X(8) VALUE SPACES.
           03 STREAM-DATE-PARTS REDEFINES STREAM-DATE.
               05 STREAM-YYYY PIC 9(4).
               05 STREAM-MM PIC 9(2).
               05 STREAM-DD PIC 9(2).
           03 STREAM-MMDD-X REDEFINES STREAM-DATE.
               05 FILLER PIC X(4).
               05 STREAM-MMDD PIC X(4).
           03 QTR-YEAR PIC 9(4) VALUE 0.
           03 QTR-NUMBER PIC 9(1) VALUE 0.
           03 QTR-WORK PIC 9(2) VALUE 0.
           03 QTR-END-SW PIC X(1) VALUE 'N'.
               88 QUARTER-END-STREAM VALUE 'Y'.
           03 STREAM-STOPPED-SW PIC X(1) VALUE 'N'.
               88 STREAM-STOPPED VALUE 'Y'.
           03 RESUMED-SW PIC X(1) VALUE 'N'.
               88 STREAM-RESUMED VALUE 'Y'.
           03 STEP-FAILED-SW PIC X(1) VALUE 'N'.
               88 STEP-FAILED VALUE 'Y'.
           03 STEP-RC PIC S9(9) VALUE 0.
           03 STEP-RC-SHOWN PIC -(8)9.
       01  QTRPARM-STATUS PIC XX VALUE SPACES.
       01  QTRPARM-LINE PIC X(20) VALUE SPACES.
       01  STRMRPT-STATUS PIC XX VALUE SPACES.
      *ANY FILE THE DRIVER COUNTS, EMPTIES OR SCANS FOR A FOOTER.
       01  CHECK-FILE-NAME PIC X(20) VALUE SPACES.
       01  CHECK-STATUS PIC XX VALUE SPACES.
       01  CHECK-OPEN-STATUS PIC XX VALUE SPACES.
       01  CHECK-RECORDS PIC 9(7) VALUE 0.
       01  CHECK-LINE PIC X(200) VALUE SPACES.
       01  FOOTER-KEY1 PIC X(40) VALUE SPACES.
       01  FOOTER-KEY1-LEN PIC 9(2) VALUE 0.
       01  FOOTER-KEY2 PIC X(40) VALUE SPACES.
       01  FOOTER-KEY2-LEN PIC 9(2) VALUE 0.
       01  FOOTER-FOUND1-SW PIC X(1) VALUE 'N'.
           88 FOOTER-FOUND1 VALUE 'Y'.
       01  FOOTER-FOUND2-SW PIC X(1) VALUE 'N'.
           88 FOOTER-FOUND2 VALUE 'Y'.
       01  FOOTER-LINE1 PIC X(132) VALUE SPACES.
       01  FOOTER-LINE2 PIC X(132) VALUE SPACES.
      *MAINTGEN'S GENRPT FOOTER LINES.
       01  GEN-FOOTER1-VIEW.
           03 FILLER PIC X(18).
           03 GV-EXTCOUNT PIC ZZZZ9.
           03 FILLER PIC X(22).
           03 GV-MSTCOUNT PIC ZZZZ9.
           03 FILLER PIC X(82).
       01  GEN-FOOTER2-VIEW.
           03 FILLER PIC X(12).
           03 GV-ADDCOUNT PIC ZZZ9.
           03 FILLER PIC X(17).
           03 GV-CHGCOUNT PIC ZZZ9.
           03 FILLER PIC X(24).
           03 GV-DELCOUNT PIC ZZZ9.
           03 FILLER PIC X(67).
      *EMPMAINT'S MAINTRPT FOOTER LINES.
       01  MAINT-FOOTER1-VIEW.
           03 FILLER PIC X(30).
           03 MV-TXNCOUNT PIC ZZZ9.
           03 FILLER PIC X(98).
       01  MAINT-FOOTER2-VIEW.
           03 FILLER PIC X(12).
           03 MV-ADDCOUNT PIC ZZZ9.
           03 FILLER PIC X(17).
           03 MV-CHGCOUNT PIC ZZZ9.
           03 FILLER PIC X(17).
           03 MV-DELCOUNT PIC ZZZ9.
           03 FILLER PIC X(17).
           03 MV-REJCOUNT PIC ZZZ9.
           03 FILLER PIC X(19).
           03 MV-HELDCOUNT PIC ZZZ9.
           03 FILLER PIC X(30).
      *EXTRCOMP'S CHGRPT FOOTER LINE.
       01  COMP-FOOTER-VIEW.
           03 FILLER PIC X(14).
           03 CV-NEWCOUNT PIC ZZZ9.
           03 FILLER PIC X(19).
           03 CV-DROPCOUNT PIC ZZZ9.
           03 FILLER PIC X(19).
           03 CV-CHGCOUNT PIC ZZZ9.
           03 FILLER PIC X(68).
      *PAYQTR'S QTRSTMT FOOTER LINES.
       01  STMT-FOOTER1-VIEW.
           03 FILLER PIC X(40).
           03 QV-STMTCOUNT PIC ZZZ9.
           03 FILLER PIC X(88).
       01  STMT-FOOTER2-VIEW.
           03 FILLER PIC X(40).
           03 QV-READCOUNT PIC ZZZZZ9.
           03 FILLER PIC X(17).
           03 QV-BADCOUNT PIC ZZZ9.
           03 FILLER PIC X(65).
      *PROJECT2'S RUNLOG RECORD.
       01  RUNLOG-DETAIL.
           03 FILLER PIC X(4).
           03 RL-DATE PIC 99/99/99.
           03 FILLER PIC X(1).
           03 RL-TIME PIC X(8).
           03 FILLER PIC X(6).
           03 RL-SORT PIC X(1).
           03 FILLER PIC X(5).
           03 RL-RESTART PIC X(1).
           03 FILLER PIC X(5).
           03 RL-SUMMARY PIC X(1).
           03 FILLER PIC X(5).
           03 RL-PAY PIC X(1).
           03 FILLER PIC X(6).
           03 RL-READ PIC ZZZ9.
           03 FILLER PIC X(5).
           03 RL-REJ PIC ZZZ9.
           03 FILLER PIC X(5).
           03 RL-SSNMODE PIC X(1).
           03 FILLER PIC X(5).
           03 RL-PERIOD PIC X(6).
           03 FILLER PIC X(5).
           03 RL-OVERRIDE PIC X(1).
           03 FILLER PIC X(5).
           03 RL-END PIC X(12).
           03 FILLER PIC X(5).
           03 RL-INQ PIC X(9).
           03 FILLER PIC X(7).
           03 RL-FILES PIC X(48).
           03 FILLER PIC X(5).
           03 RL-TRIAL PIC X(1).
           03 FILLER PIC X(5).
           03 RL-MASTERPAY PIC X(1).
       01  STEP-COUNTERS.
           03 RUNLOG-BEFORE PIC 9(7) VALUE 0.
           03 EXTRACT-COUNT PIC 9(7) VALUE 0.
           03 PAYMENT-COUNT PIC 9(7) VALUE 0.
           03 TXN-GENERATED PIC 9(7) VALUE 0.
           03 LOG-READ PIC 9(4) VALUE 0.
           03 LOG-REJ PIC 9(4) VALUE 0.
           03 FOOT-COUNT1 PIC 9(6) VALUE 0.
           03 FOOT-COUNT2 PIC 9(6) VALUE 0.
           03 FOOT-COUNT3 PIC 9(6) VALUE 0.
           03 FOOT-COUNT4 PIC 9(6) VALUE 0.
           03 FOOT-COUNT5 PIC 9(6) VALUE 0.
           03 FOOT-TOTAL PIC 9(7) VALUE 0.
           03 APPLIED-COUNT PIC 9(6) VALUE 0.
           03 HELD-COUNT PIC 9(6) VALUE 0.
       01  COUNT-SHOWN.
           03 CS-1 PIC Z(4)9.
           03 CS-2 PIC Z(4)9.
           03 CS-3 PIC Z(4)9.
           03 CS-4 PIC Z(4)9.
           03 CS-5 PIC Z(4)9.
           03 CS-6 PIC Z(4)9.
      *STREAM SUMMARY.
       01  SUM-HEADING1.
           03 SH1-CURR-DATE PIC 99/99/99.
           03 FILLER PIC X(30) VALUES SPACES.
           03 FILLER PIC X(40) VALUES
           'PAYROLL NIGHTLY JOB STREAM SUMMARY'.
           03 FILLER PIC X(36) VALUES SPACES.
           03 FILLER PIC X(7) VALUE 'PAGE'.
           03 SH1-PAGENUM PIC ZZ9 VALUE 1.
       01  SUM-HEADING2.
           03 FILLER PIC X(16) VALUES 'STREAM OF'.
           03 SH2-STREAM-DATE PIC X(10).
           03 FILLER PIC X(4) VALUES SPACES.
           03 SH2-RESUME PIC X(50).
           03 SH2-QUARTER PIC X(30).
       01  SUM-HEADING3.
           03 FILLER PIC X(4) VALUES 'NO'.
           03 FILLER PIC X(10) VALUES 'STEP'.
           03 FILLER PIC X(19) VALUES 'STARTED'.
           03 FILLER PIC X(19) VALUES 'ENDED'.
           03 FILLER PIC X(10) VALUES 'RESULT'.
           03 FILLER PIC X(60) VALUES 'COUNTS'.
       01  SUM-DETAIL.
           03 SD-STEP-NO PIC Z9.
           03 FILLER PIC X(2) VALUES SPACES.
           03 SD-STEP-NAME PIC X(8).
           03 FILLER PIC X(2) VALUES SPACES.
           03 SD-STARTED PIC X(17).
           03 FILLER PIC X(2) VALUES SPACES.
           03 SD-ENDED PIC X(17).
           03 FILLER PIC X(2) VALUES SPACES.
           03 SD-RESULT PIC X(8).
           03 FILLER PIC X(2) VALUES SPACES.
           03 SD-COUNTS PIC X(60).
       01  SUM-MESSAGE-LINE.
           03 FILLER PIC X(14) VALUES SPACES.
           03 SM-MESSAGE PIC X(60).
       01  SUM-FOOTER PIC X(100) VALUE SPACES.
       01  SHOWN-DATE-TIME PIC X(17) VALUE SPACES.
       01  SHOW-DATE PIC X(8) VALUE SPACES.
       01  SHOW-TIME PIC X(6) VALUE SPACES.
       01  MISC.
           03 EOF-C PIC 9 VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1050-ACCEPT-PARAMETERS.
           PERFORM 1100-LOAD-STEP-CONTROL.
           PERFORM 1200-LOAD-STREAM-STATUS.
           IF NEW-STREAM-REQUESTED
               OR SAVED-COUNT = 0
               OR SAVED-DONE-COUNT = SAVED-COUNT
               PERFORM 1250-START-NEW-STREAM
           ELSE
               PERFORM 1260-RESUME-STREAM
           END-IF.
           PERFORM 1270-SET-QUARTER.
           PERFORM 1300-SAVE-STREAM-STATUS.
           PERFORM 2000-RUN-ONE-STEP
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT
               OR STREAM-STOPPED.
           PERFORM 6000-PRINT-STREAM-SUMMARY.
           IF STREAM-STOPPED
               DISPLAY 'STREAM STOPPED; RUN PAYSTRM AGAIN TO RESUME '
                   'AT THE FAILED STEP.'
           ELSE
               DISPLAY 'STREAM COMPLETE.'
           END-IF.
           STOP RUN.
       1050-ACCEPT-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF PARM-STATUS = '00'
               PERFORM 1060-READ-ONE-PARAMETER
                   UNTIL PARM-STATUS NOT = '00'
               CLOSE PARAMETER-FILE
           END-IF.
       1060-READ-ONE-PARAMETER.
           READ PARAMETER-FILE INTO PARM-DATA.
           IF PARM-STATUS = '00'
               MOVE SPACES TO PO-NAME
               MOVE SPACES TO PO-VALUE
               UNSTRING PARM-DATA DELIMITED BY '='
                   INTO PO-NAME PO-VALUE
               IF PO-NAME = 'NEW'
                   MOVE PO-VALUE (1:1) TO NEW-STREAM-OPTION
               ELSE
                   IF PO-NAME = 'QTREND'
                       MOVE PO-VALUE (1:1) TO QTREND-OPTION
                   ELSE
                       DISPLAY 'WARNING: UNKNOWN STRMPARM RECORD '
                           'IGNORED: ' PARM-DATA
                   END-IF
               END-IF
           END-IF.
       1100-LOAD-STEP-CONTROL.
           OPEN INPUT STEPCTL-FILE.
           IF STEPCTL-STATUS NOT = '00'
               DISPLAY 'NO STEPCTL FILE FOUND, RUNNING THE STANDARD '
                   'NIGHTLY STREAM.'
               PERFORM 1120-ADD-DEFAULT-STEP
                   VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > 5
           ELSE
               PERFORM 1110-READ-ONE-STEP
                   UNTIL STEPCTL-STATUS NOT = '00'
               CLOSE STEPCTL-FILE
           END-IF.
           IF STEP-COUNT = 0
               DISPLAY 'FATAL: STEPCTL HOLDS NO STEPS. '
                   'RUN TERMINATED.'
               STOP RUN
           END-IF.
       1110-READ-ONE-STEP.
           MOVE SPACES TO STEPCTL-DATA.
           READ STEPCTL-FILE INTO STEPCTL-DATA.
           IF STEPCTL-STATUS = '00'
               IF SC-STEP-NAME NOT = 'PROJECT2'
                   AND SC-STEP-NAME NOT = 'MAINTGEN'
                   AND SC-STEP-NAME NOT = 'EMPMAINT'
                   AND SC-STEP-NAME NOT = 'EXTRCOMP'
                   AND SC-STEP-NAME NOT = 'PAYQTR'
                   DISPLAY 'FATAL: STEPCTL STEP ' SC-STEP-NAME
                       ' IS NOT A STREAM PROGRAM. RUN TERMINATED.'
                   CLOSE STEPCTL-FILE
                   STOP RUN
               END-IF
               IF (SC-WHEN NOT = 'A' AND SC-WHEN NOT = 'Q')
                   OR SC-COMMAND = SPACES
                   DISPLAY 'FATAL: STEPCTL STEP ' SC-STEP-NAME
                       ' NEEDS WHEN A OR Q AND A COMMAND. RUN '
                       'TERMINATED.'
                   CLOSE STEPCTL-FILE
                   STOP RUN
               END-IF
               IF STEP-COUNT = 10
                   DISPLAY 'FATAL: MORE THAN 10 STEPS ON STEPCTL. '
                       'RUN TERMINATED.'
                   CLOSE STEPCTL-FILE
                   STOP RUN
               END-IF
               COMPUTE STEP-COUNT = STEP-COUNT + 1
               MOVE SC-STEP-NAME TO ST-STEP-NAME (STEP-COUNT)
               MOVE SC-WHEN TO ST-WHEN (STEP-COUNT)
               MOVE SC-COMMAND TO ST-COMMAND (STEP-COUNT)
           END-IF.
       1120-ADD-DEFAULT-STEP.
           COMPUTE STEP-COUNT = STEP-COUNT + 1.
           MOVE DS-STEP-NAME (STEP-IDX) TO ST-STEP-NAME (STEP-COUNT).
           MOVE DS-WHEN (STEP-IDX) TO ST-WHEN (STEP-COUNT).
           MOVE DS-COMMAND (STEP-IDX) TO ST-COMMAND (STEP-COUNT).
      *THE SAVED STREAM IS TAKEN BACK ONLY IF IT IS THE SAME STEPS
      *IN THE SAME ORDER AS STEPCTL; ITS RESULTS AND TIMES ARE
      *CARRIED INTO THE STEP TABLE.
       1200-LOAD-STREAM-STATUS.
           OPEN INPUT STRMSTAT-FILE.
           IF STRMSTAT-STATUS = '00'
               PERFORM 1210-READ-ONE-STATUS
                   UNTIL STRMSTAT-STATUS NOT = '00'
               CLOSE STRMSTAT-FILE
           END-IF.
           IF SAVED-COUNT > 0 AND SAVED-COUNT NOT = STEP-COUNT
               MOVE 'Y' TO SAVED-MISMATCH-SW
           END-IF.
           IF SAVED-MISMATCH-SW = 'Y'
               AND SAVED-DONE-COUNT NOT = SAVED-COUNT
               AND NOT NEW-STREAM-REQUESTED
               DISPLAY 'FATAL: STRMSTAT DOES NOT MATCH THE STEPS ON '
                   'STEPCTL; PUT NEW=Y ON STRMPARM TO START A NEW '
                   'STREAM. RUN TERMINATED.'
               STOP RUN
           END-IF.
       1210-READ-ONE-STATUS.
           READ STRMSTAT-FILE INTO STRMSTAT-DATA.
           IF STRMSTAT-STATUS = '00'
               COMPUTE SAVED-COUNT = SAVED-COUNT + 1
               IF SAVED-COUNT > STEP-COUNT
                   OR SS-STEP-NAME NOT = ST-STEP-NAME (SAVED-COUNT)
                   MOVE 'Y' TO SAVED-MISMATCH-SW
               ELSE
                   MOVE SS-STREAM-DATE TO STREAM-DATE
                   MOVE SS-RESULT TO ST-RESULT (SAVED-COUNT)
                   MOVE SS-START-DATE TO ST-START-DATE (SAVED-COUNT)
                   MOVE SS-START-TIME TO ST-START-TIME (SAVED-COUNT)
                   MOVE SS-END-DATE TO ST-END-DATE (SAVED-COUNT)
                   MOVE SS-END-TIME TO ST-END-TIME (SAVED-COUNT)
                   MOVE SS-COUNTS TO ST-COUNTS (SAVED-COUNT)
                   MOVE SS-MESSAGE TO ST-MESSAGE (SAVED-COUNT)
                   MOVE 'N' TO ST-THIS-RUN-SW (SAVED-COUNT)
               END-IF
               IF SS-RESULT = 'OK' OR SS-RESULT = 'SKIPPED'
                   COMPUTE SAVED-DONE-COUNT = SAVED-DONE-COUNT + 1
               END-IF
           END-IF.
       1250-START-NEW-STREAM.
           MOVE RUN-DATE TO STREAM-DATE.
           PERFORM 1255-RESET-ONE-STEP
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT.
           DISPLAY 'STARTING A NEW STREAM OF ' STREAM-DATE '.'.
       1255-RESET-ONE-STEP.
           MOVE 'PENDING' TO ST-RESULT (STEP-IDX).
           MOVE SPACES TO ST-START-DATE (STEP-IDX).
           MOVE SPACES TO ST-START-TIME (STEP-IDX).
           MOVE SPACES TO ST-END-DATE (STEP-IDX).
           MOVE SPACES TO ST-END-TIME (STEP-IDX).
           MOVE SPACES TO ST-COUNTS (STEP-IDX).
           MOVE SPACES TO ST-MESSAGE (STEP-IDX).
           MOVE 'N' TO ST-THIS-RUN-SW (STEP-IDX).
       1260-RESUME-STREAM.
           MOVE 'Y' TO RESUMED-SW.
           MOVE 0 TO RESUME-STEP.
           PERFORM 1265-FIND-RESUME-STEP
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT
               OR RESUME-STEP > 0.
           DISPLAY 'RESUMING THE STREAM OF ' STREAM-DATE ' AT STEP '
               RESUME-STEP ' ' ST-STEP-NAME (RESUME-STEP) '.'.
       1265-FIND-RESUME-STEP.
           IF ST-RESULT (STEP-IDX) NOT = 'OK'
               AND ST-RESULT (STEP-IDX) NOT = 'SKIPPED'
               MOVE STEP-IDX TO RESUME-STEP
           END-IF.
      *QUARTER-END STEPS RUN WHEN THE STREAM IS DATED THE LAST DAY OF
      *A QUARTER, FOR THAT QUARTER, OR WITH QTREND=Y, FOR THE LAST
      *QUARTER ENDED BEFORE THE STREAM DATE. THE STREAM DATE STAYS
      *THE SAME ON A RESTART, SO A RESUMED STREAM DECIDES ALIKE.
       1270-SET-QUARTER.
           MOVE STREAM-YYYY TO QTR-YEAR.
           COMPUTE QTR-WORK = STREAM-MM + 2.
           DIVIDE QTR-WORK BY 3 GIVING QTR-NUMBER.
           IF STREAM-MMDD = '0331' OR STREAM-MMDD = '0630'
               OR STREAM-MMDD = '0930' OR STREAM-MMDD = '1231'
               MOVE 'Y' TO QTR-END-SW
           ELSE
               IF QTREND-FORCED
                   MOVE 'Y' TO QTR-END-SW
                   IF QTR-NUMBER = 1
                       MOVE 4 TO QTR-NUMBER
                       SUBTRACT 1 FROM QTR-YEAR
                   ELSE
                       SUBTRACT 1 FROM QTR-NUMBER
                   END-IF
               END-IF
           END-IF.
           PERFORM 1275-SKIP-QUARTER-STEP
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT.
       1275-SKIP-QUARTER-STEP.
           IF ST-WHEN (STEP-IDX) = 'Q'
               AND ST-RESULT (STEP-IDX) = 'PENDING'
               AND NOT QUARTER-END-STREAM
               MOVE 'SKIPPED' TO ST-RESULT (STEP-IDX)
               MOVE 'NOT A QUARTER-END STREAM' TO ST-MESSAGE (STEP-IDX)
           END-IF.
       1300-SAVE-STREAM-STATUS.
           OPEN OUTPUT STRMSTAT-FILE.
           IF STRMSTAT-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT WRITE STRMSTAT, STATUS='
                   STRMSTAT-STATUS '. RUN TERMINATED.'
               STOP RUN
           END-IF.
           PERFORM 1310-WRITE-ONE-STATUS
               VARYING STATUS-IDX FROM 1 BY 1
               UNTIL STATUS-IDX > STEP-COUNT.
           CLOSE STRMSTAT-FILE.
       1310-WRITE-ONE-STATUS.
           MOVE STREAM-DATE TO SS-STREAM-DATE.
           MOVE STATUS-IDX TO SS-STEP-NO.
           MOVE ST-STEP-NAME (STATUS-IDX) TO SS-STEP-NAME.
           MOVE ST-RESULT (STATUS-IDX) TO SS-RESULT.
           MOVE ST-START-DATE (STATUS-IDX) TO SS-START-DATE.
           MOVE ST-START-TIME (STATUS-IDX) TO SS-START-TIME.
           MOVE ST-END-DATE (STATUS-IDX) TO SS-END-DATE.
           MOVE ST-END-TIME (STATUS-IDX) TO SS-END-TIME.
           MOVE ST-COUNTS (STATUS-IDX) TO SS-COUNTS.
           MOVE ST-MESSAGE (STATUS-IDX) TO SS-MESSAGE.
           WRITE STRMSTAT-REC FROM STRMSTAT-DATA.
           IF STRMSTAT-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO STRMSTAT FAILED, STATUS='
                   STRMSTAT-STATUS '. RUN TERMINATED.'
               STOP RUN
           END-IF.
      *A STEP ALREADY DONE IN AN EARLIER RUN OF THIS STREAM IS NOT
      *REPEATED. A STEP IS MARKED RUNNING ON STRMSTAT BEFORE ITS
      *COMMAND IS ISSUED AND OK OR FAILED ONCE IT HAS BEEN CHECKED.
       2000-RUN-ONE-STEP.
           IF ST-RESULT (STEP-IDX) NOT = 'OK'
               AND ST-RESULT (STEP-IDX) NOT = 'SKIPPED'
               MOVE 'Y' TO ST-THIS-RUN-SW (STEP-IDX)
               MOVE 'N' TO STEP-FAILED-SW
               INITIALIZE STEP-COUNTERS
               MOVE SPACES TO ST-COUNTS (STEP-IDX)
               MOVE SPACES TO ST-MESSAGE (STEP-IDX)
               MOVE SPACES TO ST-END-DATE (STEP-IDX)
               MOVE SPACES TO ST-END-TIME (STEP-IDX)
               ACCEPT ST-START-DATE (STEP-IDX) FROM DATE YYYYMMDD
               ACCEPT TIME-WORK FROM TIME
               MOVE TIME-WORK (1:6) TO ST-START-TIME (STEP-IDX)
               MOVE 'RUNNING' TO ST-RESULT (STEP-IDX)
               PERFORM 1300-SAVE-STREAM-STATUS
               DISPLAY 'STEP ' STEP-IDX ' ' ST-STEP-NAME (STEP-IDX)
                   ' STARTED.'
               PERFORM 2100-BEFORE-STEP
               IF NOT STEP-FAILED
                   PERFORM 2200-ISSUE-STEP-COMMAND
               END-IF
               IF NOT STEP-FAILED
                   PERFORM 2300-CHECK-STEP-OUTCOME
               END-IF
               ACCEPT ST-END-DATE (STEP-IDX) FROM DATE YYYYMMDD
               ACCEPT TIME-WORK FROM TIME
               MOVE TIME-WORK (1:6) TO ST-END-TIME (STEP-IDX)
               IF STEP-FAILED
                   MOVE 'FAILED' TO ST-RESULT (STEP-IDX)
                   MOVE 'Y' TO STREAM-STOPPED-SW
                   MOVE STEP-IDX TO FAILED-STEP
                   DISPLAY 'FATAL: STEP ' STEP-IDX ' '
                       ST-STEP-NAME (STEP-IDX) ' FAILED: '
                       ST-MESSAGE (STEP-IDX)
               ELSE
                   MOVE 'OK' TO ST-RESULT (STEP-IDX)
                   DISPLAY 'STEP ' STEP-IDX ' '
                       ST-STEP-NAME (STEP-IDX) ' ENDED OK.'
               END-IF
               PERFORM 1300-SAVE-STREAM-STATUS
           END-IF.
      *WHAT HAS TO BE SO BEFORE A STEP CAN RUN, AND THE STEP'S OWN
      *REPORT EMPTIED SO ONLY THIS RUN'S FOOTER CAN BE FOUND IN IT.
       2100-BEFORE-STEP.
           IF ST-STEP-NAME (STEP-IDX) = 'PROJECT2'
               PERFORM 2110-BEFORE-PROJECT2
           END-IF.
           IF ST-STEP-NAME (STEP-IDX) = 'MAINTGEN'
               MOVE 'GENRPT' TO CHECK-FILE-NAME
               PERFORM 5100-EMPTY-CHECK-FILE
           END-IF.
           IF ST-STEP-NAME (STEP-IDX) = 'EMPMAINT'
               PERFORM 2130-BEFORE-EMPMAINT
           END-IF.
           IF ST-STEP-NAME (STEP-IDX) = 'EXTRCOMP'
               MOVE 'CHGRPT' TO CHECK-FILE-NAME
               PERFORM 5100-EMPTY-CHECK-FILE
           END-IF.
           IF ST-STEP-NAME (STEP-IDX) = 'PAYQTR'
               PERFORM 2150-BEFORE-PAYQTR
           END-IF.
      *WITHOUT RUNOPTS PROJECT2 WOULD STOP AND PROMPT THE CONSOLE.
       2110-BEFORE-PROJECT2.
           MOVE 'RUNOPTS' TO CHECK-FILE-NAME.
           PERFORM 5000-COUNT-CHECK-FILE.
           IF CHECK-OPEN-STATUS NOT = '00'
               MOVE 'Y' TO STEP-FAILED-SW
               MOVE 'NO RUNOPTS FILE; PROJECT2 WOULD PROMPT FOR OPTIONS'
                   TO ST-MESSAGE (STEP-IDX)
           ELSE
               MOVE 'RUNLOG' TO CHECK-FILE-NAME
               PERFORM 5000-COUNT-CHECK-FILE
               MOVE CHECK-RECORDS TO RUNLOG-BEFORE
           END-IF.
      *A BACKOUT REQUEST LEFT ON MNTPARM WOULD UNDO A MAINTENANCE RUN
      *INSTEAD OF APPLYING TONIGHT'S TRANSACTIONS.
       2130-BEFORE-EMPMAINT.
           MOVE 'MNTPARM' TO CHECK-FILE-NAME.
           MOVE SPACES TO FOOTER-KEY1.
           MOVE 'BACKOUT=' TO FOOTER-KEY1.
           MOVE 8 TO FOOTER-KEY1-LEN.
           MOVE 0 TO FOOTER-KEY2-LEN.
           PERFORM 5200-FIND-FOOTER-LINES.
           IF FOOTER-FOUND1
               MOVE 'Y' TO STEP-FAILED-SW
               MOVE 'MNTPARM REQUESTS A BACKOUT, NOT A MAINTENANCE RUN'
                   TO ST-MESSAGE (STEP-IDX)
           ELSE
               MOVE 'MAINTTXN' TO CHECK-FILE-NAME
               PERFORM 5000-COUNT-CHECK-FILE
               IF CHECK-OPEN-STATUS NOT = '00'
                   MOVE 'Y' TO STEP-FAILED-SW
                   MOVE SPACES TO ST-MESSAGE (STEP-IDX)
                   STRING 'CANNOT OPEN MAINTTXN, STATUS='
                       DELIMITED BY SIZE
                       CHECK-OPEN-STATUS DELIMITED BY SIZE
                       INTO ST-MESSAGE (STEP-IDX)
               ELSE
                   MOVE CHECK-RECORDS TO TXN-GENERATED
                   MOVE 'MAINTRPT' TO CHECK-FILE-NAME
                   PERFORM 5100-EMPTY-CHECK-FILE
               END-IF
           END-IF.
       2150-BEFORE-PAYQTR.
           OPEN OUTPUT QTRPARM-FILE.
           IF QTRPARM-STATUS NOT = '00'
               MOVE 'Y' TO STEP-FAILED-SW
               MOVE SPACES TO ST-MESSAGE (STEP-IDX)
               STRING 'CANNOT WRITE QTRPARM, STATUS=' DELIMITED BY SIZE
                   QTRPARM-STATUS DELIMITED BY SIZE
                   INTO ST-MESSAGE (STEP-IDX)
           ELSE
               MOVE SPACES TO QTRPARM-LINE
               STRING 'YEAR=' QTR-YEAR DELIMITED BY SIZE
                   INTO QTRPARM-LINE
               WRITE QTRPARM-REC FROM QTRPARM-LINE
               MOVE SPACES TO QTRPARM-LINE
               STRING 'QUARTER=' QTR-NUMBER DELIMITED BY SIZE
                   INTO QTRPARM-LINE
               WRITE QTRPARM-REC FROM QTRPARM-LINE
               CLOSE QTRPARM-FILE
               MOVE 'QTRSTMT' TO CHECK-FILE-NAME
               PERFORM 5100-EMPTY-CHECK-FILE
           END-IF.
       2200-ISSUE-STEP-COMMAND.
           CALL 'SYSTEM' USING ST-COMMAND (STEP-IDX).
           MOVE RETURN-CODE TO STEP-RC.
           MOVE 0 TO RETURN-CODE.
           IF STEP-RC NOT = 0
               MOVE 'Y' TO STEP-FAILED-SW
               MOVE STEP-RC TO STEP-RC-SHOWN
               MOVE SPACES TO ST-MESSAGE (STEP-IDX)
               STRING 'COMMAND ENDED WITH RETURN CODE'
                   DELIMITED BY SIZE
                   STEP-RC-SHOWN DELIMITED BY SIZE
                   INTO ST-MESSAGE (STEP-IDX)
           END-IF.
       2300-CHECK-STEP-OUTCOME.
           IF ST-STEP-NAME (STEP-IDX) = 'PROJECT2'
               PERFORM 2310-CHECK-PROJECT2
           END-IF.
           IF ST-STEP-NAME (STEP-IDX) = 'MAINTGEN'
               PERFORM 2320-CHECK-MAINTGEN
           END-IF.
           IF ST-STEP-NAME (STEP-IDX) = 'EMPMAINT'
               PERFORM 2330-CHECK-EMPMAINT
           END-IF.
           IF ST-STEP-NAME (STEP-IDX) = 'EXTRCOMP'
               PERFORM 2340-CHECK-EXTRCOMP
           END-IF.
           IF ST-STEP-NAME (STEP-IDX) = 'PAYQTR'
               PERFORM 2350-CHECK-PAYQTR
           END-IF.
      *PROJECT2 MUST HAVE APPENDED A RUNLOG RECORD ENDING CLEAN AND
      *LEFT AN EXTRACT WITH RECORDS ON IT; AN EMPTY EXTRACT WOULD HAVE
      *MAINTGEN PROPOSE DELETING THE WHOLE MASTER.
       2310-CHECK-PROJECT2.
           MOVE 'RUNLOG' TO CHECK-FILE-NAME.
           PERFORM 5000-COUNT-CHECK-FILE.
           MOVE CHECK-LINE TO RUNLOG-DETAIL.
           IF CHECK-RECORDS NOT > RUNLOG-BEFORE
               MOVE 'Y' TO STEP-FAILED-SW
               MOVE 'NO RUNLOG RECORD WRITTEN; PROJECT2 DID NOT FINISH'
                   TO ST-MESSAGE (STEP-IDX)
           ELSE
               IF RL-END NOT = 'CLEAN'
                   MOVE 'Y' TO STEP-FAILED-SW
                   MOVE SPACES TO ST-MESSAGE (STEP-IDX)
                   STRING 'RUNLOG END=' DELIMITED BY SIZE
                       RL-END DELIMITED BY SIZE
                       INTO ST-MESSAGE (STEP-IDX)
               END-IF
           END-IF.
           IF NOT STEP-FAILED
               MOVE RL-READ TO LOG-READ
               MOVE RL-REJ TO LOG-REJ
               MOVE 'EXTRACT' TO CHECK-FILE-NAME
               PERFORM 5000-COUNT-CHECK-FILE
               MOVE CHECK-RECORDS TO EXTRACT-COUNT
               IF CHECK-OPEN-STATUS NOT = '00'
                   MOVE 'Y' TO STEP-FAILED-SW
                   MOVE SPACES TO ST-MESSAGE (STEP-IDX)
                   STRING 'CANNOT OPEN EXTRACT, STATUS='
                       DELIMITED BY SIZE
                       CHECK-OPEN-STATUS DELIMITED BY SIZE
                       INTO ST-MESSAGE (STEP-IDX)
               ELSE
                   IF EXTRACT-COUNT = 0
                       MOVE 'Y' TO STEP-FAILED-SW
                       MOVE 'EXTRACT IS EMPTY'
                           TO ST-MESSAGE (STEP-IDX)
                   END-IF
               END-IF
           END-IF.
           IF NOT STEP-FAILED
               MOVE 0 TO PAYMENT-COUNT
               IF RL-PAY = 'Y' AND RL-TRIAL NOT = 'Y'
                   MOVE 'PAYMENT' TO CHECK-FILE-NAME
                   PERFORM 5000-COUNT-CHECK-FILE
                   MOVE CHECK-RECORDS TO PAYMENT-COUNT
                   IF CHECK-OPEN-STATUS NOT = '00'
                       MOVE 'Y' TO STEP-FAILED-SW
                       MOVE SPACES TO ST-MESSAGE (STEP-IDX)
                       STRING 'CANNOT OPEN PAYMENT, STATUS='
                           DELIMITED BY SIZE
                           CHECK-OPEN-STATUS DELIMITED BY SIZE
                           INTO ST-MESSAGE (STEP-IDX)
                   END-IF
               END-IF
           END-IF.
           MOVE LOG-READ TO CS-1.
           MOVE LOG-REJ TO CS-2.
           MOVE EXTRACT-COUNT TO CS-3.
           MOVE PAYMENT-COUNT TO CS-4.
           STRING 'READ=' DELIMITED BY SIZE
               CS-1 DELIMITED BY SIZE
               ' REJ=' DELIMITED BY SIZE
               CS-2 DELIMITED BY SIZE
               ' EXTR=' DELIMITED BY SIZE
               CS-3 DELIMITED BY SIZE
               ' PAID=' DELIMITED BY SIZE
               CS-4 DELIMITED BY SIZE
               INTO ST-COUNTS (STEP-IDX).
      *MAINTGEN'S FOOTER MUST BE THERE, MUST HAVE READ THE WHOLE
      *EXTRACT, AND ITS ADDS, CHANGES AND PROPOSED DELETES MUST BE
      *WHAT IS ON MAINTTXN.
       2320-CHECK-MAINTGEN.
           MOVE 'GENRPT' TO CHECK-FILE-NAME.
           MOVE SPACES TO FOOTER-KEY1.
           MOVE 'EXTRACT RECORDS:' TO FOOTER-KEY1.
           MOVE 16 TO FOOTER-KEY1-LEN.
           MOVE SPACES TO FOOTER-KEY2.
           MOVE 'ADDS:' TO FOOTER-KEY2.
           MOVE 5 TO FOOTER-KEY2-LEN.
           PERFORM 5200-FIND-FOOTER-LINES.
           IF NOT FOOTER-FOUND1 OR NOT FOOTER-FOUND2
               MOVE 'Y' TO STEP-FAILED-SW
               MOVE 'NO GENRPT FOOTER; MAINTGEN DID NOT FINISH'
                   TO ST-MESSAGE (STEP-IDX)
           ELSE
               MOVE FOOTER-LINE1 TO GEN-FOOTER1-VIEW
               MOVE FOOTER-LINE2 TO GEN-FOOTER2-VIEW
               MOVE GV-EXTCOUNT TO FOOT-COUNT1
               MOVE GV-ADDCOUNT TO FOOT-COUNT2
               MOVE GV-CHGCOUNT TO FOOT-COUNT3
               MOVE GV-DELCOUNT TO FOOT-COUNT4
               COMPUTE FOOT-TOTAL = FOOT-COUNT2 + FOOT-COUNT3
               COMPUTE FOOT-TOTAL = FOOT-TOTAL + FOOT-COUNT4
               MOVE 'EXTRACT' TO CHECK-FILE-NAME
               PERFORM 5000-COUNT-CHECK-FILE
               MOVE CHECK-RECORDS TO EXTRACT-COUNT
               MOVE 'MAINTTXN' TO CHECK-FILE-NAME
               PERFORM 5000-COUNT-CHECK-FILE
               MOVE CHECK-RECORDS TO TXN-GENERATED
               IF CHECK-OPEN-STATUS NOT = '00'
                   MOVE 'Y' TO STEP-FAILED-SW
                   MOVE SPACES TO ST-MESSAGE (STEP-IDX)
                   STRING 'CANNOT OPEN MAINTTXN, STATUS='
                       DELIMITED BY SIZE
                       CHECK-OPEN-STATUS DELIMITED BY SIZE
                       INTO ST-MESSAGE (STEP-IDX)
               ELSE
                   IF FOOT-COUNT1 NOT = EXTRACT-COUNT
                       MOVE 'Y' TO STEP-FAILED-SW
                       MOVE 'GENRPT EXTRACT COUNT IS NOT EXTRACT'
                           TO ST-MESSAGE (STEP-IDX)
                   END-IF
                   IF FOOT-TOTAL NOT = TXN-GENERATED
                       MOVE 'Y' TO STEP-FAILED-SW
                       MOVE 'GENRPT COUNTS DISAGREE WITH MAINTTXN'
                           TO ST-MESSAGE (STEP-IDX)
                   END-IF
               END-IF
           END-IF.
           MOVE EXTRACT-COUNT TO CS-1.
           MOVE TXN-GENERATED TO CS-2.
           MOVE FOOT-COUNT2 TO CS-3.
           MOVE FOOT-COUNT3 TO CS-4.
           MOVE FOOT-COUNT4 TO CS-5.
           STRING 'EXTR=' DELIMITED BY SIZE
               CS-1 DELIMITED BY SIZE
               ' TXNS=' DELIMITED BY SIZE
               CS-2 DELIMITED BY SIZE
               ' A=' DELIMITED BY SIZE
               CS-3 DELIMITED BY SIZE
               ' C=' DELIMITED BY SIZE
               CS-4 DELIMITED BY SIZE
               ' D=' DELIMITED BY SIZE
               CS-5 DELIMITED BY SIZE
               INTO ST-COUNTS (STEP-IDX).
      *EMPMAINT MUST HAVE READ EVERY TRANSACTION MAINTGEN GENERATED
      *AND ITS REGISTER MUST ACCOUNT FOR EACH ONE AS APPLIED, HELD
      *FOR REVIEW OR REJECTED. REJECTS ARE SHOWN BUT DO NOT STOP THE
      *STREAM; THE MAINTRPT REGISTER SAYS WHY EACH ONE WAS REJECTED.
       2330-CHECK-EMPMAINT.
           MOVE 'MAINTRPT' TO CHECK-FILE-NAME.
           MOVE SPACES TO FOOTER-KEY1.
           MOVE 'TRANSACTIONS READ:' TO FOOTER-KEY1.
           MOVE 18 TO FOOTER-KEY1-LEN.
           MOVE SPACES TO FOOTER-KEY2.
           MOVE 'ADDS:' TO FOOTER-KEY2.
           MOVE 5 TO FOOTER-KEY2-LEN.
           PERFORM 5200-FIND-FOOTER-LINES.
           IF NOT FOOTER-FOUND1 OR NOT FOOTER-FOUND2
               MOVE 'Y' TO STEP-FAILED-SW
               MOVE 'NO MAINTRPT FOOTER; EMPMAINT DID NOT FINISH'
                   TO ST-MESSAGE (STEP-IDX)
           ELSE
               MOVE FOOTER-LINE1 TO MAINT-FOOTER1-VIEW
               MOVE FOOTER-LINE2 TO MAINT-FOOTER2-VIEW
               MOVE MV-TXNCOUNT TO FOOT-COUNT1
               MOVE MV-ADDCOUNT TO FOOT-COUNT2
               MOVE MV-CHGCOUNT TO FOOT-COUNT3
               MOVE MV-DELCOUNT TO FOOT-COUNT4
               MOVE MV-REJCOUNT TO FOOT-COUNT5
               MOVE MV-HELDCOUNT TO HELD-COUNT
               COMPUTE APPLIED-COUNT = FOOT-COUNT2 + FOOT-COUNT3
               COMPUTE APPLIED-COUNT = APPLIED-COUNT + FOOT-COUNT4
               COMPUTE FOOT-TOTAL = APPLIED-COUNT + FOOT-COUNT5
               COMPUTE FOOT-TOTAL = FOOT-TOTAL + HELD-COUNT
               IF FOOT-COUNT1 NOT = TXN-GENERATED
                   MOVE 'Y' TO STEP-FAILED-SW
                   MOVE 'EMPMAINT DID NOT READ EVERY MAINTTXN RECORD'
                       TO ST-MESSAGE (STEP-IDX)
               ELSE
                   IF FOOT-TOTAL NOT = FOOT-COUNT1
                       MOVE 'Y' TO STEP-FAILED-SW
                       MOVE 'MAINTRPT COUNTS DO NOT ADD UP TO TXNS READ'
                           TO ST-MESSAGE (STEP-IDX)
                   ELSE
                       IF FOOT-COUNT5 > 0
                           MOVE 'REJECTED TRANSACTIONS ARE ON MAINTRPT'
                               TO ST-MESSAGE (STEP-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE TXN-GENERATED TO CS-1.
           MOVE FOOT-COUNT1 TO CS-2.
           MOVE APPLIED-COUNT TO CS-3.
           MOVE FOOT-COUNT5 TO CS-4.
           MOVE HELD-COUNT TO CS-5.
           STRING 'TXNS=' DELIMITED BY SIZE
               CS-1 DELIMITED BY SIZE
               ' READ=' DELIMITED BY SIZE
               CS-2 DELIMITED BY SIZE
               ' APPL=' DELIMITED BY SIZE
               CS-3 DELIMITED BY SIZE
               ' REJ=' DELIMITED BY SIZE
               CS-4 DELIMITED BY SIZE
               ' HELD=' DELIMITED BY SIZE
               CS-5 DELIMITED BY SIZE
               INTO ST-COUNTS (STEP-IDX).
       2340-CHECK-EXTRCOMP.
           MOVE 'CHGRPT' TO CHECK-FILE-NAME.
           MOVE SPACES TO FOOTER-KEY1.
           MOVE 'NEW:' TO FOOTER-KEY1.
           MOVE 4 TO FOOTER-KEY1-LEN.
           MOVE 0 TO FOOTER-KEY2-LEN.
           PERFORM 5200-FIND-FOOTER-LINES.
           IF NOT FOOTER-FOUND1
               MOVE 'Y' TO STEP-FAILED-SW
               MOVE 'NO CHGRPT FOOTER; EXTRCOMP DID NOT FINISH'
                   TO ST-MESSAGE (STEP-IDX)
           ELSE
               MOVE FOOTER-LINE1 TO COMP-FOOTER-VIEW
               MOVE CV-NEWCOUNT TO CS-1
               MOVE CV-DROPCOUNT TO CS-2
               MOVE CV-CHGCOUNT TO CS-3
               STRING 'NEW=' DELIMITED BY SIZE
                   CS-1 DELIMITED BY SIZE
                   ' DROPPED=' DELIMITED BY SIZE
                   CS-2 DELIMITED BY SIZE
                   ' CHANGED=' DELIMITED BY SIZE
                   CS-3 DELIMITED BY SIZE
                   INTO ST-COUNTS (STEP-IDX)
           END-IF.
       2350-CHECK-PAYQTR.
           MOVE 'QTRSTMT' TO CHECK-FILE-NAME.
           MOVE SPACES TO FOOTER-KEY1.
           MOVE 'EMPLOYEES WITH EARNINGS THIS QUARTER:' TO FOOTER-KEY1.
           MOVE 37 TO FOOTER-KEY1-LEN.
           MOVE SPACES TO FOOTER-KEY2.
           MOVE 'PAY HISTORY RECORDS READ:' TO FOOTER-KEY2.
           MOVE 25 TO FOOTER-KEY2-LEN.
           PERFORM 5200-FIND-FOOTER-LINES.
           IF NOT FOOTER-FOUND1 OR NOT FOOTER-FOUND2
               MOVE 'Y' TO STEP-FAILED-SW
               MOVE 'NO QTRSTMT FOOTER; PAYQTR DID NOT FINISH'
                   TO ST-MESSAGE (STEP-IDX)
           ELSE
               MOVE FOOTER-LINE1 TO STMT-FOOTER1-VIEW
               MOVE FOOTER-LINE2 TO STMT-FOOTER2-VIEW
               MOVE QV-STMTCOUNT TO CS-1
               MOVE QV-READCOUNT TO CS-2
               MOVE QV-BADCOUNT TO CS-3
               MOVE QV-BADCOUNT TO FOOT-COUNT3
               STRING 'QTR=' DELIMITED BY SIZE
                   QTR-YEAR DELIMITED BY SIZE
                   '-Q' DELIMITED BY SIZE
                   QTR-NUMBER DELIMITED BY SIZE
                   ' STMTS=' DELIMITED BY SIZE
                   CS-1 DELIMITED BY SIZE
                   ' READ=' DELIMITED BY SIZE
                   CS-2 DELIMITED BY SIZE
                   ' BAD=' DELIMITED BY SIZE
                   CS-3 DELIMITED BY SIZE
                   INTO ST-COUNTS (STEP-IDX)
               IF FOOT-COUNT3 > 0
                   MOVE 'BAD PAYHIST RECORDS ARE LISTED ON QTRSTMT'
                       TO ST-MESSAGE (STEP-IDX)
               END-IF
           END-IF.
      *COUNTS THE RECORDS ON CHECK-FILE-NAME, LEAVING THE LAST ONE IN
      *CHECK-LINE; CHECK-OPEN-STATUS IS THE STATUS OF THE OPEN.
       5000-COUNT-CHECK-FILE.
           MOVE 0 TO CHECK-RECORDS.
           MOVE SPACES TO CHECK-LINE.
           OPEN INPUT CHECK-FILE.
           MOVE CHECK-STATUS TO CHECK-OPEN-STATUS.
           IF CHECK-STATUS = '00'
               MOVE 0 TO EOF-C
               PERFORM 5010-COUNT-ONE-RECORD
                   UNTIL EOF-C = 1
               CLOSE CHECK-FILE
           END-IF.
       5010-COUNT-ONE-RECORD.
           READ CHECK-FILE
               AT END MOVE 1 TO EOF-C
           END-READ.
           IF EOF-C = 0
               COMPUTE CHECK-RECORDS = CHECK-RECORDS + 1
               MOVE CHECK-REC TO CHECK-LINE
           END-IF.
       5100-EMPTY-CHECK-FILE.
           OPEN OUTPUT CHECK-FILE.
           IF CHECK-STATUS = '00'
               CLOSE CHECK-FILE
           ELSE
               MOVE 'Y' TO STEP-FAILED-SW
               MOVE SPACES TO ST-MESSAGE (STEP-IDX)
               STRING 'CANNOT CLEAR ' DELIMITED BY SIZE
                   CHECK-FILE-NAME DELIMITED BY SPACE
                   ', STATUS=' DELIMITED BY SIZE
                   CHECK-STATUS DELIMITED BY SIZE
                   INTO ST-MESSAGE (STEP-IDX)
           END-IF.
      *FINDS THE LAST LINE OF CHECK-FILE-NAME STARTING WITH EACH OF
      *THE ONE OR TWO FOOTER KEYS (A KEY LENGTH OF 0 IS NOT USED).
       5200-FIND-FOOTER-LINES.
           MOVE 'N' TO FOOTER-FOUND1-SW.
           MOVE 'N' TO FOOTER-FOUND2-SW.
           MOVE SPACES TO FOOTER-LINE1.
           MOVE SPACES TO FOOTER-LINE2.
           OPEN INPUT CHECK-FILE.
           IF CHECK-STATUS = '00'
               MOVE 0 TO EOF-C
               PERFORM 5210-SCAN-ONE-RECORD
                   UNTIL EOF-C = 1
               CLOSE CHECK-FILE
           END-IF.
       5210-SCAN-ONE-RECORD.
           READ CHECK-FILE
               AT END MOVE 1 TO EOF-C
           END-READ.
           IF EOF-C = 0
               IF FOOTER-KEY1-LEN > 0
                   AND CHECK-REC (1:FOOTER-KEY1-LEN) =
                       FOOTER-KEY1 (1:FOOTER-KEY1-LEN)
                   MOVE 'Y' TO FOOTER-FOUND1-SW
                   MOVE CHECK-REC TO FOOTER-LINE1
               END-IF
               IF FOOTER-KEY2-LEN > 0
                   AND CHECK-REC (1:FOOTER-KEY2-LEN) =
                       FOOTER-KEY2 (1:FOOTER-KEY2-LEN)
                   MOVE 'Y' TO FOOTER-FOUND2-SW
                   MOVE CHECK-REC TO FOOTER-LINE2
               END-IF
           END-IF.
       6000-PRINT-STREAM-SUMMARY.
           OPEN OUTPUT STRMRPT-FILE.
           IF STRMRPT-STATUS NOT = '00'
               DISPLAY 'WARNING: CANNOT OPEN STRMRPT, STATUS='
                   STRMRPT-STATUS '; NO STREAM SUMMARY PRINTED.'
           ELSE
               PERFORM 6100-PRINT-SUMMARY-HEADER
               PERFORM 6200-PRINT-ONE-STEP
                   VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               PERFORM 6300-PRINT-SUMMARY-FOOTER
               CLOSE STRMRPT-FILE
           END-IF.
       6100-PRINT-SUMMARY-HEADER.
           ACCEPT SH1-CURR-DATE FROM DATE.
           WRITE STRMRPT-REC FROM SUM-HEADING1.
           MOVE SPACES TO SH2-STREAM-DATE.
           STRING STREAM-DATE (5:2) '/' STREAM-DATE (7:2) '/'
               STREAM-DATE (1:4) DELIMITED BY SIZE
               INTO SH2-STREAM-DATE.
           MOVE SPACES TO SH2-RESUME.
           IF STREAM-RESUMED
               STRING 'RESUMED AT STEP ' DELIMITED BY SIZE
                   RESUME-STEP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ST-STEP-NAME (RESUME-STEP) DELIMITED BY SPACE
                   INTO SH2-RESUME
           END-IF.
           MOVE SPACES TO SH2-QUARTER.
           IF QUARTER-END-STREAM
               STRING 'QUARTER END ' DELIMITED BY SIZE
                   QTR-YEAR DELIMITED BY SIZE
                   '-Q' DELIMITED BY SIZE
                   QTR-NUMBER DELIMITED BY SIZE
                   INTO SH2-QUARTER
           END-IF.
           WRITE STRMRPT-REC FROM SUM-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STRMRPT-REC.
           WRITE STRMRPT-REC
               AFTER ADVANCING 1 LINE.
           WRITE STRMRPT-REC FROM SUM-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STRMRPT-REC.
           WRITE STRMRPT-REC
               AFTER ADVANCING 1 LINE.
      *STEPS FINISHED BY AN EARLIER RUN OF THE STREAM SHOW THEIR
      *SAVED TIMES AND COUNTS, NOTED AS FROM THAT RUN.
       6200-PRINT-ONE-STEP.
           MOVE STEP-IDX TO SD-STEP-NO.
           MOVE ST-STEP-NAME (STEP-IDX) TO SD-STEP-NAME.
           MOVE ST-START-DATE (STEP-IDX) TO SHOW-DATE.
           MOVE ST-START-TIME (STEP-IDX) TO SHOW-TIME.
           PERFORM 6250-SHOW-DATE-TIME.
           MOVE SHOWN-DATE-TIME TO SD-STARTED.
           MOVE ST-END-DATE (STEP-IDX) TO SHOW-DATE.
           MOVE ST-END-TIME (STEP-IDX) TO SHOW-TIME.
           PERFORM 6250-SHOW-DATE-TIME.
           MOVE SHOWN-DATE-TIME TO SD-ENDED.
           MOVE ST-RESULT (STEP-IDX) TO SD-RESULT.
           MOVE ST-COUNTS (STEP-IDX) TO SD-COUNTS.
           WRITE STRMRPT-REC FROM SUM-DETAIL
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SM-MESSAGE.
           IF ST-MESSAGE (STEP-IDX) NOT = SPACES
               MOVE ST-MESSAGE (STEP-IDX) TO SM-MESSAGE
           END-IF.
           IF ST-THIS-RUN-SW (STEP-IDX) = 'N'
               AND ST-RESULT (STEP-IDX) = 'OK'
               MOVE 'DONE BY AN EARLIER RUN OF THIS STREAM'
                   TO SM-MESSAGE
           END-IF.
           IF SM-MESSAGE NOT = SPACES
               WRITE STRMRPT-REC FROM SUM-MESSAGE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       6250-SHOW-DATE-TIME.
           MOVE SPACES TO SHOWN-DATE-TIME.
           IF SHOW-DATE NOT = SPACES
               STRING SHOW-DATE (5:2) '/' SHOW-DATE (7:2) '/'
                   SHOW-DATE (3:2) ' ' SHOW-TIME (1:2) ':'
                   SHOW-TIME (3:2) ':' SHOW-TIME (5:2)
                   DELIMITED BY SIZE INTO SHOWN-DATE-TIME
           END-IF.
       6300-PRINT-SUMMARY-FOOTER.
           MOVE SPACES TO SUM-FOOTER.
           IF STREAM-STOPPED
               STRING 'STREAM STOPPED AT STEP ' DELIMITED BY SIZE
                   FAILED-STEP DELIMITED BY SIZE
                   '. RERUN PAYSTRM TO RESUME AT THE FAILED STEP.'
                   DELIMITED BY SIZE
                   INTO SUM-FOOTER
           ELSE
               MOVE 'STREAM COMPLETE.' TO SUM-FOOTER
           END-IF.
           WRITE STRMRPT-REC FROM SUM-FOOTER
               AFTER ADVANCING 2 LINES.
       END PROGRAM paystrm.
