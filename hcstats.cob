      ******************************************************************
      *Author: David Nguyen
      *Purpose: Monthly headcount and turnover statistics by
      *         department and location. Opening headcount comes
      *         from the HCSNAP month-end snapshot of EMPMAST this
      *         program saved at the end of last month; closing
      *         headcount from EMPMAST as it stands now. Headcount
      *         is every employee not in status T (employees on
      *         leave, status L, are counted and also shown in
      *         their own column). Hires are employees whose hire
      *         date falls in the month; terminations are opening
      *         employees (or the month's hires) who are now in
      *         status T, are listed on the TERMINATED file from the
      *         last project2 run, or have left the master.
      *         Transfers in and out come from the department and
      *         location changes empmaint journaled on MAINTJRNL
      *         during the month: the old values from the change's
      *         before-image, the new ones from the employee's next
      *         journal before-image or else from EMPMAST. Monthly
      *         turnover is terminations over the average of opening
      *         and closing headcount; the rolling twelve-month rate
      *         uses the HCHIST history this program keeps, one
      *         record per department, location and month. The
      *         HCRPT report prints the figures; the same figures go
      *         on the HCDASH comma-separated file for the HR
      *         dashboard spreadsheet. The month reported is the
      *         run date's month unless HCPARM has MONTH=YYYYMM.
      *         At the end the closing master is saved as the new
      *         HCSNAP (the one it replaces is kept as HCPRIOR, so
      *         the month can be rerun).
      ******************************************************************
      *MODIFICATION HISTORY:
      *  2026-10-15  DN  Initial version: opening/closing headcount,
      *                  hires, terminations, transfers and leaves by
      *                  department and location, monthly and
      *                  rolling twelve-month turnover, the HCRPT
      *                  report, the HCDASH dashboard file and the
      *                  HCSNAP/HCPRIOR snapshots and HCHIST history.
      *  2026-10-15  DN  A failed write of the HCDASH column heading
      *                  stops the run.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. hcstats.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO 'HCPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-EMPID
               FILE STATUS IS EMPMAST-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'MAINTJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT TERM-FILE ASSIGN TO 'TERMINATED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-STATUS.
           SELECT OPEN-SNAP-FILE ASSIGN TO DYNAMIC OPEN-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-SNAP-STATUS.
           SELECT NEW-SNAP-FILE ASSIGN TO 'HCSNAPN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-SNAP-STATUS.
           SELECT HCHIST-FILE ASSIGN TO 'HCHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HCHIST-STATUS.
           SELECT HCHISTN-FILE ASSIGN TO 'HCHISTN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HCHISTN-STATUS.
           SELECT COPY-IN-FILE ASSIGN TO DYNAMIC COPY-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPY-IN-STATUS.
           SELECT COPY-OUT-FILE ASSIGN TO DYNAMIC COPY-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPY-OUT-STATUS.
           SELECT HCRPT-FILE ASSIGN TO 'HCRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HCRPT-STATUS.
           SELECT HCDASH-FILE ASSIGN TO 'HCDASH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HCDASH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-REC PIC X(20).
       FD  EMPMAST-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASTER-EMP-REC.
           03 M-EMPID PIC X(7).
           03 M-LNAME PIC X(15).
           03 M-FNAME PIC X(15).
           03 M-EMPTYPE PIC X(2).
           03 M-TITLE PIC X(17).
           03 M-SSN PIC X(9).
           03 M-DEPT PIC X(4).
           03 M-LOCATION PIC X(4).
           03 M-EMPTYSPACES1 PIC X(16).
           03 M-DATE PIC X(8).
           03 M-EMPTYSPACES2 PIC X(2).
           03 M-EMPRATE PIC X(6).
           03 M-EMPSTATUS PIC X(1).
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-REC PIC X(140).
       FD  TERM-FILE
           LABEL RECORDS ARE STANDARD.
       01  TERM-REC PIC X(80).
       FD  OPEN-SNAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPEN-SNAP-REC PIC X(113).
       FD  NEW-SNAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-SNAP-REC PIC X(113).
       FD  HCHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  HCHIST-REC PIC X(58).
       FD  HCHISTN-FILE
           LABEL RECORDS ARE STANDARD.
       01  HCHISTN-REC PIC X(58).
       FD  COPY-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  COPY-IN-REC PIC X(113).
       FD  COPY-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  COPY-OUT-REC PIC X(113).
       FD  HCRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  HCRPT-REC PIC X(132).
       FD  HCDASH-FILE
           LABEL RECORDS ARE STANDARD.
       01  HCDASH-REC PIC X(150).
       WORKING-STORAGE SECTION.
       01  PARM-STATUS PIC XX VALUE SPACES.
       01  PARM-DATA PIC X(20) VALUE SPACES.
       01  PARM-PARSED.
           03 PO-NAME PIC X(10).
           03 PO-VALUE PIC X(10).
       01  EMPMAST-STATUS PIC XX VALUE SPACES.
       01  JOURNAL-STATUS PIC XX VALUE SPACES.
       01  TERM-STATUS PIC XX VALUE SPACES.
       01  OPEN-SNAP-STATUS PIC XX VALUE SPACES.
       01  NEW-SNAP-STATUS PIC XX VALUE SPACES.
       01  HCHIST-STATUS PIC XX VALUE SPACES.
       01  HCHISTN-STATUS PIC XX VALUE SPACES.
       01  COPY-IN-STATUS PIC XX VALUE SPACES.
       01  COPY-OUT-STATUS PIC XX VALUE SPACES.
       01  HCRPT-STATUS PIC XX VALUE SPACES.
       01  HCDASH-STATUS PIC XX VALUE SPACES.
       01  OPEN-SNAP-NAME PIC X(20) VALUE 'HCSNAP'.
       01  COPY-IN-NAME PIC X(20) VALUE SPACES.
       01  COPY-OUT-NAME PIC X(20) VALUE SPACES.
      *THE REPORT MONTH AND THE MONTHS AROUND IT. A MONTH NUMBER IS
      *YEAR * 12 + MONTH - 1, SO MONTHS CAN BE COUNTED ACROSS YEARS.
       01  RUN-DATE PIC X(8) VALUE SPACES.
       01  REPORT-MONTH PIC X(6) VALUE SPACES.
       01  PRIOR-MONTH PIC X(6) VALUE SPACES.
       01  MONTH-WORK.
           03 MW-YEAR PIC 9(4).
           03 MW-MM PIC 9(2).
       01  MONTH-WORK-X REDEFINES MONTH-WORK PIC X(6).
       01  MONTH-NUMBER PIC 9(6) VALUE 0.
       01  REPORT-MONTH-NO PIC 9(6) VALUE 0.
       01  WINDOW-LOW-NO PIC 9(6) VALUE 0.
       01  MONTH-DISPLAY.
           03 MD-YEAR PIC X(4).
           03 FILLER PIC X(1) VALUE '/'.
           03 MD-MM PIC X(2).
      *THE MONTHS OF THE ROLLING WINDOW THAT HAVE FIGURES; SLOT 12
      *IS THE REPORT MONTH ITSELF, SLOTS 1-11 THE ELEVEN BEFORE IT.
       01  WINDOW-TABLE.
           03 WINDOW-SEEN PIC X(1) OCCURS 12 TIMES.
       01  WINDOW-IDX PIC 9(2) VALUE 0.
       01  R12-MONTHS PIC 9(2) VALUE 0.
      *A SNAPSHOT RECORD IS THE MONTH IT WAS TAKEN AND THE EMPMAST
      *RECORD AS IT STOOD THEN, WITH THE STATUS SET TO T FOR
      *ANYONE ON THAT MONTH'S TERMINATED FILE.
       01  SNAP-DATA.
           03 SN-MONTH PIC X(6).
           03 FILLER PIC X(1).
           03 SN-IMAGE.
               05 SI-EMPID PIC X(7).
               05 FILLER PIC X(58).
               05 SI-DEPT PIC X(4).
               05 SI-LOCATION PIC X(4).
               05 FILLER PIC X(32).
               05 SI-EMPSTATUS PIC X(1).
       01  NEW-SNAP-DATA.
           03 NS-MONTH PIC X(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 NS-IMAGE PIC X(106).
       01  FIRST-SNAP-MONTH PIC X(6) VALUE SPACES.
       01  OPENING-SOURCE PIC X(8) VALUE SPACES.
       01  OPENING-FOUND-SW PIC X(1) VALUE 'N'.
           88 OPENING-FOUND VALUE 'Y'.
      *THE JOURNAL RECORD AS EMPMAINT WRITES IT; THE IMAGE IS THE
      *MASTER RECORD BEFORE THE CHANGE, OF WHICH ONLY THE KEY,
      *DEPARTMENT, LOCATION AND STATUS ARE NEEDED HERE.
       01  JOURNAL-DATA.
           03 JN-RUN-DATE PIC X(8).
           03 FILLER PIC X(1).
           03 JN-RUN-TIME PIC X(6).
           03 FILLER PIC X(1).
           03 JN-TXN-NUM PIC X(4).
           03 FILLER PIC X(1).
           03 JN-ACTION PIC X(1).
           03 FILLER PIC X(1).
           03 JN-IMAGE.
               05 JI-EMPID PIC X(7).
               05 FILLER PIC X(58).
               05 JI-DEPT PIC X(4).
               05 JI-LOCATION PIC X(4).
               05 FILLER PIC X(32).
               05 JI-EMPSTATUS PIC X(1).
           03 FILLER PIC X(1).
           03 JN-EFF-DATE PIC X(8).
       01  JOURNAL-MONTH PIC X(6) VALUE SPACES.
      *DEPARTMENT/LOCATION CHANGES JOURNALED IN THE REPORT MONTH,
      *IN JOURNAL ORDER. THE NEW VALUES ARE FILLED IN FROM THE
      *EMPLOYEE'S NEXT JOURNAL ENTRY OR, FAILING THAT, EMPMAST.
       01  XFER-TABLE.
           03 XFER-ENTRY OCCURS 5000 TIMES.
               05 XT-EMPID PIC X(7).
               05 XT-OLD-DEPT PIC X(4).
               05 XT-OLD-LOC PIC X(4).
               05 XT-OLD-STATUS PIC X(1).
               05 XT-NEW-DEPT PIC X(4).
               05 XT-NEW-LOC PIC X(4).
               05 XT-NEW-SW PIC X(1).
       01  XFER-COUNT PIC 9(4) VALUE 0.
       01  XT-IDX PIC 9(4) VALUE 0.
       01  XT-FOUND-IDX PIC 9(4) VALUE 0.
      *EMPLOYEE IDS ON THE TERMINATED FILE FROM THE LAST PAY RUN.
       01  TERM-DATA.
           03 TX-EMPID PIC X(7).
           03 FILLER PIC X(73).
       01  TERM-TABLE.
           03 TERM-ENTRY OCCURS 5000 TIMES.
               05 TT-EMPID PIC X(7).
               05 TT-MATCHED-SW PIC X(1).
       01  TERM-COUNT PIC 9(4) VALUE 0.
       01  TT-IDX PIC 9(4) VALUE 0.
       01  TERM-FOUND-SW PIC X(1) VALUE 'N'.
           88 TERM-FOUND VALUE 'Y'.
       01  HOLD-EMPID PIC X(7) VALUE SPACES.
      *ONE EMPLOYEE AS SEEN ON THE OPENING SNAPSHOT AND THE MASTER.
       01  EMPLOYEE-WORK.
           03 OPEN-ACTIVE-SW PIC X(1).
               88 OPEN-ACTIVE VALUE 'Y'.
           03 OPEN-DEPT PIC X(4).
           03 OPEN-LOC PIC X(4).
           03 ON-MASTER-SW PIC X(1).
               88 ON-MASTER VALUE 'Y'.
           03 CLOSE-STATUS PIC X(1).
           03 CLOSE-DEPT PIC X(4).
           03 CLOSE-LOC PIC X(4).
           03 HIRED-SW PIC X(1).
               88 HIRED-THIS-MONTH VALUE 'Y'.
      *FIGURES BY DEPARTMENT AND LOCATION, KEPT IN KEY ORDER. THE
      *R12 FIELDS ADD UP THE ROLLING WINDOW: TERMINATIONS, AND
      *OPENING PLUS CLOSING HEADCOUNT (TWICE THE MONTH'S AVERAGE).
       01  GROUP-TABLE.
           03 GROUP-ENTRY OCCURS 500 TIMES.
               05 GT-KEY.
                   07 GT-DEPT PIC X(4).
                   07 GT-LOC PIC X(4).
               05 GT-FIGURES.
                   07 GT-OPEN PIC 9(5).
                   07 GT-HIRES PIC 9(5).
                   07 GT-TERMS PIC 9(5).
                   07 GT-XFER-IN PIC 9(5).
                   07 GT-XFER-OUT PIC 9(5).
                   07 GT-LEAVE PIC 9(5).
                   07 GT-CLOSE PIC 9(5).
                   07 GT-R12-TERMS PIC 9(7).
                   07 GT-R12-HC2 PIC 9(9).
       01  GROUP-COUNT PIC 9(3) VALUE 0.
       01  GROUP-IDX PIC 9(3) VALUE 0.
       01  GROUP-FOUND-IDX PIC 9(3) VALUE 0.
       01  GROUP-NEW-SW PIC X(1) VALUE 'N'.
           88 GROUP-NEW VALUE 'Y'.
       01  HOLD-KEY.
           03 HOLD-DEPT PIC X(4).
           03 HOLD-LOC PIC X(4).
       01  PREV-DEPT PIC X(4) VALUE SPACES.
      *FIGURES FOR THE LINE BEING PRINTED, AND THE DEPARTMENT AND
      *GRAND TOTALS; SAME LAYOUT AS GT-FIGURES.
       01  LINE-FIGURES.
           03 LF-OPEN PIC 9(5).
           03 LF-HIRES PIC 9(5).
           03 LF-TERMS PIC 9(5).
           03 LF-XFER-IN PIC 9(5).
           03 LF-XFER-OUT PIC 9(5).
           03 LF-LEAVE PIC 9(5).
           03 LF-CLOSE PIC 9(5).
           03 LF-R12-TERMS PIC 9(7).
           03 LF-R12-HC2 PIC 9(9).
       01  DEPT-FIGURES.
           03 DF-OPEN PIC 9(5).
           03 DF-HIRES PIC 9(5).
           03 DF-TERMS PIC 9(5).
           03 DF-XFER-IN PIC 9(5).
           03 DF-XFER-OUT PIC 9(5).
           03 DF-LEAVE PIC 9(5).
           03 DF-CLOSE PIC 9(5).
           03 DF-R12-TERMS PIC 9(7).
           03 DF-R12-HC2 PIC 9(9).
       01  ALL-FIGURES.
           03 AF-OPEN PIC 9(5).
           03 AF-HIRES PIC 9(5).
           03 AF-TERMS PIC 9(5).
           03 AF-XFER-IN PIC 9(5).
           03 AF-XFER-OUT PIC 9(5).
           03 AF-LEAVE PIC 9(5).
           03 AF-CLOSE PIC 9(5).
           03 AF-R12-TERMS PIC 9(7).
           03 AF-R12-HC2 PIC 9(9).
       01  RATE-WORK.
           03 RATE-BASE PIC 9(9) VALUE 0.
           03 RATE-PRODUCT PIC 9(11) VALUE 0.
           03 MONTH-RATE PIC 9(5)V9(2) VALUE 0.
           03 R12-RATE PIC 9(5)V9(2) VALUE 0.
       01  MONTH-RATE-SW PIC X(1) VALUE 'N'.
           88 MONTH-RATE-KNOWN VALUE 'Y'.
       01  R12-RATE-SW PIC X(1) VALUE 'N'.
           88 R12-RATE-KNOWN VALUE 'Y'.
      *ONE HCHIST RECORD: THE FIGURES FOR ONE DEPARTMENT AND
      *LOCATION IN ONE MONTH.
       01  HCHIST-DATA.
           03 HH-MONTH PIC X(6).
           03 FILLER PIC X(1).
           03 HH-DEPT PIC X(4).
           03 FILLER PIC X(1).
           03 HH-LOC PIC X(4).
           03 FILLER PIC X(1).
           03 HH-OPEN PIC 9(5).
           03 FILLER PIC X(1).
           03 HH-HIRES PIC 9(5).
           03 FILLER PIC X(1).
           03 HH-TERMS PIC 9(5).
           03 FILLER PIC X(1).
           03 HH-XFER-IN PIC 9(5).
           03 FILLER PIC X(1).
           03 HH-XFER-OUT PIC 9(5).
           03 FILLER PIC X(1).
           03 HH-LEAVE PIC 9(5).
           03 FILLER PIC X(1).
           03 HH-CLOSE PIC 9(5).
      *HCDASH RECORD BUILDING.
       01  DASH-LINE PIC X(150) VALUE SPACES.
       01  DASH-PTR PIC 9(3) VALUE 1.
       01  DASH-LEVEL PIC X(5) VALUE SPACES.
       01  DASH-DEPT PIC X(4) VALUE SPACES.
       01  DASH-LOC PIC X(4) VALUE SPACES.
       01  DASH-NUMBER PIC 9(7) VALUE 0.
       01  DASH-EDIT PIC Z(6)9.
       01  DASH-RATE PIC 9(5)V9(2) VALUE 0.
       01  DASH-RATE-EDIT PIC Z(4)9.99.
       01  DASH-LEAD PIC 9(2) VALUE 0.
       01  DASH-NA-SW PIC X(1) VALUE 'N'.
           88 DASH-NA VALUE 'Y'.
       01  HC-COUNTERS.
           03 SNAP-READ-COUNT PIC 9(6) VALUE 0.
           03 MST-READ-COUNT PIC 9(6) VALUE 0.
           03 JRNL-READ-COUNT PIC 9(6) VALUE 0.
           03 XFER-COUNTED PIC 9(6) VALUE 0.
           03 TERM-READ-COUNT PIC 9(6) VALUE 0.
           03 TERM-UNMATCHED PIC 9(6) VALUE 0.
           03 HIST-READ-COUNT PIC 9(6) VALUE 0.
      *STATISTICS REPORT.
       01  HC-HEADING1.
           03 H1-CURR-DATE PIC 99/99/99.
           03 FILLER PIC X(36) VALUES SPACES.
           03 FILLER PIC X(60) VALUES
           'MONTHLY HEADCOUNT AND TURNOVER STATISTICS'.
           03 FILLER PIC X(18) VALUES SPACES.
           03 FILLER PIC X(7) VALUE 'PAGE'.
           03 H1-PAGENUM PIC ZZ9 VALUE 1.
       01  HC-HEADING2.
           03 FILLER PIC X(8) VALUES 'MONTH'.
           03 H2-MONTH PIC X(7).
           03 FILLER PIC X(4) VALUES SPACES.
           03 FILLER PIC X(20) VALUES 'OPENING HEADCOUNT:'.
           03 H2-SOURCE PIC X(60).
       01  HC-HEADING3.
           03 FILLER PIC X(16) VALUES 'DEPT  LOC'.
           03 FILLER PIC X(9) VALUES '  OPENING'.
           03 FILLER PIC X(9) VALUES '    HIRES'.
           03 FILLER PIC X(9) VALUES '    TERMS'.
           03 FILLER PIC X(9) VALUES '  XFER IN'.
           03 FILLER PIC X(9) VALUES ' XFER OUT'.
           03 FILLER PIC X(9) VALUES ' ON LEAVE'.
           03 FILLER PIC X(9) VALUES '  CLOSING'.
           03 FILLER PIC X(14) VALUES '    MONTH RATE'.
           03 FILLER PIC X(14) VALUES ' 12-MONTH RATE'.
       01  HC-DETAIL.
           03 HD-LABEL PIC X(16).
           03 FILLER PIC X(4) VALUES SPACES.
           03 HD-OPEN PIC ZZZZ9.
           03 HD-OPEN-X REDEFINES HD-OPEN PIC X(5).
           03 FILLER PIC X(4) VALUES SPACES.
           03 HD-HIRES PIC ZZZZ9.
           03 FILLER PIC X(4) VALUES SPACES.
           03 HD-TERMS PIC ZZZZ9.
           03 HD-TERMS-X REDEFINES HD-TERMS PIC X(5).
           03 FILLER PIC X(4) VALUES SPACES.
           03 HD-XFER-IN PIC ZZZZ9.
           03 FILLER PIC X(4) VALUES SPACES.
           03 HD-XFER-OUT PIC ZZZZ9.
           03 FILLER PIC X(4) VALUES SPACES.
           03 HD-LEAVE PIC ZZZZ9.
           03 FILLER PIC X(4) VALUES SPACES.
           03 HD-CLOSE PIC ZZZZ9.
           03 FILLER PIC X(5) VALUES SPACES.
           03 HD-MONTH-RATE PIC ZZZZ9.99.
           03 HD-MONTH-RATE-X REDEFINES HD-MONTH-RATE PIC X(8).
           03 HD-MONTH-PCT PIC X(1).
           03 FILLER PIC X(5) VALUES SPACES.
           03 HD-R12-RATE PIC ZZZZ9.99.
           03 HD-R12-RATE-X REDEFINES HD-R12-RATE PIC X(8).
           03 HD-R12-PCT PIC X(1).
       01  HC-FOOTER1.
           03 FILLER PIC X(30) VALUES 'OPENING SNAPSHOT RECORDS:'.
           03 HF1-SNAP PIC ZZZZZ9.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(30) VALUES 'MASTER RECORDS:'.
           03 HF1-MASTER PIC ZZZZZ9.
       01  HC-FOOTER2.
           03 FILLER PIC X(30) VALUES 'JOURNAL ENTRIES READ:'.
           03 HF2-JOURNAL PIC ZZZZZ9.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(30) VALUES 'TRANSFERS COUNTED:'.
           03 HF2-XFER PIC ZZZZZ9.
       01  HC-FOOTER3.
           03 FILLER PIC X(30) VALUES 'TERMINATED RECORDS READ:'.
           03 HF3-TERM PIC ZZZZZ9.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(30) VALUES 'NOT ON MASTER OR SNAPSHOT:'.
           03 HF3-UNMATCHED PIC ZZZZZ9.
       01  HC-FOOTER4.
           03 FILLER PIC X(30) VALUES 'MONTHS IN ROLLING RATE:'.
           03 HF4-MONTHS PIC ZZZZZ9.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(30) VALUES 'SNAPSHOT SAVED FOR MONTH:'.
           03 HF4-MONTH PIC X(7).
       01  MISC.
           03 EOF-S PIC 9 VALUE 0.
           03 EOF-M PIC 9 VALUE 0.
           03 EOF-J PIC 9 VALUE 0.
           03 EOF-H PIC 9 VALUE 0.
           03 EOF-C PIC 9 VALUE 0.
           03 PGNUM PIC 999 VALUE 1.
           03 RPTLINECOUNTER PIC 99 VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE (1:6) TO REPORT-MONTH.
           PERFORM 1050-ACCEPT-PARAMETERS.
           PERFORM 1100-SET-REPORT-MONTHS.
           PERFORM 1150-FIND-OPENING-SNAPSHOT.
           PERFORM 1200-LOAD-TERMINATED.
           PERFORM 1300-OPEN-FILES.
           PERFORM 2000-COLLECT-TRANSFERS.
           IF XFER-COUNT > 0
               PERFORM 2500-LOOK-UP-NEW-LOCATIONS
               PERFORM 2600-COUNT-ONE-TRANSFER
                   VARYING XT-IDX FROM 1 BY 1
                   UNTIL XT-IDX > XFER-COUNT
           END-IF.
           PERFORM 3000-MATCH-SNAPSHOT-TO-MASTER.
           PERFORM 3900-COUNT-UNMATCHED-TERM
               VARYING TT-IDX FROM 1 BY 1
               UNTIL TT-IDX > TERM-COUNT.
           IF TERM-UNMATCHED > 0
               DISPLAY 'WARNING: ' TERM-UNMATCHED ' TERMINATED '
                   'RECORDS ARE ON NEITHER EMPMAST NOR THE OPENING '
                   'SNAPSHOT AND ARE NOT COUNTED.'
           END-IF.
           PERFORM 4500-ROLL-UP-HISTORY.
           PERFORM 5000-PRINT-STATISTICS.
           PERFORM 1700-PRINT-FOOTER.
           CLOSE EMPMAST-FILE
               NEW-SNAP-FILE
               HCRPT-FILE
               HCDASH-FILE.
           PERFORM 6000-SAVE-SNAPSHOT.
           DISPLAY 'HEADCOUNT STATISTICS FOR ' MONTH-DISPLAY
               ' COMPLETE: CLOSING HEADCOUNT ' AF-CLOSE ', '
               AF-HIRES ' HIRES, ' AF-TERMS ' TERMINATIONS.'.
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
               IF PO-NAME = 'MONTH'
                   AND PO-VALUE (1:6) NUMERIC
                   AND PO-VALUE (5:2) > '00'
                   AND PO-VALUE (5:2) < '13'
                   MOVE PO-VALUE (1:6) TO REPORT-MONTH
               ELSE
                   DISPLAY 'WARNING: UNKNOWN HCPARM RECORD '
                       'IGNORED: ' PARM-DATA
               END-IF
           END-IF.
       1100-SET-REPORT-MONTHS.
           MOVE REPORT-MONTH TO MONTH-WORK-X.
           MOVE REPORT-MONTH (1:4) TO MD-YEAR.
           MOVE REPORT-MONTH (5:2) TO MD-MM.
           PERFORM 1110-COMPUTE-MONTH-NUMBER.
           MOVE MONTH-NUMBER TO REPORT-MONTH-NO.
           COMPUTE WINDOW-LOW-NO = REPORT-MONTH-NO - 11.
           IF MW-MM = 1
               COMPUTE MW-YEAR = MW-YEAR - 1
               MOVE 12 TO MW-MM
           ELSE
               COMPUTE MW-MM = MW-MM - 1
           END-IF.
           MOVE MONTH-WORK-X TO PRIOR-MONTH.
           MOVE SPACES TO WINDOW-TABLE.
           DISPLAY 'HEADCOUNT STATISTICS FOR MONTH ' MONTH-DISPLAY
               '.'.
       1110-COMPUTE-MONTH-NUMBER.
           COMPUTE MONTH-NUMBER = MW-YEAR * 12.
           COMPUTE MONTH-NUMBER = MONTH-NUMBER + MW-MM.
           COMPUTE MONTH-NUMBER = MONTH-NUMBER - 1.
      *THE OPENING SNAPSHOT MUST BE LAST MONTH'S. A RERUN OF THE
      *MONTH FINDS THIS MONTH'S SNAPSHOT ON HCSNAP ALREADY AND USES
      *THE ONE IT REPLACED, KEPT ON HCPRIOR.
       1150-FIND-OPENING-SNAPSHOT.
           MOVE 'HCSNAP' TO OPEN-SNAP-NAME.
           PERFORM 1160-READ-SNAPSHOT-MONTH.
           IF FIRST-SNAP-MONTH NOT = SPACES
               AND FIRST-SNAP-MONTH > REPORT-MONTH
               DISPLAY 'FATAL: HCSNAP IS THE SNAPSHOT OF '
                   FIRST-SNAP-MONTH ', LATER THAN THE MONTH '
                   'REPORTED. RUN TERMINATED.'
               STOP RUN
           END-IF.
           IF FIRST-SNAP-MONTH = PRIOR-MONTH
               MOVE 'Y' TO OPENING-FOUND-SW
           ELSE
               IF FIRST-SNAP-MONTH = REPORT-MONTH
                   MOVE 'HCPRIOR' TO OPEN-SNAP-NAME
                   PERFORM 1160-READ-SNAPSHOT-MONTH
                   IF FIRST-SNAP-MONTH = PRIOR-MONTH
                       MOVE 'Y' TO OPENING-FOUND-SW
                   END-IF
               END-IF
           END-IF.
           IF OPENING-FOUND
               MOVE OPEN-SNAP-NAME TO OPENING-SOURCE
               MOVE SPACES TO H2-SOURCE
               STRING 'MONTH-END SNAPSHOT OF ' DELIMITED BY SIZE
                   PRIOR-MONTH (1:4) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   PRIOR-MONTH (5:2) DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   OPENING-SOURCE DELIMITED BY SPACE
                   ')' DELIMITED BY SIZE
                   INTO H2-SOURCE
           ELSE
               DISPLAY 'NO MONTH-END SNAPSHOT FOR ' PRIOR-MONTH
                   ' FOUND; OPENING HEADCOUNT, TERMINATIONS AND '
                   'TURNOVER ARE NOT AVAILABLE THIS MONTH.'
               MOVE SPACES TO H2-SOURCE
               STRING 'NOT AVAILABLE, NO SNAPSHOT OF '
                   DELIMITED BY SIZE
                   PRIOR-MONTH (1:4) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   PRIOR-MONTH (5:2) DELIMITED BY SIZE
                   INTO H2-SOURCE
           END-IF.
       1160-READ-SNAPSHOT-MONTH.
           MOVE SPACES TO FIRST-SNAP-MONTH.
           OPEN INPUT OPEN-SNAP-FILE.
           IF OPEN-SNAP-STATUS = '00'
               MOVE SPACES TO SNAP-DATA
               READ OPEN-SNAP-FILE INTO SNAP-DATA
               IF OPEN-SNAP-STATUS = '00'
                   MOVE SN-MONTH TO FIRST-SNAP-MONTH
               END-IF
               CLOSE OPEN-SNAP-FILE
           END-IF.
       1200-LOAD-TERMINATED.
           OPEN INPUT TERM-FILE.
           IF TERM-STATUS = '00'
               PERFORM 1210-READ-ONE-TERMINATED
                   UNTIL TERM-STATUS NOT = '00'
                   OR TERM-COUNT = 5000
               IF TERM-STATUS = '00'
                   DISPLAY 'WARNING: TERMINATED HAS MORE THAN 5000 '
                       'RECORDS; ONLY THE FIRST 5000 WERE LOADED.'
               END-IF
               CLOSE TERM-FILE
           ELSE
               DISPLAY 'NO TERMINATED FILE FOUND, TERMINATIONS ARE '
                   'TAKEN FROM EMPMAST STATUS ALONE.'
           END-IF.
       1210-READ-ONE-TERMINATED.
           MOVE SPACES TO TERM-DATA.
           READ TERM-FILE INTO TERM-DATA.
           IF TERM-STATUS = '00'
               COMPUTE TERM-READ-COUNT = TERM-READ-COUNT + 1
               IF TX-EMPID NOT = SPACES
                   COMPUTE TERM-COUNT = TERM-COUNT + 1
                   MOVE TX-EMPID TO TT-EMPID (TERM-COUNT)
                   MOVE 'N' TO TT-MATCHED-SW (TERM-COUNT)
               END-IF
           END-IF.
       1300-OPEN-FILES.
           OPEN INPUT EMPMAST-FILE.
           IF EMPMAST-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN EMPMAST, STATUS='
                   EMPMAST-STATUS '. RUN TERMINATED.'
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-SNAP-FILE.
           IF NEW-SNAP-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN HCSNAPN, STATUS='
                   NEW-SNAP-STATUS '. RUN TERMINATED.'
               STOP RUN
           END-IF.
           OPEN OUTPUT HCRPT-FILE.
           IF HCRPT-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN HCRPT, STATUS='
                   HCRPT-STATUS '. RUN TERMINATED.'
               STOP RUN
           END-IF.
           OPEN OUTPUT HCDASH-FILE.
           IF HCDASH-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN HCDASH, STATUS='
                   HCDASH-STATUS '. RUN TERMINATED.'
               STOP RUN
           END-IF.
           MOVE SPACES TO DASH-LINE.
           STRING 'MONTH,LEVEL,DEPT,LOCATION,' DELIMITED BY SIZE
               'OPENING,HIRES,TERMINATIONS,' DELIMITED BY SIZE
               'TRANSFERS_IN,TRANSFERS_OUT,' DELIMITED BY SIZE
               'ON_LEAVE,CLOSING,' DELIMITED BY SIZE
               'TURNOVER_PCT,ROLLING_12M_PCT' DELIMITED BY SIZE
               INTO DASH-LINE.
           WRITE HCDASH-REC FROM DASH-LINE.
           IF HCDASH-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO HCDASH FAILED, STATUS='
                   HCDASH-STATUS '. RUN TERMINATED.'
               PERFORM 9000-ABORT-IO-ERROR
           END-IF.
       1400-PRINT-HEADER.
           ACCEPT H1-CURR-DATE FROM DATE.
           IF PGNUM = 1
               WRITE HCRPT-REC FROM HC-HEADING1
           ELSE
               MOVE SPACES TO HCRPT-REC
               WRITE HCRPT-REC
                   AFTER ADVANCING PAGE
               WRITE HCRPT-REC FROM HC-HEADING1
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE MONTH-DISPLAY TO H2-MONTH.
           WRITE HCRPT-REC FROM HC-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO HCRPT-REC.
           WRITE HCRPT-REC
               AFTER ADVANCING 1 LINE.
           WRITE HCRPT-REC FROM HC-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO HCRPT-REC.
           WRITE HCRPT-REC
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPTLINECOUNTER.
           ADD 1 TO PGNUM.
           MOVE PGNUM TO H1-PAGENUM.
       1500-CHECK-PAGE-OVERFLOW.
           IF RPTLINECOUNTER >= 50
               PERFORM 1400-PRINT-HEADER
           END-IF.
       1700-PRINT-FOOTER.
           MOVE SPACES TO HCRPT-REC.
           WRITE HCRPT-REC
               AFTER ADVANCING 1 LINE.
           MOVE SNAP-READ-COUNT TO HF1-SNAP.
           MOVE MST-READ-COUNT TO HF1-MASTER.
           WRITE HCRPT-REC FROM HC-FOOTER1
               AFTER ADVANCING 1 LINE.
           MOVE JRNL-READ-COUNT TO HF2-JOURNAL.
           MOVE XFER-COUNTED TO HF2-XFER.
           WRITE HCRPT-REC FROM HC-FOOTER2
               AFTER ADVANCING 1 LINE.
           MOVE TERM-READ-COUNT TO HF3-TERM.
           MOVE TERM-UNMATCHED TO HF3-UNMATCHED.
           WRITE HCRPT-REC FROM HC-FOOTER3
               AFTER ADVANCING 1 LINE.
           MOVE R12-MONTHS TO HF4-MONTHS.
           MOVE MONTH-DISPLAY TO HF4-MONTH.
           WRITE HCRPT-REC FROM HC-FOOTER4
               AFTER ADVANCING 1 LINE.
      *JOURNAL PASS: EVERY CHANGE OR DELETE ENTRY FIRST CLOSES OFF
      *THE EMPLOYEE'S PENDING TRANSFER CANDIDATE (ITS BEFORE-IMAGE
      *IS THAT CANDIDATE'S AFTER-IMAGE); A CHANGE DATED IN THE
      *REPORT MONTH (BY ITS EFFECTIVE DATE WHEN IT HAS ONE) THEN
      *BECOMES A NEW CANDIDATE.
       2000-COLLECT-TRANSFERS.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = '00'
               DISPLAY 'NO MAINTJRNL FILE FOUND, NO TRANSFERS ARE '
                   'COUNTED.'
           ELSE
               PERFORM 2100-READ-ONE-JOURNAL
               PERFORM 2200-COLLECT-ONE-JOURNAL
                   UNTIL EOF-J = 1
               CLOSE JOURNAL-FILE
           END-IF.
       2100-READ-ONE-JOURNAL.
           MOVE SPACES TO JOURNAL-DATA.
           READ JOURNAL-FILE INTO JOURNAL-DATA
               AT END MOVE 1 TO EOF-J
           END-READ.
           IF EOF-J = 0
               COMPUTE JRNL-READ-COUNT = JRNL-READ-COUNT + 1
           END-IF.
       2200-COLLECT-ONE-JOURNAL.
           IF JN-ACTION = 'C' OR JN-ACTION = 'D'
               MOVE 0 TO XT-FOUND-IDX
               PERFORM 2210-FIND-LAST-CANDIDATE
                   VARYING XT-IDX FROM XFER-COUNT BY -1
                   UNTIL XT-IDX < 1
                   OR XT-FOUND-IDX > 0
               IF XT-FOUND-IDX > 0
                   IF XT-NEW-SW (XT-FOUND-IDX) = 'N'
                       MOVE JI-DEPT TO XT-NEW-DEPT (XT-FOUND-IDX)
                       MOVE JI-LOCATION TO XT-NEW-LOC (XT-FOUND-IDX)
                       MOVE 'Y' TO XT-NEW-SW (XT-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.
           IF JN-ACTION = 'C'
               IF JN-EFF-DATE NUMERIC
                   MOVE JN-EFF-DATE (1:6) TO JOURNAL-MONTH
               ELSE
                   MOVE JN-RUN-DATE (1:6) TO JOURNAL-MONTH
               END-IF
               IF JOURNAL-MONTH = REPORT-MONTH
                   PERFORM 2240-ADD-CANDIDATE
               END-IF
           END-IF.
           PERFORM 2100-READ-ONE-JOURNAL.
       2210-FIND-LAST-CANDIDATE.
           IF XT-EMPID (XT-IDX) = JI-EMPID
               MOVE XT-IDX TO XT-FOUND-IDX
           END-IF.
       2240-ADD-CANDIDATE.
           IF XFER-COUNT = 5000
               DISPLAY 'FATAL: MORE THAN 5000 MAINTENANCE CHANGES '
                   'IN THE MONTH; TRANSFERS CANNOT ALL BE COUNTED. '
                   'RUN TERMINATED.'
               PERFORM 9000-ABORT-IO-ERROR
           END-IF.
           COMPUTE XFER-COUNT = XFER-COUNT + 1.
           MOVE JI-EMPID TO XT-EMPID (XFER-COUNT).
           MOVE JI-DEPT TO XT-OLD-DEPT (XFER-COUNT).
           MOVE JI-LOCATION TO XT-OLD-LOC (XFER-COUNT).
           MOVE JI-EMPSTATUS TO XT-OLD-STATUS (XFER-COUNT).
           MOVE SPACES TO XT-NEW-DEPT (XFER-COUNT).
           MOVE SPACES TO XT-NEW-LOC (XFER-COUNT).
           MOVE 'N' TO XT-NEW-SW (XFER-COUNT).
      *A CANDIDATE WITH NO LATER JOURNAL ENTRY TAKES ITS NEW
      *DEPARTMENT AND LOCATION FROM THE MASTER AS IT STANDS NOW.
       2500-LOOK-UP-NEW-LOCATIONS.
           PERFORM 2510-LOOK-UP-ONE-LOCATION
               VARYING XT-IDX FROM 1 BY 1
               UNTIL XT-IDX > XFER-COUNT.
       2510-LOOK-UP-ONE-LOCATION.
           IF XT-NEW-SW (XT-IDX) = 'N'
               MOVE XT-EMPID (XT-IDX) TO M-EMPID
               READ EMPMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE M-DEPT TO XT-NEW-DEPT (XT-IDX)
                       MOVE M-LOCATION TO XT-NEW-LOC (XT-IDX)
                       MOVE 'Y' TO XT-NEW-SW (XT-IDX)
               END-READ
           END-IF.
       2600-COUNT-ONE-TRANSFER.
           IF XT-NEW-SW (XT-IDX) = 'Y'
               AND XT-OLD-STATUS (XT-IDX) NOT = 'T'
               IF XT-OLD-DEPT (XT-IDX) NOT = XT-NEW-DEPT (XT-IDX)
                   OR XT-OLD-LOC (XT-IDX) NOT = XT-NEW-LOC (XT-IDX)
                   MOVE XT-OLD-DEPT (XT-IDX) TO HOLD-DEPT
                   MOVE XT-OLD-LOC (XT-IDX) TO HOLD-LOC
                   PERFORM 4000-FIND-GROUP
                   COMPUTE GT-XFER-OUT (GROUP-FOUND-IDX) =
                       GT-XFER-OUT (GROUP-FOUND-IDX) + 1
                   MOVE XT-NEW-DEPT (XT-IDX) TO HOLD-DEPT
                   MOVE XT-NEW-LOC (XT-IDX) TO HOLD-LOC
                   PERFORM 4000-FIND-GROUP
                   COMPUTE GT-XFER-IN (GROUP-FOUND-IDX) =
                       GT-XFER-IN (GROUP-FOUND-IDX) + 1
                   COMPUTE XFER-COUNTED = XFER-COUNTED + 1
               END-IF
           END-IF.
      *SNAPSHOT PASS: THE OPENING SNAPSHOT AND EMPMAST ARE BOTH IN
      *EMPLOYEE ID ORDER AND ARE MATCHED ON IT. EVERY MASTER RECORD
      *ALSO GOES ON THE NEW SNAPSHOT.
       3000-MATCH-SNAPSHOT-TO-MASTER.
           IF OPENING-FOUND
               OPEN INPUT OPEN-SNAP-FILE
               IF OPEN-SNAP-STATUS NOT = '00'
                   DISPLAY 'FATAL: CANNOT OPEN ' OPEN-SNAP-NAME
                       ', STATUS=' OPEN-SNAP-STATUS
                       '. RUN TERMINATED.'
                   PERFORM 9000-ABORT-IO-ERROR
               END-IF
               PERFORM 3100-READ-ONE-SNAPSHOT
           ELSE
               MOVE 1 TO EOF-S
           END-IF.
           MOVE LOW-VALUES TO M-EMPID.
           START EMPMAST-FILE KEY IS NOT LESS THAN M-EMPID
               INVALID KEY
                   MOVE 1 TO EOF-M
           END-START.
           PERFORM 3150-READ-ONE-MASTER.
           PERFORM 3200-MATCH-ONE-PAIR
               UNTIL EOF-S = 1 AND EOF-M = 1.
           IF OPENING-FOUND
               CLOSE OPEN-SNAP-FILE
           END-IF.
       3100-READ-ONE-SNAPSHOT.
           MOVE SPACES TO SNAP-DATA.
           READ OPEN-SNAP-FILE INTO SNAP-DATA
               AT END MOVE 1 TO EOF-S
           END-READ.
           IF EOF-S = 0
               COMPUTE SNAP-READ-COUNT = SNAP-READ-COUNT + 1
           END-IF.
       3150-READ-ONE-MASTER.
           IF EOF-M = 0
               READ EMPMAST-FILE NEXT RECORD
                   AT END MOVE 1 TO EOF-M
               END-READ
               IF EOF-M = 0
                   COMPUTE MST-READ-COUNT = MST-READ-COUNT + 1
               END-IF
           END-IF.
       3200-MATCH-ONE-PAIR.
           MOVE 'N' TO OPEN-ACTIVE-SW.
           MOVE 'N' TO ON-MASTER-SW.
           MOVE 'N' TO HIRED-SW.
           IF EOF-M = 1
               PERFORM 3300-TAKE-SNAPSHOT
               PERFORM 3500-COUNT-ONE-EMPLOYEE
               PERFORM 3100-READ-ONE-SNAPSHOT
           ELSE
               IF EOF-S = 1
                   PERFORM 3400-TAKE-MASTER
                   PERFORM 3500-COUNT-ONE-EMPLOYEE
                   PERFORM 3150-READ-ONE-MASTER
               ELSE
                   IF SI-EMPID < M-EMPID
                       PERFORM 3300-TAKE-SNAPSHOT
                       PERFORM 3500-COUNT-ONE-EMPLOYEE
                       PERFORM 3100-READ-ONE-SNAPSHOT
                   ELSE
                       IF SI-EMPID > M-EMPID
                           PERFORM 3400-TAKE-MASTER
                           PERFORM 3500-COUNT-ONE-EMPLOYEE
                           PERFORM 3150-READ-ONE-MASTER
                       ELSE
                           PERFORM 3300-TAKE-SNAPSHOT
                           PERFORM 3400-TAKE-MASTER
                           PERFORM 3500-COUNT-ONE-EMPLOYEE
                           PERFORM 3100-READ-ONE-SNAPSHOT
                           PERFORM 3150-READ-ONE-MASTER
                       END-IF
                   END-IF
               END-IF
           END-IF.
       3300-TAKE-SNAPSHOT.
           IF SI-EMPSTATUS NOT = 'T'
               MOVE 'Y' TO OPEN-ACTIVE-SW
               MOVE SI-DEPT TO OPEN-DEPT
               MOVE SI-LOCATION TO OPEN-LOC
           END-IF.
           MOVE SI-EMPID TO HOLD-EMPID.
           PERFORM 3800-CHECK-TERMINATED.
       3400-TAKE-MASTER.
           MOVE 'Y' TO ON-MASTER-SW.
           MOVE M-EMPSTATUS TO CLOSE-STATUS.
           MOVE M-DEPT TO CLOSE-DEPT.
           MOVE M-LOCATION TO CLOSE-LOC.
           MOVE M-EMPID TO HOLD-EMPID.
           PERFORM 3800-CHECK-TERMINATED.
           IF TERM-FOUND
               MOVE 'T' TO CLOSE-STATUS
           END-IF.
           IF M-DATE (5:4) = REPORT-MONTH (1:4)
               AND M-DATE (1:2) = REPORT-MONTH (5:2)
               MOVE 'Y' TO HIRED-SW
           END-IF.
           MOVE REPORT-MONTH TO NS-MONTH.
           MOVE MASTER-EMP-REC TO NS-IMAGE.
           MOVE CLOSE-STATUS TO NS-IMAGE (106:1).
           WRITE NEW-SNAP-REC FROM NEW-SNAP-DATA.
           IF NEW-SNAP-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO HCSNAPN FAILED, STATUS='
                   NEW-SNAP-STATUS '. RUN TERMINATED.'
               PERFORM 9000-ABORT-IO-ERROR
           END-IF.
      *AN EMPLOYEE COUNTS IN OPENING HEADCOUNT UNDER THE SNAPSHOT'S
      *DEPARTMENT AND LOCATION AND IN CLOSING HEADCOUNT UNDER THE
      *MASTER'S. A TERMINATION IS CHARGED TO THE LAST DEPARTMENT
      *AND LOCATION KNOWN. WITH NO OPENING SNAPSHOT NOTHING CAN BE
      *SAID ABOUT WHO LEFT DURING THE MONTH, SO NO TERMINATIONS
      *ARE COUNTED.
       3500-COUNT-ONE-EMPLOYEE.
           IF OPEN-ACTIVE
               MOVE OPEN-DEPT TO HOLD-DEPT
               MOVE OPEN-LOC TO HOLD-LOC
               PERFORM 4000-FIND-GROUP
               COMPUTE GT-OPEN (GROUP-FOUND-IDX) =
                   GT-OPEN (GROUP-FOUND-IDX) + 1
           END-IF.
           IF ON-MASTER
               MOVE CLOSE-DEPT TO HOLD-DEPT
               MOVE CLOSE-LOC TO HOLD-LOC
               PERFORM 4000-FIND-GROUP
               IF HIRED-THIS-MONTH
                   COMPUTE GT-HIRES (GROUP-FOUND-IDX) =
                       GT-HIRES (GROUP-FOUND-IDX) + 1
               END-IF
               IF CLOSE-STATUS NOT = 'T'
                   COMPUTE GT-CLOSE (GROUP-FOUND-IDX) =
                       GT-CLOSE (GROUP-FOUND-IDX) + 1
                   IF CLOSE-STATUS = 'L'
                       COMPUTE GT-LEAVE (GROUP-FOUND-IDX) =
                           GT-LEAVE (GROUP-FOUND-IDX) + 1
                   END-IF
               END-IF
           END-IF.
           IF OPENING-FOUND
               AND (OPEN-ACTIVE OR HIRED-THIS-MONTH)
               IF NOT ON-MASTER OR CLOSE-STATUS = 'T'
                   IF ON-MASTER
                       MOVE CLOSE-DEPT TO HOLD-DEPT
                       MOVE CLOSE-LOC TO HOLD-LOC
                   ELSE
                       MOVE OPEN-DEPT TO HOLD-DEPT
                       MOVE OPEN-LOC TO HOLD-LOC
                   END-IF
                   PERFORM 4000-FIND-GROUP
                   COMPUTE GT-TERMS (GROUP-FOUND-IDX) =
                       GT-TERMS (GROUP-FOUND-IDX) + 1
               END-IF
           END-IF.
       3800-CHECK-TERMINATED.
           MOVE 'N' TO TERM-FOUND-SW.
           PERFORM 3810-MATCH-ONE-TERMINATED
               VARYING TT-IDX FROM 1 BY 1
               UNTIL TT-IDX > TERM-COUNT
               OR TERM-FOUND.
       3810-MATCH-ONE-TERMINATED.
           IF TT-EMPID (TT-IDX) = HOLD-EMPID
               MOVE 'Y' TO TERM-FOUND-SW
               MOVE 'Y' TO TT-MATCHED-SW (TT-IDX)
           END-IF.
       3900-COUNT-UNMATCHED-TERM.
           IF TT-MATCHED-SW (TT-IDX) = 'N'
               COMPUTE TERM-UNMATCHED = TERM-UNMATCHED + 1
           END-IF.
      *FINDS THE HOLD-DEPT/HOLD-LOC ENTRY IN GROUP-TABLE, ADDING IT
      *IN KEY ORDER WHEN IT IS NEW. BLANK CODES ROLL UP AS NONE, AS
      *ON THE DEPARTMENT ROSTER.
       4000-FIND-GROUP.
           IF HOLD-DEPT = SPACES
               MOVE 'NONE' TO HOLD-DEPT
           END-IF.
           IF HOLD-LOC = SPACES
               MOVE 'NONE' TO HOLD-LOC
           END-IF.
           MOVE 0 TO GROUP-FOUND-IDX.
           PERFORM 4010-COMPARE-ONE-GROUP
               VARYING GROUP-IDX FROM 1 BY 1
               UNTIL GROUP-IDX > GROUP-COUNT
               OR GROUP-FOUND-IDX > 0.
           MOVE 'Y' TO GROUP-NEW-SW.
           IF GROUP-FOUND-IDX > 0
               IF GT-KEY (GROUP-FOUND-IDX) = HOLD-KEY
                   MOVE 'N' TO GROUP-NEW-SW
               END-IF
           END-IF.
           IF GROUP-NEW
               IF GROUP-COUNT = 500
                   DISPLAY 'FATAL: MORE THAN 500 DEPARTMENT AND '
                       'LOCATION COMBINATIONS. RUN TERMINATED.'
                   PERFORM 9000-ABORT-IO-ERROR
               END-IF
               IF GROUP-FOUND-IDX = 0
                   COMPUTE GROUP-FOUND-IDX = GROUP-COUNT + 1
               ELSE
                   PERFORM 4020-SHIFT-ONE-GROUP
                       VARYING GROUP-IDX FROM GROUP-COUNT BY -1
                       UNTIL GROUP-IDX < GROUP-FOUND-IDX
               END-IF
               COMPUTE GROUP-COUNT = GROUP-COUNT + 1
               INITIALIZE GROUP-ENTRY (GROUP-FOUND-IDX)
               MOVE HOLD-KEY TO GT-KEY (GROUP-FOUND-IDX)
           END-IF.
       4010-COMPARE-ONE-GROUP.
           IF GT-KEY (GROUP-IDX) NOT < HOLD-KEY
               MOVE GROUP-IDX TO GROUP-FOUND-IDX
           END-IF.
       4020-SHIFT-ONE-GROUP.
           MOVE GROUP-ENTRY (GROUP-IDX)
               TO GROUP-ENTRY (GROUP-IDX + 1).
      *HISTORY PASS: HCHIST IS COPIED TO HCHISTN LESS ANY RECORDS
      *FOR THE REPORT MONTH (A RERUN REPLACES THEM), AND THE ELEVEN
      *MONTHS BEFORE THE REPORT MONTH ARE ADDED INTO THE ROLLING
      *FIGURES. THIS MONTH'S FIGURES ARE THEN ADDED AND WRITTEN.
      *A MONTH WITH NO OPENING SNAPSHOT HAS NO TERMINATIONS TO
      *RECORD, SO IT WRITES NO HISTORY.
       4500-ROLL-UP-HISTORY.
           OPEN OUTPUT HCHISTN-FILE.
           IF HCHISTN-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN HCHISTN, STATUS='
                   HCHISTN-STATUS '. RUN TERMINATED.'
               PERFORM 9000-ABORT-IO-ERROR
           END-IF.
           OPEN INPUT HCHIST-FILE.
           IF HCHIST-STATUS = '00'
               PERFORM 4510-READ-ONE-HISTORY
               PERFORM 4520-TAKE-ONE-HISTORY
                   UNTIL EOF-H = 1
               CLOSE HCHIST-FILE
           ELSE
               DISPLAY 'NO HCHIST FILE FOUND, THE ROLLING RATE '
                   'STARTS WITH THIS MONTH.'
           END-IF.
           IF OPENING-FOUND
               PERFORM 4600-ADD-CURRENT-MONTH
                   VARYING GROUP-IDX FROM 1 BY 1
                   UNTIL GROUP-IDX > GROUP-COUNT
               MOVE 'Y' TO WINDOW-SEEN (12)
           END-IF.
           CLOSE HCHISTN-FILE.
           MOVE 0 TO R12-MONTHS.
           PERFORM 4700-COUNT-ONE-WINDOW-MONTH
               VARYING WINDOW-IDX FROM 1 BY 1
               UNTIL WINDOW-IDX > 12.
       4510-READ-ONE-HISTORY.
           MOVE SPACES TO HCHIST-DATA.
           READ HCHIST-FILE INTO HCHIST-DATA
               AT END MOVE 1 TO EOF-H
           END-READ.
           IF EOF-H = 0
               COMPUTE HIST-READ-COUNT = HIST-READ-COUNT + 1
           END-IF.
       4520-TAKE-ONE-HISTORY.
           IF HH-MONTH = REPORT-MONTH AND OPENING-FOUND
               CONTINUE
           ELSE
               WRITE HCHISTN-REC FROM HCHIST-DATA
               IF HCHISTN-STATUS NOT = '00'
                   DISPLAY 'FATAL: WRITE TO HCHISTN FAILED, STATUS='
                       HCHISTN-STATUS '. RUN TERMINATED.'
                   PERFORM 9000-ABORT-IO-ERROR
               END-IF
               IF HH-MONTH NUMERIC
                   AND HH-OPEN NUMERIC
                   AND HH-TERMS NUMERIC
                   AND HH-CLOSE NUMERIC
                   MOVE HH-MONTH TO MONTH-WORK-X
                   PERFORM 1110-COMPUTE-MONTH-NUMBER
                   IF MONTH-NUMBER NOT < WINDOW-LOW-NO
                       AND MONTH-NUMBER < REPORT-MONTH-NO
                       PERFORM 4530-ADD-HISTORY-TO-GROUP
                   END-IF
               END-IF
           END-IF.
           PERFORM 4510-READ-ONE-HISTORY.
       4530-ADD-HISTORY-TO-GROUP.
           COMPUTE WINDOW-IDX = MONTH-NUMBER - WINDOW-LOW-NO.
           COMPUTE WINDOW-IDX = WINDOW-IDX + 1.
           MOVE 'Y' TO WINDOW-SEEN (WINDOW-IDX).
           MOVE HH-DEPT TO HOLD-DEPT.
           MOVE HH-LOC TO HOLD-LOC.
           PERFORM 4000-FIND-GROUP.
           COMPUTE GT-R12-TERMS (GROUP-FOUND-IDX) =
               GT-R12-TERMS (GROUP-FOUND-IDX) + HH-TERMS.
           COMPUTE GT-R12-HC2 (GROUP-FOUND-IDX) =
               GT-R12-HC2 (GROUP-FOUND-IDX) + HH-OPEN.
           COMPUTE GT-R12-HC2 (GROUP-FOUND-IDX) =
               GT-R12-HC2 (GROUP-FOUND-IDX) + HH-CLOSE.
       4600-ADD-CURRENT-MONTH.
           COMPUTE GT-R12-TERMS (GROUP-IDX) =
               GT-R12-TERMS (GROUP-IDX) + GT-TERMS (GROUP-IDX).
           COMPUTE GT-R12-HC2 (GROUP-IDX) =
               GT-R12-HC2 (GROUP-IDX) + GT-OPEN (GROUP-IDX).
           COMPUTE GT-R12-HC2 (GROUP-IDX) =
               GT-R12-HC2 (GROUP-IDX) + GT-CLOSE (GROUP-IDX).
           IF GT-OPEN (GROUP-IDX) > 0
               OR GT-HIRES (GROUP-IDX) > 0
               OR GT-TERMS (GROUP-IDX) > 0
               OR GT-XFER-IN (GROUP-IDX) > 0
               OR GT-XFER-OUT (GROUP-IDX) > 0
               OR GT-CLOSE (GROUP-IDX) > 0
               MOVE SPACES TO HCHIST-DATA
               MOVE REPORT-MONTH TO HH-MONTH
               MOVE GT-DEPT (GROUP-IDX) TO HH-DEPT
               MOVE GT-LOC (GROUP-IDX) TO HH-LOC
               MOVE GT-OPEN (GROUP-IDX) TO HH-OPEN
               MOVE GT-HIRES (GROUP-IDX) TO HH-HIRES
               MOVE GT-TERMS (GROUP-IDX) TO HH-TERMS
               MOVE GT-XFER-IN (GROUP-IDX) TO HH-XFER-IN
               MOVE GT-XFER-OUT (GROUP-IDX) TO HH-XFER-OUT
               MOVE GT-LEAVE (GROUP-IDX) TO HH-LEAVE
               MOVE GT-CLOSE (GROUP-IDX) TO HH-CLOSE
               WRITE HCHISTN-REC FROM HCHIST-DATA
               IF HCHISTN-STATUS NOT = '00'
                   DISPLAY 'FATAL: WRITE TO HCHISTN FAILED, STATUS='
                       HCHISTN-STATUS '. RUN TERMINATED.'
                   PERFORM 9000-ABORT-IO-ERROR
               END-IF
           END-IF.
       4700-COUNT-ONE-WINDOW-MONTH.
           IF WINDOW-SEEN (WINDOW-IDX) = 'Y'
               COMPUTE R12-MONTHS = R12-MONTHS + 1
           END-IF.
      *REPORT PASS: ONE LINE PER DEPARTMENT AND LOCATION, A TOTAL
      *FOR EACH DEPARTMENT AND ONE FOR ALL DEPARTMENTS. EVERY LINE
      *ALSO GOES ON HCDASH, TAGGED LOC, DEPT OR TOTAL.
       5000-PRINT-STATISTICS.
           PERFORM 1400-PRINT-HEADER.
           INITIALIZE DEPT-FIGURES.
           INITIALIZE ALL-FIGURES.
           MOVE SPACES TO PREV-DEPT.
           PERFORM 5100-PRINT-ONE-GROUP
               VARYING GROUP-IDX FROM 1 BY 1
               UNTIL GROUP-IDX > GROUP-COUNT.
           IF GROUP-COUNT > 0
               PERFORM 5200-PRINT-DEPT-TOTAL
           END-IF.
           PERFORM 5300-PRINT-ALL-TOTAL.
       5100-PRINT-ONE-GROUP.
           IF GROUP-IDX > 1
               AND GT-DEPT (GROUP-IDX) NOT = PREV-DEPT
               PERFORM 5200-PRINT-DEPT-TOTAL
           END-IF.
           MOVE GT-DEPT (GROUP-IDX) TO PREV-DEPT.
           MOVE GT-FIGURES (GROUP-IDX) TO LINE-FIGURES.
           PERFORM 5700-ADD-LINE-TO-DEPT.
           MOVE SPACES TO HD-LABEL.
           MOVE GT-DEPT (GROUP-IDX) TO HD-LABEL (1:4).
           MOVE GT-LOC (GROUP-IDX) TO HD-LABEL (7:4).
           MOVE 'LOC' TO DASH-LEVEL.
           MOVE GT-DEPT (GROUP-IDX) TO DASH-DEPT.
           MOVE GT-LOC (GROUP-IDX) TO DASH-LOC.
           PERFORM 5500-PRINT-FIGURES.
       5200-PRINT-DEPT-TOTAL.
           MOVE DEPT-FIGURES TO LINE-FIGURES.
           PERFORM 5710-ADD-LINE-TO-ALL.
           MOVE SPACES TO HD-LABEL.
           MOVE PREV-DEPT TO HD-LABEL (1:4).
           MOVE 'TOTAL' TO HD-LABEL (7:5).
           MOVE 'DEPT' TO DASH-LEVEL.
           MOVE PREV-DEPT TO DASH-DEPT.
           MOVE 'ALL' TO DASH-LOC.
           PERFORM 5500-PRINT-FIGURES.
           MOVE SPACES TO HCRPT-REC.
           WRITE HCRPT-REC
               AFTER ADVANCING 1 LINE.
           COMPUTE RPTLINECOUNTER = RPTLINECOUNTER + 1.
           INITIALIZE DEPT-FIGURES.
       5300-PRINT-ALL-TOTAL.
           MOVE ALL-FIGURES TO LINE-FIGURES.
           MOVE 'ALL DEPARTMENTS' TO HD-LABEL.
           MOVE 'TOTAL' TO DASH-LEVEL.
           MOVE 'ALL' TO DASH-DEPT.
           MOVE 'ALL' TO DASH-LOC.
           PERFORM 5500-PRINT-FIGURES.
      *MONTHLY RATE: TERMINATIONS OVER THE AVERAGE OF OPENING AND
      *CLOSING HEADCOUNT. ROLLING RATE: THE WINDOW'S TERMINATIONS
      *OVER ITS AVERAGE MONTHLY HEADCOUNT (R12-HC2 HOLDS TWICE THE
      *SUM OF THE MONTHLY AVERAGES).
       5400-COMPUTE-RATES.
           MOVE 'N' TO MONTH-RATE-SW.
           MOVE 'N' TO R12-RATE-SW.
           MOVE 0 TO MONTH-RATE.
           MOVE 0 TO R12-RATE.
           COMPUTE RATE-BASE = LF-OPEN + LF-CLOSE.
           IF OPENING-FOUND AND RATE-BASE > 0
               COMPUTE RATE-PRODUCT = LF-TERMS * 200
               COMPUTE MONTH-RATE ROUNDED =
                   RATE-PRODUCT / RATE-BASE
               MOVE 'Y' TO MONTH-RATE-SW
           END-IF.
           IF R12-MONTHS > 0 AND LF-R12-HC2 > 0
               COMPUTE RATE-PRODUCT = LF-R12-TERMS * 200
               COMPUTE RATE-PRODUCT = RATE-PRODUCT * R12-MONTHS
               COMPUTE R12-RATE ROUNDED =
                   RATE-PRODUCT / LF-R12-HC2
               MOVE 'Y' TO R12-RATE-SW
           END-IF.
       5500-PRINT-FIGURES.
           PERFORM 5400-COMPUTE-RATES.
           PERFORM 1500-CHECK-PAGE-OVERFLOW.
           IF OPENING-FOUND
               MOVE LF-OPEN TO HD-OPEN
               MOVE LF-TERMS TO HD-TERMS
           ELSE
               MOVE '  N/A' TO HD-OPEN-X
               MOVE '  N/A' TO HD-TERMS-X
           END-IF.
           MOVE LF-HIRES TO HD-HIRES.
           MOVE LF-XFER-IN TO HD-XFER-IN.
           MOVE LF-XFER-OUT TO HD-XFER-OUT.
           MOVE LF-LEAVE TO HD-LEAVE.
           MOVE LF-CLOSE TO HD-CLOSE.
           IF MONTH-RATE-KNOWN
               MOVE MONTH-RATE TO HD-MONTH-RATE
               MOVE '%' TO HD-MONTH-PCT
           ELSE
               MOVE '     N/A' TO HD-MONTH-RATE-X
               MOVE SPACE TO HD-MONTH-PCT
           END-IF.
           IF R12-RATE-KNOWN
               MOVE R12-RATE TO HD-R12-RATE
               MOVE '%' TO HD-R12-PCT
           ELSE
               MOVE '     N/A' TO HD-R12-RATE-X
               MOVE SPACE TO HD-R12-PCT
           END-IF.
           WRITE HCRPT-REC FROM HC-DETAIL
               AFTER ADVANCING 1 LINE.
           IF HCRPT-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO HCRPT FAILED, STATUS='
                   HCRPT-STATUS '. RUN TERMINATED.'
               PERFORM 9000-ABORT-IO-ERROR
           END-IF.
           COMPUTE RPTLINECOUNTER = RPTLINECOUNTER + 1.
           PERFORM 5600-WRITE-DASHBOARD-ROW.
      *ONE COMMA-SEPARATED HCDASH ROW. FIGURES THAT ARE NOT
      *AVAILABLE ARE LEFT EMPTY.
       5600-WRITE-DASHBOARD-ROW.
           MOVE SPACES TO DASH-LINE.
           MOVE 1 TO DASH-PTR.
           STRING REPORT-MONTH DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               DASH-LEVEL DELIMITED BY SPACE
               ',' DELIMITED BY SIZE
               DASH-DEPT DELIMITED BY SPACE
               ',' DELIMITED BY SIZE
               DASH-LOC DELIMITED BY SPACE
               INTO DASH-LINE
               WITH POINTER DASH-PTR.
           IF OPENING-FOUND
               MOVE 'N' TO DASH-NA-SW
           ELSE
               MOVE 'Y' TO DASH-NA-SW
           END-IF.
           MOVE LF-OPEN TO DASH-NUMBER.
           PERFORM 5650-APPEND-NUMBER.
           MOVE 'N' TO DASH-NA-SW.
           MOVE LF-HIRES TO DASH-NUMBER.
           PERFORM 5650-APPEND-NUMBER.
           IF NOT OPENING-FOUND
               MOVE 'Y' TO DASH-NA-SW
           END-IF.
           MOVE LF-TERMS TO DASH-NUMBER.
           PERFORM 5650-APPEND-NUMBER.
           MOVE 'N' TO DASH-NA-SW.
           MOVE LF-XFER-IN TO DASH-NUMBER.
           PERFORM 5650-APPEND-NUMBER.
           MOVE LF-XFER-OUT TO DASH-NUMBER.
           PERFORM 5650-APPEND-NUMBER.
           MOVE LF-LEAVE TO DASH-NUMBER.
           PERFORM 5650-APPEND-NUMBER.
           MOVE LF-CLOSE TO DASH-NUMBER.
           PERFORM 5650-APPEND-NUMBER.
           MOVE MONTH-RATE-SW TO DASH-NA-SW.
           INSPECT DASH-NA-SW CONVERTING 'YN' TO 'NY'.
           MOVE MONTH-RATE TO DASH-RATE.
           PERFORM 5660-APPEND-RATE.
           MOVE R12-RATE-SW TO DASH-NA-SW.
           INSPECT DASH-NA-SW CONVERTING 'YN' TO 'NY'.
           MOVE R12-RATE TO DASH-RATE.
           PERFORM 5660-APPEND-RATE.
           WRITE HCDASH-REC FROM DASH-LINE.
           IF HCDASH-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO HCDASH FAILED, STATUS='
                   HCDASH-STATUS '. RUN TERMINATED.'
               PERFORM 9000-ABORT-IO-ERROR
           END-IF.
       5650-APPEND-NUMBER.
           STRING ',' DELIMITED BY SIZE
               INTO DASH-LINE
               WITH POINTER DASH-PTR.
           IF NOT DASH-NA
               MOVE DASH-NUMBER TO DASH-EDIT
               MOVE 0 TO DASH-LEAD
               INSPECT DASH-EDIT TALLYING DASH-LEAD
                   FOR LEADING SPACES
               STRING DASH-EDIT (DASH-LEAD + 1:) DELIMITED BY SIZE
                   INTO DASH-LINE
                   WITH POINTER DASH-PTR
           END-IF.
       5660-APPEND-RATE.
           STRING ',' DELIMITED BY SIZE
               INTO DASH-LINE
               WITH POINTER DASH-PTR.
           IF NOT DASH-NA
               MOVE DASH-RATE TO DASH-RATE-EDIT
               MOVE 0 TO DASH-LEAD
               INSPECT DASH-RATE-EDIT TALLYING DASH-LEAD
                   FOR LEADING SPACES
               STRING DASH-RATE-EDIT (DASH-LEAD + 1:)
                   DELIMITED BY SIZE
                   INTO DASH-LINE
                   WITH POINTER DASH-PTR
           END-IF.
       5700-ADD-LINE-TO-DEPT.
           COMPUTE DF-OPEN = DF-OPEN + LF-OPEN.
           COMPUTE DF-HIRES = DF-HIRES + LF-HIRES.
           COMPUTE DF-TERMS = DF-TERMS + LF-TERMS.
           COMPUTE DF-XFER-IN = DF-XFER-IN + LF-XFER-IN.
           COMPUTE DF-XFER-OUT = DF-XFER-OUT + LF-XFER-OUT.
           COMPUTE DF-LEAVE = DF-LEAVE + LF-LEAVE.
           COMPUTE DF-CLOSE = DF-CLOSE + LF-CLOSE.
           COMPUTE DF-R12-TERMS = DF-R12-TERMS + LF-R12-TERMS.
           COMPUTE DF-R12-HC2 = DF-R12-HC2 + LF-R12-HC2.
       5710-ADD-LINE-TO-ALL.
           COMPUTE AF-OPEN = AF-OPEN + LF-OPEN.
           COMPUTE AF-HIRES = AF-HIRES + LF-HIRES.
           COMPUTE AF-TERMS = AF-TERMS + LF-TERMS.
           COMPUTE AF-XFER-IN = AF-XFER-IN + LF-XFER-IN.
           COMPUTE AF-XFER-OUT = AF-XFER-OUT + LF-XFER-OUT.
           COMPUTE AF-LEAVE = AF-LEAVE + LF-LEAVE.
           COMPUTE AF-CLOSE = AF-CLOSE + LF-CLOSE.
           COMPUTE AF-R12-TERMS = AF-R12-TERMS + LF-R12-TERMS.
           COMPUTE AF-R12-HC2 = AF-R12-HC2 + LF-R12-HC2.
      *THE SNAPSHOT THE OPENING FIGURES CAME FROM IS KEPT AS
      *HCPRIOR, THEN THIS MONTH'S SNAPSHOT AND HISTORY REPLACE
      *HCSNAP AND HCHIST. A RERUN (OPENING FROM HCPRIOR) LEAVES
      *HCPRIOR ALONE.
       6000-SAVE-SNAPSHOT.
           IF OPENING-SOURCE = 'HCSNAP'
               MOVE 'HCSNAP' TO COPY-IN-NAME
               MOVE 'HCPRIOR' TO COPY-OUT-NAME
               PERFORM 6100-COPY-FILE
           END-IF.
           MOVE 'HCSNAPN' TO COPY-IN-NAME.
           MOVE 'HCSNAP' TO COPY-OUT-NAME.
           PERFORM 6100-COPY-FILE.
           MOVE 'HCHISTN' TO COPY-IN-NAME.
           MOVE 'HCHIST' TO COPY-OUT-NAME.
           PERFORM 6100-COPY-FILE.
           DISPLAY 'SNAPSHOT FOR ' MONTH-DISPLAY ' SAVED ON HCSNAP.'.
       6100-COPY-FILE.
           OPEN INPUT COPY-IN-FILE.
           IF COPY-IN-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN ' COPY-IN-NAME
                   ', STATUS=' COPY-IN-STATUS '. ' COPY-OUT-NAME
                   ' WAS NOT UPDATED. RUN TERMINATED.'
               STOP RUN
           END-IF.
           OPEN OUTPUT COPY-OUT-FILE.
           IF COPY-OUT-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN ' COPY-OUT-NAME
                   ', STATUS=' COPY-OUT-STATUS '. RUN TERMINATED.'
               CLOSE COPY-IN-FILE
               STOP RUN
           END-IF.
           MOVE 0 TO EOF-C.
           PERFORM 6110-COPY-ONE-RECORD
               UNTIL EOF-C = 1.
           CLOSE COPY-IN-FILE
               COPY-OUT-FILE.
       6110-COPY-ONE-RECORD.
           MOVE SPACES TO COPY-IN-REC.
           READ COPY-IN-FILE
               AT END MOVE 1 TO EOF-C
           END-READ.
           IF EOF-C = 0
               WRITE COPY-OUT-REC FROM COPY-IN-REC
               IF COPY-OUT-STATUS NOT = '00'
                   DISPLAY 'FATAL: WRITE TO ' COPY-OUT-NAME
                       ' FAILED, STATUS=' COPY-OUT-STATUS
                       '. RUN TERMINATED.'
                   CLOSE COPY-IN-FILE
                       COPY-OUT-FILE
                   STOP RUN
               END-IF
           END-IF.
       9000-ABORT-IO-ERROR.
           DISPLAY 'HCSNAP AND HCHIST WERE NOT UPDATED.'.
           CLOSE EMPMAST-FILE
               NEW-SNAP-FILE
               HCRPT-FILE
               HCDASH-FILE.
           STOP RUN.
       END PROGRAM hcstats.
