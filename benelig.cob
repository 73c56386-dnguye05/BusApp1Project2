      ******************************************************************
      *Author: David Nguyen
      *Purpose: Benefits eligibility and the benefits carrier feed.
      *         Every employee on EMPMAST is matched with the BENELIG
      *         eligibility file this program kept on its last run
      *         and with the MAINTJRNL entries empmaint journaled for
      *         the employee, which give the date the employee's
      *         current status and employee type took effect.
      *         Eligibility is by employee type (BENPOL, or the
      *         defaults below): an eligible employee is covered from
      *         the hire date plus the type's waiting period. An
      *         employee on leave (status L) who is covered stays
      *         covered for the type's continuation months from the
      *         start of the leave; coverage then ends at the end of
      *         the month the continuation runs out. Someone not yet
      *         covered is not enrolled while on leave. Coverage for
      *         a terminated employee (status T), an employee moved
      *         to a type that is not eligible, or one removed from
      *         the master ends at the end of the month it happened.
      *         CARRFEED carries only the changes since the last feed:
      *         new enrollments (EN), name, SSN or location changes
      *         for covered employees (DC) and terminations with the
      *         coverage end date (TM), then a trailer (TR) with the
      *         counts. BENRPT lists what went on the feed and the
      *         employees who become eligible in the next 30 days so
      *         HR can send enrollment packets. BENELIG is replaced at
      *         the end of the run; the one it replaces is kept as
      *         BENPRIOR, so a feed that was lost can be produced
      *         again by copying BENPRIOR back to BENELIG. The run
      *         date can be set with ASOF=YYYYMMDD on BENPARM.
      ******************************************************************
      *MODIFICATION HISTORY:
      *  2026-10-15  DN  Initial version: eligibility by employee type
      *                  and waiting period, leave continuation, end of
      *                  month coverage end, BENELIG eligibility file,
      *                  CARRFEED changes-only carrier feed and the
      *                  BENRPT eligibility report.
      *  2026-10-15  DN  ASOF must be a real calendar date; an employee
      *                  whose leave continuation ran out stays at X
      *                  while still on leave; a failed write of the
      *                  CARRFEED trailer stops the run before BENELIG
      *                  is replaced.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. benelig.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO 'BENPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT BENPOL-FILE ASSIGN TO 'BENPOL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BENPOL-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS M-EMPID
               FILE STATUS IS EMPMAST-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'MAINTJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT JOURNAL-SORT-FILE ASSIGN TO 'SRTBJWK'.
           SELECT SORTED-JOURNAL-FILE ASSIGN TO 'SRTBJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-JOURNAL-STATUS.
           SELECT BENELIG-FILE ASSIGN TO 'BENELIG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BENELIG-STATUS.
           SELECT BENELGN-FILE ASSIGN TO 'BENELGN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BENELGN-STATUS.
           SELECT COPY-IN-FILE ASSIGN TO DYNAMIC COPY-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPY-IN-STATUS.
           SELECT COPY-OUT-FILE ASSIGN TO DYNAMIC COPY-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPY-OUT-STATUS.
           SELECT CARRFEED-FILE ASSIGN TO 'CARRFEED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARRFEED-STATUS.
           SELECT BENRPT-FILE ASSIGN TO 'BENRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BENRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-REC PIC X(20).
       FD  BENPOL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BENPOL-REC PIC X(20).
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
       SD  JOURNAL-SORT-FILE.
       01  SJ-REC.
           03 FILLER PIC X(23).
           03 SJ-EMPID PIC X(7).
           03 FILLER PIC X(110).
       FD  SORTED-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-JOURNAL-REC PIC X(140).
       FD  BENELIG-FILE
           LABEL RECORDS ARE STANDARD.
       01  BENELIG-REC PIC X(117).
       FD  BENELGN-FILE
           LABEL RECORDS ARE STANDARD.
       01  BENELGN-REC PIC X(117).
       FD  COPY-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  COPY-IN-REC PIC X(117).
       FD  COPY-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  COPY-OUT-REC PIC X(117).
       FD  CARRFEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARRFEED-REC PIC X(96).
       FD  BENRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  BENRPT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01  PARM-STATUS PIC XX VALUE SPACES.
       01  PARM-DATA PIC X(20) VALUE SPACES.
       01  PARM-PARSED.
           03 PO-NAME PIC X(10).
           03 PO-VALUE PIC X(10).
       01  BENPOL-STATUS PIC XX VALUE SPACES.
       01  EMPMAST-STATUS PIC XX VALUE SPACES.
       01  JOURNAL-STATUS PIC XX VALUE SPACES.
       01  SORTED-JOURNAL-STATUS PIC XX VALUE SPACES.
       01  BENELIG-STATUS PIC XX VALUE SPACES.
       01  BENELGN-STATUS PIC XX VALUE SPACES.
       01  COPY-IN-STATUS PIC XX VALUE SPACES.
       01  COPY-OUT-STATUS PIC XX VALUE SPACES.
       01  CARRFEED-STATUS PIC XX VALUE SPACES.
       01  BENRPT-STATUS PIC XX VALUE SPACES.
       01  COPY-IN-NAME PIC X(20) VALUE SPACES.
       01  COPY-OUT-NAME PIC X(20) VALUE SPACES.
       01  BENELIG-FOUND-SW PIC X(1) VALUE 'N'.
           88 BENELIG-FOUND VALUE 'Y'.
       01  JOURNAL-SORTED-SW PIC X(1) VALUE 'N'.
           88 JOURNAL-SORTED VALUE 'Y'.
      *ELIGIBILITY POLICY BY EMPLOYEE TYPE: ELIGIBLE (Y/N), WAITING
      *PERIOD IN DAYS FROM THE HIRE DATE AND MONTHS OF COVERAGE
      *CONTINUED ON LEAVE. THESE DEFAULTS ARE REPLACED BY BENPOL
      *WHEN IT IS PRESENT; A TYPE NOT IN THE TABLE IS NOT ELIGIBLE.
       01  BEN-POLICY-VALUES.
           03 FILLER PIC X(8) VALUE '01Y09006'.
           03 FILLER PIC X(8) VALUE '02Y09006'.
           03 FILLER PIC X(8) VALUE '03Y03006'.
           03 FILLER PIC X(8) VALUE '04Y03006'.
           03 FILLER PIC X(8) VALUE '05Y03006'.
           03 FILLER PIC X(8) VALUE '06Y00012'.
           03 FILLER PIC X(8) VALUE '07N00000'.
           03 FILLER PIC X(8) VALUE '08N00000'.
           03 FILLER PIC X(8) VALUE '09N00000'.
           03 FILLER PIC X(8) VALUE '10N00000'.
           03 FILLER PIC X(80) VALUE SPACES.
       01  BEN-POLICY-TABLE REDEFINES BEN-POLICY-VALUES.
           03 BEN-POLICY-ENTRY OCCURS 20 TIMES.
               05 BP-EMPTYPE PIC X(2).
               05 BP-ELIGIBLE PIC X(1).
               05 BP-WAIT-DAYS PIC 9(3).
               05 BP-CONT-MONTHS PIC 9(2).
       01  BEN-POLICY-COUNT PIC 9(2) VALUE 10.
       01  BP-IDX PIC 9(2) VALUE 0.
       01  BP-FOUND-IDX PIC 9(2) VALUE 0.
      *BENPOL RECORD: TYPE, ELIGIBLE, WAITING DAYS AND CONTINUATION
      *MONTHS SEPARATED BY ONE BLANK, E.G. 01 Y 090 06.
       01  BENPOL-DATA.
           03 BPF-EMPTYPE PIC X(2).
           03 FILLER PIC X(1).
           03 BPF-ELIGIBLE PIC X(1).
           03 FILLER PIC X(1).
           03 BPF-WAIT-DAYS PIC X(3).
           03 FILLER PIC X(1).
           03 BPF-CONT-MONTHS PIC X(2).
           03 FILLER PIC X(9).
       01  BENPOL-LOADED-SW PIC X(1) VALUE 'N'.
      *THE RUN DATE AND THE END OF THE 30-DAY LOOK-AHEAD.
       01  RUN-DATE PIC X(8) VALUE SPACES.
       01  LOOKAHEAD-DATE PIC X(8) VALUE SPACES.
      *DATE ARITHMETIC IS DONE ON DATE-WORK (YYYYMMDD): 7000 ADDS
      *DAYS, 7100 ADDS MONTHS, 7200 MOVES TO THE END OF THE MONTH.
       01  DATE-WORK.
           03 DW-YYYY PIC 9(4).
           03 DW-MM PIC 9(2).
           03 DW-DD PIC 9(2).
       01  DATE-WORK-X REDEFINES DATE-WORK PIC X(8).
       01  MONTH-LENGTH-VALUES PIC X(24)
           VALUE '312831303130313130313031'.
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           03 ML-DAYS PIC 9(2) OCCURS 12 TIMES.
       01  MONTH-LENGTH PIC 9(2) VALUE 0.
       01  DAYS-TO-ADD PIC 9(3) VALUE 0.
       01  MONTHS-TO-ADD PIC 9(2) VALUE 0.
       01  LEAP-QUOTIENT PIC 9(4) VALUE 0.
       01  LEAP-REM-4 PIC 9(3) VALUE 0.
       01  LEAP-REM-100 PIC 9(3) VALUE 0.
       01  LEAP-REM-400 PIC 9(3) VALUE 0.
      *THE HIRE DATE AS IT IS KEPT ON THE MASTER (MMDDYYYY).
       01  HOLD-HIRE-DATE.
           03 HIRE-MM PIC X(2).
           03 HIRE-DD PIC X(2).
           03 HIRE-YYYY PIC X(4).
       01  HIRE-YMD PIC X(8) VALUE SPACES.
       01  HIRE-VALID-SW PIC X(1) VALUE 'N'.
           88 HIRE-VALID VALUE 'Y'.
      *THE JOURNAL RECORD AS EMPMAINT WRITES IT; THE IMAGE IS THE
      *MASTER RECORD BEFORE THE CHANGE (FOR AN ADD, AS ADDED), OF
      *WHICH ONLY THE KEY, EMPLOYEE TYPE AND STATUS ARE NEEDED HERE.
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
               05 FILLER PIC X(30).
               05 JI-EMPTYPE PIC X(2).
               05 FILLER PIC X(66).
               05 JI-EMPSTATUS PIC X(1).
           03 FILLER PIC X(1).
           03 JN-EFF-DATE PIC X(8).
       01  JOURNAL-DATE PIC X(8) VALUE SPACES.
      *ONE BENELIG RECORD: WHERE THE EMPLOYEE STOOD AT THE END OF THE
      *LAST RUN. STATE IS W (WAITING PERIOD), E (ENROLLED), L (ON
      *LEAVE, COVERAGE CONTINUED), X (LEAVE CONTINUATION ENDED), N
      *(TYPE NOT ELIGIBLE) OR T (TERMINATED). ENROLLED IS Y WHILE THE
      *CARRIER HAS THE EMPLOYEE AS COVERED; THE NAME, SSN AND
      *LOCATION ARE THE ONES THE CARRIER LAST RECEIVED.
       01  BENELIG-DATA.
           03 BE-EMPID PIC X(7).
           03 FILLER PIC X(1).
           03 BE-STATE PIC X(1).
           03 FILLER PIC X(1).
           03 BE-ENROLLED PIC X(1).
           03 FILLER PIC X(1).
           03 BE-HIRE-DATE PIC X(8).
           03 FILLER PIC X(1).
           03 BE-ELIG-DATE PIC X(8).
           03 FILLER PIC X(1).
           03 BE-COV-START PIC X(8).
           03 FILLER PIC X(1).
           03 BE-COV-END PIC X(8).
           03 FILLER PIC X(1).
           03 BE-STATUS PIC X(1).
           03 FILLER PIC X(1).
           03 BE-STATUS-SINCE PIC X(8).
           03 FILLER PIC X(1).
           03 BE-EMPTYPE PIC X(2).
           03 FILLER PIC X(1).
           03 BE-LNAME PIC X(15).
           03 FILLER PIC X(1).
           03 BE-FNAME PIC X(15).
           03 FILLER PIC X(1).
           03 BE-SSN PIC X(9).
           03 FILLER PIC X(1).
           03 BE-LOCATION PIC X(4).
           03 FILLER PIC X(1).
           03 BE-LAST-FEED PIC X(8).
       01  NEW-ELIG-DATA.
           03 NE-EMPID PIC X(7).
           03 FILLER PIC X(1) VALUE SPACE.
           03 NE-STATE PIC X(1).
           03 FILLER PIC X(1) VALUE SPACE.
           03 NE-ENROLLED PIC X(1).
           03 FILLER PIC X(1) VALUE SPACE.
           03 NE-HIRE-DATE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 NE-ELIG-DATE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 NE-COV-START PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 NE-COV-END PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 NE-STATUS PIC X(1).
           03 FILLER PIC X(1) VALUE SPACE.
           03 NE-STATUS-SINCE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 NE-EMPTYPE PIC X(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 NE-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACE.
           03 NE-FNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACE.
           03 NE-SSN PIC X(9).
           03 FILLER PIC X(1) VALUE SPACE.
           03 NE-LOCATION PIC X(4).
           03 FILLER PIC X(1) VALUE SPACE.
           03 NE-LAST-FEED PIC X(8).
      *ONE CARRIER FEED RECORD. DATES ARE YYYYMMDD.
       01  CARRFEED-DATA.
           03 CF-REC-TYPE PIC X(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CF-EMPID PIC X(7).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CF-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CF-FNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CF-SSN PIC X(9).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CF-LOCATION PIC X(4).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CF-EMPTYPE PIC X(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CF-HIRE-DATE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CF-COV-START PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CF-COV-END PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CF-FEED-DATE PIC X(8).
       01  CARRFEED-TRAILER.
           03 CT-REC-TYPE PIC X(2) VALUE 'TR'.
           03 FILLER PIC X(1) VALUE SPACE.
           03 CT-FEED-DATE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CT-RECORD-COUNT PIC 9(7).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CT-EN-COUNT PIC 9(7).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CT-DC-COUNT PIC 9(7).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CT-TM-COUNT PIC 9(7).
           03 FILLER PIC X(53) VALUE SPACES.
      *ONE EMPLOYEE BEING MATCHED: THE DATES TAKEN FROM THE JOURNAL,
      *THE POLICY FOR THE EMPLOYEE'S TYPE AND THE OUTCOME.
       01  EMPLOYEE-WORK.
           03 CURRENT-KEY PIC X(7).
           03 ON-MASTER-SW PIC X(1).
               88 ON-MASTER VALUE 'Y'.
           03 HAS-PRIOR-SW PIC X(1).
               88 HAS-PRIOR VALUE 'Y'.
           03 STATUS-CHANGE-DATE PIC X(8).
           03 TYPE-CHANGE-DATE PIC X(8).
           03 DELETE-DATE PIC X(8).
           03 STATUS-SINCE PIC X(8).
           03 TYPE-SINCE PIC X(8).
           03 TYPE-ELIGIBLE-SW PIC X(1).
               88 TYPE-ELIGIBLE VALUE 'Y'.
           03 WAIT-DAYS PIC 9(3).
           03 CONT-MONTHS PIC 9(2).
           03 ELIG-DATE PIC X(8).
           03 EXPIRY-DATE PIC X(8).
           03 END-DATE PIC X(8).
           03 PRIOR-ENROLLED PIC X(1).
           03 PRIOR-COV-START PIC X(8).
           03 PRIOR-COV-END PIC X(8).
           03 NEW-STATE PIC X(1).
           03 NEW-ENROLLED PIC X(1).
           03 COV-START PIC X(8).
           03 COV-END PIC X(8).
           03 FEED-ACTION PIC X(2).
           03 FEED-NOTE PIC X(30).
       01  NOTE-PTR PIC 9(2) VALUE 1.
      *EMPLOYEES WHO BECOME ELIGIBLE IN THE NEXT 30 DAYS, KEPT IN
      *ORDER OF THE DATE THEY BECOME ELIGIBLE.
       01  UPCOMING-TABLE.
           03 UPCOMING-ENTRY OCCURS 2000 TIMES.
               05 UP-ELIG-DATE PIC X(8).
               05 UP-EMPID PIC X(7).
               05 UP-LNAME PIC X(15).
               05 UP-FNAME PIC X(15).
               05 UP-EMPTYPE PIC X(2).
               05 UP-LOCATION PIC X(4).
               05 UP-HIRE-DATE PIC X(8).
               05 UP-NOTE PIC X(30).
       01  UPCOMING-COUNT PIC 9(4) VALUE 0.
       01  UP-IDX PIC 9(4) VALUE 0.
       01  UP-INSERT-IDX PIC 9(4) VALUE 0.
       01  UPCOMING-FULL-SW PIC X(1) VALUE 'N'.
       01  UP-SLOT-SW PIC X(1) VALUE 'N'.
           88 UP-SLOT-FOUND VALUE 'Y'.
       01  BEN-COUNTERS.
           03 MST-READ-COUNT PIC 9(6) VALUE 0.
           03 ELIG-READ-COUNT PIC 9(6) VALUE 0.
           03 JRNL-READ-COUNT PIC 9(6) VALUE 0.
           03 WAITING-COUNT PIC 9(6) VALUE 0.
           03 ENROLLED-COUNT PIC 9(6) VALUE 0.
           03 CONTINUED-COUNT PIC 9(6) VALUE 0.
           03 LAPSED-COUNT PIC 9(6) VALUE 0.
           03 NOT-ELIGIBLE-COUNT PIC 9(6) VALUE 0.
           03 TERMINATED-COUNT PIC 9(6) VALUE 0.
           03 REMOVED-COUNT PIC 9(6) VALUE 0.
           03 BAD-HIRE-COUNT PIC 9(6) VALUE 0.
           03 EN-COUNT PIC 9(6) VALUE 0.
           03 DC-COUNT PIC 9(6) VALUE 0.
           03 TM-COUNT PIC 9(6) VALUE 0.
           03 FEED-COUNT PIC 9(6) VALUE 0.
      *ELIGIBILITY REPORT.
       01  BEN-HEADING1.
           03 H1-CURR-DATE PIC 99/99/99.
           03 FILLER PIC X(36) VALUES SPACES.
           03 FILLER PIC X(60) VALUES
           'BENEFITS ELIGIBILITY AND CARRIER FEED'.
           03 FILLER PIC X(18) VALUES SPACES.
           03 FILLER PIC X(7) VALUE 'PAGE'.
           03 H1-PAGENUM PIC ZZ9 VALUE 1.
       01  BEN-HEADING2.
           03 FILLER PIC X(8) VALUES 'AS OF'.
           03 H2-RUN-DATE PIC X(8).
           03 FILLER PIC X(4) VALUES SPACES.
           03 FILLER PIC X(24) VALUES 'LOOKING AHEAD THROUGH'.
           03 H2-LOOKAHEAD PIC X(8).
       01  BEN-SECTION-LINE.
           03 BS-TITLE PIC X(60).
       01  BEN-FEED-COLUMNS.
           03 FILLER PIC X(22) VALUES 'FEED ACTION'.
           03 FILLER PIC X(9) VALUES 'EMP ID'.
           03 FILLER PIC X(16) VALUES 'LAST NAME'.
           03 FILLER PIC X(16) VALUES 'FIRST NAME'.
           03 FILLER PIC X(5) VALUES 'TYPE'.
           03 FILLER PIC X(6) VALUES 'LOC'.
           03 FILLER PIC X(10) VALUES 'COV START'.
           03 FILLER PIC X(10) VALUES 'COV END'.
           03 FILLER PIC X(30) VALUES 'NOTE'.
       01  BEN-UPCOMING-COLUMNS.
           03 FILLER PIC X(22) VALUES 'ELIGIBLE ON'.
           03 FILLER PIC X(9) VALUES 'EMP ID'.
           03 FILLER PIC X(16) VALUES 'LAST NAME'.
           03 FILLER PIC X(16) VALUES 'FIRST NAME'.
           03 FILLER PIC X(5) VALUES 'TYPE'.
           03 FILLER PIC X(6) VALUES 'LOC'.
           03 FILLER PIC X(20) VALUES 'HIRE DATE'.
           03 FILLER PIC X(30) VALUES 'NOTE'.
       01  COLUMN-HEADING PIC X(132) VALUE SPACES.
       01  BEN-DETAIL.
           03 BD-ACTION PIC X(20).
           03 FILLER PIC X(2) VALUES SPACES.
           03 BD-EMPID PIC X(7).
           03 FILLER PIC X(2) VALUES SPACES.
           03 BD-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUES SPACES.
           03 BD-FNAME PIC X(15).
           03 FILLER PIC X(1) VALUES SPACES.
           03 BD-EMPTYPE PIC X(2).
           03 FILLER PIC X(3) VALUES SPACES.
           03 BD-LOCATION PIC X(4).
           03 FILLER PIC X(2) VALUES SPACES.
           03 BD-DATE1 PIC X(8).
           03 FILLER PIC X(2) VALUES SPACES.
           03 BD-DATE2 PIC X(8).
           03 FILLER PIC X(2) VALUES SPACES.
           03 BD-NOTE PIC X(30).
       01  BEN-FOOTER.
           03 BF-LABEL1 PIC X(30).
           03 BF-COUNT1 PIC ZZZZZ9.
           03 FILLER PIC X(5) VALUES SPACES.
           03 BF-LABEL2 PIC X(30).
           03 BF-COUNT2 PIC ZZZZZ9.
       01  MISC.
           03 EOF-M PIC 9 VALUE 0.
           03 EOF-B PIC 9 VALUE 0.
           03 EOF-J PIC 9 VALUE 0.
           03 EOF-C PIC 9 VALUE 0.
           03 PGNUM PIC 999 VALUE 1.
           03 RPTLINECOUNTER PIC 99 VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1050-ACCEPT-PARAMETERS.
           PERFORM 1100-LOAD-BENEFIT-POLICY.
           MOVE RUN-DATE TO DATE-WORK-X.
           MOVE 30 TO DAYS-TO-ADD.
           PERFORM 7000-ADD-DAYS.
           MOVE DATE-WORK-X TO LOOKAHEAD-DATE.
           DISPLAY 'BENEFITS ELIGIBILITY AS OF ' RUN-DATE '.'.
           PERFORM 1200-SORT-JOURNAL.
           PERFORM 1300-OPEN-FILES.
           MOVE 'CHANGES SENT TO THE CARRIER THIS RUN' TO BS-TITLE.
           MOVE BEN-FEED-COLUMNS TO COLUMN-HEADING.
           PERFORM 1400-PRINT-HEADER.
           PERFORM 2000-MATCH-EMPLOYEES.
           IF FEED-COUNT = 0
               MOVE SPACES TO BENRPT-REC
               MOVE 'NO CHANGES FOR THE CARRIER THIS RUN.'
                   TO BENRPT-REC
               WRITE BENRPT-REC
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 5000-PRINT-UPCOMING.
           PERFORM 1700-PRINT-FOOTER.
           MOVE RUN-DATE TO CT-FEED-DATE.
           MOVE FEED-COUNT TO CT-RECORD-COUNT.
           MOVE EN-COUNT TO CT-EN-COUNT.
           MOVE DC-COUNT TO CT-DC-COUNT.
           MOVE TM-COUNT TO CT-TM-COUNT.
           WRITE CARRFEED-REC FROM CARRFEED-TRAILER.
           IF CARRFEED-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO CARRFEED FAILED, STATUS='
                   CARRFEED-STATUS '. RUN TERMINATED.'
               PERFORM 9000-ABORT-IO-ERROR
           END-IF.
           CLOSE EMPMAST-FILE
               BENELGN-FILE
               CARRFEED-FILE
               BENRPT-FILE.
           IF BENELIG-FOUND
               CLOSE BENELIG-FILE
           END-IF.
           IF JOURNAL-SORTED
               CLOSE SORTED-JOURNAL-FILE
           END-IF.
           PERFORM 6000-REPLACE-ELIGIBILITY.
           DISPLAY 'BENEFITS ELIGIBILITY COMPLETE: ' EN-COUNT
               ' ENROLLMENTS, ' DC-COUNT ' CHANGES, ' TM-COUNT
               ' TERMINATIONS SENT; ' UPCOMING-COUNT
               ' ELIGIBLE IN THE NEXT 30 DAYS.'.
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
               IF PO-NAME = 'ASOF'
                   AND PO-VALUE (1:8) NUMERIC
                   AND PO-VALUE (5:2) > '00'
                   AND PO-VALUE (5:2) < '13'
                   AND PO-VALUE (7:2) > '00'
                   MOVE PO-VALUE (1:8) TO DATE-WORK-X
                   PERFORM 7050-SET-MONTH-LENGTH
                   IF DW-DD NOT > MONTH-LENGTH
                       MOVE DATE-WORK-X TO RUN-DATE
                   ELSE
                       DISPLAY 'WARNING: BENPARM ASOF IS NOT A '
                           'CALENDAR DATE, IGNORED: ' PARM-DATA
                   END-IF
               ELSE
                   DISPLAY 'WARNING: UNKNOWN BENPARM RECORD '
                       'IGNORED: ' PARM-DATA
               END-IF
           END-IF.
       1100-LOAD-BENEFIT-POLICY.
           OPEN INPUT BENPOL-FILE.
           IF BENPOL-STATUS = '00'
               PERFORM 1110-READ-ONE-POLICY
                   UNTIL BENPOL-STATUS NOT = '00'
               CLOSE BENPOL-FILE
               IF BENPOL-LOADED-SW = 'N'
                   DISPLAY 'WARNING: BENPOL HAS NO VALID RECORDS; '
                       'DEFAULT BENEFIT POLICY USED.'
               END-IF
           END-IF.
       1110-READ-ONE-POLICY.
           MOVE SPACES TO BENPOL-DATA.
           READ BENPOL-FILE INTO BENPOL-DATA.
           IF BENPOL-STATUS = '00'
               IF BPF-EMPTYPE NOT = SPACES
                   AND (BPF-ELIGIBLE = 'Y' OR BPF-ELIGIBLE = 'N')
                   AND BPF-WAIT-DAYS NUMERIC
                   AND BPF-CONT-MONTHS NUMERIC
                   IF BENPOL-LOADED-SW = 'N'
                       MOVE 0 TO BEN-POLICY-COUNT
                       MOVE 'Y' TO BENPOL-LOADED-SW
                   END-IF
                   IF BEN-POLICY-COUNT < 20
                       COMPUTE BEN-POLICY-COUNT =
                           BEN-POLICY-COUNT + 1
                       MOVE BPF-EMPTYPE TO
                           BP-EMPTYPE (BEN-POLICY-COUNT)
                       MOVE BPF-ELIGIBLE TO
                           BP-ELIGIBLE (BEN-POLICY-COUNT)
                       MOVE BPF-WAIT-DAYS TO
                           BP-WAIT-DAYS (BEN-POLICY-COUNT)
                       MOVE BPF-CONT-MONTHS TO
                           BP-CONT-MONTHS (BEN-POLICY-COUNT)
                   ELSE
                       DISPLAY 'WARNING: BENPOL HAS MORE THAN 20 '
                           'TYPES; EXTRA RECORD IGNORED: '
                           BENPOL-DATA
                   END-IF
               ELSE
                   DISPLAY 'WARNING: INVALID BENPOL RECORD IGNORED: '
                       BENPOL-DATA
               END-IF
           END-IF.
      *THE JOURNAL IS SORTED BY EMPLOYEE SO IT CAN BE MATCHED WITH
      *THE MASTER; EACH EMPLOYEE'S ENTRIES KEEP THEIR JOURNAL ORDER.
       1200-SORT-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = '00'
               DISPLAY 'NO MAINTJRNL FILE FOUND, STATUS DATES ARE '
                   'TAKEN FROM BENELIG OR THE RUN DATE.'
               MOVE 1 TO EOF-J
           ELSE
               CLOSE JOURNAL-FILE
               SORT JOURNAL-SORT-FILE
                   ON ASCENDING KEY SJ-EMPID
                   WITH DUPLICATES IN ORDER
                   USING JOURNAL-FILE
                   GIVING SORTED-JOURNAL-FILE
               OPEN INPUT SORTED-JOURNAL-FILE
               IF SORTED-JOURNAL-STATUS NOT = '00'
                   DISPLAY 'FATAL: CANNOT OPEN SRTBJRNL, STATUS='
                       SORTED-JOURNAL-STATUS '. RUN TERMINATED.'
                   STOP RUN
               END-IF
               MOVE 'Y' TO JOURNAL-SORTED-SW
           END-IF.
       1300-OPEN-FILES.
           OPEN INPUT EMPMAST-FILE.
           IF EMPMAST-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN EMPMAST, STATUS='
                   EMPMAST-STATUS '. RUN TERMINATED.'
               STOP RUN
           END-IF.
           OPEN INPUT BENELIG-FILE.
           IF BENELIG-STATUS = '00'
               MOVE 'Y' TO BENELIG-FOUND-SW
           ELSE
               DISPLAY 'NO BENELIG FILE FOUND; EVERY COVERED '
                   'EMPLOYEE IS SENT AS A NEW ENROLLMENT.'
               MOVE 1 TO EOF-B
           END-IF.
           OPEN OUTPUT BENELGN-FILE.
           IF BENELGN-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN BENELGN, STATUS='
                   BENELGN-STATUS '. RUN TERMINATED.'
               STOP RUN
           END-IF.
           OPEN OUTPUT CARRFEED-FILE.
           IF CARRFEED-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN CARRFEED, STATUS='
                   CARRFEED-STATUS '. RUN TERMINATED.'
               STOP RUN
           END-IF.
           OPEN OUTPUT BENRPT-FILE.
           IF BENRPT-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN BENRPT, STATUS='
                   BENRPT-STATUS '. RUN TERMINATED.'
               STOP RUN
           END-IF.
       1400-PRINT-HEADER.
           ACCEPT H1-CURR-DATE FROM DATE.
           IF PGNUM = 1
               WRITE BENRPT-REC FROM BEN-HEADING1
           ELSE
               MOVE SPACES TO BENRPT-REC
               WRITE BENRPT-REC
                   AFTER ADVANCING PAGE
               WRITE BENRPT-REC FROM BEN-HEADING1
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE RUN-DATE TO H2-RUN-DATE.
           MOVE LOOKAHEAD-DATE TO H2-LOOKAHEAD.
           WRITE BENRPT-REC FROM BEN-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO BENRPT-REC.
           WRITE BENRPT-REC
               AFTER ADVANCING 1 LINE.
           WRITE BENRPT-REC FROM BEN-SECTION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE BENRPT-REC FROM COLUMN-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO BENRPT-REC.
           WRITE BENRPT-REC
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPTLINECOUNTER.
           ADD 1 TO PGNUM.
           MOVE PGNUM TO H1-PAGENUM.
       1500-CHECK-PAGE-OVERFLOW.
           IF RPTLINECOUNTER >= 50
               PERFORM 1400-PRINT-HEADER
           END-IF.
       1700-PRINT-FOOTER.
           MOVE SPACES TO BENRPT-REC.
           WRITE BENRPT-REC
               AFTER ADVANCING 1 LINE.
           MOVE 'MASTER RECORDS READ:' TO BF-LABEL1.
           MOVE MST-READ-COUNT TO BF-COUNT1.
           MOVE 'BENELIG RECORDS READ:' TO BF-LABEL2.
           MOVE ELIG-READ-COUNT TO BF-COUNT2.
           PERFORM 1710-PRINT-FOOTER-LINE.
           MOVE 'JOURNAL ENTRIES READ:' TO BF-LABEL1.
           MOVE JRNL-READ-COUNT TO BF-COUNT1.
           MOVE 'IN WAITING PERIOD:' TO BF-LABEL2.
           MOVE WAITING-COUNT TO BF-COUNT2.
           PERFORM 1710-PRINT-FOOTER-LINE.
           MOVE 'ENROLLED:' TO BF-LABEL1.
           MOVE ENROLLED-COUNT TO BF-COUNT1.
           MOVE 'ON LEAVE, COVERAGE CONTINUED:' TO BF-LABEL2.
           MOVE CONTINUED-COUNT TO BF-COUNT2.
           PERFORM 1710-PRINT-FOOTER-LINE.
           MOVE 'LEAVE CONTINUATION ENDED:' TO BF-LABEL1.
           MOVE LAPSED-COUNT TO BF-COUNT1.
           MOVE 'TYPE NOT ELIGIBLE:' TO BF-LABEL2.
           MOVE NOT-ELIGIBLE-COUNT TO BF-COUNT2.
           PERFORM 1710-PRINT-FOOTER-LINE.
           MOVE 'TERMINATED:' TO BF-LABEL1.
           MOVE TERMINATED-COUNT TO BF-COUNT1.
           MOVE 'REMOVED FROM MASTER:' TO BF-LABEL2.
           MOVE REMOVED-COUNT TO BF-COUNT2.
           PERFORM 1710-PRINT-FOOTER-LINE.
           MOVE 'NEW ENROLLMENTS SENT:' TO BF-LABEL1.
           MOVE EN-COUNT TO BF-COUNT1.
           MOVE 'DEMOGRAPHIC CHANGES SENT:' TO BF-LABEL2.
           MOVE DC-COUNT TO BF-COUNT2.
           PERFORM 1710-PRINT-FOOTER-LINE.
           MOVE 'TERMINATIONS SENT:' TO BF-LABEL1.
           MOVE TM-COUNT TO BF-COUNT1.
           MOVE 'INVALID HIRE DATES:' TO BF-LABEL2.
           MOVE BAD-HIRE-COUNT TO BF-COUNT2.
           PERFORM 1710-PRINT-FOOTER-LINE.
       1710-PRINT-FOOTER-LINE.
           WRITE BENRPT-REC FROM BEN-FOOTER
               AFTER ADVANCING 1 LINE.
      *THE MASTER AND BENELIG ARE BOTH IN EMPLOYEE ORDER; EACH
      *EMPLOYEE ON EITHER ONE IS TAKEN IN TURN WITH ITS JOURNAL
      *ENTRIES. BENELIGN GETS A RECORD FOR EVERY MASTER EMPLOYEE.
       2000-MATCH-EMPLOYEES.
           PERFORM 2100-READ-ONE-MASTER.
           IF BENELIG-FOUND
               PERFORM 2150-READ-ONE-ELIGIBILITY
           END-IF.
           IF EOF-J = 0
               PERFORM 2200-READ-ONE-JOURNAL
           END-IF.
           PERFORM 2300-MATCH-ONE-EMPLOYEE
               UNTIL EOF-M = 1 AND EOF-B = 1.
       2100-READ-ONE-MASTER.
           READ EMPMAST-FILE
               AT END MOVE 1 TO EOF-M
           END-READ.
           IF EOF-M = 0
               IF EMPMAST-STATUS NOT = '00'
                   DISPLAY 'FATAL: READ OF EMPMAST FAILED, STATUS='
                       EMPMAST-STATUS '. RUN TERMINATED.'
                   PERFORM 9000-ABORT-IO-ERROR
               END-IF
               COMPUTE MST-READ-COUNT = MST-READ-COUNT + 1
           END-IF.
       2150-READ-ONE-ELIGIBILITY.
           MOVE SPACES TO BENELIG-DATA.
           READ BENELIG-FILE INTO BENELIG-DATA
               AT END MOVE 1 TO EOF-B
           END-READ.
           IF EOF-B = 0
               COMPUTE ELIG-READ-COUNT = ELIG-READ-COUNT + 1
           END-IF.
       2200-READ-ONE-JOURNAL.
           MOVE SPACES TO JOURNAL-DATA.
           READ SORTED-JOURNAL-FILE INTO JOURNAL-DATA
               AT END MOVE 1 TO EOF-J
           END-READ.
           IF EOF-J = 0
               COMPUTE JRNL-READ-COUNT = JRNL-READ-COUNT + 1
           END-IF.
       2300-MATCH-ONE-EMPLOYEE.
           IF EOF-M = 1
               MOVE BE-EMPID TO CURRENT-KEY
           ELSE
               IF EOF-B = 1
                   MOVE M-EMPID TO CURRENT-KEY
               ELSE
                   IF M-EMPID < BE-EMPID
                       MOVE M-EMPID TO CURRENT-KEY
                   ELSE
                       MOVE BE-EMPID TO CURRENT-KEY
                   END-IF
               END-IF
           END-IF.
           MOVE 'N' TO ON-MASTER-SW.
           IF EOF-M = 0 AND M-EMPID = CURRENT-KEY
               MOVE 'Y' TO ON-MASTER-SW
           END-IF.
           MOVE 'N' TO HAS-PRIOR-SW.
           IF EOF-B = 0 AND BE-EMPID = CURRENT-KEY
               MOVE 'Y' TO HAS-PRIOR-SW
           END-IF.
           PERFORM 2400-GATHER-JOURNAL.
           IF ON-MASTER
               PERFORM 3000-EVALUATE-EMPLOYEE
               PERFORM 2100-READ-ONE-MASTER
           ELSE
               PERFORM 3800-EVALUATE-REMOVED
           END-IF.
           IF HAS-PRIOR
               PERFORM 2150-READ-ONE-ELIGIBILITY
           END-IF.
      *THE JOURNAL SAYS WHEN THE EMPLOYEE'S CURRENT STATUS AND TYPE
      *TOOK EFFECT: THE LAST ADD, OR THE LAST CHANGE WHOSE BEFORE-
      *IMAGE HAD A DIFFERENT STATUS (OR TYPE) FROM THE MASTER NOW,
      *IS THE ONE THAT MOVED THE EMPLOYEE INTO IT. ENTRIES FOR
      *EMPLOYEES ON NEITHER FILE ARE PASSED OVER.
       2400-GATHER-JOURNAL.
           MOVE SPACES TO STATUS-CHANGE-DATE
               TYPE-CHANGE-DATE
               DELETE-DATE.
           PERFORM 2410-TAKE-ONE-JOURNAL
               UNTIL EOF-J = 1
               OR JI-EMPID > CURRENT-KEY.
       2410-TAKE-ONE-JOURNAL.
           IF JI-EMPID = CURRENT-KEY
               IF JN-EFF-DATE NUMERIC
                   MOVE JN-EFF-DATE TO JOURNAL-DATE
               ELSE
                   MOVE JN-RUN-DATE TO JOURNAL-DATE
               END-IF
               IF JN-ACTION = 'A'
                   MOVE JOURNAL-DATE TO STATUS-CHANGE-DATE
                   MOVE JOURNAL-DATE TO TYPE-CHANGE-DATE
               END-IF
               IF JN-ACTION = 'C' AND ON-MASTER
                   IF JI-EMPSTATUS NOT = M-EMPSTATUS
                       MOVE JOURNAL-DATE TO STATUS-CHANGE-DATE
                   END-IF
                   IF JI-EMPTYPE NOT = M-EMPTYPE
                       MOVE JOURNAL-DATE TO TYPE-CHANGE-DATE
                   END-IF
               END-IF
               IF JN-ACTION = 'D'
                   MOVE JOURNAL-DATE TO DELETE-DATE
               END-IF
           END-IF.
           PERFORM 2200-READ-ONE-JOURNAL.
      *ONE MASTER EMPLOYEE. WITH NO JOURNAL ENTRY FOR IT, THE STATUS
      *DATE IS THE ONE BENELIG HAD WHEN THE STATUS IS UNCHANGED, OR
      *ELSE THE RUN DATE.
       3000-EVALUATE-EMPLOYEE.
           IF HAS-PRIOR
               MOVE BE-ENROLLED TO PRIOR-ENROLLED
               MOVE BE-COV-START TO PRIOR-COV-START
               MOVE BE-COV-END TO PRIOR-COV-END
           ELSE
               MOVE 'N' TO PRIOR-ENROLLED
               MOVE SPACES TO PRIOR-COV-START
               MOVE SPACES TO PRIOR-COV-END
           END-IF.
           IF STATUS-CHANGE-DATE NOT = SPACES
               MOVE STATUS-CHANGE-DATE TO STATUS-SINCE
           ELSE
               IF HAS-PRIOR
                   AND BE-STATUS = M-EMPSTATUS
                   AND BE-STATUS-SINCE NUMERIC
                   MOVE BE-STATUS-SINCE TO STATUS-SINCE
               ELSE
                   MOVE RUN-DATE TO STATUS-SINCE
               END-IF
           END-IF.
           IF TYPE-CHANGE-DATE NOT = SPACES
               MOVE TYPE-CHANGE-DATE TO TYPE-SINCE
           ELSE
               MOVE RUN-DATE TO TYPE-SINCE
           END-IF.
           PERFORM 3050-FIND-POLICY.
           PERFORM 3100-COMPUTE-ELIGIBILITY-DATE.
           MOVE SPACES TO CARRFEED-DATA.
           MOVE M-EMPID TO CF-EMPID.
           MOVE M-LNAME TO CF-LNAME.
           MOVE M-FNAME TO CF-FNAME.
           MOVE M-SSN TO CF-SSN.
           MOVE M-LOCATION TO CF-LOCATION.
           MOVE M-EMPTYPE TO CF-EMPTYPE.
           MOVE HIRE-YMD TO CF-HIRE-DATE.
           PERFORM 3200-DECIDE-COVERAGE.
           PERFORM 3500-WRITE-ELIGIBILITY.
           PERFORM 3600-CHECK-UPCOMING.
       3050-FIND-POLICY.
           MOVE 0 TO BP-FOUND-IDX.
           PERFORM 3060-CHECK-ONE-POLICY
               VARYING BP-IDX FROM 1 BY 1
               UNTIL BP-IDX > BEN-POLICY-COUNT
               OR BP-FOUND-IDX > 0.
           MOVE 'N' TO TYPE-ELIGIBLE-SW.
           MOVE 0 TO WAIT-DAYS.
           MOVE 0 TO CONT-MONTHS.
           IF BP-FOUND-IDX > 0
               IF BP-ELIGIBLE (BP-FOUND-IDX) = 'Y'
                   MOVE 'Y' TO TYPE-ELIGIBLE-SW
                   MOVE BP-WAIT-DAYS (BP-FOUND-IDX) TO WAIT-DAYS
                   MOVE BP-CONT-MONTHS (BP-FOUND-IDX) TO CONT-MONTHS
               END-IF
           END-IF.
       3060-CHECK-ONE-POLICY.
           IF BP-EMPTYPE (BP-IDX) = M-EMPTYPE
               MOVE BP-IDX TO BP-FOUND-IDX
           END-IF.
      *THE ELIGIBILITY DATE IS THE HIRE DATE PLUS THE TYPE'S WAITING
      *PERIOD; IT IS LEFT BLANK FOR A TYPE THAT IS NOT ELIGIBLE.
       3100-COMPUTE-ELIGIBILITY-DATE.
           MOVE M-DATE TO HOLD-HIRE-DATE.
           MOVE 'N' TO HIRE-VALID-SW.
           MOVE SPACES TO HIRE-YMD.
           MOVE SPACES TO ELIG-DATE.
           IF M-DATE NUMERIC
               AND HIRE-MM > '00' AND HIRE-MM < '13'
               AND HIRE-DD > '00' AND HIRE-DD < '32'
               AND HIRE-YYYY > '1900'
               STRING HIRE-YYYY HIRE-MM HIRE-DD DELIMITED BY SIZE
                   INTO HIRE-YMD
               MOVE HIRE-YMD TO DATE-WORK-X
               PERFORM 7050-SET-MONTH-LENGTH
               IF DW-DD NOT > MONTH-LENGTH
                   MOVE 'Y' TO HIRE-VALID-SW
               END-IF
           END-IF.
           IF NOT HIRE-VALID
               MOVE SPACES TO HIRE-YMD
               IF TYPE-ELIGIBLE
                   COMPUTE BAD-HIRE-COUNT = BAD-HIRE-COUNT + 1
                   DISPLAY 'WARNING: EMPLOYEE ' M-EMPID
                       ' HAS AN INVALID HIRE DATE (' M-DATE
                       '); NOT ENROLLED UNTIL IT IS CORRECTED.'
               END-IF
           ELSE
               IF TYPE-ELIGIBLE
                   MOVE WAIT-DAYS TO DAYS-TO-ADD
                   PERFORM 7000-ADD-DAYS
                   MOVE DATE-WORK-X TO ELIG-DATE
               END-IF
           END-IF.
      *TERMINATION, AN INELIGIBLE TYPE AND THE END OF LEAVE
      *CONTINUATION END COVERAGE; A COVERED EMPLOYEE OTHERWISE STAYS
      *COVERED; AN ACTIVE EMPLOYEE PAST THE ELIGIBILITY DATE IS
      *ENROLLED.
       3200-DECIDE-COVERAGE.
           MOVE PRIOR-ENROLLED TO NEW-ENROLLED.
           MOVE PRIOR-COV-START TO COV-START.
           MOVE PRIOR-COV-END TO COV-END.
           MOVE SPACES TO FEED-ACTION.
           MOVE SPACES TO FEED-NOTE.
           IF M-EMPSTATUS = 'T'
               MOVE 'T' TO NEW-STATE
               IF NEW-ENROLLED = 'Y'
                   MOVE STATUS-SINCE TO DATE-WORK-X
                   PERFORM 7200-END-OF-MONTH
                   MOVE DATE-WORK-X TO END-DATE
                   MOVE 'TERMINATED' TO FEED-NOTE
                   PERFORM 3300-END-COVERAGE
               END-IF
           ELSE
               IF NOT TYPE-ELIGIBLE
                   MOVE 'N' TO NEW-STATE
                   IF NEW-ENROLLED = 'Y'
                       MOVE TYPE-SINCE TO DATE-WORK-X
                       PERFORM 7200-END-OF-MONTH
                       MOVE DATE-WORK-X TO END-DATE
                       MOVE 'EMPLOYEE TYPE NOT ELIGIBLE'
                           TO FEED-NOTE
                       PERFORM 3300-END-COVERAGE
                   END-IF
               ELSE
                   IF NEW-ENROLLED = 'Y'
                       PERFORM 3250-CONTINUE-COVERAGE
                   ELSE
                       PERFORM 3240-DECIDE-NOT-ENROLLED
                   END-IF
               END-IF
           END-IF.
      *AN EMPLOYEE WHOSE LEAVE CONTINUATION HAS RUN OUT STAYS AT X
      *FOR AS LONG AS THE LEAVE LASTS; ENROLLMENT WAITS FOR THE
      *RETURN.
       3240-DECIDE-NOT-ENROLLED.
           IF HAS-PRIOR AND BE-STATE = 'X' AND M-EMPSTATUS = 'L'
               MOVE 'X' TO NEW-STATE
           ELSE
               MOVE 'W' TO NEW-STATE
               IF HIRE-VALID
                   AND ELIG-DATE NOT > RUN-DATE
                   IF M-EMPSTATUS NOT = 'L'
                       PERFORM 3270-ENROLL
                   ELSE
                       PERFORM 3280-ENROLL-ON-LEAVE
                   END-IF
               END-IF
           END-IF.
      *A COVERED EMPLOYEE ON LEAVE KEEPS COVERAGE UNTIL THE
      *CONTINUATION MONTHS FROM THE START OF THE LEAVE HAVE RUN OUT;
      *IT ENDS AT THE END OF THAT MONTH.
       3250-CONTINUE-COVERAGE.
           IF M-EMPSTATUS = 'L'
               PERFORM 3260-COMPUTE-LEAVE-EXPIRY
               IF RUN-DATE > EXPIRY-DATE
                   MOVE 'X' TO NEW-STATE
                   PERFORM 7200-END-OF-MONTH
                   MOVE DATE-WORK-X TO END-DATE
                   MOVE 'LEAVE CONTINUATION ENDED' TO FEED-NOTE
                   PERFORM 3300-END-COVERAGE
               ELSE
                   MOVE 'L' TO NEW-STATE
                   PERFORM 3400-CHECK-DEMOGRAPHICS
               END-IF
           ELSE
               MOVE 'E' TO NEW-STATE
               PERFORM 3400-CHECK-DEMOGRAPHICS
           END-IF.
       3260-COMPUTE-LEAVE-EXPIRY.
           MOVE STATUS-SINCE TO DATE-WORK-X.
           MOVE CONT-MONTHS TO MONTHS-TO-ADD.
           PERFORM 7100-ADD-MONTHS.
           MOVE DATE-WORK-X TO EXPIRY-DATE.
      *COVERAGE STARTS ON THE ELIGIBILITY DATE, OR ON THE RUN DATE
      *FOR AN EMPLOYEE WHOSE EARLIER COVERAGE ENDED AFTER IT.
       3270-ENROLL.
           MOVE 'E' TO NEW-STATE.
           MOVE 'Y' TO NEW-ENROLLED.
           MOVE ELIG-DATE TO COV-START.
           IF PRIOR-COV-END NOT = SPACES
               AND COV-START NOT > PRIOR-COV-END
               MOVE RUN-DATE TO COV-START
           END-IF.
           MOVE SPACES TO COV-END.
           MOVE 'EN' TO FEED-ACTION.
           IF PRIOR-COV-END NOT = SPACES
               MOVE 'RE-ENROLLED' TO FEED-NOTE
           END-IF.
           PERFORM 4000-WRITE-FEED-RECORD.
      *SOMEONE NOT YET ON BENELIG WHO WAS ALREADY ELIGIBLE WHEN THE
      *LEAVE STARTED WAS COVERED THEN: ENROLLED AND CONTINUED, UNLESS
      *THE CONTINUATION HAS ALREADY RUN OUT. OTHERWISE ENROLLMENT
      *WAITS FOR THE RETURN FROM LEAVE.
       3280-ENROLL-ON-LEAVE.
           IF NOT HAS-PRIOR
               AND ELIG-DATE < STATUS-SINCE
               PERFORM 3260-COMPUTE-LEAVE-EXPIRY
               IF RUN-DATE > EXPIRY-DATE
                   MOVE 'X' TO NEW-STATE
               ELSE
                   PERFORM 3270-ENROLL
                   MOVE 'L' TO NEW-STATE
               END-IF
           END-IF.
       3300-END-COVERAGE.
           MOVE END-DATE TO COV-END.
           MOVE 'N' TO NEW-ENROLLED.
           MOVE 'TM' TO FEED-ACTION.
           PERFORM 4000-WRITE-FEED-RECORD.
      *A COVERED EMPLOYEE WHOSE NAME, SSN OR LOCATION DIFFERS FROM
      *WHAT THE CARRIER LAST RECEIVED GOES ON THE FEED AGAIN.
       3400-CHECK-DEMOGRAPHICS.
           MOVE 1 TO NOTE-PTR.
           IF M-LNAME NOT = BE-LNAME OR M-FNAME NOT = BE-FNAME
               STRING 'NAME ' DELIMITED BY SIZE
                   INTO FEED-NOTE WITH POINTER NOTE-PTR
           END-IF.
           IF M-SSN NOT = BE-SSN
               STRING 'SSN ' DELIMITED BY SIZE
                   INTO FEED-NOTE WITH POINTER NOTE-PTR
           END-IF.
           IF M-LOCATION NOT = BE-LOCATION
               STRING 'LOCATION ' DELIMITED BY SIZE
                   INTO FEED-NOTE WITH POINTER NOTE-PTR
           END-IF.
           IF NOTE-PTR > 1
               STRING 'CHANGED' DELIMITED BY SIZE
                   INTO FEED-NOTE WITH POINTER NOTE-PTR
               MOVE 'DC' TO FEED-ACTION
               PERFORM 4000-WRITE-FEED-RECORD
           END-IF.
       3500-WRITE-ELIGIBILITY.
           MOVE M-EMPID TO NE-EMPID.
           MOVE NEW-STATE TO NE-STATE.
           MOVE NEW-ENROLLED TO NE-ENROLLED.
           MOVE HIRE-YMD TO NE-HIRE-DATE.
           MOVE ELIG-DATE TO NE-ELIG-DATE.
           MOVE COV-START TO NE-COV-START.
           MOVE COV-END TO NE-COV-END.
           MOVE M-EMPSTATUS TO NE-STATUS.
           MOVE STATUS-SINCE TO NE-STATUS-SINCE.
           MOVE M-EMPTYPE TO NE-EMPTYPE.
           MOVE M-LNAME TO NE-LNAME.
           MOVE M-FNAME TO NE-FNAME.
           MOVE M-SSN TO NE-SSN.
           MOVE M-LOCATION TO NE-LOCATION.
           IF FEED-ACTION NOT = SPACES
               MOVE RUN-DATE TO NE-LAST-FEED
           ELSE
               IF HAS-PRIOR
                   MOVE BE-LAST-FEED TO NE-LAST-FEED
               ELSE
                   MOVE SPACES TO NE-LAST-FEED
               END-IF
           END-IF.
           WRITE BENELGN-REC FROM NEW-ELIG-DATA.
           IF BENELGN-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO BENELGN FAILED, STATUS='
                   BENELGN-STATUS '. RUN TERMINATED.'
               PERFORM 9000-ABORT-IO-ERROR
           END-IF.
           IF NEW-STATE = 'W'
               COMPUTE WAITING-COUNT = WAITING-COUNT + 1
           END-IF.
           IF NEW-STATE = 'E'
               COMPUTE ENROLLED-COUNT = ENROLLED-COUNT + 1
           END-IF.
           IF NEW-STATE = 'L'
               COMPUTE CONTINUED-COUNT = CONTINUED-COUNT + 1
           END-IF.
           IF NEW-STATE = 'X'
               COMPUTE LAPSED-COUNT = LAPSED-COUNT + 1
           END-IF.
           IF NEW-STATE = 'N'
               COMPUTE NOT-ELIGIBLE-COUNT = NOT-ELIGIBLE-COUNT + 1
           END-IF.
           IF NEW-STATE = 'T'
               COMPUTE TERMINATED-COUNT = TERMINATED-COUNT + 1
           END-IF.
      *AN EMPLOYEE STILL IN THE WAITING PERIOD WHOSE ELIGIBILITY
      *DATE FALLS IN THE NEXT 30 DAYS IS LISTED FOR AN ENROLLMENT
      *PACKET, IN ELIGIBILITY DATE ORDER.
       3600-CHECK-UPCOMING.
           IF NEW-STATE = 'W'
               AND ELIG-DATE NOT = SPACES
               AND ELIG-DATE > RUN-DATE
               AND ELIG-DATE NOT > LOOKAHEAD-DATE
               IF UPCOMING-COUNT < 2000
                   PERFORM 3610-ADD-UPCOMING
               ELSE
                   IF UPCOMING-FULL-SW = 'N'
                       MOVE 'Y' TO UPCOMING-FULL-SW
                       DISPLAY 'WARNING: MORE THAN 2000 EMPLOYEES '
                           'BECOME ELIGIBLE IN THE NEXT 30 DAYS; '
                           'ONLY THE FIRST 2000 ARE LISTED.'
                   END-IF
               END-IF
           END-IF.
       3610-ADD-UPCOMING.
           COMPUTE UP-INSERT-IDX = UPCOMING-COUNT + 1.
           MOVE 'N' TO UP-SLOT-SW.
           PERFORM 3620-FIND-UPCOMING-SLOT
               VARYING UP-IDX FROM UPCOMING-COUNT BY -1
               UNTIL UP-IDX < 1
               OR UP-SLOT-FOUND.
           COMPUTE UPCOMING-COUNT = UPCOMING-COUNT + 1.
           MOVE ELIG-DATE TO UP-ELIG-DATE (UP-INSERT-IDX).
           MOVE M-EMPID TO UP-EMPID (UP-INSERT-IDX).
           MOVE M-LNAME TO UP-LNAME (UP-INSERT-IDX).
           MOVE M-FNAME TO UP-FNAME (UP-INSERT-IDX).
           MOVE M-EMPTYPE TO UP-EMPTYPE (UP-INSERT-IDX).
           MOVE M-LOCATION TO UP-LOCATION (UP-INSERT-IDX).
           MOVE HIRE-YMD TO UP-HIRE-DATE (UP-INSERT-IDX).
           MOVE SPACES TO UP-NOTE (UP-INSERT-IDX).
           IF M-EMPSTATUS = 'L'
               MOVE 'ON LEAVE' TO UP-NOTE (UP-INSERT-IDX)
           END-IF.
       3620-FIND-UPCOMING-SLOT.
           IF UP-ELIG-DATE (UP-IDX) > ELIG-DATE
               MOVE UPCOMING-ENTRY (UP-IDX) TO
                   UPCOMING-ENTRY (UP-IDX + 1)
               MOVE UP-IDX TO UP-INSERT-IDX
           ELSE
               MOVE 'Y' TO UP-SLOT-SW
           END-IF.
      *AN EMPLOYEE ON BENELIG WHO IS NO LONGER ON THE MASTER: IF THE
      *CARRIER STILL HAS THE EMPLOYEE AS COVERED, COVERAGE ENDS AT
      *THE END OF THE MONTH OF THE DELETE (OR OF THE RUN DATE WHEN
      *THE DELETE IS NOT ON THE JOURNAL). THE RECORD IS DROPPED.
       3800-EVALUATE-REMOVED.
           COMPUTE REMOVED-COUNT = REMOVED-COUNT + 1.
           IF BE-ENROLLED = 'Y'
               MOVE SPACES TO CARRFEED-DATA
               MOVE BE-EMPID TO CF-EMPID
               MOVE BE-LNAME TO CF-LNAME
               MOVE BE-FNAME TO CF-FNAME
               MOVE BE-SSN TO CF-SSN
               MOVE BE-LOCATION TO CF-LOCATION
               MOVE BE-EMPTYPE TO CF-EMPTYPE
               MOVE BE-HIRE-DATE TO CF-HIRE-DATE
               MOVE BE-COV-START TO COV-START
               IF DELETE-DATE NOT = SPACES
                   MOVE DELETE-DATE TO DATE-WORK-X
               ELSE
                   MOVE RUN-DATE TO DATE-WORK-X
               END-IF
               PERFORM 7200-END-OF-MONTH
               MOVE DATE-WORK-X TO END-DATE
               MOVE 'REMOVED FROM MASTER' TO FEED-NOTE
               PERFORM 3300-END-COVERAGE
           END-IF.
      *ONE CARRFEED RECORD AND ITS LINE ON THE REPORT.
       4000-WRITE-FEED-RECORD.
           MOVE FEED-ACTION TO CF-REC-TYPE.
           MOVE COV-START TO CF-COV-START.
           MOVE COV-END TO CF-COV-END.
           MOVE RUN-DATE TO CF-FEED-DATE.
           WRITE CARRFEED-REC FROM CARRFEED-DATA.
           IF CARRFEED-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO CARRFEED FAILED, STATUS='
                   CARRFEED-STATUS '. RUN TERMINATED.'
               PERFORM 9000-ABORT-IO-ERROR
           END-IF.
           COMPUTE FEED-COUNT = FEED-COUNT + 1.
           IF FEED-ACTION = 'EN'
               COMPUTE EN-COUNT = EN-COUNT + 1
               MOVE 'NEW ENROLLMENT' TO BD-ACTION
           END-IF.
           IF FEED-ACTION = 'DC'
               COMPUTE DC-COUNT = DC-COUNT + 1
               MOVE 'DEMOGRAPHIC CHANGE' TO BD-ACTION
           END-IF.
           IF FEED-ACTION = 'TM'
               COMPUTE TM-COUNT = TM-COUNT + 1
               MOVE 'TERMINATION' TO BD-ACTION
           END-IF.
           MOVE CF-EMPID TO BD-EMPID.
           MOVE CF-LNAME TO BD-LNAME.
           MOVE CF-FNAME TO BD-FNAME.
           MOVE CF-EMPTYPE TO BD-EMPTYPE.
           MOVE CF-LOCATION TO BD-LOCATION.
           MOVE CF-COV-START TO BD-DATE1.
           MOVE CF-COV-END TO BD-DATE2.
           MOVE FEED-NOTE TO BD-NOTE.
           PERFORM 1500-CHECK-PAGE-OVERFLOW.
           WRITE BENRPT-REC FROM BEN-DETAIL
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTLINECOUNTER.
       5000-PRINT-UPCOMING.
           MOVE 'EMPLOYEES BECOMING ELIGIBLE IN THE NEXT 30 DAYS'
               TO BS-TITLE.
           MOVE BEN-UPCOMING-COLUMNS TO COLUMN-HEADING.
           PERFORM 1400-PRINT-HEADER.
           IF UPCOMING-COUNT = 0
               MOVE SPACES TO BENRPT-REC
               MOVE 'NO EMPLOYEES BECOME ELIGIBLE IN THE NEXT 30 DAYS.'
                   TO BENRPT-REC
               WRITE BENRPT-REC
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 5100-PRINT-ONE-UPCOMING
                   VARYING UP-IDX FROM 1 BY 1
                   UNTIL UP-IDX > UPCOMING-COUNT
           END-IF.
       5100-PRINT-ONE-UPCOMING.
           MOVE UP-ELIG-DATE (UP-IDX) TO BD-ACTION.
           MOVE UP-EMPID (UP-IDX) TO BD-EMPID.
           MOVE UP-LNAME (UP-IDX) TO BD-LNAME.
           MOVE UP-FNAME (UP-IDX) TO BD-FNAME.
           MOVE UP-EMPTYPE (UP-IDX) TO BD-EMPTYPE.
           MOVE UP-LOCATION (UP-IDX) TO BD-LOCATION.
           MOVE UP-HIRE-DATE (UP-IDX) TO BD-DATE1.
           MOVE SPACES TO BD-DATE2.
           MOVE UP-NOTE (UP-IDX) TO BD-NOTE.
           PERFORM 1500-CHECK-PAGE-OVERFLOW.
           WRITE BENRPT-REC FROM BEN-DETAIL
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTLINECOUNTER.
      *BENELGN BECOMES THE NEW BENELIG; THE OLD ONE IS KEPT AS
      *BENPRIOR.
       6000-REPLACE-ELIGIBILITY.
           IF BENELIG-FOUND
               MOVE 'BENELIG' TO COPY-IN-NAME
               MOVE 'BENPRIOR' TO COPY-OUT-NAME
               PERFORM 6100-COPY-FILE
           END-IF.
           MOVE 'BENELGN' TO COPY-IN-NAME.
           MOVE 'BENELIG' TO COPY-OUT-NAME.
           PERFORM 6100-COPY-FILE.
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
       7000-ADD-DAYS.
           PERFORM 7010-ADD-ONE-DAY DAYS-TO-ADD TIMES.
       7010-ADD-ONE-DAY.
           PERFORM 7050-SET-MONTH-LENGTH.
           IF DW-DD < MONTH-LENGTH
               ADD 1 TO DW-DD
           ELSE
               MOVE 1 TO DW-DD
               IF DW-MM < 12
                   ADD 1 TO DW-MM
               ELSE
                   MOVE 1 TO DW-MM
                   ADD 1 TO DW-YYYY
               END-IF
           END-IF.
       7050-SET-MONTH-LENGTH.
           MOVE ML-DAYS (DW-MM) TO MONTH-LENGTH.
           IF DW-MM = 2
               DIVIDE DW-YYYY BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REM-4
               DIVIDE DW-YYYY BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REM-100
               DIVIDE DW-YYYY BY 400 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REM-400
               IF LEAP-REM-4 = 0
                   AND (LEAP-REM-100 NOT = 0 OR LEAP-REM-400 = 0)
                   MOVE 29 TO MONTH-LENGTH
               END-IF
           END-IF.
      *ADDING MONTHS KEEPS THE DAY, OR THE LAST DAY OF A SHORTER
      *MONTH.
       7100-ADD-MONTHS.
           PERFORM 7110-ADD-ONE-MONTH MONTHS-TO-ADD TIMES.
           PERFORM 7050-SET-MONTH-LENGTH.
           IF DW-DD > MONTH-LENGTH
               MOVE MONTH-LENGTH TO DW-DD
           END-IF.
       7110-ADD-ONE-MONTH.
           IF DW-MM < 12
               ADD 1 TO DW-MM
           ELSE
               MOVE 1 TO DW-MM
               ADD 1 TO DW-YYYY
           END-IF.
       7200-END-OF-MONTH.
           PERFORM 7050-SET-MONTH-LENGTH.
           MOVE MONTH-LENGTH TO DW-DD.
       9000-ABORT-IO-ERROR.
           DISPLAY 'BENELIG WAS NOT UPDATED; CARRFEED IS INCOMPLETE.'.
           CLOSE EMPMAST-FILE
               BENELGN-FILE
               CARRFEED-FILE
               BENRPT-FILE.
           STOP RUN.
       END PROGRAM benelig.
