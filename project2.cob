      *                  entry records which mode the run used so
      *                  the auditors can see who printed full SSNS
      *                  and when.
      *  2026-10-15  DN  Added a trial pay run (TRIAL=Y in RUNOPTS)
      *                  so payroll can preview a period before it
      *                  is committed: the register is calculated
      *                  and printed exactly as a live run but headed
      *                  TRIAL, and no PAYEXT, PAYMENT, PAYHIST or
      *                  GLPOST is written, no PAYX generation is
      *                  saved and the PAYCAL period stays open (the
      *                  YTD totals, suspense file and EXTR
      *                  generation are left alone as well). A
      *                  variance section compares each employee's
      *                  gross and net with their last PAYHIST period
      *                  and lists swings over VARPCT percent,
      *                  first-time pays, employees paid last period
      *                  but not now, and hours over MAXHOURS.
      *  2026-10-15  DN  Added graduated federal and state tax
      *                  withholding to the pay run: an optional
      *                  TAXTBL file carries the annualized brackets
      *                  per jurisdiction and filing status (plus the
      *                  annual value of one allowance), and an
      *                  optional TAXELECT file carries each
      *                  employee's filing status, allowances, extra
      *                  flat withholding and exempt flag. Each
      *                  period's gross is annualized over PERIODS
      *                  (RUNOPTS, default 52), the bracket applied,
      *                  and the tax taken ahead of the DEDUCT
      *                  deductions under categories FED TAX and
      *                  STATETAX so GLACCTS can map them to their
      *                  liability accounts. PAYREG prints taxable
      *                  wages and each tax under the pay line and in
      *                  the footer, and PAYHIST (now 150 bytes)
      *                  carries the taxable wages and both taxes.
      *  2026-10-15  DN  Retro pay owed from back-dated rate changes
      *                  (written to RETROERN by payretro) is added
      *                  to the employee's gross on the next pay run
      *                  and shown on its own line of the register,
      *                  with a footer total; a live run then marks
      *                  each applied RETROERN entry with the period
      *                  it was paid in. Retro for an employee not
      *                  paid this run stays open for the next.
      *  2026-10-15  DN  Added vacation and sick leave tracking to
      *                  the pay run. Each HOURS record now carries
      *                  an hours type (R regular, V vacation, S
      *                  sick, H holiday; blank reads as R), HOURS is
      *                  sorted so one employee's records are paid
      *                  together, and leave hours are paid at the
      *                  normal rate without counting toward the
      *                  40-hour overtime threshold. A LEAVEBAL file
      *                  keeps each employee's balances: every pay
      *                  accrues leave at the rate for the SRVCRPT
      *                  service band (defaults in LEAVE-POLICY-
      *                  VALUES, or an optional LEAVEPOL file), takes
      *                  off the leave paid, and caps the balance at
      *                  the carry-over maximum. Vacation or sick
      *                  hours beyond the available balance are not
      *                  paid and go on the exception list. A
      *                  LEAVERPT balance report prints every run;
      *                  only a live run saves LEAVEBAL.
      *  2026-10-15  DN  Added a master-driven pay run (MASTERPAY=Y
      *                  in RUNOPTS). Each employee's hours are looked
      *                  up by key in the indexed EMPMAST master and
      *                  paid at the master's rate, type and status,
      *                  so an employee missing from today's NEWEMP
      *                  files is still paid; the no-hours sweep then
      *                  reads the master instead of EMP-TABLE.
      *                  Status T and L employees on the master are
      *                  not paid and are listed as exceptions. The
      *                  pay paragraphs now work from one current-
      *                  employee area (PAY-EMPLOYEE) loaded from
      *                  either source.
      *  2026-10-15  DN  PAYHIST records carry an adjustment code
      *                  (blank for pay-run records; V, R and O are
      *                  written by payadj); the trial variance base
      *                  ignores adjustment records.
      *  2026-10-15  DN  A live pay run also writes PAYDED, each paid
      *                  employee's deduction lines for the pay stubs
      *                  printed by paychk.
      *  2026-10-15  DN  A failed RETROERN or LEAVEBAL rewrite now
      *                  stops the run. Bad RETROERN records are
      *                  written back as they were instead of being
      *                  dropped; LEAVEBAL is not rewritten while it
      *                  has bad records. A TAXELECT, LEAVEBAL or
      *                  RETROERN file that exactly fills its table no
      *                  longer stops the run as too large.
      *  2026-10-15  DN  A live pay run stops before paying anyone when
      *                  LEAVEBAL has bad records; RETROERN or LEAVEBAL
      *                  that cannot be reopened for the rewrite stops
      *                  the run (RUNLOG END=ABORTED).
      *  2026-10-15  DN  A live pay run loads its tables and proves
      *                  RETROERN and LEAVEBAL writable before it opens
      *                  PAYMENT, PAYEXT and PAYDED, so a stopped run
      *                  leaves last period's files intact; PAYCAL is
      *                  marked paid after retro and leave are saved.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project2.
           SELECT HOURS-FILE ASSIGN TO 'HOURS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOURS-STATUS.
           SELECT HOURS-SORT-FILE ASSIGN TO 'SRTHRWK'.
           SELECT SORTED-HOURS-FILE ASSIGN TO 'SRTHOURS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRTHOURS-STATUS.
           SELECT PAYREG-FILE ASSIGN TO 'PAYREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYREG-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYHIST-STATUS.
           SELECT PAYDED-FILE ASSIGN TO 'PAYDED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYDED-STATUS.
           SELECT GLACCTS-FILE ASSIGN TO 'GLACCTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLACCTS-STATUS.
           SELECT SUSPRPT-FILE ASSIGN TO 'SUSPRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPRPT-STATUS.
           SELECT TAXTBL-FILE ASSIGN TO 'TAXTBL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXTBL-STATUS.
           SELECT TAXELECT-FILE ASSIGN TO 'TAXELECT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXELECT-STATUS.
           SELECT RETROERN-FILE ASSIGN TO 'RETROERN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETROERN-STATUS.
           SELECT LEAVEBAL-FILE ASSIGN TO 'LEAVEBAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEAVEBAL-STATUS.
           SELECT LEAVEPOL-FILE ASSIGN TO 'LEAVEPOL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEAVEPOL-STATUS.
           SELECT LEAVERPT-FILE ASSIGN TO 'LEAVERPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEAVERPT-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-EMPID
               FILE STATUS IS EMPMAST-STATUS.
           SELECT HIST-SORT-FILE ASSIGN TO 'SRTHWRK'.
           SELECT SORTED-HIST-FILE ASSIGN TO 'SRTPHIST'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE
       01  DEPTRPT-REC PIC X(110).
       FD  HOURS-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOURS-REC PIC X(15).
       SD  HOURS-SORT-FILE.
       01  SH-REC.
           03 SH-EMPID PIC X(7).
           03 FILLER PIC X(7).
           03 SH-TYPE PIC X(1).
       FD  SORTED-HOURS-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-HOURS-REC PIC X(15).
       FD  PAYREG-FILE
           LABEL RECORDS ARE OMITTED.
       01  PAYREG-REC PIC X(132).
       01  PAYMENT-REC PIC X(80).
       FD  PAYHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYHIST-REC PIC X(150).
       FD  PAYDED-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYDED-REC PIC X(40).
       FD  GLACCTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLACCTS-REC PIC X(17).
       FD  SUSPRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  SUSPRPT-REC PIC X(110).
       FD  TAXTBL-FILE
           LABEL RECORDS ARE STANDARD.
       01  TAXTBL-REC PIC X(30).
       FD  TAXELECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TAXELECT-REC PIC X(30).
       FD  RETROERN-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETROERN-REC PIC X(56).
       FD  LEAVEBAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEAVEBAL-REC PIC X(69).
       FD  LEAVEPOL-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEAVEPOL-REC PIC X(28).
       FD  LEAVERPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  LEAVERPT-REC PIC X(132).
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
           03 M-EMPRATE-N REDEFINES M-EMPRATE PIC 9(4)V9(2).
           03 M-EMPSTATUS PIC X(1).
       SD  HIST-SORT-FILE.
       01  HS-REC.
           03 HS-EMPID PIC X(7).
           03 FILLER PIC X(33).
           03 HS-PERIOD PIC X(8).
           03 FILLER PIC X(102).
       FD  SORTED-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-HIST-REC PIC X(150).
       WORKING-STORAGE SECTION.
       01  INPUT-DATA.
           03 I-EMPID PIC X(7).
               88 OVERRIDE-REQUESTED VALUE 'Y'.
           03 FULLSSN-OPTION PIC X(1) VALUE 'N'.
               88 FULLSSN-REQUESTED VALUE 'Y'.
           03 TRIAL-OPTION PIC X(1) VALUE 'N'.
               88 TRIAL-RUN VALUE 'Y'.
           03 MASTERPAY-OPTION PIC X(1) VALUE 'N'.
               88 MASTER-PAY-RUN VALUE 'Y'.
       01  RUNOPTS-STATUS PIC XX VALUE SPACES.
       01  RUNLOG-STATUS PIC XX VALUE SPACES.
       01  RUNOPT-DATA PIC X(20) VALUE SPACES.
           03 RL-INQ PIC X(9).
           03 FILLER PIC X(7) VALUE ' FILES='.
           03 RL-FILES PIC X(48).
           03 FILLER PIC X(5) VALUE ' TRL='.
           03 RL-TRIAL PIC X(1).
           03 FILLER PIC X(5) VALUE ' MST='.
           03 RL-MASTERPAY PIC X(1).
       01  RL-PTR PIC 9(3) VALUE 1.
       01  RESTART-STATUS PIC XX VALUE SPACES.
       01  PRNT-STATUS PIC XX VALUE SPACES.
       01  EMP-FOUND-IDX PIC 9(5) VALUE 0.
       01  EMP-FOUND-SW PIC X(1) VALUE 'N'.
           88 EMP-FOUND VALUE 'Y'.
      *THE EMPLOYEE BEING PAID, LOADED FROM EMP-TABLE OR, IN A
      *MASTER-DRIVEN PAY RUN, FROM THE EMPMAST RECORD.
       01  PAY-EMPLOYEE.
           03 PY-EMPID PIC X(7).
           03 PY-LNAME PIC X(15).
           03 PY-FNAME PIC X(15).
           03 PY-EMPTYPE PIC X(2).
           03 PY-DATE PIC X(8).
           03 PY-EMPRATE PIC 9(4)V9(2).
           03 PY-EMPSTATUS PIC X(1).
           03 PY-DEPT PIC X(4).
           03 PY-LOC PIC X(4).
      *MASTER-DRIVEN PAY RUN: EMPMAST IS READ BY KEY FOR EACH
      *EMPLOYEE WITH HOURS. THE IDS SEEN ARE KEPT IN THE ORDER READ
      *(THE SORTED HOURS ORDER, WHICH IS ALSO EMPMAST KEY ORDER) SO
      *THE SWEEP OF THE MASTER CAN STEP THROUGH THEM ALONGSIDE.
       01  EMPMAST-STATUS PIC XX VALUE SPACES.
       01  MASTER-SEEN-TABLE.
           03 MASTER-SEEN-ID PIC X(7) OCCURS 50000 TIMES.
       01  MASTER-SEEN-COUNT PIC 9(5) VALUE 0.
       01  MASTER-SEEN-IDX PIC 9(5) VALUE 0.
      *DEPARTMENT AND LOCATION ROLL-UPS FOR THE ROSTER REPORT,
      *BUILT FROM THE WITHIN-RUN EMPLOYEE TABLE.
       01  DEPT-TABLE.
       01  HOURS-STATUS PIC XX VALUE SPACES.
       01  PAYREG-STATUS PIC XX VALUE SPACES.
       01  PAYEXTR-STATUS PIC XX VALUE SPACES.
       01  SRTHOURS-STATUS PIC XX VALUE SPACES.
      *HR-TYPE: R REGULAR (OR BLANK), V VACATION, S SICK, H HOLIDAY.
       01  HOURS-DATA.
           03 HR-EMPID PIC X(7).
           03 FILLER PIC X(1).
           03 HR-HOURS PIC 9(3)V9(2).
           03 FILLER PIC X(1).
           03 HR-TYPE PIC X(1).
      *ONE EMPLOYEE'S HOURS RECORDS, GATHERED FROM THE SORTED HOURS
      *FILE BEFORE THE EMPLOYEE IS PAID; ONE RECORD OF EACH TYPE.
       01  HOURS-GATHER.
           03 HOURS-EMPID-HOLD PIC X(7) VALUE SPACES.
           03 GH-REG-HOURS PIC 9(3)V9(2) VALUE 0.
           03 GH-VAC-HOURS PIC 9(3)V9(2) VALUE 0.
           03 GH-SICK-HOURS PIC 9(3)V9(2) VALUE 0.
           03 GH-HOL-HOURS PIC 9(3)V9(2) VALUE 0.
           03 GH-REG-SW PIC X(1) VALUE 'N'.
           03 GH-VAC-SW PIC X(1) VALUE 'N'.
           03 GH-SICK-SW PIC X(1) VALUE 'N'.
           03 GH-HOL-SW PIC X(1) VALUE 'N'.
           03 GH-VALID-COUNT PIC 9(2) VALUE 0.
       01  PAY-WORK.
           03 PAY-REG-HOURS PIC 9(3)V9(2) VALUE 0.
           03 PAY-OT-HOURS PIC 9(3)V9(2) VALUE 0.
           03 PAY-TOTAL-NET PIC 9(9)V9(2) VALUE 0.
           03 PAY-DED-AMT PIC 9(7)V9(2) VALUE 0.
           03 PAY-DED-REMAIN PIC 9(7)V9(2) VALUE 0.
           03 PAY-CATEGORY-HOLD PIC X(8) VALUE SPACES.
           03 PAY-TAXABLE PIC 9(7)V9(2) VALUE 0.
           03 PAY-FED-TAX PIC 9(7)V9(2) VALUE 0.
           03 PAY-STATE-TAX PIC 9(7)V9(2) VALUE 0.
           03 PAY-TOTAL-TAXABLE PIC 9(9)V9(2) VALUE 0.
           03 PAY-TOTAL-FED-TAX PIC 9(9)V9(2) VALUE 0.
           03 PAY-TOTAL-STATE-TAX PIC 9(9)V9(2) VALUE 0.
           03 PAY-RETRO PIC 9(7)V9(2) VALUE 0.
           03 PAY-TOTAL-RETRO PIC 9(9)V9(2) VALUE 0.
           03 PAY-HOURS PIC 9(3)V9(2) VALUE 0.
           03 PAY-LEAVE-HOURS PIC 9(3)V9(2) VALUE 0.
           03 PAY-VAC-TAKEN PIC 9(3)V9(2) VALUE 0.
           03 PAY-SICK-TAKEN PIC 9(3)V9(2) VALUE 0.
           03 PAY-LEAVE-REJECT-COUNT PIC 9(4) VALUE 0.
           03 PAY-BADHOURS-COUNT PIC 9(4) VALUE 0.
           03 PAY-REFUSED-COUNT PIC 9(4) VALUE 0.
           03 PAY-BADRATE-COUNT PIC 9(4) VALUE 0.
           03 EOF-H PIC 9 VALUE 0.
           03 PAY-PGNUM PIC 999 VALUE 1.
           03 PAY-LINECOUNT PIC 99 VALUE 0.
       01  PAYR-HEADING1.
           03 PH1-CURR-DATE PIC 99/99/99.
           03 FILLER PIC X(30) VALUES SPACES.
           03 PH1-TITLE PIC X(40) VALUE 'PAY REGISTER'.
           03 FILLER PIC X(22) VALUES SPACES.
           03 FILLER PIC X(7) VALUE 'PAGE'.
           03 PH1-PAGENUM PIC ZZ9 VALUE 1.
           03 PDL-CATEGORY PIC X(8).
           03 FILLER PIC X(2) VALUES SPACES.
           03 PDL-AMOUNT PIC ZZZ,ZZ9.99.
       01  PAYR-RETRO-LINE.
           03 FILLER PIC X(10) VALUES SPACES.
           03 FILLER PIC X(20) VALUES 'INCLUDES RETRO PAY'.
           03 PRL-AMOUNT PIC ZZZ,ZZ9.99.
       01  PAYR-LEAVE-LINE.
           03 FILLER PIC X(10) VALUES SPACES.
           03 FILLER PIC X(20) VALUES 'LEAVE HOURS PAID'.
           03 FILLER PIC X(10) VALUES 'VACATION'.
           03 PLL-VAC PIC ZZ9.99.
           03 FILLER PIC X(4) VALUES SPACES.
           03 FILLER PIC X(6) VALUES 'SICK'.
           03 PLL-SICK PIC ZZ9.99.
           03 FILLER PIC X(4) VALUES SPACES.
           03 FILLER PIC X(9) VALUES 'HOLIDAY'.
           03 PLL-HOL PIC ZZ9.99.
       01  PAYR-TAX-LINE.
           03 FILLER PIC X(10) VALUES SPACES.
           03 FILLER PIC X(15) VALUES 'TAXABLE WAGES'.
           03 PTL-TAXABLE PIC Z,ZZZ,ZZ9.99.
           03 FILLER PIC X(4) VALUES SPACES.
           03 FILLER PIC X(9) VALUES 'FED TAX'.
           03 PTL-FED-TAX PIC ZZZ,ZZ9.99.
           03 FILLER PIC X(4) VALUES SPACES.
           03 FILLER PIC X(11) VALUES 'STATE TAX'.
           03 PTL-STATE-TAX PIC ZZZ,ZZ9.99.
           03 FILLER PIC X(3) VALUES SPACES.
           03 PTL-NOTE PIC X(20).
       01  PAYR-EXCEPTION-LINE.
           03 PE-EMPID PIC X(7).
           03 FILLER PIC X(2) VALUES SPACES.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(18) VALUES 'TOTAL NET PAY:'.
           03 PF1B-TOTALNET PIC $ZZZ,ZZZ,ZZ9.99.
       01  PAYR-FOOTER1C.
           03 FILLER PIC X(30) VALUES 'TOTAL TAXABLE WAGES:'.
           03 PF1C-TAXABLE PIC $ZZZ,ZZZ,ZZ9.99.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(18) VALUES 'FED TAX WITHHELD:'.
           03 PF1C-FED-TAX PIC $ZZZ,ZZZ,ZZ9.99.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(20) VALUES 'STATE TAX WITHHELD:'.
           03 PF1C-STATE-TAX PIC $ZZZ,ZZZ,ZZ9.99.
       01  PAYR-FOOTER1D.
           03 FILLER PIC X(30) VALUES 'RETRO PAY INCLUDED:'.
           03 PF1D-RETRO PIC $ZZZ,ZZZ,ZZ9.99.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(26) VALUES 'RETRO ENTRIES PAID/OPEN:'.
           03 PF1D-APPLIED PIC ZZZ9.
           03 FILLER PIC X(3) VALUES ' / '.
           03 PF1D-OPEN PIC ZZZ9.
       01  PAYR-FOOTER2.
           03 FILLER PIC X(30) VALUES 'HOURS FOR UNKNOWN EMPLOYEES:'.
           03 PF2-UNMATCHED PIC ZZZ9.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(18) VALUES 'DUPLICATE HOURS:'.
           03 PF2-DUPHOURS PIC ZZZ9.
       01  PAYR-FOOTER2B.
           03 FILLER PIC X(30) VALUES 'LEAVE OVER BALANCE:'.
           03 PF2B-LEAVEREJ PIC ZZZ9.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(26) VALUES 'BAD HOURS RECORDS:'.
           03 PF2B-BADHOURS PIC ZZZ9.
       01  PAYR-FOOTER2C.
           03 FILLER PIC X(30) VALUES 'PAID FROM EMPMAST; T/L HELD:'.
           03 PF2C-REFUSED PIC ZZZ9.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(26) VALUES 'BAD MASTER PAY RATES:'.
           03 PF2C-BADRATE PIC ZZZ9.
      *TRIAL PAY RUN VARIANCE CHECKS: THE LAST PAYHIST PERIOD OF
      *EVERY EMPLOYEE IS LOADED (FROM A SORTED COPY OF PAYHIST) SO
      *EACH TRIAL PAY CAN BE COMPARED WITH IT; VARPCT=NNN AND
      *MAXHOURS=NNN IN RUNOPTS OVERRIDE THE SWING AND HOURS LIMITS.
      *EXCEPTIONS ARE HELD IN VARIANCE-TABLE AND PRINTED AS A
      *SEPARATE SECTION AFTER THE REGISTER FOOTER.
       01  VARIANCE-LIMITS.
           03 VAR-PCT-LIMIT PIC 9(3) VALUE 25.
           03 VAR-HOURS-LIMIT PIC 9(3) VALUE 80.
       01  PRIOR-PAY-TABLE.
           03 PRIOR-PAY-ENTRY OCCURS 50000 TIMES.
               05 PP-EMPID PIC X(7).
               05 PP-LNAME PIC X(15).
               05 PP-FNAME PIC X(15).
               05 PP-PERIOD PIC X(8).
               05 PP-GROSS PIC 9(7)V9(2).
               05 PP-NET PIC 9(7)V9(2).
               05 PP-SEEN-SW PIC X(1).
       01  PRIOR-COUNT PIC 9(5) VALUE 0.
       01  PRIOR-IDX PIC 9(5) VALUE 0.
       01  PRIOR-FOUND-IDX PIC 9(5) VALUE 0.
       01  PRIOR-FOUND-SW PIC X(1) VALUE 'N'.
           88 PRIOR-FOUND VALUE 'Y'.
       01  LAST-HIST-PERIOD PIC X(8) VALUE SPACES.
       01  EOF-PH PIC 9 VALUE 0.
       01  VAR-WORK.
           03 VAR-EMPID PIC X(7).
           03 VAR-LNAME PIC X(15).
           03 VAR-FNAME PIC X(15).
           03 VAR-PRIOR-GROSS PIC 9(7)V9(2).
           03 VAR-PRIOR-NET PIC 9(7)V9(2).
           03 VAR-GROSS PIC 9(7)V9(2).
           03 VAR-NET PIC 9(7)V9(2).
           03 VAR-REASON-HOLD PIC X(25).
           03 VAR-PRIOR-AMT PIC 9(7)V9(2).
           03 VAR-CURR-AMT PIC 9(7)V9(2).
           03 VAR-DIFF PIC 9(7)V9(2).
           03 VAR-OVER-SW PIC X(1).
               88 VAR-OVER-LIMIT VALUE 'Y'.
       01  VARIANCE-TABLE.
           03 VARIANCE-ENTRY OCCURS 2000 TIMES.
               05 VT-EMPID PIC X(7).
               05 VT-LNAME PIC X(15).
               05 VT-FNAME PIC X(15).
               05 VT-REASON PIC X(25).
               05 VT-PRIOR-GROSS PIC 9(7)V9(2).
               05 VT-GROSS PIC 9(7)V9(2).
               05 VT-PRIOR-NET PIC 9(7)V9(2).
               05 VT-NET PIC 9(7)V9(2).
       01  VARIANCE-COUNT PIC 9(4) VALUE 0.
       01  VARIANCE-IDX PIC 9(4) VALUE 0.
       01  VARIANCE-UNLISTED-COUNT PIC 9(5) VALUE 0.
       01  PAYR-VARIANCE-HEADING1.
           03 FILLER PIC X(27) VALUES 'TRIAL VARIANCE EXCEPTIONS'.
           03 FILLER PIC X(14) VALUES 'SWING LIMIT:'.
           03 PVH-PCT PIC ZZ9.
           03 FILLER PIC X(4) VALUES '%'.
           03 FILLER PIC X(14) VALUES 'HOURS LIMIT:'.
           03 PVH-HOURS PIC ZZ9.
           03 FILLER PIC X(4) VALUES SPACES.
           03 FILLER PIC X(20) VALUES 'LAST PAYHIST PERIOD:'.
           03 PVH-PERIOD PIC X(8).
       01  PAYR-VARIANCE-HEADING2.
           03 FILLER PIC X(9) VALUES 'EMP ID'.
           03 FILLER PIC X(16) VALUES 'LAST'.
           03 FILLER PIC X(16) VALUES 'FIRST'.
           03 FILLER PIC X(26) VALUES 'EXCEPTION'.
           03 FILLER PIC X(13) VALUES '  LAST GROSS'.
           03 FILLER PIC X(13) VALUES '  THIS GROSS'.
           03 FILLER PIC X(13) VALUES '    LAST NET'.
           03 FILLER PIC X(12) VALUES '    THIS NET'.
       01  PAYR-VARIANCE-LINE.
           03 PV-EMPID PIC X(7).
           03 FILLER PIC X(2) VALUES SPACES.
           03 PV-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUES SPACES.
           03 PV-FNAME PIC X(15).
           03 FILLER PIC X(1) VALUES SPACES.
           03 PV-REASON PIC X(25).
           03 FILLER PIC X(1) VALUES SPACES.
           03 PV-PRIOR-GROSS PIC Z,ZZZ,ZZ9.99.
           03 FILLER PIC X(1) VALUES SPACES.
           03 PV-GROSS PIC Z,ZZZ,ZZ9.99.
           03 FILLER PIC X(1) VALUES SPACES.
           03 PV-PRIOR-NET PIC Z,ZZZ,ZZ9.99.
           03 FILLER PIC X(1) VALUES SPACES.
           03 PV-NET PIC Z,ZZZ,ZZ9.99.
       01  PAYR-VARIANCE-FOOTER.
           03 FILLER PIC X(30) VALUES 'VARIANCE EXCEPTIONS:'.
           03 PVF-COUNT PIC ZZZZ9.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(30) VALUES
           'NOT LISTED (TABLE FULL):'.
           03 PVF-UNLISTED PIC ZZZZ9.
       01  PAYEXTRACT-DATA.
           03 PX-EMPID PIC X(7).
           03 FILLER PIC X(1) VALUE SPACE.
               05 ED-AMOUNT PIC 9(7)V9(2).
       01  EMPDED-COUNT PIC 9(2) VALUE 0.
       01  EMPDED-IDX PIC 9(2) VALUE 0.
      *PAY STUB DEDUCTION DETAIL, ONE RECORD PER DEDUCT ENTRY TAKEN
      *FROM A PAID EMPLOYEE (THE SAME LINES AS THE REGISTER SHOWS),
      *REWRITTEN BY EVERY LIVE RUN. WITHHOLDING IS NOT REPEATED
      *HERE; THE STUB TAKES IT FROM PAYHIST.
       01  PAYDED-STATUS PIC XX VALUE SPACES.
       01  PAYDED-DATA.
           03 DS-EMPID PIC X(7).
           03 FILLER PIC X(1) VALUE SPACE.
           03 DS-PERIOD-ID PIC X(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 DS-CATEGORY PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 DS-AMOUNT PIC 9(7)V9(2).
      *WITHHOLDING TAX BRACKETS, LOADED FROM THE OPTIONAL TAXTBL
      *FILE: ONE RECORD PER ANNUALIZED BRACKET, BY JURISDICTION
      *(F FEDERAL, S STATE) AND FILING STATUS (S SINGLE, M MARRIED,
      *H HEAD OF HOUSEHOLD). A BRACKET APPLIES TO ANNUAL WAGES OVER
      *TT-OVER: TAX IS TT-BASE PLUS TT-RATE PERCENT OF THE EXCESS.
      *A FILING STATUS OF A MARKS THE JURISDICTION'S ALLOWANCE
      *RECORD, WHOSE TT-OVER IS THE ANNUAL VALUE OF ONE ALLOWANCE.
      *WITH NO TAXTBL FILE NOTHING IS WITHHELD FOR TAX.
       01  TAXTBL-STATUS PIC XX VALUE SPACES.
       01  TAXTBL-DATA.
           03 TT-JURIS PIC X(1).
           03 FILLER PIC X(1).
           03 TT-FILSTAT PIC X(1).
           03 FILLER PIC X(1).
           03 TT-OVER PIC 9(7)V9(2).
           03 FILLER PIC X(1).
           03 TT-BASE PIC 9(7)V9(2).
           03 FILLER PIC X(1).
           03 TT-RATE PIC 9(2)V9(3).
       01  TAX-BRACKET-TABLE.
           03 TAX-BRACKET-ENTRY OCCURS 100 TIMES.
               05 TB-JURIS PIC X(1).
               05 TB-FILSTAT PIC X(1).
               05 TB-OVER PIC 9(7)V9(2).
               05 TB-BASE PIC 9(7)V9(2).
               05 TB-RATE PIC 9(2)V9(3).
       01  TAX-BRACKET-COUNT PIC 9(3) VALUE 0.
       01  TAX-BRACKET-IDX PIC 9(3) VALUE 0.
       01  TAX-BRACKET-FOUND-IDX PIC 9(3) VALUE 0.
       01  FED-ALLOW-VALUE PIC 9(7)V9(2) VALUE 0.
       01  ST-ALLOW-VALUE PIC 9(7)V9(2) VALUE 0.
      *PER-EMPLOYEE WITHHOLDING ELECTIONS, LOADED FROM THE OPTIONAL
      *TAXELECT FILE. AN EMPLOYEE WITHOUT A RECORD IS WITHHELD AS
      *SINGLE WITH NO ALLOWANCES AND NO EXTRA AMOUNT.
       01  TAXELECT-STATUS PIC XX VALUE SPACES.
       01  TAXELECT-DATA.
           03 TE-EMPID PIC X(7).
           03 FILLER PIC X(1).
           03 TE-FILSTAT PIC X(1).
           03 FILLER PIC X(1).
           03 TE-ALLOW PIC 9(2).
           03 FILLER PIC X(1).
           03 TE-FED-EXTRA PIC 9(5)V9(2).
           03 FILLER PIC X(1).
           03 TE-ST-EXTRA PIC 9(5)V9(2).
           03 FILLER PIC X(1).
           03 TE-EXEMPT PIC X(1).
       01  TAX-ELECT-TABLE.
           03 TAX-ELECT-ENTRY OCCURS 50000 TIMES.
               05 TL-EMPID PIC X(7).
               05 TL-FILSTAT PIC X(1).
               05 TL-ALLOW PIC 9(2).
               05 TL-FED-EXTRA PIC 9(5)V9(2).
               05 TL-ST-EXTRA PIC 9(5)V9(2).
               05 TL-EXEMPT PIC X(1).
       01  TAX-ELECT-COUNT PIC 9(5) VALUE 0.
       01  TAX-ELECT-IDX PIC 9(5) VALUE 0.
       01  TAX-ELECT-FOUND-SW PIC X(1) VALUE 'N'.
           88 TAX-ELECT-FOUND VALUE 'Y'.
       01  TAX-WORK.
           03 TAX-PERIODS PIC 9(2) VALUE 52.
           03 TAX-JURIS PIC X(1) VALUE SPACE.
           03 TAX-FILSTAT PIC X(1) VALUE SPACE.
           03 TAX-ALLOW PIC 9(2) VALUE 0.
           03 TAX-FED-EXTRA PIC 9(5)V9(2) VALUE 0.
           03 TAX-ST-EXTRA PIC 9(5)V9(2) VALUE 0.
           03 TAX-EXTRA PIC 9(5)V9(2) VALUE 0.
           03 TAX-ALLOW-VALUE PIC 9(7)V9(2) VALUE 0.
           03 TAX-EXEMPT-SW PIC X(1) VALUE 'N'.
               88 TAX-EXEMPT VALUE 'Y'.
           03 TAX-ANNUAL-WAGES PIC S9(9)V9(2) VALUE 0.
           03 TAX-ANNUAL-TAX PIC 9(9)V9(2) VALUE 0.
           03 TAX-BAD-COUNT PIC 9(4) VALUE 0.
      *RETRO EARNINGS FROM PAYRETRO: ONE RECORD PER BACK-DATED RATE
      *CHANGE, WITH THE AMOUNT OWED AND (ONCE PAID) THE PAY PERIOD
      *THAT PAID IT. THE WHOLE FILE IS HELD SO A LIVE RUN CAN
      *REWRITE IT WITH THE ENTRIES IT PAID MARKED.
       01  RETROERN-STATUS PIC XX VALUE SPACES.
       01  RETROERN-DATA.
           03 RE-EMPID PIC X(7).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RE-AMOUNT PIC 9(7)V9(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RE-PERIODS PIC 9(3).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RE-EFF-DATE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RE-STAMP PIC X(18).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RE-PAID-ID PIC X(6).
       01  RETRO-ERN-TABLE.
           03 RETRO-ERN-ENTRY OCCURS 5000 TIMES.
               05 RR-EMPID PIC X(7).
               05 RR-AMOUNT PIC 9(7)V9(2).
               05 RR-PERIODS PIC 9(3).
               05 RR-EFF-DATE PIC X(8).
               05 RR-STAMP PIC X(18).
               05 RR-PAID-ID PIC X(6).
               05 RR-APPLIED-SW PIC X(1).
               05 RR-BAD-IDX PIC 9(3).
       01  RETRO-ERN-COUNT PIC 9(4) VALUE 0.
       01  RETRO-ERN-IDX PIC 9(4) VALUE 0.
       01  RETRO-APPLIED-COUNT PIC 9(4) VALUE 0.
       01  RETRO-OPEN-COUNT PIC 9(4) VALUE 0.
      *RETROERN RECORDS THAT CANNOT BE PAID ARE KEPT AS READ (THEIR
      *TABLE ENTRY HAS RR-APPLIED-SW 'B') AND WRITTEN BACK UNCHANGED.
       01  RETRO-BAD-TABLE.
           03 RETRO-BAD-REC PIC X(56) OCCURS 100 TIMES.
       01  RETRO-BAD-COUNT PIC 9(3) VALUE 0.
      *LEAVE ACCRUAL POLICY BY SERVICE BAND (THE SRVCRPT BANDS):
      *A ROW APPLIES FROM LP-MIN-YEARS OF SERVICE UP TO THE NEXT
      *ROW. ANNUAL HOURS ARE SPREAD OVER PERIODS PAYS A YEAR; THE
      *CAPS ARE THE CARRY-OVER MAXIMUM BALANCES. AN OPTIONAL
      *LEAVEPOL FILE (SAME FIELDS, ONE BLANK BETWEEN EACH) REPLACES
      *THESE DEFAULTS.
       01  LEAVE-POLICY-VALUES.
           03 FILLER PIC X(24) VALUE '000400004000024000048000'.
           03 FILLER PIC X(24) VALUE '010800004000024000048000'.
           03 FILLER PIC X(24) VALUE '051200004000024000048000'.
           03 FILLER PIC X(24) VALUE '101600004000024000048000'.
           03 FILLER PIC X(144) VALUE ZEROS.
       01  LEAVE-POLICY-TABLE REDEFINES LEAVE-POLICY-VALUES.
           03 LEAVE-POLICY-ENTRY OCCURS 10 TIMES.
               05 LP-MIN-YEARS PIC 9(2).
               05 LP-VAC-ANNUAL PIC 9(3)V9(2).
               05 LP-SICK-ANNUAL PIC 9(3)V9(2).
               05 LP-VAC-CAP PIC 9(4)V9(2).
               05 LP-SICK-CAP PIC 9(4)V9(2).
       01  LEAVE-POLICY-COUNT PIC 9(2) VALUE 4.
       01  LEAVE-POLICY-IDX PIC 9(2) VALUE 0.
       01  LEAVE-POLICY-FOUND-IDX PIC 9(2) VALUE 0.
       01  LEAVEPOL-STATUS PIC XX VALUE SPACES.
       01  LEAVEPOL-DATA.
           03 LPF-MIN-YEARS PIC X(2).
           03 FILLER PIC X(1).
           03 LPF-VAC-ANNUAL PIC 9(3)V9(2).
           03 FILLER PIC X(1).
           03 LPF-SICK-ANNUAL PIC 9(3)V9(2).
           03 FILLER PIC X(1).
           03 LPF-VAC-CAP PIC 9(4)V9(2).
           03 FILLER PIC X(1).
           03 LPF-SICK-CAP PIC 9(4)V9(2).
       01  LEAVEPOL-LOADED-SW PIC X(1) VALUE 'N'.
      *LEAVE BALANCES, ONE LEAVEBAL RECORD PER EMPLOYEE, HELD IN
      *LEAVE-TABLE FOR THE RUN (WITH THIS RUN'S OPENING BALANCES,
      *ACCRUALS AND LEAVE TAKEN FOR THE LEAVERPT REPORT) AND
      *WRITTEN BACK WHOLE AFTER A LIVE RUN. LB-PERIOD-ID IS THE
      *LAST PAY PERIOD ACCRUED, SO A PERIOD PAID AGAIN UNDER
      *OVERRIDE DOES NOT ACCRUE TWICE.
       01  LEAVEBAL-STATUS PIC XX VALUE SPACES.
       01  LEAVERPT-STATUS PIC XX VALUE SPACES.
       01  LEAVEBAL-DATA.
           03 LB-EMPID PIC X(7).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LB-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LB-FNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LB-VAC-BAL PIC 9(4)V9(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LB-SICK-BAL PIC 9(4)V9(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LB-PERIOD-ID PIC X(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LB-UPDATED PIC X(8).
       01  LEAVE-TABLE.
           03 LEAVE-ENTRY OCCURS 50000 TIMES.
               05 LV-EMPID PIC X(7).
               05 LV-LNAME PIC X(15).
               05 LV-FNAME PIC X(15).
               05 LV-VAC-BAL PIC 9(4)V9(2).
               05 LV-SICK-BAL PIC 9(4)V9(2).
               05 LV-PERIOD-ID PIC X(6).
               05 LV-UPDATED PIC X(8).
               05 LV-YEARS PIC 9(2).
               05 LV-VAC-OPEN PIC 9(4)V9(2).
               05 LV-VAC-ACCRUED PIC 9(3)V9(2).
               05 LV-VAC-TAKEN PIC 9(3)V9(2).
               05 LV-SICK-OPEN PIC 9(4)V9(2).
               05 LV-SICK-ACCRUED PIC 9(3)V9(2).
               05 LV-SICK-TAKEN PIC 9(3)V9(2).
               05 LV-NOTE PIC X(16).
               05 LV-ACTIVE-SW PIC X(1).
       01  LEAVE-COUNT PIC 9(5) VALUE 0.
       01  LEAVE-IDX PIC 9(5) VALUE 0.
       01  LEAVE-FOUND-IDX PIC 9(5) VALUE 0.
       01  LEAVE-REJECT-COUNT PIC 9(5) VALUE 0.
       01  LEAVE-WORK.
           03 LEAVE-AVAILABLE PIC 9(5)V9(2) VALUE 0.
           03 LEAVE-CLOSING PIC 9(5)V9(2) VALUE 0.
           03 LEAVE-VAC-CAP PIC 9(4)V9(2) VALUE 0.
           03 LEAVE-SICK-CAP PIC 9(4)V9(2) VALUE 0.
           03 LEAVE-TOTAL-VAC-ACCRUED PIC 9(7)V9(2) VALUE 0.
           03 LEAVE-TOTAL-VAC-TAKEN PIC 9(7)V9(2) VALUE 0.
           03 LEAVE-TOTAL-SICK-ACCRUED PIC 9(7)V9(2) VALUE 0.
           03 LEAVE-TOTAL-SICK-TAKEN PIC 9(7)V9(2) VALUE 0.
           03 LEAVE-CAPPED-COUNT PIC 9(5) VALUE 0.
           03 LEAVE-PGNUM PIC 999 VALUE 1.
           03 LEAVE-LINECOUNT PIC 99 VALUE 0.
       01  LEAVE-HEADING1.
           03 LH1-CURR-DATE PIC 99/99/99.
           03 FILLER PIC X(30) VALUES SPACES.
           03 LH1-TITLE PIC X(40) VALUE 'LEAVE BALANCE REPORT'.
           03 FILLER PIC X(22) VALUES SPACES.
           03 FILLER PIC X(7) VALUE 'PAGE'.
           03 LH1-PAGENUM PIC ZZ9.
       01  LEAVE-HEADING2.
           03 FILLER PIC X(44) VALUES SPACES.
           03 FILLER PIC X(36) VALUES
           '---------- VACATION HOURS ----------'.
           03 FILLER PIC X(36) VALUES
           '------------ SICK HOURS ------------'.
       01  LEAVE-HEADING3.
           03 FILLER PIC X(9) VALUES 'EMP ID'.
           03 FILLER PIC X(16) VALUES 'LAST'.
           03 FILLER PIC X(15) VALUES 'FIRST'.
           03 FILLER PIC X(4) VALUES 'YRS'.
           03 FILLER PIC X(9) VALUES '  OPENING'.
           03 FILLER PIC X(9) VALUES '  ACCRUED'.
           03 FILLER PIC X(9) VALUES '    TAKEN'.
           03 FILLER PIC X(9) VALUES '  BALANCE'.
           03 FILLER PIC X(9) VALUES '  OPENING'.
           03 FILLER PIC X(9) VALUES '  ACCRUED'.
           03 FILLER PIC X(9) VALUES '    TAKEN'.
           03 FILLER PIC X(9) VALUES '  BALANCE'.
           03 FILLER PIC X(2) VALUES SPACES.
           03 FILLER PIC X(4) VALUES 'NOTE'.
       01  LEAVE-DETAIL.
           03 LD-EMPID PIC X(7).
           03 FILLER PIC X(2) VALUES SPACES.
           03 LD-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUES SPACES.
           03 LD-FNAME PIC X(14).
           03 FILLER PIC X(1) VALUES SPACES.
           03 LD-YEARS PIC Z9.
           03 FILLER PIC X(2) VALUES SPACES.
           03 LD-VAC-OPEN PIC ZZZ9.99.
           03 FILLER PIC X(2) VALUES SPACES.
           03 LD-VAC-ACCRUED PIC ZZZ9.99.
           03 FILLER PIC X(2) VALUES SPACES.
           03 LD-VAC-TAKEN PIC ZZZ9.99.
           03 FILLER PIC X(2) VALUES SPACES.
           03 LD-VAC-BAL PIC ZZZ9.99.
           03 FILLER PIC X(2) VALUES SPACES.
           03 LD-SICK-OPEN PIC ZZZ9.99.
           03 FILLER PIC X(2) VALUES SPACES.
           03 LD-SICK-ACCRUED PIC ZZZ9.99.
           03 FILLER PIC X(2) VALUES SPACES.
           03 LD-SICK-TAKEN PIC ZZZ9.99.
           03 FILLER PIC X(2) VALUES SPACES.
           03 LD-SICK-BAL PIC ZZZ9.99.
           03 FILLER PIC X(2) VALUES SPACES.
           03 LD-NOTE PIC X(16).
       01  LEAVE-FOOTER1.
           03 FILLER PIC X(30) VALUES 'EMPLOYEES WITH BALANCES:'.
           03 LF1-COUNT PIC ZZZZ9.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(26) VALUES 'BALANCES CAPPED:'.
           03 LF1-CAPPED PIC ZZZZ9.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(26) VALUES 'REQUESTS OVER BALANCE:'.
           03 LF1-REJECTED PIC ZZZZ9.
       01  LEAVE-FOOTER2.
           03 FILLER PIC X(30) VALUES 'VACATION ACCRUED / TAKEN:'.
           03 LF2-VAC-ACCRUED PIC ZZZ,ZZ9.99.
           03 FILLER PIC X(3) VALUES ' / '.
           03 LF2-VAC-TAKEN PIC ZZZ,ZZ9.99.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(26) VALUES 'SICK ACCRUED / TAKEN:'.
           03 LF2-SICK-ACCRUED PIC ZZZ,ZZ9.99.
           03 FILLER PIC X(3) VALUES ' / '.
           03 LF2-SICK-TAKEN PIC ZZZ,ZZ9.99.
      *BANK ROUTING REFERENCE DATA, LOADED FROM THE OPTIONAL
      *BANKACCT FILE: ONE RECORD PER EMPLOYEE ID WITH THE ROUTING
      *AND ACCOUNT NUMBERS FOR DIRECT DEPOSIT. EMPLOYEES WITHOUT A
      *CUMULATIVE PAY HISTORY RECORD, APPENDED FOR EVERY PAID
      *EMPLOYEE EACH PAY RUN AND KEYED BY EMPLOYEE ID AND PAY
      *PERIOD; THE AMOUNT FIELDS ARE UNEDITED SO PAYQTR CAN TOTAL
      *THEM WITHOUT DE-EDITING. PH-DEDUCT IS EVERYTHING WITHHELD,
      *THE TWO TAXES INCLUDED; RECORDS WRITTEN BEFORE WITHHOLDING
      *WAS ADDED END AT PH-PERIOD-ID AND READ BACK WITH THE TAX
      *FIELDS BLANK. PH-ADJ-CODE IS BLANK ON PAY-RUN RECORDS; PAYADJ
      *WRITES V (VOID, AMOUNTS REVERSED), R (REISSUE) AND O
      *(OFF-CYCLE PAY).
       01  PAYHIST-STATUS PIC XX VALUE SPACES.
       01  PAYHIST-DATA.
           03 PH-EMPID PIC X(7).
           03 PH-NET PIC 9(7)V9(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PH-PERIOD-ID PIC X(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PH-TAXABLE PIC 9(7)V9(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PH-FED-TAX PIC 9(7)V9(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PH-STATE-TAX PIC 9(7)V9(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PH-ADJ-CODE PIC X(1).
      *GENERAL-LEDGER ACCOUNT MAPPING, LOADED FROM THE OPTIONAL
      *GLACCTS FILE: ONE RECORD PER KEY, WHERE THE KEY IS A
      *DEPARTMENT CODE (FOR THE GROSS DEBIT LINES), THE LITERAL
      *'NET PAY' (FOR THE NET-PAY CREDIT), OR A DEDUCTION CATEGORY
      *NAME (FOR THAT CATEGORY'S CREDIT LINE); WITHHOLDING POSTS
      *UNDER THE CATEGORIES 'FED TAX' AND 'STATETAX'.
       01  GLACCTS-STATUS PIC XX VALUE SPACES.
       01  GLPOST-STATUS PIC XX VALUE SPACES.
       01  GLRPT-STATUS PIC XX VALUE SPACES.
           PERFORM 1720-PRINT-SSN-EXCEPTIONS.
           PERFORM 1725-PRINT-SEPARATIONS.
           PERFORM 1730-PRINT-YTD-SECTION.
           IF NOT TRIAL-RUN
               PERFORM 1740-SAVE-YTD-TOTALS
           END-IF.
           PERFORM 1741-CLEAR-CHECKPOINT.
           IF NOT TRIAL-RUN
               PERFORM 1745-SAVE-SUSPENSE-FILE
           END-IF.
           PERFORM 1748-PRINT-SUSPENSE-AGING.
           IF PAY-REQUESTED
               PERFORM 3000-PAY-REGISTER-RUN
               EXTRACT-FILE
               RATERPT-FILE
               TERMINATED-FILE.
           IF NOT TRIAL-RUN
               PERFORM 1760-SAVE-EXTRACT-GENERATION
               IF PAY-REQUESTED AND HOURS-STATUS = '00'
                   PERFORM 1765-SAVE-PAYEXT-GENERATION
               END-IF
           END-IF.
           MOVE 'CLEAN' TO RL-END.
           PERFORM 1750-WRITE-RUN-LOG.
               DISPLAY 'RUN OPTIONS READ FROM RUNOPTS: SORT='
                   SORT-OPTION ' RESTART=' RESTART-OPTION
                   ' SUMMARY=' SUMMARY-OPTION ' PAY=' PAY-OPTION
                   ' TRIAL=' TRIAL-OPTION
                   ' MASTERPAY=' MASTERPAY-OPTION
           ELSE
               PERFORM 1049-PROMPT-RUN-OPTIONS
           END-IF.
           IF TRIAL-RUN
               MOVE 'Y' TO PAY-OPTION
           END-IF.
       1049-PROMPT-RUN-OPTIONS.
           DISPLAY 'SORT/GROUP REPORT BY EMPLOYEE TYPE (Y/N)? '.
           ACCEPT SORT-OPTION FROM CONSOLE.
               MOVE 'N' TO PAY-OPTION
           END-IF.
           IF PAY-OPTION = 'Y'
               DISPLAY 'TRIAL (PREVIEW) PAY RUN - NOTHING PAID '
                   '(Y/N)? '
               ACCEPT TRIAL-OPTION FROM CONSOLE
               IF TRIAL-OPTION NOT = 'Y'
                   AND TRIAL-OPTION NOT = 'N'
                   MOVE 'N' TO TRIAL-OPTION
               END-IF
               DISPLAY 'OVERRIDE PAY-PERIOD CALENDAR (Y/N)? '
               ACCEPT OVERRIDE-OPTION FROM CONSOLE
               IF OVERRIDE-OPTION NOT = 'Y'
                   AND OVERRIDE-OPTION NOT = 'N'
                   MOVE 'N' TO OVERRIDE-OPTION
               END-IF
               DISPLAY 'PAY FROM THE EMPMAST MASTER (Y/N)? '
               ACCEPT MASTERPAY-OPTION FROM CONSOLE
               IF MASTERPAY-OPTION NOT = 'Y'
                   AND MASTERPAY-OPTION NOT = 'N'
                   MOVE 'N' TO MASTERPAY-OPTION
               END-IF
           END-IF.
           DISPLAY 'PRINT FULL SSNS - AUTHORIZED RUNS ONLY (Y/N)? '.
           ACCEPT FULLSSN-OPTION FROM CONSOLE.
                       MOVE RO-VALUE TO INQUIRY-KEY
                   END-IF
               ELSE
                   IF RO-NAME = 'VARPCT' OR RO-NAME = 'MAXHOURS'
                       PERFORM 1051C-APPLY-LIMIT-OPTION
                   ELSE
                       IF RO-NAME = 'PERIODS'
                           PERFORM 1051D-APPLY-PERIODS-OPTION
                       ELSE
                           PERFORM 1051B-APPLY-YN-OPTION
                       END-IF
                   END-IF
               END-IF
           END-IF.
       1051B-APPLY-YN-OPTION.
                               IF RO-NAME = 'FULLSSN'
                                   MOVE RO-VALUE1 TO FULLSSN-OPTION
                               ELSE
                                   IF RO-NAME = 'TRIAL'
                                       MOVE RO-VALUE1 TO TRIAL-OPTION
                                   ELSE
                                   IF RO-NAME = 'MASTERPAY'
                                       MOVE RO-VALUE1
                                           TO MASTERPAY-OPTION
                                   ELSE
                                       DISPLAY 'WARNING: UNKNOWN '
                                           'RUNOPTS KEYWORD '
                                           'IGNORED: ' RUNOPT-DATA
                                   END-IF
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       1051C-APPLY-LIMIT-OPTION.
           IF RO-VALUE (1:3) NOT NUMERIC
               DISPLAY 'WARNING: ' RO-NAME ' NEEDS A THREE-DIGIT '
                   'VALUE (E.G. 025); KEYWORD IGNORED: ' RUNOPT-DATA
           ELSE
               IF RO-NAME = 'VARPCT'
                   MOVE RO-VALUE (1:3) TO VAR-PCT-LIMIT
               ELSE
                   MOVE RO-VALUE (1:3) TO VAR-HOURS-LIMIT
               END-IF
           END-IF.
      *PAY PERIODS PER YEAR, USED TO ANNUALIZE GROSS PAY FOR THE
      *WITHHOLDING BRACKETS (52 WEEKLY, 26 BIWEEKLY, 24, 12).
       1051D-APPLY-PERIODS-OPTION.
           IF RO-VALUE (1:2) NOT NUMERIC OR RO-VALUE (1:2) = '00'
               DISPLAY 'WARNING: PERIODS NEEDS A TWO-DIGIT VALUE '
                   '(E.G. 26); KEYWORD IGNORED: ' RUNOPT-DATA
           ELSE
               MOVE RO-VALUE (1:2) TO TAX-PERIODS
           END-IF.
       1052-LOAD-FILE-LIST.
           OPEN INPUT PARAMETER-FILE.
           IF PARM-STATUS = '00'
           END-IF.
           MOVE PAY-PERIOD-ID TO RL-PERIOD.
           MOVE OVERRIDE-OPTION TO RL-OVERRIDE.
           MOVE TRIAL-OPTION TO RL-TRIAL.
           MOVE MASTERPAY-OPTION TO RL-MASTERPAY.
           MOVE EMPCOUNTER TO RL-READ.
           MOVE REJECT-COUNT TO RL-REJ.
           MOVE INQUIRY-KEY TO RL-INQ.
               END-IF
           END-IF.
       3000-PAY-REGISTER-RUN.
           IF TRIAL-RUN
               MOVE 'TRIAL PAY REGISTER - NOTHING PAID' TO PH1-TITLE
           END-IF.
           PERFORM 3050-OPEN-PAY-FILES.
           IF NOT PAY-BLOCKED AND HOURS-STATUS = '00'
               PERFORM 3100-PRINT-PAY-HEADER
               PERFORM 3200-READ-ONE-HOURS
               PERFORM 3300-PAY-ONE-HOURS-RECORD
                   UNTIL EOF-H = 1
               IF MASTER-PAY-RUN
                   PERFORM 3650-SWEEP-MASTER
                   CLOSE EMPMAST-FILE
               ELSE
                   PERFORM 3600-SWEEP-EMPLOYEES
                       VARYING EMP-IDX FROM 1 BY 1
                       UNTIL EMP-IDX > EMP-COUNT
               END-IF
               PERFORM 3700-PRINT-PAY-FOOTER
               IF TRIAL-RUN
                   PERFORM 3560-CHECK-ONE-MISSING
                       VARYING PRIOR-IDX FROM 1 BY 1
                       UNTIL PRIOR-IDX > PRIOR-COUNT
                   PERFORM 3570-PRINT-VARIANCE-SECTION
                   CLOSE SORTED-HOURS-FILE
                       PAYREG-FILE
                   PERFORM 3750-LEAVE-BALANCE-REPORT
                   DISPLAY 'TRIAL PAY RUN COMPLETE; NOTHING WAS '
                       'PAID OR POSTED.'
               ELSE
                   CLOSE SORTED-HOURS-FILE
                       PAYREG-FILE
                       PAYEXTR-FILE
                       PAYMENT-FILE
                       PAYDED-FILE
                       PAYHIST-FILE
                   PERFORM 3750-LEAVE-BALANCE-REPORT
                   PERFORM 3900-GL-POSTING-RUN
                   PERFORM 3099-MARK-RETRO-PAID
                   PERFORM 3780-SAVE-LEAVE-BALANCES
                   PERFORM 3080-MARK-PERIOD-PAID
               END-IF
           END-IF.
       3050-OPEN-PAY-FILES.
           PERFORM 3052-LOAD-PAY-CALENDAR.
               DISPLAY 'NO HOURS FILE FOUND, PAY REGISTER RUN '
                   'SKIPPED.'
           ELSE
               CLOSE HOURS-FILE
               SORT HOURS-SORT-FILE
                   ON ASCENDING KEY SH-EMPID
                   ON ASCENDING KEY SH-TYPE
                   USING HOURS-FILE
                   GIVING SORTED-HOURS-FILE
               OPEN INPUT SORTED-HOURS-FILE
               PERFORM 3060-LOAD-DEDUCTIONS
               PERFORM 3070-LOAD-BANK-ACCOUNTS
               PERFORM 3090-LOAD-TAX-TABLE
               PERFORM 3095-LOAD-TAX-ELECTIONS
               PERFORM 3097-LOAD-RETRO-EARNINGS
               PERFORM 3092-LOAD-LEAVE-POLICY
               PERFORM 3094-LOAD-LEAVE-BALANCES
               IF MASTER-PAY-RUN
                   OPEN INPUT EMPMAST-FILE
                   IF EMPMAST-STATUS NOT = '00'
                       DISPLAY 'FATAL: MASTER-DRIVEN PAY RUN BUT '
                           'CANNOT OPEN EMPMAST, STATUS='
                           EMPMAST-STATUS '. RUN TERMINATED.'
                       PERFORM 9100-ABORT-PAY-IO-ERROR
                   END-IF
               END-IF
               OPEN OUTPUT PAYREG-FILE
               IF TRIAL-RUN
                   PERFORM 3057-LOAD-PRIOR-PAY
               ELSE
                   PERFORM 3053-CHECK-REWRITE-FILES
                   OPEN OUTPUT PAYEXTR-FILE
                       PAYMENT-FILE
                       PAYDED-FILE
                   OPEN EXTEND PAYHIST-FILE
                   IF PAYHIST-STATUS NOT = '00'
                       OPEN OUTPUT PAYHIST-FILE
                   END-IF
               END-IF
           END-IF.
      *A LIVE RUN REWRITES RETROERN AND LEAVEBAL AFTER PAYING, SO
      *BOTH MUST BE WRITABLE BEFORE THE PAY FILES ARE OPENED; A
      *MISSING LEAVEBAL IS CREATED EMPTY, AS THE REWRITE WOULD.
       3053-CHECK-REWRITE-FILES.
           IF RETRO-ERN-COUNT > 0
               OPEN EXTEND RETROERN-FILE
               IF RETROERN-STATUS NOT = '00'
                   DISPLAY 'FATAL: RETROERN CANNOT BE UPDATED, '
                       'STATUS=' RETROERN-STATUS '. RUN TERMINATED.'
                   PERFORM 9100-ABORT-PAY-IO-ERROR
               END-IF
               CLOSE RETROERN-FILE
           END-IF.
           OPEN EXTEND LEAVEBAL-FILE.
           IF LEAVEBAL-STATUS NOT = '00'
               OPEN OUTPUT LEAVEBAL-FILE
           END-IF.
           IF LEAVEBAL-STATUS NOT = '00'
               DISPLAY 'FATAL: LEAVEBAL CANNOT BE UPDATED, STATUS='
                   LEAVEBAL-STATUS '. RUN TERMINATED.'
               PERFORM 9100-ABORT-PAY-IO-ERROR
           END-IF.
           CLOSE LEAVEBAL-FILE.
      *THE TRIAL RUN'S VARIANCE BASE: PAYHIST IS SORTED BY EMPLOYEE
      *AND PERIOD SO THE LAST RECORD OF EACH EMPLOYEE'S GROUP IS
      *THEIR LATEST PAY; THE LATEST PERIOD ON FILE IS KEPT AS WELL
      *SO EMPLOYEES PAID THEN BUT NOT IN THIS RUN CAN BE LISTED.
       3057-LOAD-PRIOR-PAY.
           OPEN INPUT PAYHIST-FILE.
           IF PAYHIST-STATUS NOT = '00'
               DISPLAY 'NO PAYHIST FILE FOUND, EVERY EMPLOYEE IN '
                   'THE TRIAL RUN WILL LIST AS A FIRST-TIME PAY.'
           ELSE
               CLOSE PAYHIST-FILE
               SORT HIST-SORT-FILE
                   ON ASCENDING KEY HS-EMPID
                   ON ASCENDING KEY HS-PERIOD
                   USING PAYHIST-FILE
                   GIVING SORTED-HIST-FILE
               OPEN INPUT SORTED-HIST-FILE
               MOVE 0 TO EOF-PH
               PERFORM 3059-READ-ONE-PRIOR-PAY
                   UNTIL EOF-PH = 1
               CLOSE SORTED-HIST-FILE
           END-IF.
       3059-READ-ONE-PRIOR-PAY.
           READ SORTED-HIST-FILE INTO PAYHIST-DATA
               AT END MOVE 1 TO EOF-PH
           END-READ.
           IF EOF-PH = 0
               AND PH-GROSS NUMERIC AND PH-NET NUMERIC
               AND PH-ADJ-CODE = SPACE
               IF PRIOR-COUNT = 0
                   OR PP-EMPID (PRIOR-COUNT) NOT = PH-EMPID
                   IF PRIOR-COUNT = 50000
                       DISPLAY 'FATAL: PAYHIST HOLDS MORE THAN 50000 '
                           'EMPLOYEES; THE TRIAL VARIANCE CHECK '
                           'WOULD BE INCOMPLETE. RUN TERMINATED.'
                       PERFORM 9100-ABORT-PAY-IO-ERROR
                   END-IF
                   COMPUTE PRIOR-COUNT = PRIOR-COUNT + 1
                   MOVE 'N' TO PP-SEEN-SW (PRIOR-COUNT)
               END-IF
               MOVE PH-EMPID TO PP-EMPID (PRIOR-COUNT)
               MOVE PH-LNAME TO PP-LNAME (PRIOR-COUNT)
               MOVE PH-FNAME TO PP-FNAME (PRIOR-COUNT)
               MOVE PH-PERIOD TO PP-PERIOD (PRIOR-COUNT)
               MOVE PH-GROSS TO PP-GROSS (PRIOR-COUNT)
               MOVE PH-NET TO PP-NET (PRIOR-COUNT)
               IF PH-PERIOD > LAST-HIST-PERIOD
                   MOVE PH-PERIOD TO LAST-HIST-PERIOD
               END-IF
           END-IF.
       3052-LOAD-PAY-CALENDAR.
           MOVE RUN-DATE-YMD TO RUN-DATE-HOLD.
               UNTIL PAYCAL-IDX > PAYCAL-COUNT
               OR PAYCAL-FOUND-IDX > 0.
           IF PAYCAL-FOUND-IDX = 0
               IF OVERRIDE-REQUESTED OR TRIAL-RUN
                   DISPLAY 'WARNING: NO PAYCAL PERIOD COVERS THE '
                       'RUN DATE; PAYING UNDER OVERRIDE OR TRIAL.'
                   MOVE GEN-STAMP (3:6) TO PAY-PERIOD-ID
               ELSE
                   DISPLAY 'PAY RUN REFUSED: NO PAYCAL PERIOD '
           ELSE
               MOVE PCL-ID (PAYCAL-FOUND-IDX) TO PAY-PERIOD-ID
               IF PCL-STATUS (PAYCAL-FOUND-IDX) = 'P'
                   IF OVERRIDE-REQUESTED OR TRIAL-RUN
                       DISPLAY 'WARNING: PERIOD ' PAY-PERIOD-ID
                           ' IS ALREADY MARKED PAID; PAYING '
                           'AGAIN UNDER OVERRIDE OR TRIAL.'
                   ELSE
                       DISPLAY 'PAY RUN REFUSED: PERIOD '
                           PAY-PERIOD-ID ' IS ALREADY MARKED '
               MOVE BA-ROUTING TO BK-ROUTING (BANK-COUNT)
               MOVE BA-ACCOUNT TO BK-ACCOUNT (BANK-COUNT)
           END-IF.
       3090-LOAD-TAX-TABLE.
           OPEN INPUT TAXTBL-FILE.
           IF TAXTBL-STATUS = '00'
               PERFORM 3091-READ-ONE-TAX-BRACKET
                   UNTIL TAXTBL-STATUS NOT = '00'
               CLOSE TAXTBL-FILE
               IF TAX-BAD-COUNT > 0
                   DISPLAY 'WARNING: ' TAX-BAD-COUNT ' BAD TAXTBL '
                       'RECORDS IGNORED.'
               END-IF
           ELSE
               DISPLAY 'NO TAXTBL FILE FOUND, NO TAX WILL BE '
                   'WITHHELD.'
           END-IF.
       3091-READ-ONE-TAX-BRACKET.
           READ TAXTBL-FILE INTO TAXTBL-DATA.
           IF TAXTBL-STATUS = '00'
               IF (TT-JURIS = 'F' OR TT-JURIS = 'S')
                   AND TT-OVER NUMERIC
                   AND TT-FILSTAT = 'A'
                   IF TT-JURIS = 'F'
                       MOVE TT-OVER TO FED-ALLOW-VALUE
                   ELSE
                       MOVE TT-OVER TO ST-ALLOW-VALUE
                   END-IF
               ELSE
                   IF (TT-JURIS = 'F' OR TT-JURIS = 'S')
                       AND (TT-FILSTAT = 'S' OR TT-FILSTAT = 'M'
                       OR TT-FILSTAT = 'H')
                       AND TT-OVER NUMERIC
                       AND TT-BASE NUMERIC
                       AND TT-RATE NUMERIC
                       IF TAX-BRACKET-COUNT = 100
                           DISPLAY 'FATAL: TAXTBL HAS MORE THAN 100 '
                               'BRACKETS; TAX WOULD BE WITHHELD IN '
                               'ERROR. RUN TERMINATED.'
                           PERFORM 9100-ABORT-PAY-IO-ERROR
                       END-IF
                       COMPUTE TAX-BRACKET-COUNT =
                           TAX-BRACKET-COUNT + 1
                       MOVE TT-JURIS TO TB-JURIS (TAX-BRACKET-COUNT)
                       MOVE TT-FILSTAT TO
                           TB-FILSTAT (TAX-BRACKET-COUNT)
                       MOVE TT-OVER TO TB-OVER (TAX-BRACKET-COUNT)
                       MOVE TT-BASE TO TB-BASE (TAX-BRACKET-COUNT)
                       MOVE TT-RATE TO TB-RATE (TAX-BRACKET-COUNT)
                   ELSE
                       COMPUTE TAX-BAD-COUNT = TAX-BAD-COUNT + 1
                       DISPLAY 'WARNING: BAD TAXTBL RECORD '
                           'IGNORED: ' TAXTBL-DATA
                   END-IF
               END-IF
           END-IF.
       3092-LOAD-LEAVE-POLICY.
           OPEN INPUT LEAVEPOL-FILE.
           IF LEAVEPOL-STATUS = '00'
               PERFORM 3093-READ-ONE-LEAVE-POLICY
                   UNTIL LEAVEPOL-STATUS NOT = '00'
               CLOSE LEAVEPOL-FILE
               IF LEAVEPOL-LOADED-SW = 'N'
                   DISPLAY 'WARNING: LEAVEPOL HAS NO VALID RECORDS; '
                       'DEFAULT LEAVE ACCRUAL RATES USED.'
               END-IF
           END-IF.
       3093-READ-ONE-LEAVE-POLICY.
           READ LEAVEPOL-FILE INTO LEAVEPOL-DATA.
           IF LEAVEPOL-STATUS = '00'
               IF LPF-MIN-YEARS NUMERIC
                   AND LPF-VAC-ANNUAL NUMERIC
                   AND LPF-SICK-ANNUAL NUMERIC
                   AND LPF-VAC-CAP NUMERIC
                   AND LPF-SICK-CAP NUMERIC
                   IF LEAVEPOL-LOADED-SW = 'N'
                       MOVE 0 TO LEAVE-POLICY-COUNT
                       MOVE 'Y' TO LEAVEPOL-LOADED-SW
                   END-IF
                   IF LEAVE-POLICY-COUNT < 10
                       COMPUTE LEAVE-POLICY-COUNT =
                           LEAVE-POLICY-COUNT + 1
                       MOVE LPF-MIN-YEARS TO
                           LP-MIN-YEARS (LEAVE-POLICY-COUNT)
                       MOVE LPF-VAC-ANNUAL TO
                           LP-VAC-ANNUAL (LEAVE-POLICY-COUNT)
                       MOVE LPF-SICK-ANNUAL TO
                           LP-SICK-ANNUAL (LEAVE-POLICY-COUNT)
                       MOVE LPF-VAC-CAP TO
                           LP-VAC-CAP (LEAVE-POLICY-COUNT)
                       MOVE LPF-SICK-CAP TO
                           LP-SICK-CAP (LEAVE-POLICY-COUNT)
                   ELSE
                       DISPLAY 'WARNING: LEAVEPOL HAS MORE THAN 10 '
                           'BANDS; EXTRA RECORD IGNORED: '
                           LEAVEPOL-DATA
                   END-IF
               ELSE
                   DISPLAY 'WARNING: BAD LEAVEPOL RECORD IGNORED: '
                       LEAVEPOL-DATA
               END-IF
           END-IF.
       3094-LOAD-LEAVE-BALANCES.
           OPEN INPUT LEAVEBAL-FILE.
           IF LEAVEBAL-STATUS = '00'
               PERFORM 3094A-READ-ONE-LEAVE-BALANCE
                   UNTIL LEAVEBAL-STATUS NOT = '00'
                   OR LEAVE-COUNT = 50000
               IF LEAVEBAL-STATUS = '00'
                   READ LEAVEBAL-FILE
               END-IF
               IF LEAVEBAL-STATUS = '00'
                   DISPLAY 'FATAL: LEAVEBAL HAS MORE THAN 50000 '
                       'ENTRIES; SAVING BALANCES WOULD REWRITE IT '
                       'TRUNCATED. RUN TERMINATED.'
                   CLOSE LEAVEBAL-FILE
                   PERFORM 9100-ABORT-PAY-IO-ERROR
               END-IF
               CLOSE LEAVEBAL-FILE
           ELSE
               DISPLAY 'NO LEAVEBAL FILE FOUND, LEAVE BALANCES '
                   'START AT ZERO.'
           END-IF.
           IF LEAVE-REJECT-COUNT > 0 AND NOT TRIAL-RUN
               DISPLAY 'FATAL: LEAVEBAL HAS ' LEAVE-REJECT-COUNT
                   ' BAD RECORDS; THIS RUN''S ACCRUALS AND LEAVE '
                   'TAKEN COULD NOT BE SAVED. RUN TERMINATED.'
               PERFORM 9100-ABORT-PAY-IO-ERROR
           END-IF.
       3094A-READ-ONE-LEAVE-BALANCE.
           READ LEAVEBAL-FILE INTO LEAVEBAL-DATA.
           IF LEAVEBAL-STATUS = '00'
               IF LB-VAC-BAL NUMERIC AND LB-SICK-BAL NUMERIC
                   COMPUTE LEAVE-COUNT = LEAVE-COUNT + 1
                   MOVE LB-EMPID TO LV-EMPID (LEAVE-COUNT)
                   MOVE LB-LNAME TO LV-LNAME (LEAVE-COUNT)
                   MOVE LB-FNAME TO LV-FNAME (LEAVE-COUNT)
                   MOVE LB-VAC-BAL TO LV-VAC-BAL (LEAVE-COUNT)
                   MOVE LB-SICK-BAL TO LV-SICK-BAL (LEAVE-COUNT)
                   MOVE LB-PERIOD-ID TO LV-PERIOD-ID (LEAVE-COUNT)
                   MOVE LB-UPDATED TO LV-UPDATED (LEAVE-COUNT)
                   PERFORM 3094B-CLEAR-LEAVE-ACTIVITY
               ELSE
                   DISPLAY 'WARNING: BAD LEAVEBAL RECORD IGNORED: '
                       LEAVEBAL-DATA
                   COMPUTE LEAVE-REJECT-COUNT = LEAVE-REJECT-COUNT + 1
               END-IF
           END-IF.
       3094B-CLEAR-LEAVE-ACTIVITY.
           MOVE 0 TO LV-YEARS (LEAVE-COUNT).
           MOVE LV-VAC-BAL (LEAVE-COUNT) TO LV-VAC-OPEN (LEAVE-COUNT).
           MOVE 0 TO LV-VAC-ACCRUED (LEAVE-COUNT).
           MOVE 0 TO LV-VAC-TAKEN (LEAVE-COUNT).
           MOVE LV-SICK-BAL (LEAVE-COUNT)
               TO LV-SICK-OPEN (LEAVE-COUNT).
           MOVE 0 TO LV-SICK-ACCRUED (LEAVE-COUNT).
           MOVE 0 TO LV-SICK-TAKEN (LEAVE-COUNT).
           MOVE SPACES TO LV-NOTE (LEAVE-COUNT).
           MOVE 'N' TO LV-ACTIVE-SW (LEAVE-COUNT).
       3095-LOAD-TAX-ELECTIONS.
           OPEN INPUT TAXELECT-FILE.
           IF TAXELECT-STATUS = '00'
               PERFORM 3096-READ-ONE-TAX-ELECTION
                   UNTIL TAXELECT-STATUS NOT = '00'
                   OR TAX-ELECT-COUNT = 50000
               IF TAXELECT-STATUS = '00'
                   READ TAXELECT-FILE
               END-IF
               IF TAXELECT-STATUS = '00'
                   DISPLAY 'FATAL: TAXELECT HAS MORE THAN 50000 '
                       'ENTRIES; TAX WOULD BE WITHHELD IN ERROR. '
                       'RUN TERMINATED.'
                   PERFORM 9100-ABORT-PAY-IO-ERROR
               END-IF
               CLOSE TAXELECT-FILE
           ELSE
               IF TAX-BRACKET-COUNT > 0
                   DISPLAY 'NO TAXELECT FILE FOUND, ALL EMPLOYEES '
                       'WITHHELD AS SINGLE WITH NO ALLOWANCES.'
               END-IF
           END-IF.
       3096-READ-ONE-TAX-ELECTION.
           READ TAXELECT-FILE INTO TAXELECT-DATA.
           IF TAXELECT-STATUS = '00'
               IF (TE-FILSTAT = 'S' OR TE-FILSTAT = 'M'
                   OR TE-FILSTAT = 'H')
                   AND TE-ALLOW NUMERIC
                   AND TE-FED-EXTRA NUMERIC
                   AND TE-ST-EXTRA NUMERIC
                   AND (TE-EXEMPT = 'Y' OR TE-EXEMPT = 'N')
                   COMPUTE TAX-ELECT-COUNT = TAX-ELECT-COUNT + 1
                   MOVE TE-EMPID TO TL-EMPID (TAX-ELECT-COUNT)
                   MOVE TE-FILSTAT TO TL-FILSTAT (TAX-ELECT-COUNT)
                   MOVE TE-ALLOW TO TL-ALLOW (TAX-ELECT-COUNT)
                   MOVE TE-FED-EXTRA TO
                       TL-FED-EXTRA (TAX-ELECT-COUNT)
                   MOVE TE-ST-EXTRA TO TL-ST-EXTRA (TAX-ELECT-COUNT)
                   MOVE TE-EXEMPT TO TL-EXEMPT (TAX-ELECT-COUNT)
               ELSE
                   DISPLAY 'WARNING: BAD TAXELECT RECORD IGNORED: '
                       TAXELECT-DATA
               END-IF
           END-IF.
      *UNPAID RETROERN ENTRIES ARE ADDED TO THE NEXT GROSS OF THE
      *EMPLOYEE THEY BELONG TO; ENTRIES ALREADY CARRYING A PAID
      *PERIOD ARE KEPT ONLY SO THE FILE CAN BE WRITTEN BACK WHOLE.
       3097-LOAD-RETRO-EARNINGS.
           OPEN INPUT RETROERN-FILE.
           IF RETROERN-STATUS = '00'
               PERFORM 3098-READ-ONE-RETRO
                   UNTIL RETROERN-STATUS NOT = '00'
                   OR RETRO-ERN-COUNT = 5000
               IF RETROERN-STATUS = '00'
                   READ RETROERN-FILE
               END-IF
               IF RETROERN-STATUS = '00'
                   DISPLAY 'FATAL: RETROERN HAS MORE THAN 5000 '
                       'ENTRIES; MARKING RETRO PAID WOULD REWRITE '
                       'IT TRUNCATED. RUN TERMINATED.'
                   CLOSE RETROERN-FILE
                   PERFORM 9100-ABORT-PAY-IO-ERROR
               END-IF
               CLOSE RETROERN-FILE
           END-IF.
       3098-READ-ONE-RETRO.
           READ RETROERN-FILE INTO RETROERN-DATA.
           IF RETROERN-STATUS = '00'
               IF RE-AMOUNT NUMERIC
                   COMPUTE RETRO-ERN-COUNT = RETRO-ERN-COUNT + 1
                   MOVE RE-EMPID TO RR-EMPID (RETRO-ERN-COUNT)
                   MOVE RE-AMOUNT TO RR-AMOUNT (RETRO-ERN-COUNT)
                   MOVE RE-PERIODS TO RR-PERIODS (RETRO-ERN-COUNT)
                   MOVE RE-EFF-DATE TO RR-EFF-DATE (RETRO-ERN-COUNT)
                   MOVE RE-STAMP TO RR-STAMP (RETRO-ERN-COUNT)
                   MOVE RE-PAID-ID TO RR-PAID-ID (RETRO-ERN-COUNT)
                   MOVE 'N' TO RR-APPLIED-SW (RETRO-ERN-COUNT)
                   MOVE 0 TO RR-BAD-IDX (RETRO-ERN-COUNT)
               ELSE
                   IF RETRO-BAD-COUNT = 100
                       DISPLAY 'FATAL: RETROERN HAS MORE THAN 100 '
                           'BAD RECORDS. RUN TERMINATED.'
                       CLOSE RETROERN-FILE
                       PERFORM 9100-ABORT-PAY-IO-ERROR
                   END-IF
                   DISPLAY 'WARNING: BAD RETROERN RECORD NOT PAID, '
                       'KEPT AS IS: ' RETROERN-DATA
                   COMPUTE RETRO-BAD-COUNT = RETRO-BAD-COUNT + 1
                   MOVE RETROERN-DATA TO
                       RETRO-BAD-REC (RETRO-BAD-COUNT)
                   COMPUTE RETRO-ERN-COUNT = RETRO-ERN-COUNT + 1
                   MOVE RE-EMPID TO RR-EMPID (RETRO-ERN-COUNT)
                   MOVE 0 TO RR-AMOUNT (RETRO-ERN-COUNT)
                   MOVE 0 TO RR-PERIODS (RETRO-ERN-COUNT)
                   MOVE SPACES TO RR-EFF-DATE (RETRO-ERN-COUNT)
                   MOVE SPACES TO RR-STAMP (RETRO-ERN-COUNT)
                   MOVE SPACES TO RR-PAID-ID (RETRO-ERN-COUNT)
                   MOVE 'B' TO RR-APPLIED-SW (RETRO-ERN-COUNT)
                   MOVE RETRO-BAD-COUNT TO
                       RR-BAD-IDX (RETRO-ERN-COUNT)
               END-IF
           END-IF.
      *AFTER A LIVE RUN THE RETRO EARNINGS FILE IS WRITTEN BACK
      *WITH EVERY ENTRY PAID THIS RUN MARKED WITH THE PAY PERIOD.
       3099-MARK-RETRO-PAID.
           IF RETRO-APPLIED-COUNT > 0
               OPEN OUTPUT RETROERN-FILE
               IF RETROERN-STATUS = '00'
                   PERFORM 3099A-WRITE-ONE-RETRO
                       VARYING RETRO-ERN-IDX FROM 1 BY 1
                       UNTIL RETRO-ERN-IDX > RETRO-ERN-COUNT
                   CLOSE RETROERN-FILE
               ELSE
                   DISPLAY 'FATAL: CANNOT REWRITE RETROERN, '
                       'STATUS=' RETROERN-STATUS '. RETRO PAID '
                       'THIS RUN MUST BE MARKED PAID BY HAND. RUN '
                       'TERMINATED.'
                   PERFORM 9100-ABORT-PAY-IO-ERROR
               END-IF
           END-IF.
       3099A-WRITE-ONE-RETRO.
           IF RR-APPLIED-SW (RETRO-ERN-IDX) = 'B'
               WRITE RETROERN-REC FROM
                   RETRO-BAD-REC (RR-BAD-IDX (RETRO-ERN-IDX))
           ELSE
               MOVE SPACES TO RETROERN-DATA
               MOVE RR-EMPID (RETRO-ERN-IDX) TO RE-EMPID
               MOVE RR-AMOUNT (RETRO-ERN-IDX) TO RE-AMOUNT
               MOVE RR-PERIODS (RETRO-ERN-IDX) TO RE-PERIODS
               MOVE RR-EFF-DATE (RETRO-ERN-IDX) TO RE-EFF-DATE
               MOVE RR-STAMP (RETRO-ERN-IDX) TO RE-STAMP
               IF RR-APPLIED-SW (RETRO-ERN-IDX) = 'Y'
                   MOVE PAY-PERIOD-ID TO RE-PAID-ID
               ELSE
                   MOVE RR-PAID-ID (RETRO-ERN-IDX) TO RE-PAID-ID
               END-IF
               WRITE RETROERN-REC FROM RETROERN-DATA
           END-IF.
           IF RETROERN-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO RETROERN FAILED, STATUS='
                   RETROERN-STATUS '. RETRO PAID THIS RUN MUST BE '
                   'MARKED PAID BY HAND. RUN TERMINATED.'
               CLOSE RETROERN-FILE
               PERFORM 9100-ABORT-PAY-IO-ERROR
           END-IF.
       3100-PRINT-PAY-HEADER.
           ACCEPT PH1-CURR-DATE FROM DATE.
           IF PAY-PGNUM = 1
           ADD 1 TO PAY-PGNUM.
           MOVE PAY-PGNUM TO PH1-PAGENUM.
       3200-READ-ONE-HOURS.
           READ SORTED-HOURS-FILE INTO HOURS-DATA
               AT END MOVE 1 TO EOF-H
           END-READ.
      *HOURS ARE SORTED BY EMPLOYEE, SO EACH PASS GATHERS ALL OF
      *ONE EMPLOYEE'S RECORDS (READING AHEAD TO THE NEXT EMPLOYEE)
      *AND THEN PAYS THEM ONCE. AN EMPLOYEE WHOSE RECORDS WERE ALL
      *REJECTED IS LEFT FOR THE SWEEP, LIKE ONE WITH NO HOURS.
       3300-PAY-ONE-HOURS-RECORD.
           IF PAY-LINECOUNT >= 50
               PERFORM 3100-PRINT-PAY-HEADER
           END-IF.
           PERFORM 3305-GATHER-EMPLOYEE-HOURS.
           IF GH-VALID-COUNT > 0
               IF MASTER-PAY-RUN
                   PERFORM 3340-PAY-FROM-MASTER
               ELSE
                   PERFORM 3330-PAY-FROM-EMP-TABLE
               END-IF
           END-IF.
       3305-GATHER-EMPLOYEE-HOURS.
           MOVE HR-EMPID TO HOURS-EMPID-HOLD.
           MOVE 0 TO GH-REG-HOURS.
           MOVE 0 TO GH-VAC-HOURS.
           MOVE 0 TO GH-SICK-HOURS.
           MOVE 0 TO GH-HOL-HOURS.
           MOVE 'N' TO GH-REG-SW.
           MOVE 'N' TO GH-VAC-SW.
           MOVE 'N' TO GH-SICK-SW.
           MOVE 'N' TO GH-HOL-SW.
           MOVE 0 TO GH-VALID-COUNT.
           PERFORM 3320-GATHER-ONE-HOURS
               UNTIL EOF-H = 1
               OR HR-EMPID NOT = HOURS-EMPID-HOLD.
       3310-SEARCH-EMP-TABLE.
           IF ET-EMPID (EMP-IDX) = HOURS-EMPID-HOLD
               MOVE 'Y' TO EMP-FOUND-SW
               MOVE EMP-IDX TO EMP-FOUND-IDX
           END-IF.
      *ONE HOURS RECORD OF EACH TYPE PER EMPLOYEE IS TAKEN; A
      *SECOND OF THE SAME TYPE, A BAD TYPE OR A NON-NUMERIC AMOUNT
      *IS LISTED AS AN EXCEPTION AND IGNORED.
       3320-GATHER-ONE-HOURS.
           IF HR-TYPE = SPACE
               MOVE 'R' TO HR-TYPE
           END-IF.
           MOVE SPACES TO PE-REASON.
           IF HR-HOURS NOT NUMERIC
               MOVE 'BAD HOURS AMOUNT, IGNORED' TO PE-REASON
           ELSE
               IF HR-TYPE = 'R'
                   IF GH-REG-SW = 'Y'
                       MOVE 'DUPLICATE HOURS RECORD' TO PE-REASON
                   ELSE
                       MOVE HR-HOURS TO GH-REG-HOURS
                       MOVE 'Y' TO GH-REG-SW
                   END-IF
               END-IF
               IF HR-TYPE = 'V'
                   IF GH-VAC-SW = 'Y'
                       MOVE 'DUPLICATE HOURS RECORD' TO PE-REASON
                   ELSE
                       MOVE HR-HOURS TO GH-VAC-HOURS
                       MOVE 'Y' TO GH-VAC-SW
                   END-IF
               END-IF
               IF HR-TYPE = 'S'
                   IF GH-SICK-SW = 'Y'
                       MOVE 'DUPLICATE HOURS RECORD' TO PE-REASON
                   ELSE
                       MOVE HR-HOURS TO GH-SICK-HOURS
                       MOVE 'Y' TO GH-SICK-SW
                   END-IF
               END-IF
               IF HR-TYPE = 'H'
                   IF GH-HOL-SW = 'Y'
                       MOVE 'DUPLICATE HOURS RECORD' TO PE-REASON
                   ELSE
                       MOVE HR-HOURS TO GH-HOL-HOURS
                       MOVE 'Y' TO GH-HOL-SW
                   END-IF
               END-IF
               IF HR-TYPE NOT = 'R' AND HR-TYPE NOT = 'V'
                   AND HR-TYPE NOT = 'S' AND HR-TYPE NOT = 'H'
                   MOVE 'BAD HOURS TYPE, IGNORED' TO PE-REASON
               END-IF
           END-IF.
           IF PE-REASON = SPACES
               COMPUTE GH-VALID-COUNT = GH-VALID-COUNT + 1
           ELSE
               IF PE-REASON = 'DUPLICATE HOURS RECORD'
                   COMPUTE PAY-DUPHOURS-COUNT =
                       PAY-DUPHOURS-COUNT + 1
               ELSE
                   COMPUTE PAY-BADHOURS-COUNT =
                       PAY-BADHOURS-COUNT + 1
               END-IF
               MOVE HR-EMPID TO PE-EMPID
               MOVE SPACES TO PE-LNAME
               MOVE SPACES TO PE-FNAME
               PERFORM 3510-WRITE-PAY-EXCEPTION
           END-IF.
           PERFORM 3200-READ-ONE-HOURS.
       3330-PAY-FROM-EMP-TABLE.
           MOVE 'N' TO EMP-FOUND-SW.
           MOVE 0 TO EMP-FOUND-IDX.
           PERFORM 3310-SEARCH-EMP-TABLE
               UNTIL EMP-IDX > EMP-COUNT
               OR EMP-FOUND.
           IF EMP-FOUND
               PERFORM 3335-LOAD-FROM-EMP-TABLE
               IF ET-PAID-SW (EMP-FOUND-IDX) = 'Y'
                   COMPUTE PAY-DUPHOURS-COUNT =
                       PAY-DUPHOURS-COUNT + 1
                   MOVE PY-EMPID TO PE-EMPID
                   MOVE PY-LNAME TO PE-LNAME
                   MOVE PY-FNAME TO PE-FNAME
                   MOVE 'DUPLICATE HOURS RECORD' TO PE-REASON
                   PERFORM 3510-WRITE-PAY-EXCEPTION
               ELSE
                   MOVE 'Y' TO ET-PAID-SW (EMP-FOUND-IDX)
                   PERFORM 3400-PAY-MATCHED-EMPLOYEE
               END-IF
           ELSE
               PERFORM 3339-REPORT-UNKNOWN-EMPLOYEE
           END-IF.
       3335-LOAD-FROM-EMP-TABLE.
           MOVE ET-EMPID (EMP-FOUND-IDX) TO PY-EMPID.
           MOVE ET-LNAME (EMP-FOUND-IDX) TO PY-LNAME.
           MOVE ET-FNAME (EMP-FOUND-IDX) TO PY-FNAME.
           MOVE ET-EMPTYPE (EMP-FOUND-IDX) TO PY-EMPTYPE.
           MOVE ET-DATE (EMP-FOUND-IDX) TO PY-DATE.
           MOVE ET-EMPRATE (EMP-FOUND-IDX) TO PY-EMPRATE.
           MOVE ET-EMPSTATUS (EMP-FOUND-IDX) TO PY-EMPSTATUS.
           MOVE ET-DEPT (EMP-FOUND-IDX) TO PY-DEPT.
           MOVE ET-LOC (EMP-FOUND-IDX) TO PY-LOC.
       3339-REPORT-UNKNOWN-EMPLOYEE.
           COMPUTE PAY-UNMATCHED-COUNT = PAY-UNMATCHED-COUNT + 1.
           MOVE HOURS-EMPID-HOLD TO PE-EMPID.
           MOVE SPACES TO PE-LNAME.
           MOVE SPACES TO PE-FNAME.
           MOVE 'HOURS FOR UNKNOWN EMPLOYEE' TO PE-REASON.
           PERFORM 3510-WRITE-PAY-EXCEPTION.
      *MASTER-DRIVEN PAY: THE HOURS ARE PAID AT THE RATE, TYPE AND
      *STATUS ON EMPMAST. A TERMINATED OR ON-LEAVE EMPLOYEE, OR ONE
      *WHOSE MASTER RATE IS NOT NUMERIC, IS HELD AND LISTED.
       3340-PAY-FROM-MASTER.
           MOVE HOURS-EMPID-HOLD TO M-EMPID.
           READ EMPMAST-FILE
               INVALID KEY
                   PERFORM 3339-REPORT-UNKNOWN-EMPLOYEE
               NOT INVALID KEY
                   PERFORM 3346-NOTE-MASTER-SEEN
                   PERFORM 3345-LOAD-FROM-MASTER
                   PERFORM 3347-CHECK-MASTER-PAYABLE
                   IF PE-REASON = SPACES
                       PERFORM 3400-PAY-MATCHED-EMPLOYEE
                   END-IF
           END-READ.
           IF EMPMAST-STATUS NOT = '00' AND EMPMAST-STATUS NOT = '23'
               DISPLAY 'FATAL: READ OF EMPMAST FAILED FOR '
                   HOURS-EMPID-HOLD ', STATUS=' EMPMAST-STATUS
                   '. RUN TERMINATED.'
               PERFORM 9100-ABORT-PAY-IO-ERROR
           END-IF.
       3345-LOAD-FROM-MASTER.
           MOVE M-EMPID TO PY-EMPID.
           MOVE M-LNAME TO PY-LNAME.
           MOVE M-FNAME TO PY-FNAME.
           MOVE M-EMPTYPE TO PY-EMPTYPE.
           MOVE M-DATE TO PY-DATE.
           IF M-EMPRATE-N NUMERIC
               MOVE M-EMPRATE-N TO PY-EMPRATE
           ELSE
               MOVE 0 TO PY-EMPRATE
           END-IF.
           MOVE M-EMPSTATUS TO PY-EMPSTATUS.
           MOVE M-DEPT TO PY-DEPT.
           MOVE M-LOCATION TO PY-LOC.
       3346-NOTE-MASTER-SEEN.
           IF MASTER-SEEN-COUNT = 50000
               DISPLAY 'FATAL: MORE THAN 50000 EMPLOYEES WITH HOURS '
                   'ON A MASTER-DRIVEN PAY RUN. RUN TERMINATED.'
               PERFORM 9100-ABORT-PAY-IO-ERROR
           END-IF.
           COMPUTE MASTER-SEEN-COUNT = MASTER-SEEN-COUNT + 1.
           MOVE M-EMPID TO MASTER-SEEN-ID (MASTER-SEEN-COUNT).
       3347-CHECK-MASTER-PAYABLE.
           MOVE SPACES TO PE-REASON.
           IF M-EMPSTATUS = 'T'
               MOVE 'TERMINATED ON MASTER, NOT PAID' TO PE-REASON
               COMPUTE PAY-REFUSED-COUNT = PAY-REFUSED-COUNT + 1
           ELSE
               IF M-EMPSTATUS = 'L'
                   MOVE 'ON LEAVE ON MASTER, NOT PAID' TO PE-REASON
                   COMPUTE PAY-REFUSED-COUNT = PAY-REFUSED-COUNT + 1
               ELSE
                   IF M-EMPRATE-N NOT NUMERIC
                       MOVE 'BAD PAY RATE ON MASTER' TO PE-REASON
                       COMPUTE PAY-BADRATE-COUNT =
                           PAY-BADRATE-COUNT + 1
                   END-IF
               END-IF
           END-IF.
           IF PE-REASON NOT = SPACES
               MOVE PY-EMPID TO PE-EMPID
               MOVE PY-LNAME TO PE-LNAME
               MOVE PY-FNAME TO PE-FNAME
               PERFORM 3510-WRITE-PAY-EXCEPTION
           END-IF.
      *OVERTIME IS WORKED (REGULAR) HOURS OVER 40 ONLY; PAID LEAVE
      *IS ADDED AT THE STRAIGHT RATE AFTER THE THRESHOLD IS TAKEN.
       3400-PAY-MATCHED-EMPLOYEE.
           PERFORM 3410-APPLY-LEAVE.
           MOVE GH-REG-HOURS TO PAY-REG-HOURS.
           MOVE 0 TO PAY-OT-HOURS.
           IF PY-EMPSTATUS = 'H'
               IF GH-REG-HOURS > 40
                   MOVE 40 TO PAY-REG-HOURS
                   COMPUTE PAY-OT-HOURS = GH-REG-HOURS - 40
               END-IF
               COMPUTE PAY-REG-HOURS =
                   PAY-REG-HOURS + PAY-LEAVE-HOURS
               COMPUTE PAY-GROSS =
                   PY-EMPRATE * PAY-REG-HOURS
               COMPUTE PAY-OT-PAY =
                   PY-EMPRATE * 1.5
                   * PAY-OT-HOURS
               COMPUTE PAY-GROSS = PAY-GROSS + PAY-OT-PAY
           ELSE
               COMPUTE PAY-GROSS = PY-EMPRATE
           END-IF.
           COMPUTE PAY-HOURS = GH-REG-HOURS + PAY-LEAVE-HOURS.
           PERFORM 3420-ADD-RETRO-PAY.
           COMPUTE PAY-EMP-COUNT = PAY-EMP-COUNT + 1.
           COMPUTE PAY-TOTAL-GROSS = PAY-TOTAL-GROSS + PAY-GROSS.
           PERFORM 3450-APPLY-DEDUCTIONS.
           PERFORM 3500-WRITE-PAY-DETAIL.
      *LEAVE: THE EMPLOYEE'S BALANCES GET THIS PERIOD'S ACCRUAL,
      *THEN VACATION AND SICK HOURS ARE TAKEN IF THE BALANCE COVERS
      *THEM (OTHERWISE THEY ARE NOT PAID AND ARE LISTED), THEN EACH
      *BALANCE IS HELD TO ITS CARRY-OVER MAXIMUM. HOLIDAY HOURS
      *HAVE NO BALANCE AND ARE ALWAYS PAID.
       3410-APPLY-LEAVE.
           MOVE 0 TO PAY-LEAVE-HOURS.
           MOVE 0 TO PAY-VAC-TAKEN.
           MOVE 0 TO PAY-SICK-TAKEN.
           PERFORM 3411-FIND-LEAVE-BALANCE.
           PERFORM 3413-COMPUTE-ACCRUAL.
           COMPUTE LEAVE-AVAILABLE = LV-VAC-BAL (LEAVE-FOUND-IDX)
               + LV-VAC-ACCRUED (LEAVE-FOUND-IDX).
           IF GH-VAC-HOURS > LEAVE-AVAILABLE
               MOVE 'VACATION OVER BALANCE, UNPAID' TO PE-REASON
               PERFORM 3416-REJECT-LEAVE
           ELSE
               MOVE GH-VAC-HOURS TO PAY-VAC-TAKEN
           END-IF.
           COMPUTE LEAVE-CLOSING = LEAVE-AVAILABLE - PAY-VAC-TAKEN.
           IF LEAVE-CLOSING > LEAVE-VAC-CAP
               MOVE LEAVE-VAC-CAP TO LEAVE-CLOSING
               MOVE 'VACATION CAPPED' TO LV-NOTE (LEAVE-FOUND-IDX)
               COMPUTE LEAVE-CAPPED-COUNT = LEAVE-CAPPED-COUNT + 1
           END-IF.
           MOVE LEAVE-CLOSING TO LV-VAC-BAL (LEAVE-FOUND-IDX).
           MOVE PAY-VAC-TAKEN TO LV-VAC-TAKEN (LEAVE-FOUND-IDX).
           COMPUTE LEAVE-AVAILABLE = LV-SICK-BAL (LEAVE-FOUND-IDX)
               + LV-SICK-ACCRUED (LEAVE-FOUND-IDX).
           IF GH-SICK-HOURS > LEAVE-AVAILABLE
               MOVE 'SICK OVER BALANCE, UNPAID' TO PE-REASON
               PERFORM 3416-REJECT-LEAVE
           ELSE
               MOVE GH-SICK-HOURS TO PAY-SICK-TAKEN
           END-IF.
           COMPUTE LEAVE-CLOSING = LEAVE-AVAILABLE - PAY-SICK-TAKEN.
           IF LEAVE-CLOSING > LEAVE-SICK-CAP
               MOVE LEAVE-SICK-CAP TO LEAVE-CLOSING
               MOVE 'SICK CAPPED' TO LV-NOTE (LEAVE-FOUND-IDX)
               COMPUTE LEAVE-CAPPED-COUNT = LEAVE-CAPPED-COUNT + 1
           END-IF.
           MOVE LEAVE-CLOSING TO LV-SICK-BAL (LEAVE-FOUND-IDX).
           MOVE PAY-SICK-TAKEN TO LV-SICK-TAKEN (LEAVE-FOUND-IDX).
           COMPUTE PAY-LEAVE-HOURS = PAY-VAC-TAKEN + PAY-SICK-TAKEN.
           COMPUTE PAY-LEAVE-HOURS = PAY-LEAVE-HOURS + GH-HOL-HOURS.
           MOVE PAY-PERIOD-ID TO LV-PERIOD-ID (LEAVE-FOUND-IDX).
           MOVE RUN-DATE-YMD TO LV-UPDATED (LEAVE-FOUND-IDX).
           MOVE 'Y' TO LV-ACTIVE-SW (LEAVE-FOUND-IDX).
       3411-FIND-LEAVE-BALANCE.
           MOVE 0 TO LEAVE-FOUND-IDX.
           PERFORM 3412-MATCH-ONE-LEAVE
               VARYING LEAVE-IDX FROM 1 BY 1
               UNTIL LEAVE-IDX > LEAVE-COUNT
               OR LEAVE-FOUND-IDX > 0.
           IF LEAVE-FOUND-IDX = 0
               IF LEAVE-COUNT = 50000
                   DISPLAY 'FATAL: MORE THAN 50000 LEAVE BALANCES; '
                       'RUN TERMINATED.'
                   PERFORM 9100-ABORT-PAY-IO-ERROR
               END-IF
               COMPUTE LEAVE-COUNT = LEAVE-COUNT + 1
               MOVE LEAVE-COUNT TO LEAVE-FOUND-IDX
               MOVE PY-EMPID TO LV-EMPID (LEAVE-COUNT)
               MOVE 0 TO LV-VAC-BAL (LEAVE-COUNT)
               MOVE 0 TO LV-SICK-BAL (LEAVE-COUNT)
               MOVE SPACES TO LV-PERIOD-ID (LEAVE-COUNT)
               MOVE SPACES TO LV-UPDATED (LEAVE-COUNT)
               PERFORM 3094B-CLEAR-LEAVE-ACTIVITY
               MOVE 'NEW BALANCE' TO LV-NOTE (LEAVE-COUNT)
           END-IF.
           MOVE PY-LNAME TO LV-LNAME (LEAVE-FOUND-IDX).
           MOVE PY-FNAME TO LV-FNAME (LEAVE-FOUND-IDX).
       3412-MATCH-ONE-LEAVE.
           IF LV-EMPID (LEAVE-IDX) = PY-EMPID
               MOVE LEAVE-IDX TO LEAVE-FOUND-IDX
           END-IF.
      *THE ACCRUAL BAND IS THE LAST POLICY ROW WHOSE MINIMUM YEARS
      *THE EMPLOYEE HAS REACHED, BY THE SAME HIRE-DATE TENURE THE
      *SERVICE REPORT USES (AN UNREADABLE HIRE DATE COUNTS AS
      *UNDER ONE YEAR).
       3413-COMPUTE-ACCRUAL.
           MOVE PY-DATE TO HOLD-HIRE-DATE-X.
           PERFORM 4150-COMPUTE-SERVICE-YEARS.
           IF SERVICE-YEARS > 99
               MOVE 99 TO LV-YEARS (LEAVE-FOUND-IDX)
           ELSE
               MOVE SERVICE-YEARS TO LV-YEARS (LEAVE-FOUND-IDX)
           END-IF.
           MOVE 0 TO LEAVE-POLICY-FOUND-IDX.
           PERFORM 3414-MATCH-ONE-POLICY
               VARYING LEAVE-POLICY-IDX FROM 1 BY 1
               UNTIL LEAVE-POLICY-IDX > LEAVE-POLICY-COUNT.
           IF LEAVE-POLICY-FOUND-IDX = 0
               MOVE 1 TO LEAVE-POLICY-FOUND-IDX
           END-IF.
           MOVE LP-VAC-CAP (LEAVE-POLICY-FOUND-IDX) TO LEAVE-VAC-CAP.
           MOVE LP-SICK-CAP (LEAVE-POLICY-FOUND-IDX)
               TO LEAVE-SICK-CAP.
           IF LV-PERIOD-ID (LEAVE-FOUND-IDX) = PAY-PERIOD-ID
               MOVE 0 TO LV-VAC-ACCRUED (LEAVE-FOUND-IDX)
               MOVE 0 TO LV-SICK-ACCRUED (LEAVE-FOUND-IDX)
               MOVE 'PERIOD ACCRUED' TO LV-NOTE (LEAVE-FOUND-IDX)
           ELSE
               COMPUTE LV-VAC-ACCRUED (LEAVE-FOUND-IDX) ROUNDED =
                   LP-VAC-ANNUAL (LEAVE-POLICY-FOUND-IDX)
                   / TAX-PERIODS
               COMPUTE LV-SICK-ACCRUED (LEAVE-FOUND-IDX) ROUNDED =
                   LP-SICK-ANNUAL (LEAVE-POLICY-FOUND-IDX)
                   / TAX-PERIODS
           END-IF.
       3414-MATCH-ONE-POLICY.
           IF LP-MIN-YEARS (LEAVE-POLICY-IDX) <= SERVICE-YEARS
               IF LEAVE-POLICY-FOUND-IDX = 0
                   MOVE LEAVE-POLICY-IDX TO LEAVE-POLICY-FOUND-IDX
               ELSE
                   IF LP-MIN-YEARS (LEAVE-POLICY-IDX) >
                       LP-MIN-YEARS (LEAVE-POLICY-FOUND-IDX)
                       MOVE LEAVE-POLICY-IDX
                           TO LEAVE-POLICY-FOUND-IDX
                   END-IF
               END-IF
           END-IF.
       3416-REJECT-LEAVE.
           COMPUTE PAY-LEAVE-REJECT-COUNT =
               PAY-LEAVE-REJECT-COUNT + 1.
           MOVE 'LEAVE REJECTED' TO LV-NOTE (LEAVE-FOUND-IDX).
           MOVE PY-EMPID TO PE-EMPID.
           MOVE PY-LNAME TO PE-LNAME.
           MOVE PY-FNAME TO PE-FNAME.
           PERFORM 3510-WRITE-PAY-EXCEPTION.
       3420-ADD-RETRO-PAY.
           MOVE 0 TO PAY-RETRO.
           PERFORM 3421-ADD-ONE-RETRO
               VARYING RETRO-ERN-IDX FROM 1 BY 1
               UNTIL RETRO-ERN-IDX > RETRO-ERN-COUNT.
           COMPUTE PAY-GROSS = PAY-GROSS + PAY-RETRO.
           COMPUTE PAY-TOTAL-RETRO = PAY-TOTAL-RETRO + PAY-RETRO.
       3421-ADD-ONE-RETRO.
           IF RR-EMPID (RETRO-ERN-IDX) = PY-EMPID
               AND RR-PAID-ID (RETRO-ERN-IDX) = SPACES
               AND RR-APPLIED-SW (RETRO-ERN-IDX) = 'N'
               COMPUTE PAY-RETRO =
                   PAY-RETRO + RR-AMOUNT (RETRO-ERN-IDX)
               MOVE 'Y' TO RR-APPLIED-SW (RETRO-ERN-IDX)
               COMPUTE RETRO-APPLIED-COUNT = RETRO-APPLIED-COUNT + 1
           END-IF.
      *DEDUCTIONS APPLY AFTER GROSS: FEDERAL AND STATE WITHHOLDING
      *FIRST, THEN EVERY DEDUCT ENTRY WHOSE SCOPE MATCHES THIS
      *EMPLOYEE'S ID OR TYPE, EACH ONE CAPPED AT THE GROSS
      *REMAINING SO NET PAY CAN NEVER GO NEGATIVE.
       3450-APPLY-DEDUCTIONS.
           PERFORM 3455-ACCUMULATE-DEPT-GROSS.
           MOVE 0 TO PAY-DEDUCT.
           MOVE 0 TO EMPDED-COUNT.
           MOVE PAY-GROSS TO PAY-DED-REMAIN.
           PERFORM 3440-APPLY-TAX-WITHHOLDING.
           PERFORM 3460-APPLY-ONE-DEDUCTION
               VARYING DED-IDX FROM 1 BY 1
               UNTIL DED-IDX > DED-COUNT.
           COMPUTE PAY-TOTAL-DEDUCT = PAY-TOTAL-DEDUCT + PAY-DEDUCT.
           COMPUTE PAY-TOTAL-NET = PAY-TOTAL-NET + PAY-NET.
       3455-ACCUMULATE-DEPT-GROSS.
           MOVE PY-DEPT TO HOLD-DEPT.
           IF HOLD-DEPT = SPACES
               MOVE 'NONE' TO HOLD-DEPT
           END-IF.
               COMPUTE DPG-GROSS (DEPTG-IDX) =
                   DPG-GROSS (DEPTG-IDX) + PAY-GROSS
           END-IF.
      *WITHHOLDING: GROSS IS ANNUALIZED OVER THE PAY PERIODS PER
      *YEAR, LESS THE ELECTED ALLOWANCES, AND TAXED THROUGH THE
      *BRACKETS FOR THE EMPLOYEE'S FILING STATUS; THE ANNUAL TAX IS
      *DE-ANNUALIZED AND ANY EXTRA FLAT AMOUNT ELECTED IS ADDED.
      *EACH TAX IS POSTED UNDER ITS OWN CATEGORY (FED TAX, STATETAX)
      *SO GLACCTS CAN MAP IT TO A LIABILITY ACCOUNT.
       3440-APPLY-TAX-WITHHOLDING.
           MOVE PAY-GROSS TO PAY-TAXABLE.
           MOVE 0 TO PAY-FED-TAX.
           MOVE 0 TO PAY-STATE-TAX.
           MOVE 'S' TO TAX-FILSTAT.
           MOVE 0 TO TAX-ALLOW.
           MOVE 0 TO TAX-FED-EXTRA.
           MOVE 0 TO TAX-ST-EXTRA.
           MOVE 'N' TO TAX-EXEMPT-SW.
           IF TAX-BRACKET-COUNT > 0
               MOVE 'N' TO TAX-ELECT-FOUND-SW
               PERFORM 3441-FIND-TAX-ELECTION
                   VARYING TAX-ELECT-IDX FROM 1 BY 1
                   UNTIL TAX-ELECT-IDX > TAX-ELECT-COUNT
                   OR TAX-ELECT-FOUND
               IF NOT TAX-EXEMPT
                   MOVE 'F' TO TAX-JURIS
                   MOVE FED-ALLOW-VALUE TO TAX-ALLOW-VALUE
                   MOVE TAX-FED-EXTRA TO TAX-EXTRA
                   PERFORM 3442-COMPUTE-ONE-TAX
                   MOVE PAY-DED-AMT TO PAY-FED-TAX
                   IF PAY-FED-TAX > 0
                       MOVE 'FED TAX' TO PAY-CATEGORY-HOLD
                       PERFORM 3465-ACCUMULATE-CATEGORY
                   END-IF
                   MOVE 'S' TO TAX-JURIS
                   MOVE ST-ALLOW-VALUE TO TAX-ALLOW-VALUE
                   MOVE TAX-ST-EXTRA TO TAX-EXTRA
                   PERFORM 3442-COMPUTE-ONE-TAX
                   MOVE PAY-DED-AMT TO PAY-STATE-TAX
                   IF PAY-STATE-TAX > 0
                       MOVE 'STATETAX' TO PAY-CATEGORY-HOLD
                       PERFORM 3465-ACCUMULATE-CATEGORY
                   END-IF
               END-IF
           END-IF.
           COMPUTE PAY-TOTAL-TAXABLE = PAY-TOTAL-TAXABLE
               + PAY-TAXABLE.
           COMPUTE PAY-TOTAL-FED-TAX = PAY-TOTAL-FED-TAX
               + PAY-FED-TAX.
           COMPUTE PAY-TOTAL-STATE-TAX = PAY-TOTAL-STATE-TAX
               + PAY-STATE-TAX.
       3441-FIND-TAX-ELECTION.
           IF TL-EMPID (TAX-ELECT-IDX) = PY-EMPID
               MOVE 'Y' TO TAX-ELECT-FOUND-SW
               MOVE TL-FILSTAT (TAX-ELECT-IDX) TO TAX-FILSTAT
               MOVE TL-ALLOW (TAX-ELECT-IDX) TO TAX-ALLOW
               MOVE TL-FED-EXTRA (TAX-ELECT-IDX) TO TAX-FED-EXTRA
               MOVE TL-ST-EXTRA (TAX-ELECT-IDX) TO TAX-ST-EXTRA
               MOVE TL-EXEMPT (TAX-ELECT-IDX) TO TAX-EXEMPT-SW
           END-IF.
      *ONE JURISDICTION'S TAX FOR THIS PAY, LEFT IN PAY-DED-AMT AND
      *ALREADY TAKEN OUT OF THE GROSS REMAINING. A JURISDICTION
      *WITH NO BRACKET FOR THE FILING STATUS WITHHOLDS ONLY THE
      *EXTRA AMOUNT ELECTED.
       3442-COMPUTE-ONE-TAX.
           COMPUTE TAX-ANNUAL-WAGES = PAY-GROSS * TAX-PERIODS
               - TAX-ALLOW * TAX-ALLOW-VALUE.
           IF TAX-ANNUAL-WAGES < 0
               MOVE 0 TO TAX-ANNUAL-WAGES
           END-IF.
           MOVE 0 TO TAX-BRACKET-FOUND-IDX.
           PERFORM 3443-FIND-TAX-BRACKET
               VARYING TAX-BRACKET-IDX FROM 1 BY 1
               UNTIL TAX-BRACKET-IDX > TAX-BRACKET-COUNT.
           IF TAX-BRACKET-FOUND-IDX = 0
               MOVE 0 TO TAX-ANNUAL-TAX
           ELSE
               COMPUTE TAX-ANNUAL-TAX =
                   TB-BASE (TAX-BRACKET-FOUND-IDX)
                   + (TAX-ANNUAL-WAGES
                   - TB-OVER (TAX-BRACKET-FOUND-IDX))
                   * TB-RATE (TAX-BRACKET-FOUND-IDX) / 100
           END-IF.
           COMPUTE PAY-DED-AMT ROUNDED =
               TAX-ANNUAL-TAX / TAX-PERIODS.
           COMPUTE PAY-DED-AMT = PAY-DED-AMT + TAX-EXTRA.
           IF PAY-DED-AMT > PAY-DED-REMAIN
               MOVE PAY-DED-REMAIN TO PAY-DED-AMT
           END-IF.
           COMPUTE PAY-DEDUCT = PAY-DEDUCT + PAY-DED-AMT.
           COMPUTE PAY-DED-REMAIN = PAY-DED-REMAIN - PAY-DED-AMT.
       3443-FIND-TAX-BRACKET.
           IF TB-JURIS (TAX-BRACKET-IDX) = TAX-JURIS
               AND TB-FILSTAT (TAX-BRACKET-IDX) = TAX-FILSTAT
               AND TB-OVER (TAX-BRACKET-IDX) <= TAX-ANNUAL-WAGES
               IF TAX-BRACKET-FOUND-IDX = 0
                   MOVE TAX-BRACKET-IDX TO TAX-BRACKET-FOUND-IDX
               ELSE
                   IF TB-OVER (TAX-BRACKET-IDX) >
                       TB-OVER (TAX-BRACKET-FOUND-IDX)
                       MOVE TAX-BRACKET-IDX TO TAX-BRACKET-FOUND-IDX
                   END-IF
               END-IF
           END-IF.
       3460-APPLY-ONE-DEDUCTION.
           IF (DED-SCOPE (DED-IDX) = 'E'
               AND DED-KEY (DED-IDX) = PY-EMPID)
               OR (DED-SCOPE (DED-IDX) = 'T'
               AND DED-KEY (DED-IDX) (1:2)
                   = PY-EMPTYPE)
               IF DED-METHOD (DED-IDX) = 'P'
                   COMPUTE PAY-DED-AMT ROUNDED =
                       PAY-GROSS * DED-VALUE (DED-IDX) / 100
               END-IF
               COMPUTE PAY-DEDUCT = PAY-DEDUCT + PAY-DED-AMT
               COMPUTE PAY-DED-REMAIN = PAY-DED-REMAIN - PAY-DED-AMT
               MOVE DED-CATEGORY (DED-IDX) TO PAY-CATEGORY-HOLD
               PERFORM 3465-ACCUMULATE-CATEGORY
               IF EMPDED-COUNT < 20
                   COMPUTE EMPDED-COUNT = EMPDED-COUNT + 1
           IF NOT ROLLUP-FOUND
               IF DEDCAT-COUNT < 100
                   COMPUTE DEDCAT-COUNT = DEDCAT-COUNT + 1
                   MOVE PAY-CATEGORY-HOLD TO
                       DC-CATEGORY (DEDCAT-COUNT)
                   MOVE PAY-DED-AMT TO DC-TOTAL (DEDCAT-COUNT)
               END-IF
           END-IF.
       3466-FIND-CATEGORY.
           IF DC-CATEGORY (DEDCAT-IDX) = PAY-CATEGORY-HOLD
               MOVE 'Y' TO ROLLUP-FOUND-SW
               COMPUTE DC-TOTAL (DEDCAT-IDX) =
                   DC-TOTAL (DEDCAT-IDX) + PAY-DED-AMT
           END-IF.
       3500-WRITE-PAY-DETAIL.
           MOVE PY-EMPID TO PD-EMPID.
           MOVE PY-LNAME TO PD-LNAME.
           MOVE PY-FNAME TO PD-FNAME.
           MOVE PY-EMPSTATUS TO PD-EMPSTATUS.
           MOVE PY-EMPRATE TO PD-RATE.
           IF PY-EMPSTATUS = 'H'
               MOVE PAY-HOURS TO PD-HOURS
               MOVE PAY-OT-HOURS TO PD-OTHOURS
           ELSE
               MOVE SPACES TO PD-HOURS-X
               PERFORM 9100-ABORT-PAY-IO-ERROR
           END-IF.
           COMPUTE PAY-LINECOUNT = PAY-LINECOUNT + 1.
           IF PAY-RETRO > 0
               PERFORM 3501-PRINT-RETRO-LINE
           END-IF.
           IF PAY-LEAVE-HOURS > 0
               PERFORM 3503-PRINT-LEAVE-LINE
           END-IF.
           IF TAX-BRACKET-COUNT > 0
               PERFORM 3502-PRINT-TAX-LINE
           END-IF.
           PERFORM 3505-PRINT-ONE-DEDUCTION
               VARYING EMPDED-IDX FROM 1 BY 1
               UNTIL EMPDED-IDX > EMPDED-COUNT.
           IF TRIAL-RUN
               PERFORM 3550-CHECK-PAY-VARIANCE
           ELSE
               PERFORM 3520-WRITE-PAY-EXTRACT
               PERFORM 3530-WRITE-PAYMENT-RECORD
               PERFORM 3535-WRITE-STUB-DEDUCTION
                   VARYING EMPDED-IDX FROM 1 BY 1
                   UNTIL EMPDED-IDX > EMPDED-COUNT
               PERFORM 3525-WRITE-PAY-HISTORY
           END-IF.
       3501-PRINT-RETRO-LINE.
           MOVE PAY-RETRO TO PRL-AMOUNT.
           WRITE PAYREG-REC FROM PAYR-RETRO-LINE
               AFTER ADVANCING 1 LINE.
           IF PAYREG-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO PAYREG FAILED, STATUS='
                   PAYREG-STATUS '. RUN TERMINATED.'
               PERFORM 9100-ABORT-PAY-IO-ERROR
           END-IF.
           COMPUTE PAY-LINECOUNT = PAY-LINECOUNT + 1.
       3502-PRINT-TAX-LINE.
           MOVE PAY-TAXABLE TO PTL-TAXABLE.
           MOVE PAY-FED-TAX TO PTL-FED-TAX.
           MOVE PAY-STATE-TAX TO PTL-STATE-TAX.
           IF TAX-EXEMPT
               MOVE 'EXEMPT' TO PTL-NOTE
           ELSE
               MOVE SPACES TO PTL-NOTE
           END-IF.
           WRITE PAYREG-REC FROM PAYR-TAX-LINE
               AFTER ADVANCING 1 LINE.
           IF PAYREG-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO PAYREG FAILED, STATUS='
                   PAYREG-STATUS '. RUN TERMINATED.'
               PERFORM 9100-ABORT-PAY-IO-ERROR
           END-IF.
           COMPUTE PAY-LINECOUNT = PAY-LINECOUNT + 1.
       3503-PRINT-LEAVE-LINE.
           MOVE PAY-VAC-TAKEN TO PLL-VAC.
           MOVE PAY-SICK-TAKEN TO PLL-SICK.
           MOVE GH-HOL-HOURS TO PLL-HOL.
           WRITE PAYREG-REC FROM PAYR-LEAVE-LINE
               AFTER ADVANCING 1 LINE.
           IF PAYREG-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO PAYREG FAILED, STATUS='
                   PAYREG-STATUS '. RUN TERMINATED.'
               PERFORM 9100-ABORT-PAY-IO-ERROR
           END-IF.
           COMPUTE PAY-LINECOUNT = PAY-LINECOUNT + 1.
       3505-PRINT-ONE-DEDUCTION.
           MOVE ED-CATEGORY (EMPDED-IDX) TO PDL-CATEGORY.
           MOVE ED-AMOUNT (EMPDED-IDX) TO PDL-AMOUNT.
           END-IF.
           COMPUTE PAY-LINECOUNT = PAY-LINECOUNT + 1.
       3520-WRITE-PAY-EXTRACT.
           MOVE PY-EMPID TO PX-EMPID.
           MOVE PY-LNAME TO PX-LNAME.
           MOVE PY-FNAME TO PX-FNAME.
           MOVE PY-EMPSTATUS TO PX-EMPSTATUS.
           IF PY-EMPSTATUS = 'H'
               MOVE PAY-HOURS TO PX-HOURS
           ELSE
               MOVE 0 TO PX-HOURS
           END-IF.
               PERFORM 9100-ABORT-PAY-IO-ERROR
           END-IF.
       3525-WRITE-PAY-HISTORY.
           MOVE PY-EMPID TO PH-EMPID.
           MOVE PY-LNAME TO PH-LNAME.
           MOVE PY-FNAME TO PH-FNAME.
           MOVE RUN-DATE-YMD TO PH-PERIOD.
           IF PY-EMPSTATUS = 'H'
               MOVE PAY-HOURS TO PH-HOURS
               MOVE PAY-OT-HOURS TO PH-OTHOURS
           ELSE
               MOVE 0 TO PH-HOURS
           MOVE PAY-DEDUCT TO PH-DEDUCT.
           MOVE PAY-NET TO PH-NET.
           MOVE PAY-PERIOD-ID TO PH-PERIOD-ID.
           MOVE PAY-TAXABLE TO PH-TAXABLE.
           MOVE PAY-FED-TAX TO PH-FED-TAX.
           MOVE PAY-STATE-TAX TO PH-STATE-TAX.
           MOVE SPACE TO PH-ADJ-CODE.
           WRITE PAYHIST-REC FROM PAYHIST-DATA.
           IF PAYHIST-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO PAYHIST FAILED, STATUS='
               PERFORM 9100-ABORT-PAY-IO-ERROR
           END-IF.
       3530-WRITE-PAYMENT-RECORD.
           MOVE PY-EMPID TO PM-EMPID.
           MOVE PY-LNAME TO PM-LNAME.
           MOVE PY-FNAME TO PM-FNAME.
           MOVE PAY-NET TO PM-NET.
           MOVE 'N' TO BANK-FOUND-SW.
           MOVE 0 TO BANK-FOUND-IDX.
                   PAYMENT-STATUS '. RUN TERMINATED.'
               PERFORM 9100-ABORT-PAY-IO-ERROR
           END-IF.
       3535-WRITE-STUB-DEDUCTION.
           MOVE PY-EMPID TO DS-EMPID.
           MOVE PAY-PERIOD-ID TO DS-PERIOD-ID.
           MOVE ED-CATEGORY (EMPDED-IDX) TO DS-CATEGORY.
           MOVE ED-AMOUNT (EMPDED-IDX) TO DS-AMOUNT.
           WRITE PAYDED-REC FROM PAYDED-DATA.
           IF PAYDED-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO PAYDED FAILED, STATUS='
                   PAYDED-STATUS '. RUN TERMINATED.'
               PERFORM 9100-ABORT-PAY-IO-ERROR
           END-IF.
       3540-SEARCH-BANK-TABLE.
           IF BK-EMPID (BANK-IDX) = PY-EMPID
               MOVE 'Y' TO BANK-FOUND-SW
               MOVE BANK-IDX TO BANK-FOUND-IDX
           END-IF.
      *TRIAL VARIANCE: A PAY WITH NO PRIOR PAYHIST RECORD IS A
      *FIRST-TIME PAY; OTHERWISE GROSS (THEN NET) IS COMPARED WITH
      *THE LAST PERIOD AND LISTED WHEN IT MOVES MORE THAN THE SWING
      *LIMIT EITHER WAY. HOURS OVER THE SANITY LIMIT ARE LISTED
      *WHATEVER THE HISTORY.
       3550-CHECK-PAY-VARIANCE.
           MOVE PY-EMPID TO VAR-EMPID.
           MOVE PY-LNAME TO VAR-LNAME.
           MOVE PY-FNAME TO VAR-FNAME.
           MOVE PAY-GROSS TO VAR-GROSS.
           MOVE PAY-NET TO VAR-NET.
           MOVE 0 TO VAR-PRIOR-GROSS.
           MOVE 0 TO VAR-PRIOR-NET.
           MOVE 'N' TO PRIOR-FOUND-SW.
           MOVE 0 TO PRIOR-FOUND-IDX.
           PERFORM 3551-SEARCH-PRIOR-PAY
               VARYING PRIOR-IDX FROM 1 BY 1
               UNTIL PRIOR-IDX > PRIOR-COUNT
               OR PRIOR-FOUND.
           IF PRIOR-FOUND
               MOVE 'Y' TO PP-SEEN-SW (PRIOR-FOUND-IDX)
               MOVE PP-GROSS (PRIOR-FOUND-IDX) TO VAR-PRIOR-GROSS
               MOVE PP-NET (PRIOR-FOUND-IDX) TO VAR-PRIOR-NET
               MOVE VAR-PRIOR-GROSS TO VAR-PRIOR-AMT
               MOVE VAR-GROSS TO VAR-CURR-AMT
               PERFORM 3552-COMPUTE-SWING
               IF VAR-OVER-LIMIT
                   MOVE 'GROSS SWING OVER LIMIT' TO VAR-REASON-HOLD
                   PERFORM 3555-ADD-VARIANCE-ENTRY
               ELSE
                   MOVE VAR-PRIOR-NET TO VAR-PRIOR-AMT
                   MOVE VAR-NET TO VAR-CURR-AMT
                   PERFORM 3552-COMPUTE-SWING
                   IF VAR-OVER-LIMIT
                       MOVE 'NET SWING OVER LIMIT'
                           TO VAR-REASON-HOLD
                       PERFORM 3555-ADD-VARIANCE-ENTRY
                   END-IF
               END-IF
           ELSE
               MOVE 'FIRST-TIME PAY' TO VAR-REASON-HOLD
               PERFORM 3555-ADD-VARIANCE-ENTRY
           END-IF.
           IF PAY-HOURS > VAR-HOURS-LIMIT
               MOVE 'HOURS OVER SANITY LIMIT' TO VAR-REASON-HOLD
               PERFORM 3555-ADD-VARIANCE-ENTRY
           END-IF.
       3551-SEARCH-PRIOR-PAY.
           IF PP-EMPID (PRIOR-IDX) = PY-EMPID
               MOVE 'Y' TO PRIOR-FOUND-SW
               MOVE PRIOR-IDX TO PRIOR-FOUND-IDX
           END-IF.
       3552-COMPUTE-SWING.
           MOVE 'N' TO VAR-OVER-SW.
           IF VAR-CURR-AMT > VAR-PRIOR-AMT
               COMPUTE VAR-DIFF = VAR-CURR-AMT - VAR-PRIOR-AMT
           ELSE
               COMPUTE VAR-DIFF = VAR-PRIOR-AMT - VAR-CURR-AMT
           END-IF.
           IF VAR-PRIOR-AMT = 0
               IF VAR-DIFF > 0
                   MOVE 'Y' TO VAR-OVER-SW
               END-IF
           ELSE
               IF VAR-DIFF * 100 > VAR-PRIOR-AMT * VAR-PCT-LIMIT
                   MOVE 'Y' TO VAR-OVER-SW
               END-IF
           END-IF.
       3555-ADD-VARIANCE-ENTRY.
           IF VARIANCE-COUNT < 2000
               COMPUTE VARIANCE-COUNT = VARIANCE-COUNT + 1
               MOVE VAR-EMPID TO VT-EMPID (VARIANCE-COUNT)
               MOVE VAR-LNAME TO VT-LNAME (VARIANCE-COUNT)
               MOVE VAR-FNAME TO VT-FNAME (VARIANCE-COUNT)
               MOVE VAR-REASON-HOLD TO VT-REASON (VARIANCE-COUNT)
               MOVE VAR-PRIOR-GROSS TO VT-PRIOR-GROSS (VARIANCE-COUNT)
               MOVE VAR-GROSS TO VT-GROSS (VARIANCE-COUNT)
               MOVE VAR-PRIOR-NET TO VT-PRIOR-NET (VARIANCE-COUNT)
               MOVE VAR-NET TO VT-NET (VARIANCE-COUNT)
           ELSE
               COMPUTE VARIANCE-UNLISTED-COUNT =
                   VARIANCE-UNLISTED-COUNT + 1
           END-IF.
       3560-CHECK-ONE-MISSING.
           IF PP-SEEN-SW (PRIOR-IDX) = 'N'
               AND PP-PERIOD (PRIOR-IDX) = LAST-HIST-PERIOD
               MOVE PP-EMPID (PRIOR-IDX) TO VAR-EMPID
               MOVE PP-LNAME (PRIOR-IDX) TO VAR-LNAME
               MOVE PP-FNAME (PRIOR-IDX) TO VAR-FNAME
               MOVE PP-GROSS (PRIOR-IDX) TO VAR-PRIOR-GROSS
               MOVE PP-NET (PRIOR-IDX) TO VAR-PRIOR-NET
               MOVE 0 TO VAR-GROSS
               MOVE 0 TO VAR-NET
               MOVE 'PAID LAST PERIOD, NOT NOW' TO VAR-REASON-HOLD
               PERFORM 3555-ADD-VARIANCE-ENTRY
           END-IF.
       3570-PRINT-VARIANCE-SECTION.
           PERFORM 3571-PRINT-VARIANCE-HEADER.
           PERFORM 3575-PRINT-ONE-VARIANCE
               VARYING VARIANCE-IDX FROM 1 BY 1
               UNTIL VARIANCE-IDX > VARIANCE-COUNT.
           MOVE SPACES TO PAYREG-REC.
           WRITE PAYREG-REC
               AFTER ADVANCING 1 LINE.
           MOVE VARIANCE-COUNT TO PVF-COUNT.
           MOVE VARIANCE-UNLISTED-COUNT TO PVF-UNLISTED.
           WRITE PAYREG-REC FROM PAYR-VARIANCE-FOOTER
               AFTER ADVANCING 1 LINE.
       3571-PRINT-VARIANCE-HEADER.
           ACCEPT PH1-CURR-DATE FROM DATE.
           MOVE SPACES TO PAYREG-REC.
           WRITE PAYREG-REC
               AFTER ADVANCING PAGE.
           WRITE PAYREG-REC FROM PAYR-HEADING1
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PAYREG-REC.
           WRITE PAYREG-REC
               AFTER ADVANCING 1 LINE.
           MOVE VAR-PCT-LIMIT TO PVH-PCT.
           MOVE VAR-HOURS-LIMIT TO PVH-HOURS.
           MOVE LAST-HIST-PERIOD TO PVH-PERIOD.
           WRITE PAYREG-REC FROM PAYR-VARIANCE-HEADING1
               AFTER ADVANCING 1 LINE.
           WRITE PAYREG-REC FROM PAYR-VARIANCE-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PAYREG-REC.
           WRITE PAYREG-REC
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO PAY-LINECOUNT.
           ADD 1 TO PAY-PGNUM.
           MOVE PAY-PGNUM TO PH1-PAGENUM.
       3575-PRINT-ONE-VARIANCE.
           IF PAY-LINECOUNT >= 50
               PERFORM 3571-PRINT-VARIANCE-HEADER
           END-IF.
           MOVE VT-EMPID (VARIANCE-IDX) TO PV-EMPID.
           MOVE VT-LNAME (VARIANCE-IDX) TO PV-LNAME.
           MOVE VT-FNAME (VARIANCE-IDX) TO PV-FNAME.
           MOVE VT-REASON (VARIANCE-IDX) TO PV-REASON.
           MOVE VT-PRIOR-GROSS (VARIANCE-IDX) TO PV-PRIOR-GROSS.
           MOVE VT-GROSS (VARIANCE-IDX) TO PV-GROSS.
           MOVE VT-PRIOR-NET (VARIANCE-IDX) TO PV-PRIOR-NET.
           MOVE VT-NET (VARIANCE-IDX) TO PV-NET.
           WRITE PAYREG-REC FROM PAYR-VARIANCE-LINE
               AFTER ADVANCING 1 LINE.
           IF PAYREG-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO PAYREG FAILED, STATUS='
                   PAYREG-STATUS '. RUN TERMINATED.'
               PERFORM 9100-ABORT-PAY-IO-ERROR
           END-IF.
           COMPUTE PAY-LINECOUNT = PAY-LINECOUNT + 1.
       3600-SWEEP-EMPLOYEES.
           IF PAY-LINECOUNT >= 50
               PERFORM 3100-PRINT-PAY-HEADER
           END-IF.
           IF ET-PAID-SW (EMP-IDX) = 'N'
               MOVE EMP-IDX TO EMP-FOUND-IDX
               PERFORM 3335-LOAD-FROM-EMP-TABLE
               IF PY-EMPSTATUS = 'H'
                   PERFORM 3605-REPORT-NO-HOURS
               ELSE
                   MOVE 'Y' TO ET-PAID-SW (EMP-IDX)
                   PERFORM 3610-PAY-SALARY-ONLY
               END-IF
           END-IF.
       3605-REPORT-NO-HOURS.
           COMPUTE PAY-NOHOURS-COUNT = PAY-NOHOURS-COUNT + 1.
           MOVE PY-EMPID TO PE-EMPID.
           MOVE PY-LNAME TO PE-LNAME.
           MOVE PY-FNAME TO PE-FNAME.
           MOVE 'NO HOURS REPORTED' TO PE-REASON.
           PERFORM 3510-WRITE-PAY-EXCEPTION.
       3610-PAY-SALARY-ONLY.
           MOVE 0 TO GH-REG-HOURS.
           MOVE 0 TO GH-VAC-HOURS.
           MOVE 0 TO GH-SICK-HOURS.
           MOVE 0 TO GH-HOL-HOURS.
           PERFORM 3410-APPLY-LEAVE.
           MOVE 0 TO PAY-HOURS.
           MOVE 0 TO PAY-OT-HOURS.
           COMPUTE PAY-GROSS = PY-EMPRATE.
           PERFORM 3420-ADD-RETRO-PAY.
           COMPUTE PAY-EMP-COUNT = PAY-EMP-COUNT + 1.
           COMPUTE PAY-TOTAL-GROSS = PAY-TOTAL-GROSS + PAY-GROSS.
           PERFORM 3450-APPLY-DEDUCTIONS.
           PERFORM 3500-WRITE-PAY-DETAIL.
      *MASTER-DRIVEN SWEEP: EVERY EMPMAST RECORD IN KEY ORDER THAT HAD
      *NO HOURS THIS RUN. TERMINATED AND ON-LEAVE EMPLOYEES ARE PASSED
      *OVER; HOURLY ONES ARE LISTED, SALARIED ONES ARE PAID SALARY.
       3650-SWEEP-MASTER.
           MOVE LOW-VALUES TO M-EMPID.
           START EMPMAST-FILE KEY IS NOT LESS THAN M-EMPID
               INVALID KEY
                   MOVE '10' TO EMPMAST-STATUS
           END-START.
           MOVE 1 TO MASTER-SEEN-IDX.
           PERFORM 3660-SWEEP-ONE-MASTER
               UNTIL EMPMAST-STATUS NOT = '00'.
           IF EMPMAST-STATUS NOT = '10'
               DISPLAY 'FATAL: READ OF EMPMAST FAILED DURING THE '
                   'SWEEP, STATUS=' EMPMAST-STATUS
                   '. RUN TERMINATED.'
               PERFORM 9100-ABORT-PAY-IO-ERROR
           END-IF.
       3660-SWEEP-ONE-MASTER.
           READ EMPMAST-FILE NEXT RECORD
               AT END
                   MOVE '10' TO EMPMAST-STATUS
           END-READ.
           IF EMPMAST-STATUS = '00'
               PERFORM 3665-STEP-PAST-SEEN
                   UNTIL MASTER-SEEN-IDX > MASTER-SEEN-COUNT
                   OR MASTER-SEEN-ID (MASTER-SEEN-IDX) NOT < M-EMPID
               IF MASTER-SEEN-IDX > MASTER-SEEN-COUNT
                   PERFORM 3670-SWEEP-UNSEEN-MASTER
               ELSE
                   IF MASTER-SEEN-ID (MASTER-SEEN-IDX) NOT = M-EMPID
                       PERFORM 3670-SWEEP-UNSEEN-MASTER
                   END-IF
               END-IF
           END-IF.
       3665-STEP-PAST-SEEN.
           COMPUTE MASTER-SEEN-IDX = MASTER-SEEN-IDX + 1.
       3670-SWEEP-UNSEEN-MASTER.
           IF M-EMPSTATUS NOT = 'T' AND M-EMPSTATUS NOT = 'L'
               IF PAY-LINECOUNT >= 50
                   PERFORM 3100-PRINT-PAY-HEADER
               END-IF
               PERFORM 3345-LOAD-FROM-MASTER
               IF PY-EMPSTATUS = 'H'
                   PERFORM 3605-REPORT-NO-HOURS
               ELSE
                   PERFORM 3347-CHECK-MASTER-PAYABLE
                   IF PE-REASON = SPACES
                       PERFORM 3610-PAY-SALARY-ONLY
                   END-IF
               END-IF
           END-IF.
       3700-PRINT-PAY-FOOTER.
           MOVE PAY-TOTAL-NET TO PF1B-TOTALNET.
           WRITE PAYREG-REC FROM PAYR-FOOTER1B
               AFTER ADVANCING 1 LINE.
           IF TAX-BRACKET-COUNT > 0
               MOVE PAY-TOTAL-TAXABLE TO PF1C-TAXABLE
               MOVE PAY-TOTAL-FED-TAX TO PF1C-FED-TAX
               MOVE PAY-TOTAL-STATE-TAX TO PF1C-STATE-TAX
               WRITE PAYREG-REC FROM PAYR-FOOTER1C
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF RETRO-ERN-COUNT > 0
               MOVE PAY-TOTAL-RETRO TO PF1D-RETRO
               MOVE RETRO-APPLIED-COUNT TO PF1D-APPLIED
               MOVE 0 TO RETRO-OPEN-COUNT
               PERFORM 3710-COUNT-ONE-OPEN-RETRO
                   VARYING RETRO-ERN-IDX FROM 1 BY 1
                   UNTIL RETRO-ERN-IDX > RETRO-ERN-COUNT
               MOVE RETRO-OPEN-COUNT TO PF1D-OPEN
               WRITE PAYREG-REC FROM PAYR-FOOTER1D
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE PAY-UNMATCHED-COUNT TO PF2-UNMATCHED.
           MOVE PAY-NOHOURS-COUNT TO PF2-NOHOURS.
           MOVE PAY-DUPHOURS-COUNT TO PF2-DUPHOURS.
           WRITE PAYREG-REC FROM PAYR-FOOTER2
               AFTER ADVANCING 1 LINE.
           MOVE PAY-LEAVE-REJECT-COUNT TO PF2B-LEAVEREJ.
           MOVE PAY-BADHOURS-COUNT TO PF2B-BADHOURS.
           WRITE PAYREG-REC FROM PAYR-FOOTER2B
               AFTER ADVANCING 1 LINE.
           IF MASTER-PAY-RUN
               MOVE PAY-REFUSED-COUNT TO PF2C-REFUSED
               MOVE PAY-BADRATE-COUNT TO PF2C-BADRATE
               WRITE PAYREG-REC FROM PAYR-FOOTER2C
                   AFTER ADVANCING 1 LINE
           END-IF.
       3710-COUNT-ONE-OPEN-RETRO.
           IF RR-PAID-ID (RETRO-ERN-IDX) = SPACES
               AND RR-APPLIED-SW (RETRO-ERN-IDX) = 'N'
               COMPUTE RETRO-OPEN-COUNT = RETRO-OPEN-COUNT + 1
           END-IF.
      *LEAVE BALANCE REPORT: EVERY BALANCE ON FILE, WITH THIS RUN'S
      *OPENING BALANCE, ACCRUAL AND LEAVE TAKEN FOR THOSE PAID.
       3750-LEAVE-BALANCE-REPORT.
           OPEN OUTPUT LEAVERPT-FILE.
           IF LEAVERPT-STATUS NOT = '00'
               DISPLAY 'WARNING: CANNOT OPEN LEAVERPT, STATUS='
                   LEAVERPT-STATUS '; LEAVE REPORT SKIPPED.'
           ELSE
               IF TRIAL-RUN
                   MOVE 'TRIAL LEAVE BALANCES - NOT SAVED'
                       TO LH1-TITLE
               END-IF
               PERFORM 3755-PRINT-LEAVE-HEADER
               PERFORM 3760-PRINT-ONE-LEAVE
                   VARYING LEAVE-IDX FROM 1 BY 1
                   UNTIL LEAVE-IDX > LEAVE-COUNT
               MOVE SPACES TO LEAVERPT-REC
               WRITE LEAVERPT-REC
                   AFTER ADVANCING 1 LINE
               MOVE LEAVE-COUNT TO LF1-COUNT
               MOVE LEAVE-CAPPED-COUNT TO LF1-CAPPED
               MOVE PAY-LEAVE-REJECT-COUNT TO LF1-REJECTED
               WRITE LEAVERPT-REC FROM LEAVE-FOOTER1
                   AFTER ADVANCING 1 LINE
               MOVE LEAVE-TOTAL-VAC-ACCRUED TO LF2-VAC-ACCRUED
               MOVE LEAVE-TOTAL-VAC-TAKEN TO LF2-VAC-TAKEN
               MOVE LEAVE-TOTAL-SICK-ACCRUED TO LF2-SICK-ACCRUED
               MOVE LEAVE-TOTAL-SICK-TAKEN TO LF2-SICK-TAKEN
               WRITE LEAVERPT-REC FROM LEAVE-FOOTER2
                   AFTER ADVANCING 1 LINE
               CLOSE LEAVERPT-FILE
           END-IF.
       3755-PRINT-LEAVE-HEADER.
           ACCEPT LH1-CURR-DATE FROM DATE.
           MOVE LEAVE-PGNUM TO LH1-PAGENUM.
           IF LEAVE-PGNUM = 1
               WRITE LEAVERPT-REC FROM LEAVE-HEADING1
           ELSE
               MOVE SPACES TO LEAVERPT-REC
               WRITE LEAVERPT-REC
                   AFTER ADVANCING PAGE
               WRITE LEAVERPT-REC FROM LEAVE-HEADING1
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO LEAVERPT-REC.
           WRITE LEAVERPT-REC
               AFTER ADVANCING 1 LINE.
           WRITE LEAVERPT-REC FROM LEAVE-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE LEAVERPT-REC FROM LEAVE-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LEAVERPT-REC.
           WRITE LEAVERPT-REC
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO LEAVE-LINECOUNT.
           ADD 1 TO LEAVE-PGNUM.
       3760-PRINT-ONE-LEAVE.
           IF LEAVE-LINECOUNT >= 50
               PERFORM 3755-PRINT-LEAVE-HEADER
           END-IF.
           MOVE LV-EMPID (LEAVE-IDX) TO LD-EMPID.
           MOVE LV-LNAME (LEAVE-IDX) TO LD-LNAME.
           MOVE LV-FNAME (LEAVE-IDX) TO LD-FNAME.
           MOVE LV-YEARS (LEAVE-IDX) TO LD-YEARS.
           MOVE LV-VAC-OPEN (LEAVE-IDX) TO LD-VAC-OPEN.
           MOVE LV-VAC-ACCRUED (LEAVE-IDX) TO LD-VAC-ACCRUED.
           MOVE LV-VAC-TAKEN (LEAVE-IDX) TO LD-VAC-TAKEN.
           MOVE LV-VAC-BAL (LEAVE-IDX) TO LD-VAC-BAL.
           MOVE LV-SICK-OPEN (LEAVE-IDX) TO LD-SICK-OPEN.
           MOVE LV-SICK-ACCRUED (LEAVE-IDX) TO LD-SICK-ACCRUED.
           MOVE LV-SICK-TAKEN (LEAVE-IDX) TO LD-SICK-TAKEN.
           MOVE LV-SICK-BAL (LEAVE-IDX) TO LD-SICK-BAL.
           IF LV-ACTIVE-SW (LEAVE-IDX) = 'N'
               MOVE 'NOT PAID' TO LD-NOTE
           ELSE
               MOVE LV-NOTE (LEAVE-IDX) TO LD-NOTE
           END-IF.
           WRITE LEAVERPT-REC FROM LEAVE-DETAIL
               AFTER ADVANCING 1 LINE.
           COMPUTE LEAVE-LINECOUNT = LEAVE-LINECOUNT + 1.
           COMPUTE LEAVE-TOTAL-VAC-ACCRUED = LEAVE-TOTAL-VAC-ACCRUED
               + LV-VAC-ACCRUED (LEAVE-IDX).
           COMPUTE LEAVE-TOTAL-VAC-TAKEN = LEAVE-TOTAL-VAC-TAKEN
               + LV-VAC-TAKEN (LEAVE-IDX).
           COMPUTE LEAVE-TOTAL-SICK-ACCRUED = LEAVE-TOTAL-SICK-ACCRUED
               + LV-SICK-ACCRUED (LEAVE-IDX).
           COMPUTE LEAVE-TOTAL-SICK-TAKEN = LEAVE-TOTAL-SICK-TAKEN
               + LV-SICK-TAKEN (LEAVE-IDX).
      *A LIVE RUN DOES NOT GET HERE WHILE LEAVEBAL HAS BAD RECORDS
      *(3094 STOPS IT), SINCE THE REWRITE WOULD LOSE THOSE
      *EMPLOYEES' BALANCES.
       3780-SAVE-LEAVE-BALANCES.
           IF LEAVE-COUNT > 0
               OPEN OUTPUT LEAVEBAL-FILE
               IF LEAVEBAL-STATUS = '00'
                   PERFORM 3785-WRITE-ONE-LEAVE-BALANCE
                       VARYING LEAVE-IDX FROM 1 BY 1
                       UNTIL LEAVE-IDX > LEAVE-COUNT
                   CLOSE LEAVEBAL-FILE
               ELSE
                   DISPLAY 'FATAL: CANNOT REWRITE LEAVEBAL, '
                       'STATUS=' LEAVEBAL-STATUS '. THIS RUN''S '
                       'ACCRUALS AND LEAVE TAKEN ARE NOT SAVED. RUN '
                       'TERMINATED.'
                   PERFORM 9100-ABORT-PAY-IO-ERROR
               END-IF
           END-IF.
       3785-WRITE-ONE-LEAVE-BALANCE.
           MOVE SPACES TO LEAVEBAL-DATA.
           MOVE LV-EMPID (LEAVE-IDX) TO LB-EMPID.
           MOVE LV-LNAME (LEAVE-IDX) TO LB-LNAME.
           MOVE LV-FNAME (LEAVE-IDX) TO LB-FNAME.
           MOVE LV-VAC-BAL (LEAVE-IDX) TO LB-VAC-BAL.
           MOVE LV-SICK-BAL (LEAVE-IDX) TO LB-SICK-BAL.
           MOVE LV-PERIOD-ID (LEAVE-IDX) TO LB-PERIOD-ID.
           MOVE LV-UPDATED (LEAVE-IDX) TO LB-UPDATED.
           WRITE LEAVEBAL-REC FROM LEAVEBAL-DATA.
           IF LEAVEBAL-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO LEAVEBAL FAILED, STATUS='
                   LEAVEBAL-STATUS '. RUN TERMINATED.'
               CLOSE LEAVEBAL-FILE
               PERFORM 9100-ABORT-PAY-IO-ERROR
           END-IF.
      *GL POSTING: ONE DEBIT LINE PER DEPARTMENT'S GROSS, BALANCING
      *CREDIT LINES FOR NET PAY AND EACH DEDUCTION CATEGORY, AND A
      *SUMMARY REPORT PROVING THE FILE BALANCES TO THE REGISTER'S
       9100-ABORT-PAY-IO-ERROR.
           MOVE 'ABORTED' TO RL-END.
           PERFORM 1750-WRITE-RUN-LOG.
           CLOSE SORTED-HOURS-FILE
               EMPMAST-FILE
               PAYREG-FILE
               PAYEXTR-FILE
               PAYMENT-FILE
               PAYDED-FILE
               PAYHIST-FILE
               PRNT-FILE
               ERROR-FILE
