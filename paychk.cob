      ******************************************************************
      *Author: David Nguyen
      *Purpose: Check run. Reads the PAYMENT file from the last live
      *         pay run (or, with SOURCE=ADJPAYMT in CHKPARM, the
      *         ADJPAYMT file from payadj) and gives every method C
      *         payment the next number from the CHKCTL check-stock
      *         control file, which carries the bank account and
      *         the next check number from run to run. Each check
      *         prints on CHECKS, is listed on the CHKREG check
      *         register (proved against the PAYMENT file's check
      *         total) and goes on the POSPAY positive-pay issue
      *         file for the bank. Every payment, direct deposit
      *         included, gets a PAYSTUBS pay stub with the
      *         period's hours, gross, withholding, each deduction
      *         (from the PAYDED file the pay run writes) and net,
      *         and year-to-date figures added up from PAYHIST.
      *         CHKCTL also remembers the last file checked so the
      *         same payments are not issued checks twice.
      ******************************************************************
      *MODIFICATION HISTORY:
      *  2026-10-15  DN  Initial version: check numbering from
      *                  CHKCTL, CHECKS images, CHKREG register,
      *                  POSPAY positive-pay file and PAYSTUBS pay
      *                  stubs with PAYHIST year-to-date figures.
      *  2026-10-15  DN  CHKCTL must be open for update before any
      *                  check is numbered, and a failed rewrite at
      *                  the end stops the run instead of reporting
      *                  it complete.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. paychk.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO 'CHKPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO DYNAMIC PAYMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-STATUS.
           SELECT PAYMENT-SORT-FILE ASSIGN TO 'SRTCPWK'.
           SELECT SORTED-PAYMENT-FILE ASSIGN TO 'SRTCPAYM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-PAYMENT-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYHIST-STATUS.
           SELECT HIST-SORT-FILE ASSIGN TO 'SRTCHWK'.
           SELECT SORTED-HIST-FILE ASSIGN TO 'SRTCHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-HIST-STATUS.
           SELECT PAYDED-FILE ASSIGN TO 'PAYDED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYDED-STATUS.
           SELECT DED-SORT-FILE ASSIGN TO 'SRTCDWK'.
           SELECT SORTED-DED-FILE ASSIGN TO 'SRTCDED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-DED-STATUS.
           SELECT CHKCTL-FILE ASSIGN TO 'CHKCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHKCTL-STATUS.
           SELECT CHECKS-FILE ASSIGN TO 'CHECKS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKS-STATUS.
           SELECT CHKREG-FILE ASSIGN TO 'CHKREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHKREG-STATUS.
           SELECT POSPAY-FILE ASSIGN TO 'POSPAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSPAY-STATUS.
           SELECT PAYSTUBS-FILE ASSIGN TO 'PAYSTUBS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYSTUBS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-REC PIC X(20).
       FD  PAYMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYMENT-REC PIC X(80).
       SD  PAYMENT-SORT-FILE.
       01  SP-REC.
           03 SP-EMPID PIC X(7).
           03 FILLER PIC X(73).
       FD  SORTED-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-PAYMENT-REC PIC X(80).
       FD  PAYHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYHIST-REC PIC X(150).
       SD  HIST-SORT-FILE.
       01  SH-REC.
           03 SH-EMPID PIC X(7).
           03 FILLER PIC X(33).
           03 SH-PERIOD PIC X(8).
           03 FILLER PIC X(102).
       FD  SORTED-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-HIST-REC PIC X(150).
       FD  PAYDED-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYDED-REC PIC X(40).
       SD  DED-SORT-FILE.
       01  SDD-REC.
           03 SDD-EMPID PIC X(7).
           03 FILLER PIC X(33).
       FD  SORTED-DED-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-DED-REC PIC X(40).
       FD  CHKCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHKCTL-REC PIC X(80).
       FD  CHECKS-FILE
           LABEL RECORDS ARE OMITTED.
       01  CHECKS-REC PIC X(80).
       FD  CHKREG-FILE
           LABEL RECORDS ARE OMITTED.
       01  CHKREG-REC PIC X(132).
       FD  POSPAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSPAY-REC PIC X(80).
       FD  PAYSTUBS-FILE
           LABEL RECORDS ARE OMITTED.
       01  PAYSTUBS-REC PIC X(80).
       WORKING-STORAGE SECTION.
      *CHKPARM: SOURCE=PAYMENT (THE DEFAULT) OR SOURCE=ADJPAYMT,
      *ISSUE=YYYYMMDD FOR THE DATE ON THE CHECKS (DEFAULT TODAY),
      *AND RERUN=Y TO ISSUE NEW CHECKS FOR A FILE ALREADY CHECKED.
       01  PARM-STATUS PIC XX VALUE SPACES.
       01  PARM-DATA PIC X(20) VALUE SPACES.
       01  PARM-PARSED.
           03 PO-NAME PIC X(10).
           03 PO-VALUE PIC X(10).
       01  PAYMENT-FILE-NAME PIC X(20) VALUE 'PAYMENT'.
       01  SOURCE-NAME PIC X(8) VALUE 'PAYMENT'.
           88 ADJUSTMENT-SOURCE VALUE 'ADJPAYMT'.
       01  RERUN-OPTION PIC X(1) VALUE 'N'.
           88 RERUN-ALLOWED VALUE 'Y'.
       01  PAYMENT-STATUS PIC XX VALUE SPACES.
       01  SORTED-PAYMENT-STATUS PIC XX VALUE SPACES.
      *PROJECT2'S PAYMENT LAYOUT (PAYADJ WRITES ADJPAYMT THE SAME).
       01  PAYMENT-DATA.
           03 PM-EMPID PIC X(7).
           03 FILLER PIC X(1).
           03 PM-LNAME PIC X(15).
           03 FILLER PIC X(1).
           03 PM-FNAME PIC X(15).
           03 FILLER PIC X(1).
           03 PM-NET PIC ZZZZZZZ.99.
           03 FILLER PIC X(1).
           03 PM-ROUTING PIC X(9).
           03 FILLER PIC X(1).
           03 PM-ACCOUNT PIC X(17).
           03 FILLER PIC X(1).
           03 PM-METHOD PIC X(1).
      *PROJECT2'S PAYHIST LAYOUT. TAX FIELDS ARE BLANK ON RECORDS
      *WRITTEN BEFORE WITHHOLDING WAS ADDED AND COUNT AS NO TAX;
      *PH-ADJ-CODE IS BLANK FOR PAY-RUN RECORDS, V/R/O FOR PAYADJ.
       01  PAYHIST-STATUS PIC XX VALUE SPACES.
       01  SORTED-HIST-STATUS PIC XX VALUE SPACES.
       01  PAYHIST-DATA.
           03 PH-EMPID PIC X(7).
           03 FILLER PIC X(1).
           03 PH-LNAME PIC X(15).
           03 FILLER PIC X(1).
           03 PH-FNAME PIC X(15).
           03 FILLER PIC X(1).
           03 PH-PERIOD PIC X(8).
           03 FILLER PIC X(1).
           03 PH-HOURS PIC 9(3)V9(2).
           03 FILLER PIC X(1).
           03 PH-OTHOURS PIC 9(3)V9(2).
           03 FILLER PIC X(1).
           03 PH-GROSS PIC 9(7)V9(2).
           03 FILLER PIC X(1).
           03 PH-DEDUCT PIC 9(7)V9(2).
           03 FILLER PIC X(1).
           03 PH-NET PIC 9(7)V9(2).
           03 FILLER PIC X(1).
           03 PH-PERIOD-ID PIC X(6).
           03 FILLER PIC X(1).
           03 PH-TAXABLE PIC 9(7)V9(2).
           03 FILLER PIC X(1).
           03 PH-FED-TAX PIC 9(7)V9(2).
           03 FILLER PIC X(1).
           03 PH-STATE-TAX PIC 9(7)V9(2).
           03 FILLER PIC X(1).
           03 PH-ADJ-CODE PIC X(1).
      *PROJECT2'S PAYDED STUB DEDUCTION LINES.
       01  PAYDED-STATUS PIC XX VALUE SPACES.
       01  SORTED-DED-STATUS PIC XX VALUE SPACES.
       01  PAYDED-DATA.
           03 DS-EMPID PIC X(7).
           03 FILLER PIC X(1).
           03 DS-PERIOD-ID PIC X(6).
           03 FILLER PIC X(1).
           03 DS-CATEGORY PIC X(8).
           03 FILLER PIC X(1).
           03 DS-AMOUNT PIC 9(7)V9(2).
      *CHECK-STOCK CONTROL: THE DISBURSEMENT ACCOUNT THE CHECKS ARE
      *DRAWN ON, THE NEXT CHECK NUMBER ON THE STOCK, AND WHAT THE
      *LAST RUN CHECKED (SOURCE FILE, ITS PAYMENT COUNT AND NET
      *TOTAL, AND THE CHECK NUMBERS IT USED).
       01  CHKCTL-STATUS PIC XX VALUE SPACES.
       01  CHKCTL-DATA.
           03 CK-ACCOUNT PIC X(17).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CK-NEXT-CHECK PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CK-LAST-RUN-DATE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CK-LAST-SOURCE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CK-LAST-COUNT PIC 9(5).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CK-LAST-TOTAL PIC 9(9)V9(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CK-LAST-FIRST PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CK-LAST-END PIC 9(8).
      *POSITIVE-PAY ISSUE FILE: ONE I RECORD PER CHECK ISSUED AND A
      *T TRAILER WITH THE CHECK COUNT AND TOTAL.
       01  POSPAY-STATUS PIC XX VALUE SPACES.
       01  POSPAY-DATA.
           03 PP-TYPE PIC X(1).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PP-ACCOUNT PIC X(17).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PP-CHECK-NO PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PP-AMOUNT PIC 9(8)V9(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PP-ISSUE-DATE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PP-PAYEE PIC X(31).
       01  POSPAY-TRAILER.
           03 PT-TYPE PIC X(1) VALUE 'T'.
           03 FILLER PIC X(1) VALUE SPACE.
           03 PT-ACCOUNT PIC X(17).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PT-COUNT PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PT-TOTAL PIC 9(8)V9(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PT-ISSUE-DATE PIC X(8).
      *ONE EMPLOYEE'S RECENT PAY HISTORY (THIS YEAR AND LAST, IN
      *PAY-DATE ORDER) AND STUB DEDUCTION LINES, LOADED AS THE
      *SORTED FILES ARE MATCHED AGAINST THE SORTED PAYMENTS.
       01  EMP-HIST-TABLE.
           03 EMP-HIST-ENTRY OCCURS 300 TIMES.
               05 EH-PERIOD PIC X(8).
               05 EH-PERIOD-ID PIC X(6).
               05 EH-CODE PIC X(1).
               05 EH-HOURS PIC 9(3)V9(2).
               05 EH-OTHOURS PIC 9(3)V9(2).
               05 EH-GROSS PIC 9(7)V9(2).
               05 EH-DEDUCT PIC 9(7)V9(2).
               05 EH-NET PIC 9(7)V9(2).
               05 EH-FED-TAX PIC 9(7)V9(2).
               05 EH-STATE-TAX PIC 9(7)V9(2).
               05 EH-USED-SW PIC X(1).
       01  EH-COUNT PIC 9(3) VALUE 0.
       01  EH-IDX PIC 9(3) VALUE 0.
       01  EH-MATCH-IDX PIC 9(3) VALUE 0.
       01  EH-WARNED-SW PIC X(1) VALUE 'N'.
       01  EMP-DED-TABLE.
           03 EMP-DED-ENTRY OCCURS 40 TIMES.
               05 EDS-PERIOD-ID PIC X(6).
               05 EDS-CATEGORY PIC X(8).
               05 EDS-AMOUNT PIC 9(7)V9(2).
       01  EDS-COUNT PIC 9(2) VALUE 0.
       01  EDS-IDX PIC 9(2) VALUE 0.
       01  LOADED-EMPID PIC X(7) VALUE SPACES.
       01  CHECK-CONTROL.
           03 RUN-DATE PIC X(8) VALUE SPACES.
           03 ISSUE-DATE PIC X(8) VALUE SPACES.
           03 ISSUE-DATE-PARTS REDEFINES ISSUE-DATE.
               05 ISSUE-YYYY PIC X(4).
               05 ISSUE-MM PIC X(2).
               05 ISSUE-DD PIC X(2).
           03 ISSUE-DATE-SHOWN PIC X(10) VALUE SPACES.
           03 LOW-YEAR PIC 9(4) VALUE 0.
           03 NEXT-CHECK PIC 9(8) VALUE 0.
           03 FIRST-CHECK PIC 9(8) VALUE 0.
           03 LAST-CHECK PIC 9(8) VALUE 0.
       01  STUB-WORK.
           03 PAY-NET-AMT PIC 9(7)V9(2) VALUE 0.
           03 CHECK-DOLLARS PIC 9(8) VALUE 0.
           03 CENTS-WORK PIC 9(1)V9(2) VALUE 0.
           03 CHECK-CENTS PIC 9(2) VALUE 0.
           03 MATCH-YEAR PIC X(4) VALUE SPACES.
           03 MATCH-PERIOD PIC X(8) VALUE SPACES.
           03 TAX-TOTAL PIC 9(7)V9(2) VALUE 0.
           03 LISTED-DED-TOTAL PIC 9(7)V9(2) VALUE 0.
           03 OTHER-DED PIC 9(7)V9(2) VALUE 0.
           03 ACCT-LEN PIC 9(2) VALUE 0.
           03 ACCT-START PIC 9(2) VALUE 0.
           03 PAYEE-NAME PIC X(31) VALUE SPACES.
           03 THIS-CHECK-NO PIC 9(8) VALUE 0.
           03 ADJ-NOTE PIC X(10) VALUE SPACES.
       01  YTD-WORK.
           03 YTD-HOURS PIC 9(5)V9(2) VALUE 0.
           03 YTD-OTHOURS PIC 9(5)V9(2) VALUE 0.
           03 YTD-GROSS PIC 9(9)V9(2) VALUE 0.
           03 YTD-FED-TAX PIC 9(9)V9(2) VALUE 0.
           03 YTD-STATE-TAX PIC 9(9)V9(2) VALUE 0.
           03 YTD-DEDUCT PIC 9(9)V9(2) VALUE 0.
           03 YTD-NET PIC 9(9)V9(2) VALUE 0.
           03 VOID-HOURS PIC 9(5)V9(2) VALUE 0.
           03 VOID-OTHOURS PIC 9(5)V9(2) VALUE 0.
           03 VOID-GROSS PIC 9(9)V9(2) VALUE 0.
           03 VOID-FED-TAX PIC 9(9)V9(2) VALUE 0.
           03 VOID-STATE-TAX PIC 9(9)V9(2) VALUE 0.
           03 VOID-DEDUCT PIC 9(9)V9(2) VALUE 0.
           03 VOID-NET PIC 9(9)V9(2) VALUE 0.
       01  CHECK-COUNTERS.
           03 PAY-COUNT PIC 9(5) VALUE 0.
           03 PAY-TOTAL PIC 9(9)V9(2) VALUE 0.
           03 FILE-CHECK-COUNT PIC 9(5) VALUE 0.
           03 FILE-CHECK-TOTAL PIC 9(9)V9(2) VALUE 0.
           03 CHECK-COUNT PIC 9(5) VALUE 0.
           03 CHECK-TOTAL PIC 9(9)V9(2) VALUE 0.
           03 DEPOSIT-COUNT PIC 9(5) VALUE 0.
           03 STUB-COUNT PIC 9(5) VALUE 0.
           03 NOHIST-COUNT PIC 9(5) VALUE 0.
           03 HIST-BAD-COUNT PIC 9(5) VALUE 0.
       01  CHECKS-STATUS PIC XX VALUE SPACES.
       01  CHKREG-STATUS PIC XX VALUE SPACES.
       01  PAYSTUBS-STATUS PIC XX VALUE SPACES.
      *CHECK IMAGE, ONE CHECK TO A PAGE OF CHECK STOCK.
       01  CHECK-LINE1.
           03 FILLER PIC X(50) VALUES
           'PAYROLL DISBURSEMENT ACCOUNT'.
           03 FILLER PIC X(10) VALUES 'CHECK NO.'.
           03 CL1-CHECK-NO PIC 9(8).
       01  CHECK-LINE2.
           03 FILLER PIC X(50) VALUES SPACES.
           03 FILLER PIC X(10) VALUES 'DATE'.
           03 CL2-DATE PIC X(10).
       01  CHECK-LINE3.
           03 FILLER PIC X(20) VALUES 'PAY TO THE ORDER OF'.
           03 CL3-PAYEE PIC X(31).
           03 FILLER PIC X(3) VALUES SPACES.
           03 CL3-AMOUNT PIC $**,***,**9.99.
       01  CHECK-LINE4.
           03 FILLER PIC X(11) VALUES 'THE SUM OF'.
           03 CL4-DOLLARS PIC **,***,**9.
           03 FILLER PIC X(13) VALUES ' DOLLARS AND '.
           03 CL4-CENTS PIC 99.
           03 FILLER PIC X(6) VALUES ' CENTS'.
       01  CHECK-LINE5.
           03 FILLER PIC X(10) VALUES 'EMPLOYEE'.
           03 CL5-EMPID PIC X(7).
           03 FILLER PIC X(14) VALUES '   PAY PERIOD'.
           03 CL5-PERIOD-ID PIC X(6).
           03 FILLER PIC X(3) VALUES SPACES.
           03 CL5-NOTE PIC X(10).
      *CHECK REGISTER.
       01  REG-HEADING1.
           03 RG1-CURR-DATE PIC 99/99/99.
           03 FILLER PIC X(30) VALUES SPACES.
           03 FILLER PIC X(40) VALUES
           'PAYROLL CHECK REGISTER'.
           03 FILLER PIC X(36) VALUES SPACES.
           03 FILLER PIC X(7) VALUE 'PAGE'.
           03 RG1-PAGENUM PIC ZZ9 VALUE 1.
       01  REG-HEADING2.
           03 FILLER PIC X(12) VALUES 'ISSUE DATE'.
           03 RG2-DATE PIC X(10).
           03 FILLER PIC X(4) VALUES SPACES.
           03 FILLER PIC X(8) VALUES 'SOURCE'.
           03 RG2-SOURCE PIC X(8).
           03 FILLER PIC X(4) VALUES SPACES.
           03 FILLER PIC X(9) VALUES 'ACCOUNT'.
           03 RG2-ACCOUNT PIC X(17).
       01  REG-HEADING3.
           03 FILLER PIC X(10) VALUES 'CHECK NO'.
           03 FILLER PIC X(9) VALUES 'EMP ID'.
           03 FILLER PIC X(16) VALUES 'LAST'.
           03 FILLER PIC X(17) VALUES 'FIRST'.
           03 FILLER PIC X(8) VALUES 'PERIOD'.
           03 FILLER PIC X(14) VALUES '      AMOUNT'.
           03 FILLER PIC X(10) VALUES 'NOTE'.
       01  REG-DETAIL.
           03 RD-CHECK-NO PIC 9(8).
           03 FILLER PIC X(2) VALUES SPACES.
           03 RD-EMPID PIC X(7).
           03 FILLER PIC X(2) VALUES SPACES.
           03 RD-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUES SPACES.
           03 RD-FNAME PIC X(15).
           03 FILLER PIC X(2) VALUES SPACES.
           03 RD-PERIOD-ID PIC X(6).
           03 FILLER PIC X(2) VALUES SPACES.
           03 RD-AMOUNT PIC Z,ZZZ,ZZ9.99.
           03 FILLER PIC X(2) VALUES SPACES.
           03 RD-NOTE PIC X(10).
       01  REG-FOOTER1.
           03 FILLER PIC X(30) VALUES 'CHECKS WRITTEN:'.
           03 RF1-COUNT PIC ZZZZ9.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(10) VALUES 'TOTAL:'.
           03 RF1-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
       01  REG-FOOTER2.
           03 FILLER PIC X(30) VALUES 'PAYMENT FILE METHOD C:'.
           03 RF2-COUNT PIC ZZZZ9.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(10) VALUES 'TOTAL:'.
           03 RF2-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
       01  REG-FOOTER3.
           03 FILLER PIC X(30) VALUES 'CHECK NUMBERS USED:'.
           03 RF3-FIRST PIC 9(8).
           03 FILLER PIC X(4) VALUES ' TO '.
           03 RF3-LAST PIC 9(8).
       01  REG-FOOTER4.
           03 FILLER PIC X(30) VALUES 'PAY STUBS PRINTED:'.
           03 RF4-STUBS PIC ZZZZ9.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(30) VALUES 'DIRECT DEPOSITS (NO CHECK):'.
           03 RF4-DEPOSITS PIC ZZZZ9.
       01  REG-FOOTER5.
           03 FILLER PIC X(30) VALUES 'PAYMENTS WITH NO PAY HISTORY:'.
           03 RF5-NOHIST PIC ZZZZ9.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(30) VALUES 'BAD PAY HISTORY RECORDS:'.
           03 RF5-BAD PIC ZZZZ9.
       01  REG-PROOF-LINE PIC X(60) VALUE SPACES.
      *PAY STUB, ONE TO A PAGE.
       01  STUB-HEADING1.
           03 FILLER PIC X(40) VALUES 'EARNINGS STATEMENT'.
           03 FILLER PIC X(10) VALUES 'PAY DATE'.
           03 SH1-DATE PIC X(10).
       01  STUB-HEADING2.
           03 FILLER PIC X(10) VALUES 'EMPLOYEE'.
           03 SH2-EMPID PIC X(7).
           03 FILLER PIC X(2) VALUES SPACES.
           03 SH2-NAME PIC X(31).
           03 FILLER PIC X(11) VALUES 'PAY PERIOD'.
           03 SH2-PERIOD-ID PIC X(6).
       01  STUB-HEADING3.
           03 SH3-METHOD PIC X(60).
       01  STUB-COLUMNS.
           03 FILLER PIC X(30) VALUES SPACES.
           03 FILLER PIC X(17) VALUES '    THIS PERIOD'.
           03 FILLER PIC X(17) VALUES '   YEAR TO DATE'.
       01  STUB-LINE.
           03 SL-LABEL PIC X(30).
           03 SL-CURRENT PIC ZZZ,ZZZ,ZZ9.99.
           03 SL-CURRENT-X REDEFINES SL-CURRENT PIC X(14).
           03 FILLER PIC X(3) VALUES SPACES.
           03 SL-YTD PIC ZZZ,ZZZ,ZZ9.99.
           03 SL-YTD-X REDEFINES SL-YTD PIC X(14).
       01  STUB-NOTE-LINE PIC X(60) VALUE SPACES.
       01  MISC.
           03 EOF-P PIC 9 VALUE 0.
           03 EOF-H PIC 9 VALUE 1.
           03 EOF-D PIC 9 VALUE 1.
           03 HIST-SORTED-SW PIC X(1) VALUE 'N'.
               88 HIST-SORTED VALUE 'Y'.
           03 DED-SORTED-SW PIC X(1) VALUE 'N'.
               88 DED-SORTED VALUE 'Y'.
           03 PGNUM PIC 999 VALUE 1.
           03 RPTLINECOUNTER PIC 99 VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO ISSUE-DATE.
           PERFORM 1050-ACCEPT-PARAMETERS.
           STRING ISSUE-MM '/' ISSUE-DD '/' ISSUE-YYYY
               DELIMITED BY SIZE INTO ISSUE-DATE-SHOWN.
           MOVE ISSUE-YYYY TO LOW-YEAR.
           SUBTRACT 1 FROM LOW-YEAR.
           PERFORM 1100-TOTAL-PAYMENT-FILE.
           IF PAY-COUNT = 0
               DISPLAY 'NO PAYMENTS ON ' SOURCE-NAME
                   ', NO CHECKS OR STUBS PRINTED.'
               STOP RUN
           END-IF.
           IF FILE-CHECK-COUNT > 0
               PERFORM 1200-LOAD-CHECK-CONTROL
           END-IF.
           PERFORM 1300-SORT-INPUT-FILES.
           PERFORM 1400-OPEN-FILES.
           PERFORM 1500-PRINT-REGISTER-HEADER.
           PERFORM 2000-READ-ONE-PAYMENT.
           PERFORM 2100-PROCESS-ONE-PAYMENT
               UNTIL EOF-P = 1.
           PERFORM 1700-PRINT-REGISTER-FOOTER.
           IF CHECK-COUNT > 0
               MOVE CK-ACCOUNT TO PT-ACCOUNT
               MOVE CHECK-COUNT TO PT-COUNT
               MOVE CHECK-TOTAL TO PT-TOTAL
               MOVE ISSUE-DATE TO PT-ISSUE-DATE
               WRITE POSPAY-REC FROM POSPAY-TRAILER
               IF POSPAY-STATUS NOT = '00'
                   DISPLAY 'FATAL: WRITE TO POSPAY FAILED, STATUS='
                       POSPAY-STATUS '. RUN TERMINATED.'
                   PERFORM 9000-ABORT-IO-ERROR
               END-IF
           END-IF.
           CLOSE SORTED-PAYMENT-FILE
               CHECKS-FILE
               CHKREG-FILE
               POSPAY-FILE
               PAYSTUBS-FILE.
           IF HIST-SORTED
               CLOSE SORTED-HIST-FILE
           END-IF.
           IF DED-SORTED
               CLOSE SORTED-DED-FILE
           END-IF.
           IF FILE-CHECK-COUNT > 0
               PERFORM 1800-SAVE-CHECK-CONTROL
           END-IF.
           DISPLAY 'CHECK RUN COMPLETE: ' CHECK-COUNT ' CHECKS, '
               STUB-COUNT ' PAY STUBS.'.
           STOP RUN.
       1050-ACCEPT-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF PARM-STATUS = '00'
               PERFORM 1060-READ-ONE-PARAMETER
                   UNTIL PARM-STATUS NOT = '00'
               CLOSE PARAMETER-FILE
           END-IF.
           DISPLAY 'CHECK RUN: SOURCE ' SOURCE-NAME ' ISSUE DATE '
               ISSUE-DATE '.'.
       1060-READ-ONE-PARAMETER.
           READ PARAMETER-FILE INTO PARM-DATA.
           IF PARM-STATUS = '00'
               MOVE SPACES TO PO-NAME
               MOVE SPACES TO PO-VALUE
               UNSTRING PARM-DATA DELIMITED BY '='
                   INTO PO-NAME PO-VALUE
               IF PO-NAME = 'SOURCE'
                   AND (PO-VALUE = 'PAYMENT' OR PO-VALUE = 'ADJPAYMT')
                   MOVE PO-VALUE TO SOURCE-NAME
                   MOVE PO-VALUE TO PAYMENT-FILE-NAME
               ELSE
                   IF PO-NAME = 'ISSUE'
                       AND PO-VALUE (1:8) NUMERIC
                       MOVE PO-VALUE (1:8) TO ISSUE-DATE
                   ELSE
                       IF PO-NAME = 'RERUN'
                           MOVE PO-VALUE (1:1) TO RERUN-OPTION
                       ELSE
                           DISPLAY 'WARNING: UNKNOWN CHKPARM RECORD '
                               'IGNORED: ' PARM-DATA
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *FIRST PASS OVER THE PAYMENT FILE AS WRITTEN: ITS PAYMENT
      *COUNT AND NET TOTAL IDENTIFY IT ON CHKCTL, AND ITS METHOD C
      *COUNT AND TOTAL ARE WHAT THE CHECK REGISTER MUST AGREE TO.
       1100-TOTAL-PAYMENT-FILE.
           OPEN INPUT PAYMENT-FILE.
           IF PAYMENT-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN ' SOURCE-NAME ', STATUS='
                   PAYMENT-STATUS '. RUN TERMINATED.'
               STOP RUN
           END-IF.
           PERFORM 1110-TOTAL-ONE-PAYMENT
               UNTIL PAYMENT-STATUS NOT = '00'.
           CLOSE PAYMENT-FILE.
       1110-TOTAL-ONE-PAYMENT.
           READ PAYMENT-FILE INTO PAYMENT-DATA.
           IF PAYMENT-STATUS = '00'
               MOVE PM-NET TO PAY-NET-AMT
               COMPUTE PAY-COUNT = PAY-COUNT + 1
               COMPUTE PAY-TOTAL = PAY-TOTAL + PAY-NET-AMT
               IF PM-METHOD = 'C'
                   COMPUTE FILE-CHECK-COUNT = FILE-CHECK-COUNT + 1
                   COMPUTE FILE-CHECK-TOTAL =
                       FILE-CHECK-TOTAL + PAY-NET-AMT
               END-IF
           END-IF.
       1200-LOAD-CHECK-CONTROL.
           OPEN INPUT CHKCTL-FILE.
           IF CHKCTL-STATUS NOT = '00'
               DISPLAY 'FATAL: NO CHKCTL FILE FOUND; CHECK NUMBERS '
                   'CANNOT BE ASSIGNED. RUN TERMINATED.'
               STOP RUN
           END-IF.
           READ CHKCTL-FILE INTO CHKCTL-DATA.
           IF CHKCTL-STATUS NOT = '00'
               OR CK-NEXT-CHECK NOT NUMERIC
               OR CK-ACCOUNT = SPACES
               DISPLAY 'FATAL: CHKCTL HAS NO VALID ACCOUNT AND NEXT '
                   'CHECK NUMBER. RUN TERMINATED.'
               CLOSE CHKCTL-FILE
               STOP RUN
           END-IF.
           CLOSE CHKCTL-FILE.
           IF CK-LAST-SOURCE = SOURCE-NAME
               AND CK-LAST-COUNT = PAY-COUNT
               AND CK-LAST-TOTAL = PAY-TOTAL
               AND NOT RERUN-ALLOWED
               DISPLAY 'FATAL: ' SOURCE-NAME ' WAS ALREADY CHECKED '
                   'ON ' CK-LAST-RUN-DATE ' (CHECKS ' CK-LAST-FIRST
                   ' TO ' CK-LAST-END '). PUT RERUN=Y ON CHKPARM '
                   'TO ISSUE NEW CHECKS. RUN TERMINATED.'
               STOP RUN
           END-IF.
      *CHKCTL MUST BE UPDATABLE BEFORE ANY CHECK IS NUMBERED, OR THE
      *NEXT RUN WOULD ISSUE THE SAME NUMBERS AGAIN.
           OPEN EXTEND CHKCTL-FILE.
           IF CHKCTL-STATUS NOT = '00'
               DISPLAY 'FATAL: CHKCTL CANNOT BE UPDATED, STATUS='
                   CHKCTL-STATUS '; NO CHECKS WERE NUMBERED. RUN '
                   'TERMINATED.'
               STOP RUN
           END-IF.
           CLOSE CHKCTL-FILE.
           MOVE CK-NEXT-CHECK TO NEXT-CHECK.
           MOVE CK-NEXT-CHECK TO FIRST-CHECK.
      *PAYMENTS, HISTORY AND STUB DEDUCTIONS ARE SORTED BY EMPLOYEE
      *(HISTORY ALSO BY PAY DATE) SO ONE PASS MATCHES THEM; EQUAL
      *KEYS KEEP THEIR FILE ORDER.
       1300-SORT-INPUT-FILES.
           SORT PAYMENT-SORT-FILE
               ON ASCENDING KEY SP-EMPID
               WITH DUPLICATES IN ORDER
               USING PAYMENT-FILE
               GIVING SORTED-PAYMENT-FILE.
           OPEN INPUT PAYHIST-FILE.
           IF PAYHIST-STATUS NOT = '00'
               DISPLAY 'NO PAYHIST FILE FOUND, STUBS PRINT WITHOUT '
                   'YEAR-TO-DATE FIGURES.'
           ELSE
               CLOSE PAYHIST-FILE
               SORT HIST-SORT-FILE
                   ON ASCENDING KEY SH-EMPID
                   ON ASCENDING KEY SH-PERIOD
                   WITH DUPLICATES IN ORDER
                   USING PAYHIST-FILE
                   GIVING SORTED-HIST-FILE
               MOVE 0 TO EOF-H
               MOVE 'Y' TO HIST-SORTED-SW
           END-IF.
           IF NOT ADJUSTMENT-SOURCE
               OPEN INPUT PAYDED-FILE
               IF PAYDED-STATUS NOT = '00'
                   DISPLAY 'NO PAYDED FILE FOUND, STUBS SHOW ALL '
                       'DEDUCTIONS OTHER THAN TAX AS ONE LINE.'
               ELSE
                   CLOSE PAYDED-FILE
                   SORT DED-SORT-FILE
                       ON ASCENDING KEY SDD-EMPID
                       WITH DUPLICATES IN ORDER
                       USING PAYDED-FILE
                       GIVING SORTED-DED-FILE
                   MOVE 0 TO EOF-D
                   MOVE 'Y' TO DED-SORTED-SW
               END-IF
           END-IF.
       1400-OPEN-FILES.
           OPEN INPUT SORTED-PAYMENT-FILE.
           IF EOF-H = 0
               OPEN INPUT SORTED-HIST-FILE
               PERFORM 2210-READ-ONE-HISTORY
           END-IF.
           IF EOF-D = 0
               OPEN INPUT SORTED-DED-FILE
               PERFORM 2310-READ-ONE-DEDUCTION
           END-IF.
           OPEN OUTPUT CHECKS-FILE
               CHKREG-FILE
               POSPAY-FILE
               PAYSTUBS-FILE.
           IF CHECKS-STATUS NOT = '00'
               OR CHKREG-STATUS NOT = '00'
               OR POSPAY-STATUS NOT = '00'
               OR PAYSTUBS-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN CHECKS/CHKREG/POSPAY/'
                   'PAYSTUBS, STATUS=' CHECKS-STATUS '/'
                   CHKREG-STATUS '/' POSPAY-STATUS '/'
                   PAYSTUBS-STATUS '. RUN TERMINATED.'
               STOP RUN
           END-IF.
       1500-PRINT-REGISTER-HEADER.
           ACCEPT RG1-CURR-DATE FROM DATE.
           IF PGNUM = 1
               WRITE CHKREG-REC FROM REG-HEADING1
           ELSE
               MOVE SPACES TO CHKREG-REC
               WRITE CHKREG-REC
                   AFTER ADVANCING PAGE
               WRITE CHKREG-REC FROM REG-HEADING1
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE ISSUE-DATE-SHOWN TO RG2-DATE.
           MOVE SOURCE-NAME TO RG2-SOURCE.
           MOVE CK-ACCOUNT TO RG2-ACCOUNT.
           WRITE CHKREG-REC FROM REG-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CHKREG-REC.
           WRITE CHKREG-REC
               AFTER ADVANCING 1 LINE.
           WRITE CHKREG-REC FROM REG-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CHKREG-REC.
           WRITE CHKREG-REC
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPTLINECOUNTER.
           ADD 1 TO PGNUM.
           MOVE PGNUM TO RG1-PAGENUM.
       1600-CHECK-PAGE-OVERFLOW.
           IF RPTLINECOUNTER >= 50
               PERFORM 1500-PRINT-REGISTER-HEADER
           END-IF.
      *THE REGISTER PROOF: THE CHECKS WRITTEN MUST AGREE IN COUNT
      *AND AMOUNT WITH THE METHOD C PAYMENTS ON THE PAYMENT FILE.
       1700-PRINT-REGISTER-FOOTER.
           MOVE SPACES TO CHKREG-REC.
           WRITE CHKREG-REC
               AFTER ADVANCING 1 LINE.
           MOVE CHECK-COUNT TO RF1-COUNT.
           MOVE CHECK-TOTAL TO RF1-TOTAL.
           WRITE CHKREG-REC FROM REG-FOOTER1
               AFTER ADVANCING 1 LINE.
           MOVE FILE-CHECK-COUNT TO RF2-COUNT.
           MOVE FILE-CHECK-TOTAL TO RF2-TOTAL.
           WRITE CHKREG-REC FROM REG-FOOTER2
               AFTER ADVANCING 1 LINE.
           IF CHECK-COUNT = FILE-CHECK-COUNT
               AND CHECK-TOTAL = FILE-CHECK-TOTAL
               MOVE 'CHECK REGISTER AGREES WITH THE PAYMENT FILE.'
                   TO REG-PROOF-LINE
           ELSE
               MOVE 'CHECK REGISTER DOES NOT AGREE WITH THE PAYMENT '
                   TO REG-PROOF-LINE
               MOVE 'FILE.' TO REG-PROOF-LINE (48:5)
               DISPLAY 'WARNING: CHECK REGISTER DOES NOT AGREE '
                   'WITH THE PAYMENT FILE CHECK TOTAL.'
           END-IF.
           WRITE CHKREG-REC FROM REG-PROOF-LINE
               AFTER ADVANCING 1 LINE.
           IF CHECK-COUNT > 0
               MOVE FIRST-CHECK TO RF3-FIRST
               MOVE LAST-CHECK TO RF3-LAST
               WRITE CHKREG-REC FROM REG-FOOTER3
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE STUB-COUNT TO RF4-STUBS.
           MOVE DEPOSIT-COUNT TO RF4-DEPOSITS.
           WRITE CHKREG-REC FROM REG-FOOTER4
               AFTER ADVANCING 1 LINE.
           MOVE NOHIST-COUNT TO RF5-NOHIST.
           MOVE HIST-BAD-COUNT TO RF5-BAD.
           WRITE CHKREG-REC FROM REG-FOOTER5
               AFTER ADVANCING 1 LINE.
      *CHKCTL IS REWRITTEN ONLY AT THE END OF A CLEAN RUN, WITH THE
      *NEXT UNUSED CHECK NUMBER AND THIS RUN'S FILE IDENTIFICATION.
       1800-SAVE-CHECK-CONTROL.
           MOVE NEXT-CHECK TO CK-NEXT-CHECK.
           MOVE RUN-DATE TO CK-LAST-RUN-DATE.
           MOVE SOURCE-NAME TO CK-LAST-SOURCE.
           MOVE PAY-COUNT TO CK-LAST-COUNT.
           MOVE PAY-TOTAL TO CK-LAST-TOTAL.
           MOVE FIRST-CHECK TO CK-LAST-FIRST.
           MOVE LAST-CHECK TO CK-LAST-END.
           OPEN OUTPUT CHKCTL-FILE.
           IF CHKCTL-STATUS = '00'
               WRITE CHKCTL-REC FROM CHKCTL-DATA
           END-IF.
           IF CHKCTL-STATUS NOT = '00'
               DISPLAY 'FATAL: CHKCTL COULD NOT BE REWRITTEN, '
                   'STATUS=' CHKCTL-STATUS '. ITS NEXT CHECK NUMBER '
                   'BEFORE THIS RUN WAS ' FIRST-CHECK '. RUN '
                   'TERMINATED.'
               CLOSE CHKCTL-FILE
               PERFORM 9000-ABORT-IO-ERROR
           END-IF.
           CLOSE CHKCTL-FILE.
       2000-READ-ONE-PAYMENT.
           READ SORTED-PAYMENT-FILE INTO PAYMENT-DATA
               AT END MOVE 1 TO EOF-P
           END-READ.
       2100-PROCESS-ONE-PAYMENT.
           IF PM-EMPID NOT = LOADED-EMPID
               MOVE PM-EMPID TO LOADED-EMPID
               PERFORM 2200-LOAD-EMP-HISTORY
               PERFORM 2300-LOAD-EMP-DEDUCTIONS
           END-IF.
           MOVE PM-NET TO PAY-NET-AMT.
           MOVE SPACES TO PAYEE-NAME.
           STRING PM-FNAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               PM-LNAME DELIMITED BY SPACE
               INTO PAYEE-NAME.
           PERFORM 2400-FIND-THIS-PAYMENT.
           IF PM-METHOD = 'C'
               PERFORM 2500-ISSUE-CHECK
           ELSE
               COMPUTE DEPOSIT-COUNT = DEPOSIT-COUNT + 1
           END-IF.
           PERFORM 2700-PRINT-PAY-STUB.
           PERFORM 2000-READ-ONE-PAYMENT.
      *THIS YEAR'S AND LAST YEAR'S PAYHIST RECORDS FOR THE EMPLOYEE;
      *OLDER ONES PLAY NO PART IN A STUB.
       2200-LOAD-EMP-HISTORY.
           MOVE 0 TO EH-COUNT.
           PERFORM 2210-READ-ONE-HISTORY
               UNTIL EOF-H = 1
               OR PH-EMPID NOT < LOADED-EMPID.
           PERFORM 2220-KEEP-ONE-HISTORY
               UNTIL EOF-H = 1
               OR PH-EMPID NOT = LOADED-EMPID.
       2210-READ-ONE-HISTORY.
           MOVE SPACES TO PAYHIST-DATA.
           READ SORTED-HIST-FILE INTO PAYHIST-DATA
               AT END MOVE 1 TO EOF-H
           END-READ.
       2220-KEEP-ONE-HISTORY.
           IF PH-PERIOD NOT NUMERIC
               OR PH-GROSS NOT NUMERIC
               OR PH-DEDUCT NOT NUMERIC
               OR PH-NET NOT NUMERIC
               COMPUTE HIST-BAD-COUNT = HIST-BAD-COUNT + 1
           ELSE
               IF PH-PERIOD (1:4) NOT < LOW-YEAR
                   IF EH-COUNT < 300
                       PERFORM 2230-ADD-HISTORY-ENTRY
                   ELSE
                       IF EH-WARNED-SW = 'N'
                           DISPLAY 'WARNING: MORE THAN 300 PAYHIST '
                               'RECORDS IN TWO YEARS FOR ONE '
                               'EMPLOYEE; LATER ONES ARE IGNORED.'
                           MOVE 'Y' TO EH-WARNED-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 2210-READ-ONE-HISTORY.
       2230-ADD-HISTORY-ENTRY.
           COMPUTE EH-COUNT = EH-COUNT + 1.
           MOVE PH-PERIOD TO EH-PERIOD (EH-COUNT).
           MOVE PH-PERIOD-ID TO EH-PERIOD-ID (EH-COUNT).
           MOVE PH-ADJ-CODE TO EH-CODE (EH-COUNT).
           MOVE PH-GROSS TO EH-GROSS (EH-COUNT).
           MOVE PH-DEDUCT TO EH-DEDUCT (EH-COUNT).
           MOVE PH-NET TO EH-NET (EH-COUNT).
           MOVE 0 TO EH-HOURS (EH-COUNT).
           MOVE 0 TO EH-OTHOURS (EH-COUNT).
           MOVE 0 TO EH-FED-TAX (EH-COUNT).
           MOVE 0 TO EH-STATE-TAX (EH-COUNT).
           IF PH-HOURS NUMERIC
               MOVE PH-HOURS TO EH-HOURS (EH-COUNT)
           END-IF.
           IF PH-OTHOURS NUMERIC
               MOVE PH-OTHOURS TO EH-OTHOURS (EH-COUNT)
           END-IF.
           IF PH-FED-TAX NUMERIC
               MOVE PH-FED-TAX TO EH-FED-TAX (EH-COUNT)
           END-IF.
           IF PH-STATE-TAX NUMERIC
               MOVE PH-STATE-TAX TO EH-STATE-TAX (EH-COUNT)
           END-IF.
           MOVE 'N' TO EH-USED-SW (EH-COUNT).
       2300-LOAD-EMP-DEDUCTIONS.
           MOVE 0 TO EDS-COUNT.
           PERFORM 2310-READ-ONE-DEDUCTION
               UNTIL EOF-D = 1
               OR DS-EMPID NOT < LOADED-EMPID.
           PERFORM 2320-KEEP-ONE-DEDUCTION
               UNTIL EOF-D = 1
               OR DS-EMPID NOT = LOADED-EMPID.
       2310-READ-ONE-DEDUCTION.
           MOVE SPACES TO PAYDED-DATA.
           READ SORTED-DED-FILE INTO PAYDED-DATA
               AT END MOVE 1 TO EOF-D
           END-READ.
       2320-KEEP-ONE-DEDUCTION.
           IF DS-AMOUNT NUMERIC AND EDS-COUNT < 40
               COMPUTE EDS-COUNT = EDS-COUNT + 1
               MOVE DS-PERIOD-ID TO EDS-PERIOD-ID (EDS-COUNT)
               MOVE DS-CATEGORY TO EDS-CATEGORY (EDS-COUNT)
               MOVE DS-AMOUNT TO EDS-AMOUNT (EDS-COUNT)
           END-IF.
           PERFORM 2310-READ-ONE-DEDUCTION.
      *THE PAYHIST RECORD BEHIND A PAYMENT IS THE LATEST UNUSED ONE
      *WITH THE SAME NET: A PAY-RUN RECORD FOR THE PAYMENT FILE, A
      *REISSUE OR OFF-CYCLE RECORD FOR ADJPAYMT. YEAR TO DATE RUNS
      *THROUGH THAT RECORD'S PAY DATE, LESS ANY VOIDS.
       2400-FIND-THIS-PAYMENT.
           MOVE 0 TO EH-MATCH-IDX.
           PERFORM 2410-MATCH-ONE-HISTORY
               VARYING EH-IDX FROM EH-COUNT BY -1
               UNTIL EH-IDX < 1
               OR EH-MATCH-IDX > 0.
           IF EH-MATCH-IDX = 0
               COMPUTE NOHIST-COUNT = NOHIST-COUNT + 1
           ELSE
               MOVE 'Y' TO EH-USED-SW (EH-MATCH-IDX)
               MOVE EH-PERIOD (EH-MATCH-IDX) TO MATCH-PERIOD
               MOVE EH-PERIOD (EH-MATCH-IDX) (1:4) TO MATCH-YEAR
               PERFORM 2450-ADD-UP-YEAR-TO-DATE
           END-IF.
       2410-MATCH-ONE-HISTORY.
           IF EH-USED-SW (EH-IDX) = 'N'
               AND EH-NET (EH-IDX) = PAY-NET-AMT
               IF ADJUSTMENT-SOURCE
                   IF EH-CODE (EH-IDX) = 'R'
                       OR EH-CODE (EH-IDX) = 'O'
                       MOVE EH-IDX TO EH-MATCH-IDX
                   END-IF
               ELSE
                   IF EH-CODE (EH-IDX) = SPACE
                       MOVE EH-IDX TO EH-MATCH-IDX
                   END-IF
               END-IF
           END-IF.
       2450-ADD-UP-YEAR-TO-DATE.
           INITIALIZE YTD-WORK.
           PERFORM 2460-ADD-ONE-YEAR-TO-DATE
               VARYING EH-IDX FROM 1 BY 1
               UNTIL EH-IDX > EH-COUNT.
           PERFORM 2470-TAKE-OFF-VOIDS.
       2460-ADD-ONE-YEAR-TO-DATE.
           IF EH-PERIOD (EH-IDX) (1:4) = MATCH-YEAR
               AND EH-PERIOD (EH-IDX) NOT > MATCH-PERIOD
               IF EH-CODE (EH-IDX) = 'V'
                   COMPUTE VOID-HOURS = VOID-HOURS + EH-HOURS (EH-IDX)
                   COMPUTE VOID-OTHOURS =
                       VOID-OTHOURS + EH-OTHOURS (EH-IDX)
                   COMPUTE VOID-GROSS = VOID-GROSS + EH-GROSS (EH-IDX)
                   COMPUTE VOID-FED-TAX =
                       VOID-FED-TAX + EH-FED-TAX (EH-IDX)
                   COMPUTE VOID-STATE-TAX =
                       VOID-STATE-TAX + EH-STATE-TAX (EH-IDX)
                   COMPUTE VOID-DEDUCT =
                       VOID-DEDUCT + EH-DEDUCT (EH-IDX)
                   COMPUTE VOID-NET = VOID-NET + EH-NET (EH-IDX)
               ELSE
                   COMPUTE YTD-HOURS = YTD-HOURS + EH-HOURS (EH-IDX)
                   COMPUTE YTD-OTHOURS =
                       YTD-OTHOURS + EH-OTHOURS (EH-IDX)
                   COMPUTE YTD-GROSS = YTD-GROSS + EH-GROSS (EH-IDX)
                   COMPUTE YTD-FED-TAX =
                       YTD-FED-TAX + EH-FED-TAX (EH-IDX)
                   COMPUTE YTD-STATE-TAX =
                       YTD-STATE-TAX + EH-STATE-TAX (EH-IDX)
                   COMPUTE YTD-DEDUCT = YTD-DEDUCT + EH-DEDUCT (EH-IDX)
                   COMPUTE YTD-NET = YTD-NET + EH-NET (EH-IDX)
               END-IF
           END-IF.
      *A VOID ALWAYS FOLLOWS THE PAYMENT IT CANCELS, SO THE YEAR'S
      *PAYMENTS ALWAYS COVER ITS VOIDS.
       2470-TAKE-OFF-VOIDS.
           IF VOID-GROSS NOT > YTD-GROSS
               AND VOID-NET NOT > YTD-NET
               COMPUTE YTD-HOURS = YTD-HOURS - VOID-HOURS
               COMPUTE YTD-OTHOURS = YTD-OTHOURS - VOID-OTHOURS
               COMPUTE YTD-GROSS = YTD-GROSS - VOID-GROSS
               COMPUTE YTD-FED-TAX = YTD-FED-TAX - VOID-FED-TAX
               COMPUTE YTD-STATE-TAX = YTD-STATE-TAX - VOID-STATE-TAX
               COMPUTE YTD-DEDUCT = YTD-DEDUCT - VOID-DEDUCT
               COMPUTE YTD-NET = YTD-NET - VOID-NET
           END-IF.
       2500-ISSUE-CHECK.
           MOVE NEXT-CHECK TO THIS-CHECK-NO.
           MOVE NEXT-CHECK TO LAST-CHECK.
           COMPUTE NEXT-CHECK = NEXT-CHECK + 1.
           COMPUTE CHECK-COUNT = CHECK-COUNT + 1.
           COMPUTE CHECK-TOTAL = CHECK-TOTAL + PAY-NET-AMT.
           MOVE SPACES TO ADJ-NOTE.
           IF EH-MATCH-IDX > 0
               IF EH-CODE (EH-MATCH-IDX) = 'R'
                   MOVE 'REISSUE' TO ADJ-NOTE
               END-IF
               IF EH-CODE (EH-MATCH-IDX) = 'O'
                   MOVE 'OFF-CYCLE' TO ADJ-NOTE
               END-IF
           END-IF.
           PERFORM 2550-PRINT-CHECK-IMAGE.
           PERFORM 2600-WRITE-REGISTER-LINE.
           PERFORM 2650-WRITE-POSITIVE-PAY.
       2550-PRINT-CHECK-IMAGE.
           MOVE THIS-CHECK-NO TO CL1-CHECK-NO.
           IF CHECK-COUNT = 1
               WRITE CHECKS-REC FROM CHECK-LINE1
           ELSE
               MOVE SPACES TO CHECKS-REC
               WRITE CHECKS-REC
                   AFTER ADVANCING PAGE
               WRITE CHECKS-REC FROM CHECK-LINE1
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE ISSUE-DATE-SHOWN TO CL2-DATE.
           WRITE CHECKS-REC FROM CHECK-LINE2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CHECKS-REC.
           WRITE CHECKS-REC
               AFTER ADVANCING 1 LINE.
           MOVE PAYEE-NAME TO CL3-PAYEE.
           MOVE PAY-NET-AMT TO CL3-AMOUNT.
           WRITE CHECKS-REC FROM CHECK-LINE3
               AFTER ADVANCING 1 LINE.
           MOVE PAY-NET-AMT TO CHECK-DOLLARS.
           COMPUTE CENTS-WORK = PAY-NET-AMT - CHECK-DOLLARS.
           COMPUTE CHECK-CENTS = CENTS-WORK * 100.
           MOVE CHECK-DOLLARS TO CL4-DOLLARS.
           MOVE CHECK-CENTS TO CL4-CENTS.
           WRITE CHECKS-REC FROM CHECK-LINE4
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CHECKS-REC.
           WRITE CHECKS-REC
               AFTER ADVANCING 1 LINE.
           MOVE PM-EMPID TO CL5-EMPID.
           IF EH-MATCH-IDX > 0
               MOVE EH-PERIOD-ID (EH-MATCH-IDX) TO CL5-PERIOD-ID
           ELSE
               MOVE SPACES TO CL5-PERIOD-ID
           END-IF.
           MOVE ADJ-NOTE TO CL5-NOTE.
           WRITE CHECKS-REC FROM CHECK-LINE5
               AFTER ADVANCING 1 LINE.
           IF CHECKS-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO CHECKS FAILED, STATUS='
                   CHECKS-STATUS '. RUN TERMINATED.'
               PERFORM 9000-ABORT-IO-ERROR
           END-IF.
       2600-WRITE-REGISTER-LINE.
           PERFORM 1600-CHECK-PAGE-OVERFLOW.
           MOVE THIS-CHECK-NO TO RD-CHECK-NO.
           MOVE PM-EMPID TO RD-EMPID.
           MOVE PM-LNAME TO RD-LNAME.
           MOVE PM-FNAME TO RD-FNAME.
           MOVE CL5-PERIOD-ID TO RD-PERIOD-ID.
           MOVE PAY-NET-AMT TO RD-AMOUNT.
           MOVE ADJ-NOTE TO RD-NOTE.
           WRITE CHKREG-REC FROM REG-DETAIL
               AFTER ADVANCING 1 LINE.
           IF CHKREG-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO CHKREG FAILED, STATUS='
                   CHKREG-STATUS '. RUN TERMINATED.'
               PERFORM 9000-ABORT-IO-ERROR
           END-IF.
           COMPUTE RPTLINECOUNTER = RPTLINECOUNTER + 1.
       2650-WRITE-POSITIVE-PAY.
           MOVE 'I' TO PP-TYPE.
           MOVE CK-ACCOUNT TO PP-ACCOUNT.
           MOVE THIS-CHECK-NO TO PP-CHECK-NO.
           MOVE PAY-NET-AMT TO PP-AMOUNT.
           MOVE ISSUE-DATE TO PP-ISSUE-DATE.
           MOVE PAYEE-NAME TO PP-PAYEE.
           WRITE POSPAY-REC FROM POSPAY-DATA.
           IF POSPAY-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO POSPAY FAILED, STATUS='
                   POSPAY-STATUS '. RUN TERMINATED.'
               PERFORM 9000-ABORT-IO-ERROR
           END-IF.
      *THE STUB SHOWS THE PAYMENT'S PAYHIST RECORD: HOURS, GROSS,
      *THE TWO TAXES, EACH PAYDED LINE FOR THE SAME PERIOD, ANY
      *OTHER DEDUCTIONS NOT ON PAYDED, AND NET, WITH YEAR-TO-DATE
      *FIGURES WHERE PAYHIST CARRIES THEM.
       2700-PRINT-PAY-STUB.
           COMPUTE STUB-COUNT = STUB-COUNT + 1.
           MOVE ISSUE-DATE-SHOWN TO SH1-DATE.
           IF STUB-COUNT = 1
               WRITE PAYSTUBS-REC FROM STUB-HEADING1
           ELSE
               MOVE SPACES TO PAYSTUBS-REC
               WRITE PAYSTUBS-REC
                   AFTER ADVANCING PAGE
               WRITE PAYSTUBS-REC FROM STUB-HEADING1
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE PM-EMPID TO SH2-EMPID.
           MOVE PAYEE-NAME TO SH2-NAME.
           IF EH-MATCH-IDX > 0
               MOVE EH-PERIOD-ID (EH-MATCH-IDX) TO SH2-PERIOD-ID
           ELSE
               MOVE SPACES TO SH2-PERIOD-ID
           END-IF.
           WRITE PAYSTUBS-REC FROM STUB-HEADING2
               AFTER ADVANCING 1 LINE.
           PERFORM 2710-DESCRIBE-PAY-METHOD.
           WRITE PAYSTUBS-REC FROM STUB-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PAYSTUBS-REC.
           WRITE PAYSTUBS-REC
               AFTER ADVANCING 1 LINE.
           WRITE PAYSTUBS-REC FROM STUB-COLUMNS
               AFTER ADVANCING 1 LINE.
           IF EH-MATCH-IDX = 0
               PERFORM 2720-PRINT-NET-ONLY
           ELSE
               PERFORM 2730-PRINT-STUB-DETAIL
           END-IF.
           IF PAYSTUBS-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO PAYSTUBS FAILED, STATUS='
                   PAYSTUBS-STATUS '. RUN TERMINATED.'
               PERFORM 9000-ABORT-IO-ERROR
           END-IF.
       2710-DESCRIBE-PAY-METHOD.
           MOVE SPACES TO SH3-METHOD.
           IF PM-METHOD = 'C'
               STRING 'PAID BY CHECK NO. ' DELIMITED BY SIZE
                   THIS-CHECK-NO DELIMITED BY SIZE
                   INTO SH3-METHOD
           ELSE
               MOVE 0 TO ACCT-LEN
               INSPECT PM-ACCOUNT TALLYING ACCT-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF ACCT-LEN < 4
                   MOVE 'PAID BY DIRECT DEPOSIT' TO SH3-METHOD
               ELSE
                   COMPUTE ACCT-START = ACCT-LEN - 3
                   STRING 'PAID BY DIRECT DEPOSIT TO ACCOUNT '
                       DELIMITED BY SIZE
                       'ENDING ' DELIMITED BY SIZE
                       PM-ACCOUNT (ACCT-START:4) DELIMITED BY SIZE
                       INTO SH3-METHOD
               END-IF
           END-IF.
       2720-PRINT-NET-ONLY.
           MOVE 'NET PAY' TO SL-LABEL.
           MOVE PAY-NET-AMT TO SL-CURRENT.
           MOVE SPACES TO SL-YTD-X.
           WRITE PAYSTUBS-REC FROM STUB-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NO PAY HISTORY RECORD FOUND FOR THIS PAYMENT.'
               TO STUB-NOTE-LINE.
           WRITE PAYSTUBS-REC FROM STUB-NOTE-LINE
               AFTER ADVANCING 2 LINES.
       2730-PRINT-STUB-DETAIL.
           MOVE EH-MATCH-IDX TO EH-IDX.
           MOVE 'HOURS PAID' TO SL-LABEL.
           MOVE EH-HOURS (EH-IDX) TO SL-CURRENT.
           MOVE YTD-HOURS TO SL-YTD.
           PERFORM 2790-WRITE-STUB-LINE.
           MOVE '  INCLUDING OVERTIME HOURS' TO SL-LABEL.
           MOVE EH-OTHOURS (EH-IDX) TO SL-CURRENT.
           MOVE YTD-OTHOURS TO SL-YTD.
           PERFORM 2790-WRITE-STUB-LINE.
           MOVE 'GROSS PAY' TO SL-LABEL.
           MOVE EH-GROSS (EH-IDX) TO SL-CURRENT.
           MOVE YTD-GROSS TO SL-YTD.
           PERFORM 2790-WRITE-STUB-LINE.
           MOVE 'FEDERAL TAX WITHHELD' TO SL-LABEL.
           MOVE EH-FED-TAX (EH-IDX) TO SL-CURRENT.
           MOVE YTD-FED-TAX TO SL-YTD.
           PERFORM 2790-WRITE-STUB-LINE.
           MOVE 'STATE TAX WITHHELD' TO SL-LABEL.
           MOVE EH-STATE-TAX (EH-IDX) TO SL-CURRENT.
           MOVE YTD-STATE-TAX TO SL-YTD.
           PERFORM 2790-WRITE-STUB-LINE.
           COMPUTE TAX-TOTAL = EH-FED-TAX (EH-IDX)
               + EH-STATE-TAX (EH-IDX).
           MOVE 0 TO LISTED-DED-TOTAL.
           PERFORM 2740-PRINT-ONE-DEDUCTION
               VARYING EDS-IDX FROM 1 BY 1
               UNTIL EDS-IDX > EDS-COUNT.
           MOVE 0 TO OTHER-DED.
           IF EH-DEDUCT (EH-IDX) > TAX-TOTAL
               COMPUTE OTHER-DED = EH-DEDUCT (EH-IDX) - TAX-TOTAL
           END-IF.
           IF OTHER-DED > LISTED-DED-TOTAL
               COMPUTE OTHER-DED = OTHER-DED - LISTED-DED-TOTAL
               MOVE 'OTHER DEDUCTIONS' TO SL-LABEL
               MOVE OTHER-DED TO SL-CURRENT
               MOVE SPACES TO SL-YTD-X
               PERFORM 2790-WRITE-STUB-LINE
           END-IF.
           MOVE 'TOTAL DEDUCTIONS' TO SL-LABEL.
           MOVE EH-DEDUCT (EH-IDX) TO SL-CURRENT.
           MOVE YTD-DEDUCT TO SL-YTD.
           PERFORM 2790-WRITE-STUB-LINE.
           MOVE 'NET PAY' TO SL-LABEL.
           MOVE EH-NET (EH-IDX) TO SL-CURRENT.
           MOVE YTD-NET TO SL-YTD.
           PERFORM 2790-WRITE-STUB-LINE.
           IF EH-CODE (EH-IDX) = 'R'
               MOVE 'THIS PAYMENT REISSUES ONE MADE EARLIER.'
                   TO STUB-NOTE-LINE
               WRITE PAYSTUBS-REC FROM STUB-NOTE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF EH-CODE (EH-IDX) = 'O'
               MOVE 'OFF-CYCLE PAYMENT.' TO STUB-NOTE-LINE
               WRITE PAYSTUBS-REC FROM STUB-NOTE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
       2740-PRINT-ONE-DEDUCTION.
           IF EDS-PERIOD-ID (EDS-IDX) = EH-PERIOD-ID (EH-IDX)
               MOVE SPACES TO SL-LABEL
               MOVE EDS-CATEGORY (EDS-IDX) TO SL-LABEL
               MOVE EDS-AMOUNT (EDS-IDX) TO SL-CURRENT
               MOVE SPACES TO SL-YTD-X
               PERFORM 2790-WRITE-STUB-LINE
               COMPUTE LISTED-DED-TOTAL =
                   LISTED-DED-TOTAL + EDS-AMOUNT (EDS-IDX)
           END-IF.
       2790-WRITE-STUB-LINE.
           WRITE PAYSTUBS-REC FROM STUB-LINE
               AFTER ADVANCING 1 LINE.
       9000-ABORT-IO-ERROR.
           DISPLAY 'CHKCTL WAS NOT UPDATED; DESTROY ANY CHECKS '
               'PRINTED BY THIS RUN BEFORE RUNNING IT AGAIN.'.
           CLOSE SORTED-PAYMENT-FILE
               CHECKS-FILE
               CHKREG-FILE
               POSPAY-FILE
               PAYSTUBS-FILE.
           STOP RUN.
       END PROGRAM paychk.
