      ******************************************************************
      *Author: David Nguyen
      *Purpose: Payment adjustment run. Applies the ADJTXN
      *         transactions to payments already made by the pay
      *         run: V voids a payment (by employee and pay period
      *         id), R reissues one (voiding it first if it still
      *         stands, with an optional method override), and O
      *         pays an off-cycle amount with its own gross and
      *         withholding. The payment being voided or reissued
      *         is the latest pay-run or reissue record on PAYHIST
      *         for that employee and period. Every adjustment is
      *         appended to PAYHIST marked with its adjustment code
      *         (a void carries the original amounts and pay date,
      *         so payqtr takes it off the same quarter), reissues
      *         and off-cycle pay go on the ADJPAYMT payment file in
      *         the PAYMENT layout, and the GL effect goes on the
      *         ADJPOST posting file with an ADJGLRPT proof. The
      *         ADJRPT register lists original and adjusted amounts
      *         and the transactions rejected. Each applied
      *         transaction is recorded on ADJCTL so a rerun of the
      *         same ADJTXN file never applies it twice.
      ******************************************************************
      *MODIFICATION HISTORY:
      *  2026-10-15  DN  Initial version: void, reissue and
      *                  off-cycle adjustments to PAYHIST with the
      *                  ADJPAYMT payment file, ADJPOST/ADJGLRPT GL
      *                  batch and proof, ADJRPT register and the
      *                  ADJCTL applied-transaction control file.
      *  2026-10-15  DN  A BANKACCT or ADJCTL file that exactly fills
      *                  its table no longer stops the run; an EMPMAST
      *                  read error other than not-found stops it.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. payadj.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJTXN-FILE ASSIGN TO 'ADJTXN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJTXN-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS M-EMPID
               FILE STATUS IS EMPMAST-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYHIST-STATUS.
           SELECT BANKACCT-FILE ASSIGN TO 'BANKACCT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANKACCT-STATUS.
           SELECT GLACCTS-FILE ASSIGN TO 'GLACCTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLACCTS-STATUS.
           SELECT ADJCTL-FILE ASSIGN TO 'ADJCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJCTL-STATUS.
           SELECT ADJPAYMT-FILE ASSIGN TO 'ADJPAYMT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJPAYMT-STATUS.
           SELECT ADJPOST-FILE ASSIGN TO 'ADJPOST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJPOST-STATUS.
           SELECT ADJGLRPT-FILE ASSIGN TO 'ADJGLRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJGLRPT-STATUS.
           SELECT ADJRPT-FILE ASSIGN TO 'ADJRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADJTXN-FILE
           LABEL RECORDS ARE STANDARD.
       01  ADJTXN-REC PIC X(80).
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
       FD  PAYHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYHIST-REC PIC X(150).
       FD  BANKACCT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BANKACCT-REC PIC X(35).
       FD  GLACCTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLACCTS-REC PIC X(17).
       FD  ADJCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ADJCTL-REC PIC X(88).
       FD  ADJPAYMT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ADJPAYMT-REC PIC X(80).
       FD  ADJPOST-FILE
           LABEL RECORDS ARE STANDARD.
       01  ADJPOST-REC PIC X(40).
       FD  ADJGLRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  ADJGLRPT-REC PIC X(80).
       FD  ADJRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  ADJRPT-REC PIC X(132).
       WORKING-STORAGE SECTION.
      *ADJUSTMENT TRANSACTION: TYPE V (VOID), R (REISSUE) OR O
      *(OFF-CYCLE), THE EMPLOYEE, AND THE PAY PERIOD ID OF THE
      *PAYMENT TO VOID OR REISSUE (FOR AN OFF-CYCLE PAYMENT THE
      *PERIOD IS OPTIONAL AND DEFAULTS TO THE RUN DATE AS YYMMDD,
      *AS THE PAY RUN DOES WITHOUT PAYCAL). THE METHOD (C OR D)
      *OVERRIDES THE BANKACCT CHOICE FOR A REISSUE OR OFF-CYCLE
      *PAYMENT. THE AMOUNTS ARE UNEDITED AND ARE USED ONLY BY AN
      *OFF-CYCLE PAYMENT; A BLANK WITHHOLDING AMOUNT IS ZERO.
       01  ADJTXN-STATUS PIC XX VALUE SPACES.
       01  ADJTXN-DATA.
           03 AT-TYPE PIC X(1).
           03 FILLER PIC X(1).
           03 AT-EMPID PIC X(7).
           03 FILLER PIC X(1).
           03 AT-PERIOD-ID PIC X(6).
           03 FILLER PIC X(1).
           03 AT-METHOD PIC X(1).
           03 FILLER PIC X(1).
           03 AT-GROSS PIC 9(7)V9(2).
           03 AT-GROSS-X REDEFINES AT-GROSS PIC X(9).
           03 FILLER PIC X(1).
           03 AT-FED-TAX PIC 9(7)V9(2).
           03 AT-FED-TAX-X REDEFINES AT-FED-TAX PIC X(9).
           03 FILLER PIC X(1).
           03 AT-STATE-TAX PIC 9(7)V9(2).
           03 AT-STATE-TAX-X REDEFINES AT-STATE-TAX PIC X(9).
           03 FILLER PIC X(1).
           03 AT-OTHER-DED PIC 9(7)V9(2).
           03 AT-OTHER-DED-X REDEFINES AT-OTHER-DED PIC X(9).
           03 FILLER PIC X(1).
           03 AT-REASON PIC X(20).
       01  ADJTXN-IMAGE REDEFINES ADJTXN-DATA PIC X(79).
      *TRANSACTIONS ARE LOADED AND CHECKED BEFORE PAYHIST IS READ
      *SO ONE PASS OF THE HISTORY FINDS EVERY PAYMENT NEEDED.
      *TX-KEY-IDX POINTS AT THE PAYMENT (KEY TABLE) ENTRY OF A
      *VOID OR REISSUE; TX-REJECT IS SET WHEN A TRANSACTION CANNOT
      *BE APPLIED.
       01  TXN-TABLE.
           03 TXN-ENTRY OCCURS 2000 TIMES.
               05 TX-IMAGE PIC X(79).
               05 TX-KEY-IDX PIC 9(4).
               05 TX-REJECT PIC X(24).
       01  TXN-COUNT PIC 9(4) VALUE 0.
       01  TX-IDX PIC 9(4) VALUE 0.
      *ONE ENTRY PER EMPLOYEE AND PAY PERIOD NAMED BY A VOID OR
      *REISSUE, HOLDING THE PAYMENT NOW STANDING FOR IT: KY-STANDING
      *IS P WHEN A PAYMENT STANDS, V WHEN THE LAST ONE WAS VOIDED,
      *SPACE WHEN PAYHIST HAS NO PAYMENT FOR THE PERIOD AT ALL. IT
      *IS KEPT UP TO DATE AS THIS RUN'S ADJUSTMENTS ARE APPLIED.
       01  KEY-TABLE.
           03 KEY-ENTRY OCCURS 2000 TIMES.
               05 KY-EMPID PIC X(7).
               05 KY-PERIOD-ID PIC X(6).
               05 KY-STANDING PIC X(1).
               05 KY-LNAME PIC X(15).
               05 KY-FNAME PIC X(15).
               05 KY-PERIOD PIC X(8).
               05 KY-HOURS PIC 9(3)V9(2).
               05 KY-OTHOURS PIC 9(3)V9(2).
               05 KY-GROSS PIC 9(7)V9(2).
               05 KY-DEDUCT PIC 9(7)V9(2).
               05 KY-NET PIC 9(7)V9(2).
               05 KY-TAXABLE PIC 9(7)V9(2).
               05 KY-FED-TAX PIC 9(7)V9(2).
               05 KY-STATE-TAX PIC 9(7)V9(2).
       01  KEY-COUNT PIC 9(4) VALUE 0.
       01  KEY-IDX PIC 9(4) VALUE 0.
       01  KEY-FOUND-IDX PIC 9(4) VALUE 0.
      *ADJCTL: THE IMAGE OF EVERY TRANSACTION APPLIED, WITH THE
      *DATE IT WAS APPLIED.
       01  ADJCTL-STATUS PIC XX VALUE SPACES.
       01  ADJCTL-DATA.
           03 AC-IMAGE PIC X(79).
           03 FILLER PIC X(1) VALUE SPACE.
           03 AC-APPLIED-DATE PIC X(8).
       01  DONE-TABLE.
           03 DONE-IMAGE OCCURS 20000 TIMES PIC X(79).
       01  DONE-COUNT PIC 9(5) VALUE 0.
       01  DONE-IDX PIC 9(5) VALUE 0.
       01  DONE-FOUND-SW PIC X(1) VALUE 'N'.
           88 DONE-FOUND VALUE 'Y'.
      *THE PAY HISTORY RECORD AS PROJECT2 WRITES IT FROM
      *PAYHIST-DATA; RECORDS WRITTEN BEFORE WITHHOLDING WAS ADDED
      *READ BACK WITH THE TAX FIELDS BLANK AND ARE TAKEN AS NO TAX.
      *PH-ADJ-CODE IS BLANK ON PAY-RUN RECORDS AND V, R OR O ON
      *THE RECORDS THIS PROGRAM WRITES.
       01  PAYHIST-STATUS PIC XX VALUE SPACES.
       01  PAYHIST-DATA.
           03 PH-EMPID PIC X(7).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PH-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PH-FNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PH-PERIOD PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PH-HOURS PIC 9(3)V9(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PH-OTHOURS PIC 9(3)V9(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PH-GROSS PIC 9(7)V9(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PH-DEDUCT PIC 9(7)V9(2).
           03 FILLER PIC X(1) VALUE SPACE.
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
      *BANK ROUTING REFERENCE DATA (PROJECT2'S BANKACCT LAYOUT).
       01  BANKACCT-STATUS PIC XX VALUE SPACES.
       01  BANKACCT-DATA.
           03 BA-EMPID PIC X(7).
           03 FILLER PIC X(1).
           03 BA-ROUTING PIC X(9).
           03 FILLER PIC X(1).
           03 BA-ACCOUNT PIC X(17).
       01  BANK-TABLE.
           03 BANK-ENTRY OCCURS 50000 TIMES.
               05 BK-EMPID PIC X(7).
               05 BK-ROUTING PIC X(9).
               05 BK-ACCOUNT PIC X(17).
       01  BANK-COUNT PIC 9(5) VALUE 0.
       01  BANK-IDX PIC 9(5) VALUE 0.
       01  BANK-FOUND-IDX PIC 9(5) VALUE 0.
       01  BANK-FOUND-SW PIC X(1) VALUE 'N'.
           88 BANK-FOUND VALUE 'Y'.
      *ADJUSTMENT PAYMENTS, IN PROJECT2'S PAYMENT LAYOUT.
       01  ADJPAYMT-STATUS PIC XX VALUE SPACES.
       01  PAYMENT-DATA.
           03 PM-EMPID PIC X(7).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PM-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PM-FNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PM-NET PIC ZZZZZZZ.99.
           03 FILLER PIC X(1) VALUE SPACE.
           03 PM-ROUTING PIC X(9).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PM-ACCOUNT PIC X(17).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PM-METHOD PIC X(1).
      *GENERAL-LEDGER ACCOUNT MAPPING (PROJECT2'S GLACCTS FILE).
      *GROSS POSTS BY DEPARTMENT CODE; NET PAY, THE TWO TAXES AND
      *THE OTHER DEDUCTIONS POST UNDER 'NET PAY', 'FED TAX',
      *'STATETAX' AND 'OTHERDED'. PAYHIST CARRIES ONLY THE TOTAL OF
      *THE OTHER DEDUCTIONS, SO THEY ARE NOT SPLIT BY CATEGORY.
       01  GLACCTS-STATUS PIC XX VALUE SPACES.
       01  ADJPOST-STATUS PIC XX VALUE SPACES.
       01  ADJGLRPT-STATUS PIC XX VALUE SPACES.
       01  GLACCT-DATA.
           03 GA-KEY PIC X(8).
           03 FILLER PIC X(1).
           03 GA-ACCOUNT PIC X(8).
       01  GLACCT-TABLE.
           03 GLACCT-ENTRY OCCURS 80 TIMES.
               05 GLA-KEY PIC X(8).
               05 GLA-ACCOUNT PIC X(8).
       01  GLACCT-COUNT PIC 9(2) VALUE 0.
       01  GLACCT-IDX PIC 9(2) VALUE 0.
       01  GL-LOOKUP-KEY PIC X(8) VALUE SPACES.
       01  GL-ACCOUNT-HOLD PIC X(8) VALUE SPACES.
       01  GL-FOUND-SW PIC X(1) VALUE 'N'.
           88 GL-FOUND VALUE 'Y'.
       01  GL-UNMAPPED-COUNT PIC 9(2) VALUE 0.
      *GROSS BY DEPARTMENT AND THE CREDIT-SIDE CATEGORIES, EACH
      *SPLIT INTO WHAT WAS PAID (REISSUES, OFF-CYCLE) AND WHAT WAS
      *REVERSED (VOIDS) SO THE BATCH SHOWS BOTH.
       01  DEPT-GROSS-TABLE.
           03 DEPTG-ENTRY OCCURS 50 TIMES.
               05 DPG-DEPT PIC X(4).
               05 DPG-PAID PIC 9(9)V9(2).
               05 DPG-REVERSED PIC 9(9)V9(2).
       01  DEPTG-COUNT PIC 9(2) VALUE 0.
       01  DEPTG-IDX PIC 9(2) VALUE 0.
       01  DEPTG-FOUND-IDX PIC 9(2) VALUE 0.
       01  DEPTG-WARNED-SW PIC X(1) VALUE 'N'.
       01  GLCAT-VALUES.
           03 FILLER PIC X(8) VALUE 'NET PAY'.
           03 FILLER PIC X(22) VALUE ZEROS.
           03 FILLER PIC X(8) VALUE 'FED TAX'.
           03 FILLER PIC X(22) VALUE ZEROS.
           03 FILLER PIC X(8) VALUE 'STATETAX'.
           03 FILLER PIC X(22) VALUE ZEROS.
           03 FILLER PIC X(8) VALUE 'OTHERDED'.
           03 FILLER PIC X(22) VALUE ZEROS.
       01  GLCAT-TABLE REDEFINES GLCAT-VALUES.
           03 GLCAT-ENTRY OCCURS 4 TIMES.
               05 GC-CATEGORY PIC X(8).
               05 GC-PAID PIC 9(9)V9(2).
               05 GC-REVERSED PIC 9(9)V9(2).
       01  GLCAT-IDX PIC 9(1) VALUE 0.
       01  GL-TOTALS.
           03 GL-DEBIT-TOTAL PIC 9(11)V9(2) VALUE 0.
           03 GL-CREDIT-TOTAL PIC 9(11)V9(2) VALUE 0.
           03 GL-GROSS-DEBITS PIC 9(11)V9(2) VALUE 0.
           03 GL-GROSS-CREDITS PIC 9(11)V9(2) VALUE 0.
       01  GLPOST-DATA.
           03 GP-ACCOUNT PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 GP-DRCR PIC X(1).
           03 FILLER PIC X(1) VALUE SPACE.
           03 GP-AMOUNT PIC 9(9)V9(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 GP-DESC PIC X(16).
       01  GLR-HEADING1.
           03 GH1-CURR-DATE PIC 99/99/99.
           03 FILLER PIC X(15) VALUES SPACES.
           03 FILLER PIC X(40) VALUES
           'GL POSTING SUMMARY - ADJUSTMENTS'.
       01  GLR-DETAIL.
           03 GLR-ACCOUNT PIC X(8).
           03 FILLER PIC X(2) VALUES SPACES.
           03 GLR-DRCR PIC X(2).
           03 GLR-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER PIC X(2) VALUES SPACES.
           03 GLR-DESC PIC X(16).
       01  GLR-TOTAL-LINE.
           03 GLT-LABEL PIC X(22).
           03 GLT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01  GLR-BALANCE-LINE PIC X(60) VALUE SPACES.
       01  EMPMAST-STATUS PIC XX VALUE SPACES.
       01  ADJRPT-STATUS PIC XX VALUE SPACES.
      *THE PAYMENT BEING WRITTEN: EMPLOYEE, DEPARTMENT FOR THE GL,
      *AND THE AMOUNTS GOING ON PAYHIST AND THE REGISTER.
       01  ADJ-WORK.
           03 RUN-DATE PIC X(8) VALUE SPACES.
           03 ADJ-LNAME PIC X(15) VALUE SPACES.
           03 ADJ-FNAME PIC X(15) VALUE SPACES.
           03 ADJ-DEPT PIC X(4) VALUE SPACES.
           03 ADJ-PERIOD PIC X(8) VALUE SPACES.
           03 ADJ-PERIOD-ID PIC X(6) VALUE SPACES.
           03 ADJ-HOURS PIC 9(3)V9(2) VALUE 0.
           03 ADJ-OTHOURS PIC 9(3)V9(2) VALUE 0.
           03 ADJ-GROSS PIC 9(7)V9(2) VALUE 0.
           03 ADJ-DEDUCT PIC 9(7)V9(2) VALUE 0.
           03 ADJ-NET PIC 9(7)V9(2) VALUE 0.
           03 ADJ-TAXABLE PIC 9(7)V9(2) VALUE 0.
           03 ADJ-FED-TAX PIC 9(7)V9(2) VALUE 0.
           03 ADJ-STATE-TAX PIC 9(7)V9(2) VALUE 0.
           03 ADJ-OTHER-DED PIC 9(7)V9(2) VALUE 0.
           03 ADJ-TAX-TOTAL PIC 9(7)V9(2) VALUE 0.
           03 ADJ-CODE PIC X(1) VALUE SPACE.
           03 ADJ-RESULT PIC X(20) VALUE SPACES.
           03 MASTER-FOUND-SW PIC X(1) VALUE 'N'.
               88 MASTER-FOUND VALUE 'Y'.
           03 METHOD-OK-SW PIC X(1) VALUE 'N'.
               88 METHOD-OK VALUE 'Y'.
       01  ADJ-COUNTERS.
           03 TXN-READ-COUNT PIC 9(4) VALUE 0.
           03 APPLIED-COUNT PIC 9(4) VALUE 0.
           03 REJECT-COUNT PIC 9(4) VALUE 0.
           03 VOID-COUNT PIC 9(4) VALUE 0.
           03 REISSUE-COUNT PIC 9(4) VALUE 0.
           03 OFFCYCLE-COUNT PIC 9(4) VALUE 0.
           03 HIST-READ-COUNT PIC 9(7) VALUE 0.
           03 HIST-BAD-COUNT PIC 9(5) VALUE 0.
           03 PAYMENT-COUNT PIC 9(4) VALUE 0.
           03 REG-GROSS-PAID PIC 9(9)V9(2) VALUE 0.
           03 REG-GROSS-VOIDED PIC 9(9)V9(2) VALUE 0.
           03 REG-NET-PAID PIC 9(9)V9(2) VALUE 0.
           03 REG-NET-VOIDED PIC 9(9)V9(2) VALUE 0.
       01  ADJ-HEADING1.
           03 AH1-CURR-DATE PIC 99/99/99.
           03 FILLER PIC X(30) VALUES SPACES.
           03 FILLER PIC X(40) VALUES
           'PAYMENT ADJUSTMENT REGISTER'.
           03 FILLER PIC X(36) VALUES SPACES.
           03 FILLER PIC X(7) VALUE 'PAGE'.
           03 AH1-PAGENUM PIC ZZ9 VALUE 1.
       01  ADJ-HEADING2.
           03 FILLER PIC X(55) VALUES SPACES.
           03 FILLER PIC X(26) VALUES
           '---- ORIGINAL PAYMENT ---'.
           03 FILLER PIC X(27) VALUES
           '-------- ADJUSTMENT -------'.
       01  ADJ-HEADING3.
           03 FILLER PIC X(10) VALUES 'TYPE'.
           03 FILLER PIC X(9) VALUES 'EMP ID'.
           03 FILLER PIC X(16) VALUES 'LAST'.
           03 FILLER PIC X(12) VALUES 'FIRST'.
           03 FILLER PIC X(8) VALUES 'PERIOD'.
           03 FILLER PIC X(12) VALUES '       GROSS'.
           03 FILLER PIC X(13) VALUES '          NET'.
           03 FILLER PIC X(14) VALUES '        GROSS'.
           03 FILLER PIC X(14) VALUES '          NET'.
           03 FILLER PIC X(4) VALUES '  M'.
           03 FILLER PIC X(20) VALUES 'REASON'.
       01  ADJ-DETAIL.
           03 AD-TYPE PIC X(9).
           03 FILLER PIC X(1) VALUES SPACES.
           03 AD-EMPID PIC X(7).
           03 FILLER PIC X(2) VALUES SPACES.
           03 AD-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUES SPACES.
           03 AD-FNAME PIC X(10).
           03 FILLER PIC X(2) VALUES SPACES.
           03 AD-PERIOD-ID PIC X(6).
           03 FILLER PIC X(2) VALUES SPACES.
           03 AD-ORIG-GROSS PIC Z,ZZZ,ZZ9.99.
           03 AD-ORIG-GROSS-X REDEFINES AD-ORIG-GROSS PIC X(12).
           03 FILLER PIC X(1) VALUES SPACES.
           03 AD-ORIG-NET PIC Z,ZZZ,ZZ9.99.
           03 AD-ORIG-NET-X REDEFINES AD-ORIG-NET PIC X(12).
           03 FILLER PIC X(1) VALUES SPACES.
           03 AD-ADJ-GROSS PIC Z,ZZZ,ZZ9.99-.
           03 FILLER PIC X(1) VALUES SPACES.
           03 AD-ADJ-NET PIC Z,ZZZ,ZZ9.99-.
           03 FILLER PIC X(2) VALUES SPACES.
           03 AD-METHOD PIC X(1).
           03 FILLER PIC X(1) VALUES SPACES.
           03 AD-REASON PIC X(20).
       01  ADJ-SECTION-LINE.
           03 FILLER PIC X(60) VALUES
           'ADJUSTMENTS REJECTED - NOTHING WRITTEN FOR THESE'.
       01  ADJ-REJECT-LINE.
           03 AJ-TYPE PIC X(1).
           03 FILLER PIC X(2) VALUES SPACES.
           03 AJ-EMPID PIC X(7).
           03 FILLER PIC X(2) VALUES SPACES.
           03 AJ-PERIOD-ID PIC X(6).
           03 FILLER PIC X(2) VALUES SPACES.
           03 AJ-METHOD PIC X(1).
           03 FILLER PIC X(2) VALUES SPACES.
           03 AJ-REJECT PIC X(24).
           03 FILLER PIC X(2) VALUES SPACES.
           03 AJ-REASON PIC X(20).
       01  ADJ-FOOTER1.
           03 FILLER PIC X(30) VALUES 'TRANSACTIONS READ:'.
           03 AF1-TXNCOUNT PIC ZZZ9.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(27) VALUES 'APPLIED / REJECTED:'.
           03 AF1-APPLIED PIC ZZZ9.
           03 FILLER PIC X(3) VALUES ' / '.
           03 AF1-REJECTED PIC ZZZ9.
       01  ADJ-FOOTER2.
           03 FILLER PIC X(30) VALUES 'VOIDS / REISSUES / OFF-CYCLE:'.
           03 AF2-VOIDS PIC ZZZ9.
           03 FILLER PIC X(3) VALUES ' / '.
           03 AF2-REISSUES PIC ZZZ9.
           03 FILLER PIC X(3) VALUES ' / '.
           03 AF2-OFFCYCLE PIC ZZZ9.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(27) VALUES 'PAY HISTORY RECORDS READ:'.
           03 AF2-HISTCOUNT PIC Z,ZZZ,ZZ9.
       01  ADJ-FOOTER3.
           03 FILLER PIC X(30) VALUES 'GROSS PAID / VOIDED:'.
           03 AF3-GROSS-PAID PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER PIC X(3) VALUES ' / '.
           03 AF3-GROSS-VOIDED PIC ZZZ,ZZZ,ZZ9.99.
       01  ADJ-FOOTER4.
           03 FILLER PIC X(30) VALUES 'NET PAID / VOIDED:'.
           03 AF4-NET-PAID PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER PIC X(3) VALUES ' / '.
           03 AF4-NET-VOIDED PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(27) VALUES 'ADJPAYMT RECORDS WRITTEN:'.
           03 AF4-PAYCOUNT PIC ZZZ9.
       01  MISC.
           03 EOF-T PIC 9 VALUE 0.
           03 EOF-H PIC 9 VALUE 0.
           03 PGNUM PIC 999 VALUE 1.
           03 RPTLINECOUNTER PIC 99 VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1200-LOAD-ADJUSTMENT-CONTROL.
           PERFORM 2000-LOAD-TRANSACTIONS.
           IF TXN-COUNT = 0
               DISPLAY 'NO ADJUSTMENT TRANSACTIONS, NOTHING TO DO.'
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-BANK-ACCOUNTS.
           PERFORM 2500-FIND-ORIGINAL-PAYMENTS.
           PERFORM 1300-OPEN-FILES.
           PERFORM 1400-PRINT-HEADER.
           PERFORM 3000-APPLY-ONE-TRANSACTION
               VARYING TX-IDX FROM 1 BY 1
               UNTIL TX-IDX > TXN-COUNT.
           PERFORM 4500-PRINT-REJECT-SECTION.
           PERFORM 1700-PRINT-FOOTER.
           CLOSE EMPMAST-FILE
               PAYHIST-FILE
               ADJPAYMT-FILE
               ADJCTL-FILE
               ADJRPT-FILE.
           PERFORM 4000-GL-POSTING-RUN.
           DISPLAY 'ADJUSTMENT RUN COMPLETE: ' APPLIED-COUNT
               ' APPLIED, ' REJECT-COUNT ' REJECTED.'.
           STOP RUN.
       1100-LOAD-BANK-ACCOUNTS.
           OPEN INPUT BANKACCT-FILE.
           IF BANKACCT-STATUS = '00'
               PERFORM 1110-READ-ONE-BANK-ACCOUNT
                   UNTIL BANKACCT-STATUS NOT = '00'
                   OR BANK-COUNT = 50000
               IF BANKACCT-STATUS = '00'
                   READ BANKACCT-FILE
               END-IF
               IF BANKACCT-STATUS = '00'
                   DISPLAY 'FATAL: BANKACCT HAS MORE THAN 50000 '
                       'ENTRIES; PAYMENTS WOULD GO OUT AS CHECKS '
                       'IN ERROR. RUN TERMINATED.'
                   CLOSE BANKACCT-FILE
                   STOP RUN
               END-IF
               CLOSE BANKACCT-FILE
           ELSE
               DISPLAY 'NO BANKACCT FILE FOUND, ALL PAYMENTS WILL '
                   'BE METHOD C (CHECK).'
           END-IF.
       1110-READ-ONE-BANK-ACCOUNT.
           READ BANKACCT-FILE INTO BANKACCT-DATA.
           IF BANKACCT-STATUS = '00'
               COMPUTE BANK-COUNT = BANK-COUNT + 1
               MOVE BA-EMPID TO BK-EMPID (BANK-COUNT)
               MOVE BA-ROUTING TO BK-ROUTING (BANK-COUNT)
               MOVE BA-ACCOUNT TO BK-ACCOUNT (BANK-COUNT)
           END-IF.
       1200-LOAD-ADJUSTMENT-CONTROL.
           OPEN INPUT ADJCTL-FILE.
           IF ADJCTL-STATUS = '00'
               PERFORM 1210-READ-ONE-CONTROL
                   UNTIL ADJCTL-STATUS NOT = '00'
                   OR DONE-COUNT = 20000
               IF ADJCTL-STATUS = '00'
                   READ ADJCTL-FILE
               END-IF
               IF ADJCTL-STATUS = '00'
                   DISPLAY 'FATAL: ADJCTL HAS MORE THAN 20000 '
                       'ENTRIES; ADJUSTMENTS COULD BE APPLIED '
                       'TWICE. RUN TERMINATED.'
                   CLOSE ADJCTL-FILE
                   STOP RUN
               END-IF
               CLOSE ADJCTL-FILE
           ELSE
               DISPLAY 'NO ADJCTL FILE FOUND, NO ADJUSTMENT HAS '
                   'BEEN APPLIED BEFORE.'
           END-IF.
       1210-READ-ONE-CONTROL.
           READ ADJCTL-FILE INTO ADJCTL-DATA.
           IF ADJCTL-STATUS = '00'
               COMPUTE DONE-COUNT = DONE-COUNT + 1
               MOVE AC-IMAGE TO DONE-IMAGE (DONE-COUNT)
           END-IF.
       1300-OPEN-FILES.
           OPEN INPUT EMPMAST-FILE.
           IF EMPMAST-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN EMPMAST, STATUS='
                   EMPMAST-STATUS '. RUN TERMINATED.'
               STOP RUN
           END-IF.
           OPEN OUTPUT ADJRPT-FILE.
           IF ADJRPT-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN ADJRPT, STATUS='
                   ADJRPT-STATUS '.'
               STOP RUN
           END-IF.
           OPEN OUTPUT ADJPAYMT-FILE.
           IF ADJPAYMT-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN ADJPAYMT, STATUS='
                   ADJPAYMT-STATUS '.'
               STOP RUN
           END-IF.
           OPEN EXTEND PAYHIST-FILE.
           IF PAYHIST-STATUS NOT = '00'
               OPEN OUTPUT PAYHIST-FILE
           END-IF.
           IF PAYHIST-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN PAYHIST, STATUS='
                   PAYHIST-STATUS '.'
               STOP RUN
           END-IF.
           OPEN EXTEND ADJCTL-FILE.
           IF ADJCTL-STATUS NOT = '00'
               OPEN OUTPUT ADJCTL-FILE
           END-IF.
           IF ADJCTL-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN ADJCTL, STATUS='
                   ADJCTL-STATUS '. NO ADJUSTMENT IS APPLIED '
                   'WITHOUT A CONTROL FILE.'
               STOP RUN
           END-IF.
       1400-PRINT-HEADER.
           ACCEPT AH1-CURR-DATE FROM DATE.
           IF PGNUM = 1
               WRITE ADJRPT-REC FROM ADJ-HEADING1
           ELSE
               MOVE SPACES TO ADJRPT-REC
               WRITE ADJRPT-REC
                   AFTER ADVANCING PAGE
               WRITE ADJRPT-REC FROM ADJ-HEADING1
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO ADJRPT-REC.
           WRITE ADJRPT-REC
               AFTER ADVANCING 1 LINE.
           WRITE ADJRPT-REC FROM ADJ-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE ADJRPT-REC FROM ADJ-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ADJRPT-REC.
           WRITE ADJRPT-REC
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPTLINECOUNTER.
           ADD 1 TO PGNUM.
           MOVE PGNUM TO AH1-PAGENUM.
       1500-CHECK-PAGE-OVERFLOW.
           IF RPTLINECOUNTER >= 50
               PERFORM 1400-PRINT-HEADER
           END-IF.
       1700-PRINT-FOOTER.
           MOVE SPACES TO ADJRPT-REC.
           WRITE ADJRPT-REC
               AFTER ADVANCING 1 LINE.
           MOVE TXN-READ-COUNT TO AF1-TXNCOUNT.
           MOVE APPLIED-COUNT TO AF1-APPLIED.
           MOVE REJECT-COUNT TO AF1-REJECTED.
           WRITE ADJRPT-REC FROM ADJ-FOOTER1
               AFTER ADVANCING 1 LINE.
           MOVE VOID-COUNT TO AF2-VOIDS.
           MOVE REISSUE-COUNT TO AF2-REISSUES.
           MOVE OFFCYCLE-COUNT TO AF2-OFFCYCLE.
           MOVE HIST-READ-COUNT TO AF2-HISTCOUNT.
           WRITE ADJRPT-REC FROM ADJ-FOOTER2
               AFTER ADVANCING 1 LINE.
           MOVE REG-GROSS-PAID TO AF3-GROSS-PAID.
           MOVE REG-GROSS-VOIDED TO AF3-GROSS-VOIDED.
           WRITE ADJRPT-REC FROM ADJ-FOOTER3
               AFTER ADVANCING 1 LINE.
           MOVE REG-NET-PAID TO AF4-NET-PAID.
           MOVE REG-NET-VOIDED TO AF4-NET-VOIDED.
           MOVE PAYMENT-COUNT TO AF4-PAYCOUNT.
           WRITE ADJRPT-REC FROM ADJ-FOOTER4
               AFTER ADVANCING 1 LINE.
      *TRANSACTION LOAD: EACH TRANSACTION IS CHECKED FOR FORM, AND
      *A VOID OR REISSUE IS GIVEN A KEY TABLE ENTRY FOR ITS
      *EMPLOYEE AND PERIOD (SHARED WITH ANY OTHER TRANSACTION FOR
      *THE SAME PAYMENT).
       2000-LOAD-TRANSACTIONS.
           OPEN INPUT ADJTXN-FILE.
           IF ADJTXN-STATUS NOT = '00'
               DISPLAY 'NO ADJTXN FILE FOUND, NO ADJUSTMENTS TO '
                   'APPLY.'
           ELSE
               PERFORM 2100-READ-ONE-TRANSACTION
               PERFORM 2200-LOAD-ONE-TRANSACTION
                   UNTIL EOF-T = 1
               CLOSE ADJTXN-FILE
           END-IF.
       2100-READ-ONE-TRANSACTION.
           MOVE SPACES TO ADJTXN-DATA.
           READ ADJTXN-FILE INTO ADJTXN-DATA
               AT END MOVE 1 TO EOF-T
           END-READ.
           IF EOF-T = 0
               COMPUTE TXN-READ-COUNT = TXN-READ-COUNT + 1
           END-IF.
       2200-LOAD-ONE-TRANSACTION.
           IF ADJTXN-DATA NOT = SPACES
               IF TXN-COUNT = 2000
                   DISPLAY 'FATAL: MORE THAN 2000 ADJUSTMENT '
                       'TRANSACTIONS IN ONE RUN; NOTHING WAS '
                       'WRITTEN. RUN TERMINATED.'
                   CLOSE ADJTXN-FILE
                   STOP RUN
               END-IF
               COMPUTE TXN-COUNT = TXN-COUNT + 1
               MOVE ADJTXN-IMAGE TO TX-IMAGE (TXN-COUNT)
               MOVE 0 TO TX-KEY-IDX (TXN-COUNT)
               MOVE SPACES TO TX-REJECT (TXN-COUNT)
               PERFORM 2300-CHECK-TRANSACTION
               IF TX-REJECT (TXN-COUNT) = SPACES
                   AND (AT-TYPE = 'V' OR AT-TYPE = 'R')
                   PERFORM 2400-FIND-OR-ADD-KEY
               END-IF
           END-IF.
           PERFORM 2100-READ-ONE-TRANSACTION.
       2300-CHECK-TRANSACTION.
           IF AT-TYPE NOT = 'V' AND AT-TYPE NOT = 'R'
               AND AT-TYPE NOT = 'O'
               MOVE 'BAD TRANSACTION TYPE' TO TX-REJECT (TXN-COUNT)
           ELSE
               IF AT-EMPID = SPACES
                   MOVE 'NO EMPLOYEE ID' TO TX-REJECT (TXN-COUNT)
               ELSE
                   IF AT-TYPE NOT = 'O' AND AT-PERIOD-ID = SPACES
                       MOVE 'NO PAY PERIOD GIVEN'
                           TO TX-REJECT (TXN-COUNT)
                   END-IF
                   IF AT-TYPE NOT = 'V' AND AT-METHOD NOT = SPACE
                       AND AT-METHOD NOT = 'C'
                       AND AT-METHOD NOT = 'D'
                       MOVE 'BAD PAY METHOD' TO TX-REJECT (TXN-COUNT)
                   END-IF
                   IF AT-TYPE = 'O'
                       PERFORM 2310-CHECK-OFF-CYCLE-AMOUNTS
                   END-IF
               END-IF
           END-IF.
       2310-CHECK-OFF-CYCLE-AMOUNTS.
           IF AT-GROSS NOT NUMERIC
               MOVE 'BAD GROSS AMOUNT' TO TX-REJECT (TXN-COUNT)
           ELSE
               IF AT-GROSS = 0
                   MOVE 'NO GROSS AMOUNT' TO TX-REJECT (TXN-COUNT)
               END-IF
           END-IF.
           IF (AT-FED-TAX NOT NUMERIC AND AT-FED-TAX-X NOT = SPACES)
               OR (AT-STATE-TAX NOT NUMERIC
                   AND AT-STATE-TAX-X NOT = SPACES)
               OR (AT-OTHER-DED NOT NUMERIC
                   AND AT-OTHER-DED-X NOT = SPACES)
               MOVE 'BAD DEDUCTION AMOUNT' TO TX-REJECT (TXN-COUNT)
           END-IF.
           IF TX-REJECT (TXN-COUNT) = SPACES
               PERFORM 2320-GET-OFF-CYCLE-AMOUNTS
               IF ADJ-DEDUCT > ADJ-GROSS
                   MOVE 'DEDUCTIONS EXCEED GROSS'
                       TO TX-REJECT (TXN-COUNT)
               END-IF
           END-IF.
      *AN OFF-CYCLE PAYMENT'S AMOUNTS; TAXABLE WAGES ARE THE GROSS,
      *AS IN THE PAY RUN.
       2320-GET-OFF-CYCLE-AMOUNTS.
           MOVE AT-GROSS TO ADJ-GROSS.
           MOVE ADJ-GROSS TO ADJ-TAXABLE.
           MOVE 0 TO ADJ-FED-TAX.
           MOVE 0 TO ADJ-STATE-TAX.
           MOVE 0 TO ADJ-OTHER-DED.
           IF AT-FED-TAX-X NOT = SPACES
               MOVE AT-FED-TAX TO ADJ-FED-TAX
           END-IF.
           IF AT-STATE-TAX-X NOT = SPACES
               MOVE AT-STATE-TAX TO ADJ-STATE-TAX
           END-IF.
           IF AT-OTHER-DED-X NOT = SPACES
               MOVE AT-OTHER-DED TO ADJ-OTHER-DED
           END-IF.
           COMPUTE ADJ-DEDUCT = ADJ-FED-TAX + ADJ-STATE-TAX.
           COMPUTE ADJ-DEDUCT = ADJ-DEDUCT + ADJ-OTHER-DED.
           MOVE 0 TO ADJ-NET.
           IF ADJ-DEDUCT <= ADJ-GROSS
               COMPUTE ADJ-NET = ADJ-GROSS - ADJ-DEDUCT
           END-IF.
       2400-FIND-OR-ADD-KEY.
           MOVE 0 TO KEY-FOUND-IDX.
           PERFORM 2410-MATCH-ONE-KEY
               VARYING KEY-IDX FROM 1 BY 1
               UNTIL KEY-IDX > KEY-COUNT
               OR KEY-FOUND-IDX > 0.
           IF KEY-FOUND-IDX = 0
               COMPUTE KEY-COUNT = KEY-COUNT + 1
               MOVE KEY-COUNT TO KEY-FOUND-IDX
               MOVE AT-EMPID TO KY-EMPID (KEY-COUNT)
               MOVE AT-PERIOD-ID TO KY-PERIOD-ID (KEY-COUNT)
               MOVE SPACE TO KY-STANDING (KEY-COUNT)
           END-IF.
           MOVE KEY-FOUND-IDX TO TX-KEY-IDX (TXN-COUNT).
       2410-MATCH-ONE-KEY.
           IF KY-EMPID (KEY-IDX) = AT-EMPID
               AND KY-PERIOD-ID (KEY-IDX) = AT-PERIOD-ID
               MOVE KEY-IDX TO KEY-FOUND-IDX
           END-IF.
      *HISTORY PASS: PAYHIST IS IN THE ORDER IT WAS WRITTEN, SO THE
      *LAST PAY-RUN OR REISSUE RECORD FOR A PAYMENT IS THE ONE NOW
      *STANDING, UNLESS A VOID FOLLOWS IT. OFF-CYCLE RECORDS ARE
      *NOT PAYMENTS THAT CAN BE VOIDED OR REISSUED HERE.
       2500-FIND-ORIGINAL-PAYMENTS.
           IF KEY-COUNT > 0
               OPEN INPUT PAYHIST-FILE
               IF PAYHIST-STATUS NOT = '00'
                   DISPLAY 'NO PAYHIST FILE FOUND, NO PAYMENT CAN '
                       'BE VOIDED OR REISSUED.'
               ELSE
                   PERFORM 2510-READ-ONE-HISTORY
                   PERFORM 2520-CHECK-ONE-HISTORY
                       UNTIL EOF-H = 1
                   CLOSE PAYHIST-FILE
               END-IF
           END-IF.
       2510-READ-ONE-HISTORY.
           MOVE SPACES TO PAYHIST-DATA.
           READ PAYHIST-FILE INTO PAYHIST-DATA
               AT END MOVE 1 TO EOF-H
           END-READ.
           IF EOF-H = 0
               COMPUTE HIST-READ-COUNT = HIST-READ-COUNT + 1
           END-IF.
       2520-CHECK-ONE-HISTORY.
           IF PH-ADJ-CODE = SPACE OR PH-ADJ-CODE = 'R'
               OR PH-ADJ-CODE = 'V'
               MOVE 0 TO KEY-FOUND-IDX
               PERFORM 2530-MATCH-HISTORY-KEY
                   VARYING KEY-IDX FROM 1 BY 1
                   UNTIL KEY-IDX > KEY-COUNT
                   OR KEY-FOUND-IDX > 0
               IF KEY-FOUND-IDX > 0
                   IF PH-ADJ-CODE = 'V'
                       MOVE 'V' TO KY-STANDING (KEY-FOUND-IDX)
                   ELSE
                       IF PH-GROSS NUMERIC AND PH-DEDUCT NUMERIC
                           AND PH-NET NUMERIC
                           PERFORM 2540-NOTE-STANDING-PAYMENT
                       ELSE
                           COMPUTE HIST-BAD-COUNT =
                               HIST-BAD-COUNT + 1
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 2510-READ-ONE-HISTORY.
       2530-MATCH-HISTORY-KEY.
           IF KY-EMPID (KEY-IDX) = PH-EMPID
               AND KY-PERIOD-ID (KEY-IDX) = PH-PERIOD-ID
               MOVE KEY-IDX TO KEY-FOUND-IDX
           END-IF.
       2540-NOTE-STANDING-PAYMENT.
           MOVE KEY-FOUND-IDX TO KEY-IDX.
           MOVE 'P' TO KY-STANDING (KEY-IDX).
           MOVE PH-LNAME TO KY-LNAME (KEY-IDX).
           MOVE PH-FNAME TO KY-FNAME (KEY-IDX).
           MOVE PH-PERIOD TO KY-PERIOD (KEY-IDX).
           MOVE PH-GROSS TO KY-GROSS (KEY-IDX).
           MOVE PH-DEDUCT TO KY-DEDUCT (KEY-IDX).
           MOVE PH-NET TO KY-NET (KEY-IDX).
           MOVE 0 TO KY-HOURS (KEY-IDX).
           MOVE 0 TO KY-OTHOURS (KEY-IDX).
           MOVE 0 TO KY-TAXABLE (KEY-IDX).
           MOVE 0 TO KY-FED-TAX (KEY-IDX).
           MOVE 0 TO KY-STATE-TAX (KEY-IDX).
           IF PH-HOURS NUMERIC
               MOVE PH-HOURS TO KY-HOURS (KEY-IDX)
           END-IF.
           IF PH-OTHOURS NUMERIC
               MOVE PH-OTHOURS TO KY-OTHOURS (KEY-IDX)
           END-IF.
           IF PH-TAXABLE NUMERIC
               MOVE PH-TAXABLE TO KY-TAXABLE (KEY-IDX)
           END-IF.
           IF PH-FED-TAX NUMERIC
               MOVE PH-FED-TAX TO KY-FED-TAX (KEY-IDX)
           END-IF.
           IF PH-STATE-TAX NUMERIC
               MOVE PH-STATE-TAX TO KY-STATE-TAX (KEY-IDX)
           END-IF.
      *APPLY PASS, IN TRANSACTION FILE ORDER. A TRANSACTION WHOSE
      *IMAGE IS ALREADY ON ADJCTL WAS APPLIED BY AN EARLIER RUN.
       3000-APPLY-ONE-TRANSACTION.
           MOVE TX-IMAGE (TX-IDX) TO ADJTXN-IMAGE.
           IF TX-REJECT (TX-IDX) = SPACES
               PERFORM 3010-CHECK-ALREADY-APPLIED
               IF DONE-FOUND
                   MOVE 'ALREADY APPLIED' TO TX-REJECT (TX-IDX)
               END-IF
           END-IF.
           IF TX-REJECT (TX-IDX) = SPACES
               MOVE TX-KEY-IDX (TX-IDX) TO KEY-IDX
               PERFORM 3050-READ-MASTER
               IF AT-TYPE = 'V'
                   PERFORM 3100-APPLY-VOID
               END-IF
               IF AT-TYPE = 'R'
                   PERFORM 3200-APPLY-REISSUE
               END-IF
               IF AT-TYPE = 'O'
                   PERFORM 3300-APPLY-OFF-CYCLE
               END-IF
           END-IF.
           IF TX-REJECT (TX-IDX) = SPACES
               PERFORM 3080-RECORD-APPLIED
           ELSE
               COMPUTE REJECT-COUNT = REJECT-COUNT + 1
           END-IF.
       3010-CHECK-ALREADY-APPLIED.
           MOVE 'N' TO DONE-FOUND-SW.
           PERFORM 3015-MATCH-ONE-DONE
               VARYING DONE-IDX FROM 1 BY 1
               UNTIL DONE-IDX > DONE-COUNT
               OR DONE-FOUND.
       3015-MATCH-ONE-DONE.
           IF DONE-IMAGE (DONE-IDX) = ADJTXN-IMAGE
               MOVE 'Y' TO DONE-FOUND-SW
           END-IF.
      *THE EMPLOYEE'S DEPARTMENT FOR THE GL COMES FROM THE MASTER;
      *A VOID OR REISSUE FOR AN EMPLOYEE NO LONGER ON IT POSTS ITS
      *GROSS AS UNMAPPED.
       3050-READ-MASTER.
           MOVE 'N' TO MASTER-FOUND-SW.
           MOVE SPACES TO ADJ-DEPT.
           MOVE AT-EMPID TO M-EMPID.
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE 'N' TO MASTER-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO MASTER-FOUND-SW
                   MOVE M-DEPT TO ADJ-DEPT
           END-READ.
           IF EMPMAST-STATUS NOT = '00' AND EMPMAST-STATUS NOT = '23'
               DISPLAY 'FATAL: READ OF EMPMAST FAILED, STATUS='
                   EMPMAST-STATUS '. RUN TERMINATED.'
               PERFORM 9000-ABORT-IO-ERROR
           END-IF.
       3080-RECORD-APPLIED.
           COMPUTE APPLIED-COUNT = APPLIED-COUNT + 1.
           MOVE ADJTXN-IMAGE TO AC-IMAGE.
           MOVE RUN-DATE TO AC-APPLIED-DATE.
           WRITE ADJCTL-REC FROM ADJCTL-DATA.
           IF ADJCTL-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO ADJCTL FAILED, STATUS='
                   ADJCTL-STATUS '. RUN TERMINATED.'
               PERFORM 9000-ABORT-IO-ERROR
           END-IF.
           IF DONE-COUNT < 20000
               COMPUTE DONE-COUNT = DONE-COUNT + 1
               MOVE ADJTXN-IMAGE TO DONE-IMAGE (DONE-COUNT)
           END-IF.
       3100-APPLY-VOID.
           IF KY-STANDING (KEY-IDX) = SPACE
               MOVE 'NO PAYMENT FOUND' TO TX-REJECT (TX-IDX)
           ELSE
               IF KY-STANDING (KEY-IDX) = 'V'
                   MOVE 'ALREADY VOIDED' TO TX-REJECT (TX-IDX)
               ELSE
                   MOVE AT-REASON TO ADJ-RESULT
                   PERFORM 3150-VOID-STANDING-PAYMENT
               END-IF
           END-IF.
      *A VOID REPEATS THE STANDING PAYMENT'S AMOUNTS AND PAY DATE
      *UNDER CODE V; EVERYTHING READING PAYHIST TAKES IT AWAY.
       3150-VOID-STANDING-PAYMENT.
           PERFORM 3160-LOAD-STANDING-AMOUNTS.
           MOVE 'V' TO ADJ-CODE.
           PERFORM 3500-WRITE-HISTORY-RECORD.
           PERFORM 3610-TAKE-UP-REVERSAL.
           MOVE 'VOID' TO AD-TYPE.
           MOVE KY-GROSS (KEY-IDX) TO AD-ORIG-GROSS.
           MOVE KY-NET (KEY-IDX) TO AD-ORIG-NET.
           COMPUTE AD-ADJ-GROSS = 0 - ADJ-GROSS.
           COMPUTE AD-ADJ-NET = 0 - ADJ-NET.
           MOVE SPACE TO AD-METHOD.
           PERFORM 3700-PRINT-ADJUSTMENT-LINE.
           MOVE 'V' TO KY-STANDING (KEY-IDX).
           COMPUTE VOID-COUNT = VOID-COUNT + 1.
           COMPUTE REG-GROSS-VOIDED = REG-GROSS-VOIDED + ADJ-GROSS.
           COMPUTE REG-NET-VOIDED = REG-NET-VOIDED + ADJ-NET.
       3160-LOAD-STANDING-AMOUNTS.
           MOVE KY-LNAME (KEY-IDX) TO ADJ-LNAME.
           MOVE KY-FNAME (KEY-IDX) TO ADJ-FNAME.
           MOVE KY-PERIOD (KEY-IDX) TO ADJ-PERIOD.
           MOVE KY-PERIOD-ID (KEY-IDX) TO ADJ-PERIOD-ID.
           MOVE KY-HOURS (KEY-IDX) TO ADJ-HOURS.
           MOVE KY-OTHOURS (KEY-IDX) TO ADJ-OTHOURS.
           MOVE KY-GROSS (KEY-IDX) TO ADJ-GROSS.
           MOVE KY-DEDUCT (KEY-IDX) TO ADJ-DEDUCT.
           MOVE KY-NET (KEY-IDX) TO ADJ-NET.
           MOVE KY-TAXABLE (KEY-IDX) TO ADJ-TAXABLE.
           MOVE KY-FED-TAX (KEY-IDX) TO ADJ-FED-TAX.
           MOVE KY-STATE-TAX (KEY-IDX) TO ADJ-STATE-TAX.
           COMPUTE ADJ-TAX-TOTAL = ADJ-FED-TAX + ADJ-STATE-TAX.
           MOVE 0 TO ADJ-OTHER-DED.
           IF ADJ-DEDUCT > ADJ-TAX-TOTAL
               COMPUTE ADJ-OTHER-DED = ADJ-DEDUCT - ADJ-TAX-TOTAL
           END-IF.
      *A REISSUE PAYS THE SAME AMOUNTS AGAIN UNDER CODE R, DATED
      *TODAY BUT KEEPING THE ORIGINAL PERIOD ID SO IT CAN ITSELF BE
      *VOIDED OR REISSUED LATER. A PAYMENT STILL STANDING IS VOIDED
      *FIRST.
       3200-APPLY-REISSUE.
           IF KY-STANDING (KEY-IDX) = SPACE
               MOVE 'NO PAYMENT FOUND' TO TX-REJECT (TX-IDX)
           ELSE
               PERFORM 3400-CHOOSE-PAY-METHOD
               IF NOT METHOD-OK
                   MOVE 'NO BANK ACCOUNT' TO TX-REJECT (TX-IDX)
               ELSE
                   IF KY-STANDING (KEY-IDX) = 'P'
                       MOVE 'VOIDED FOR REISSUE' TO ADJ-RESULT
                       PERFORM 3150-VOID-STANDING-PAYMENT
                   END-IF
                   PERFORM 3160-LOAD-STANDING-AMOUNTS
                   MOVE RUN-DATE TO ADJ-PERIOD
                   MOVE 'R' TO ADJ-CODE
                   PERFORM 3500-WRITE-HISTORY-RECORD
                   PERFORM 3550-WRITE-PAYMENT-RECORD
                   PERFORM 3600-TAKE-UP-PAYMENT
                   MOVE 'REISSUE' TO AD-TYPE
                   MOVE KY-GROSS (KEY-IDX) TO AD-ORIG-GROSS
                   MOVE KY-NET (KEY-IDX) TO AD-ORIG-NET
                   MOVE ADJ-GROSS TO AD-ADJ-GROSS
                   MOVE ADJ-NET TO AD-ADJ-NET
                   MOVE PM-METHOD TO AD-METHOD
                   MOVE AT-REASON TO ADJ-RESULT
                   PERFORM 3700-PRINT-ADJUSTMENT-LINE
                   MOVE 'P' TO KY-STANDING (KEY-IDX)
                   MOVE RUN-DATE TO KY-PERIOD (KEY-IDX)
                   COMPUTE REISSUE-COUNT = REISSUE-COUNT + 1
               END-IF
           END-IF.
       3300-APPLY-OFF-CYCLE.
           IF NOT MASTER-FOUND
               MOVE 'NOT ON MASTER' TO TX-REJECT (TX-IDX)
           ELSE
               PERFORM 3400-CHOOSE-PAY-METHOD
               IF NOT METHOD-OK
                   MOVE 'NO BANK ACCOUNT' TO TX-REJECT (TX-IDX)
               ELSE
                   PERFORM 2320-GET-OFF-CYCLE-AMOUNTS
                   MOVE M-LNAME TO ADJ-LNAME
                   MOVE M-FNAME TO ADJ-FNAME
                   MOVE RUN-DATE TO ADJ-PERIOD
                   IF AT-PERIOD-ID = SPACES
                       MOVE RUN-DATE (3:6) TO ADJ-PERIOD-ID
                   ELSE
                       MOVE AT-PERIOD-ID TO ADJ-PERIOD-ID
                   END-IF
                   MOVE 0 TO ADJ-HOURS
                   MOVE 0 TO ADJ-OTHOURS
                   MOVE 'O' TO ADJ-CODE
                   PERFORM 3500-WRITE-HISTORY-RECORD
                   PERFORM 3550-WRITE-PAYMENT-RECORD
                   PERFORM 3600-TAKE-UP-PAYMENT
                   MOVE 'OFF-CYCLE' TO AD-TYPE
                   MOVE SPACES TO AD-ORIG-GROSS-X
                   MOVE SPACES TO AD-ORIG-NET-X
                   MOVE ADJ-GROSS TO AD-ADJ-GROSS
                   MOVE ADJ-NET TO AD-ADJ-NET
                   MOVE PM-METHOD TO AD-METHOD
                   MOVE AT-REASON TO ADJ-RESULT
                   PERFORM 3700-PRINT-ADJUSTMENT-LINE
                   COMPUTE OFFCYCLE-COUNT = OFFCYCLE-COUNT + 1
               END-IF
           END-IF.
      *METHOD C IS A CHECK; D IS DIRECT DEPOSIT AND NEEDS A
      *BANKACCT RECORD. WITH NO OVERRIDE THE PAY RUN'S RULE HOLDS:
      *D WHEN THE EMPLOYEE HAS A BANK ACCOUNT, ELSE C.
       3400-CHOOSE-PAY-METHOD.
           MOVE 'Y' TO METHOD-OK-SW.
           MOVE 'N' TO BANK-FOUND-SW.
           MOVE 0 TO BANK-FOUND-IDX.
           PERFORM 3410-SEARCH-BANK-TABLE
               VARYING BANK-IDX FROM 1 BY 1
               UNTIL BANK-IDX > BANK-COUNT
               OR BANK-FOUND.
           MOVE SPACES TO PM-ROUTING.
           MOVE SPACES TO PM-ACCOUNT.
           MOVE 'C' TO PM-METHOD.
           IF AT-METHOD NOT = 'C'
               IF BANK-FOUND
                   MOVE BK-ROUTING (BANK-FOUND-IDX) TO PM-ROUTING
                   MOVE BK-ACCOUNT (BANK-FOUND-IDX) TO PM-ACCOUNT
                   MOVE 'D' TO PM-METHOD
               ELSE
                   IF AT-METHOD = 'D'
                       MOVE 'N' TO METHOD-OK-SW
                   END-IF
               END-IF
           END-IF.
       3410-SEARCH-BANK-TABLE.
           IF BK-EMPID (BANK-IDX) = AT-EMPID
               MOVE 'Y' TO BANK-FOUND-SW
               MOVE BANK-IDX TO BANK-FOUND-IDX
           END-IF.
       3500-WRITE-HISTORY-RECORD.
           MOVE SPACES TO PAYHIST-DATA.
           MOVE AT-EMPID TO PH-EMPID.
           MOVE ADJ-LNAME TO PH-LNAME.
           MOVE ADJ-FNAME TO PH-FNAME.
           MOVE ADJ-PERIOD TO PH-PERIOD.
           MOVE ADJ-HOURS TO PH-HOURS.
           MOVE ADJ-OTHOURS TO PH-OTHOURS.
           MOVE ADJ-GROSS TO PH-GROSS.
           MOVE ADJ-DEDUCT TO PH-DEDUCT.
           MOVE ADJ-NET TO PH-NET.
           MOVE ADJ-PERIOD-ID TO PH-PERIOD-ID.
           MOVE ADJ-TAXABLE TO PH-TAXABLE.
           MOVE ADJ-FED-TAX TO PH-FED-TAX.
           MOVE ADJ-STATE-TAX TO PH-STATE-TAX.
           MOVE ADJ-CODE TO PH-ADJ-CODE.
           WRITE PAYHIST-REC FROM PAYHIST-DATA.
           IF PAYHIST-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO PAYHIST FAILED, STATUS='
                   PAYHIST-STATUS '. RUN TERMINATED.'
               PERFORM 9000-ABORT-IO-ERROR
           END-IF.
       3550-WRITE-PAYMENT-RECORD.
           MOVE AT-EMPID TO PM-EMPID.
           MOVE ADJ-LNAME TO PM-LNAME.
           MOVE ADJ-FNAME TO PM-FNAME.
           MOVE ADJ-NET TO PM-NET.
           WRITE ADJPAYMT-REC FROM PAYMENT-DATA.
           IF ADJPAYMT-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO ADJPAYMT FAILED, STATUS='
                   ADJPAYMT-STATUS '. RUN TERMINATED.'
               PERFORM 9000-ABORT-IO-ERROR
           END-IF.
           COMPUTE PAYMENT-COUNT = PAYMENT-COUNT + 1.
      *GL TAKE-UP: A PAYMENT DEBITS GROSS TO THE DEPARTMENT AND
      *CREDITS NET PAY, THE TAXES AND OTHER DEDUCTIONS, AS THE PAY
      *RUN POSTS IT; A VOID POSTS THE SAME LINES THE OTHER WAY.
       3600-TAKE-UP-PAYMENT.
           PERFORM 3620-FIND-DEPT-ENTRY.
           COMPUTE DPG-PAID (DEPTG-FOUND-IDX) =
               DPG-PAID (DEPTG-FOUND-IDX) + ADJ-GROSS.
           COMPUTE GC-PAID (1) = GC-PAID (1) + ADJ-NET.
           COMPUTE GC-PAID (2) = GC-PAID (2) + ADJ-FED-TAX.
           COMPUTE GC-PAID (3) = GC-PAID (3) + ADJ-STATE-TAX.
           COMPUTE GC-PAID (4) = GC-PAID (4) + ADJ-OTHER-DED.
           COMPUTE REG-GROSS-PAID = REG-GROSS-PAID + ADJ-GROSS.
           COMPUTE REG-NET-PAID = REG-NET-PAID + ADJ-NET.
       3610-TAKE-UP-REVERSAL.
           PERFORM 3620-FIND-DEPT-ENTRY.
           COMPUTE DPG-REVERSED (DEPTG-FOUND-IDX) =
               DPG-REVERSED (DEPTG-FOUND-IDX) + ADJ-GROSS.
           COMPUTE GC-REVERSED (1) = GC-REVERSED (1) + ADJ-NET.
           COMPUTE GC-REVERSED (2) = GC-REVERSED (2) + ADJ-FED-TAX.
           COMPUTE GC-REVERSED (3) =
               GC-REVERSED (3) + ADJ-STATE-TAX.
           COMPUTE GC-REVERSED (4) =
               GC-REVERSED (4) + ADJ-OTHER-DED.
       3620-FIND-DEPT-ENTRY.
           MOVE 0 TO DEPTG-FOUND-IDX.
           PERFORM 3625-MATCH-ONE-DEPT
               VARYING DEPTG-IDX FROM 1 BY 1
               UNTIL DEPTG-IDX > DEPTG-COUNT
               OR DEPTG-FOUND-IDX > 0.
           IF DEPTG-FOUND-IDX = 0
               IF DEPTG-COUNT < 50
                   COMPUTE DEPTG-COUNT = DEPTG-COUNT + 1
                   MOVE DEPTG-COUNT TO DEPTG-FOUND-IDX
                   MOVE ADJ-DEPT TO DPG-DEPT (DEPTG-COUNT)
                   MOVE 0 TO DPG-PAID (DEPTG-COUNT)
                   MOVE 0 TO DPG-REVERSED (DEPTG-COUNT)
               ELSE
                   IF DEPTG-WARNED-SW = 'N'
                       DISPLAY 'WARNING: MORE THAN 50 DEPARTMENTS; '
                           'THE REST POST TO THE 50TH.'
                       MOVE 'Y' TO DEPTG-WARNED-SW
                   END-IF
                   MOVE 50 TO DEPTG-FOUND-IDX
               END-IF
           END-IF.
       3625-MATCH-ONE-DEPT.
           IF DPG-DEPT (DEPTG-IDX) = ADJ-DEPT
               MOVE DEPTG-IDX TO DEPTG-FOUND-IDX
           END-IF.
       3700-PRINT-ADJUSTMENT-LINE.
           PERFORM 1500-CHECK-PAGE-OVERFLOW.
           MOVE AT-EMPID TO AD-EMPID.
           MOVE ADJ-LNAME TO AD-LNAME.
           MOVE ADJ-FNAME TO AD-FNAME.
           MOVE ADJ-PERIOD-ID TO AD-PERIOD-ID.
           MOVE ADJ-RESULT TO AD-REASON.
           WRITE ADJRPT-REC FROM ADJ-DETAIL
               AFTER ADVANCING 1 LINE.
           IF ADJRPT-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO ADJRPT FAILED, STATUS='
                   ADJRPT-STATUS '. RUN TERMINATED.'
               PERFORM 9000-ABORT-IO-ERROR
           END-IF.
           COMPUTE RPTLINECOUNTER = RPTLINECOUNTER + 1.
      *GL BATCH FOR THE ADJUSTMENTS APPLIED, IN THE PAY RUN'S
      *GLPOST LAYOUT, WITH ITS PROOF AGAINST THE REGISTER TOTALS.
       4000-GL-POSTING-RUN.
           IF APPLIED-COUNT = 0
               DISPLAY 'NO ADJUSTMENTS APPLIED, GL POSTING SKIPPED.'
           ELSE
               OPEN INPUT GLACCTS-FILE
               IF GLACCTS-STATUS NOT = '00'
                   DISPLAY 'NO GLACCTS FILE FOUND, GL POSTING '
                       'SKIPPED.'
               ELSE
                   PERFORM 4005-READ-ONE-GL-ACCOUNT
                       UNTIL GLACCTS-STATUS NOT = '00'
                       OR GLACCT-COUNT = 80
                   IF GLACCTS-STATUS = '00'
                       DISPLAY 'WARNING: GLACCTS HAS MORE THAN 80 '
                           'ENTRIES; ONLY THE FIRST 80 WERE LOADED.'
                   END-IF
                   CLOSE GLACCTS-FILE
                   PERFORM 4010-WRITE-POSTING-FILE
               END-IF
           END-IF.
       4005-READ-ONE-GL-ACCOUNT.
           READ GLACCTS-FILE INTO GLACCT-DATA.
           IF GLACCTS-STATUS = '00'
               COMPUTE GLACCT-COUNT = GLACCT-COUNT + 1
               MOVE GA-KEY TO GLA-KEY (GLACCT-COUNT)
               MOVE GA-ACCOUNT TO GLA-ACCOUNT (GLACCT-COUNT)
           END-IF.
       4010-WRITE-POSTING-FILE.
           OPEN OUTPUT ADJPOST-FILE
               ADJGLRPT-FILE.
           IF ADJPOST-STATUS NOT = '00'
               OR ADJGLRPT-STATUS NOT = '00'
               DISPLAY 'WARNING: CANNOT OPEN ADJPOST/ADJGLRPT, '
                   'STATUS=' ADJPOST-STATUS '/' ADJGLRPT-STATUS
                   '; GL POSTING SKIPPED.'
           ELSE
               ACCEPT GH1-CURR-DATE FROM DATE
               WRITE ADJGLRPT-REC FROM GLR-HEADING1
               MOVE SPACES TO ADJGLRPT-REC
               WRITE ADJGLRPT-REC
                   AFTER ADVANCING 1 LINE
               PERFORM 4020-POST-ONE-DEPT
                   VARYING DEPTG-IDX FROM 1 BY 1
                   UNTIL DEPTG-IDX > DEPTG-COUNT
               PERFORM 4030-POST-ONE-CATEGORY
                   VARYING GLCAT-IDX FROM 1 BY 1
                   UNTIL GLCAT-IDX > 4
               PERFORM 4060-PRINT-POSTING-PROOF
               CLOSE ADJPOST-FILE
                   ADJGLRPT-FILE
           END-IF.
       4015-FIND-GL-ACCOUNT.
           MOVE 'N' TO GL-FOUND-SW.
           MOVE 'UNMAPPED' TO GL-ACCOUNT-HOLD.
           PERFORM 4016-MATCH-ONE-GL-KEY
               VARYING GLACCT-IDX FROM 1 BY 1
               UNTIL GLACCT-IDX > GLACCT-COUNT
               OR GL-FOUND.
           IF NOT GL-FOUND
               COMPUTE GL-UNMAPPED-COUNT = GL-UNMAPPED-COUNT + 1
           END-IF.
       4016-MATCH-ONE-GL-KEY.
           IF GLA-KEY (GLACCT-IDX) = GL-LOOKUP-KEY
               MOVE 'Y' TO GL-FOUND-SW
               MOVE GLA-ACCOUNT (GLACCT-IDX) TO GL-ACCOUNT-HOLD
           END-IF.
       4020-POST-ONE-DEPT.
           MOVE SPACES TO GL-LOOKUP-KEY.
           MOVE DPG-DEPT (DEPTG-IDX) TO GL-LOOKUP-KEY (1:4).
           PERFORM 4015-FIND-GL-ACCOUNT.
           IF DPG-PAID (DEPTG-IDX) > 0
               MOVE GL-ACCOUNT-HOLD TO GP-ACCOUNT
               MOVE 'D' TO GP-DRCR
               MOVE DPG-PAID (DEPTG-IDX) TO GP-AMOUNT
               MOVE SPACES TO GP-DESC
               STRING 'GROSS DEPT ' DELIMITED BY SIZE
                   DPG-DEPT (DEPTG-IDX) DELIMITED BY SIZE
                   INTO GP-DESC
               COMPUTE GL-DEBIT-TOTAL =
                   GL-DEBIT-TOTAL + DPG-PAID (DEPTG-IDX)
               COMPUTE GL-GROSS-DEBITS =
                   GL-GROSS-DEBITS + DPG-PAID (DEPTG-IDX)
               PERFORM 4050-WRITE-ONE-POSTING
           END-IF.
           IF DPG-REVERSED (DEPTG-IDX) > 0
               MOVE GL-ACCOUNT-HOLD TO GP-ACCOUNT
               MOVE 'C' TO GP-DRCR
               MOVE DPG-REVERSED (DEPTG-IDX) TO GP-AMOUNT
               MOVE SPACES TO GP-DESC
               STRING 'VOID GROSS ' DELIMITED BY SIZE
                   DPG-DEPT (DEPTG-IDX) DELIMITED BY SIZE
                   INTO GP-DESC
               COMPUTE GL-CREDIT-TOTAL =
                   GL-CREDIT-TOTAL + DPG-REVERSED (DEPTG-IDX)
               COMPUTE GL-GROSS-CREDITS =
                   GL-GROSS-CREDITS + DPG-REVERSED (DEPTG-IDX)
               PERFORM 4050-WRITE-ONE-POSTING
           END-IF.
       4030-POST-ONE-CATEGORY.
           MOVE GC-CATEGORY (GLCAT-IDX) TO GL-LOOKUP-KEY.
           IF GC-PAID (GLCAT-IDX) > 0
               OR GC-REVERSED (GLCAT-IDX) > 0
               PERFORM 4015-FIND-GL-ACCOUNT
           END-IF.
           IF GC-PAID (GLCAT-IDX) > 0
               MOVE GL-ACCOUNT-HOLD TO GP-ACCOUNT
               MOVE 'C' TO GP-DRCR
               MOVE GC-PAID (GLCAT-IDX) TO GP-AMOUNT
               MOVE GC-CATEGORY (GLCAT-IDX) TO GP-DESC
               COMPUTE GL-CREDIT-TOTAL =
                   GL-CREDIT-TOTAL + GC-PAID (GLCAT-IDX)
               PERFORM 4050-WRITE-ONE-POSTING
           END-IF.
           IF GC-REVERSED (GLCAT-IDX) > 0
               MOVE GL-ACCOUNT-HOLD TO GP-ACCOUNT
               MOVE 'D' TO GP-DRCR
               MOVE GC-REVERSED (GLCAT-IDX) TO GP-AMOUNT
               MOVE SPACES TO GP-DESC
               STRING 'VOID ' DELIMITED BY SIZE
                   GC-CATEGORY (GLCAT-IDX) DELIMITED BY SIZE
                   INTO GP-DESC
               COMPUTE GL-DEBIT-TOTAL =
                   GL-DEBIT-TOTAL + GC-REVERSED (GLCAT-IDX)
               PERFORM 4050-WRITE-ONE-POSTING
           END-IF.
       4050-WRITE-ONE-POSTING.
           WRITE ADJPOST-REC FROM GLPOST-DATA.
           IF ADJPOST-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO ADJPOST FAILED, STATUS='
                   ADJPOST-STATUS '. RUN TERMINATED.'
               PERFORM 9100-ABORT-GL-IO-ERROR
           END-IF.
           MOVE GP-ACCOUNT TO GLR-ACCOUNT.
           MOVE GP-DRCR TO GLR-DRCR.
           MOVE GP-AMOUNT TO GLR-AMOUNT.
           MOVE GP-DESC TO GLR-DESC.
           WRITE ADJGLRPT-REC FROM GLR-DETAIL
               AFTER ADVANCING 1 LINE.
           IF ADJGLRPT-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO ADJGLRPT FAILED, STATUS='
                   ADJGLRPT-STATUS '. RUN TERMINATED.'
               PERFORM 9100-ABORT-GL-IO-ERROR
           END-IF.
      *IN BALANCE WHEN DEBITS EQUAL CREDITS AND THE GROSS POSTED
      *EACH WAY AGREES WITH THE REGISTER'S GROSS PAID AND VOIDED.
       4060-PRINT-POSTING-PROOF.
           MOVE SPACES TO ADJGLRPT-REC.
           WRITE ADJGLRPT-REC
               AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL DEBITS:' TO GLT-LABEL.
           MOVE GL-DEBIT-TOTAL TO GLT-AMOUNT.
           WRITE ADJGLRPT-REC FROM GLR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL CREDITS:' TO GLT-LABEL.
           MOVE GL-CREDIT-TOTAL TO GLT-AMOUNT.
           WRITE ADJGLRPT-REC FROM GLR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REGISTER GROSS PAID:' TO GLT-LABEL.
           MOVE REG-GROSS-PAID TO GLT-AMOUNT.
           WRITE ADJGLRPT-REC FROM GLR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REGISTER GROSS VOIDED:' TO GLT-LABEL.
           MOVE REG-GROSS-VOIDED TO GLT-AMOUNT.
           WRITE ADJGLRPT-REC FROM GLR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF GL-DEBIT-TOTAL = GL-CREDIT-TOTAL
               AND GL-GROSS-DEBITS = REG-GROSS-PAID
               AND GL-GROSS-CREDITS = REG-GROSS-VOIDED
               MOVE 'POSTING FILE IS IN BALANCE WITH THE REGISTER.'
                   TO GLR-BALANCE-LINE
           ELSE
               MOVE 'POSTING FILE IS OUT OF BALANCE - DO NOT LOAD.'
                   TO GLR-BALANCE-LINE
               DISPLAY 'WARNING: ADJUSTMENT POSTING FILE IS OUT OF '
                   'BALANCE WITH THE REGISTER.'
           END-IF.
           WRITE ADJGLRPT-REC FROM GLR-BALANCE-LINE
               AFTER ADVANCING 1 LINE.
           IF GL-UNMAPPED-COUNT > 0
               MOVE SPACES TO GLR-BALANCE-LINE
               STRING 'UNMAPPED ACCOUNT KEYS THIS RUN: '
                   DELIMITED BY SIZE
                   INTO GLR-BALANCE-LINE
               MOVE GL-UNMAPPED-COUNT TO
                   GLR-BALANCE-LINE (33:2)
               WRITE ADJGLRPT-REC FROM GLR-BALANCE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *TRANSACTIONS THAT COULD NOT BE APPLIED, WITH THE REASON, SO
      *THEY CAN BE CORRECTED AND RUN AGAIN.
       4500-PRINT-REJECT-SECTION.
           IF REJECT-COUNT > 0
               PERFORM 1500-CHECK-PAGE-OVERFLOW
               MOVE SPACES TO ADJRPT-REC
               WRITE ADJRPT-REC
                   AFTER ADVANCING 1 LINE
               WRITE ADJRPT-REC FROM ADJ-SECTION-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO ADJRPT-REC
               WRITE ADJRPT-REC
                   AFTER ADVANCING 1 LINE
               COMPUTE RPTLINECOUNTER = RPTLINECOUNTER + 3
               PERFORM 4510-PRINT-ONE-REJECT
                   VARYING TX-IDX FROM 1 BY 1
                   UNTIL TX-IDX > TXN-COUNT
           END-IF.
       4510-PRINT-ONE-REJECT.
           IF TX-REJECT (TX-IDX) NOT = SPACES
               PERFORM 1500-CHECK-PAGE-OVERFLOW
               MOVE TX-IMAGE (TX-IDX) TO ADJTXN-IMAGE
               MOVE AT-TYPE TO AJ-TYPE
               MOVE AT-EMPID TO AJ-EMPID
               MOVE AT-PERIOD-ID TO AJ-PERIOD-ID
               MOVE AT-METHOD TO AJ-METHOD
               MOVE TX-REJECT (TX-IDX) TO AJ-REJECT
               MOVE AT-REASON TO AJ-REASON
               WRITE ADJRPT-REC FROM ADJ-REJECT-LINE
                   AFTER ADVANCING 1 LINE
               IF ADJRPT-STATUS NOT = '00'
                   DISPLAY 'FATAL: WRITE TO ADJRPT FAILED, '
                       'STATUS=' ADJRPT-STATUS
                       '. RUN TERMINATED.'
                   PERFORM 9000-ABORT-IO-ERROR
               END-IF
               COMPUTE RPTLINECOUNTER = RPTLINECOUNTER + 1
           END-IF.
       9000-ABORT-IO-ERROR.
           CLOSE EMPMAST-FILE
               PAYHIST-FILE
               ADJPAYMT-FILE
               ADJCTL-FILE
               ADJRPT-FILE.
           STOP RUN.
       9100-ABORT-GL-IO-ERROR.
           CLOSE ADJPOST-FILE
               ADJGLRPT-FILE.
           STOP RUN.
       END PROGRAM payadj.
