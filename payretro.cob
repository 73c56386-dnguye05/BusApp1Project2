      ******************************************************************
      *Author: David Nguyen
      *Purpose: Retroactive pay for back-dated rate changes. Reads
      *         the MAINTJRNL journal empmaint writes for every
      *         applied change and picks out the changes carrying an
      *         effective date earlier than the current pay period
      *         (from PAYCAL, or RETPARM PERIOD=YYYYMMDD, or the run
      *         date). The old rate is the journal's before-image;
      *         the new rate is the before-image of the employee's
      *         next journal entry, or the EMPMAST record when there
      *         is none. Every PAYHIST period paid at the old rate on
      *         or after the effective date is re-rated: regular and
      *         overtime hours for hourly employees, the per-period
      *         salary for salaried. The difference owed goes on the
      *         RETROERN retro earnings file, which project2's next
      *         pay run adds to gross, and a RETRORPT register lists
      *         each period's old and new pay and the total owed.
      *         Each journal entry looked at is recorded on RETROCTL
      *         so a later run never pays the same change twice.
      *         Rate decreases and changes of pay basis (hourly to
      *         salaried or back) are listed but not retro-paid.
      ******************************************************************
      *MODIFICATION HISTORY:
      *  2026-10-15  DN  Initial version: retro pay from back-dated
      *                  MAINTJRNL rate changes re-rated against
      *                  PAYHIST, with the RETROERN earnings file,
      *                  the RETROCTL processed-change control file
      *                  and the RETRORPT register.
      *  2026-10-15  DN  Adjustment records on PAYHIST (voids,
      *                  reissues and off-cycle pay from payadj) are
      *                  not re-rated; only pay-run periods are.
      *  2026-10-15  DN  Only a move between hourly (status H) and
      *                  salaried counts as a pay basis change; a
      *                  rate change made with a leave or return
      *                  status change is retro-paid as usual. The
      *                  footer paragraph is back in paragraph order.
      *                  A RETROCTL file that exactly fills its table
      *                  no longer stops the run as too large.
      *  2026-10-15  DN  An image with leave status takes its pay basis
      *                  from the other image, so a rate change made
      *                  with a leave or a return from leave is re-
      *                  rated hourly or salaried as the employee is
      *                  paid; only hourly against active salaried (A
      *                  or blank) is a basis change.
      *  2026-10-15  DN  A change whose old or new rate (journal image
      *                  or master) is not numeric is listed as such
      *                  instead of as a rate decrease or re-rated
      *                  from a zero rate.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. payretro.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO 'MAINTJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS M-EMPID
               FILE STATUS IS EMPMAST-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYHIST-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SRTRWRK'.
           SELECT SORTED-FILE ASSIGN TO 'SRTRHIST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYCAL-FILE ASSIGN TO 'PAYCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYCAL-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO 'RETPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT RETROCTL-FILE ASSIGN TO 'RETROCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETROCTL-STATUS.
           SELECT RETROERN-FILE ASSIGN TO 'RETROERN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETROERN-STATUS.
           SELECT RETRORPT-FILE ASSIGN TO 'RETRORPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRORPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-REC PIC X(140).
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
       SD  SORT-WORK-FILE.
       01  SD-REC.
           03 SW-EMPID PIC X(7).
           03 FILLER PIC X(33).
           03 SW-PERIOD PIC X(8).
           03 FILLER PIC X(102).
       FD  SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-REC PIC X(150).
       FD  PAYCAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYCAL-REC PIC X(26).
       FD  PARAMETER-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-REC PIC X(20).
       FD  RETROCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETROCTL-REC PIC X(47).
       FD  RETROERN-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETROERN-REC PIC X(56).
       FD  RETRORPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RETRORPT-REC PIC X(132).
       WORKING-STORAGE SECTION.
      *THE JOURNAL RECORD AS EMPMAINT WRITES IT; THE IMAGE IS THE
      *MASTER RECORD BEFORE THE CHANGE (NEWEMP LAYOUT), OF WHICH
      *ONLY THE KEY, NAME, RATE AND PAY STATUS ARE NEEDED HERE.
      *JOURNAL RECORDS WRITTEN BEFORE EFFECTIVE DATES WERE CARRIED
      *READ BACK WITH JN-EFF-DATE BLANK AND ARE NEVER RETRO-PAID.
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
               05 JI-LNAME PIC X(15).
               05 JI-FNAME PIC X(15).
               05 FILLER PIC X(62).
               05 JI-EMPRATE PIC X(6).
               05 JI-EMPRATE-N REDEFINES JI-EMPRATE PIC 9(4)V9(2).
               05 JI-EMPSTATUS PIC X(1).
           03 FILLER PIC X(1).
           03 JN-EFF-DATE PIC X(8).
      *THE PAY HISTORY RECORD AS PROJECT2 WRITES IT FROM
      *PAYHIST-DATA; THE AMOUNT FIELDS ARE UNEDITED NUMERICS.
      *PH-ADJ-CODE IS BLANK EXCEPT ON PAYADJ ADJUSTMENT RECORDS.
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
      *PAY-PERIOD CALENDAR (PROJECT2'S PAYCAL LAYOUT), USED FOR THE
      *CURRENT PERIOD'S START AND FOR EACH PAID PERIOD'S END DATE.
       01  PAYCAL-STATUS PIC XX VALUE SPACES.
       01  PAYCAL-DATA.
           03 PC-PERIOD-ID PIC X(6).
           03 FILLER PIC X(1).
           03 PC-START PIC X(8).
           03 FILLER PIC X(1).
           03 PC-END PIC X(8).
           03 FILLER PIC X(1).
           03 PC-STATUS PIC X(1).
       01  PAYCAL-TABLE.
           03 PAYCAL-ENTRY OCCURS 100 TIMES.
               05 PCL-ID PIC X(6).
               05 PCL-START PIC X(8).
               05 PCL-END PIC X(8).
       01  PAYCAL-COUNT PIC 9(3) VALUE 0.
       01  PAYCAL-IDX PIC 9(3) VALUE 0.
       01  PAYCAL-FOUND-IDX PIC 9(3) VALUE 0.
      *RETROCTL: ONE RECORD PER JOURNAL ENTRY ALREADY LOOKED AT,
      *KEYED BY THE JOURNAL'S RUN STAMP AND TRANSACTION NUMBER,
      *WITH WHAT CAME OF IT (R RETRO PAID, D RATE DECREASE,
      *B PAY BASIS CHANGED, M NOT ON MASTER, N NO PERIODS TO
      *RE-RATE, E RATE UNCHANGED, X OLD OR NEW RATE NOT NUMERIC).
       01  RETROCTL-STATUS PIC XX VALUE SPACES.
       01  RETROCTL-DATA.
           03 RC-STAMP.
               05 RC-RUN-DATE PIC X(8).
               05 RC-RUN-TIME PIC X(6).
               05 RC-TXN-NUM PIC X(4).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RC-EMPID PIC X(7).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RC-RESULT PIC X(1).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RC-AMOUNT PIC 9(7)V9(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RC-PROCESSED-DATE PIC X(8).
       01  DONE-TABLE.
           03 DONE-STAMP OCCURS 20000 TIMES PIC X(18).
       01  DONE-COUNT PIC 9(5) VALUE 0.
       01  DONE-IDX PIC 9(5) VALUE 0.
       01  DONE-FOUND-SW PIC X(1) VALUE 'N'.
           88 DONE-FOUND VALUE 'Y'.
      *RETRO EARNINGS RECORD, ONE PER RETRO-PAID RATE CHANGE.
      *PROJECT2 ADDS RE-AMOUNT TO THE EMPLOYEE'S NEXT GROSS AND
      *FILLS IN RE-PAID-ID WITH THE PAY PERIOD IT WAS PAID IN.
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
      *CANDIDATE RATE CHANGES: BACK-DATED JOURNAL CHANGES NOT YET
      *ON RETROCTL. CT-NEW-SW STAYS N UNTIL THE EMPLOYEE'S NEXT
      *JOURNAL ENTRY (OR THE MASTER) SUPPLIES THE NEW RATE.
       01  CHANGE-TABLE.
           03 CHANGE-ENTRY OCCURS 2000 TIMES.
               05 CT-EMPID PIC X(7).
               05 CT-LNAME PIC X(15).
               05 CT-FNAME PIC X(15).
               05 CT-STAMP.
                   07 CT-RUN-DATE PIC X(8).
                   07 CT-RUN-TIME PIC X(6).
                   07 CT-TXN-NUM PIC X(4).
               05 CT-EFF-DATE PIC X(8).
               05 CT-OLD-RATE PIC 9(4)V9(2).
               05 CT-OLD-STATUS PIC X(1).
                   88 CT-OLD-HOURLY VALUE 'H'.
                   88 CT-OLD-SALARIED VALUE 'A' ' '.
                   88 CT-OLD-ON-LEAVE VALUE 'L'.
               05 CT-NEW-RATE PIC 9(4)V9(2).
               05 CT-NEW-STATUS PIC X(1).
                   88 CT-NEW-HOURLY VALUE 'H'.
                   88 CT-NEW-SALARIED VALUE 'A' ' '.
                   88 CT-NEW-ON-LEAVE VALUE 'L'.
               05 CT-BASIS PIC X(1).
                   88 CT-HOURLY-BASIS VALUE 'H'.
               05 CT-NEW-SW PIC X(1).
               05 CT-RESULT PIC X(1).
               05 CT-PERIODS PIC 9(3).
               05 CT-AMOUNT PIC 9(7)V9(2).
       01  CHANGE-COUNT PIC 9(4) VALUE 0.
       01  CT-IDX PIC 9(4) VALUE 0.
       01  CT-FOUND-IDX PIC 9(4) VALUE 0.
       01  PARM-STATUS PIC XX VALUE SPACES.
       01  PARM-DATA PIC X(20) VALUE SPACES.
       01  PARM-PARSED.
           03 PO-NAME PIC X(10).
           03 PO-VALUE PIC X(10).
       01  JOURNAL-STATUS PIC XX VALUE SPACES.
       01  EMPMAST-STATUS PIC XX VALUE SPACES.
       01  PAYHIST-STATUS PIC XX VALUE SPACES.
       01  RETRORPT-STATUS PIC XX VALUE SPACES.
       01  RETRO-CONTROL.
           03 RUN-DATE PIC X(8) VALUE SPACES.
           03 CURRENT-START PIC X(8) VALUE SPACES.
           03 CURRENT-SOURCE PIC X(20) VALUE SPACES.
           03 PERIOD-END-HOLD PIC X(8) VALUE SPACES.
       01  RETRO-WORK.
           03 OLD-PAY PIC 9(7)V9(2) VALUE 0.
           03 NEW-PAY PIC 9(7)V9(2) VALUE 0.
           03 OT-PAY PIC 9(7)V9(2) VALUE 0.
           03 RETRO-DIFF PIC 9(7)V9(2) VALUE 0.
           03 REG-HOURS PIC 9(3)V9(2) VALUE 0.
           03 EMP-RETRO-TOTAL PIC 9(7)V9(2) VALUE 0.
           03 EMP-LINES-SW PIC X(1) VALUE 'N'.
               88 EMP-HAS-LINES VALUE 'Y'.
           03 CURR-EMPID PIC X(7) VALUE SPACES.
       01  RETRO-COUNTERS.
           03 JRNL-READ-COUNT PIC 9(6) VALUE 0.
           03 HIST-READ-COUNT PIC 9(6) VALUE 0.
           03 HIST-BAD-COUNT PIC 9(4) VALUE 0.
           03 RETRO-CHG-COUNT PIC 9(4) VALUE 0.
           03 RETRO-EMP-COUNT PIC 9(4) VALUE 0.
           03 RERATED-COUNT PIC 9(5) VALUE 0.
           03 NORETRO-COUNT PIC 9(4) VALUE 0.
           03 RETRO-GRAND-TOTAL PIC 9(9)V9(2) VALUE 0.
       01  RETRO-HEADING1.
           03 RH1-CURR-DATE PIC 99/99/99.
           03 FILLER PIC X(30) VALUES SPACES.
           03 FILLER PIC X(40) VALUES
           'RETROACTIVE PAY REGISTER'.
           03 FILLER PIC X(22) VALUES SPACES.
           03 FILLER PIC X(7) VALUE 'PAGE'.
           03 RH1-PAGENUM PIC ZZ9 VALUE 1.
       01  RETRO-HEADING2.
           03 FILLER PIC X(27) VALUES
           'CURRENT PERIOD STARTS'.
           03 RH2-START PIC X(8).
           03 FILLER PIC X(2) VALUES SPACES.
           03 RH2-SOURCE PIC X(20).
       01  RETRO-HEADING3.
           03 FILLER PIC X(9) VALUES 'EMP ID'.
           03 FILLER PIC X(16) VALUES 'LAST'.
           03 FILLER PIC X(17) VALUES 'FIRST'.
           03 FILLER PIC X(10) VALUES 'EFFECTIVE'.
           03 FILLER PIC X(10) VALUES 'PAID ON'.
           03 FILLER PIC X(8) VALUES 'PERIOD'.
           03 FILLER PIC X(8) VALUES 'HOURS'.
           03 FILLER PIC X(14) VALUES 'OLD PAY'.
           03 FILLER PIC X(14) VALUES 'NEW PAY'.
           03 FILLER PIC X(10) VALUES 'RETRO'.
       01  RETRO-DETAIL.
           03 RD-EMPID PIC X(7).
           03 FILLER PIC X(2) VALUES SPACES.
           03 RD-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUES SPACES.
           03 RD-FNAME PIC X(15).
           03 FILLER PIC X(2) VALUES SPACES.
           03 RD-EFF-DATE PIC X(8).
           03 FILLER PIC X(2) VALUES SPACES.
           03 RD-PERIOD PIC X(8).
           03 FILLER PIC X(2) VALUES SPACES.
           03 RD-PERIOD-ID PIC X(6).
           03 FILLER PIC X(2) VALUES SPACES.
           03 RD-HOURS PIC ZZZ.99.
           03 RD-HOURS-X REDEFINES RD-HOURS PIC X(6).
           03 FILLER PIC X(2) VALUES SPACES.
           03 RD-OLD-PAY PIC Z,ZZZ,ZZ9.99.
           03 FILLER PIC X(2) VALUES SPACES.
           03 RD-NEW-PAY PIC Z,ZZZ,ZZ9.99.
           03 FILLER PIC X(2) VALUES SPACES.
           03 RD-RETRO PIC ZZZ,ZZ9.99.
       01  RETRO-EMP-TOTAL-LINE.
           03 FILLER PIC X(9) VALUES SPACES.
           03 FILLER PIC X(20) VALUES 'TOTAL RETRO OWED'.
           03 RT-EMPID PIC X(7).
           03 FILLER PIC X(78) VALUES SPACES.
           03 RT-TOTAL PIC Z,ZZZ,ZZ9.99.
       01  RETRO-SECTION-LINE.
           03 FILLER PIC X(60) VALUES
           'BACK-DATED CHANGES WITH NO RETRO PAY'.
       01  RETRO-NOPAY-LINE.
           03 RN-EMPID PIC X(7).
           03 FILLER PIC X(2) VALUES SPACES.
           03 RN-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUES SPACES.
           03 RN-FNAME PIC X(15).
           03 FILLER PIC X(2) VALUES SPACES.
           03 RN-EFF-DATE PIC X(8).
           03 FILLER PIC X(2) VALUES SPACES.
           03 RN-OLD-RATE PIC ZZZ9.99.
           03 FILLER PIC X(4) VALUES ' TO '.
           03 RN-NEW-RATE PIC ZZZ9.99.
           03 FILLER PIC X(2) VALUES SPACES.
           03 RN-REASON PIC X(36).
       01  RETRO-FOOTER1.
           03 FILLER PIC X(30) VALUES 'JOURNAL RECORDS READ:'.
           03 RF1-JRNLCOUNT PIC ZZZZZ9.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(27) VALUES 'PAY HISTORY RECORDS READ:'.
           03 RF1-HISTCOUNT PIC ZZZZZ9.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(13) VALUES 'BAD RECORDS:'.
           03 RF1-BADCOUNT PIC ZZZ9.
       01  RETRO-FOOTER2.
           03 FILLER PIC X(30) VALUES 'BACK-DATED CHANGES FOUND:'.
           03 RF2-CHGCOUNT PIC ZZZZZ9.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(27) VALUES 'RETRO-PAID / NOT PAID:'.
           03 RF2-RETROCOUNT PIC ZZZ9.
           03 FILLER PIC X(3) VALUES ' / '.
           03 RF2-NORETROCOUNT PIC ZZZ9.
       01  RETRO-FOOTER3.
           03 FILLER PIC X(30) VALUES 'PERIODS RE-RATED:'.
           03 RF3-RERATED PIC ZZZZZ9.
           03 FILLER PIC X(5) VALUES SPACES.
           03 FILLER PIC X(27) VALUES 'TOTAL RETRO PAY OWED:'.
           03 RF3-TOTAL PIC $ZZZ,ZZZ,ZZ9.99.
       01  MISC.
           03 EOF-J PIC 9 VALUE 0.
           03 EOF-H PIC 9 VALUE 0.
           03 PGNUM PIC 999 VALUE 1.
           03 RPTLINECOUNTER PIC 99 VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1050-ACCEPT-PARAMETERS.
           PERFORM 1100-LOAD-PAY-CALENDAR.
           PERFORM 1150-FIND-CURRENT-START.
           PERFORM 1200-LOAD-RETRO-CONTROL.
           PERFORM 1300-OPEN-FILES.
           PERFORM 1400-PRINT-HEADER.
           PERFORM 2000-COLLECT-RATE-CHANGES.
           IF CHANGE-COUNT > 0
               PERFORM 2500-LOOK-UP-NEW-RATES
               PERFORM 2600-CLASSIFY-ONE-CHANGE
                   VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CHANGE-COUNT
               PERFORM 3000-RERATE-PAY-HISTORY
           END-IF.
           PERFORM 4000-WRITE-ONE-RESULT
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CHANGE-COUNT.
           PERFORM 4500-PRINT-NO-RETRO-SECTION.
           PERFORM 1700-PRINT-FOOTER.
           CLOSE RETROCTL-FILE
               RETROERN-FILE
               RETRORPT-FILE.
           DISPLAY 'RETRO RUN COMPLETE: ' RETRO-CHG-COUNT
               ' CHANGES RETRO-PAID, TOTAL ' RF3-TOTAL '.'.
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
               IF PO-NAME = 'PERIOD'
                   AND PO-VALUE (1:8) NUMERIC
                   MOVE PO-VALUE (1:8) TO CURRENT-START
                   MOVE 'FROM RETPARM' TO CURRENT-SOURCE
               ELSE
                   DISPLAY 'WARNING: UNKNOWN RETPARM RECORD '
                       'IGNORED: ' PARM-DATA
               END-IF
           END-IF.
       1100-LOAD-PAY-CALENDAR.
           OPEN INPUT PAYCAL-FILE.
           IF PAYCAL-STATUS = '00'
               PERFORM 1110-READ-ONE-PERIOD
                   UNTIL PAYCAL-STATUS NOT = '00'
                   OR PAYCAL-COUNT = 100
               IF PAYCAL-STATUS = '00'
                   DISPLAY 'WARNING: PAYCAL HAS MORE THAN 100 '
                       'ENTRIES; ONLY THE FIRST 100 WERE LOADED.'
               END-IF
               CLOSE PAYCAL-FILE
           ELSE
               DISPLAY 'NO PAYCAL FILE FOUND, PAID PERIODS ARE '
                   'DATED BY THEIR PAY DATE.'
           END-IF.
       1110-READ-ONE-PERIOD.
           READ PAYCAL-FILE INTO PAYCAL-DATA.
           IF PAYCAL-STATUS = '00'
               IF PC-START NUMERIC AND PC-END NUMERIC
                   COMPUTE PAYCAL-COUNT = PAYCAL-COUNT + 1
                   MOVE PC-PERIOD-ID TO PCL-ID (PAYCAL-COUNT)
                   MOVE PC-START TO PCL-START (PAYCAL-COUNT)
                   MOVE PC-END TO PCL-END (PAYCAL-COUNT)
               ELSE
                   DISPLAY 'WARNING: BAD PAYCAL RECORD IGNORED: '
                       PAYCAL-DATA
               END-IF
           END-IF.
      *THE CURRENT PERIOD IS THE ONE GIVEN ON RETPARM, ELSE THE
      *PAYCAL PERIOD COVERING TODAY, ELSE TODAY ITSELF.
       1150-FIND-CURRENT-START.
           IF CURRENT-START = SPACES
               MOVE 0 TO PAYCAL-FOUND-IDX
               PERFORM 1160-MATCH-ONE-PERIOD
                   VARYING PAYCAL-IDX FROM 1 BY 1
                   UNTIL PAYCAL-IDX > PAYCAL-COUNT
                   OR PAYCAL-FOUND-IDX > 0
               IF PAYCAL-FOUND-IDX > 0
                   MOVE PCL-START (PAYCAL-FOUND-IDX) TO CURRENT-START
                   MOVE 'FROM PAYCAL' TO CURRENT-SOURCE
               ELSE
                   MOVE RUN-DATE TO CURRENT-START
                   MOVE 'RUN DATE' TO CURRENT-SOURCE
               END-IF
           END-IF.
           DISPLAY 'RETRO RUN: CURRENT PERIOD STARTS ' CURRENT-START
               ', ' CURRENT-SOURCE.
       1160-MATCH-ONE-PERIOD.
           IF RUN-DATE >= PCL-START (PAYCAL-IDX)
               AND RUN-DATE <= PCL-END (PAYCAL-IDX)
               MOVE PAYCAL-IDX TO PAYCAL-FOUND-IDX
           END-IF.
       1200-LOAD-RETRO-CONTROL.
           OPEN INPUT RETROCTL-FILE.
           IF RETROCTL-STATUS = '00'
               PERFORM 1210-READ-ONE-CONTROL
                   UNTIL RETROCTL-STATUS NOT = '00'
                   OR DONE-COUNT = 20000
               IF RETROCTL-STATUS = '00'
                   READ RETROCTL-FILE
               END-IF
               IF RETROCTL-STATUS = '00'
                   DISPLAY 'FATAL: RETROCTL HAS MORE THAN 20000 '
                       'ENTRIES; CHANGES COULD BE RETRO-PAID '
                       'TWICE. RUN TERMINATED.'
                   CLOSE RETROCTL-FILE
                   STOP RUN
               END-IF
               CLOSE RETROCTL-FILE
           ELSE
               DISPLAY 'NO RETROCTL FILE FOUND, NO CHANGE HAS BEEN '
                   'RETRO-PAID BEFORE.'
           END-IF.
       1210-READ-ONE-CONTROL.
           READ RETROCTL-FILE INTO RETROCTL-DATA.
           IF RETROCTL-STATUS = '00'
               COMPUTE DONE-COUNT = DONE-COUNT + 1
               MOVE RC-STAMP TO DONE-STAMP (DONE-COUNT)
           END-IF.
       1300-OPEN-FILES.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN MAINTJRNL, STATUS='
                   JOURNAL-STATUS '.'
               STOP RUN
           END-IF.
           OPEN OUTPUT RETRORPT-FILE.
           IF RETRORPT-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN RETRORPT, STATUS='
                   RETRORPT-STATUS '.'
               STOP RUN
           END-IF.
           OPEN EXTEND RETROERN-FILE.
           IF RETROERN-STATUS NOT = '00'
               OPEN OUTPUT RETROERN-FILE
           END-IF.
           IF RETROERN-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN RETROERN, STATUS='
                   RETROERN-STATUS '.'
               STOP RUN
           END-IF.
           OPEN EXTEND RETROCTL-FILE.
           IF RETROCTL-STATUS NOT = '00'
               OPEN OUTPUT RETROCTL-FILE
           END-IF.
           IF RETROCTL-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN RETROCTL, STATUS='
                   RETROCTL-STATUS '. NO RETRO IS WRITTEN '
                   'WITHOUT A CONTROL FILE.'
               STOP RUN
           END-IF.
       1400-PRINT-HEADER.
           ACCEPT RH1-CURR-DATE FROM DATE.
           IF PGNUM = 1
               WRITE RETRORPT-REC FROM RETRO-HEADING1
           ELSE
               MOVE SPACES TO RETRORPT-REC
               WRITE RETRORPT-REC
                   AFTER ADVANCING PAGE
               WRITE RETRORPT-REC FROM RETRO-HEADING1
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE CURRENT-START TO RH2-START.
           MOVE CURRENT-SOURCE TO RH2-SOURCE.
           WRITE RETRORPT-REC FROM RETRO-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RETRORPT-REC.
           WRITE RETRORPT-REC
               AFTER ADVANCING 1 LINE.
           WRITE RETRORPT-REC FROM RETRO-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RETRORPT-REC.
           WRITE RETRORPT-REC
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPTLINECOUNTER.
           ADD 1 TO PGNUM.
           MOVE PGNUM TO RH1-PAGENUM.
       1500-CHECK-PAGE-OVERFLOW.
           IF RPTLINECOUNTER >= 50
               PERFORM 1400-PRINT-HEADER
           END-IF.
       1700-PRINT-FOOTER.
           MOVE SPACES TO RETRORPT-REC.
           WRITE RETRORPT-REC
               AFTER ADVANCING 1 LINE.
           MOVE JRNL-READ-COUNT TO RF1-JRNLCOUNT.
           MOVE HIST-READ-COUNT TO RF1-HISTCOUNT.
           MOVE HIST-BAD-COUNT TO RF1-BADCOUNT.
           WRITE RETRORPT-REC FROM RETRO-FOOTER1
               AFTER ADVANCING 1 LINE.
           MOVE CHANGE-COUNT TO RF2-CHGCOUNT.
           MOVE RETRO-CHG-COUNT TO RF2-RETROCOUNT.
           MOVE NORETRO-COUNT TO RF2-NORETROCOUNT.
           WRITE RETRORPT-REC FROM RETRO-FOOTER2
               AFTER ADVANCING 1 LINE.
           MOVE RERATED-COUNT TO RF3-RERATED.
           MOVE RETRO-GRAND-TOTAL TO RF3-TOTAL.
           WRITE RETRORPT-REC FROM RETRO-FOOTER3
               AFTER ADVANCING 1 LINE.
      *JOURNAL PASS: EVERY CHANGE OR DELETE ENTRY FIRST CLOSES OFF
      *THE EMPLOYEE'S PENDING CANDIDATE (ITS BEFORE-IMAGE IS THAT
      *CANDIDATE'S AFTER-IMAGE); A CHANGE THAT IS ITSELF BACK-DATED
      *AND NOT YET ON RETROCTL THEN BECOMES A NEW CANDIDATE.
       2000-COLLECT-RATE-CHANGES.
           PERFORM 2100-READ-ONE-JOURNAL.
           PERFORM 2200-COLLECT-ONE-JOURNAL
               UNTIL EOF-J = 1.
           CLOSE JOURNAL-FILE.
       2100-READ-ONE-JOURNAL.
           READ JOURNAL-FILE INTO JOURNAL-DATA
               AT END MOVE 1 TO EOF-J
           END-READ.
           IF EOF-J = 0
               COMPUTE JRNL-READ-COUNT = JRNL-READ-COUNT + 1
           END-IF.
       2200-COLLECT-ONE-JOURNAL.
           IF JN-ACTION = 'C' OR JN-ACTION = 'D'
               MOVE 0 TO CT-FOUND-IDX
               PERFORM 2210-FIND-LAST-CANDIDATE
                   VARYING CT-IDX FROM CHANGE-COUNT BY -1
                   UNTIL CT-IDX < 1
                   OR CT-FOUND-IDX > 0
               IF CT-FOUND-IDX > 0
                   IF CT-NEW-SW (CT-FOUND-IDX) = 'N'
                       PERFORM 2220-SET-NEW-FROM-IMAGE
                   END-IF
               END-IF
           END-IF.
           IF JN-ACTION = 'C'
               AND JN-EFF-DATE NOT = SPACES
               AND JN-EFF-DATE NUMERIC
               AND JN-EFF-DATE < CURRENT-START
               AND JN-EFF-DATE <= JN-RUN-DATE
               PERFORM 2230-CHECK-ALREADY-DONE
               IF NOT DONE-FOUND
                   PERFORM 2240-ADD-CANDIDATE
               END-IF
           END-IF.
           PERFORM 2100-READ-ONE-JOURNAL.
       2210-FIND-LAST-CANDIDATE.
           IF CT-EMPID (CT-IDX) = JI-EMPID
               MOVE CT-IDX TO CT-FOUND-IDX
           END-IF.
       2220-SET-NEW-FROM-IMAGE.
           IF JI-EMPRATE-N NUMERIC
               MOVE JI-EMPRATE-N TO CT-NEW-RATE (CT-FOUND-IDX)
           ELSE
               MOVE 0 TO CT-NEW-RATE (CT-FOUND-IDX)
               MOVE 'X' TO CT-RESULT (CT-FOUND-IDX)
           END-IF.
           MOVE JI-EMPSTATUS TO CT-NEW-STATUS (CT-FOUND-IDX).
           MOVE 'Y' TO CT-NEW-SW (CT-FOUND-IDX).
       2230-CHECK-ALREADY-DONE.
           MOVE 'N' TO DONE-FOUND-SW.
           PERFORM 2235-MATCH-ONE-DONE
               VARYING DONE-IDX FROM 1 BY 1
               UNTIL DONE-IDX > DONE-COUNT
               OR DONE-FOUND.
       2235-MATCH-ONE-DONE.
           IF DONE-STAMP (DONE-IDX) (1:8) = JN-RUN-DATE
               AND DONE-STAMP (DONE-IDX) (9:6) = JN-RUN-TIME
               AND DONE-STAMP (DONE-IDX) (15:4) = JN-TXN-NUM
               MOVE 'Y' TO DONE-FOUND-SW
           END-IF.
       2240-ADD-CANDIDATE.
           IF CHANGE-COUNT = 2000
               DISPLAY 'FATAL: MORE THAN 2000 BACK-DATED CHANGES '
                   'TO RETRO-PAY IN ONE RUN; NOTHING WAS WRITTEN. '
                   'RUN TERMINATED.'
               PERFORM 9000-ABORT-IO-ERROR
           END-IF.
           COMPUTE CHANGE-COUNT = CHANGE-COUNT + 1.
           MOVE JI-EMPID TO CT-EMPID (CHANGE-COUNT).
           MOVE JI-LNAME TO CT-LNAME (CHANGE-COUNT).
           MOVE JI-FNAME TO CT-FNAME (CHANGE-COUNT).
           MOVE JN-RUN-DATE TO CT-RUN-DATE (CHANGE-COUNT).
           MOVE JN-RUN-TIME TO CT-RUN-TIME (CHANGE-COUNT).
           MOVE JN-TXN-NUM TO CT-TXN-NUM (CHANGE-COUNT).
           MOVE JN-EFF-DATE TO CT-EFF-DATE (CHANGE-COUNT).
           MOVE SPACE TO CT-RESULT (CHANGE-COUNT).
           IF JI-EMPRATE-N NUMERIC
               MOVE JI-EMPRATE-N TO CT-OLD-RATE (CHANGE-COUNT)
           ELSE
               MOVE 0 TO CT-OLD-RATE (CHANGE-COUNT)
               MOVE 'X' TO CT-RESULT (CHANGE-COUNT)
           END-IF.
           MOVE JI-EMPSTATUS TO CT-OLD-STATUS (CHANGE-COUNT).
           MOVE 0 TO CT-NEW-RATE (CHANGE-COUNT).
           MOVE SPACE TO CT-NEW-STATUS (CHANGE-COUNT).
           MOVE 'N' TO CT-NEW-SW (CHANGE-COUNT).
           MOVE 0 TO CT-PERIODS (CHANGE-COUNT).
           MOVE 0 TO CT-AMOUNT (CHANGE-COUNT).
      *A CANDIDATE WITH NO LATER JOURNAL ENTRY TAKES ITS NEW RATE
      *FROM THE MASTER AS IT STANDS NOW.
       2500-LOOK-UP-NEW-RATES.
           OPEN INPUT EMPMAST-FILE.
           IF EMPMAST-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN EMPMAST, STATUS='
                   EMPMAST-STATUS '. NEW RATES CANNOT BE FOUND. '
                   'RUN TERMINATED.'
               PERFORM 9000-ABORT-IO-ERROR
           END-IF.
           PERFORM 2510-LOOK-UP-ONE-RATE
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CHANGE-COUNT.
           CLOSE EMPMAST-FILE.
       2510-LOOK-UP-ONE-RATE.
           IF CT-NEW-SW (CT-IDX) = 'N'
               MOVE CT-EMPID (CT-IDX) TO M-EMPID
               READ EMPMAST-FILE
                   INVALID KEY
                       MOVE 'M' TO CT-RESULT (CT-IDX)
                   NOT INVALID KEY
                       IF M-EMPRATE-N NUMERIC
                           MOVE M-EMPRATE-N TO CT-NEW-RATE (CT-IDX)
                       ELSE
                           MOVE 'X' TO CT-RESULT (CT-IDX)
                       END-IF
                       MOVE M-EMPSTATUS TO CT-NEW-STATUS (CT-IDX)
                       MOVE 'Y' TO CT-NEW-SW (CT-IDX)
               END-READ
           END-IF.
       2600-CLASSIFY-ONE-CHANGE.
           PERFORM 2610-SET-PAY-BASIS.
           IF CT-RESULT (CT-IDX) = SPACE
               IF CT-NEW-RATE (CT-IDX) = CT-OLD-RATE (CT-IDX)
                   MOVE 'E' TO CT-RESULT (CT-IDX)
               ELSE
                   IF (CT-OLD-HOURLY (CT-IDX)
                       AND CT-NEW-SALARIED (CT-IDX))
                       OR (CT-OLD-SALARIED (CT-IDX)
                       AND CT-NEW-HOURLY (CT-IDX))
                       MOVE 'B' TO CT-RESULT (CT-IDX)
                   ELSE
                       IF CT-NEW-RATE (CT-IDX) <
                           CT-OLD-RATE (CT-IDX)
                           MOVE 'D' TO CT-RESULT (CT-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *A LEAVE OR A RETURN FROM LEAVE DOES NOT CHANGE HOW THE
      *EMPLOYEE IS PAID: AN IMAGE WITH STATUS L TAKES ITS BASIS
      *FROM THE OTHER IMAGE.
       2610-SET-PAY-BASIS.
           MOVE 'S' TO CT-BASIS (CT-IDX).
           IF CT-OLD-HOURLY (CT-IDX)
               OR (CT-OLD-ON-LEAVE (CT-IDX)
               AND CT-NEW-HOURLY (CT-IDX))
               MOVE 'H' TO CT-BASIS (CT-IDX)
           END-IF.
      *HISTORY PASS: PAYHIST SORTED BY EMPLOYEE AND PAY DATE. A
      *PERIOD IS RE-RATED FOR A CANDIDATE WHEN IT WAS PAID ON OR
      *BEFORE THE DAY THE CHANGE WAS APPLIED (SO AT THE OLD RATE),
      *BEFORE THE CURRENT PERIOD, AND ENDS ON OR AFTER THE
      *EFFECTIVE DATE.
       3000-RERATE-PAY-HISTORY.
           OPEN INPUT PAYHIST-FILE.
           IF PAYHIST-STATUS NOT = '00'
               DISPLAY 'NO PAYHIST FILE FOUND, NO PERIODS TO '
                   'RE-RATE.'
           ELSE
               CLOSE PAYHIST-FILE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-EMPID
                   ON ASCENDING KEY SW-PERIOD
                   USING PAYHIST-FILE
                   GIVING SORTED-FILE
               OPEN INPUT SORTED-FILE
               PERFORM 3100-READ-ONE-HISTORY
               PERFORM 3200-RERATE-ONE-HISTORY
                   UNTIL EOF-H = 1
               IF EMP-HAS-LINES
                   PERFORM 3500-PRINT-EMP-TOTAL
               END-IF
               CLOSE SORTED-FILE
           END-IF.
       3100-READ-ONE-HISTORY.
           READ SORTED-FILE INTO PAYHIST-DATA
               AT END MOVE 1 TO EOF-H
           END-READ.
           IF EOF-H = 0
               COMPUTE HIST-READ-COUNT = HIST-READ-COUNT + 1
           END-IF.
       3200-RERATE-ONE-HISTORY.
           IF PH-EMPID NOT = CURR-EMPID
               IF EMP-HAS-LINES
                   PERFORM 3500-PRINT-EMP-TOTAL
               END-IF
               MOVE PH-EMPID TO CURR-EMPID
               MOVE 0 TO EMP-RETRO-TOTAL
               MOVE 'N' TO EMP-LINES-SW
           END-IF.
           IF PH-ADJ-CODE = SPACE
               IF PH-PERIOD NOT NUMERIC
                   OR PH-HOURS NOT NUMERIC
                   OR PH-OTHOURS NOT NUMERIC
                   COMPUTE HIST-BAD-COUNT = HIST-BAD-COUNT + 1
               ELSE
                   PERFORM 3210-FIND-PERIOD-END
                   PERFORM 3300-RERATE-FOR-ONE-CHANGE
                       VARYING CT-IDX FROM 1 BY 1
                       UNTIL CT-IDX > CHANGE-COUNT
               END-IF
           END-IF.
           PERFORM 3100-READ-ONE-HISTORY.
       3210-FIND-PERIOD-END.
           MOVE PH-PERIOD TO PERIOD-END-HOLD.
           MOVE 0 TO PAYCAL-FOUND-IDX.
           PERFORM 3220-MATCH-PERIOD-ID
               VARYING PAYCAL-IDX FROM 1 BY 1
               UNTIL PAYCAL-IDX > PAYCAL-COUNT
               OR PAYCAL-FOUND-IDX > 0.
           IF PAYCAL-FOUND-IDX > 0
               MOVE PCL-END (PAYCAL-FOUND-IDX) TO PERIOD-END-HOLD
           END-IF.
       3220-MATCH-PERIOD-ID.
           IF PCL-ID (PAYCAL-IDX) = PH-PERIOD-ID
               MOVE PAYCAL-IDX TO PAYCAL-FOUND-IDX
           END-IF.
       3300-RERATE-FOR-ONE-CHANGE.
           IF CT-EMPID (CT-IDX) = PH-EMPID
               AND CT-RESULT (CT-IDX) = SPACE
               AND PH-PERIOD <= CT-RUN-DATE (CT-IDX)
               AND PH-PERIOD < CURRENT-START
               AND PERIOD-END-HOLD >= CT-EFF-DATE (CT-IDX)
               IF CT-HOURLY-BASIS (CT-IDX)
                   COMPUTE REG-HOURS = PH-HOURS - PH-OTHOURS
                   COMPUTE OLD-PAY ROUNDED =
                       CT-OLD-RATE (CT-IDX) * REG-HOURS
                   COMPUTE OT-PAY ROUNDED =
                       CT-OLD-RATE (CT-IDX) * 1.5 * PH-OTHOURS
                   COMPUTE OLD-PAY = OLD-PAY + OT-PAY
                   COMPUTE NEW-PAY ROUNDED =
                       CT-NEW-RATE (CT-IDX) * REG-HOURS
                   COMPUTE OT-PAY ROUNDED =
                       CT-NEW-RATE (CT-IDX) * 1.5 * PH-OTHOURS
                   COMPUTE NEW-PAY = NEW-PAY + OT-PAY
               ELSE
                   MOVE CT-OLD-RATE (CT-IDX) TO OLD-PAY
                   MOVE CT-NEW-RATE (CT-IDX) TO NEW-PAY
               END-IF
               COMPUTE RETRO-DIFF = NEW-PAY - OLD-PAY
               COMPUTE CT-PERIODS (CT-IDX) = CT-PERIODS (CT-IDX) + 1
               COMPUTE CT-AMOUNT (CT-IDX) =
                   CT-AMOUNT (CT-IDX) + RETRO-DIFF
               COMPUTE EMP-RETRO-TOTAL = EMP-RETRO-TOTAL + RETRO-DIFF
               COMPUTE RERATED-COUNT = RERATED-COUNT + 1
               PERFORM 3400-PRINT-RERATED-PERIOD
           END-IF.
       3400-PRINT-RERATED-PERIOD.
           PERFORM 1500-CHECK-PAGE-OVERFLOW.
           MOVE PH-EMPID TO RD-EMPID.
           MOVE PH-LNAME TO RD-LNAME.
           MOVE PH-FNAME TO RD-FNAME.
           MOVE CT-EFF-DATE (CT-IDX) TO RD-EFF-DATE.
           MOVE PH-PERIOD TO RD-PERIOD.
           MOVE PH-PERIOD-ID TO RD-PERIOD-ID.
           IF CT-HOURLY-BASIS (CT-IDX)
               MOVE PH-HOURS TO RD-HOURS
           ELSE
               MOVE SPACES TO RD-HOURS-X
           END-IF.
           MOVE OLD-PAY TO RD-OLD-PAY.
           MOVE NEW-PAY TO RD-NEW-PAY.
           MOVE RETRO-DIFF TO RD-RETRO.
           WRITE RETRORPT-REC FROM RETRO-DETAIL
               AFTER ADVANCING 1 LINE.
           IF RETRORPT-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO RETRORPT FAILED, STATUS='
                   RETRORPT-STATUS '. RUN TERMINATED.'
               PERFORM 9000-ABORT-IO-ERROR
           END-IF.
           COMPUTE RPTLINECOUNTER = RPTLINECOUNTER + 1.
           MOVE 'Y' TO EMP-LINES-SW.
       3500-PRINT-EMP-TOTAL.
           COMPUTE RETRO-EMP-COUNT = RETRO-EMP-COUNT + 1.
           MOVE CURR-EMPID TO RT-EMPID.
           MOVE EMP-RETRO-TOTAL TO RT-TOTAL.
           WRITE RETRORPT-REC FROM RETRO-EMP-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RETRORPT-REC.
           WRITE RETRORPT-REC
               AFTER ADVANCING 1 LINE.
           COMPUTE RPTLINECOUNTER = RPTLINECOUNTER + 2.
      *EVERY CANDIDATE GOES ON RETROCTL WHATEVER CAME OF IT; ONLY
      *THOSE WITH PERIODS RE-RATED GO ON RETROERN.
       4000-WRITE-ONE-RESULT.
           IF CT-RESULT (CT-IDX) = SPACE
               IF CT-PERIODS (CT-IDX) = 0
                   MOVE 'N' TO CT-RESULT (CT-IDX)
               ELSE
                   MOVE 'R' TO CT-RESULT (CT-IDX)
               END-IF
           END-IF.
           IF CT-RESULT (CT-IDX) = 'R'
               MOVE CT-EMPID (CT-IDX) TO RE-EMPID
               MOVE CT-AMOUNT (CT-IDX) TO RE-AMOUNT
               MOVE CT-PERIODS (CT-IDX) TO RE-PERIODS
               MOVE CT-EFF-DATE (CT-IDX) TO RE-EFF-DATE
               MOVE CT-STAMP (CT-IDX) TO RE-STAMP
               MOVE SPACES TO RE-PAID-ID
               WRITE RETROERN-REC FROM RETROERN-DATA
               IF RETROERN-STATUS NOT = '00'
                   DISPLAY 'FATAL: WRITE TO RETROERN FAILED, '
                       'STATUS=' RETROERN-STATUS
                       '. RUN TERMINATED.'
                   PERFORM 9000-ABORT-IO-ERROR
               END-IF
               COMPUTE RETRO-CHG-COUNT = RETRO-CHG-COUNT + 1
               COMPUTE RETRO-GRAND-TOTAL =
                   RETRO-GRAND-TOTAL + CT-AMOUNT (CT-IDX)
           ELSE
               IF CT-RESULT (CT-IDX) NOT = 'E'
                   COMPUTE NORETRO-COUNT = NORETRO-COUNT + 1
               END-IF
           END-IF.
           MOVE CT-STAMP (CT-IDX) TO RC-STAMP.
           MOVE CT-EMPID (CT-IDX) TO RC-EMPID.
           MOVE CT-RESULT (CT-IDX) TO RC-RESULT.
           MOVE CT-AMOUNT (CT-IDX) TO RC-AMOUNT.
           MOVE RUN-DATE TO RC-PROCESSED-DATE.
           WRITE RETROCTL-REC FROM RETROCTL-DATA.
           IF RETROCTL-STATUS NOT = '00'
               DISPLAY 'FATAL: WRITE TO RETROCTL FAILED, STATUS='
                   RETROCTL-STATUS '. RUN TERMINATED.'
               PERFORM 9000-ABORT-IO-ERROR
           END-IF.
      *BACK-DATED RATE CHANGES THAT PRODUCED NO RETRO, WITH THE
      *REASON, SO PAYROLL CAN DEAL WITH THEM BY HAND. CHANGES THAT
      *DID NOT TOUCH THE RATE ARE NOT LISTED.
       4500-PRINT-NO-RETRO-SECTION.
           IF NORETRO-COUNT > 0
               PERFORM 1500-CHECK-PAGE-OVERFLOW
               MOVE SPACES TO RETRORPT-REC
               WRITE RETRORPT-REC
                   AFTER ADVANCING 1 LINE
               WRITE RETRORPT-REC FROM RETRO-SECTION-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO RETRORPT-REC
               WRITE RETRORPT-REC
                   AFTER ADVANCING 1 LINE
               COMPUTE RPTLINECOUNTER = RPTLINECOUNTER + 3
               PERFORM 4510-PRINT-ONE-NO-RETRO
                   VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CHANGE-COUNT
           END-IF.
       4510-PRINT-ONE-NO-RETRO.
           IF CT-RESULT (CT-IDX) NOT = 'R'
               AND CT-RESULT (CT-IDX) NOT = 'E'
               PERFORM 1500-CHECK-PAGE-OVERFLOW
               MOVE CT-EMPID (CT-IDX) TO RN-EMPID
               MOVE CT-LNAME (CT-IDX) TO RN-LNAME
               MOVE CT-FNAME (CT-IDX) TO RN-FNAME
               MOVE CT-EFF-DATE (CT-IDX) TO RN-EFF-DATE
               MOVE CT-OLD-RATE (CT-IDX) TO RN-OLD-RATE
               MOVE CT-NEW-RATE (CT-IDX) TO RN-NEW-RATE
               IF CT-RESULT (CT-IDX) = 'D'
                   MOVE 'RATE DECREASE, NO RETRO TAKEN'
                       TO RN-REASON
               END-IF
               IF CT-RESULT (CT-IDX) = 'B'
                   MOVE 'PAY BASIS CHANGED, FIGURE BY HAND'
                       TO RN-REASON
               END-IF
               IF CT-RESULT (CT-IDX) = 'M'
                   MOVE 'NOT ON MASTER, NEW RATE UNKNOWN'
                       TO RN-REASON
               END-IF
               IF CT-RESULT (CT-IDX) = 'N'
                   MOVE 'NO PAID PERIODS TO RE-RATE'
                       TO RN-REASON
               END-IF
               IF CT-RESULT (CT-IDX) = 'X'
                   MOVE 'RATE NOT NUMERIC, FIGURE BY HAND'
                       TO RN-REASON
               END-IF
               WRITE RETRORPT-REC FROM RETRO-NOPAY-LINE
                   AFTER ADVANCING 1 LINE
               IF RETRORPT-STATUS NOT = '00'
                   DISPLAY 'FATAL: WRITE TO RETRORPT FAILED, '
                       'STATUS=' RETRORPT-STATUS
                       '. RUN TERMINATED.'
                   PERFORM 9000-ABORT-IO-ERROR
               END-IF
               COMPUTE RPTLINECOUNTER = RPTLINECOUNTER + 1
           END-IF.
       9000-ABORT-IO-ERROR.
           CLOSE RETROCTL-FILE
               RETROERN-FILE
               RETRORPT-FILE.
           STOP RUN.
       END PROGRAM payretro.
