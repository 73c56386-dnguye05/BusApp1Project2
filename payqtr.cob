      *         QTRPARM parameter file (YEAR=nnnn and QUARTER=n, one
      *         per record), falling back to console prompts the same
      *         way project2 falls back when RUNOPTS is absent.
      *         Federal and state tax withheld print in their own
      *         columns beside gross; the deductions column is the
      *         total withheld, taxes included, so gross less
      *         deductions is still net.
      *         Each statement closes with the employee's vacation
      *         and sick leave balances from project2's LEAVEBAL
      *         file, when there is one.
      ******************************************************************
      *MODIFICATION HISTORY:
      *  2026-09-02  DN  Initial version: per-employee quarterly
      *                  earnings statements over PAYHIST so quarter-
      *                  end filings no longer mean digging paper
      *                  registers out of a drawer.
      *  2026-10-15  DN  PAYHIST records are now 150 bytes and carry
      *                  taxable wages and federal and state tax
      *                  withheld; statements show FED TAX and ST TAX
      *                  columns for each period, the quarter and the
      *                  year. Older records without the tax fields
      *                  count as no tax withheld.
      *  2026-10-15  DN  Statements print the employee's current
      *                  vacation and sick leave balances from
      *                  LEAVEBAL (optional; no line without it).
      *  2026-10-15  DN  Adjustment records from payadj are shown on
      *                  the statement and marked VOIDED, REISSUED
      *                  or OFF-CYCLE; a void is taken off the
      *                  quarter and year totals.
      *  2026-10-15  DN  Quarter and year totals are signed so a void
      *                  read ahead of its original still nets out;
      *                  PAYHIST records of the same employee and
      *                  period keep their file order in the sort.
      *  2026-10-15  DN  Quarter and year total lines print a minus
      *                  sign; statement columns respaced to line up
      *                  with them on a 132-column line. A LEAVEBAL
      *                  over 50000 entries is reported.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. payqtr.
           SELECT PARAMETER-FILE ASSIGN TO 'QTRPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT LEAVEBAL-FILE ASSIGN TO 'LEAVEBAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEAVEBAL-STATUS.
           SELECT QTRSTMT-FILE ASSIGN TO 'QTRSTMT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QTRSTMT-STATUS.
       FILE SECTION.
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
       FD  PARAMETER-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-REC PIC X(20).
       FD  LEAVEBAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEAVEBAL-REC PIC X(69).
       FD  QTRSTMT-FILE
           LABEL RECORDS ARE OMITTED.
       01  QTRSTMT-REC PIC X(132).
       WORKING-STORAGE SECTION.
      *THE PAY HISTORY RECORD AS PROJECT2 WRITES IT FROM
      *PAYHIST-DATA; THE AMOUNT FIELDS ARE UNEDITED NUMERICS.
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
       01  HOLD-PERIOD.
           03 PER-YYYY PIC 9(4).
           03 PER-MM PIC 9(2).
               05 PB-HOURS PIC 9(3)V9(2).
               05 PB-OTHOURS PIC 9(3)V9(2).
               05 PB-GROSS PIC 9(7)V9(2).
               05 PB-FED-TAX PIC 9(7)V9(2).
               05 PB-STATE-TAX PIC 9(7)V9(2).
               05 PB-DEDUCT PIC 9(7)V9(2).
               05 PB-NET PIC 9(7)V9(2).
               05 PB-ADJ-CODE PIC X(1).
       01  PB-COUNT PIC 9(2) VALUE 0.
       01  PB-IDX PIC 9(2) VALUE 0.
       01  PB-WARNED-SW PIC X(1) VALUE 'N'.
           03 CURR-LNAME PIC X(15) VALUE SPACES.
           03 CURR-FNAME PIC X(15) VALUE SPACES.
       01  QTR-TOTALS.
           03 QT-HOURS PIC S9(5)V9(2) VALUE 0.
           03 QT-OTHOURS PIC S9(5)V9(2) VALUE 0.
           03 QT-GROSS PIC S9(9)V9(2) VALUE 0.
           03 QT-FED-TAX PIC S9(9)V9(2) VALUE 0.
           03 QT-STATE-TAX PIC S9(9)V9(2) VALUE 0.
           03 QT-DEDUCT PIC S9(9)V9(2) VALUE 0.
           03 QT-NET PIC S9(9)V9(2) VALUE 0.
       01  YEAR-TOTALS.
           03 YR-HOURS PIC S9(5)V9(2) VALUE 0.
           03 YR-OTHOURS PIC S9(5)V9(2) VALUE 0.
           03 YR-GROSS PIC S9(9)V9(2) VALUE 0.
           03 YR-FED-TAX PIC S9(9)V9(2) VALUE 0.
           03 YR-STATE-TAX PIC S9(9)V9(2) VALUE 0.
           03 YR-DEDUCT PIC S9(9)V9(2) VALUE 0.
           03 YR-NET PIC S9(9)V9(2) VALUE 0.
       01  STMT-HEADING1.
           03 SH1-CURR-DATE PIC 99/99/99.
           03 FILLER PIC X(25) VALUES SPACES.
           03 SE-FNAME PIC X(15).
       01  STMT-COL-HEADER.
           03 FILLER PIC X(3) VALUES SPACES.
           03 FILLER PIC X(12) VALUES 'PERIOD'.
           03 FILLER PIC X(10) VALUES 'HOURS'.
           03 FILLER PIC X(10) VALUES 'OT HRS'.
           03 FILLER PIC X(16) VALUES 'GROSS'.
           03 FILLER PIC X(14) VALUES 'FED TAX'.
           03 FILLER PIC X(14) VALUES 'ST TAX'.
           03 FILLER PIC X(14) VALUES 'DEDUCTS'.
           03 FILLER PIC X(12) VALUES 'NET PAY'.
       01  STMT-DETAIL.
           03 FILLER PIC X(3) VALUES SPACES.
           03 SD2-PERIOD PIC X(8).
           03 FILLER PIC X(4) VALUES SPACES.
           03 SD2-HOURS PIC ZZZ.99.
           03 FILLER PIC X(4) VALUES SPACES.
           03 SD2-OTHOURS PIC ZZZ.99.
           03 FILLER PIC X(4) VALUES SPACES.
           03 SD2-GROSS PIC Z,ZZZ,ZZZ.99.
           03 FILLER PIC X(4) VALUES SPACES.
           03 SD2-FED-TAX PIC ZZZ,ZZZ.99.
           03 FILLER PIC X(4) VALUES SPACES.
           03 SD2-STATE-TAX PIC ZZZ,ZZZ.99.
           03 FILLER PIC X(4) VALUES SPACES.
           03 SD2-DEDUCT PIC ZZZ,ZZZ.99.
           03 FILLER PIC X(4) VALUES SPACES.
           03 SD2-NET PIC Z,ZZZ,ZZZ.99.
           03 FILLER PIC X(2) VALUES SPACES.
           03 SD2-ADJ PIC X(10).
       01  STMT-TOTAL-LINE.
           03 FILLER PIC X(3) VALUES SPACES.
           03 ST-LABEL PIC X(8).
           03 FILLER PIC X(2) VALUES SPACES.
           03 ST-HOURS PIC ZZZZZ.99-.
           03 FILLER PIC X(1) VALUES SPACES.
           03 ST-OTHOURS PIC ZZZZZ.99-.
           03 FILLER PIC X(1) VALUES SPACES.
           03 ST-GROSS PIC ZZZ,ZZZ,ZZZ.99-.
           03 FILLER PIC X(1) VALUES SPACES.
           03 ST-FED-TAX PIC Z,ZZZ,ZZZ.99-.
           03 FILLER PIC X(1) VALUES SPACES.
           03 ST-STATE-TAX PIC Z,ZZZ,ZZZ.99-.
           03 FILLER PIC X(1) VALUES SPACES.
           03 ST-DEDUCT PIC Z,ZZZ,ZZZ.99-.
           03 FILLER PIC X(1) VALUES SPACES.
           03 ST-NET PIC ZZZ,ZZZ,ZZZ.99-.
       01  STMT-LEAVE-LINE.
           03 FILLER PIC X(3) VALUES SPACES.
           03 FILLER PIC X(24) VALUES 'LEAVE BALANCE AS OF'.
           03 SL-UPDATED PIC X(8).
           03 FILLER PIC X(4) VALUES SPACES.
           03 FILLER PIC X(9) VALUES 'VACATION'.
           03 SL-VAC-BAL PIC ZZZ9.99.
           03 FILLER PIC X(4) VALUES SPACES.
           03 FILLER PIC X(5) VALUES 'SICK'.
           03 SL-SICK-BAL PIC ZZZ9.99.
           03 FILLER PIC X(6) VALUES ' HOURS'.
       01  STMT-FOOTER1.
           03 FILLER PIC X(40) VALUES
           'EMPLOYEES WITH EARNINGS THIS QUARTER:'.
           03 HIST-BAD-COUNT PIC 9(4) VALUE 0.
       01  PAYHIST-STATUS PIC XX VALUE SPACES.
       01  QTRSTMT-STATUS PIC XX VALUE SPACES.
      *LEAVE BALANCES AS LAST SAVED BY A LIVE PAY RUN.
       01  LEAVEBAL-STATUS PIC XX VALUE SPACES.
       01  LEAVEBAL-DATA.
           03 LB-EMPID PIC X(7).
           03 FILLER PIC X(1).
           03 LB-LNAME PIC X(15).
           03 FILLER PIC X(1).
           03 LB-FNAME PIC X(15).
           03 FILLER PIC X(1).
           03 LB-VAC-BAL PIC 9(4)V9(2).
           03 FILLER PIC X(1).
           03 LB-SICK-BAL PIC 9(4)V9(2).
           03 FILLER PIC X(1).
           03 LB-PERIOD-ID PIC X(6).
           03 FILLER PIC X(1).
           03 LB-UPDATED PIC X(8).
       01  LEAVE-TABLE.
           03 LEAVE-ENTRY OCCURS 50000 TIMES.
               05 LV-EMPID PIC X(7).
               05 LV-VAC-BAL PIC 9(4)V9(2).
               05 LV-SICK-BAL PIC 9(4)V9(2).
               05 LV-UPDATED PIC X(8).
       01  LEAVE-COUNT PIC 9(5) VALUE 0.
       01  LEAVE-IDX PIC 9(5) VALUE 0.
       01  LEAVE-FOUND-IDX PIC 9(5) VALUE 0.
       01  MISC.
           03 EOF-H PIC 9 VALUE 0.
           03 PGNUM PIC 999 VALUE 1.
           COMPUTE Q-MM-LOW = (STMT-QTR - 1) * 3 + 1.
           COMPUTE Q-MM-HIGH = STMT-QTR * 3.
           PERFORM 1100-SORT-HISTORY.
           PERFORM 1150-LOAD-LEAVE-BALANCES.
           PERFORM 1200-OPEN-FILES.
           PERFORM 1400-PRINT-HEADER.
           PERFORM 2000-READ-ONE-HISTORY.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-EMPID
               ON ASCENDING KEY SW-PERIOD
               WITH DUPLICATES IN ORDER
               USING PAYHIST-FILE
               GIVING SORTED-FILE.
       1150-LOAD-LEAVE-BALANCES.
           OPEN INPUT LEAVEBAL-FILE.
           IF LEAVEBAL-STATUS = '00'
               PERFORM 1160-READ-ONE-LEAVE-BALANCE
                   UNTIL LEAVEBAL-STATUS NOT = '00'
                   OR LEAVE-COUNT = 50000
               IF LEAVEBAL-STATUS = '00'
                   READ LEAVEBAL-FILE
               END-IF
               IF LEAVEBAL-STATUS = '00'
                   DISPLAY 'WARNING: LEAVEBAL HAS MORE THAN 50000 '
                       'ENTRIES; EMPLOYEES PAST THE FIRST 50000 PRINT '
                       'WITHOUT LEAVE BALANCES.'
               END-IF
               CLOSE LEAVEBAL-FILE
           ELSE
               DISPLAY 'NO LEAVEBAL FILE FOUND, STATEMENTS PRINT '
                   'WITHOUT LEAVE BALANCES.'
           END-IF.
       1160-READ-ONE-LEAVE-BALANCE.
           READ LEAVEBAL-FILE INTO LEAVEBAL-DATA.
           IF LEAVEBAL-STATUS = '00'
               IF LB-VAC-BAL NUMERIC AND LB-SICK-BAL NUMERIC
                   COMPUTE LEAVE-COUNT = LEAVE-COUNT + 1
                   MOVE LB-EMPID TO LV-EMPID (LEAVE-COUNT)
                   MOVE LB-VAC-BAL TO LV-VAC-BAL (LEAVE-COUNT)
                   MOVE LB-SICK-BAL TO LV-SICK-BAL (LEAVE-COUNT)
                   MOVE LB-UPDATED TO LV-UPDATED (LEAVE-COUNT)
               END-IF
           END-IF.
       1200-OPEN-FILES.
           OPEN INPUT SORTED-FILE.
           OPEN OUTPUT QTRSTMT-FILE.
               MOVE 0 TO QT-HOURS
               MOVE 0 TO QT-OTHOURS
               MOVE 0 TO QT-GROSS
               MOVE 0 TO QT-FED-TAX
               MOVE 0 TO QT-STATE-TAX
               MOVE 0 TO QT-DEDUCT
               MOVE 0 TO QT-NET
               MOVE 0 TO YR-HOURS
               MOVE 0 TO YR-OTHOURS
               MOVE 0 TO YR-GROSS
               MOVE 0 TO YR-FED-TAX
               MOVE 0 TO YR-STATE-TAX
               MOVE 0 TO YR-DEDUCT
               MOVE 0 TO YR-NET
           END-IF.
           PERFORM 2200-FOLD-ONE-HISTORY.
           PERFORM 2000-READ-ONE-HISTORY.
       2200-FOLD-ONE-HISTORY.
           IF PH-TAXABLE = SPACES
               MOVE 0 TO PH-TAXABLE
           END-IF.
           IF PH-FED-TAX = SPACES
               MOVE 0 TO PH-FED-TAX
           END-IF.
           IF PH-STATE-TAX = SPACES
               MOVE 0 TO PH-STATE-TAX
           END-IF.
           IF PH-PERIOD NOT NUMERIC
               OR PH-HOURS NOT NUMERIC
               OR PH-OTHOURS NOT NUMERIC
               OR PH-GROSS NOT NUMERIC
               OR PH-DEDUCT NOT NUMERIC
               OR PH-NET NOT NUMERIC
               OR PH-FED-TAX NOT NUMERIC
               OR PH-STATE-TAX NOT NUMERIC
               COMPUTE HIST-BAD-COUNT = HIST-BAD-COUNT + 1
           ELSE
               MOVE PH-PERIOD TO HOLD-PERIOD
               IF PER-YYYY = STMT-YEAR
                   IF PH-ADJ-CODE = 'V'
                       PERFORM 2250-TAKE-OFF-YEAR-VOID
                   ELSE
                       PERFORM 2240-ADD-TO-YEAR
                   END-IF
                   IF PER-MM >= Q-MM-LOW AND PER-MM <= Q-MM-HIGH
                       PERFORM 2300-BUFFER-QUARTER-PERIOD
                   END-IF
               END-IF
           END-IF.
       2240-ADD-TO-YEAR.
           COMPUTE YR-HOURS = YR-HOURS + PH-HOURS.
           COMPUTE YR-OTHOURS = YR-OTHOURS + PH-OTHOURS.
           COMPUTE YR-GROSS = YR-GROSS + PH-GROSS.
           COMPUTE YR-FED-TAX = YR-FED-TAX + PH-FED-TAX.
           COMPUTE YR-STATE-TAX = YR-STATE-TAX + PH-STATE-TAX.
           COMPUTE YR-DEDUCT = YR-DEDUCT + PH-DEDUCT.
           COMPUTE YR-NET = YR-NET + PH-NET.
      *A VOID IS DATED WITH THE PERIOD OF THE PAYMENT IT CANCELS, SO
      *IT ALWAYS FALLS IN THE SAME YEAR AND QUARTER AS THAT PAYMENT.
       2250-TAKE-OFF-YEAR-VOID.
           COMPUTE YR-HOURS = YR-HOURS - PH-HOURS.
           COMPUTE YR-OTHOURS = YR-OTHOURS - PH-OTHOURS.
           COMPUTE YR-GROSS = YR-GROSS - PH-GROSS.
           COMPUTE YR-FED-TAX = YR-FED-TAX - PH-FED-TAX.
           COMPUTE YR-STATE-TAX = YR-STATE-TAX - PH-STATE-TAX.
           COMPUTE YR-DEDUCT = YR-DEDUCT - PH-DEDUCT.
           COMPUTE YR-NET = YR-NET - PH-NET.
       2260-TAKE-OFF-QUARTER-VOID.
           COMPUTE QT-HOURS = QT-HOURS - PH-HOURS.
           COMPUTE QT-OTHOURS = QT-OTHOURS - PH-OTHOURS.
           COMPUTE QT-GROSS = QT-GROSS - PH-GROSS.
           COMPUTE QT-FED-TAX = QT-FED-TAX - PH-FED-TAX.
           COMPUTE QT-STATE-TAX = QT-STATE-TAX - PH-STATE-TAX.
           COMPUTE QT-DEDUCT = QT-DEDUCT - PH-DEDUCT.
           COMPUTE QT-NET = QT-NET - PH-NET.
       2300-BUFFER-QUARTER-PERIOD.
           IF PH-ADJ-CODE = 'V'
               PERFORM 2260-TAKE-OFF-QUARTER-VOID
           ELSE
               COMPUTE QT-HOURS = QT-HOURS + PH-HOURS
               COMPUTE QT-OTHOURS = QT-OTHOURS + PH-OTHOURS
               COMPUTE QT-GROSS = QT-GROSS + PH-GROSS
               COMPUTE QT-FED-TAX = QT-FED-TAX + PH-FED-TAX
               COMPUTE QT-STATE-TAX = QT-STATE-TAX + PH-STATE-TAX
               COMPUTE QT-DEDUCT = QT-DEDUCT + PH-DEDUCT
               COMPUTE QT-NET = QT-NET + PH-NET
           END-IF.
           IF PB-COUNT < 30
               COMPUTE PB-COUNT = PB-COUNT + 1
               MOVE PH-PERIOD TO PB-PERIOD (PB-COUNT)
               MOVE PH-HOURS TO PB-HOURS (PB-COUNT)
               MOVE PH-OTHOURS TO PB-OTHOURS (PB-COUNT)
               MOVE PH-GROSS TO PB-GROSS (PB-COUNT)
               MOVE PH-FED-TAX TO PB-FED-TAX (PB-COUNT)
               MOVE PH-STATE-TAX TO PB-STATE-TAX (PB-COUNT)
               MOVE PH-DEDUCT TO PB-DEDUCT (PB-COUNT)
               MOVE PH-NET TO PB-NET (PB-COUNT)
               MOVE PH-ADJ-CODE TO PB-ADJ-CODE (PB-COUNT)
           ELSE
               IF PB-WARNED-SW = 'N'
                   DISPLAY 'WARNING: MORE THAN 30 PERIODS IN ONE '
               MOVE QT-HOURS TO ST-HOURS
               MOVE QT-OTHOURS TO ST-OTHOURS
               MOVE QT-GROSS TO ST-GROSS
               MOVE QT-FED-TAX TO ST-FED-TAX
               MOVE QT-STATE-TAX TO ST-STATE-TAX
               MOVE QT-DEDUCT TO ST-DEDUCT
               MOVE QT-NET TO ST-NET
               PERFORM 2700-WRITE-TOTAL-LINE
               MOVE YR-HOURS TO ST-HOURS
               MOVE YR-OTHOURS TO ST-OTHOURS
               MOVE YR-GROSS TO ST-GROSS
               MOVE YR-FED-TAX TO ST-FED-TAX
               MOVE YR-STATE-TAX TO ST-STATE-TAX
               MOVE YR-DEDUCT TO ST-DEDUCT
               MOVE YR-NET TO ST-NET
               PERFORM 2700-WRITE-TOTAL-LINE
               PERFORM 2550-PRINT-LEAVE-BALANCE
               MOVE SPACES TO QTRSTMT-REC
               WRITE QTRSTMT-REC
                   AFTER ADVANCING 1 LINE
               COMPUTE STMTLINECOUNTER = STMTLINECOUNTER + 1
           END-IF.
       2550-PRINT-LEAVE-BALANCE.
           MOVE 0 TO LEAVE-FOUND-IDX.
           PERFORM 2560-MATCH-ONE-LEAVE
               VARYING LEAVE-IDX FROM 1 BY 1
               UNTIL LEAVE-IDX > LEAVE-COUNT
               OR LEAVE-FOUND-IDX > 0.
           IF LEAVE-FOUND-IDX > 0
               MOVE LV-UPDATED (LEAVE-FOUND-IDX) TO SL-UPDATED
               MOVE LV-VAC-BAL (LEAVE-FOUND-IDX) TO SL-VAC-BAL
               MOVE LV-SICK-BAL (LEAVE-FOUND-IDX) TO SL-SICK-BAL
               WRITE QTRSTMT-REC FROM STMT-LEAVE-LINE
                   AFTER ADVANCING 1 LINE
               COMPUTE STMTLINECOUNTER = STMTLINECOUNTER + 1
           END-IF.
       2560-MATCH-ONE-LEAVE.
           IF LV-EMPID (LEAVE-IDX) = CURR-EMPID
               MOVE LEAVE-IDX TO LEAVE-FOUND-IDX
           END-IF.
       2600-PRINT-ONE-PERIOD.
           MOVE PB-PERIOD (PB-IDX) TO SD2-PERIOD.
           MOVE PB-HOURS (PB-IDX) TO SD2-HOURS.
           MOVE PB-OTHOURS (PB-IDX) TO SD2-OTHOURS.
           MOVE PB-GROSS (PB-IDX) TO SD2-GROSS.
           MOVE PB-FED-TAX (PB-IDX) TO SD2-FED-TAX.
           MOVE PB-STATE-TAX (PB-IDX) TO SD2-STATE-TAX.
           MOVE PB-DEDUCT (PB-IDX) TO SD2-DEDUCT.
           MOVE PB-NET (PB-IDX) TO SD2-NET.
           MOVE SPACES TO SD2-ADJ.
           IF PB-ADJ-CODE (PB-IDX) = 'V'
               MOVE 'VOIDED' TO SD2-ADJ
           END-IF.
           IF PB-ADJ-CODE (PB-IDX) = 'R'
               MOVE 'REISSUED' TO SD2-ADJ
           END-IF.
           IF PB-ADJ-CODE (PB-IDX) = 'O'
               MOVE 'OFF-CYCLE' TO SD2-ADJ
           END-IF.
           WRITE QTRSTMT-REC FROM STMT-DETAIL
               AFTER ADVANCING 1 LINE.
           IF QTRSTMT-STATUS NOT = '00'
