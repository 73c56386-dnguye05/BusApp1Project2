      *         before/after image of every field changed.
      *         The transaction record is the NEWEMP layout with the
      *         maintenance action code (A/C/D) carried in the first
      *         of the two spare bytes after the hire date. A change
      *         may carry an effective date (YYYYMMDD) in the first
      *         eight bytes of the filler before the hire date; it is
      *         journaled with the change so payretro can pay back
      *         the difference on a back-dated rate change.
      ******************************************************************
      *MODIFICATION HISTORY:
      *  2026-08-22  DN  Initial version: EMPMAST add/change/delete
      *                  the before-image, deletes write it back, and
      *                  adds are removed. The backout itself is not
      *                  journaled.
      *  2026-10-15  DN  Change transactions can carry an effective
      *                  date (T-EFF-DATE, blank meaning effective the
      *                  day applied); a date that is not a valid
      *                  YYYYMMDD rejects the change. The date prints
      *                  on the register and goes on the MAINTJRNL
      *                  record (now 140 bytes, JN-EFF-DATE after the
      *                  before-image) but is not kept on the master.
      *  2026-10-15  DN  An effective date past the end of its month
      *                  (a 31st of a 30-day month, February 29th of
      *                  a non-leap year) now rejects the change.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. empmaint.
       01  REGISTER-REC PIC X(110).
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-REC PIC X(140).
       FD  PARAMETER-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-REC PIC X(30).
           03 T-SSN PIC X(9).
           03 T-DEPT PIC X(4).
           03 T-LOCATION PIC X(4).
           03 T-EFF-DATE PIC X(8).
           03 T-EFF-DATE-PARTS REDEFINES T-EFF-DATE.
               05 T-EFF-YYYY PIC 9(4).
               05 T-EFF-MM PIC 9(2).
               05 T-EFF-DD PIC 9(2).
           03 T-EMPTYSPACES1 PIC X(8).
           03 T-DATE PIC X(8).
           03 T-ACTION PIC X(1).
               88 ADD-ACTION VALUE 'A'.
       01  PARM-STATUS PIC XX VALUE SPACES.
      *BEFORE-IMAGE JOURNAL RECORD: EVERY APPLIED ADD, CHANGE AND
      *DELETE IS STAMPED WITH THE RUN DATE/TIME AND TRANSACTION
      *NUMBER SO A BAD BATCH CAN BE BACKED OUT BY RUN. A CHANGE
      *ALSO CARRIES ITS EFFECTIVE DATE (BLANK IF NONE WAS GIVEN).
       01  JOURNAL-DATA.
           03 JN-RUN-DATE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 JN-ACTION PIC X(1).
           03 FILLER PIC X(1) VALUE SPACE.
           03 JN-IMAGE PIC X(106).
           03 FILLER PIC X(1) VALUE SPACE.
           03 JN-EFF-DATE PIC X(8).
       01  RUN-STAMP.
           03 STAMP-DATE PIC X(8) VALUE SPACES.
           03 STAMP-TIME PIC X(6) VALUE SPACES.
           03 REJ-COUNT PIC 9(4) VALUE 0.
           03 HELD-COUNT PIC 9(4) VALUE 0.
           03 FLD-CHG-COUNT PIC 9(2) VALUE 0.
      *DAYS IN EACH MONTH, FOR CHECKING AN EFFECTIVE DATE; FEBRUARY
      *HAS 29 IN A LEAP YEAR.
       01  MONTH-LENGTH-VALUES PIC X(24)
           VALUE '312831303130313130313031'.
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           03 ML-DAYS PIC 9(2) OCCURS 12 TIMES.
       01  MONTH-LENGTH PIC 9(2) VALUE 0.
       01  LEAP-QUOTIENT PIC 9(4) VALUE 0.
       01  LEAP-REM-4 PIC 9(3) VALUE 0.
       01  LEAP-REM-100 PIC 9(3) VALUE 0.
       01  LEAP-REM-400 PIC 9(3) VALUE 0.
       01  EFF-DATE-OK-SW PIC X(1) VALUE 'N'.
           88 EFF-DATE-OK VALUE 'Y'.
       01  MISC.
           03 EOF-T PIC 9 VALUE 0.
           03 PGNUM PIC 999 VALUE 1.
           END-READ.
       3000-APPLY-ADD.
           MOVE TXN-DATA TO MASTER-EMP-REC.
           MOVE SPACES TO M-EMPTYSPACES1 (1:8).
           MOVE SPACES TO M-EMPTYSPACES2.
           WRITE MASTER-EMP-REC
               INVALID KEY
                   COMPUTE ADD-COUNT = ADD-COUNT + 1
                   MOVE 'A' TO JN-ACTION
                   MOVE MASTER-EMP-REC TO JN-IMAGE
                   MOVE SPACES TO JN-EFF-DATE
                   PERFORM 3500-WRITE-JOURNAL
                   MOVE 'ADD' TO MA-ACTION
                   MOVE 'ADDED TO MASTER' TO MA-RESULT
                   PERFORM 3400-WRITE-ACTION-LINE
           END-WRITE.
       3100-APPLY-CHANGE.
           PERFORM 3105-CHECK-EFF-DATE.
           IF T-EFF-DATE NOT = SPACES
               AND NOT EFF-DATE-OK
               MOVE 'BAD EFFECTIVE DATE, CHANGE REJECTED'
                   TO MA-RESULT
               PERFORM 3300-WRITE-REJECT
           ELSE
               MOVE T-EMPID TO M-EMPID
               READ EMPMAST-FILE
                   INVALID KEY
                       MOVE 'NOT ON MASTER, CHANGE REJECTED'
                           TO MA-RESULT
                       PERFORM 3300-WRITE-REJECT
                   NOT INVALID KEY
                       PERFORM 3110-CHANGE-MATCHED-MASTER
               END-READ
           END-IF.
       3105-CHECK-EFF-DATE.
           MOVE 'N' TO EFF-DATE-OK-SW.
           IF T-EFF-DATE NUMERIC
               AND T-EFF-MM > 0 AND T-EFF-MM < 13
               AND T-EFF-DD > 0
               MOVE ML-DAYS (T-EFF-MM) TO MONTH-LENGTH
               IF T-EFF-MM = 2
                   DIVIDE T-EFF-YYYY BY 4 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REM-4
                   DIVIDE T-EFF-YYYY BY 100 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REM-100
                   DIVIDE T-EFF-YYYY BY 400 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REM-400
                   IF LEAP-REM-4 = 0
                       AND (LEAP-REM-100 NOT = 0 OR LEAP-REM-400 = 0)
                       MOVE 29 TO MONTH-LENGTH
                   END-IF
               END-IF
               IF T-EFF-DD NOT > MONTH-LENGTH
                   MOVE 'Y' TO EFF-DATE-OK-SW
               END-IF
           END-IF.
       3110-CHANGE-MATCHED-MASTER.
           MOVE MASTER-EMP-REC TO OLD-EMP-DATA.
           MOVE TXN-DATA TO MASTER-EMP-REC.
           MOVE SPACES TO M-EMPTYSPACES1 (1:8).
           MOVE SPACES TO M-EMPTYSPACES2.
           REWRITE MASTER-EMP-REC
               INVALID KEY
                   COMPUTE CHG-COUNT = CHG-COUNT + 1
                   MOVE 'C' TO JN-ACTION
                   MOVE OLD-EMP-DATA TO JN-IMAGE
                   MOVE T-EFF-DATE TO JN-EFF-DATE
                   PERFORM 3500-WRITE-JOURNAL
                   MOVE 'CHANGE' TO MA-ACTION
                   MOVE 'CHANGED ON MASTER' TO MA-RESULT
               MOVE '(RECORD UNCHANGED)' TO FLD-AFTER
               PERFORM 3130-WRITE-CHANGE-LINE
           END-IF.
           IF T-EFF-DATE NOT = SPACES
               MOVE 'EFFECTIVE' TO FLD-NAME
               MOVE SPACES TO FLD-BEFORE
               MOVE T-EFF-DATE TO FLD-AFTER
               PERFORM 3130-WRITE-CHANGE-LINE
           END-IF.
       3130-WRITE-CHANGE-LINE.
           COMPUTE FLD-CHG-COUNT = FLD-CHG-COUNT + 1.
           MOVE FLD-NAME TO MC-FIELD.
                   COMPUTE DEL-COUNT = DEL-COUNT + 1
                   MOVE 'D' TO JN-ACTION
                   MOVE OLD-EMP-DATA TO JN-IMAGE
                   MOVE SPACES TO JN-EFF-DATE
                   PERFORM 3500-WRITE-JOURNAL
                   MOVE 'DELETE' TO MA-ACTION
                   MOVE O-LNAME TO T-LNAME
