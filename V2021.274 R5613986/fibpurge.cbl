IDENTIFICATION DIVISION.
 PROGRAM-ID. FIBPURGE.

*> Retention housekeeping for the run-control master (FIBRNCT), the
*> control-total master (FIBCTOT) and the audit log (FIBAUD), which
*> otherwise grow for ever - FIBARCH only trims FIBOUT.
*> First every closed month (any month before the run month) not
*> yet on the monthly history file is rolled up into it: per month,
*> submissions by status, step postings by step name and audit runs
*> by job name (layout and meanings in FIBHIST). A month is rolled
*> once and never rewritten.
*> Then the detail dated before the retention cutoff - the run date
*> less the days in columns 1-3 of the SYSIN card, and never later
*> than the first of the run month - is purged, but only for a
*> month already on the history file and only for a date FIBBALNC
*> has balanced clean: its own FIBCTOT posting for that date must be
*> present with no leg out of balance. Any other date is held, with
*> all of its detail, and listed with the reason so the evidence for
*> an open out-of-balance day is never destroyed; rerunning FIBBALNC
*> for the date (SYSIN date card) releases it once it balances.
*> FIBRNCT and FIBCTOT records are deleted in place; the audit log
*> is sequential, so the records kept are written to FIBAUDNW and
*> the job step after this one swaps it over the log. Records whose
*> date cannot be read are never rolled and never purged.
*> The report lists the months rolled, then per master and month the
*> records read, purged, kept and held, then the held dates. Counts
*> post to FIBCTOT under FIBPURGE (read in, kept out, purged in AUX)
*> for FIBBALNC to prove. Return code 4 when any date was held.

ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
   SELECT SYSIN ASSIGN TO "SYSIN"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SYSIN-STATUS.
   SELECT FIBRUNCT ASSIGN TO "FIBRUNCT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FIBRNCT-KEY
       FILE STATUS IS WS-FIBRUNCT-STATUS.
   SELECT FIBCTOT ASSIGN TO "FIBCTOT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FIBCTOT-KEY
       FILE STATUS IS WS-FIBCTOT-STATUS.
   SELECT FIBAUDIT ASSIGN TO "FIBAUDIT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBAUDIT-STATUS.
   SELECT FIBAUDNW ASSIGN TO "FIBAUDNW"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBAUDNW-STATUS.
   SELECT FIBHIST ASSIGN TO "FIBHIST"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FIBHIST-KEY
       FILE STATUS IS WS-FIBHIST-STATUS.
   SELECT SYSOUT ASSIGN TO "SYSOUT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SYSOUT-STATUS.

DATA DIVISION.
 FILE SECTION.
  FD SYSIN
      RECORDING MODE IS F.
   01 PURGE-CONTROL-CARD.
      05 PURGE-CTL-RETAIN-DAYS PIC 9(3).
      05 FILLER PIC X(77).

  FD FIBRUNCT.
   COPY FIBRNCT.

  FD FIBCTOT.
   COPY FIBCTOT.

  FD FIBAUDIT
      RECORDING MODE IS F.
   COPY FIBAUD.

  FD FIBAUDNW
      RECORDING MODE IS F.
   01 FIBAUDNW-RECORD PIC X(95).

  FD FIBHIST.
   COPY FIBHIST.

  FD SYSOUT
      RECORDING MODE IS F.
   01 SYSOUT-RECORD PIC X(132).

 WORKING-STORAGE SECTION.
  01 WS-SYSIN-STATUS PIC X(2).
  01 WS-FIBRUNCT-STATUS PIC X(2).
  01 WS-FIBCTOT-STATUS PIC X(2).
  01 WS-FIBAUDIT-STATUS PIC X(2).
  01 WS-FIBAUDNW-STATUS PIC X(2).
  01 WS-FIBHIST-STATUS PIC X(2).
  01 WS-SYSOUT-STATUS PIC X(2).

  01 WS-END-OF-FILE-SWITCH PIC X VALUE 'N'.
     88 END-OF-MASTER VALUE 'Y'.

*> Set when the load-mode OPEN OUTPUT fallback was taken for a
*> never-initialized history cluster - it cannot be read, so no
*> month counts as rolled until it has been reopened.
  01 WS-HIST-LOAD-SWITCH PIC X VALUE 'N'.
     88 HIST-LOAD-MODE VALUE 'Y'.
  01 WS-HIST-READABLE-SWITCH PIC X VALUE 'N'.
     88 HISTORY-READABLE VALUE 'Y'.
*> Any failed history write stops all purging for the run - a month
*> half on the history file must not lose its detail.
  01 WS-HIST-FAILED-SWITCH PIC X VALUE 'N'.
     88 HISTORY-WRITE-FAILED VALUE 'Y'.

  01 WS-RETAIN-DAYS PIC 9(3) VALUE 400.
  01 WS-CUTOFF-DATE PIC 9(8).
  01 WS-CUTOFF-INTEGER PIC 9(9).
  01 WS-PURGE-BEFORE-DATE PIC 9(8).
  01 WS-RUN-MONTH PIC 9(6).

  01 WS-RUN-DATE.
     05 WS-RUN-YYYY PIC 9(4).
     05 WS-RUN-MM PIC 9(2).
     05 WS-RUN-DD PIC 9(2).
  01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

*> The master being worked and the record just read from it, reduced
*> to what the roll-up and the purge decision need.
  01 WS-SOURCE PIC X(1).
     88 SOURCE-RUN-CONTROL VALUE 'R'.
     88 SOURCE-CONTROL-TOTAL VALUE 'C'.
     88 SOURCE-AUDIT VALUE 'A'.
  01 WS-SOURCE-NAME PIC X(18).
  01 WS-REC-DATE PIC X(8).
  01 WS-REC-DATE-NUM REDEFINES WS-REC-DATE PIC 9(8).
  01 WS-REC-DATED-SWITCH PIC X.
     88 RECORD-DATED VALUE 'Y'.
  01 WS-REC-MONTH PIC 9(6).
  01 WS-REC-ITEM PIC X(8).
  01 WS-REC-AMOUNT-1 PIC 9(12).
  01 WS-REC-AMOUNT-2 PIC 9(12).
  01 WS-REC-AMOUNT-3 PIC 9(12).

*> FIBBALNC's posting for every date before the purge limit: the
*> date and the legs it found out of balance. A date not on the
*> table was never balanced. Past the table's end dates are simply
*> not loaded, so they are held until a later run.
  01 WS-BALANCE-TABLE.
     05 WS-BALANCE-ENTRY OCCURS 4000 TIMES.
        10 WS-BT-DATE PIC 9(8).
        10 WS-BT-BREAKS PIC 9(9).
  01 WS-BALANCE-COUNT PIC 9(4) VALUE 0.
  01 WS-BALANCE-IDX PIC 9(4).
  01 WS-BALANCE-OVERFLOW PIC 9(9) VALUE 0.

  01 WS-LAST-CHECK-DATE PIC 9(8) VALUE 0.
  01 WS-DATE-CLEAN-SWITCH PIC X VALUE 'N'.
     88 DATE-BALANCED-CLEAN VALUE 'Y'.
  01 WS-HOLD-REASON PIC X(40).

*> Dates held, for the listing at the end of the report.
  01 WS-HELD-TABLE.
     05 WS-HELD-ENTRY OCCURS 200 TIMES.
        10 WS-HT-DATE PIC 9(8).
        10 WS-HT-REASON PIC X(40).
  01 WS-HELD-COUNT PIC 9(3) VALUE 0.
  01 WS-HELD-IDX PIC 9(3).
  01 WS-HELD-FOUND-SWITCH PIC X.
     88 HELD-DATE-LISTED VALUE 'Y'.
  01 WS-HELD-NOT-LISTED PIC 9(9) VALUE 0.
  01 WS-LAST-HELD-DATE PIC 9(8) VALUE 0.

*> Roll-up of the month in hand, one entry per item; items beyond
*> the table share the last entry as *OTHER*.
  01 WS-ROLL-MONTH PIC 9(6).
  01 WS-ROLL-MONTH-SWITCH PIC X VALUE 'N'.
     88 MONTH-TO-ROLL VALUE 'Y'.
  01 WS-ROLL-RECORDS PIC 9(9).
  01 WS-ITEM-TABLE.
     05 WS-ITEM-ENTRY OCCURS 50 TIMES.
        10 WS-IT-ITEM PIC X(8).
        10 WS-IT-COUNT PIC 9(9).
        10 WS-IT-AMOUNT-1 PIC 9(12).
        10 WS-IT-AMOUNT-2 PIC 9(12).
        10 WS-IT-AMOUNT-3 PIC 9(12).
  01 WS-ITEM-COUNT PIC 9(2) VALUE 0.
  01 WS-ITEM-IDX PIC 9(2).
  01 WS-ITEM-FOUND-IDX PIC 9(2).

  01 WS-MONTH-IN-HISTORY-SWITCH PIC X VALUE 'N'.
     88 MONTH-IN-HISTORY VALUE 'Y'.

*> Purge tally for the month in hand.
  01 WS-PURGE-MONTH PIC 9(6).
  01 WS-PURGE-MONTH-SWITCH PIC X VALUE 'N'.
     88 PURGE-MONTH-STARTED VALUE 'Y'.
  01 WS-MONTH-COUNTS.
     05 WS-MON-READ PIC 9(9).
     05 WS-MON-PURGED PIC 9(9).
     05 WS-MON-KEPT PIC 9(9).
     05 WS-MON-HELD PIC 9(9).
     05 WS-MON-NOT-ROLLED PIC 9(9).
  01 WS-DISPOSITION PIC X(1).
     88 PURGE-RECORD VALUE 'P'.
     88 KEEP-RECORD VALUE 'K'.
     88 HOLD-RECORD VALUE 'H'.
     88 KEEP-NOT-ROLLED VALUE 'N'.

*> Timestamps are as ACCEPT FROM TIME left them: HHMMSShh in the
*> first eight characters of the X(16) fields.
  01 WS-TS-PARSE.
     05 WS-TS-HH PIC 9(2).
     05 WS-TS-MM PIC 9(2).
     05 WS-TS-SS PIC 9(2).
     05 WS-TS-HS PIC 9(2).
  01 WS-START-HUNDREDTHS PIC 9(9).
  01 WS-END-HUNDREDTHS PIC 9(9).

  01 WS-MONTHS-ROLLED PIC 9(5) VALUE 0.
  01 WS-HISTORY-WRITTEN PIC 9(9) VALUE 0.
  01 WS-TOTAL-READ PIC 9(9) VALUE 0.
  01 WS-TOTAL-PURGED PIC 9(9) VALUE 0.
  01 WS-TOTAL-KEPT PIC 9(9) VALUE 0.
  01 WS-TOTAL-HELD PIC 9(9) VALUE 0.

  01 WS-REPORT-SECTION PIC X(1) VALUE 'R'.
     88 ROLLUP-SECTION VALUE 'R'.
     88 PURGE-SECTION VALUE 'P'.
     88 HELD-SECTION VALUE 'H'.

  01 WS-PAGE-NUMBER PIC 9(5) VALUE 0.
  01 WS-LINE-COUNT PIC 9(3) VALUE 99.
  01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.

  01 WS-HEADING-LINE-1.
     05 FILLER PIC X(40)
        VALUE "RETENTION PURGE AND HISTORY ROLLUP".
     05 FILLER PIC X(6) VALUE "DATE: ".
     05 WS-HDG-YYYY PIC 9(4).
     05 FILLER PIC X VALUE "-".
     05 WS-HDG-MM PIC 9(2).
     05 FILLER PIC X VALUE "-".
     05 WS-HDG-DD PIC 9(2).
     05 FILLER PIC X(60) VALUE SPACES.
     05 FILLER PIC X(6) VALUE "PAGE  ".
     05 WS-HDG-PAGE PIC ZZZZ9.
     05 FILLER PIC X(5) VALUE SPACES.

  01 WS-HEADING-LINE-2.
     05 FILLER PIC X(7) VALUE "RETAIN ".
     05 WS-HDG-RETAIN PIC ZZ9.
     05 FILLER PIC X(36)
        VALUE " DAYS - PURGING DETAIL DATED BEFORE ".
     05 WS-HDG-PURGE-BEFORE PIC 9(8).
     05 FILLER PIC X(78) VALUE SPACES.

  01 WS-HEADING-LINE-3R.
     05 FILLER PIC X(10) VALUE "MONTH".
     05 FILLER PIC X(18) VALUE "MASTER ROLLED UP".
     05 FILLER PIC X(11) VALUE "    RECORDS".
     05 FILLER PIC X(4) VALUE SPACES.
     05 FILLER PIC X(7) VALUE "  ITEMS".
     05 FILLER PIC X(82) VALUE SPACES.

  01 WS-HEADING-LINE-3P.
     05 FILLER PIC X(10) VALUE "MONTH".
     05 FILLER PIC X(18) VALUE "MASTER".
     05 FILLER PIC X(13) VALUE "       READ".
     05 FILLER PIC X(13) VALUE "     PURGED".
     05 FILLER PIC X(13) VALUE "       KEPT".
     05 FILLER PIC X(13) VALUE "       HELD".
     05 FILLER PIC X(52) VALUE "NOTE".

  01 WS-HEADING-LINE-3H.
     05 FILLER PIC X(12) VALUE "DATE HELD".
     05 FILLER PIC X(120) VALUE "REASON".

  01 WS-DETAIL-LINE PIC X(132).

  01 WS-MONTH-EDIT.
     05 WS-ME-YYYY PIC 9(4).
     05 FILLER PIC X VALUE "-".
     05 WS-ME-MM PIC 9(2).
     05 FILLER PIC X(3) VALUE SPACES.
  01 WS-MONTH-EDIT-X REDEFINES WS-MONTH-EDIT PIC X(10).
  01 WS-MONTH-SPLIT.
     05 WS-MS-YYYY PIC 9(4).
     05 WS-MS-MM PIC 9(2).
  01 WS-MONTH-SPLIT-NUM REDEFINES WS-MONTH-SPLIT PIC 9(6).

  01 WS-ROLL-LINE.
     05 WS-RL-MONTH PIC X(10).
     05 WS-RL-MASTER PIC X(18).
     05 WS-RL-RECORDS PIC ZZZ,ZZZ,ZZ9.
     05 FILLER PIC X(4) VALUE SPACES.
     05 WS-RL-ITEMS PIC ZZZ,ZZ9.
     05 FILLER PIC X(82) VALUE SPACES.

  01 WS-PURGE-LINE.
     05 WS-PL-MONTH PIC X(10).
     05 WS-PL-MASTER PIC X(18).
     05 WS-PL-READ PIC ZZZ,ZZZ,ZZ9.
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-PL-PURGED PIC ZZZ,ZZZ,ZZ9.
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-PL-KEPT PIC ZZZ,ZZZ,ZZ9.
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-PL-HELD PIC ZZZ,ZZZ,ZZ9.
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-PL-NOTE PIC X(52).

  01 WS-HELD-LINE.
     05 WS-HL-DATE PIC 9(8).
     05 FILLER PIC X(4) VALUE SPACES.
     05 WS-HL-REASON PIC X(40).
     05 FILLER PIC X(80) VALUE SPACES.

  01 WS-BREAKS-EDIT PIC ZZ9.

  01 WS-TOTAL-LINE.
     05 WS-TOT-LABEL PIC X(30).
     05 WS-TOT-COUNT PIC ZZZZZZZZ9.
     05 FILLER PIC X(93) VALUE SPACES.

PROCEDURE DIVISION.
 PERFORM INITIALIZATION.
 PERFORM LOAD-BALANCING-RESULTS.
 PERFORM WRITE-PAGE-HEADINGS.
 PERFORM ROLL-UP-RUN-CONTROL.
 PERFORM ROLL-UP-CONTROL-TOTALS.
 PERFORM ROLL-UP-AUDIT-LOG.
 IF WS-MONTHS-ROLLED = 0
    MOVE "NO NEWLY CLOSED MONTHS TO ROLL UP" TO WS-DETAIL-LINE
    PERFORM WRITE-DETAIL-LINE
 END-IF.
 PERFORM REOPEN-HISTORY-FOR-INPUT.
 MOVE 'P' TO WS-REPORT-SECTION.
 PERFORM WRITE-PAGE-HEADINGS.
 PERFORM PURGE-RUN-CONTROL.
 PERFORM PURGE-CONTROL-TOTALS.
 PERFORM PURGE-AUDIT-LOG.
 PERFORM POST-CONTROL-TOTALS.
 MOVE 'H' TO WS-REPORT-SECTION.
 PERFORM WRITE-PAGE-HEADINGS.
 PERFORM WRITE-HELD-DATES.
 PERFORM WRITE-PURGE-TOTALS.
 IF HISTORY-READABLE
    CLOSE FIBHIST
 END-IF.
 CLOSE FIBRUNCT.
 CLOSE FIBCTOT.
 CLOSE SYSOUT.
 IF WS-TOTAL-HELD > 0 AND RETURN-CODE = 0
    MOVE 4 TO RETURN-CODE
 END-IF.
 STOP RUN.

 INITIALIZATION.
  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  MOVE WS-RUN-YYYY TO WS-HDG-YYYY.
  MOVE WS-RUN-MM TO WS-HDG-MM.
  MOVE WS-RUN-DD TO WS-HDG-DD.
  MOVE WS-RUN-DATE (1:6) TO WS-RUN-MONTH.
  OPEN INPUT SYSIN.
  IF WS-SYSIN-STATUS = "00"
     READ SYSIN
        AT END
           CONTINUE
        NOT AT END
           IF PURGE-CTL-RETAIN-DAYS IS NUMERIC
              AND PURGE-CTL-RETAIN-DAYS > 0
              MOVE PURGE-CTL-RETAIN-DAYS TO WS-RETAIN-DAYS
           END-IF
     END-READ
     CLOSE SYSIN
  END-IF.
  COMPUTE WS-CUTOFF-INTEGER =
     FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM) - WS-RETAIN-DAYS.
  COMPUTE WS-CUTOFF-DATE =
     FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INTEGER).
*> Detail of the open month is never purged, however short the
*> retention: it has not been rolled up yet.
  COMPUTE WS-PURGE-BEFORE-DATE = WS-RUN-MONTH * 100 + 1.
  IF WS-CUTOFF-DATE < WS-PURGE-BEFORE-DATE
     MOVE WS-CUTOFF-DATE TO WS-PURGE-BEFORE-DATE
  END-IF.
  MOVE WS-RETAIN-DAYS TO WS-HDG-RETAIN.
  MOVE WS-PURGE-BEFORE-DATE TO WS-HDG-PURGE-BEFORE.
  OPEN I-O FIBRUNCT.
  IF WS-FIBRUNCT-STATUS NOT = "00"
     DISPLAY "FIBRUNCT OPEN FAILED - STATUS " WS-FIBRUNCT-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  OPEN I-O FIBCTOT.
  IF WS-FIBCTOT-STATUS NOT = "00"
     DISPLAY "FIBCTOT OPEN FAILED - STATUS " WS-FIBCTOT-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  OPEN I-O FIBHIST.
  IF WS-FIBHIST-STATUS NOT = "00"
     OPEN OUTPUT FIBHIST
     IF WS-FIBHIST-STATUS = "00"
        MOVE 'Y' TO WS-HIST-LOAD-SWITCH
     END-IF
  END-IF.
  IF WS-FIBHIST-STATUS NOT = "00"
     DISPLAY "FIBHIST OPEN FAILED - STATUS " WS-FIBHIST-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  IF NOT HIST-LOAD-MODE
     MOVE 'Y' TO WS-HIST-READABLE-SWITCH
  END-IF.
  OPEN OUTPUT SYSOUT.
  IF WS-SYSOUT-STATUS NOT = "00"
     DISPLAY "SYSOUT OPEN FAILED - STATUS " WS-SYSOUT-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.

*> FIBBALNC posts its own result under step name FIBBALNC: IN is
*> the legs it checked, OUT the legs out of balance or not posted.
 LOAD-BALANCING-RESULTS.
  MOVE 'N' TO WS-END-OF-FILE-SWITCH.
  MOVE LOW-VALUES TO FIBCTOT-KEY.
  START FIBCTOT KEY IS NOT LESS THAN FIBCTOT-KEY
     INVALID KEY
        MOVE 'Y' TO WS-END-OF-FILE-SWITCH
  END-START.
  PERFORM LOAD-ONE-BALANCING-RESULT UNTIL END-OF-MASTER.

 LOAD-ONE-BALANCING-RESULT.
  PERFORM READ-NEXT-CONTROL-TOTAL.
  IF NOT END-OF-MASTER
     IF FIBCTOT-RUN-DATE NOT < WS-PURGE-BEFORE-DATE
        MOVE 'Y' TO WS-END-OF-FILE-SWITCH
     ELSE
        IF FIBCTOT-STEP-NAME = "FIBBALNC"
           IF WS-BALANCE-COUNT < 4000
              ADD 1 TO WS-BALANCE-COUNT
              MOVE FIBCTOT-RUN-DATE TO WS-BT-DATE (WS-BALANCE-COUNT)
              MOVE FIBCTOT-OUT-COUNT TO WS-BT-BREAKS (WS-BALANCE-COUNT)
           ELSE
              ADD 1 TO WS-BALANCE-OVERFLOW
           END-IF
        END-IF
     END-IF
  END-IF.

*> ---------------------------------------------------------------
*> Monthly roll-up. Each master is read in date order (FIBRNCT and
*> FIBCTOT by key, the audit log as appended) and every closed
*> month not already on the history file is summed by item and
*> written when the next month starts.
*> ---------------------------------------------------------------
 ROLL-UP-RUN-CONTROL.
  MOVE 'R' TO WS-SOURCE.
  MOVE "RUN CONTROL" TO WS-SOURCE-NAME.
  PERFORM START-ROLLUP-SOURCE.
  MOVE LOW-VALUES TO FIBRNCT-KEY.
  START FIBRUNCT KEY IS NOT LESS THAN FIBRNCT-KEY
     INVALID KEY
        MOVE 'Y' TO WS-END-OF-FILE-SWITCH
  END-START.
  PERFORM ROLL-UP-ONE-SUBMISSION UNTIL END-OF-MASTER.
  PERFORM FLUSH-ROLLUP-MONTH.

 ROLL-UP-ONE-SUBMISSION.
  PERFORM READ-NEXT-SUBMISSION.
  IF NOT END-OF-MASTER
     PERFORM EXTRACT-SUBMISSION-FIELDS
     PERFORM ROLL-UP-CURRENT-RECORD
  END-IF.

 ROLL-UP-CONTROL-TOTALS.
  MOVE 'C' TO WS-SOURCE.
  MOVE "CONTROL TOTALS" TO WS-SOURCE-NAME.
  PERFORM START-ROLLUP-SOURCE.
  MOVE LOW-VALUES TO FIBCTOT-KEY.
  START FIBCTOT KEY IS NOT LESS THAN FIBCTOT-KEY
     INVALID KEY
        MOVE 'Y' TO WS-END-OF-FILE-SWITCH
  END-START.
  PERFORM ROLL-UP-ONE-POSTING UNTIL END-OF-MASTER.
  PERFORM FLUSH-ROLLUP-MONTH.

 ROLL-UP-ONE-POSTING.
  PERFORM READ-NEXT-CONTROL-TOTAL.
  IF NOT END-OF-MASTER
     PERFORM EXTRACT-POSTING-FIELDS
     PERFORM ROLL-UP-CURRENT-RECORD
  END-IF.

 ROLL-UP-AUDIT-LOG.
  MOVE 'A' TO WS-SOURCE.
  MOVE "AUDIT LOG" TO WS-SOURCE-NAME.
  PERFORM START-ROLLUP-SOURCE.
  OPEN INPUT FIBAUDIT.
  IF WS-FIBAUDIT-STATUS NOT = "00"
     DISPLAY "FIBAUDIT OPEN FAILED - STATUS " WS-FIBAUDIT-STATUS
     MOVE 12 TO RETURN-CODE
     MOVE 'Y' TO WS-HIST-FAILED-SWITCH
  ELSE
     PERFORM ROLL-UP-ONE-AUDIT-RUN UNTIL END-OF-MASTER
     PERFORM FLUSH-ROLLUP-MONTH
     CLOSE FIBAUDIT
  END-IF.

 ROLL-UP-ONE-AUDIT-RUN.
  PERFORM READ-NEXT-AUDIT-RUN.
  IF NOT END-OF-MASTER
     PERFORM EXTRACT-AUDIT-FIELDS
     PERFORM ROLL-UP-CURRENT-RECORD
  END-IF.

 START-ROLLUP-SOURCE.
  MOVE 'N' TO WS-END-OF-FILE-SWITCH.
  MOVE 0 TO WS-ROLL-MONTH.
  MOVE 'N' TO WS-ROLL-MONTH-SWITCH.
  MOVE 0 TO WS-ITEM-COUNT.
  MOVE 0 TO WS-ROLL-RECORDS.

 ROLL-UP-CURRENT-RECORD.
  IF RECORD-DATED
     IF WS-REC-MONTH NOT = WS-ROLL-MONTH
        PERFORM FLUSH-ROLLUP-MONTH
        MOVE WS-REC-MONTH TO WS-ROLL-MONTH
        MOVE 0 TO WS-ITEM-COUNT
        MOVE 0 TO WS-ROLL-RECORDS
        MOVE 'N' TO WS-ROLL-MONTH-SWITCH
        IF WS-ROLL-MONTH < WS-RUN-MONTH
           PERFORM CHECK-MONTH-IN-HISTORY
           IF NOT MONTH-IN-HISTORY
              MOVE 'Y' TO WS-ROLL-MONTH-SWITCH
           END-IF
        END-IF
     END-IF
     IF MONTH-TO-ROLL
        PERFORM ADD-RECORD-TO-ITEM
     END-IF
  END-IF.

 ADD-RECORD-TO-ITEM.
  ADD 1 TO WS-ROLL-RECORDS.
  MOVE 0 TO WS-ITEM-FOUND-IDX.
  PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
     UNTIL WS-ITEM-IDX > WS-ITEM-COUNT OR WS-ITEM-FOUND-IDX > 0
     IF WS-IT-ITEM (WS-ITEM-IDX) = WS-REC-ITEM
        MOVE WS-ITEM-IDX TO WS-ITEM-FOUND-IDX
     END-IF
  END-PERFORM.
  IF WS-ITEM-FOUND-IDX = 0
     IF WS-ITEM-COUNT < 49
        ADD 1 TO WS-ITEM-COUNT
        MOVE WS-ITEM-COUNT TO WS-ITEM-FOUND-IDX
        MOVE WS-REC-ITEM TO WS-IT-ITEM (WS-ITEM-FOUND-IDX)
        PERFORM CLEAR-ITEM-ENTRY
     ELSE
        MOVE 50 TO WS-ITEM-FOUND-IDX
        IF WS-ITEM-COUNT < 50
           MOVE 50 TO WS-ITEM-COUNT
           MOVE "*OTHER*" TO WS-IT-ITEM (WS-ITEM-FOUND-IDX)
           PERFORM CLEAR-ITEM-ENTRY
        END-IF
     END-IF
  END-IF.
  ADD 1 TO WS-IT-COUNT (WS-ITEM-FOUND-IDX).
  ADD WS-REC-AMOUNT-1 TO WS-IT-AMOUNT-1 (WS-ITEM-FOUND-IDX).
  ADD WS-REC-AMOUNT-2 TO WS-IT-AMOUNT-2 (WS-ITEM-FOUND-IDX).
*> The audit roll-up keeps the largest run, not a sum.
  IF SOURCE-AUDIT
     IF WS-REC-AMOUNT-3 > WS-IT-AMOUNT-3 (WS-ITEM-FOUND-IDX)
        MOVE WS-REC-AMOUNT-3 TO WS-IT-AMOUNT-3 (WS-ITEM-FOUND-IDX)
     END-IF
  ELSE
     ADD WS-REC-AMOUNT-3 TO WS-IT-AMOUNT-3 (WS-ITEM-FOUND-IDX)
  END-IF.

 CLEAR-ITEM-ENTRY.
  MOVE 0 TO WS-IT-COUNT (WS-ITEM-FOUND-IDX).
  MOVE 0 TO WS-IT-AMOUNT-1 (WS-ITEM-FOUND-IDX).
  MOVE 0 TO WS-IT-AMOUNT-2 (WS-ITEM-FOUND-IDX).
  MOVE 0 TO WS-IT-AMOUNT-3 (WS-ITEM-FOUND-IDX).

 FLUSH-ROLLUP-MONTH.
  IF MONTH-TO-ROLL AND WS-ITEM-COUNT > 0
     PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
        UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
        PERFORM WRITE-HISTORY-ITEM
     END-PERFORM
     ADD 1 TO WS-MONTHS-ROLLED
     MOVE WS-ROLL-MONTH TO WS-MONTH-SPLIT-NUM
     PERFORM EDIT-MONTH
     MOVE WS-MONTH-EDIT-X TO WS-RL-MONTH
     MOVE WS-SOURCE-NAME TO WS-RL-MASTER
     MOVE WS-ROLL-RECORDS TO WS-RL-RECORDS
     MOVE WS-ITEM-COUNT TO WS-RL-ITEMS
     MOVE WS-ROLL-LINE TO WS-DETAIL-LINE
     PERFORM WRITE-DETAIL-LINE
  END-IF.
  MOVE 'N' TO WS-ROLL-MONTH-SWITCH.

 WRITE-HISTORY-ITEM.
  MOVE WS-ROLL-MONTH TO FIBHIST-MONTH.
  MOVE WS-SOURCE TO FIBHIST-SOURCE.
  MOVE WS-IT-ITEM (WS-ITEM-IDX) TO FIBHIST-ITEM.
  MOVE WS-IT-COUNT (WS-ITEM-IDX) TO FIBHIST-COUNT.
  MOVE WS-IT-AMOUNT-1 (WS-ITEM-IDX) TO FIBHIST-AMOUNT-1.
  MOVE WS-IT-AMOUNT-2 (WS-ITEM-IDX) TO FIBHIST-AMOUNT-2.
  MOVE WS-IT-AMOUNT-3 (WS-ITEM-IDX) TO FIBHIST-AMOUNT-3.
  MOVE WS-RUN-DATE-NUM TO FIBHIST-ROLLED-DATE.
  WRITE FIBHIST-RECORD
     INVALID KEY
        DISPLAY "FIBHIST WRITE FAILED - STATUS " WS-FIBHIST-STATUS
           " - " FIBHIST-KEY
        MOVE 8 TO RETURN-CODE
        MOVE 'Y' TO WS-HIST-FAILED-SWITCH
     NOT INVALID KEY
        ADD 1 TO WS-HISTORY-WRITTEN
  END-WRITE.

*> Any history record for the month and master means the month was
*> rolled by an earlier run.
 CHECK-MONTH-IN-HISTORY.
  MOVE 'N' TO WS-MONTH-IN-HISTORY-SWITCH.
  IF HISTORY-READABLE
     MOVE WS-REC-MONTH TO FIBHIST-MONTH
     MOVE WS-SOURCE TO FIBHIST-SOURCE
     MOVE LOW-VALUES TO FIBHIST-ITEM
     START FIBHIST KEY IS NOT LESS THAN FIBHIST-KEY
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           READ FIBHIST NEXT
              AT END
                 CONTINUE
              NOT AT END
                 IF FIBHIST-MONTH = WS-REC-MONTH
                    AND FIBHIST-SOURCE = WS-SOURCE
                    MOVE 'Y' TO WS-MONTH-IN-HISTORY-SWITCH
                 END-IF
           END-READ
     END-START
  END-IF.

*> The history just loaded must be readable for the purge to find
*> its months; a cluster still empty simply has none.
 REOPEN-HISTORY-FOR-INPUT.
  CLOSE FIBHIST.
  MOVE 'N' TO WS-HIST-READABLE-SWITCH.
  OPEN INPUT FIBHIST.
  IF WS-FIBHIST-STATUS = "00"
     MOVE 'Y' TO WS-HIST-READABLE-SWITCH
  ELSE
     DISPLAY "FIBHIST UNAVAILABLE - NOTHING PURGED - STATUS "
        WS-FIBHIST-STATUS
  END-IF.

*> ---------------------------------------------------------------
*> Purge. The same date order again; every record is tallied under
*> its month and kept, held or purged.
*> ---------------------------------------------------------------
 PURGE-RUN-CONTROL.
  MOVE 'R' TO WS-SOURCE.
  MOVE "RUN CONTROL" TO WS-SOURCE-NAME.
  PERFORM START-PURGE-SOURCE.
  MOVE LOW-VALUES TO FIBRNCT-KEY.
  START FIBRUNCT KEY IS NOT LESS THAN FIBRNCT-KEY
     INVALID KEY
        MOVE 'Y' TO WS-END-OF-FILE-SWITCH
  END-START.
  PERFORM PURGE-ONE-SUBMISSION UNTIL END-OF-MASTER.
  PERFORM WRITE-PURGE-MONTH-LINE.

 PURGE-ONE-SUBMISSION.
  PERFORM READ-NEXT-SUBMISSION.
  IF NOT END-OF-MASTER
     PERFORM EXTRACT-SUBMISSION-FIELDS
     PERFORM DECIDE-DISPOSITION
     IF PURGE-RECORD
        DELETE FIBRUNCT RECORD
           INVALID KEY
              DISPLAY "FIBRUNCT DELETE FAILED - STATUS "
                 WS-FIBRUNCT-STATUS " - " FIBRNCT-KEY
              MOVE 12 TO RETURN-CODE
              MOVE 'K' TO WS-DISPOSITION
        END-DELETE
     END-IF
     PERFORM TALLY-DISPOSITION
  END-IF.

 PURGE-CONTROL-TOTALS.
  MOVE 'C' TO WS-SOURCE.
  MOVE "CONTROL TOTALS" TO WS-SOURCE-NAME.
  PERFORM START-PURGE-SOURCE.
  MOVE LOW-VALUES TO FIBCTOT-KEY.
  START FIBCTOT KEY IS NOT LESS THAN FIBCTOT-KEY
     INVALID KEY
        MOVE 'Y' TO WS-END-OF-FILE-SWITCH
  END-START.
  PERFORM PURGE-ONE-POSTING UNTIL END-OF-MASTER.
  PERFORM WRITE-PURGE-MONTH-LINE.

 PURGE-ONE-POSTING.
  PERFORM READ-NEXT-CONTROL-TOTAL.
  IF NOT END-OF-MASTER
     PERFORM EXTRACT-POSTING-FIELDS
     PERFORM DECIDE-DISPOSITION
     IF PURGE-RECORD
        DELETE FIBCTOT RECORD
           INVALID KEY
              DISPLAY "FIBCTOT DELETE FAILED - STATUS "
                 WS-FIBCTOT-STATUS " - " FIBCTOT-KEY
              MOVE 12 TO RETURN-CODE
              MOVE 'K' TO WS-DISPOSITION
        END-DELETE
     END-IF
     PERFORM TALLY-DISPOSITION
  END-IF.

*> A failed copy ends the pass with return code 12, which keeps the
*> job from swapping the short copy over the log.
 PURGE-AUDIT-LOG.
  MOVE 'A' TO WS-SOURCE.
  MOVE "AUDIT LOG" TO WS-SOURCE-NAME.
  PERFORM START-PURGE-SOURCE.
  OPEN INPUT FIBAUDIT.
  IF WS-FIBAUDIT-STATUS NOT = "00"
     DISPLAY "FIBAUDIT OPEN FAILED - STATUS " WS-FIBAUDIT-STATUS
     MOVE 12 TO RETURN-CODE
  ELSE
     OPEN OUTPUT FIBAUDNW
     IF WS-FIBAUDNW-STATUS NOT = "00"
        DISPLAY "FIBAUDNW OPEN FAILED - STATUS " WS-FIBAUDNW-STATUS
        MOVE 12 TO RETURN-CODE
     ELSE
        PERFORM PURGE-ONE-AUDIT-RUN UNTIL END-OF-MASTER
        PERFORM WRITE-PURGE-MONTH-LINE
        CLOSE FIBAUDNW
     END-IF
     CLOSE FIBAUDIT
  END-IF.

 PURGE-ONE-AUDIT-RUN.
  PERFORM READ-NEXT-AUDIT-RUN.
  IF NOT END-OF-MASTER
     PERFORM EXTRACT-AUDIT-FIELDS
     PERFORM DECIDE-DISPOSITION
     IF NOT PURGE-RECORD
        WRITE FIBAUDNW-RECORD FROM FIBAUD-RECORD
        IF WS-FIBAUDNW-STATUS NOT = "00"
           DISPLAY "FIBAUDNW WRITE FAILED - STATUS "
              WS-FIBAUDNW-STATUS
           MOVE 12 TO RETURN-CODE
           MOVE 'Y' TO WS-END-OF-FILE-SWITCH
        END-IF
     END-IF
     PERFORM TALLY-DISPOSITION
  END-IF.

 START-PURGE-SOURCE.
  MOVE 'N' TO WS-END-OF-FILE-SWITCH.
  MOVE 'N' TO WS-PURGE-MONTH-SWITCH.
  MOVE 0 TO WS-PURGE-MONTH.

*> Purged only when old enough, its month is on the history file,
*> no history write failed this run, and FIBBALNC balanced the date
*> clean. An undated record is kept.
 DECIDE-DISPOSITION.
  IF NOT RECORD-DATED
     MOVE 0 TO WS-REC-MONTH
  END-IF.
  IF NOT PURGE-MONTH-STARTED OR WS-REC-MONTH NOT = WS-PURGE-MONTH
     PERFORM WRITE-PURGE-MONTH-LINE
     MOVE 'Y' TO WS-PURGE-MONTH-SWITCH
     MOVE WS-REC-MONTH TO WS-PURGE-MONTH
     MOVE 0 TO WS-MON-READ
     MOVE 0 TO WS-MON-PURGED
     MOVE 0 TO WS-MON-KEPT
     MOVE 0 TO WS-MON-HELD
     MOVE 0 TO WS-MON-NOT-ROLLED
     MOVE 'N' TO WS-MONTH-IN-HISTORY-SWITCH
     IF RECORD-DATED
        PERFORM CHECK-MONTH-IN-HISTORY
     END-IF
  END-IF.
  MOVE 'K' TO WS-DISPOSITION.
  IF RECORD-DATED AND WS-REC-DATE-NUM < WS-PURGE-BEFORE-DATE
     IF NOT MONTH-IN-HISTORY OR HISTORY-WRITE-FAILED
        MOVE 'N' TO WS-DISPOSITION
     ELSE
        PERFORM CHECK-DATE-BALANCED
        IF DATE-BALANCED-CLEAN
           MOVE 'P' TO WS-DISPOSITION
        ELSE
           MOVE 'H' TO WS-DISPOSITION
           PERFORM NOTE-HELD-DATE
        END-IF
     END-IF
  END-IF.

 TALLY-DISPOSITION.
  ADD 1 TO WS-MON-READ.
  ADD 1 TO WS-TOTAL-READ.
  EVALUATE TRUE
     WHEN PURGE-RECORD
        ADD 1 TO WS-MON-PURGED
        ADD 1 TO WS-TOTAL-PURGED
     WHEN HOLD-RECORD
        ADD 1 TO WS-MON-HELD
        ADD 1 TO WS-MON-KEPT
        ADD 1 TO WS-TOTAL-HELD
        ADD 1 TO WS-TOTAL-KEPT
     WHEN KEEP-NOT-ROLLED
        ADD 1 TO WS-MON-NOT-ROLLED
        ADD 1 TO WS-MON-KEPT
        ADD 1 TO WS-TOTAL-KEPT
     WHEN OTHER
        ADD 1 TO WS-MON-KEPT
        ADD 1 TO WS-TOTAL-KEPT
  END-EVALUATE.

 WRITE-PURGE-MONTH-LINE.
  IF PURGE-MONTH-STARTED
     IF WS-PURGE-MONTH = 0
        MOVE "UNDATED" TO WS-PL-MONTH
     ELSE
        MOVE WS-PURGE-MONTH TO WS-MONTH-SPLIT-NUM
        PERFORM EDIT-MONTH
        MOVE WS-MONTH-EDIT-X TO WS-PL-MONTH
     END-IF
     MOVE WS-SOURCE-NAME TO WS-PL-MASTER
     MOVE WS-MON-READ TO WS-PL-READ
     MOVE WS-MON-PURGED TO WS-PL-PURGED
     MOVE WS-MON-KEPT TO WS-PL-KEPT
     MOVE WS-MON-HELD TO WS-PL-HELD
     MOVE SPACES TO WS-PL-NOTE
     EVALUATE TRUE
        WHEN WS-PURGE-MONTH = 0
           MOVE "DATE UNREADABLE - KEPT" TO WS-PL-NOTE
        WHEN WS-MON-NOT-ROLLED > 0
           MOVE "NOT ON HISTORY FILE - KEPT" TO WS-PL-NOTE
        WHEN WS-MON-HELD > 0
           MOVE "DATES NOT BALANCED CLEAN - HELD" TO WS-PL-NOTE
        WHEN WS-PURGE-MONTH NOT < WS-RUN-MONTH
           MOVE "OPEN MONTH" TO WS-PL-NOTE
     END-EVALUATE
     MOVE WS-PURGE-LINE TO WS-DETAIL-LINE
     PERFORM WRITE-DETAIL-LINE
  END-IF.
  MOVE 'N' TO WS-PURGE-MONTH-SWITCH.

 CHECK-DATE-BALANCED.
  IF WS-REC-DATE-NUM NOT = WS-LAST-CHECK-DATE
     MOVE WS-REC-DATE-NUM TO WS-LAST-CHECK-DATE
     MOVE 'N' TO WS-DATE-CLEAN-SWITCH
     MOVE "NOT BALANCED BY FIBBALNC" TO WS-HOLD-REASON
     PERFORM VARYING WS-BALANCE-IDX FROM 1 BY 1
        UNTIL WS-BALANCE-IDX > WS-BALANCE-COUNT
        IF WS-BT-DATE (WS-BALANCE-IDX) = WS-REC-DATE-NUM
           IF WS-BT-BREAKS (WS-BALANCE-IDX) = 0
              MOVE 'Y' TO WS-DATE-CLEAN-SWITCH
           ELSE
              MOVE 'N' TO WS-DATE-CLEAN-SWITCH
              MOVE WS-BT-BREAKS (WS-BALANCE-IDX) TO WS-BREAKS-EDIT
              MOVE SPACES TO WS-HOLD-REASON
              STRING "OUT OF BALANCE - " WS-BREAKS-EDIT
                     " LEG(S) BROKEN"
                     DELIMITED BY SIZE INTO WS-HOLD-REASON
           END-IF
        END-IF
     END-PERFORM
  END-IF.

 NOTE-HELD-DATE.
  IF WS-REC-DATE-NUM NOT = WS-LAST-HELD-DATE
     MOVE WS-REC-DATE-NUM TO WS-LAST-HELD-DATE
     MOVE 'N' TO WS-HELD-FOUND-SWITCH
     PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
        UNTIL WS-HELD-IDX > WS-HELD-COUNT OR HELD-DATE-LISTED
        IF WS-HT-DATE (WS-HELD-IDX) = WS-REC-DATE-NUM
           MOVE 'Y' TO WS-HELD-FOUND-SWITCH
        END-IF
     END-PERFORM
     IF NOT HELD-DATE-LISTED
        IF WS-HELD-COUNT < 200
           ADD 1 TO WS-HELD-COUNT
           MOVE WS-REC-DATE-NUM TO WS-HT-DATE (WS-HELD-COUNT)
           MOVE WS-HOLD-REASON TO WS-HT-REASON (WS-HELD-COUNT)
        ELSE
           ADD 1 TO WS-HELD-NOT-LISTED
        END-IF
     END-IF
  END-IF.

*> ---------------------------------------------------------------
*> Record access and the reduction of each master's record to the
*> date, item and amounts the roll-up and purge work from.
*> ---------------------------------------------------------------
 READ-NEXT-SUBMISSION.
  READ FIBRUNCT NEXT
     AT END
        MOVE 'Y' TO WS-END-OF-FILE-SWITCH
  END-READ.
  IF WS-FIBRUNCT-STATUS NOT = "00" AND WS-FIBRUNCT-STATUS NOT = "10"
     DISPLAY "FIBRUNCT READ FAILED - STATUS " WS-FIBRUNCT-STATUS
     MOVE 12 TO RETURN-CODE
     MOVE 'Y' TO WS-END-OF-FILE-SWITCH
  END-IF.

 READ-NEXT-CONTROL-TOTAL.
  READ FIBCTOT NEXT
     AT END
        MOVE 'Y' TO WS-END-OF-FILE-SWITCH
  END-READ.
  IF WS-FIBCTOT-STATUS NOT = "00" AND WS-FIBCTOT-STATUS NOT = "10"
     DISPLAY "FIBCTOT READ FAILED - STATUS " WS-FIBCTOT-STATUS
     MOVE 12 TO RETURN-CODE
     MOVE 'Y' TO WS-END-OF-FILE-SWITCH
  END-IF.

 READ-NEXT-AUDIT-RUN.
  READ FIBAUDIT
     AT END
        MOVE 'Y' TO WS-END-OF-FILE-SWITCH
  END-READ.
  IF WS-FIBAUDIT-STATUS NOT = "00" AND WS-FIBAUDIT-STATUS NOT = "10"
     DISPLAY "FIBAUDIT READ FAILED - STATUS " WS-FIBAUDIT-STATUS
     MOVE 12 TO RETURN-CODE
     MOVE 'Y' TO WS-END-OF-FILE-SWITCH
  END-IF.

*> The run date is on the record; the run prefix starts with the
*> same date and stands in for a record that lacks it.
 EXTRACT-SUBMISSION-FIELDS.
  IF FIBRNCT-RUN-DATE IS NUMERIC AND FIBRNCT-RUN-DATE > 0
     MOVE FIBRNCT-RUN-DATE TO WS-REC-DATE-NUM
  ELSE
     MOVE FIBRNCT-RUN-PREFIX (1:8) TO WS-REC-DATE
  END-IF.
  PERFORM SET-RECORD-MONTH.
  MOVE SPACES TO WS-REC-ITEM.
  MOVE FIBRNCT-RUN-STATUS TO WS-REC-ITEM.
  MOVE 0 TO WS-REC-AMOUNT-1.
  MOVE 0 TO WS-REC-AMOUNT-2.
  MOVE 0 TO WS-REC-AMOUNT-3.
  IF FIBRNCT-CARD-COUNT IS NUMERIC
     MOVE FIBRNCT-CARD-COUNT TO WS-REC-AMOUNT-1
  END-IF.
  IF FIBRNCT-XTRCT-POSTED = 'Y'
     MOVE 1 TO WS-REC-AMOUNT-2
  END-IF.
  IF FIBRNCT-REPORT-POSTED = 'Y'
     MOVE 1 TO WS-REC-AMOUNT-3
  END-IF.

 EXTRACT-POSTING-FIELDS.
  MOVE FIBCTOT-RUN-DATE TO WS-REC-DATE.
  PERFORM SET-RECORD-MONTH.
  MOVE FIBCTOT-STEP-NAME TO WS-REC-ITEM.
  MOVE FIBCTOT-IN-COUNT TO WS-REC-AMOUNT-1.
  MOVE FIBCTOT-OUT-COUNT TO WS-REC-AMOUNT-2.
  MOVE FIBCTOT-AUX-COUNT TO WS-REC-AMOUNT-3.

*> Elapsed seconds as FIBAUDRP reckons them, a run that crossed
*> midnight included.
 EXTRACT-AUDIT-FIELDS.
  MOVE FIBAUD-RUN-DATE TO WS-REC-DATE.
  PERFORM SET-RECORD-MONTH.
  MOVE FIBAUD-JOB-NAME TO WS-REC-ITEM.
  MOVE 0 TO WS-REC-AMOUNT-1.
  MOVE 0 TO WS-REC-AMOUNT-2.
  MOVE 0 TO WS-REC-AMOUNT-3.
  IF FIBAUD-TERM-COUNT IS NUMERIC
     MOVE FIBAUD-TERM-COUNT TO WS-REC-AMOUNT-1
     MOVE FIBAUD-TERM-COUNT TO WS-REC-AMOUNT-3
  END-IF.
  IF FIBAUD-START-TS (1:8) IS NUMERIC
     AND FIBAUD-END-TS (1:8) IS NUMERIC
     MOVE FIBAUD-START-TS (1:8) TO WS-TS-PARSE
     COMPUTE WS-START-HUNDREDTHS =
        ((WS-TS-HH * 3600) + (WS-TS-MM * 60) + WS-TS-SS) * 100
        + WS-TS-HS
     MOVE FIBAUD-END-TS (1:8) TO WS-TS-PARSE
     COMPUTE WS-END-HUNDREDTHS =
        ((WS-TS-HH * 3600) + (WS-TS-MM * 60) + WS-TS-SS) * 100
        + WS-TS-HS
     IF WS-END-HUNDREDTHS < WS-START-HUNDREDTHS
        ADD 8640000 TO WS-END-HUNDREDTHS
     END-IF
     COMPUTE WS-REC-AMOUNT-2 =
        (WS-END-HUNDREDTHS - WS-START-HUNDREDTHS) / 100
  END-IF.

 SET-RECORD-MONTH.
  MOVE 'N' TO WS-REC-DATED-SWITCH.
  MOVE 0 TO WS-REC-MONTH.
  IF WS-REC-DATE IS NUMERIC AND WS-REC-DATE-NUM > 0
     MOVE 'Y' TO WS-REC-DATED-SWITCH
     MOVE WS-REC-DATE (1:6) TO WS-REC-MONTH
  END-IF.

 EDIT-MONTH.
  MOVE WS-MS-YYYY TO WS-ME-YYYY.
  MOVE WS-MS-MM TO WS-ME-MM.

*> The purge runs at most once per date, so its posting replaces
*> whatever a rerun of the same day left: records read in, records
*> kept out, records purged in the AUX count - FIBBALNC proves read
*> equals kept plus purged.
 POST-CONTROL-TOTALS.
  MOVE WS-RUN-DATE-NUM TO FIBCTOT-RUN-DATE.
  MOVE "FIBPURGE" TO FIBCTOT-STEP-NAME.
  READ FIBCTOT
     INVALID KEY
        PERFORM LOAD-CONTROL-COUNTS
        WRITE FIBCTOT-RECORD
           INVALID KEY
              DISPLAY "FIBCTOT WRITE FAILED - STATUS "
                 WS-FIBCTOT-STATUS
        END-WRITE
     NOT INVALID KEY
        PERFORM LOAD-CONTROL-COUNTS
        REWRITE FIBCTOT-RECORD
           INVALID KEY
              DISPLAY "FIBCTOT REWRITE FAILED - STATUS "
                 WS-FIBCTOT-STATUS
        END-REWRITE
  END-READ.

 LOAD-CONTROL-COUNTS.
  MOVE WS-TOTAL-READ TO FIBCTOT-IN-COUNT.
  MOVE WS-TOTAL-KEPT TO FIBCTOT-OUT-COUNT.
  MOVE WS-TOTAL-PURGED TO FIBCTOT-AUX-COUNT.
  MOVE 0 TO FIBCTOT-HASH-TOTAL.

 WRITE-HELD-DATES.
  IF WS-HELD-COUNT = 0
     MOVE "NO DATES HELD" TO WS-DETAIL-LINE
     PERFORM WRITE-DETAIL-LINE
  END-IF.
  PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
     UNTIL WS-HELD-IDX > WS-HELD-COUNT
     MOVE WS-HT-DATE (WS-HELD-IDX) TO WS-HL-DATE
     MOVE WS-HT-REASON (WS-HELD-IDX) TO WS-HL-REASON
     MOVE WS-HELD-LINE TO WS-DETAIL-LINE
     PERFORM WRITE-DETAIL-LINE
  END-PERFORM.

 WRITE-PAGE-HEADINGS.
  ADD 1 TO WS-PAGE-NUMBER.
  MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE.
  WRITE SYSOUT-RECORD FROM WS-HEADING-LINE-1 AFTER ADVANCING PAGE.
  WRITE SYSOUT-RECORD FROM WS-HEADING-LINE-2 AFTER ADVANCING 1 LINE.
  EVALUATE TRUE
     WHEN ROLLUP-SECTION
        WRITE SYSOUT-RECORD FROM WS-HEADING-LINE-3R
           AFTER ADVANCING 2 LINES
     WHEN PURGE-SECTION
        WRITE SYSOUT-RECORD FROM WS-HEADING-LINE-3P
           AFTER ADVANCING 2 LINES
     WHEN OTHER
        WRITE SYSOUT-RECORD FROM WS-HEADING-LINE-3H
           AFTER ADVANCING 2 LINES
  END-EVALUATE.
  MOVE SPACES TO SYSOUT-RECORD.
  WRITE SYSOUT-RECORD AFTER ADVANCING 1 LINE.
  MOVE 0 TO WS-LINE-COUNT.

 WRITE-DETAIL-LINE.
  IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
     PERFORM WRITE-PAGE-HEADINGS
  END-IF.
  WRITE SYSOUT-RECORD FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
  ADD 1 TO WS-LINE-COUNT.
  IF WS-SYSOUT-STATUS NOT = "00"
     DISPLAY "SYSOUT WRITE FAILED - STATUS " WS-SYSOUT-STATUS
     MOVE 12 TO RETURN-CODE
  END-IF.

 WRITE-PURGE-TOTALS.
  IF WS-HELD-NOT-LISTED > 0
     MOVE "HELD DATES NOT LISTED:" TO WS-TOT-LABEL
     MOVE WS-HELD-NOT-LISTED TO WS-TOT-COUNT
     WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE
  END-IF.
  IF WS-BALANCE-OVERFLOW > 0
     MOVE "BALANCED DATES NOT LOADED:" TO WS-TOT-LABEL
     MOVE WS-BALANCE-OVERFLOW TO WS-TOT-COUNT
     WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE
  END-IF.
  IF HISTORY-WRITE-FAILED
     MOVE "HISTORY NOT COMPLETE - NOTHING PURGED" TO SYSOUT-RECORD
     WRITE SYSOUT-RECORD AFTER ADVANCING 2 LINES
  END-IF.
  MOVE "MONTHS ROLLED UP:" TO WS-TOT-LABEL.
  MOVE WS-MONTHS-ROLLED TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.
  MOVE "HISTORY RECORDS WRITTEN:" TO WS-TOT-LABEL.
  MOVE WS-HISTORY-WRITTEN TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "DETAIL RECORDS READ:" TO WS-TOT-LABEL.
  MOVE WS-TOTAL-READ TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "DETAIL RECORDS PURGED:" TO WS-TOT-LABEL.
  MOVE WS-TOTAL-PURGED TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "DETAIL RECORDS KEPT:" TO WS-TOT-LABEL.
  MOVE WS-TOTAL-KEPT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "RECORDS HELD (NOT BALANCED):" TO WS-TOT-LABEL.
  MOVE WS-TOTAL-HELD TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "DATES HELD:" TO WS-TOT-LABEL.
  COMPUTE WS-TOT-COUNT = WS-HELD-COUNT + WS-HELD-NOT-LISTED.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
