IDENTIFICATION DIVISION.
 PROGRAM-ID. FIBCALRP.

*> Coming-month run schedule: one line for every night of a month
*> saying what the nightly chain will do - run the DAILY deck, run
*> the named deck the FIBCALN run calendar gives for the date, or
*> not run at all on a holiday - with the number of cards that deck
*> holds on the FIBCNTL control-card KSDS today. A night scheduled
*> for a deck with no cards is flagged DECK HAS NO CARDS; FIBCUNLD
*> would refuse that deck with return code 8 and the COND gates
*> would bypass the whole chain that night, so nothing would run.
*> The report ends with return code 4 while there is still time to
*> load the deck (FIBCLOAD) or correct the calendar (FIBCALMT).
*> Totals give the nights per deck and the holidays. SYSIN
*> columns 1-6 (YYYYMM) select the month; a blank or missing card
*> reports the month after the run date. A calendar that cannot be
*> opened is reported as every night DAILY, as the unload step
*> itself would run.

ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
   SELECT SYSIN ASSIGN TO "SYSIN"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SYSIN-STATUS.
   SELECT FIBCALN ASSIGN TO "FIBCALN"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS FIBCALN-KEY
       FILE STATUS IS WS-FIBCALN-STATUS.
   SELECT FIBCNTL ASSIGN TO "FIBCNTL"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FIBCARD-KEY
       FILE STATUS IS WS-FIBCNTL-STATUS.
   SELECT SYSOUT ASSIGN TO "SYSOUT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SYSOUT-STATUS.

DATA DIVISION.
 FILE SECTION.
  FD SYSIN
      RECORDING MODE IS F.
   01 CALRP-CONTROL-CARD.
      05 CALRP-CTL-MONTH PIC X(6).
      05 FILLER PIC X(74).

  FD FIBCALN.
   COPY FIBCALN.

  FD FIBCNTL.
   COPY FIBCARD.

  FD SYSOUT
      RECORDING MODE IS F.
   01 SYSOUT-RECORD PIC X(132).

 WORKING-STORAGE SECTION.
  01 WS-SYSIN-STATUS PIC X(2).
  01 WS-FIBCALN-STATUS PIC X(2).
  01 WS-FIBCNTL-STATUS PIC X(2).
  01 WS-SYSOUT-STATUS PIC X(2).

  01 WS-CALN-SWITCH PIC X VALUE 'N'.
     88 CALENDAR-AVAILABLE VALUE 'Y'.
  01 WS-END-OF-DECK-SWITCH PIC X VALUE 'N'.
     88 END-OF-DECK VALUE 'Y'.

  01 WS-SCHED-MONTH.
     05 WS-SCHED-YYYY PIC 9(4).
     05 WS-SCHED-MM PIC 9(2).
  01 WS-SCHED-MONTH-X REDEFINES WS-SCHED-MONTH PIC X(6).

  01 WS-DAY-DATE.
     05 WS-DAY-YYYY PIC 9(4).
     05 WS-DAY-MM PIC 9(2).
     05 WS-DAY-DD PIC 9(2).
  01 WS-DAY-DATE-NUM REDEFINES WS-DAY-DATE PIC 9(8).
  01 WS-DAY-INTEGER PIC 9(8).
  01 WS-WEEKDAY-IDX PIC 9(1).

*> Day 1 of the integer calendar (1601-01-01) was a Monday.
  01 WS-WEEKDAY-VALUES.
     05 FILLER PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
  01 WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-VALUES.
     05 WS-WEEKDAY-NAME PIC X(3) OCCURS 7 TIMES.

  01 WS-NIGHT-DECK PIC X(8).
  01 WS-NIGHT-DESCRIPTION PIC X(30).

*> One entry per deck the month runs, in order of first use; a
*> month cannot run more decks than it has nights.
  01 WS-DECK-TABLE.
     05 WS-DECK-ENTRY OCCURS 31 TIMES.
        10 WS-DT-DECK-NAME PIC X(8).
        10 WS-DT-CARD-COUNT PIC 9(3).
        10 WS-DT-NIGHTS PIC 9(3).
  01 WS-DECKS-USED PIC 9(3) VALUE 0.
  01 WS-DECK-IDX PIC 9(3).
  01 WS-FOUND-IDX PIC 9(3).

  01 WS-NIGHT-COUNT PIC 9(5) VALUE 0.
  01 WS-HOLIDAY-COUNT PIC 9(5) VALUE 0.
  01 WS-EMPTY-DECK-COUNT PIC 9(5) VALUE 0.

  01 WS-RUN-DATE.
     05 WS-RUN-YYYY PIC 9(4).
     05 WS-RUN-MM PIC 9(2).
     05 WS-RUN-DD PIC 9(2).
  01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

  01 WS-PAGE-NUMBER PIC 9(5) VALUE 0.
  01 WS-LINE-COUNT PIC 9(3) VALUE 99.
  01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.

  01 WS-HEADING-LINE-1.
     05 FILLER PIC X(40)
        VALUE "BUSINESS RUN CALENDAR - MONTH SCHEDULE".
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
     05 FILLER PIC X(23) VALUE "NIGHTLY RUNS FOR MONTH ".
     05 WS-HDG-SCHED-YYYY PIC 9(4).
     05 FILLER PIC X VALUE "-".
     05 WS-HDG-SCHED-MM PIC 9(2).
     05 FILLER PIC X(102) VALUE SPACES.

  01 WS-HEADING-LINE-3.
     05 FILLER PIC X(12) VALUE "DATE".
     05 FILLER PIC X(5) VALUE "DAY".
     05 FILLER PIC X(20) VALUE "RUNS".
     05 FILLER PIC X(7) VALUE "CARDS".
     05 FILLER PIC X(32) VALUE "DESCRIPTION".
     05 FILLER PIC X(56) VALUE "WARNING".

  01 WS-DETAIL-LINE PIC X(132).

  01 WS-NIGHT-LINE.
     05 WS-NL-YYYY PIC 9(4).
     05 FILLER PIC X VALUE "-".
     05 WS-NL-MM PIC 9(2).
     05 FILLER PIC X VALUE "-".
     05 WS-NL-DD PIC 9(2).
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-NL-WEEKDAY PIC X(3).
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-NL-RUNS PIC X(18).
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-NL-CARDS PIC X(5).
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-NL-DESCRIPTION PIC X(30).
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-NL-WARNING PIC X(56).

  01 WS-NL-CARD-COUNT PIC ZZ9.

  01 WS-TOTAL-LINE.
     05 WS-TOT-LABEL PIC X(30).
     05 WS-TOT-COUNT PIC ZZZZZZZZ9.
     05 FILLER PIC X(93) VALUE SPACES.

PROCEDURE DIVISION.
 PERFORM INITIALIZATION.
 PERFORM WRITE-PAGE-HEADINGS.
 PERFORM REPORT-ONE-NIGHT UNTIL WS-DAY-MM NOT = WS-SCHED-MM.
 PERFORM WRITE-SCHEDULE-TOTALS.
 IF CALENDAR-AVAILABLE
    CLOSE FIBCALN
 END-IF.
 CLOSE FIBCNTL.
 CLOSE SYSOUT.
 IF WS-EMPTY-DECK-COUNT > 0 AND RETURN-CODE < 4
    MOVE 4 TO RETURN-CODE
 END-IF.
 STOP RUN.

 INITIALIZATION.
  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  MOVE WS-RUN-YYYY TO WS-HDG-YYYY.
  MOVE WS-RUN-MM TO WS-HDG-MM.
  MOVE WS-RUN-DD TO WS-HDG-DD.
  IF WS-RUN-MM = 12
     COMPUTE WS-SCHED-YYYY = WS-RUN-YYYY + 1
     MOVE 1 TO WS-SCHED-MM
  ELSE
     MOVE WS-RUN-YYYY TO WS-SCHED-YYYY
     COMPUTE WS-SCHED-MM = WS-RUN-MM + 1
  END-IF.
  OPEN INPUT SYSIN.
  IF WS-SYSIN-STATUS = "00"
     READ SYSIN
        AT END
           CONTINUE
        NOT AT END
           IF CALRP-CTL-MONTH IS NUMERIC
              AND CALRP-CTL-MONTH (5:2) >= "01"
              AND CALRP-CTL-MONTH (5:2) <= "12"
              MOVE CALRP-CTL-MONTH TO WS-SCHED-MONTH-X
           END-IF
     END-READ
     CLOSE SYSIN
  END-IF.
  MOVE WS-SCHED-YYYY TO WS-HDG-SCHED-YYYY.
  MOVE WS-SCHED-MM TO WS-HDG-SCHED-MM.
  OPEN INPUT FIBCNTL.
  IF WS-FIBCNTL-STATUS NOT = "00"
     DISPLAY "FIBCNTL OPEN FAILED - STATUS " WS-FIBCNTL-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  OPEN INPUT FIBCALN.
  IF WS-FIBCALN-STATUS = "00"
     MOVE 'Y' TO WS-CALN-SWITCH
  ELSE
     DISPLAY "FIBCALN UNAVAILABLE - EVERY NIGHT SHOWN AS DAILY - "
        "STATUS " WS-FIBCALN-STATUS
  END-IF.
  OPEN OUTPUT SYSOUT.
  IF WS-SYSOUT-STATUS NOT = "00"
     DISPLAY "SYSOUT OPEN FAILED - STATUS " WS-SYSOUT-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  MOVE SPACES TO WS-DECK-TABLE.
  MOVE WS-SCHED-YYYY TO WS-DAY-YYYY.
  MOVE WS-SCHED-MM TO WS-DAY-MM.
  MOVE 1 TO WS-DAY-DD.
  COMPUTE WS-DAY-INTEGER = FUNCTION INTEGER-OF-DATE (WS-DAY-DATE-NUM).

*> One night: what the calendar gives for the date, the cards the
*> deck holds, then on to the next date.
 REPORT-ONE-NIGHT.
  ADD 1 TO WS-NIGHT-COUNT.
  MOVE WS-DAY-YYYY TO WS-NL-YYYY.
  MOVE WS-DAY-MM TO WS-NL-MM.
  MOVE WS-DAY-DD TO WS-NL-DD.
  MOVE SPACES TO WS-NL-RUNS.
  MOVE SPACES TO WS-NL-CARDS.
  MOVE SPACES TO WS-NL-WARNING.
  COMPUTE WS-WEEKDAY-IDX = FUNCTION MOD (WS-DAY-INTEGER - 1, 7) + 1.
  MOVE WS-WEEKDAY-NAME (WS-WEEKDAY-IDX) TO WS-NL-WEEKDAY.
  MOVE 'DAILY' TO WS-NIGHT-DECK.
  MOVE SPACES TO WS-NIGHT-DESCRIPTION.
  IF CALENDAR-AVAILABLE
     MOVE WS-DAY-DATE-NUM TO FIBCALN-RUN-DATE
     READ FIBCALN
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           MOVE FIBCALN-DESCRIPTION TO WS-NIGHT-DESCRIPTION
           IF FIBCALN-HOLIDAY
              MOVE SPACES TO WS-NIGHT-DECK
           ELSE
              IF FIBCALN-DECK-NAME NOT = SPACES
                 MOVE FIBCALN-DECK-NAME TO WS-NIGHT-DECK
              END-IF
           END-IF
     END-READ
  END-IF.
  MOVE WS-NIGHT-DESCRIPTION TO WS-NL-DESCRIPTION.
  IF WS-NIGHT-DECK = SPACES
     ADD 1 TO WS-HOLIDAY-COUNT
     MOVE "HOLIDAY - NO RUN" TO WS-NL-RUNS
  ELSE
     PERFORM FIND-NIGHT-DECK
     ADD 1 TO WS-DT-NIGHTS (WS-FOUND-IDX)
     STRING "DECK " DELIMITED BY SIZE
        WS-NIGHT-DECK DELIMITED BY SIZE
        INTO WS-NL-RUNS
     MOVE WS-DT-CARD-COUNT (WS-FOUND-IDX) TO WS-NL-CARD-COUNT
     MOVE WS-NL-CARD-COUNT TO WS-NL-CARDS
     IF WS-DT-CARD-COUNT (WS-FOUND-IDX) = 0
        ADD 1 TO WS-EMPTY-DECK-COUNT
        MOVE "DECK HAS NO CARDS - LOAD IT OR CORRECT THE CALENDAR"
           TO WS-NL-WARNING
     END-IF
  END-IF.
  MOVE WS-NIGHT-LINE TO WS-DETAIL-LINE.
  PERFORM WRITE-DETAIL-LINE.
  ADD 1 TO WS-DAY-INTEGER.
  COMPUTE WS-DAY-DATE-NUM = FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER).

*> Finds the night's deck in the deck table, adding it - with the
*> cards it holds on FIBCNTL - the first time the month runs it.
 FIND-NIGHT-DECK.
  MOVE 0 TO WS-FOUND-IDX.
  PERFORM MATCH-DECK-ENTRY
     VARYING WS-DECK-IDX FROM 1 BY 1
     UNTIL WS-DECK-IDX > WS-DECKS-USED OR WS-FOUND-IDX > 0.
  IF WS-FOUND-IDX = 0
     ADD 1 TO WS-DECKS-USED
     MOVE WS-DECKS-USED TO WS-FOUND-IDX
     MOVE WS-NIGHT-DECK TO WS-DT-DECK-NAME (WS-FOUND-IDX)
     MOVE 0 TO WS-DT-CARD-COUNT (WS-FOUND-IDX)
     MOVE 0 TO WS-DT-NIGHTS (WS-FOUND-IDX)
     PERFORM COUNT-DECK-CARDS
  END-IF.

 MATCH-DECK-ENTRY.
  IF WS-DT-DECK-NAME (WS-DECK-IDX) = WS-NIGHT-DECK
     MOVE WS-DECK-IDX TO WS-FOUND-IDX
  END-IF.

 COUNT-DECK-CARDS.
  MOVE 'N' TO WS-END-OF-DECK-SWITCH.
  MOVE WS-NIGHT-DECK TO FIBCARD-DECK-NAME.
  MOVE 0 TO FIBCARD-CARD-NO.
  START FIBCNTL KEY IS NOT LESS THAN FIBCARD-KEY
     INVALID KEY
        MOVE 'Y' TO WS-END-OF-DECK-SWITCH
  END-START.
  PERFORM COUNT-ONE-DECK-CARD UNTIL END-OF-DECK.

 COUNT-ONE-DECK-CARD.
  READ FIBCNTL NEXT
     AT END
        MOVE 'Y' TO WS-END-OF-DECK-SWITCH
  END-READ.
  IF NOT END-OF-DECK
     IF FIBCARD-DECK-NAME = WS-NIGHT-DECK
        ADD 1 TO WS-DT-CARD-COUNT (WS-FOUND-IDX)
     ELSE
        MOVE 'Y' TO WS-END-OF-DECK-SWITCH
     END-IF
  END-IF.

 WRITE-PAGE-HEADINGS.
  ADD 1 TO WS-PAGE-NUMBER.
  MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE.
  WRITE SYSOUT-RECORD FROM WS-HEADING-LINE-1 AFTER ADVANCING PAGE.
  WRITE SYSOUT-RECORD FROM WS-HEADING-LINE-2 AFTER ADVANCING 1 LINE.
  WRITE SYSOUT-RECORD FROM WS-HEADING-LINE-3 AFTER ADVANCING 2 LINES.
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

 WRITE-SCHEDULE-TOTALS.
  IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
     PERFORM WRITE-PAGE-HEADINGS
  END-IF.
  MOVE "NIGHTS IN MONTH:" TO WS-TOT-LABEL.
  MOVE WS-NIGHT-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.
  PERFORM WRITE-DECK-TOTAL
     VARYING WS-DECK-IDX FROM 1 BY 1 UNTIL WS-DECK-IDX > WS-DECKS-USED.
  MOVE "HOLIDAYS - NO RUN:" TO WS-TOT-LABEL.
  MOVE WS-HOLIDAY-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "NIGHTS ON AN EMPTY DECK:" TO WS-TOT-LABEL.
  MOVE WS-EMPTY-DECK-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  IF NOT CALENDAR-AVAILABLE
     MOVE "RUN CALENDAR NOT AVAILABLE - EVERY NIGHT SHOWN AS DAILY"
        TO SYSOUT-RECORD
     WRITE SYSOUT-RECORD AFTER ADVANCING 2 LINES
  END-IF.
  DISPLAY "SCHEDULE REPORTED FOR " WS-SCHED-MONTH-X
     " - NIGHTS ON AN EMPTY DECK: " WS-EMPTY-DECK-COUNT.

 WRITE-DECK-TOTAL.
  MOVE SPACES TO WS-TOT-LABEL.
  STRING "NIGHTS RUNNING " DELIMITED BY SIZE
     WS-DT-DECK-NAME (WS-DECK-IDX) DELIMITED BY SPACE
     ":" DELIMITED BY SIZE
     INTO WS-TOT-LABEL.
  MOVE WS-DT-NIGHTS (WS-DECK-IDX) TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
