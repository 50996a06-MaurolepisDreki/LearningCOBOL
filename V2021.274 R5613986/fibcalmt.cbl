IDENTIFICATION DIVISION.
 PROGRAM-ID. FIBCALMT.

*> Maintains the FIBCALN business run calendar FIBCUNLD consults
*> each night to decide which named control-card deck runs, or
*> whether the chain runs at all. One SYSIN card per transaction:
*>   column  1     A adds a date, C replaces one, D removes one
*>   columns 2-9   calendar date (YYYYMMDD)
*>   column  10    day type (R run a named deck, H holiday)
*>   columns 11-18 deck name to run (R only; blank on a holiday)
*>   columns 19-48 description (MONTH-END CLOSE, NEW YEAR ...)
*> A date with no record runs the DAILY deck, so only the dates
*> that differ need a card. A date already past cannot be added or
*> changed - the night it governed has run - but may be deleted. A
*> card that fails its edits, an add for a date already on file and
*> a change or delete for one that is not are each listed and
*> skipped with return code 4; the rest of the cards are still
*> applied. After the cards the calendar from today on is listed so
*> the step output shows every night still to come that is not an
*> ordinary DAILY run.

ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
   SELECT SYSIN ASSIGN TO "SYSIN"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SYSIN-STATUS.
   SELECT FIBCALN ASSIGN TO "FIBCALN"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FIBCALN-KEY
       FILE STATUS IS WS-FIBCALN-STATUS.

DATA DIVISION.
 FILE SECTION.
  FD SYSIN
      RECORDING MODE IS F.
   01 CALMT-CONTROL-CARD.
      05 CALMT-CTL-ACTION PIC X(1).
         88 CALMT-CTL-ADD VALUE 'A'.
         88 CALMT-CTL-CHANGE VALUE 'C'.
         88 CALMT-CTL-DELETE VALUE 'D'.
      05 CALMT-CTL-DATE.
         10 CALMT-CTL-YYYY PIC 9(4).
         10 CALMT-CTL-MM PIC 9(2).
         10 CALMT-CTL-DD PIC 9(2).
      05 CALMT-CTL-DATE-NUM REDEFINES CALMT-CTL-DATE PIC 9(8).
      05 CALMT-CTL-DAY-TYPE PIC X(1).
         88 CALMT-CTL-RUN-DAY VALUE 'R'.
         88 CALMT-CTL-HOLIDAY VALUE 'H'.
      05 CALMT-CTL-DECK-NAME PIC X(8).
      05 CALMT-CTL-DESCRIPTION PIC X(30).
      05 FILLER PIC X(32).

  FD FIBCALN.
   COPY FIBCALN.

 WORKING-STORAGE SECTION.
  01 WS-SYSIN-STATUS PIC X(2).
  01 WS-FIBCALN-STATUS PIC X(2).

  01 WS-END-OF-CARDS-SWITCH PIC X VALUE 'N'.
     88 END-OF-CARDS VALUE 'Y'.
  01 WS-END-OF-CALENDAR-SWITCH PIC X VALUE 'N'.
     88 END-OF-CALENDAR VALUE 'Y'.
  01 WS-CARD-ERROR-SWITCH PIC X VALUE 'N'.
     88 CARD-IN-ERROR VALUE 'Y'.

  01 WS-CARD-ERROR-MESSAGE PIC X(40).

  01 WS-CARD-COUNT PIC 9(5) VALUE 0.
  01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.
  01 WS-REJECTED-COUNT PIC 9(5) VALUE 0.
  01 WS-ENTRY-COUNT PIC 9(5) VALUE 0.

*> Days in each month, February taken as 29 here and cut back to 28
*> by CHECK-CALENDAR-DATE outside a leap year.
  01 WS-MONTH-DAYS-VALUES.
     05 FILLER PIC X(24) VALUE "312931303130313130313031".
  01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
     05 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
  01 WS-LAST-DAY PIC 9(2).

  01 WS-RUN-DATE.
     05 WS-RUN-YYYY PIC 9(4).
     05 WS-RUN-MM PIC 9(2).
     05 WS-RUN-DD PIC 9(2).
  01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

  01 WS-CALENDAR-LINE.
     05 FILLER PIC X(1) VALUE SPACE.
     05 CR-RUN-DATE PIC 9(8).
     05 FILLER PIC X(2) VALUE SPACES.
     05 CR-DAY-TEXT PIC X(22).
     05 FILLER PIC X(2) VALUE SPACES.
     05 CR-DESCRIPTION PIC X(30).
     05 FILLER PIC X(10) VALUE '  UPDATED '.
     05 CR-UPDATED-DATE PIC 9(8).

PROCEDURE DIVISION.
 PERFORM INITIALIZATION.
 PERFORM APPLY-ONE-CARD UNTIL END-OF-CARDS.
 CLOSE SYSIN.
 CLOSE FIBCALN.
 DISPLAY "CALENDAR CARDS READ: " WS-CARD-COUNT.
 DISPLAY "CALENDAR CARDS APPLIED: " WS-APPLIED-COUNT.
 DISPLAY "CALENDAR CARDS REJECTED: " WS-REJECTED-COUNT.
 PERFORM LIST-CALENDAR.
 STOP RUN.

 INITIALIZATION.
  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  OPEN I-O FIBCALN.
  IF WS-FIBCALN-STATUS NOT = "00"
     OPEN OUTPUT FIBCALN
  END-IF.
  IF WS-FIBCALN-STATUS NOT = "00"
     DISPLAY "FIBCALN OPEN FAILED - STATUS " WS-FIBCALN-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  OPEN INPUT SYSIN.
  IF WS-SYSIN-STATUS NOT = "00"
     DISPLAY "SYSIN OPEN FAILED - STATUS " WS-SYSIN-STATUS
     MOVE 12 TO RETURN-CODE
     CLOSE FIBCALN
     STOP RUN
  END-IF.
  PERFORM READ-CALENDAR-CARD.

 READ-CALENDAR-CARD.
  READ SYSIN
     AT END
        MOVE 'Y' TO WS-END-OF-CARDS-SWITCH
  END-READ.
  IF WS-SYSIN-STATUS NOT = "00" AND WS-SYSIN-STATUS NOT = "10"
     DISPLAY "SYSIN READ FAILED - STATUS " WS-SYSIN-STATUS
     MOVE 12 TO RETURN-CODE
     MOVE 'Y' TO WS-END-OF-CARDS-SWITCH
  END-IF.

 APPLY-ONE-CARD.
  ADD 1 TO WS-CARD-COUNT.
  PERFORM EDIT-CALENDAR-CARD.
  IF NOT CARD-IN-ERROR
     EVALUATE TRUE
        WHEN CALMT-CTL-ADD
           PERFORM ADD-CALENDAR-DATE
        WHEN CALMT-CTL-CHANGE
           PERFORM CHANGE-CALENDAR-DATE
        WHEN OTHER
           PERFORM DELETE-CALENDAR-DATE
     END-EVALUATE
  END-IF.
  IF CARD-IN-ERROR
     ADD 1 TO WS-REJECTED-COUNT
     IF RETURN-CODE < 4
        MOVE 4 TO RETURN-CODE
     END-IF
     DISPLAY "REJECTED: " CALMT-CTL-ACTION " " CALMT-CTL-DATE
        " - " WS-CARD-ERROR-MESSAGE
  ELSE
     ADD 1 TO WS-APPLIED-COUNT
     DISPLAY "APPLIED:  " CALMT-CTL-ACTION " " CALMT-CTL-DATE
  END-IF.
  PERFORM READ-CALENDAR-CARD.

 EDIT-CALENDAR-CARD.
  MOVE 'N' TO WS-CARD-ERROR-SWITCH.
  MOVE SPACES TO WS-CARD-ERROR-MESSAGE.
  EVALUATE TRUE
     WHEN NOT CALMT-CTL-ADD AND NOT CALMT-CTL-CHANGE
          AND NOT CALMT-CTL-DELETE
        MOVE 'ACTION IS NOT A, C OR D' TO WS-CARD-ERROR-MESSAGE
     WHEN CALMT-CTL-DATE IS NOT NUMERIC
        MOVE 'DATE IS NOT NUMERIC YYYYMMDD' TO WS-CARD-ERROR-MESSAGE
     WHEN OTHER
        PERFORM CHECK-CALENDAR-DATE
  END-EVALUATE.
  IF WS-CARD-ERROR-MESSAGE = SPACES AND NOT CALMT-CTL-DELETE
     EVALUATE TRUE
        WHEN CALMT-CTL-DATE-NUM < WS-RUN-DATE-NUM
           MOVE 'DATE IS ALREADY PAST' TO WS-CARD-ERROR-MESSAGE
        WHEN NOT CALMT-CTL-RUN-DAY AND NOT CALMT-CTL-HOLIDAY
           MOVE 'DAY TYPE IS NOT R OR H' TO WS-CARD-ERROR-MESSAGE
        WHEN CALMT-CTL-RUN-DAY AND CALMT-CTL-DECK-NAME = SPACES
           MOVE 'RUN DAY NEEDS A DECK NAME' TO WS-CARD-ERROR-MESSAGE
        WHEN CALMT-CTL-HOLIDAY AND CALMT-CTL-DECK-NAME NOT = SPACES
           MOVE 'HOLIDAY CANNOT NAME A DECK' TO WS-CARD-ERROR-MESSAGE
     END-EVALUATE
  END-IF.
  IF WS-CARD-ERROR-MESSAGE NOT = SPACES
     MOVE 'Y' TO WS-CARD-ERROR-SWITCH
  END-IF.

*> A real calendar date: month 1-12 and a day that month has,
*> February 29 only in a leap year.
 CHECK-CALENDAR-DATE.
  IF CALMT-CTL-MM < 1 OR CALMT-CTL-MM > 12
     MOVE 'DATE HAS NO SUCH MONTH' TO WS-CARD-ERROR-MESSAGE
  ELSE
     MOVE WS-MONTH-DAYS (CALMT-CTL-MM) TO WS-LAST-DAY
     IF CALMT-CTL-MM = 2
        IF FUNCTION MOD (CALMT-CTL-YYYY, 4) NOT = 0
           OR (FUNCTION MOD (CALMT-CTL-YYYY, 100) = 0
               AND FUNCTION MOD (CALMT-CTL-YYYY, 400) NOT = 0)
           MOVE 28 TO WS-LAST-DAY
        END-IF
     END-IF
     IF CALMT-CTL-DD < 1 OR CALMT-CTL-DD > WS-LAST-DAY
        MOVE 'DATE HAS NO SUCH DAY' TO WS-CARD-ERROR-MESSAGE
     END-IF
  END-IF.

 BUILD-CALENDAR-RECORD.
  MOVE CALMT-CTL-DATE-NUM TO FIBCALN-RUN-DATE.
  MOVE CALMT-CTL-DAY-TYPE TO FIBCALN-DAY-TYPE.
  MOVE CALMT-CTL-DECK-NAME TO FIBCALN-DECK-NAME.
  MOVE CALMT-CTL-DESCRIPTION TO FIBCALN-DESCRIPTION.
  MOVE WS-RUN-DATE-NUM TO FIBCALN-UPDATED-DATE.

 ADD-CALENDAR-DATE.
  PERFORM BUILD-CALENDAR-RECORD.
  WRITE FIBCALN-RECORD
     INVALID KEY
        MOVE 'DATE ALREADY ON FILE - USE C'
           TO WS-CARD-ERROR-MESSAGE
        MOVE 'Y' TO WS-CARD-ERROR-SWITCH
  END-WRITE.

 CHANGE-CALENDAR-DATE.
  MOVE CALMT-CTL-DATE-NUM TO FIBCALN-RUN-DATE.
  READ FIBCALN
     INVALID KEY
        MOVE 'DATE NOT ON FILE - USE A'
           TO WS-CARD-ERROR-MESSAGE
        MOVE 'Y' TO WS-CARD-ERROR-SWITCH
  END-READ.
  IF NOT CARD-IN-ERROR
     PERFORM BUILD-CALENDAR-RECORD
     REWRITE FIBCALN-RECORD
        INVALID KEY
           MOVE 'CALENDAR REWRITE FAILED' TO WS-CARD-ERROR-MESSAGE
           MOVE 'Y' TO WS-CARD-ERROR-SWITCH
     END-REWRITE
  END-IF.

 DELETE-CALENDAR-DATE.
  MOVE CALMT-CTL-DATE-NUM TO FIBCALN-RUN-DATE.
  DELETE FIBCALN
     INVALID KEY
        MOVE 'DATE NOT ON FILE' TO WS-CARD-ERROR-MESSAGE
        MOVE 'Y' TO WS-CARD-ERROR-SWITCH
  END-DELETE.

 LIST-CALENDAR.
  OPEN INPUT FIBCALN.
  IF WS-FIBCALN-STATUS NOT = "00"
     DISPLAY "FIBCALN OPEN FAILED - STATUS " WS-FIBCALN-STATUS
     MOVE 12 TO RETURN-CODE
  ELSE
     DISPLAY "RUN CALENDAR FROM " WS-RUN-DATE
        " - EVERY OTHER DATE RUNS THE DAILY DECK:"
     MOVE WS-RUN-DATE-NUM TO FIBCALN-RUN-DATE
     START FIBCALN KEY IS NOT LESS THAN FIBCALN-KEY
        INVALID KEY
           MOVE 'Y' TO WS-END-OF-CALENDAR-SWITCH
     END-START
     PERFORM LIST-ONE-CALENDAR-DATE UNTIL END-OF-CALENDAR
     CLOSE FIBCALN
     DISPLAY "CALENDAR DATES TO COME: " WS-ENTRY-COUNT
  END-IF.

 LIST-ONE-CALENDAR-DATE.
  READ FIBCALN NEXT
     AT END
        MOVE 'Y' TO WS-END-OF-CALENDAR-SWITCH
  END-READ.
  IF NOT END-OF-CALENDAR
     ADD 1 TO WS-ENTRY-COUNT
     MOVE FIBCALN-RUN-DATE TO CR-RUN-DATE
     MOVE SPACES TO CR-DAY-TEXT
     IF FIBCALN-HOLIDAY
        MOVE 'HOLIDAY - NO RUN' TO CR-DAY-TEXT
     ELSE
        STRING 'RUN DECK ' DELIMITED BY SIZE
           FIBCALN-DECK-NAME DELIMITED BY SIZE
           INTO CR-DAY-TEXT
     END-IF
     MOVE FIBCALN-DESCRIPTION TO CR-DESCRIPTION
     MOVE FIBCALN-UPDATED-DATE TO CR-UPDATED-DATE
     DISPLAY WS-CALENDAR-LINE
  END-IF.
