
*> Unloads the control-card deck KSDS the FMNT maintenance
*> transaction works on into the sequential SYSIN deck FIBEDIT and
*> the generator have always read. The KSDS holds several named
*> decks; the FIBCALN business run calendar says which one runs
*> tonight - the deck named on the run date's calendar record, or
*> DAILY when the date has no record. Each deck is keyed by card
*> number within its name, so reading it in key order reproduces
*> the deck in card order with deleted numbers closed up out of the
*> way. Run as the first step of the nightly job so the batch chain
*> always sees the deck as maintenance last left it.
*> A date the calendar marks as a holiday ends the step with return
*> code 4 before anything is opened for output: the chain's COND
*> gates then hold every later step, so nothing runs that night and
*> the SYSIN deck is left as it was. A calendar that cannot be
*> opened is reported and DAILY is unloaded, as before there was a
*> calendar.
*> An empty deck is refused with return code 8 BEFORE the output
*> deck is opened: an empty deck here means the deck was never
*> loaded (or was wiped, or the calendar names a deck nobody has
*> keyed), and truncating the production SYSIN deck over it would
*> silently run the built-in default card all night. The FIBCLOAD
*> job is how a deck gets its initial load from a sequential deck.
*> The name of the deck unloaded is written to the FIBDECK handoff
*> dataset, from which the generator records it on the submission's
*> run-control (FIBRNCT) record.
*> Every card unloaded is also written, key and image, to the
*> CARDSNAP staging file; once the generator has stamped the
*> submission's run-id prefix, the FIBDSNAP step files that copy as
*> the deck snapshot for the prefix, so the deck a given run
*> actually consumed can be produced long after FMNT has moved on.
*> Changes FMNT is holding on FIBDPND for a second user's approval
*> are not in the deck and so are not unloaded; after the unload
*> each one held against tonight's deck is listed on the step
*> output so operations can see what tonight's run goes without.
*> The pending file is optional -
*> if it cannot be opened the listing is skipped, not the unload.

ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
   SELECT CARDOUT ASSIGN TO "CARDOUT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-CARDOUT-STATUS.
   SELECT CARDSNAP ASSIGN TO "CARDSNAP"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-CARDSNAP-STATUS.
   SELECT FIBDPND ASSIGN TO "FIBDPND"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS FIBDPND-KEY
       FILE STATUS IS WS-FIBDPND-STATUS.
   SELECT FIBCALN ASSIGN TO "FIBCALN"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS FIBCALN-KEY
       FILE STATUS IS WS-FIBCALN-STATUS.
   SELECT FIBDECK ASSIGN TO "FIBDECK"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBDECK-STATUS.

DATA DIVISION.
 FILE SECTION.
      RECORDING MODE IS F.
   01 CARDOUT-RECORD PIC X(175).

  FD CARDSNAP
      RECORDING MODE IS F.
   01 CARDSNAP-RECORD PIC X(185).

  FD FIBDPND.
   COPY FIBDPND.

  FD FIBCALN.
   COPY FIBCALN.

*> One record naming the deck unloaded, for the generator to stamp
*> on the run-control master.
  FD FIBDECK
      RECORDING MODE IS F.
   01 FIBDECK-RECORD.
      05 FIBDECK-DECK-NAME PIC X(8).
      05 FIBDECK-UNLOAD-DATE PIC 9(8).

 WORKING-STORAGE SECTION.
  01 WS-FIBCNTL-STATUS PIC X(2).
  01 WS-CARDOUT-STATUS PIC X(2).
  01 WS-CARDSNAP-STATUS PIC X(2).
  01 WS-FIBDPND-STATUS PIC X(2).
  01 WS-FIBCALN-STATUS PIC X(2).
  01 WS-FIBDECK-STATUS PIC X(2).

  01 WS-DECK-NAME PIC X(8) VALUE 'DAILY'.
  01 WS-DAY-DESCRIPTION PIC X(30) VALUE SPACES.

  01 WS-RUN-DATE.
     05 WS-RUN-YYYY PIC 9(4).
     05 WS-RUN-MM PIC 9(2).
     05 WS-RUN-DD PIC 9(2).
  01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

  01 WS-END-OF-DECK-SWITCH PIC X VALUE 'N'.
     88 END-OF-DECK VALUE 'Y'.

  01 WS-CARD-COUNT PIC 9(5) VALUE 0.

  01 WS-END-OF-PENDING-SWITCH PIC X VALUE 'N'.
     88 END-OF-PENDING VALUE 'Y'.

  01 WS-PENDING-COUNT PIC 9(5) VALUE 0.

  01 WS-PENDING-LINE.
     05 FILLER PIC X(6) VALUE ' CARD '.
     05 PL-CARD-NO PIC 99.
     05 FILLER PIC X(2) VALUE SPACES.
     05 PL-ACTION PIC X(6).
     05 FILLER PIC X(2) VALUE SPACES.
     05 PL-REASON PIC X(21).
     05 FILLER PIC X(14) VALUE ' REQUESTED BY '.
     05 PL-USER-ID PIC X(8).
     05 FILLER PIC X(4) VALUE ' ON '.
     05 PL-REQ-DATE PIC 9(8).
     05 FILLER PIC X(1) VALUE SPACE.
     05 PL-REQ-TIME PIC 9(6).

PROCEDURE DIVISION.
 PERFORM INITIALIZATION.
 PERFORM UNLOAD-ONE-CARD UNTIL END-OF-DECK.
 CLOSE FIBCNTL.
 CLOSE CARDOUT.
 CLOSE CARDSNAP.
 DISPLAY "DECK UNLOADED: " WS-DECK-NAME.
 DISPLAY "CONTROL CARDS UNLOADED: " WS-CARD-COUNT.
 PERFORM LIST-PENDING-CHANGES.
 STOP RUN.

 INITIALIZATION.
  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  PERFORM SELECT-TONIGHTS-DECK.
  OPEN INPUT FIBCNTL.
  IF WS-FIBCNTL-STATUS NOT = "00"
     DISPLAY "FIBCNTL OPEN FAILED - STATUS " WS-FIBCNTL-STATUS
     STOP RUN
  END-IF.
*> The first card is read before the sequential deck is opened, so
*> an empty deck leaves the production deck untouched.
  MOVE WS-DECK-NAME TO FIBCARD-DECK-NAME.
  MOVE 0 TO FIBCARD-CARD-NO.
  START FIBCNTL KEY IS GREATER THAN FIBCARD-KEY
     INVALID KEY
        MOVE 'Y' TO WS-END-OF-DECK-SWITCH
  END-START.
  IF NOT END-OF-DECK
     PERFORM READ-DECK-CARD
  END-IF.
  IF END-OF-DECK
     DISPLAY "DECK " WS-DECK-NAME " HAS NO CARDS - SYSIN DECK LEFT UNTOUCHED"
     DISPLAY "LOAD THE DECK WITH FIBCLOAD OR FMNT BEFORE UNLOADING"
     MOVE 8 TO RETURN-CODE
     CLOSE FIBCNTL
     STOP RUN
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  OPEN OUTPUT CARDSNAP.
  IF WS-CARDSNAP-STATUS NOT = "00"
     DISPLAY "CARDSNAP OPEN FAILED - STATUS " WS-CARDSNAP-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  OPEN OUTPUT FIBDECK.
  IF WS-FIBDECK-STATUS NOT = "00"
     DISPLAY "FIBDECK OPEN FAILED - STATUS " WS-FIBDECK-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  MOVE WS-DECK-NAME TO FIBDECK-DECK-NAME.
  MOVE WS-RUN-DATE-NUM TO FIBDECK-UNLOAD-DATE.
  WRITE FIBDECK-RECORD.
  IF WS-FIBDECK-STATUS NOT = "00"
     DISPLAY "FIBDECK WRITE FAILED - STATUS " WS-FIBDECK-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  CLOSE FIBDECK.
  PERFORM WRITE-ONE-CARD.

*> A holiday stops the step here, before the deck KSDS or any
*> output is opened. The calendar is read once, by key.
 SELECT-TONIGHTS-DECK.
  OPEN INPUT FIBCALN.
  IF WS-FIBCALN-STATUS NOT = "00"
     DISPLAY "FIBCALN UNAVAILABLE - STATUS " WS-FIBCALN-STATUS
        " - DAILY DECK USED"
  ELSE
     MOVE WS-RUN-DATE-NUM TO FIBCALN-RUN-DATE
     READ FIBCALN
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           MOVE FIBCALN-DESCRIPTION TO WS-DAY-DESCRIPTION
           IF FIBCALN-HOLIDAY
              DISPLAY "RUN CALENDAR: " WS-RUN-DATE " IS A HOLIDAY - "
                 WS-DAY-DESCRIPTION
              DISPLAY "NO DECK UNLOADED - THE CHAIN DOES NOT RUN TONIGHT"
              MOVE 4 TO RETURN-CODE
              CLOSE FIBCALN
              STOP RUN
           END-IF
           IF FIBCALN-DECK-NAME NOT = SPACES
              MOVE FIBCALN-DECK-NAME TO WS-DECK-NAME
           END-IF
     END-READ
     CLOSE FIBCALN
  END-IF.
  DISPLAY "RUN CALENDAR: " WS-RUN-DATE " RUNS DECK " WS-DECK-NAME
     " " WS-DAY-DESCRIPTION.

 UNLOAD-ONE-CARD.
  PERFORM READ-DECK-CARD.
  IF NOT END-OF-DECK
     PERFORM WRITE-ONE-CARD
  END-IF.

*> The KSDS holds every named deck; the first card of the next deck
*> ends this one.
 READ-DECK-CARD.
  READ FIBCNTL NEXT
     AT END
        MOVE 'Y' TO WS-END-OF-DECK-SWITCH
  END-READ.
  IF NOT END-OF-DECK
     IF FIBCARD-DECK-NAME NOT = WS-DECK-NAME
        MOVE 'Y' TO WS-END-OF-DECK-SWITCH
     END-IF
  END-IF.

 WRITE-ONE-CARD.
     MOVE 'Y' TO WS-END-OF-DECK-SWITCH
  ELSE
     ADD 1 TO WS-CARD-COUNT
     PERFORM WRITE-SNAPSHOT-CARD
  END-IF.

 WRITE-SNAPSHOT-CARD.
  WRITE CARDSNAP-RECORD FROM FIBCARD-RECORD.
  IF WS-CARDSNAP-STATUS NOT = "00"
     DISPLAY "CARDSNAP WRITE FAILED - STATUS " WS-CARDSNAP-STATUS
     MOVE 12 TO RETURN-CODE
     MOVE 'Y' TO WS-END-OF-DECK-SWITCH
  END-IF.

*> Informational only - a held change is not an error in tonight's
*> run, so the step's return code is left as the unload set it.
 LIST-PENDING-CHANGES.
  OPEN INPUT FIBDPND.
  IF WS-FIBDPND-STATUS NOT = "00"
     DISPLAY "FIBDPND OPEN FAILED - STATUS " WS-FIBDPND-STATUS
     DISPLAY "PENDING-CHANGE LISTING SKIPPED"
  ELSE
     DISPLAY "DECK CHANGES AWAITING APPROVAL - NOT IN TONIGHT'S DECK:"
     MOVE WS-DECK-NAME TO FIBDPND-DECK-NAME
     MOVE 0 TO FIBDPND-CARD-NO
     START FIBDPND KEY IS GREATER THAN FIBDPND-KEY
        INVALID KEY
           MOVE 'Y' TO WS-END-OF-PENDING-SWITCH
     END-START
     PERFORM LIST-ONE-PENDING-CHANGE UNTIL END-OF-PENDING
     CLOSE FIBDPND
     DISPLAY "CHANGES AWAITING APPROVAL: " WS-PENDING-COUNT
  END-IF.

 LIST-ONE-PENDING-CHANGE.
  READ FIBDPND NEXT
     AT END
        MOVE 'Y' TO WS-END-OF-PENDING-SWITCH
  END-READ.
  IF NOT END-OF-PENDING
     IF FIBDPND-DECK-NAME NOT = WS-DECK-NAME
        MOVE 'Y' TO WS-END-OF-PENDING-SWITCH
     END-IF
  END-IF.
  IF NOT END-OF-PENDING
     ADD 1 TO WS-PENDING-COUNT
     MOVE FIBDPND-CARD-NO TO PL-CARD-NO
     EVALUATE TRUE
        WHEN FIBDPND-ADD
           MOVE 'ADD' TO PL-ACTION
        WHEN FIBDPND-CHANGE
           MOVE 'CHANGE' TO PL-ACTION
        WHEN OTHER
           MOVE 'DELETE' TO PL-ACTION
     END-EVALUATE
     EVALUATE TRUE
        WHEN FIBDPND-FORCE-FLAG-CHANGE
           MOVE 'FORCE FLAG CHANGE' TO PL-REASON
        WHEN FIBDPND-SCENARIO-CARD
           MOVE 'WHAT-IF SCENARIO CARD' TO PL-REASON
        WHEN OTHER
           MOVE 'CARD DELETE' TO PL-REASON
     END-EVALUATE
     MOVE FIBDPND-REQ-USER-ID TO PL-USER-ID
     MOVE FIBDPND-REQ-DATE TO PL-REQ-DATE
     MOVE FIBDPND-REQ-TIME TO PL-REQ-TIME
     DISPLAY WS-PENDING-LINE
  END-IF.
