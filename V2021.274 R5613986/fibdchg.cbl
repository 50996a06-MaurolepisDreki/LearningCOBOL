IDENTIFICATION DIVISION.
 PROGRAM-ID. FIBDCHG.

*> Deck-change report: what changed in the control-card deck between
*> two consecutive submissions of the same named deck. The deck
*> snapshot KSDS holds the deck FIBCUNLD unloaded for every run-id
*> prefix; this report takes one submission's snapshot and the
*> snapshot of the last earlier submission that ran the same deck
*> (nights the run calendar gave another deck are passed over) and
*> lists, card number by card number, the cards added,
*> removed, changed (with the before and after field values) and
*> moved to another deck position - a moved card runs under a
*> different run-id suffix even though its fields are unchanged.
*> Term-range request cards FIBRQPLN added to a submission carry
*> card number 00 and have no KSDS card to match by, so they are
*> compared by image in a section of their own: each request card
*> of this submission not in the prior one is listed as added, and
*> each of the prior one not in this one as removed.
*> It then lists the FMNT journal entries made to that deck between
*> the two submissions, so every difference comes with who made it,
*> from which terminal and when - and, for a change held for
*> approval, which second user approved it.
*> The run-id prefix on SYSIN (columns 1-12) selects the later
*> submission; a blank or missing card reports the latest snapshot
*> on file against the one before it.

ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
   SELECT SYSIN ASSIGN TO "SYSIN"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SYSIN-STATUS.
   SELECT FIBDSNP ASSIGN TO "FIBDSNP"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FIBDSNP-KEY
       FILE STATUS IS WS-FIBDSNP-STATUS.
   SELECT FIBJRNL ASSIGN TO "FIBJRNL"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FIBJRNL-KEY
       FILE STATUS IS WS-FIBJRNL-STATUS.
   SELECT SYSOUT ASSIGN TO "SYSOUT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SYSOUT-STATUS.

DATA DIVISION.
 FILE SECTION.
  FD SYSIN
      RECORDING MODE IS F.
   01 DCHG-CONTROL-CARD.
      05 DCHG-CTL-PREFIX PIC X(12).
      05 FILLER PIC X(68).

  FD FIBDSNP.
   COPY FIBDSNP.

  FD FIBJRNL.
   COPY FIBJRNL.

  FD SYSOUT
      RECORDING MODE IS F.
   01 SYSOUT-RECORD PIC X(132).

 WORKING-STORAGE SECTION.
  01 WS-SYSIN-STATUS PIC X(2).
  01 WS-FIBDSNP-STATUS PIC X(2).
  01 WS-FIBJRNL-STATUS PIC X(2).
  01 WS-SYSOUT-STATUS PIC X(2).

  01 WS-END-OF-SNAP-SWITCH PIC X VALUE 'N'.
     88 END-OF-SNAP VALUE 'Y'.
  01 WS-END-OF-JRNL-SWITCH PIC X VALUE 'N'.
     88 END-OF-JRNL VALUE 'Y'.
  01 WS-JRNL-SWITCH PIC X VALUE 'N'.
     88 JOURNAL-AVAILABLE VALUE 'Y'.

  01 WS-REQUESTED-PREFIX PIC X(12) VALUE SPACES.
  01 WS-SCAN-PREFIX PIC X(12).
  01 WS-SCAN-DECK PIC X(8).
  01 WS-CURRENT-PREFIX PIC X(12).
  01 WS-CURRENT-DECK PIC X(8).
  01 WS-PRIOR-PREFIX PIC X(12).
  01 WS-LOAD-PREFIX PIC X(12).
  01 WS-LOAD-TARGET PIC X(1).
     88 LOADING-PRIOR-DECK VALUE 'P'.
     88 LOADING-CURRENT-DECK VALUE 'C'.

*> Both decks are held by KSDS card number, so a card is compared
*> with itself even when deletes ahead of it moved its position.
  01 WS-DECK-TABLES.
     05 WS-PRI-ENTRY OCCURS 99 TIMES.
        10 WS-PRI-PRESENT PIC X(1).
        10 WS-PRI-POS PIC 9(2).
        10 WS-PRI-IMAGE PIC X(175).
     05 WS-CUR-ENTRY OCCURS 99 TIMES.
        10 WS-CUR-PRESENT PIC X(1).
        10 WS-CUR-POS PIC 9(2).
        10 WS-CUR-IMAGE PIC X(175).
  01 WS-CARD-IDX PIC 9(3).

*> Request cards (card 00), in deck order; a prior card is marked
*> once matched so a repeated image is only matched once.
  01 WS-REQUEST-TABLES.
     05 WS-PRI-REQ-ENTRY OCCURS 99 TIMES.
        10 WS-PRI-REQ-MATCHED PIC X(1).
        10 WS-PRI-REQ-POS PIC 9(2).
        10 WS-PRI-REQ-IMAGE PIC X(175).
     05 WS-CUR-REQ-ENTRY OCCURS 99 TIMES.
        10 WS-CUR-REQ-POS PIC 9(2).
        10 WS-CUR-REQ-IMAGE PIC X(175).
  01 WS-PRI-REQ-COUNT PIC 9(3) VALUE 0.
  01 WS-CUR-REQ-COUNT PIC 9(3) VALUE 0.
  01 WS-REQ-IDX PIC 9(3).
  01 WS-MATCH-IDX PIC 9(3).
  01 WS-REQ-MATCH-SWITCH PIC X VALUE 'N'.
     88 REQUEST-MATCHED VALUE 'Y'.
  01 WS-REQ-ADDED-COUNT PIC 9(5) VALUE 0.
  01 WS-REQ-REMOVED-COUNT PIC 9(5) VALUE 0.
  01 WS-PRI-CARD-COUNT PIC 9(5) VALUE 0.
  01 WS-CUR-CARD-COUNT PIC 9(5) VALUE 0.

  01 WS-ADDED-COUNT PIC 9(5) VALUE 0.
  01 WS-REMOVED-COUNT PIC 9(5) VALUE 0.
  01 WS-CHANGED-COUNT PIC 9(5) VALUE 0.
  01 WS-MOVED-COUNT PIC 9(5) VALUE 0.
  01 WS-JRNL-COUNT PIC 9(5) VALUE 0.

  01 WS-JRNL-STAMP PIC X(12).
  01 WS-JRNL-TIME-X PIC X(6).

  COPY FIBCTL.

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
        VALUE "CONTROL-CARD DECK CHANGE REPORT".
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
     05 FILLER PIC X(18) VALUE "DECK RUN BY PREFIX".
     05 FILLER PIC X(1) VALUE SPACE.
     05 WS-HDG-CURRENT PIC X(12).
     05 FILLER PIC X(28) VALUE "  COMPARED WITH PRIOR PREFIX".
     05 FILLER PIC X(1) VALUE SPACE.
     05 WS-HDG-PRIOR PIC X(12).
     05 FILLER PIC X(7) VALUE "  DECK ".
     05 WS-HDG-DECK PIC X(8).
     05 FILLER PIC X(45) VALUE SPACES.

  01 WS-HEADING-LINE-3.
     05 FILLER PIC X(10) VALUE "CARD".
     05 FILLER PIC X(14) VALUE "DECK POSITION".
     05 FILLER PIC X(12) VALUE "CHANGE".
     05 FILLER PIC X(96) VALUE SPACES.

  01 WS-DETAIL-LINE PIC X(132).

  01 WS-CARD-LINE.
     05 FILLER PIC X(5) VALUE "CARD ".
     05 WS-CL-CARD-NO PIC 9(2).
     05 FILLER PIC X(3) VALUE SPACES.
     05 WS-CL-OLD-POS PIC X(2).
     05 FILLER PIC X(4) VALUE " -> ".
     05 WS-CL-NEW-POS PIC X(2).
     05 FILLER PIC X(6) VALUE SPACES.
     05 WS-CL-CHANGE PIC X(12).
     05 WS-CL-NOTE PIC X(96).

  01 WS-IMAGE-LINE-1.
     05 FILLER PIC X(4) VALUE SPACES.
     05 WS-IL1-LABEL PIC X(6).
     05 FILLER PIC X(7) VALUE "SERIES ".
     05 WS-IL1-SEQ-TYPE PIC X(1).
     05 FILLER PIC X(7) VALUE " ORDER ".
     05 WS-IL1-ORDER PIC X(1).
     05 FILLER PIC X(7) VALUE " LIMIT ".
     05 WS-IL1-LIMIT-TYPE PIC X(1).
     05 FILLER PIC X(11) VALUE " MAX TERMS ".
     05 WS-IL1-MAX-TERMS PIC X(9).
     05 FILLER PIC X(11) VALUE " MAX VALUE ".
     05 WS-IL1-MAX-VALUE PIC X(38).
     05 FILLER PIC X(6) VALUE " SCEN ".
     05 WS-IL1-SCENARIO-ID PIC X(8).
     05 FILLER PIC X(7) VALUE " FORCE ".
     05 WS-IL1-FORCE-FLAG PIC X(1).
     05 FILLER PIC X(7) VALUE SPACES.

  01 WS-IMAGE-LINE-2.
     05 FILLER PIC X(10) VALUE SPACES.
     05 FILLER PIC X(6) VALUE "SEEDS ".
     05 WS-IL2-PREV-VALUE PIC X(38).
     05 FILLER PIC X(1) VALUE SPACE.
     05 WS-IL2-CRNT-VALUE PIC X(38).
     05 FILLER PIC X(1) VALUE SPACE.
     05 WS-IL2-SEED-3 PIC X(38).

  01 WS-JOURNAL-LINE.
     05 WS-JL-DATE PIC 9(8).
     05 FILLER PIC X(1) VALUE SPACE.
     05 WS-JL-TIME PIC 9(6).
     05 FILLER PIC X(2) VALUE SPACES.
     05 FILLER PIC X(5) VALUE "USER ".
     05 WS-JL-USER-ID PIC X(8).
     05 FILLER PIC X(6) VALUE " TERM ".
     05 WS-JL-TERM-ID PIC X(4).
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-JL-ACTION PIC X(8).
     05 FILLER PIC X(6) VALUE " CARD ".
     05 WS-JL-CARD-NO PIC 9(2).
     05 WS-JL-APPROVAL.
        10 FILLER PIC X(14) VALUE "  APPROVED BY ".
        10 WS-JL-APPROVER-ID PIC X(8).
     05 FILLER PIC X(52) VALUE SPACES.

  01 WS-TOTAL-LINE.
     05 WS-TOT-LABEL PIC X(30).
     05 WS-TOT-COUNT PIC ZZZZZZZZ9.
     05 FILLER PIC X(93) VALUE SPACES.

PROCEDURE DIVISION.
 PERFORM INITIALIZATION.
 PERFORM FIND-SUBMISSION-PAIR.
 MOVE 'P' TO WS-LOAD-TARGET.
 MOVE WS-PRIOR-PREFIX TO WS-LOAD-PREFIX.
 PERFORM LOAD-SNAPSHOT-DECK.
 MOVE 'C' TO WS-LOAD-TARGET.
 MOVE WS-CURRENT-PREFIX TO WS-LOAD-PREFIX.
 PERFORM LOAD-SNAPSHOT-DECK.
 PERFORM COMPARE-ONE-CARD
    VARYING WS-CARD-IDX FROM 1 BY 1 UNTIL WS-CARD-IDX > 99.
 PERFORM LIST-REQUEST-CARD-CHANGES.
 PERFORM LIST-JOURNAL-ENTRIES.
 PERFORM WRITE-CHANGE-TOTALS.
 CLOSE FIBDSNP.
 IF JOURNAL-AVAILABLE
    CLOSE FIBJRNL
 END-IF.
 CLOSE SYSOUT.
 STOP RUN.

 INITIALIZATION.
  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  MOVE WS-RUN-YYYY TO WS-HDG-YYYY.
  MOVE WS-RUN-MM TO WS-HDG-MM.
  MOVE WS-RUN-DD TO WS-HDG-DD.
  OPEN INPUT SYSIN.
  IF WS-SYSIN-STATUS = "00"
     READ SYSIN
        AT END
           CONTINUE
        NOT AT END
           IF DCHG-CTL-PREFIX IS NUMERIC
              MOVE DCHG-CTL-PREFIX TO WS-REQUESTED-PREFIX
           END-IF
     END-READ
     CLOSE SYSIN
  END-IF.
  OPEN INPUT FIBDSNP.
  IF WS-FIBDSNP-STATUS NOT = "00"
     DISPLAY "FIBDSNP OPEN FAILED - STATUS " WS-FIBDSNP-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
*> The journal only exists once FMNT has committed a change; a
*> journal that cannot be opened costs the who-and-when section,
*> not the card comparison.
  OPEN INPUT FIBJRNL.
  IF WS-FIBJRNL-STATUS = "00"
     MOVE 'Y' TO WS-JRNL-SWITCH
  ELSE
     DISPLAY "FIBJRNL UNAVAILABLE - JOURNAL NOT LISTED - STATUS "
        WS-FIBJRNL-STATUS
  END-IF.
  OPEN OUTPUT SYSOUT.
  IF WS-SYSOUT-STATUS NOT = "00"
     DISPLAY "SYSOUT OPEN FAILED - STATUS " WS-SYSOUT-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  MOVE SPACES TO WS-DECK-TABLES.
  MOVE SPACES TO WS-REQUEST-TABLES.

*> One pass over the snapshot keys finds the submission to report
*> (the one requested, or the last on file) and the deck it ran; a
*> second pass finds the last prefix filed before it for the same
*> deck.
 FIND-SUBMISSION-PAIR.
  MOVE SPACES TO WS-SCAN-PREFIX.
  MOVE SPACES TO WS-SCAN-DECK.
  MOVE LOW-VALUES TO FIBDSNP-KEY.
  START FIBDSNP KEY IS GREATER THAN FIBDSNP-KEY
     INVALID KEY
        MOVE 'Y' TO WS-END-OF-SNAP-SWITCH
  END-START.
  PERFORM SCAN-ONE-SNAPSHOT-RECORD UNTIL END-OF-SNAP.
  MOVE SPACES TO WS-CURRENT-PREFIX.
  MOVE SPACES TO WS-CURRENT-DECK.
  MOVE SPACES TO WS-PRIOR-PREFIX.
  IF WS-REQUESTED-PREFIX = SPACES
     MOVE WS-SCAN-PREFIX TO WS-CURRENT-PREFIX
     MOVE WS-SCAN-DECK TO WS-CURRENT-DECK
  ELSE
     IF WS-SCAN-PREFIX = WS-REQUESTED-PREFIX
        MOVE WS-SCAN-PREFIX TO WS-CURRENT-PREFIX
        MOVE WS-SCAN-DECK TO WS-CURRENT-DECK
     END-IF
  END-IF.
  IF WS-CURRENT-PREFIX = SPACES
     IF WS-REQUESTED-PREFIX = SPACES
        DISPLAY "NO DECK SNAPSHOTS ON FILE"
     ELSE
        DISPLAY "NO DECK SNAPSHOT FOR PREFIX " WS-REQUESTED-PREFIX
     END-IF
     MOVE 8 TO RETURN-CODE
     PERFORM WRITE-PAGE-HEADINGS
     MOVE "NO DECK SNAPSHOT FOUND FOR THE SUBMISSION REQUESTED"
        TO WS-DETAIL-LINE
     PERFORM WRITE-DETAIL-LINE
     CLOSE FIBDSNP
     IF JOURNAL-AVAILABLE
        CLOSE FIBJRNL
     END-IF
     CLOSE SYSOUT
     STOP RUN
  END-IF.
  MOVE 'N' TO WS-END-OF-SNAP-SWITCH.
  MOVE LOW-VALUES TO FIBDSNP-KEY.
  START FIBDSNP KEY IS GREATER THAN FIBDSNP-KEY
     INVALID KEY
        MOVE 'Y' TO WS-END-OF-SNAP-SWITCH
  END-START.
  PERFORM SCAN-FOR-PRIOR-SAME-DECK UNTIL END-OF-SNAP.
  MOVE WS-CURRENT-PREFIX TO WS-HDG-CURRENT.
  MOVE WS-CURRENT-DECK TO WS-HDG-DECK.
  IF WS-PRIOR-PREFIX = SPACES
     MOVE "(NONE)" TO WS-HDG-PRIOR
  ELSE
     MOVE WS-PRIOR-PREFIX TO WS-HDG-PRIOR
  END-IF.

 SCAN-ONE-SNAPSHOT-RECORD.
  PERFORM READ-NEXT-SNAPSHOT.
  IF NOT END-OF-SNAP
     IF FIBDSNP-RUN-PREFIX NOT = WS-SCAN-PREFIX
        IF WS-REQUESTED-PREFIX NOT = SPACES
           AND FIBDSNP-RUN-PREFIX > WS-REQUESTED-PREFIX
           MOVE 'Y' TO WS-END-OF-SNAP-SWITCH
        ELSE
           MOVE FIBDSNP-RUN-PREFIX TO WS-SCAN-PREFIX
           MOVE FIBDSNP-DECK-NAME TO WS-SCAN-DECK
        END-IF
     END-IF
  END-IF.

 SCAN-FOR-PRIOR-SAME-DECK.
  PERFORM READ-NEXT-SNAPSHOT.
  IF NOT END-OF-SNAP
     IF FIBDSNP-RUN-PREFIX NOT < WS-CURRENT-PREFIX
        MOVE 'Y' TO WS-END-OF-SNAP-SWITCH
     ELSE
        IF FIBDSNP-DECK-NAME = WS-CURRENT-DECK
           MOVE FIBDSNP-RUN-PREFIX TO WS-PRIOR-PREFIX
        END-IF
     END-IF
  END-IF.

 LOAD-SNAPSHOT-DECK.
  IF WS-LOAD-PREFIX NOT = SPACES
     MOVE 'N' TO WS-END-OF-SNAP-SWITCH
     MOVE WS-LOAD-PREFIX TO FIBDSNP-RUN-PREFIX
     MOVE 0 TO FIBDSNP-DECK-POS
     START FIBDSNP KEY IS NOT LESS THAN FIBDSNP-KEY
        INVALID KEY
           MOVE 'Y' TO WS-END-OF-SNAP-SWITCH
     END-START
     PERFORM LOAD-ONE-SNAPSHOT-CARD UNTIL END-OF-SNAP
  END-IF.

 LOAD-ONE-SNAPSHOT-CARD.
  PERFORM READ-NEXT-SNAPSHOT.
  IF NOT END-OF-SNAP
     IF FIBDSNP-RUN-PREFIX NOT = WS-LOAD-PREFIX
        MOVE 'Y' TO WS-END-OF-SNAP-SWITCH
     ELSE
        IF FIBDSNP-CARD-NO = 0
           PERFORM LOAD-ONE-REQUEST-CARD
        ELSE
           MOVE FIBDSNP-CARD-NO TO WS-CARD-IDX
           IF LOADING-PRIOR-DECK
              MOVE 'Y' TO WS-PRI-PRESENT (WS-CARD-IDX)
              MOVE FIBDSNP-DECK-POS TO WS-PRI-POS (WS-CARD-IDX)
              MOVE FIBDSNP-IMAGE TO WS-PRI-IMAGE (WS-CARD-IDX)
              ADD 1 TO WS-PRI-CARD-COUNT
           ELSE
              MOVE 'Y' TO WS-CUR-PRESENT (WS-CARD-IDX)
              MOVE FIBDSNP-DECK-POS TO WS-CUR-POS (WS-CARD-IDX)
              MOVE FIBDSNP-IMAGE TO WS-CUR-IMAGE (WS-CARD-IDX)
              ADD 1 TO WS-CUR-CARD-COUNT
           END-IF
        END-IF
     END-IF
  END-IF.

 LOAD-ONE-REQUEST-CARD.
  IF LOADING-PRIOR-DECK
     IF WS-PRI-REQ-COUNT < 99
        ADD 1 TO WS-PRI-REQ-COUNT
        MOVE 'N' TO WS-PRI-REQ-MATCHED (WS-PRI-REQ-COUNT)
        MOVE FIBDSNP-DECK-POS TO WS-PRI-REQ-POS (WS-PRI-REQ-COUNT)
        MOVE FIBDSNP-IMAGE TO WS-PRI-REQ-IMAGE (WS-PRI-REQ-COUNT)
     END-IF
  ELSE
     IF WS-CUR-REQ-COUNT < 99
        ADD 1 TO WS-CUR-REQ-COUNT
        MOVE FIBDSNP-DECK-POS TO WS-CUR-REQ-POS (WS-CUR-REQ-COUNT)
        MOVE FIBDSNP-IMAGE TO WS-CUR-REQ-IMAGE (WS-CUR-REQ-COUNT)
     END-IF
  END-IF.

 READ-NEXT-SNAPSHOT.
  READ FIBDSNP NEXT
     AT END
        MOVE 'Y' TO WS-END-OF-SNAP-SWITCH
  END-READ.
  IF WS-FIBDSNP-STATUS NOT = "00" AND WS-FIBDSNP-STATUS NOT = "10"
     DISPLAY "FIBDSNP READ FAILED - STATUS " WS-FIBDSNP-STATUS
     MOVE 12 TO RETURN-CODE
     MOVE 'Y' TO WS-END-OF-SNAP-SWITCH
  END-IF.

 COMPARE-ONE-CARD.
  MOVE SPACES TO WS-CL-OLD-POS.
  MOVE SPACES TO WS-CL-NEW-POS.
  MOVE SPACES TO WS-CL-NOTE.
  MOVE WS-CARD-IDX TO WS-CL-CARD-NO.
  IF WS-PRI-PRESENT (WS-CARD-IDX) = 'Y'
     MOVE WS-PRI-POS (WS-CARD-IDX) TO WS-CL-OLD-POS
  END-IF.
  IF WS-CUR-PRESENT (WS-CARD-IDX) = 'Y'
     MOVE WS-CUR-POS (WS-CARD-IDX) TO WS-CL-NEW-POS
  END-IF.
  EVALUATE TRUE
     WHEN WS-PRI-PRESENT (WS-CARD-IDX) = 'Y'
          AND WS-CUR-PRESENT (WS-CARD-IDX) NOT = 'Y'
        ADD 1 TO WS-REMOVED-COUNT
        MOVE "REMOVED" TO WS-CL-CHANGE
        PERFORM WRITE-CARD-LINE
        MOVE "WAS:" TO WS-IL1-LABEL
        MOVE WS-PRI-IMAGE (WS-CARD-IDX) TO FIB-CONTROL-CARD
        PERFORM WRITE-IMAGE-LINES
     WHEN WS-CUR-PRESENT (WS-CARD-IDX) = 'Y'
          AND WS-PRI-PRESENT (WS-CARD-IDX) NOT = 'Y'
        ADD 1 TO WS-ADDED-COUNT
        MOVE "ADDED" TO WS-CL-CHANGE
        PERFORM WRITE-CARD-LINE
        MOVE "NOW:" TO WS-IL1-LABEL
        MOVE WS-CUR-IMAGE (WS-CARD-IDX) TO FIB-CONTROL-CARD
        PERFORM WRITE-IMAGE-LINES
     WHEN WS-CUR-PRESENT (WS-CARD-IDX) = 'Y'
          AND WS-CUR-IMAGE (WS-CARD-IDX) NOT = WS-PRI-IMAGE (WS-CARD-IDX)
        ADD 1 TO WS-CHANGED-COUNT
        MOVE "CHANGED" TO WS-CL-CHANGE
        IF WS-CUR-POS (WS-CARD-IDX) NOT = WS-PRI-POS (WS-CARD-IDX)
           MOVE "DECK POSITION ALSO MOVED - RUN-ID SUFFIX CHANGED"
              TO WS-CL-NOTE
        END-IF
        PERFORM WRITE-CARD-LINE
        MOVE "WAS:" TO WS-IL1-LABEL
        MOVE WS-PRI-IMAGE (WS-CARD-IDX) TO FIB-CONTROL-CARD
        PERFORM WRITE-IMAGE-LINES
        MOVE "NOW:" TO WS-IL1-LABEL
        MOVE WS-CUR-IMAGE (WS-CARD-IDX) TO FIB-CONTROL-CARD
        PERFORM WRITE-IMAGE-LINES
     WHEN WS-CUR-PRESENT (WS-CARD-IDX) = 'Y'
          AND WS-CUR-POS (WS-CARD-IDX) NOT = WS-PRI-POS (WS-CARD-IDX)
        ADD 1 TO WS-MOVED-COUNT
        MOVE "MOVED" TO WS-CL-CHANGE
        MOVE "FIELDS UNCHANGED - RUN-ID SUFFIX CHANGED" TO WS-CL-NOTE
        PERFORM WRITE-CARD-LINE
     WHEN OTHER
        CONTINUE
  END-EVALUATE.

 WRITE-CARD-LINE.
  MOVE WS-CARD-LINE TO WS-DETAIL-LINE.
  PERFORM WRITE-DETAIL-LINE.

*> Fields are shown as keyed - an old-format card's blank fields
*> print blank rather than being forced to numeric.
 WRITE-IMAGE-LINES.
  MOVE FIB-CTL-SEQ-TYPE TO WS-IL1-SEQ-TYPE.
  MOVE FIB-CONTROL-CARD (126:1) TO WS-IL1-ORDER.
  MOVE FIB-CTL-LIMIT-TYPE TO WS-IL1-LIMIT-TYPE.
  MOVE FIB-CONTROL-CARD (78:9) TO WS-IL1-MAX-TERMS.
  MOVE FIB-CONTROL-CARD (87:38) TO WS-IL1-MAX-VALUE.
  MOVE FIB-CTL-SCENARIO-ID TO WS-IL1-SCENARIO-ID.
  MOVE FIB-CTL-FORCE-FLAG TO WS-IL1-FORCE-FLAG.
  MOVE WS-IMAGE-LINE-1 TO WS-DETAIL-LINE.
  PERFORM WRITE-DETAIL-LINE.
  MOVE FIB-CONTROL-CARD (1:38) TO WS-IL2-PREV-VALUE.
  MOVE FIB-CONTROL-CARD (39:38) TO WS-IL2-CRNT-VALUE.
  MOVE FIB-CONTROL-CARD (127:38) TO WS-IL2-SEED-3.
  MOVE WS-IMAGE-LINE-2 TO WS-DETAIL-LINE.
  PERFORM WRITE-DETAIL-LINE.

*> The section is printed only when either submission ran request
*> cards; every card-00 line shows the card's position in the deck
*> that held it.
 LIST-REQUEST-CARD-CHANGES.
  IF WS-PRI-REQ-COUNT > 0 OR WS-CUR-REQ-COUNT > 0
     MOVE SPACES TO WS-DETAIL-LINE
     PERFORM WRITE-DETAIL-LINE
     MOVE "TERM-RANGE REQUEST CARDS (CARD 00) ADDED OR REMOVED"
        TO WS-DETAIL-LINE
     PERFORM WRITE-DETAIL-LINE
     PERFORM MATCH-ONE-CURRENT-REQUEST
        VARYING WS-REQ-IDX FROM 1 BY 1
        UNTIL WS-REQ-IDX > WS-CUR-REQ-COUNT
     PERFORM LIST-ONE-REMOVED-REQUEST
        VARYING WS-REQ-IDX FROM 1 BY 1
        UNTIL WS-REQ-IDX > WS-PRI-REQ-COUNT
     IF WS-REQ-ADDED-COUNT = 0 AND WS-REQ-REMOVED-COUNT = 0
        MOVE "REQUEST CARDS UNCHANGED" TO WS-DETAIL-LINE
        PERFORM WRITE-DETAIL-LINE
     END-IF
  END-IF.

 MATCH-ONE-CURRENT-REQUEST.
  MOVE 'N' TO WS-REQ-MATCH-SWITCH.
  PERFORM MATCH-ONE-PRIOR-REQUEST
     VARYING WS-MATCH-IDX FROM 1 BY 1
     UNTIL WS-MATCH-IDX > WS-PRI-REQ-COUNT OR REQUEST-MATCHED.
  IF NOT REQUEST-MATCHED
     ADD 1 TO WS-REQ-ADDED-COUNT
     MOVE 0 TO WS-CL-CARD-NO
     MOVE SPACES TO WS-CL-OLD-POS
     MOVE WS-CUR-REQ-POS (WS-REQ-IDX) TO WS-CL-NEW-POS
     MOVE "ADDED" TO WS-CL-CHANGE
     MOVE SPACES TO WS-CL-NOTE
     PERFORM WRITE-CARD-LINE
     MOVE "NOW:" TO WS-IL1-LABEL
     MOVE WS-CUR-REQ-IMAGE (WS-REQ-IDX) TO FIB-CONTROL-CARD
     PERFORM WRITE-IMAGE-LINES
  END-IF.

 MATCH-ONE-PRIOR-REQUEST.
  IF WS-PRI-REQ-MATCHED (WS-MATCH-IDX) = 'N'
     AND WS-PRI-REQ-IMAGE (WS-MATCH-IDX) = WS-CUR-REQ-IMAGE (WS-REQ-IDX)
     MOVE 'Y' TO WS-PRI-REQ-MATCHED (WS-MATCH-IDX)
     MOVE 'Y' TO WS-REQ-MATCH-SWITCH
  END-IF.

 LIST-ONE-REMOVED-REQUEST.
  IF WS-PRI-REQ-MATCHED (WS-REQ-IDX) = 'N'
     ADD 1 TO WS-REQ-REMOVED-COUNT
     MOVE 0 TO WS-CL-CARD-NO
     MOVE WS-PRI-REQ-POS (WS-REQ-IDX) TO WS-CL-OLD-POS
     MOVE SPACES TO WS-CL-NEW-POS
     MOVE "REMOVED" TO WS-CL-CHANGE
     MOVE SPACES TO WS-CL-NOTE
     PERFORM WRITE-CARD-LINE
     MOVE "WAS:" TO WS-IL1-LABEL
     MOVE WS-PRI-REQ-IMAGE (WS-REQ-IDX) TO FIB-CONTROL-CARD
     PERFORM WRITE-IMAGE-LINES
  END-IF.

*> Journal keys are date + HHMMSS and run-id prefixes are date +
*> HHMM, so the entries made after the prior submission started
*> and before this one started are one contiguous key range; the
*> entries in it for other decks are passed over.
 LIST-JOURNAL-ENTRIES.
  IF JOURNAL-AVAILABLE AND WS-PRIOR-PREFIX NOT = SPACES
     MOVE SPACES TO WS-DETAIL-LINE
     PERFORM WRITE-DETAIL-LINE
     MOVE "FMNT JOURNAL ENTRIES FOR THE DECK BETWEEN THE TWO SUBMISSIONS"
        TO WS-DETAIL-LINE
     PERFORM WRITE-DETAIL-LINE
     MOVE 'N' TO WS-END-OF-JRNL-SWITCH
     MOVE WS-PRIOR-PREFIX (1:8) TO FIBJRNL-DATE
     MOVE WS-PRIOR-PREFIX (9:4) TO WS-JRNL-TIME-X (1:4)
     MOVE "00" TO WS-JRNL-TIME-X (5:2)
     MOVE WS-JRNL-TIME-X TO FIBJRNL-TIME
     MOVE 0 TO FIBJRNL-TASK-NO
     START FIBJRNL KEY IS NOT LESS THAN FIBJRNL-KEY
        INVALID KEY
           MOVE 'Y' TO WS-END-OF-JRNL-SWITCH
     END-START
     PERFORM LIST-ONE-JOURNAL-ENTRY UNTIL END-OF-JRNL
     IF WS-JRNL-COUNT = 0
        MOVE "NO FMNT CHANGES JOURNALED IN THIS INTERVAL"
           TO WS-DETAIL-LINE
        PERFORM WRITE-DETAIL-LINE
     END-IF
  END-IF.

 LIST-ONE-JOURNAL-ENTRY.
  READ FIBJRNL NEXT
     AT END
        MOVE 'Y' TO WS-END-OF-JRNL-SWITCH
  END-READ.
  IF WS-FIBJRNL-STATUS NOT = "00" AND WS-FIBJRNL-STATUS NOT = "10"
     DISPLAY "FIBJRNL READ FAILED - STATUS " WS-FIBJRNL-STATUS
     MOVE 12 TO RETURN-CODE
     MOVE 'Y' TO WS-END-OF-JRNL-SWITCH
  END-IF.
  IF NOT END-OF-JRNL
     MOVE FIBJRNL-TIME TO WS-JRNL-TIME-X
     MOVE SPACES TO WS-JRNL-STAMP
     STRING FIBJRNL-DATE WS-JRNL-TIME-X (1:4)
            DELIMITED BY SIZE INTO WS-JRNL-STAMP
     EVALUATE TRUE
        WHEN WS-JRNL-STAMP NOT < WS-CURRENT-PREFIX
           MOVE 'Y' TO WS-END-OF-JRNL-SWITCH
        WHEN FIBJRNL-DECK-NAME NOT = WS-CURRENT-DECK
           CONTINUE
        WHEN OTHER
           PERFORM LIST-JOURNAL-DETAIL
     END-EVALUATE
  END-IF.

 LIST-JOURNAL-DETAIL.
  ADD 1 TO WS-JRNL-COUNT.
  MOVE FIBJRNL-DATE TO WS-JL-DATE.
  MOVE FIBJRNL-TIME TO WS-JL-TIME.
  MOVE FIBJRNL-USER-ID TO WS-JL-USER-ID.
  MOVE FIBJRNL-TERM-ID TO WS-JL-TERM-ID.
  EVALUATE TRUE
     WHEN FIBJRNL-CARD-ADDED
        MOVE "ADDED" TO WS-JL-ACTION
     WHEN FIBJRNL-CARD-CHANGED
        MOVE "CHANGED" TO WS-JL-ACTION
     WHEN FIBJRNL-CARD-DELETED
        MOVE "DELETED" TO WS-JL-ACTION
     WHEN OTHER
        MOVE FIBJRNL-ACTION TO WS-JL-ACTION
  END-EVALUATE.
  MOVE FIBJRNL-CARD-NO TO WS-JL-CARD-NO.
*> A change FMNT applied directly carries no approver and prints
*> without one.
  IF FIBJRNL-APPROVER-ID = SPACES
     MOVE SPACES TO WS-JL-APPROVAL
  ELSE
     MOVE "  APPROVED BY " TO WS-JL-APPROVAL (1:14)
     MOVE FIBJRNL-APPROVER-ID TO WS-JL-APPROVER-ID
  END-IF.
  MOVE WS-JOURNAL-LINE TO WS-DETAIL-LINE.
  PERFORM WRITE-DETAIL-LINE.

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

 WRITE-CHANGE-TOTALS.
  IF WS-LINE-COUNT >= WS-LINES-PER-PAGE OR WS-PAGE-NUMBER = 0
     PERFORM WRITE-PAGE-HEADINGS
  END-IF.
  IF WS-PRIOR-PREFIX = SPACES
     MOVE "NO EARLIER SNAPSHOT OF THIS DECK - EVERY CARD LISTED AS ADDED"
        TO SYSOUT-RECORD
     WRITE SYSOUT-RECORD AFTER ADVANCING 2 LINES
  END-IF.
  MOVE "CARDS IN PRIOR DECK:" TO WS-TOT-LABEL.
  MOVE WS-PRI-CARD-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.
  MOVE "CARDS IN THIS DECK:" TO WS-TOT-LABEL.
  MOVE WS-CUR-CARD-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "CARDS ADDED:" TO WS-TOT-LABEL.
  MOVE WS-ADDED-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "CARDS REMOVED:" TO WS-TOT-LABEL.
  MOVE WS-REMOVED-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "CARDS CHANGED:" TO WS-TOT-LABEL.
  MOVE WS-CHANGED-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "CARDS MOVED ONLY:" TO WS-TOT-LABEL.
  MOVE WS-MOVED-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "REQUEST CARDS ADDED:" TO WS-TOT-LABEL.
  MOVE WS-REQ-ADDED-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "REQUEST CARDS REMOVED:" TO WS-TOT-LABEL.
  MOVE WS-REQ-REMOVED-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "JOURNAL ENTRIES LISTED:" TO WS-TOT-LABEL.
  MOVE WS-JRNL-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
