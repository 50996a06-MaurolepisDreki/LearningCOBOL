IDENTIFICATION DIVISION.
 PROGRAM-ID. FIBRQPLN.

*> Turns the term-range requests users queue on the FREQ screen into
*> tonight's generation work. Runs right after FIBCUNLD has unloaded
*> the deck, before the edit, so whatever it adds is edited, split,
*> generated, snapshotted and extracted exactly like a card keyed
*> on FMNT.
*> Every open, planned or carried-over request on the FIBTREQ queue
*> is decided in turn:
*>   - rejected when the generator cannot produce it: a series
*>     other than F, L or T, an order the series does not run on
*>     (2 for Fibonacci and Lucas, 3 for Tribonacci), a range that
*>     is empty or starts at zero, or a range running past the last
*>     term that fits the generator's 76-digit capacity;
*>   - planned when every term is already on FIBVSAM, when one of
*>     the deck's own canonical cards already generates that far, or
*>     when it goes into a request card added to the deck;
*>   - carried over when it needs a card and the deck is already at
*>     the 99-card limit.
*> One canonical card (the series' own seeds, limit by terms) is
*> added per series still short, running to the furthest term any
*> request for that series needs - the generator always starts a
*> canonical series at term 1, so one card covers every request for
*> it. The cards go on the end of the unloaded SYSIN deck and of the
*> CARDSNAP staging copy (under card number 00 and no deck name,
*> since they are not FMNT cards), in Fibonacci, Lucas, Tribonacci
*> order.
*> Whether a planned request was actually fulfilled is settled after
*> the generator by FIBRQFUL against FIBVSAM. A resubmitted night
*> re-unloads the deck and re-plans the same requests the same way,
*> so a restart finds the request cards where the first attempt put
*> them unless new requests for another series arrived in between.
*> The capacity per series comes from the same segmented simulation
*> FIBEDIT runs, so a request card can never fail the edit.
*> A queue that cannot be opened (never written by FREQ yet) leaves
*> the deck as unloaded and ends with return code 4.

ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
   SELECT FIBTREQ ASSIGN TO "FIBTREQ"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FIBTREQ-KEY
       FILE STATUS IS WS-FIBTREQ-STATUS.
   SELECT FIBVSAM ASSIGN TO "FIBVSAM"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS FIBVSAM-KEY
       FILE STATUS IS WS-FIBVSAM-STATUS.
   SELECT CNTLCARD ASSIGN TO "CNTLCARD"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-CNTLCARD-STATUS.
   SELECT CARDSNAP ASSIGN TO "CARDSNAP"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-CARDSNAP-STATUS.

DATA DIVISION.
 FILE SECTION.
  FD FIBTREQ.
   COPY FIBTREQ.

  FD FIBVSAM.
   COPY FIBVSAM.

  FD CNTLCARD
      RECORDING MODE IS F.
   COPY FIBCTL.

  FD CARDSNAP
      RECORDING MODE IS F.
   01 CARDSNAP-RECORD PIC X(185).

 WORKING-STORAGE SECTION.
  01 WS-FIBTREQ-STATUS PIC X(2).
  01 WS-FIBVSAM-STATUS PIC X(2).
  01 WS-CNTLCARD-STATUS PIC X(2).
  01 WS-CARDSNAP-STATUS PIC X(2).

  COPY FIBCARD.

  01 WS-END-OF-DECK-SWITCH PIC X VALUE 'N'.
     88 END-OF-DECK VALUE 'Y'.

  01 WS-END-OF-QUEUE-SWITCH PIC X VALUE 'N'.
     88 END-OF-QUEUE VALUE 'Y'.

  01 WS-VSAM-SWITCH PIC X VALUE 'N'.
     88 VSAM-AVAILABLE VALUE 'Y'.

  01 WS-KSDS-WRITE-SWITCH PIC X VALUE 'N'.
     88 KSDS-WRITE-ELIGIBLE VALUE 'Y'.

*> The first pass over the queue only sizes the request cards; the
*> second decides each request again and records the decision.
  01 WS-PASS-SWITCH PIC X VALUE '1'.
     88 SIZING-PASS VALUE '1'.
     88 RECORDING-PASS VALUE '2'.

  01 WS-DECISION PIC X(1).
     88 DECIDE-REJECT VALUE 'R'.
     88 DECIDE-ON-FILE VALUE 'A'.
     88 DECIDE-DECK-COVERS VALUE 'K'.
     88 DECIDE-NEEDS-CARD VALUE 'N'.
  01 WS-DECISION-REASON PIC X(40).

  01 WS-ALL-ON-FILE-SWITCH PIC X.
     88 ALL-TERMS-ON-FILE VALUE 'Y'.
  01 WS-PROBE-TERM PIC 9(9).

*> One entry per series the generator runs, in deck order F, L, T:
*> its canonical seeds and order, the last term inside 76 digits,
*> how far the unloaded deck's own canonical cards already run it,
*> and the request card added for it tonight, if any.
  01 WS-SERIES-TABLE.
     05 WS-SERIES-ENTRY OCCURS 3 TIMES.
        10 WS-SER-TYPE PIC X(1).
        10 WS-SER-ORDER PIC 9(1).
        10 WS-SER-PREV-SEED PIC 9(1).
        10 WS-SER-CRNT-SEED PIC 9(1).
        10 WS-SER-CAPACITY PIC 9(9).
        10 WS-SER-DECK-TERMS PIC 9(9).
        10 WS-SER-DECK-POS PIC 9(2).
        10 WS-SER-NEEDED-TERMS PIC 9(9).
        10 WS-SER-ADDED-POS PIC 9(2).
  01 WS-SER-IDX PIC 9(1).

  01 WS-DECK-COUNT PIC 9(3) VALUE 0.
  01 WS-ADDED-COUNT PIC 9(5) VALUE 0.
  01 WS-REQUEST-COUNT PIC 9(5) VALUE 0.
  01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
  01 WS-PLANNED-COUNT PIC 9(5) VALUE 0.
  01 WS-CARRIED-COUNT PIC 9(5) VALUE 0.

  01 WS-POS-DISPLAY PIC 9(2).
  01 WS-CAPACITY-DISPLAY PIC 9(3).

*> Working values for the capacity simulation - the same segmented
*> arithmetic as FIBEDIT's reachability edit and the generator's
*> MAIN-LOOP (four 19-digit segments, low-order first); a carry out
*> of the top segment is the overflow.
  01 SIM-PREV-SEGS.
     05 SIM-PREV-SEG PIC 9(19) OCCURS 4 TIMES.
  01 SIM-CRNT-SEGS.
     05 SIM-CRNT-SEG PIC 9(19) OCCURS 4 TIMES.
  01 SIM-SWAP-SEGS.
     05 SIM-SWAP-SEG PIC 9(19) OCCURS 4 TIMES.
  01 SIM-TERT-SEGS.
     05 SIM-TERT-SEG PIC 9(19) OCCURS 4 TIMES.
  01 SIM-SEG-IDX PIC 9(1).
  01 SIM-SEG-CARRY PIC 9(1).
  01 SIM-SEG-SUM PIC 9(21).
  01 SIM-SEG-REMAINDER PIC 9(19).
  01 SIM-SEG-MODULUS PIC 9(20) VALUE 10000000000000000000.
  01 SIM-ORDER PIC 9(1).
  01 SIM-TERM-COUNT PIC 9(9).
  01 WS-SIM-STATE-SWITCH PIC X.
     88 SIM-OVERFLOWED VALUE 'O'.
     88 SIM-RUNNING VALUE ' '.
  01 WS-SIM-TERM-CAP PIC 9(5) VALUE 1000.

  01 WS-RUN-DATE.
     05 WS-RUN-YYYY PIC 9(4).
     05 WS-RUN-MM PIC 9(2).
     05 WS-RUN-DD PIC 9(2).
  01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

  01 WS-DECISION-LINE.
     05 FILLER PIC X(8) VALUE 'REQUEST '.
     05 DL-USER-ID PIC X(8).
     05 FILLER PIC X(1) VALUE SPACE.
     05 DL-REQ-DATE PIC 9(8).
     05 FILLER PIC X(1) VALUE SPACE.
     05 DL-REQ-TIME PIC 9(6).
     05 FILLER PIC X(2) VALUE SPACES.
     05 DL-SEQ-TYPE PIC X(1).
     05 FILLER PIC X(1) VALUE SPACE.
     05 DL-ORDER PIC X(1).
     05 FILLER PIC X(1) VALUE SPACE.
     05 DL-FROM-TERM PIC ZZZZZZZZ9.
     05 FILLER PIC X(1) VALUE '-'.
     05 DL-TO-TERM PIC ZZZZZZZZ9.
     05 FILLER PIC X(2) VALUE SPACES.
     05 DL-STATUS PIC X(12).
     05 DL-REASON PIC X(40).

PROCEDURE DIVISION.
 PERFORM INITIALIZATION.
 PERFORM READ-UNLOADED-DECK.
 PERFORM SET-SERIES-CAPACITY
    VARYING WS-SER-IDX FROM 1 BY 1 UNTIL WS-SER-IDX > 3.
 MOVE '1' TO WS-PASS-SWITCH.
 PERFORM SCAN-REQUEST-QUEUE.
 PERFORM ADD-REQUEST-CARDS.
 MOVE '2' TO WS-PASS-SWITCH.
 PERFORM SCAN-REQUEST-QUEUE.
 CLOSE FIBTREQ.
 IF VSAM-AVAILABLE
    CLOSE FIBVSAM
 END-IF.
 DISPLAY "CARDS IN UNLOADED DECK:   " WS-DECK-COUNT.
 DISPLAY "REQUEST CARDS ADDED:      " WS-ADDED-COUNT.
 DISPLAY "REQUESTS CONSIDERED:      " WS-REQUEST-COUNT.
 DISPLAY "REQUESTS PLANNED:         " WS-PLANNED-COUNT.
 DISPLAY "REQUESTS REJECTED:        " WS-REJECT-COUNT.
 DISPLAY "REQUESTS CARRIED OVER:    " WS-CARRIED-COUNT.
 STOP RUN.

 INITIALIZATION.
  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  MOVE 'F' TO WS-SER-TYPE (1).
  MOVE 2 TO WS-SER-ORDER (1).
  MOVE 0 TO WS-SER-PREV-SEED (1).
  MOVE 1 TO WS-SER-CRNT-SEED (1).
  MOVE 'L' TO WS-SER-TYPE (2).
  MOVE 2 TO WS-SER-ORDER (2).
  MOVE 2 TO WS-SER-PREV-SEED (2).
  MOVE 1 TO WS-SER-CRNT-SEED (2).
  MOVE 'T' TO WS-SER-TYPE (3).
  MOVE 3 TO WS-SER-ORDER (3).
  MOVE 0 TO WS-SER-PREV-SEED (3).
  MOVE 1 TO WS-SER-CRNT-SEED (3).
  PERFORM VARYING WS-SER-IDX FROM 1 BY 1 UNTIL WS-SER-IDX > 3
     MOVE 0 TO WS-SER-CAPACITY (WS-SER-IDX)
     MOVE 0 TO WS-SER-DECK-TERMS (WS-SER-IDX)
     MOVE 0 TO WS-SER-DECK-POS (WS-SER-IDX)
     MOVE 0 TO WS-SER-NEEDED-TERMS (WS-SER-IDX)
     MOVE 0 TO WS-SER-ADDED-POS (WS-SER-IDX)
  END-PERFORM.
  OPEN I-O FIBTREQ.
  IF WS-FIBTREQ-STATUS NOT = "00"
     DISPLAY "FIBTREQ OPEN FAILED - STATUS " WS-FIBTREQ-STATUS
     DISPLAY "NO TERM-RANGE REQUESTS PLANNED - DECK LEFT AS UNLOADED"
     MOVE 4 TO RETURN-CODE
     STOP RUN
  END-IF.
*> Without the term KSDS nothing can be proven already on file, so
*> every valid request is planned onto a card instead.
  OPEN INPUT FIBVSAM.
  IF WS-FIBVSAM-STATUS = "00"
     MOVE 'Y' TO WS-VSAM-SWITCH
  ELSE
     DISPLAY "FIBVSAM OPEN FAILED - STATUS " WS-FIBVSAM-STATUS
     DISPLAY "NO REQUEST TREATED AS ALREADY ON FILE"
  END-IF.

*> Counts the deck against the 99-card limit and notes, per series,
*> the furthest term the deck's own canonical term-limit cards
*> already generate. A value-limit card is not counted as coverage.
 READ-UNLOADED-DECK.
  OPEN INPUT CNTLCARD.
  IF WS-CNTLCARD-STATUS NOT = "00"
     DISPLAY "CNTLCARD OPEN FAILED - STATUS " WS-CNTLCARD-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  PERFORM READ-ONE-DECK-CARD UNTIL END-OF-DECK.
  CLOSE CNTLCARD.

 READ-ONE-DECK-CARD.
  READ CNTLCARD
     AT END
        MOVE 'Y' TO WS-END-OF-DECK-SWITCH
  END-READ.
  IF WS-CNTLCARD-STATUS NOT = "00" AND WS-CNTLCARD-STATUS NOT = "10"
     DISPLAY "CNTLCARD READ FAILED - STATUS " WS-CNTLCARD-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  IF NOT END-OF-DECK
     ADD 1 TO WS-DECK-COUNT
     PERFORM SET-KSDS-ELIGIBILITY
     IF KSDS-WRITE-ELIGIBLE AND FIB-CTL-LIMIT-IS-TERMS
        AND FIB-CTL-MAX-TERMS IS NUMERIC
        EVALUATE TRUE
           WHEN FIB-CTL-SEQ-IS-LUCAS
              MOVE 2 TO WS-SER-IDX
           WHEN FIB-CTL-SEQ-IS-TRIBONACCI
              MOVE 3 TO WS-SER-IDX
           WHEN OTHER
              MOVE 1 TO WS-SER-IDX
        END-EVALUATE
        IF FIB-CTL-MAX-TERMS > WS-SER-DECK-TERMS (WS-SER-IDX)
           MOVE FIB-CTL-MAX-TERMS TO WS-SER-DECK-TERMS (WS-SER-IDX)
           MOVE WS-DECK-COUNT TO WS-SER-DECK-POS (WS-SER-IDX)
        END-IF
     END-IF
  END-IF.

*> Canonical seeds per series, as the generator decides which runs
*> feed FIBVSAM: Fibonacci 0/1, Lucas 2/1, Tribonacci 0/0/1. Only
*> such a card's terms land in the KSDS a request is satisfied from.
 SET-KSDS-ELIGIBILITY.
  MOVE 'N' TO WS-KSDS-WRITE-SWITCH.
  IF FIB-CTL-PREV-VALUE IS NUMERIC
     AND FIB-CTL-CRNT-VALUE IS NUMERIC
     EVALUATE TRUE
        WHEN FIB-CTL-SEQ-IS-LUCAS
           IF FIB-CTL-PREV-VALUE = 2 AND FIB-CTL-CRNT-VALUE = 1
              MOVE 'Y' TO WS-KSDS-WRITE-SWITCH
           END-IF
        WHEN FIB-CTL-SEQ-IS-TRIBONACCI
           IF FIB-CTL-PREV-VALUE = 0 AND FIB-CTL-CRNT-VALUE = 1
              AND FIB-CTL-SEED-3 IS NUMERIC
              IF FIB-CTL-SEED-3 = 0
                 MOVE 'Y' TO WS-KSDS-WRITE-SWITCH
              END-IF
           END-IF
        WHEN OTHER
           IF FIB-CTL-PREV-VALUE = 0 AND FIB-CTL-CRNT-VALUE = 1
              MOVE 'Y' TO WS-KSDS-WRITE-SWITCH
           END-IF
     END-EVALUATE
  END-IF.

*> Runs the series forward from its canonical seeds until a term
*> overflows the fourth segment; the count of terms before that is
*> the last term number a card for the series may ask for.
 SET-SERIES-CAPACITY.
  MOVE ZEROS TO SIM-PREV-SEGS.
  MOVE ZEROS TO SIM-CRNT-SEGS.
  MOVE ZEROS TO SIM-TERT-SEGS.
  MOVE WS-SER-PREV-SEED (WS-SER-IDX) TO SIM-PREV-SEG (1).
  MOVE WS-SER-CRNT-SEED (WS-SER-IDX) TO SIM-CRNT-SEG (1).
  MOVE WS-SER-ORDER (WS-SER-IDX) TO SIM-ORDER.
  MOVE 0 TO SIM-TERM-COUNT.
  MOVE ' ' TO WS-SIM-STATE-SWITCH.
  PERFORM SIMULATE-ONE-TERM
     UNTIL NOT SIM-RUNNING OR SIM-TERM-COUNT >= WS-SIM-TERM-CAP.
  MOVE SIM-TERM-COUNT TO WS-SER-CAPACITY (WS-SER-IDX).

 SIMULATE-ONE-TERM.
  MOVE 0 TO SIM-SEG-CARRY.
  PERFORM SIMULATE-ONE-SEGMENT
     VARYING SIM-SEG-IDX FROM 1 BY 1 UNTIL SIM-SEG-IDX > 4.
  IF SIM-SEG-CARRY > 0
     MOVE 'O' TO WS-SIM-STATE-SWITCH
  END-IF.
  IF SIM-RUNNING
     MOVE SIM-PREV-SEGS TO SIM-TERT-SEGS
     MOVE SIM-CRNT-SEGS TO SIM-PREV-SEGS
     MOVE SIM-SWAP-SEGS TO SIM-CRNT-SEGS
     ADD 1 TO SIM-TERM-COUNT
  END-IF.

 SIMULATE-ONE-SEGMENT.
  COMPUTE SIM-SEG-SUM =
     SIM-PREV-SEG (SIM-SEG-IDX) + SIM-CRNT-SEG (SIM-SEG-IDX)
     + SIM-SEG-CARRY.
  IF SIM-ORDER = 3
     ADD SIM-TERT-SEG (SIM-SEG-IDX) TO SIM-SEG-SUM
  END-IF.
  DIVIDE SIM-SEG-SUM BY SIM-SEG-MODULUS
     GIVING SIM-SEG-CARRY REMAINDER SIM-SEG-REMAINDER.
  MOVE SIM-SEG-REMAINDER TO SIM-SWAP-SEG (SIM-SEG-IDX).

 SCAN-REQUEST-QUEUE.
  MOVE 'N' TO WS-END-OF-QUEUE-SWITCH.
  MOVE LOW-VALUES TO FIBTREQ-KEY.
  START FIBTREQ KEY IS NOT LESS THAN FIBTREQ-KEY
     INVALID KEY
        MOVE 'Y' TO WS-END-OF-QUEUE-SWITCH
  END-START.
  PERFORM PLAN-ONE-REQUEST UNTIL END-OF-QUEUE.

 PLAN-ONE-REQUEST.
  READ FIBTREQ NEXT
     AT END
        MOVE 'Y' TO WS-END-OF-QUEUE-SWITCH
  END-READ.
  IF WS-FIBTREQ-STATUS NOT = "00" AND WS-FIBTREQ-STATUS NOT = "10"
     DISPLAY "FIBTREQ READ FAILED - STATUS " WS-FIBTREQ-STATUS
     MOVE 12 TO RETURN-CODE
     MOVE 'Y' TO WS-END-OF-QUEUE-SWITCH
  END-IF.
  IF NOT END-OF-QUEUE
     IF FIBTREQ-OPEN OR FIBTREQ-PLANNED OR FIBTREQ-CARRIED-OVER
        PERFORM DECIDE-REQUEST
        IF SIZING-PASS
           IF DECIDE-NEEDS-CARD
              IF FIBTREQ-TO-TERM > WS-SER-NEEDED-TERMS (WS-SER-IDX)
                 MOVE FIBTREQ-TO-TERM
                    TO WS-SER-NEEDED-TERMS (WS-SER-IDX)
              END-IF
           END-IF
        ELSE
           PERFORM RECORD-DECISION
        END-IF
     END-IF
  END-IF.

*> Leaves the decision in WS-DECISION with its reason, and for any
*> request that gets past the series test, the series' table entry
*> in WS-SER-IDX.
 DECIDE-REQUEST.
  MOVE SPACES TO WS-DECISION-REASON.
  MOVE 'R' TO WS-DECISION.
  EVALUATE FIBTREQ-SEQ-TYPE
     WHEN 'F'
        MOVE 1 TO WS-SER-IDX
     WHEN 'L'
        MOVE 2 TO WS-SER-IDX
     WHEN 'T'
        MOVE 3 TO WS-SER-IDX
     WHEN OTHER
        MOVE 0 TO WS-SER-IDX
  END-EVALUATE.
  EVALUATE TRUE
     WHEN WS-SER-IDX = 0
        MOVE 'SERIES MUST BE F, L OR T' TO WS-DECISION-REASON
     WHEN FIBTREQ-ORDER IS NOT NUMERIC
        MOVE 'ORDER MUST BE 2 OR 3' TO WS-DECISION-REASON
     WHEN FIBTREQ-ORDER NOT = WS-SER-ORDER (WS-SER-IDX)
        STRING 'ORDER ' FIBTREQ-ORDER ' IS NOT SUPPORTED FOR SERIES '
               FIBTREQ-SEQ-TYPE
               DELIMITED BY SIZE INTO WS-DECISION-REASON
     WHEN FIBTREQ-FROM-TERM IS NOT NUMERIC
          OR FIBTREQ-TO-TERM IS NOT NUMERIC
        MOVE 'TERM RANGE IS NOT NUMERIC' TO WS-DECISION-REASON
     WHEN FIBTREQ-FROM-TERM = 0
          OR FIBTREQ-FROM-TERM > FIBTREQ-TO-TERM
        MOVE 'TERM RANGE IS NOT VALID' TO WS-DECISION-REASON
     WHEN FIBTREQ-TO-TERM > WS-SER-CAPACITY (WS-SER-IDX)
        MOVE WS-SER-CAPACITY (WS-SER-IDX) TO WS-CAPACITY-DISPLAY
        STRING 'LAST TERM WITHIN 76 DIGITS IS '
               WS-CAPACITY-DISPLAY
               DELIMITED BY SIZE INTO WS-DECISION-REASON
     WHEN OTHER
        PERFORM CHECK-TERMS-ON-FILE
        EVALUATE TRUE
           WHEN ALL-TERMS-ON-FILE
              MOVE 'A' TO WS-DECISION
              MOVE 'TERMS ALREADY ON FILE' TO WS-DECISION-REASON
           WHEN FIBTREQ-TO-TERM <= WS-SER-DECK-TERMS (WS-SER-IDX)
              MOVE 'K' TO WS-DECISION
              MOVE WS-SER-DECK-POS (WS-SER-IDX) TO WS-POS-DISPLAY
              STRING 'COVERED BY TONIGHT''S DECK CARD '
                     WS-POS-DISPLAY
                     DELIMITED BY SIZE INTO WS-DECISION-REASON
           WHEN OTHER
              MOVE 'N' TO WS-DECISION
        END-EVALUATE
  END-EVALUATE.

*> The generator loads a canonical series from term 1 up, so a gap
*> is possible only where a run stopped early; every term in the
*> range is probed rather than just its ends.
 CHECK-TERMS-ON-FILE.
  MOVE 'N' TO WS-ALL-ON-FILE-SWITCH.
  IF VSAM-AVAILABLE
     MOVE 'Y' TO WS-ALL-ON-FILE-SWITCH
     PERFORM PROBE-ONE-TERM
        VARYING WS-PROBE-TERM FROM FIBTREQ-FROM-TERM BY 1
        UNTIL WS-PROBE-TERM > FIBTREQ-TO-TERM
           OR NOT ALL-TERMS-ON-FILE
  END-IF.

 PROBE-ONE-TERM.
  MOVE FIBTREQ-SEQ-TYPE TO FIBVSAM-SEQ-TYPE.
  MOVE WS-PROBE-TERM TO FIBVSAM-TERM-NO.
  READ FIBVSAM
     INVALID KEY
        MOVE 'N' TO WS-ALL-ON-FILE-SWITCH
  END-READ.

*> One canonical term-limit card per series still short of its
*> furthest requested term, while the deck has room under the
*> 99-card limit the edit and generator enforce.
 ADD-REQUEST-CARDS.
  PERFORM ADD-ONE-REQUEST-CARD
     VARYING WS-SER-IDX FROM 1 BY 1 UNTIL WS-SER-IDX > 3.
  IF WS-ADDED-COUNT > 0
     CLOSE CNTLCARD
     CLOSE CARDSNAP
  END-IF.

 ADD-ONE-REQUEST-CARD.
  IF WS-SER-NEEDED-TERMS (WS-SER-IDX) > 0
     IF WS-DECK-COUNT >= 99
        DISPLAY "DECK AT 99 CARDS - NO REQUEST CARD FOR SERIES "
           WS-SER-TYPE (WS-SER-IDX)
     ELSE
        IF WS-ADDED-COUNT = 0
           PERFORM OPEN-DECK-FOR-EXTEND
        END-IF
        PERFORM WRITE-REQUEST-CARD
     END-IF
  END-IF.

 OPEN-DECK-FOR-EXTEND.
  OPEN EXTEND CNTLCARD.
  IF WS-CNTLCARD-STATUS NOT = "00"
     DISPLAY "CNTLCARD OPEN FAILED - STATUS " WS-CNTLCARD-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  OPEN EXTEND CARDSNAP.
  IF WS-CARDSNAP-STATUS NOT = "00"
     DISPLAY "CARDSNAP OPEN FAILED - STATUS " WS-CARDSNAP-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.

*> Built field by field as SET-DEFAULT-CONTROL-CARD builds the
*> generator's default card: canonical seeds, no scenario-id, no
*> force flag, deck position left for the splitter.
 WRITE-REQUEST-CARD.
  MOVE SPACES TO FIB-CONTROL-CARD.
  MOVE WS-SER-PREV-SEED (WS-SER-IDX) TO FIB-CTL-PREV-VALUE.
  MOVE WS-SER-CRNT-SEED (WS-SER-IDX) TO FIB-CTL-CRNT-VALUE.
  MOVE 'T' TO FIB-CTL-LIMIT-TYPE.
  MOVE WS-SER-NEEDED-TERMS (WS-SER-IDX) TO FIB-CTL-MAX-TERMS.
  MOVE 0 TO FIB-CTL-MAX-VALUE.
  MOVE WS-SER-TYPE (WS-SER-IDX) TO FIB-CTL-SEQ-TYPE.
  MOVE WS-SER-ORDER (WS-SER-IDX) TO FIB-CTL-ORDER.
  MOVE 0 TO FIB-CTL-SEED-3.
  MOVE SPACES TO FIB-CTL-SCENARIO-ID.
  MOVE SPACE TO FIB-CTL-FORCE-FLAG.
  MOVE 0 TO FIB-CTL-CARD-NO.
  MOVE FIB-CONTROL-CARD TO FIBCARD-IMAGE.
  WRITE FIB-CONTROL-CARD.
  IF WS-CNTLCARD-STATUS NOT = "00"
     DISPLAY "CNTLCARD WRITE FAILED - STATUS " WS-CNTLCARD-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  MOVE SPACES TO FIBCARD-DECK-NAME.
  MOVE 0 TO FIBCARD-CARD-NO.
  WRITE CARDSNAP-RECORD FROM FIBCARD-RECORD.
  IF WS-CARDSNAP-STATUS NOT = "00"
     DISPLAY "CARDSNAP WRITE FAILED - STATUS " WS-CARDSNAP-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  ADD 1 TO WS-DECK-COUNT.
  ADD 1 TO WS-ADDED-COUNT.
  MOVE WS-DECK-COUNT TO WS-SER-ADDED-POS (WS-SER-IDX).
  DISPLAY "REQUEST CARD ADDED AT DECK POSITION " WS-DECK-COUNT
     " - SERIES " WS-SER-TYPE (WS-SER-IDX)
     " TO TERM " WS-SER-NEEDED-TERMS (WS-SER-IDX).

 RECORD-DECISION.
  ADD 1 TO WS-REQUEST-COUNT.
  EVALUATE TRUE
     WHEN DECIDE-REJECT
        MOVE 'R' TO FIBTREQ-STATUS
        ADD 1 TO WS-REJECT-COUNT
     WHEN DECIDE-NEEDS-CARD
        IF WS-SER-ADDED-POS (WS-SER-IDX) > 0
           MOVE 'P' TO FIBTREQ-STATUS
           MOVE WS-SER-ADDED-POS (WS-SER-IDX) TO WS-POS-DISPLAY
           STRING 'ON TONIGHT''S DECK AS REQUEST CARD '
                  WS-POS-DISPLAY
                  DELIMITED BY SIZE INTO WS-DECISION-REASON
           ADD 1 TO WS-PLANNED-COUNT
        ELSE
           MOVE 'C' TO FIBTREQ-STATUS
           MOVE 'DECK IS AT THE 99-CARD LIMIT' TO WS-DECISION-REASON
           ADD 1 TO WS-CARRIED-COUNT
        END-IF
     WHEN OTHER
        MOVE 'P' TO FIBTREQ-STATUS
        ADD 1 TO WS-PLANNED-COUNT
  END-EVALUATE.
  MOVE WS-RUN-DATE-NUM TO FIBTREQ-STATUS-DATE.
  MOVE WS-DECISION-REASON TO FIBTREQ-REASON.
  MOVE 'N' TO FIBTREQ-REPORTED.
  REWRITE FIBTREQ-RECORD
     INVALID KEY
        DISPLAY "FIBTREQ REWRITE FAILED - STATUS " WS-FIBTREQ-STATUS
        MOVE 12 TO RETURN-CODE
  END-REWRITE.
  MOVE FIBTREQ-USER-ID TO DL-USER-ID.
  MOVE FIBTREQ-REQ-DATE TO DL-REQ-DATE.
  MOVE FIBTREQ-REQ-TIME TO DL-REQ-TIME.
  MOVE FIBTREQ-SEQ-TYPE TO DL-SEQ-TYPE.
  MOVE FIBTREQ-ORDER TO DL-ORDER.
  MOVE FIBTREQ-FROM-TERM TO DL-FROM-TERM.
  MOVE FIBTREQ-TO-TERM TO DL-TO-TERM.
  EVALUATE TRUE
     WHEN FIBTREQ-REJECTED
        MOVE 'REJECTED' TO DL-STATUS
     WHEN FIBTREQ-CARRIED-OVER
        MOVE 'CARRIED OVER' TO DL-STATUS
     WHEN OTHER
        MOVE 'PLANNED' TO DL-STATUS
  END-EVALUATE.
  MOVE FIBTREQ-REASON TO DL-REASON.
  DISPLAY WS-DECISION-LINE.
