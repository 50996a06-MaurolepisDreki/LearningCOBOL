IDENTIFICATION DIVISION.
 PROGRAM-ID. FIBRESID.

*> Modular residue and period report over the FIBVSAM KSDS, for
*> the modeling group's sanity checks (parity, mod 9 digit roots,
*> mod 10 last digits and the like).
*> Every series on the KSDS is read in key order - Fibonacci, Lucas
*> and Tribonacci alike, segmented terms included: a term past the
*> 38-digit horizon is reduced from its high half in
*> FIBVSAM-VALUE-HI and its low half together, so its residue is
*> the residue of the whole value.
*> For each modulus on the SYSIN parameter card (up to ten, four
*> digits each in columns 1-4, 6-9, 11-14 ...; no card means 2, 9
*> and 10) it finds the residue cycle and its length - the Pisano
*> period for Fibonacci - by watching for the opening residues to
*> come round again, prints the cycle and the term numbers where it
*> restarts, and writes every residue to FIBRESO for the modeling
*> system to load.
*> The residues of a true series repeat with their period and obey
*> the series' own recurrence taken modulo the modulus. A series
*> whose residues break either is flagged SUSPECT: one of its cached
*> terms is not what the recurrence says it must be - an independent
*> check on the cache that needs none of the FIBOUT history.
*> Only the unbroken run of terms from a series' first key is
*> analysed; a gap in the term numbers ends it.
*> Return code 0: every series consistent. 4: a series is suspect
*> or a card field was ignored. 12: a file could not be opened.

ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
   SELECT SYSIN ASSIGN TO "SYSIN"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SYSIN-STATUS.
   SELECT FIBVSAM ASSIGN TO "FIBVSAM"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS FIBVSAM-KEY
       FILE STATUS IS WS-FIBVSAM-STATUS.
   SELECT FIBRESO ASSIGN TO "FIBRESO"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBRESO-STATUS.
   SELECT SYSOUT ASSIGN TO "SYSOUT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SYSOUT-STATUS.

DATA DIVISION.
 FILE SECTION.
  FD SYSIN
      RECORDING MODE IS F.
   01 RESID-CONTROL-CARD.
      05 RESID-CTL-FIELD OCCURS 10 TIMES.
         10 RESID-CTL-MODULUS PIC X(4).
         10 FILLER PIC X(1).
      05 FILLER PIC X(30).

  FD FIBVSAM.
   COPY FIBVSAM.

  FD FIBRESO
      RECORDING MODE IS F.
   COPY FIBRESD.

  FD SYSOUT
      RECORDING MODE IS F.
   01 SYSOUT-RECORD PIC X(132).

 WORKING-STORAGE SECTION.
  01 WS-SYSIN-STATUS PIC X(2).
  01 WS-FIBVSAM-STATUS PIC X(2).
  01 WS-FIBRESO-STATUS PIC X(2).
  01 WS-SYSOUT-STATUS PIC X(2).

  01 WS-END-OF-FIBVSAM-SWITCH PIC X VALUE 'N'.
     88 END-OF-FIBVSAM VALUE 'Y'.
  01 WS-CARD-ERROR-SWITCH PIC X VALUE 'N'.
     88 CARD-FIELD-IGNORED VALUE 'Y'.

  01 WS-RUN-DATE.
     05 WS-RUN-YYYY PIC 9(4).
     05 WS-RUN-MM PIC 9(2).
     05 WS-RUN-DD PIC 9(2).
  01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

*> The moduli asked for, with 10**19 reduced by each - the weight
*> of one 19-digit piece of a term over the next, so a term is
*> reduced piece by piece without ever dividing a 76-digit value.
  01 WS-MODULUS-TABLE.
     05 WS-MODULUS-ENTRY OCCURS 10 TIMES.
        10 WS-MODULUS PIC 9(4).
        10 WS-MOD-POW19 PIC 9(4).
        10 WS-MOD-PERIOD PIC 9(6).
        10 WS-MOD-BREAK-TERM PIC 9(9).
        10 WS-MOD-BREAK-KIND PIC X(1).
           88 MOD-BREAKS-PERIOD VALUE 'P'.
           88 MOD-BREAKS-RECURRENCE VALUE 'R'.
           88 MOD-CONSISTENT VALUE ' '.
  01 WS-MODULUS-COUNT PIC 9(2) VALUE 0.
  01 WS-MOD-IDX PIC 9(2).
  01 WS-FIELD-IDX PIC 9(2).
  01 WS-CARD-MODULUS PIC 9(4).
  01 WS-DUPLICATE-SWITCH PIC X.
     88 MODULUS-ALREADY-LISTED VALUE 'Y'.

*> The series being analysed. Legacy records with a blank type are
*> their own key range and are reported as such.
  01 WS-SERIES-TYPE PIC X(1).
  01 WS-SERIES-NAME PIC X(20).
  01 WS-SERIES-ORDER PIC 9(1).
  01 WS-SERIES-RECORDS PIC 9(9).
  01 WS-FIRST-TERM PIC 9(9).
  01 WS-LAST-TERM PIC 9(9).
  01 WS-WINDOW-SWITCH PIC X.
     88 WINDOW-CLOSED VALUE 'Y'.
  01 WS-WINDOW-END-REASON PIC X(1).
     88 WINDOW-ENDS-AT-GAP VALUE 'G'.
     88 WINDOW-ENDS-AT-LIMIT VALUE 'L'.
  01 WS-GAP-TERM PIC 9(9).
  01 WS-SERIES-SUSPECT-SWITCH PIC X.
     88 SERIES-IS-SUSPECT VALUE 'Y'.

*> Residues of the analysed terms, by modulus; position 1 is the
*> series' first term on file.
  01 WS-MAX-TERMS PIC 9(4) VALUE 1000.
  01 WS-TERM-COUNT PIC 9(4) VALUE 0.
  01 WS-RESIDUE-TABLE.
     05 WS-RESIDUE-ROW OCCURS 10 TIMES.
        10 WS-RESIDUE PIC 9(4) OCCURS 1000 TIMES.

*> The term as one 76-digit value, high half first, and the same
*> storage seen as four 19-digit pieces.
  01 WS-TERM-VALUE.
     05 WS-TERM-HI PIC 9(38).
     05 WS-TERM-LO PIC 9(38).
  01 WS-TERM-PIECES REDEFINES WS-TERM-VALUE.
     05 WS-TERM-PIECE PIC 9(19) OCCURS 4 TIMES.
  01 WS-PIECE-IDX PIC 9(1).
  01 WS-RES-ACC PIC 9(4).
  01 WS-RES-PIECE PIC 9(4).
  01 WS-RES-WORK PIC 9(9).
  01 WS-RES-QUOT PIC 9(19).

  01 WS-N PIC 9(4).
  01 WS-BACK-IDX PIC 9(4).
  01 WS-STATE-IDX PIC 9(1).
  01 WS-STATE-SWITCH PIC X.
     88 STATE-MATCHES VALUE 'Y'.
  01 WS-CHECK-SWITCH PIC X.
     88 CHECK-FAILED VALUE 'Y'.
  01 WS-PERIOD PIC 9(6).
  01 WS-SUM-WORK PIC 9(6).
  01 WS-EXPECTED PIC 9(4).
  01 WS-CYCLE-POS PIC 9(6).
  01 WS-CYCLE-COUNT PIC 9(6).
  01 WS-RESTART-TERM PIC 9(9).
  01 WS-EDIT-TERM PIC Z(8)9.
  01 WS-NOTE-PTR PIC 9(2).
  01 WS-LIST-IDX PIC 9(2).
  01 WS-LIST-LIMIT PIC 9(4).

  01 WS-SERIES-COUNT PIC 9(9) VALUE 0.
  01 WS-FIBVSAM-READ-COUNT PIC 9(9) VALUE 0.
  01 WS-ANALYSED-TOTAL PIC 9(9) VALUE 0.
  01 WS-SUSPECT-COUNT PIC 9(9) VALUE 0.
  01 WS-RESIDUE-WRITE-COUNT PIC 9(9) VALUE 0.

  01 WS-HELD-LINE PIC X(132).
  01 WS-PAGE-NUMBER PIC 9(5) VALUE 0.
  01 WS-LINE-COUNT PIC 9(3) VALUE 99.
  01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.

  01 WS-HEADING-LINE-1.
     05 FILLER PIC X(40)
        VALUE "FIBVSAM RESIDUE AND PERIOD REPORT".
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
     05 FILLER PIC X(18) VALUE "RESIDUES MODULO:".
     05 WS-HDG-MODULI VALUE SPACES.
        10 WS-HDG-MODULUS PIC ZZZ9B OCCURS 10 TIMES.
     05 FILLER PIC X(64) VALUE SPACES.

  01 WS-SERIES-LINE.
     05 FILLER PIC X(7) VALUE "SERIES ".
     05 WS-SER-TYPE PIC X(1).
     05 FILLER PIC X(1) VALUE SPACE.
     05 WS-SER-NAME PIC X(20).
     05 FILLER PIC X(14) VALUE "TERMS ON FILE".
     05 WS-SER-RECORDS PIC ZZZZZZZZ9.
     05 FILLER PIC X(18) VALUE "   ANALYSED TERMS".
     05 WS-SER-FIRST PIC ZZZZZZZZ9.
     05 FILLER PIC X(4) VALUE " TO".
     05 WS-SER-LAST PIC ZZZZZZZZ9.
     05 FILLER PIC X(3) VALUE SPACES.
     05 WS-SER-NOTE PIC X(37).

  01 WS-MODULUS-LINE.
     05 FILLER PIC X(4) VALUE SPACES.
     05 FILLER PIC X(8) VALUE "MODULUS".
     05 WS-MDL-MODULUS PIC ZZZ9.
     05 FILLER PIC X(10) VALUE "   PERIOD".
     05 WS-MDL-PERIOD PIC ZZZZZ9.
     05 FILLER PIC X(17) VALUE "   CYCLES SEEN".
     05 WS-MDL-CYCLES PIC ZZZZZ9.
     05 FILLER PIC X(3) VALUE SPACES.
     05 WS-MDL-STATUS PIC X(74).

  01 WS-TERM-LIST-LINE.
     05 FILLER PIC X(8) VALUE SPACES.
     05 WS-TLL-LABEL PIC X(24).
     05 WS-TLL-TERMS VALUE SPACES.
        10 WS-TLL-TERM PIC ZZZZZZZZ9B OCCURS 10 TIMES.

  01 WS-RESIDUE-LIST-LINE.
     05 FILLER PIC X(8) VALUE SPACES.
     05 WS-RLL-LABEL PIC X(24).
     05 WS-RLL-RESIDUES VALUE SPACES.
        10 WS-RLL-RESIDUE PIC ZZZ9B OCCURS 20 TIMES.

  01 WS-TOTAL-LINE.
     05 WS-TOT-LABEL PIC X(30).
     05 WS-TOT-COUNT PIC ZZZZZZZZ9.
     05 FILLER PIC X(93) VALUE SPACES.

PROCEDURE DIVISION.
 PERFORM INITIALIZATION.
 PERFORM READ-NEXT-FIBVSAM.
 PERFORM ANALYSE-ONE-SERIES UNTIL END-OF-FIBVSAM.
 PERFORM WRITE-RESIDUE-TOTALS.
 CLOSE FIBVSAM.
 CLOSE FIBRESO.
 CLOSE SYSOUT.
 IF (WS-SUSPECT-COUNT > 0 OR CARD-FIELD-IGNORED) AND RETURN-CODE < 4
*> Nonzero so the scheduler raises the same alert a
*> reconciliation exception does.
    MOVE 4 TO RETURN-CODE
 END-IF.
 STOP RUN.

 INITIALIZATION.
  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  MOVE WS-RUN-YYYY TO WS-HDG-YYYY.
  MOVE WS-RUN-MM TO WS-HDG-MM.
  MOVE WS-RUN-DD TO WS-HDG-DD.
  PERFORM READ-PARAMETER-CARD.
  OPEN INPUT FIBVSAM.
  IF WS-FIBVSAM-STATUS NOT = "00"
     DISPLAY "FIBVSAM OPEN FAILED - STATUS " WS-FIBVSAM-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  OPEN OUTPUT FIBRESO.
  IF WS-FIBRESO-STATUS NOT = "00"
     DISPLAY "FIBRESO OPEN FAILED - STATUS " WS-FIBRESO-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  OPEN OUTPUT SYSOUT.
  IF WS-SYSOUT-STATUS NOT = "00"
     DISPLAY "SYSOUT OPEN FAILED - STATUS " WS-SYSOUT-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
     UNTIL WS-MOD-IDX > WS-MODULUS-COUNT
     MOVE WS-MODULUS (WS-MOD-IDX) TO WS-HDG-MODULUS (WS-MOD-IDX)
  END-PERFORM.

*> A blank field is skipped; anything else that is not a modulus
*> from 2 to 9999, or repeats one already listed, is ignored with a
*> message. With no card, or nothing usable on it, the report runs
*> for parity, digit roots and last digits.
 READ-PARAMETER-CARD.
  OPEN INPUT SYSIN.
  IF WS-SYSIN-STATUS = "00"
     READ SYSIN
        AT END
           CONTINUE
        NOT AT END
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
              UNTIL WS-FIELD-IDX > 10
              PERFORM TAKE-CARD-MODULUS
           END-PERFORM
     END-READ
     CLOSE SYSIN
  END-IF.
  IF WS-MODULUS-COUNT = 0
     MOVE 2 TO WS-MODULUS (1)
     MOVE 9 TO WS-MODULUS (2)
     MOVE 10 TO WS-MODULUS (3)
     MOVE 3 TO WS-MODULUS-COUNT
  END-IF.
  PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
     UNTIL WS-MOD-IDX > WS-MODULUS-COUNT
     MOVE 1 TO WS-MOD-POW19 (WS-MOD-IDX)
     PERFORM RAISE-PIECE-WEIGHT 19 TIMES
  END-PERFORM.

 TAKE-CARD-MODULUS.
  IF RESID-CTL-MODULUS (WS-FIELD-IDX) = SPACES
     CONTINUE
  ELSE
     IF RESID-CTL-MODULUS (WS-FIELD-IDX) IS NUMERIC
        MOVE RESID-CTL-MODULUS (WS-FIELD-IDX) TO WS-CARD-MODULUS
     ELSE
        MOVE 0 TO WS-CARD-MODULUS
     END-IF
     MOVE 'N' TO WS-DUPLICATE-SWITCH
     PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
        UNTIL WS-MOD-IDX > WS-MODULUS-COUNT
        IF WS-MODULUS (WS-MOD-IDX) = WS-CARD-MODULUS
           MOVE 'Y' TO WS-DUPLICATE-SWITCH
        END-IF
     END-PERFORM
     IF WS-CARD-MODULUS < 2 OR MODULUS-ALREADY-LISTED
        DISPLAY "MODULUS FIELD " WS-FIELD-IDX " IGNORED - "
           RESID-CTL-MODULUS (WS-FIELD-IDX)
        MOVE 'Y' TO WS-CARD-ERROR-SWITCH
     ELSE
        ADD 1 TO WS-MODULUS-COUNT
        MOVE WS-CARD-MODULUS TO WS-MODULUS (WS-MODULUS-COUNT)
     END-IF
  END-IF.

 RAISE-PIECE-WEIGHT.
  COMPUTE WS-RES-WORK = WS-MOD-POW19 (WS-MOD-IDX) * 10.
  DIVIDE WS-RES-WORK BY WS-MODULUS (WS-MOD-IDX)
     GIVING WS-RES-QUOT REMAINDER WS-MOD-POW19 (WS-MOD-IDX).

 READ-NEXT-FIBVSAM.
  READ FIBVSAM NEXT
     AT END
        MOVE 'Y' TO WS-END-OF-FIBVSAM-SWITCH
  END-READ.
  IF WS-FIBVSAM-STATUS NOT = "00" AND WS-FIBVSAM-STATUS NOT = "10"
     DISPLAY "FIBVSAM READ FAILED - STATUS " WS-FIBVSAM-STATUS
     MOVE 12 TO RETURN-CODE
     MOVE 'Y' TO WS-END-OF-FIBVSAM-SWITCH
  END-IF.
  IF NOT END-OF-FIBVSAM
     ADD 1 TO WS-FIBVSAM-READ-COUNT
  END-IF.

*> One key range per series: load the residues of its unbroken run
*> of terms, judge them under every modulus, then report and write
*> them.
 ANALYSE-ONE-SERIES.
  ADD 1 TO WS-SERIES-COUNT.
  MOVE FIBVSAM-SEQ-TYPE TO WS-SERIES-TYPE.
  EVALUATE WS-SERIES-TYPE
     WHEN 'F'
        MOVE "FIBONACCI" TO WS-SERIES-NAME
        MOVE 2 TO WS-SERIES-ORDER
     WHEN 'L'
        MOVE "LUCAS" TO WS-SERIES-NAME
        MOVE 2 TO WS-SERIES-ORDER
     WHEN 'T'
        MOVE "TRIBONACCI" TO WS-SERIES-NAME
        MOVE 3 TO WS-SERIES-ORDER
     WHEN SPACE
        MOVE "UNTYPED (LEGACY)" TO WS-SERIES-NAME
        MOVE 2 TO WS-SERIES-ORDER
     WHEN OTHER
        MOVE "UNKNOWN TYPE" TO WS-SERIES-NAME
        MOVE 2 TO WS-SERIES-ORDER
  END-EVALUATE.
  MOVE 0 TO WS-SERIES-RECORDS.
  MOVE 0 TO WS-TERM-COUNT.
  MOVE FIBVSAM-TERM-NO TO WS-FIRST-TERM.
  MOVE FIBVSAM-TERM-NO TO WS-LAST-TERM.
  MOVE 'N' TO WS-WINDOW-SWITCH.
  MOVE SPACE TO WS-WINDOW-END-REASON.
  PERFORM LOAD-SERIES-TERM
     UNTIL END-OF-FIBVSAM OR FIBVSAM-SEQ-TYPE NOT = WS-SERIES-TYPE.
  ADD WS-TERM-COUNT TO WS-ANALYSED-TOTAL.
  MOVE 'N' TO WS-SERIES-SUSPECT-SWITCH.
  PERFORM ANALYSE-SERIES-MODULUS
     VARYING WS-MOD-IDX FROM 1 BY 1
     UNTIL WS-MOD-IDX > WS-MODULUS-COUNT.
  IF SERIES-IS-SUSPECT
     ADD 1 TO WS-SUSPECT-COUNT
  END-IF.
  PERFORM WRITE-SERIES-REPORT.
  PERFORM WRITE-SERIES-RESIDUES
     VARYING WS-MOD-IDX FROM 1 BY 1
     UNTIL WS-MOD-IDX > WS-MODULUS-COUNT.

 LOAD-SERIES-TERM.
  ADD 1 TO WS-SERIES-RECORDS.
  IF NOT WINDOW-CLOSED
     IF WS-TERM-COUNT > 0 AND FIBVSAM-TERM-NO NOT = WS-LAST-TERM + 1
        MOVE 'Y' TO WS-WINDOW-SWITCH
        MOVE 'G' TO WS-WINDOW-END-REASON
        COMPUTE WS-GAP-TERM = WS-LAST-TERM + 1
     ELSE
        IF WS-TERM-COUNT = WS-MAX-TERMS
           MOVE 'Y' TO WS-WINDOW-SWITCH
           MOVE 'L' TO WS-WINDOW-END-REASON
        ELSE
           ADD 1 TO WS-TERM-COUNT
           MOVE FIBVSAM-TERM-NO TO WS-LAST-TERM
           PERFORM LOAD-TERM-VALUE
           PERFORM COMPUTE-TERM-RESIDUE
              VARYING WS-MOD-IDX FROM 1 BY 1
              UNTIL WS-MOD-IDX > WS-MODULUS-COUNT
        END-IF
     END-IF
  END-IF.
  PERFORM READ-NEXT-FIBVSAM.

*> Records loaded before the segment fields existed carry blanks
*> in the high half and read as single-segment.
 LOAD-TERM-VALUE.
  MOVE FIBVSAM-VALUE TO WS-TERM-LO.
  IF FIBVSAM-SEG-CNT IS NUMERIC AND FIBVSAM-SEG-CNT = 2
     MOVE FIBVSAM-VALUE-HI TO WS-TERM-HI
  ELSE
     MOVE 0 TO WS-TERM-HI
  END-IF.

*> Horner's rule over the pieces, high-order first: each step keeps
*> the running residue below the modulus, so no intermediate result
*> is wider than nine digits.
 COMPUTE-TERM-RESIDUE.
  MOVE 0 TO WS-RES-ACC.
  PERFORM ADD-RESIDUE-PIECE
     VARYING WS-PIECE-IDX FROM 1 BY 1 UNTIL WS-PIECE-IDX > 4.
  MOVE WS-RES-ACC TO WS-RESIDUE (WS-MOD-IDX, WS-TERM-COUNT).

 ADD-RESIDUE-PIECE.
  DIVIDE WS-TERM-PIECE (WS-PIECE-IDX) BY WS-MODULUS (WS-MOD-IDX)
     GIVING WS-RES-QUOT REMAINDER WS-RES-PIECE.
  COMPUTE WS-RES-WORK =
     WS-RES-ACC * WS-MOD-POW19 (WS-MOD-IDX) + WS-RES-PIECE.
  DIVIDE WS-RES-WORK BY WS-MODULUS (WS-MOD-IDX)
     GIVING WS-RES-QUOT REMAINDER WS-RES-ACC.

*> The period is the first shift at which the opening residues -
*> as many as the recurrence order - come round again. From there
*> every residue must equal the one a period earlier; and from the
*> first term with enough priors, every residue must equal the sum
*> of the priors reduced by the modulus. The first failure of
*> either marks the series suspect at that term.
 ANALYSE-SERIES-MODULUS.
  MOVE 0 TO WS-MOD-PERIOD (WS-MOD-IDX).
  MOVE 0 TO WS-MOD-BREAK-TERM (WS-MOD-IDX).
  MOVE SPACE TO WS-MOD-BREAK-KIND (WS-MOD-IDX).
  MOVE 0 TO WS-PERIOD.
  IF WS-TERM-COUNT > WS-SERIES-ORDER
     PERFORM VARYING WS-N FROM 2 BY 1
        UNTIL WS-N > WS-TERM-COUNT - WS-SERIES-ORDER + 1
           OR WS-PERIOD > 0
        PERFORM TEST-CYCLE-START
     END-PERFORM
  END-IF.
  MOVE WS-PERIOD TO WS-MOD-PERIOD (WS-MOD-IDX).
  MOVE 'N' TO WS-CHECK-SWITCH.
  IF WS-PERIOD > 0
     PERFORM VARYING WS-N FROM WS-PERIOD BY 1
        UNTIL WS-N >= WS-TERM-COUNT OR CHECK-FAILED
        COMPUTE WS-BACK-IDX = WS-N + 1 - WS-PERIOD
        IF WS-RESIDUE (WS-MOD-IDX, WS-N + 1)
           NOT = WS-RESIDUE (WS-MOD-IDX, WS-BACK-IDX)
           MOVE 'Y' TO WS-CHECK-SWITCH
           MOVE 'P' TO WS-MOD-BREAK-KIND (WS-MOD-IDX)
           COMPUTE WS-MOD-BREAK-TERM (WS-MOD-IDX) =
              WS-FIRST-TERM + WS-N
        END-IF
     END-PERFORM
  END-IF.
  IF NOT CHECK-FAILED
     PERFORM VARYING WS-N FROM WS-SERIES-ORDER BY 1
        UNTIL WS-N >= WS-TERM-COUNT OR CHECK-FAILED
        PERFORM TEST-RECURRENCE
     END-PERFORM
  END-IF.
  IF CHECK-FAILED
     MOVE 'Y' TO WS-SERIES-SUSPECT-SWITCH
  END-IF.

 TEST-CYCLE-START.
  MOVE 'Y' TO WS-STATE-SWITCH.
  PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
     UNTIL WS-STATE-IDX > WS-SERIES-ORDER
     COMPUTE WS-BACK-IDX = WS-N + WS-STATE-IDX - 1
     IF WS-RESIDUE (WS-MOD-IDX, WS-BACK-IDX)
        NOT = WS-RESIDUE (WS-MOD-IDX, WS-STATE-IDX)
        MOVE 'N' TO WS-STATE-SWITCH
     END-IF
  END-PERFORM.
  IF STATE-MATCHES
     COMPUTE WS-PERIOD = WS-N - 1
  END-IF.

*> Position WS-N + 1 against the WS-SERIES-ORDER positions before
*> it.
 TEST-RECURRENCE.
  MOVE 0 TO WS-SUM-WORK.
  PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
     UNTIL WS-STATE-IDX > WS-SERIES-ORDER
     COMPUTE WS-BACK-IDX = WS-N + 1 - WS-STATE-IDX
     ADD WS-RESIDUE (WS-MOD-IDX, WS-BACK-IDX) TO WS-SUM-WORK
  END-PERFORM.
  DIVIDE WS-SUM-WORK BY WS-MODULUS (WS-MOD-IDX)
     GIVING WS-RES-QUOT REMAINDER WS-EXPECTED.
  IF WS-RESIDUE (WS-MOD-IDX, WS-N + 1) NOT = WS-EXPECTED
     MOVE 'Y' TO WS-CHECK-SWITCH
     MOVE 'R' TO WS-MOD-BREAK-KIND (WS-MOD-IDX)
     COMPUTE WS-MOD-BREAK-TERM (WS-MOD-IDX) = WS-FIRST-TERM + WS-N
  END-IF.

 WRITE-SERIES-REPORT.
  IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
     PERFORM WRITE-PAGE-HEADINGS
  END-IF.
  MOVE WS-SERIES-TYPE TO WS-SER-TYPE.
  MOVE WS-SERIES-NAME TO WS-SER-NAME.
  MOVE WS-SERIES-RECORDS TO WS-SER-RECORDS.
  MOVE WS-FIRST-TERM TO WS-SER-FIRST.
  MOVE WS-LAST-TERM TO WS-SER-LAST.
  MOVE SPACES TO WS-SER-NOTE.
  MOVE 1 TO WS-NOTE-PTR.
  IF SERIES-IS-SUSPECT
     STRING "*** SUSPECT *** " DELIMITED BY SIZE INTO WS-SER-NOTE
        WITH POINTER WS-NOTE-PTR
  END-IF.
  EVALUATE TRUE
     WHEN WINDOW-ENDS-AT-GAP
        MOVE WS-GAP-TERM TO WS-EDIT-TERM
        STRING "TERM " FUNCTION TRIM(WS-EDIT-TERM) " MISSING"
           DELIMITED BY SIZE INTO WS-SER-NOTE WITH POINTER WS-NOTE-PTR
     WHEN WINDOW-ENDS-AT-LIMIT
        STRING "ANALYSIS LIMIT REACHED" DELIMITED BY SIZE
           INTO WS-SER-NOTE WITH POINTER WS-NOTE-PTR
  END-EVALUATE.
  MOVE SPACES TO SYSOUT-RECORD.
  PERFORM WRITE-DETAIL-LINE.
  MOVE WS-SERIES-LINE TO SYSOUT-RECORD.
  PERFORM WRITE-DETAIL-LINE.
  PERFORM WRITE-MODULUS-REPORT
     VARYING WS-MOD-IDX FROM 1 BY 1
     UNTIL WS-MOD-IDX > WS-MODULUS-COUNT.

 WRITE-MODULUS-REPORT.
  MOVE WS-MODULUS (WS-MOD-IDX) TO WS-MDL-MODULUS.
  MOVE WS-MOD-PERIOD (WS-MOD-IDX) TO WS-MDL-PERIOD.
  MOVE 0 TO WS-CYCLE-COUNT.
  IF WS-MOD-PERIOD (WS-MOD-IDX) > 0
     DIVIDE WS-TERM-COUNT BY WS-MOD-PERIOD (WS-MOD-IDX)
        GIVING WS-CYCLE-COUNT
  END-IF.
  MOVE WS-CYCLE-COUNT TO WS-MDL-CYCLES.
  MOVE SPACES TO WS-MDL-STATUS.
  MOVE WS-MOD-BREAK-TERM (WS-MOD-IDX) TO WS-EDIT-TERM.
  EVALUATE TRUE
     WHEN MOD-BREAKS-PERIOD (WS-MOD-IDX)
        STRING "SUSPECT - BREAKS ITS PERIOD AT TERM "
           FUNCTION TRIM(WS-EDIT-TERM) DELIMITED BY SIZE
           INTO WS-MDL-STATUS
     WHEN MOD-BREAKS-RECURRENCE (WS-MOD-IDX)
        STRING "SUSPECT - BREAKS THE RECURRENCE AT TERM "
           FUNCTION TRIM(WS-EDIT-TERM) DELIMITED BY SIZE
           INTO WS-MDL-STATUS
     WHEN WS-MOD-PERIOD (WS-MOD-IDX) = 0
        MOVE "NO FULL CYCLE IN THE TERMS ANALYSED" TO WS-MDL-STATUS
     WHEN OTHER
        MOVE "CONSISTENT" TO WS-MDL-STATUS
  END-EVALUATE.
  MOVE WS-MODULUS-LINE TO SYSOUT-RECORD.
  PERFORM WRITE-DETAIL-LINE.
  IF WS-MOD-PERIOD (WS-MOD-IDX) > 0
     PERFORM WRITE-RESTART-TERMS
     MOVE WS-MOD-PERIOD (WS-MOD-IDX) TO WS-LIST-LIMIT
     MOVE "RESIDUE CYCLE:" TO WS-RLL-LABEL
  ELSE
     MOVE WS-TERM-COUNT TO WS-LIST-LIMIT
     IF WS-LIST-LIMIT > 100
        MOVE 100 TO WS-LIST-LIMIT
     END-IF
     MOVE "FIRST RESIDUES:" TO WS-RLL-LABEL
  END-IF.
  IF WS-LIST-LIMIT > 0
     PERFORM WRITE-RESIDUE-LIST
  END-IF.

*> The term numbers at which the cycle begins again: the first term
*> plus each whole multiple of the period inside the analysed run.
 WRITE-RESTART-TERMS.
  MOVE "CYCLE RESTARTS AT TERMS:" TO WS-TLL-LABEL.
  MOVE 0 TO WS-LIST-IDX.
  COMPUTE WS-RESTART-TERM = WS-FIRST-TERM + WS-MOD-PERIOD (WS-MOD-IDX).
  IF WS-RESTART-TERM > WS-LAST-TERM
     MOVE SPACES TO SYSOUT-RECORD
     MOVE "CYCLE RESTARTS AT TERMS:" TO SYSOUT-RECORD (9:24)
     MOVE "NONE IN THE TERMS ANALYSED" TO SYSOUT-RECORD (33:26)
     PERFORM WRITE-DETAIL-LINE
  ELSE
     PERFORM LIST-RESTART-TERM UNTIL WS-RESTART-TERM > WS-LAST-TERM
     IF WS-LIST-IDX > 0
        PERFORM WRITE-TERM-LIST-LINE
     END-IF
  END-IF.

 LIST-RESTART-TERM.
  ADD 1 TO WS-LIST-IDX.
  MOVE WS-RESTART-TERM TO WS-TLL-TERM (WS-LIST-IDX).
  IF WS-LIST-IDX = 10
     PERFORM WRITE-TERM-LIST-LINE
  END-IF.
  ADD WS-MOD-PERIOD (WS-MOD-IDX) TO WS-RESTART-TERM.

 WRITE-TERM-LIST-LINE.
  MOVE WS-TERM-LIST-LINE TO SYSOUT-RECORD.
  PERFORM WRITE-DETAIL-LINE.
  MOVE SPACES TO WS-TLL-LABEL.
  MOVE SPACES TO WS-TLL-TERMS.
  MOVE 0 TO WS-LIST-IDX.

 WRITE-RESIDUE-LIST.
  MOVE 0 TO WS-LIST-IDX.
  PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-LIST-LIMIT
     ADD 1 TO WS-LIST-IDX
     MOVE WS-RESIDUE (WS-MOD-IDX, WS-N) TO WS-RLL-RESIDUE (WS-LIST-IDX)
     IF WS-LIST-IDX = 20
        PERFORM WRITE-RESIDUE-LIST-LINE
     END-IF
  END-PERFORM.
  IF WS-LIST-IDX > 0
     PERFORM WRITE-RESIDUE-LIST-LINE
  END-IF.

 WRITE-RESIDUE-LIST-LINE.
  MOVE WS-RESIDUE-LIST-LINE TO SYSOUT-RECORD.
  PERFORM WRITE-DETAIL-LINE.
  MOVE SPACES TO WS-RLL-LABEL.
  MOVE SPACES TO WS-RLL-RESIDUES.
  MOVE 0 TO WS-LIST-IDX.

*> One record per analysed term for the modulus, carrying the
*> series-level suspect flag so the loader can drop a suspect
*> series whole.
 WRITE-SERIES-RESIDUES.
  PERFORM WRITE-RESIDUE-RECORD
     VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-TERM-COUNT.

 WRITE-RESIDUE-RECORD.
  MOVE WS-SERIES-TYPE TO FIBRESD-SEQ-TYPE.
  MOVE WS-MODULUS (WS-MOD-IDX) TO FIBRESD-MODULUS.
  COMPUTE FIBRESD-TERM-NO = WS-FIRST-TERM + WS-N - 1.
  MOVE WS-RESIDUE (WS-MOD-IDX, WS-N) TO FIBRESD-RESIDUE.
  MOVE WS-MOD-PERIOD (WS-MOD-IDX) TO FIBRESD-PERIOD.
  MOVE 'N' TO FIBRESD-RESTART-FLAG.
  IF WS-MOD-PERIOD (WS-MOD-IDX) > 0
     DIVIDE WS-MOD-PERIOD (WS-MOD-IDX) INTO WS-N
        GIVING WS-RES-QUOT REMAINDER WS-CYCLE-POS
     IF WS-CYCLE-POS = 0
        MOVE WS-MOD-PERIOD (WS-MOD-IDX) TO WS-CYCLE-POS
     END-IF
     IF WS-CYCLE-POS = 1 AND WS-N > 1
        MOVE 'Y' TO FIBRESD-RESTART-FLAG
     END-IF
     MOVE WS-CYCLE-POS TO FIBRESD-CYCLE-POS
  ELSE
     MOVE 0 TO FIBRESD-CYCLE-POS
  END-IF.
  IF SERIES-IS-SUSPECT
     MOVE 'Y' TO FIBRESD-SUSPECT-FLAG
  ELSE
     MOVE 'N' TO FIBRESD-SUSPECT-FLAG
  END-IF.
  MOVE WS-RUN-DATE-NUM TO FIBRESD-RUN-DATE.
  WRITE FIBRESD-RECORD.
  IF WS-FIBRESO-STATUS NOT = "00"
     DISPLAY "FIBRESO WRITE FAILED - STATUS " WS-FIBRESO-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  ADD 1 TO WS-RESIDUE-WRITE-COUNT.

 WRITE-PAGE-HEADINGS.
  ADD 1 TO WS-PAGE-NUMBER.
  MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE.
  WRITE SYSOUT-RECORD FROM WS-HEADING-LINE-1 AFTER ADVANCING PAGE.
  WRITE SYSOUT-RECORD FROM WS-HEADING-LINE-2 AFTER ADVANCING 2 LINES.
  MOVE SPACES TO SYSOUT-RECORD.
  WRITE SYSOUT-RECORD AFTER ADVANCING 1 LINE.
  MOVE 0 TO WS-LINE-COUNT.

*> The line to print is built in SYSOUT-RECORD by the caller; the
*> page break writes its headings from working storage, so the
*> line is held across it.
 WRITE-DETAIL-LINE.
  IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
     MOVE SYSOUT-RECORD TO WS-HELD-LINE
     PERFORM WRITE-PAGE-HEADINGS
     MOVE WS-HELD-LINE TO SYSOUT-RECORD
  END-IF.
  WRITE SYSOUT-RECORD AFTER ADVANCING 1 LINE.
  ADD 1 TO WS-LINE-COUNT.
  IF WS-SYSOUT-STATUS NOT = "00"
     DISPLAY "SYSOUT WRITE FAILED - STATUS " WS-SYSOUT-STATUS
     MOVE 12 TO RETURN-CODE
  END-IF.

 WRITE-RESIDUE-TOTALS.
  IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE OR WS-PAGE-NUMBER = 0
     PERFORM WRITE-PAGE-HEADINGS
  END-IF.
  MOVE "FIBVSAM RECORDS READ:" TO WS-TOT-LABEL.
  MOVE WS-FIBVSAM-READ-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.
  MOVE "SERIES ANALYSED:" TO WS-TOT-LABEL.
  MOVE WS-SERIES-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "TERMS ANALYSED:" TO WS-TOT-LABEL.
  MOVE WS-ANALYSED-TOTAL TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "MODULI:" TO WS-TOT-LABEL.
  MOVE WS-MODULUS-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "RESIDUE RECORDS WRITTEN:" TO WS-TOT-LABEL.
  MOVE WS-RESIDUE-WRITE-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "SUSPECT SERIES:" TO WS-TOT-LABEL.
  MOVE WS-SUSPECT-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.
