IDENTIFICATION DIVISION.
 PROGRAM-ID. FIBCLOAD.

*> Initial load of one named deck in the control-card deck KSDS
*> from a sequential deck. The SYSIN card names the deck in columns
*> 1-8 (blank means DAILY, the deck every date the run calendar
*> does not name runs). CARDIN holds the cards in the current
*> 175-byte layout - the layout the nightly FIBCUNLD unload writes,
*> so a new deck can be started from a copy of the night's SYSIN
*> deck - and each card is written to the KSDS keyed by the deck
*> name and its deck position. A deck that already holds cards is
*> refused with return code 8 so an accidental rerun can never
*> clobber a deck the FMNT screen has since maintained; a deck past
*> 99 cards is refused the same way FIBEDIT refuses it.

ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
   SELECT SYSIN ASSIGN TO "SYSIN"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SYSIN-STATUS.
   SELECT CARDIN ASSIGN TO "CARDIN"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-CARDIN-STATUS.

DATA DIVISION.
 FILE SECTION.
  FD SYSIN
      RECORDING MODE IS F.
   01 CLOAD-CONTROL-CARD.
      05 CLOAD-CTL-DECK-NAME PIC X(8).
      05 FILLER PIC X(72).

  FD CARDIN
      RECORDING MODE IS F.
   01 CARDIN-RECORD PIC X(175).

  FD FIBCNTL.
   COPY FIBCARD.

 WORKING-STORAGE SECTION.
  01 WS-SYSIN-STATUS PIC X(2).
  01 WS-CARDIN-STATUS PIC X(2).
  01 WS-FIBCNTL-STATUS PIC X(2).

     88 END-OF-DECK VALUE 'Y'.

  01 WS-CARD-COUNT PIC 9(3) VALUE 0.
  01 WS-DECK-NAME PIC X(8) VALUE 'DAILY'.

PROCEDURE DIVISION.
 PERFORM INITIALIZATION.
 PERFORM LOAD-ONE-CARD UNTIL END-OF-DECK.
 CLOSE CARDIN.
 CLOSE FIBCNTL.
 DISPLAY "DECK LOADED: " WS-DECK-NAME.
 DISPLAY "CONTROL CARDS LOADED: " WS-CARD-COUNT.
 STOP RUN.

 INITIALIZATION.
  OPEN INPUT SYSIN.
  IF WS-SYSIN-STATUS = "00"
     READ SYSIN
        AT END
           CONTINUE
        NOT AT END
           IF CLOAD-CTL-DECK-NAME NOT = SPACES
              MOVE CLOAD-CTL-DECK-NAME TO WS-DECK-NAME
           END-IF
     END-READ
     CLOSE SYSIN
  END-IF.
  OPEN I-O FIBCNTL.
  IF WS-FIBCNTL-STATUS NOT = "00"
     OPEN OUTPUT FIBCNTL
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
*> Refuse a deck that already holds cards - this load exists to
*> start a deck only, and rerunning it over a maintained deck would
*> throw away everything keyed since. Other decks in the cluster
*> are no obstacle.
  MOVE WS-DECK-NAME TO FIBCARD-DECK-NAME.
  MOVE 0 TO FIBCARD-CARD-NO.
  START FIBCNTL KEY IS GREATER THAN FIBCARD-KEY
     INVALID KEY
        CONTINUE
     NOT INVALID KEY
        READ FIBCNTL NEXT
           AT END
              CONTINUE
           NOT AT END
              IF FIBCARD-DECK-NAME = WS-DECK-NAME
                 DISPLAY "DECK " WS-DECK-NAME
                    " ALREADY LOADED - NOTHING DONE"
                 MOVE 8 TO RETURN-CODE
                 CLOSE FIBCNTL
                 STOP RUN
              END-IF
        END-READ
  END-START.
  OPEN INPUT CARDIN.
  IF WS-CARDIN-STATUS NOT = "00"
     MOVE 8 TO RETURN-CODE
     MOVE 'Y' TO WS-END-OF-DECK-SWITCH
  ELSE
     MOVE WS-DECK-NAME TO FIBCARD-DECK-NAME
     MOVE WS-CARD-COUNT TO FIBCARD-CARD-NO
     MOVE CARDIN-RECORD TO FIBCARD-IMAGE
     WRITE FIBCARD-RECORD
        INVALID KEY
           DISPLAY "FIBCNTL WRITE FAILED FOR CARD " WS-CARD-COUNT
