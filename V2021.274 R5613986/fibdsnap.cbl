IDENTIFICATION DIVISION.
 PROGRAM-ID. FIBDSNAP.

*> Files the deck FIBCUNLD unloaded for tonight's submission as a
*> snapshot on the deck snapshot KSDS, keyed by the run-id prefix
*> the generator stamped and the card's position in the deck. The
*> prefix is taken from the first run-id on the submission's
*> run-id list, so the snapshot is tied to exactly the prefix the
*> FIBOUT records, the run-control master and the extract carry.
*> The cards come from the CARDSNAP staging copy the unload step
*> wrote, key and image, in deck order. Every record of the snapshot
*> names the deck the run calendar picked for the night - the
*> request cards FIBRQPLN appends carry no deck name of their own
*> and are filed under the deck they were appended to.
*> A restarted submission keeps its original prefix; the snapshot
*> filed by the first attempt is the deck that started the run and
*> is left as it is - the staging copy is then only counted.

ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
   SELECT FIBRUNID ASSIGN TO "FIBRUNID"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBRUNID-STATUS.
   SELECT CARDSNAP ASSIGN TO "CARDSNAP"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-CARDSNAP-STATUS.
   SELECT FIBDSNP ASSIGN TO "FIBDSNP"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FIBDSNP-KEY
       FILE STATUS IS WS-FIBDSNP-STATUS.

DATA DIVISION.
 FILE SECTION.
  FD FIBRUNID
      RECORDING MODE IS F.
   01 FIBRUNID-RECORD.
      05 FIBRUNID-RUN-ID PIC X(14).

  FD CARDSNAP
      RECORDING MODE IS F.
   COPY FIBCARD.

  FD FIBDSNP.
   COPY FIBDSNP.

 WORKING-STORAGE SECTION.
  01 WS-FIBRUNID-STATUS PIC X(2).
  01 WS-CARDSNAP-STATUS PIC X(2).
  01 WS-FIBDSNP-STATUS PIC X(2).

  01 WS-END-OF-DECK-SWITCH PIC X VALUE 'N'.
     88 END-OF-DECK VALUE 'Y'.

  01 WS-SNAP-LOAD-SWITCH PIC X VALUE 'N'.
     88 SNAP-LOAD-MODE VALUE 'Y'.

  01 WS-SNAP-EXISTS-SWITCH PIC X VALUE 'N'.
     88 SNAPSHOT-ALREADY-FILED VALUE 'Y'.

  01 WS-RUN-ID-PREFIX PIC X(12).
  01 WS-DECK-NAME PIC X(8) VALUE SPACES.
  01 WS-DECK-POS PIC 9(2) VALUE 0.
  01 WS-CARD-COUNT PIC 9(5) VALUE 0.
  01 WS-FILED-COUNT PIC 9(5) VALUE 0.

  01 WS-RUN-DATE.
     05 WS-RUN-YYYY PIC 9(4).
     05 WS-RUN-MM PIC 9(2).
     05 WS-RUN-DD PIC 9(2).
  01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

PROCEDURE DIVISION.
 PERFORM INITIALIZATION.
 PERFORM FILE-ONE-CARD UNTIL END-OF-DECK.
 CLOSE CARDSNAP.
 CLOSE FIBDSNP.
 DISPLAY "DECK SNAPSHOT FOR PREFIX " WS-RUN-ID-PREFIX.
 DISPLAY "DECK NAME:               " WS-DECK-NAME.
 DISPLAY "CARDS IN UNLOADED DECK:  " WS-CARD-COUNT.
 DISPLAY "CARDS FILED IN SNAPSHOT: " WS-FILED-COUNT.
 STOP RUN.

 INITIALIZATION.
  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  MOVE SPACES TO WS-RUN-ID-PREFIX.
  OPEN INPUT FIBRUNID.
  IF WS-FIBRUNID-STATUS = "00"
     READ FIBRUNID
        AT END
           CONTINUE
        NOT AT END
           MOVE FIBRUNID-RUN-ID (1:12) TO WS-RUN-ID-PREFIX
     END-READ
     CLOSE FIBRUNID
  END-IF.
*> No run-id means the generator produced nothing to tie a deck to;
*> the run itself is unaffected, so the step only warns.
  IF WS-RUN-ID-PREFIX = SPACES OR WS-RUN-ID-PREFIX = LOW-VALUES
     DISPLAY "NO RUN-ID ON THE SUBMISSION LIST - NO SNAPSHOT TAKEN"
     MOVE 4 TO RETURN-CODE
     STOP RUN
  END-IF.
  OPEN INPUT CARDSNAP.
  IF WS-CARDSNAP-STATUS NOT = "00"
     DISPLAY "CARDSNAP OPEN FAILED - STATUS " WS-CARDSNAP-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
*> Persistent KSDS - OPEN I-O first, load-mode OPEN OUTPUT only
*> for a cluster that has never been initialized.
  OPEN I-O FIBDSNP.
  IF WS-FIBDSNP-STATUS NOT = "00"
     OPEN OUTPUT FIBDSNP
     IF WS-FIBDSNP-STATUS = "00"
        MOVE 'Y' TO WS-SNAP-LOAD-SWITCH
     END-IF
  END-IF.
  IF WS-FIBDSNP-STATUS NOT = "00"
     DISPLAY "FIBDSNP OPEN FAILED - STATUS " WS-FIBDSNP-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
*> Position 01 exists for every snapshot ever filed, so one keyed
*> probe tells whether this prefix was already snapshotted by the
*> run a restart is resuming.
  IF NOT SNAP-LOAD-MODE
     MOVE WS-RUN-ID-PREFIX TO FIBDSNP-RUN-PREFIX
     MOVE 1 TO FIBDSNP-DECK-POS
     READ FIBDSNP
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           MOVE 'Y' TO WS-SNAP-EXISTS-SWITCH
           DISPLAY "SNAPSHOT ALREADY FILED FOR PREFIX "
              WS-RUN-ID-PREFIX " - ORIGINAL DECK KEPT"
     END-READ
  END-IF.

 FILE-ONE-CARD.
  READ CARDSNAP
     AT END
        MOVE 'Y' TO WS-END-OF-DECK-SWITCH
  END-READ.
  IF WS-CARDSNAP-STATUS NOT = "00" AND WS-CARDSNAP-STATUS NOT = "10"
     DISPLAY "CARDSNAP READ FAILED - STATUS " WS-CARDSNAP-STATUS
     MOVE 12 TO RETURN-CODE
     MOVE 'Y' TO WS-END-OF-DECK-SWITCH
  END-IF.
  IF NOT END-OF-DECK
     ADD 1 TO WS-CARD-COUNT
     ADD 1 TO WS-DECK-POS
     IF FIBCARD-DECK-NAME NOT = SPACES
        MOVE FIBCARD-DECK-NAME TO WS-DECK-NAME
     END-IF
     IF NOT SNAPSHOT-ALREADY-FILED
        PERFORM WRITE-SNAPSHOT-RECORD
     END-IF
  END-IF.

 WRITE-SNAPSHOT-RECORD.
  MOVE WS-RUN-ID-PREFIX TO FIBDSNP-RUN-PREFIX.
  MOVE WS-DECK-POS TO FIBDSNP-DECK-POS.
  MOVE WS-DECK-NAME TO FIBDSNP-DECK-NAME.
  MOVE FIBCARD-CARD-NO TO FIBDSNP-CARD-NO.
  MOVE WS-RUN-DATE-NUM TO FIBDSNP-SNAP-DATE.
  MOVE FIBCARD-IMAGE TO FIBDSNP-IMAGE.
  WRITE FIBDSNP-RECORD
     INVALID KEY
        DISPLAY "FIBDSNP WRITE FAILED - STATUS " WS-FIBDSNP-STATUS
        MOVE 12 TO RETURN-CODE
        MOVE 'Y' TO WS-END-OF-DECK-SWITCH
     NOT INVALID KEY
        ADD 1 TO WS-FILED-COUNT
  END-WRITE.
