IDENTIFICATION DIVISION.
 PROGRAM-ID. FIBDKCNV.

*> One-time conversion of the deck files to named decks. Before
*> named decks the control-card KSDS held a single deck keyed by
*> card number alone, and the run-control master carried no deck
*> name. The FIBDKCNV job unloads both clusters to flat backups with
*> IDCAMS REPRO, redefines them at their named-deck lengths and runs
*> this program, which reloads every record from the backups with
*> the deck name DAILY - the one deck every earlier night ran:
*>   control cards   FIBCARD  deck name added in front of the key
*>   run control     FIBRNCT  deck name added at the end
*> The pending-change file, the FMNT journal and the deck snapshots
*> are first defined by the nightly job already at their named-deck
*> lengths, so they hold nothing to convert.
*> Every key keeps its order, so each cluster is loaded in one
*> sequential pass. Records read and written are displayed per
*> file; a backup that cannot be opened or a record that cannot be
*> written ends the step with return code 12, and the job's flat
*> backups stay catalogued for a REPRO back into the old clusters.

ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
   SELECT OLDCARD ASSIGN TO "OLDCARD"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-OLDCARD-STATUS.
   SELECT OLDRUNC ASSIGN TO "OLDRUNC"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-OLDRUNC-STATUS.
   SELECT FIBCNTL ASSIGN TO "FIBCNTL"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS FIBCARD-KEY
       FILE STATUS IS WS-FIBCNTL-STATUS.
   SELECT FIBRUNCT ASSIGN TO "FIBRUNCT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS FIBRNCT-KEY
       FILE STATUS IS WS-FIBRUNCT-STATUS.

DATA DIVISION.
 FILE SECTION.
*> The two backups, in the layouts the clusters had before named
*> decks.
  FD OLDCARD
      RECORDING MODE IS F.
   01 OLDCARD-RECORD.
      05 OLDCARD-CARD-NO PIC 9(2).
      05 OLDCARD-IMAGE PIC X(175).

  FD OLDRUNC
      RECORDING MODE IS F.
   01 OLDRUNC-RECORD PIC X(25).

  FD FIBCNTL.
   COPY FIBCARD.

  FD FIBRUNCT.
   COPY FIBRNCT.

 WORKING-STORAGE SECTION.
  01 WS-OLDCARD-STATUS PIC X(2).
  01 WS-OLDRUNC-STATUS PIC X(2).
  01 WS-FIBCNTL-STATUS PIC X(2).
  01 WS-FIBRUNCT-STATUS PIC X(2).

  01 WS-END-OF-FILE-SWITCH PIC X VALUE 'N'.
     88 END-OF-FILE VALUE 'Y'.

  01 WS-DECK-NAME PIC X(8) VALUE 'DAILY'.
  01 WS-FILE-NAME PIC X(8).
  01 WS-READ-COUNT PIC 9(7) VALUE 0.
  01 WS-WRITTEN-COUNT PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
 PERFORM CONVERT-CARDS.
 PERFORM CONVERT-RUN-CONTROL.
 DISPLAY "DECK FILES CONVERTED TO DECK " WS-DECK-NAME.
 STOP RUN.

 START-FILE.
  MOVE 'N' TO WS-END-OF-FILE-SWITCH.
  MOVE 0 TO WS-READ-COUNT.
  MOVE 0 TO WS-WRITTEN-COUNT.

 END-FILE.
  DISPLAY WS-FILE-NAME " RECORDS READ: " WS-READ-COUNT
     " WRITTEN: " WS-WRITTEN-COUNT.

 WRITE-FAILED.
  DISPLAY WS-FILE-NAME " WRITE FAILED AFTER " WS-WRITTEN-COUNT
     " RECORDS - RESTORE FROM THE BACKUPS".
  MOVE 12 TO RETURN-CODE.
  STOP RUN.

*> Control cards: every card becomes card n of the DAILY deck.
 CONVERT-CARDS.
  MOVE "FIBCNTL" TO WS-FILE-NAME.
  PERFORM START-FILE.
  OPEN INPUT OLDCARD.
  IF WS-OLDCARD-STATUS NOT = "00"
     DISPLAY "OLDCARD OPEN FAILED - STATUS " WS-OLDCARD-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  OPEN OUTPUT FIBCNTL.
  IF WS-FIBCNTL-STATUS NOT = "00"
     DISPLAY "FIBCNTL OPEN FAILED - STATUS " WS-FIBCNTL-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  PERFORM CONVERT-ONE-CARD UNTIL END-OF-FILE.
  CLOSE OLDCARD.
  CLOSE FIBCNTL.
  PERFORM END-FILE.

 CONVERT-ONE-CARD.
  READ OLDCARD
     AT END
        MOVE 'Y' TO WS-END-OF-FILE-SWITCH
  END-READ.
  IF NOT END-OF-FILE
     ADD 1 TO WS-READ-COUNT
     MOVE WS-DECK-NAME TO FIBCARD-DECK-NAME
     MOVE OLDCARD-CARD-NO TO FIBCARD-CARD-NO
     MOVE OLDCARD-IMAGE TO FIBCARD-IMAGE
     WRITE FIBCARD-RECORD
     IF WS-FIBCNTL-STATUS NOT = "00"
        PERFORM WRITE-FAILED
     END-IF
     ADD 1 TO WS-WRITTEN-COUNT
  END-IF.

*> Run control: each submission is recorded as having run DAILY.
 CONVERT-RUN-CONTROL.
  MOVE "FIBRUNCT" TO WS-FILE-NAME.
  PERFORM START-FILE.
  OPEN INPUT OLDRUNC.
  IF WS-OLDRUNC-STATUS NOT = "00"
     DISPLAY "OLDRUNC OPEN FAILED - STATUS " WS-OLDRUNC-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  OPEN OUTPUT FIBRUNCT.
  IF WS-FIBRUNCT-STATUS NOT = "00"
     DISPLAY "FIBRUNCT OPEN FAILED - STATUS " WS-FIBRUNCT-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  PERFORM CONVERT-ONE-RUN-CONTROL UNTIL END-OF-FILE.
  CLOSE OLDRUNC.
  CLOSE FIBRUNCT.
  PERFORM END-FILE.

 CONVERT-ONE-RUN-CONTROL.
  READ OLDRUNC
     AT END
        MOVE 'Y' TO WS-END-OF-FILE-SWITCH
  END-READ.
  IF NOT END-OF-FILE
     ADD 1 TO WS-READ-COUNT
     MOVE OLDRUNC-RECORD TO FIBRNCT-RECORD (1:25)
     MOVE WS-DECK-NAME TO FIBRNCT-DECK-NAME
     WRITE FIBRNCT-RECORD
     IF WS-FIBRUNCT-STATUS NOT = "00"
        PERFORM WRITE-FAILED
     END-IF
     ADD 1 TO WS-WRITTEN-COUNT
  END-IF.
