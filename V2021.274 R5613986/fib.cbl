   SELECT FIBPRFX ASSIGN TO "FIBPRFX"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBPRFX-STATUS.
   SELECT FIBDECK ASSIGN TO "FIBDECK"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBDECK-STATUS.
   SELECT FIBCTOT ASSIGN TO "FIBCTOT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
   01 FIBPRFX-RECORD.
      05 FIBPRFX-PREFIX PIC X(12).

*> Optional handoff from the FIBCUNLD unload step naming the control
*> card deck the run calendar picked for tonight. It is recorded on
*> the submission's run-control record; absent, the name is blank.
  FD FIBDECK
      RECORDING MODE IS F.
   01 FIBDECK-RECORD.
      05 FIBDECK-DECK-NAME PIC X(8).
      05 FIBDECK-UNLOAD-DATE PIC 9(8).

*> One record per generated sequence, consumed by the downstream
*> transmission extract step to select this submission's run-ids
*> out of the accumulating FIBOUT dataset.
  01 WS-FIBPRFX-STATUS PIC X(2).
  01 WS-PREFIX-SWITCH PIC X VALUE 'N'.
     88 SHARED-PREFIX-IN-USE VALUE 'Y'.
  01 WS-FIBDECK-STATUS PIC X(2).
  01 WS-DECK-NAME PIC X(8) VALUE SPACES.
  01 WS-FIBCTOT-STATUS PIC X(2).
*> Day-level counters for the control-total posting: logical terms
*> generated and physical FIBOUT records written by this execution
     END-READ
     CLOSE FIBPRFX
  END-IF.
  OPEN INPUT FIBDECK.
  IF WS-FIBDECK-STATUS = "00"
     READ FIBDECK
        AT END
           CONTINUE
        NOT AT END
           IF FIBDECK-DECK-NAME NOT = LOW-VALUES
              MOVE FIBDECK-DECK-NAME TO WS-DECK-NAME
           END-IF
     END-READ
     CLOSE FIBDECK
  END-IF.
  OPEN INPUT SYSIN.
  IF WS-SYSIN-STATUS NOT = "00"
     MOVE 'Y' TO WS-END-OF-DECK-SWITCH
        MOVE 'A' TO FIBRNCT-RUN-STATUS
        MOVE 'N' TO FIBRNCT-XTRCT-POSTED
        MOVE 'N' TO FIBRNCT-REPORT-POSTED
        MOVE WS-DECK-NAME TO FIBRNCT-DECK-NAME
        WRITE FIBRNCT-RECORD
           INVALID KEY
              DISPLAY "FIBRUNCT WRITE FAILED - STATUS "
     PERFORM SET-FINAL-RUN-STATUS
     MOVE 'N' TO FIBRNCT-XTRCT-POSTED
     MOVE 'N' TO FIBRNCT-REPORT-POSTED
     MOVE WS-DECK-NAME TO FIBRNCT-DECK-NAME
     WRITE FIBRNCT-RECORD
        INVALID KEY
           DISPLAY "FIBRUNCT WRITE FAILED - STATUS "
