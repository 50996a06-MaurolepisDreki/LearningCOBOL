*> Acknowledgment matcher for the FIBXMIT feed. The pending-batch
*> dataset carries every transmitted batch that has not yet been
*> acknowledged; this step folds in the batches FIBXTRCT summarized
*> since the last run, matches the subscriber's ack file
*> against them, and disposes of each batch:
*>   - accepted with a matching record count: dropped from pending,
*>   - rejected, or accepted with the wrong count: written to the
*>     only path back out.
*> Any aged batch ends the step with return code 8 so the scheduler
*> alerts instead of the problem coming back as a phone call.
*> Each extract subscriber has its own summary, pending, ack and
*> retransmit datasets and its own execution of this step; the
*> SYSIN card names the subscriber (columns 4-11, blank meaning
*> MODELING) so the report says whose acknowledgments it matched.

ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
      RECORDING MODE IS F.
   01 ACK-CONTROL-CARD.
      05 ACK-CTL-AGE-DAYS PIC 9(3).
      05 ACK-CTL-SUBSCRIBER-ID PIC X(8).
      05 FILLER PIC X(69).

*> Pending batches carried over from the previous matcher run, in
*> the same shape as the FIBXSUM extract summaries.
      RECORDING MODE IS F.
   COPY FIBXSUM.

*> Acknowledgment file as the subscriber returns it: one
*> record per batch with the run-id, how many records the intake
*> accepted, and an accept/reject status.
  FD FIBACK
     88 END-OF-ACK VALUE 'Y'.

  01 WS-AGE-DAYS PIC 9(3) VALUE 5.
  01 WS-SUBSCRIBER-ID PIC X(8) VALUE "MODELING".
  01 WS-AGE-CUTOFF-DATE PIC 9(8).
  01 WS-CUTOFF-INTEGER PIC 9(9).

     05 FILLER PIC X(16) VALUE " DAYS (CUTOFF ".
     05 WS-HDG-CUTOFF PIC 9(8).
     05 FILLER PIC X(1) VALUE ")".
     05 FILLER PIC X(14) VALUE "  SUBSCRIBER: ".
     05 WS-HDG-SUBSCRIBER-ID PIC X(8).
     05 FILLER PIC X(62) VALUE SPACES.

  01 WS-HEADING-LINE-3.
     05 FILLER PIC X(14) VALUE "DISPOSITION".
              AND ACK-CTL-AGE-DAYS > 0
              MOVE ACK-CTL-AGE-DAYS TO WS-AGE-DAYS
           END-IF
           IF ACK-CTL-SUBSCRIBER-ID NOT = SPACES
              MOVE ACK-CTL-SUBSCRIBER-ID TO WS-SUBSCRIBER-ID
           END-IF
     END-READ
     CLOSE SYSIN
  END-IF.
     FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INTEGER).
  MOVE WS-AGE-DAYS TO WS-HDG-AGE-DAYS.
  MOVE WS-AGE-CUTOFF-DATE TO WS-HDG-CUTOFF.
  MOVE WS-SUBSCRIBER-ID TO WS-HDG-SUBSCRIBER-ID.
  OPEN OUTPUT FIBPNEW.
  IF WS-FIBPNEW-STATUS NOT = "00"
     DISPLAY "FIBPNEW OPEN FAILED - STATUS " WS-FIBPNEW-STATUS
           MOVE 'A' TO WS-BAT-DISPOSITION (WS-BATCH-IDX)
           ADD 1 TO WS-ACCEPTED-COUNT
           MOVE "ACCEPTED" TO WS-DTL-DISPOSITION
           MOVE "LOADED BY THE SUBSCRIBER" TO WS-DTL-TEXT
        WHEN FIBACK-ACCEPTED
           MOVE "SHORT LOAD" TO WS-DTL-DISPOSITION
           MOVE "ACCEPTED COUNT DIFFERS FROM RECORDS SENT - QUEUED FOR RETRANSMIT"
*> A reject, or a status byte this program does not recognize -
*> either way the batch did not load and goes back out.
           MOVE "REJECTED" TO WS-DTL-DISPOSITION
           MOVE "REJECTED BY THE SUBSCRIBER - QUEUED FOR RETRANSMIT"
              TO WS-DTL-TEXT
           PERFORM QUEUE-FOR-RETRANSMIT
     END-EVALUATE
