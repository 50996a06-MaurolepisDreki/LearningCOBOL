IDENTIFICATION DIVISION.
 PROGRAM-ID. FIBRQFUL.

*> Settles the night's term-range requests once the generator has
*> run, and prints the fulfillment report. Every request still in
*> play on the FIBTREQ queue - open, planned by FIBRQPLN, or carried
*> over - is checked against FIBVSAM term by term:
*>   - every term in the range on file: fulfilled;
*>   - otherwise carried over to the next night, with the reason:
*>     a planned request's generation did not reach its terms (the
*>     run failed, was quiesced or its deck failed the edit), an open
*>     one was queued after tonight's planning ran, and one the
*>     planner already carried over keeps the planner's reason.
*> A request the planner rejected is final; it is listed once, on
*> the report of the night it was rejected. Fulfilled and rejected
*> requests stay on the queue so the user sees the outcome on FREQ.
*> The report lists every request whose status was set tonight, with
*> the reason and how many nights it has been carried over, and
*> totals each outcome.
*> The queue is optional - one FREQ has never written to cannot be
*> opened and ends the step with return code 4. The term KSDS is
*> not: without it nothing can be proven, so the step ends with
*> return code 12 and leaves every request as it stands.

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
   SELECT SYSOUT ASSIGN TO "SYSOUT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SYSOUT-STATUS.

DATA DIVISION.
 FILE SECTION.
  FD FIBTREQ.
   COPY FIBTREQ.

  FD FIBVSAM.
   COPY FIBVSAM.

  FD SYSOUT
      RECORDING MODE IS F.
   01 SYSOUT-RECORD PIC X(132).

 WORKING-STORAGE SECTION.
  01 WS-FIBTREQ-STATUS PIC X(2).
  01 WS-FIBVSAM-STATUS PIC X(2).
  01 WS-SYSOUT-STATUS PIC X(2).

  01 WS-END-OF-QUEUE-SWITCH PIC X VALUE 'N'.
     88 END-OF-QUEUE VALUE 'Y'.

  01 WS-ALL-ON-FILE-SWITCH PIC X.
     88 ALL-TERMS-ON-FILE VALUE 'Y'.
  01 WS-PROBE-TERM PIC 9(9).

  01 WS-READ-COUNT PIC 9(5) VALUE 0.
  01 WS-FULFILLED-COUNT PIC 9(5) VALUE 0.
  01 WS-REJECTED-COUNT PIC 9(5) VALUE 0.
  01 WS-CARRIED-COUNT PIC 9(5) VALUE 0.

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
        VALUE "TERM-RANGE REQUEST FULFILLMENT REPORT".
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
     05 FILLER PIC X(10) VALUE "USER-ID".
     05 FILLER PIC X(17) VALUE "REQUESTED".
     05 FILLER PIC X(7) VALUE "SERIES".
     05 FILLER PIC X(6) VALUE "ORDER".
     05 FILLER PIC X(11) VALUE "FROM TERM".
     05 FILLER PIC X(11) VALUE "TO TERM".
     05 FILLER PIC X(14) VALUE "STATUS".
     05 FILLER PIC X(8) VALUE "NIGHTS".
     05 FILLER PIC X(48) VALUE "REASON".

  01 WS-DETAIL-LINE.
     05 WS-DL-USER-ID PIC X(8).
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-DL-REQ-DATE PIC 9(8).
     05 FILLER PIC X(1) VALUE SPACE.
     05 WS-DL-REQ-TIME PIC 9(6).
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-DL-SEQ-TYPE PIC X(1).
     05 FILLER PIC X(6) VALUE SPACES.
     05 WS-DL-ORDER PIC X(1).
     05 FILLER PIC X(5) VALUE SPACES.
     05 WS-DL-FROM-TERM PIC ZZZZZZZZ9.
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-DL-TO-TERM PIC ZZZZZZZZ9.
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-DL-STATUS PIC X(12).
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-DL-CARRY-COUNT PIC ZZ9.
     05 FILLER PIC X(5) VALUE SPACES.
     05 WS-DL-REASON PIC X(40).
     05 FILLER PIC X(8) VALUE SPACES.

  01 WS-TOTAL-LINE.
     05 WS-TOT-LABEL PIC X(30).
     05 WS-TOT-COUNT PIC ZZZZZZZZ9.
     05 FILLER PIC X(93) VALUE SPACES.

PROCEDURE DIVISION.
 PERFORM INITIALIZATION.
 PERFORM SETTLE-ONE-REQUEST UNTIL END-OF-QUEUE.
 PERFORM WRITE-FULFILLMENT-TOTALS.
 CLOSE FIBTREQ.
 CLOSE FIBVSAM.
 CLOSE SYSOUT.
 STOP RUN.

 INITIALIZATION.
  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  MOVE WS-RUN-YYYY TO WS-HDG-YYYY.
  MOVE WS-RUN-MM TO WS-HDG-MM.
  MOVE WS-RUN-DD TO WS-HDG-DD.
  OPEN OUTPUT SYSOUT.
  IF WS-SYSOUT-STATUS NOT = "00"
     DISPLAY "SYSOUT OPEN FAILED - STATUS " WS-SYSOUT-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  OPEN I-O FIBTREQ.
  IF WS-FIBTREQ-STATUS NOT = "00"
     DISPLAY "FIBTREQ OPEN FAILED - STATUS " WS-FIBTREQ-STATUS
     DISPLAY "NO TERM-RANGE REQUEST QUEUE - NOTHING TO SETTLE"
     MOVE 4 TO RETURN-CODE
     CLOSE SYSOUT
     STOP RUN
  END-IF.
  OPEN INPUT FIBVSAM.
  IF WS-FIBVSAM-STATUS NOT = "00"
     DISPLAY "FIBVSAM OPEN FAILED - STATUS " WS-FIBVSAM-STATUS
     DISPLAY "REQUESTS LEFT AS THEY STAND"
     MOVE 12 TO RETURN-CODE
     CLOSE FIBTREQ
     CLOSE SYSOUT
     STOP RUN
  END-IF.
  MOVE LOW-VALUES TO FIBTREQ-KEY.
  START FIBTREQ KEY IS NOT LESS THAN FIBTREQ-KEY
     INVALID KEY
        MOVE 'Y' TO WS-END-OF-QUEUE-SWITCH
  END-START.

 SETTLE-ONE-REQUEST.
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
     ADD 1 TO WS-READ-COUNT
     EVALUATE TRUE
        WHEN FIBTREQ-OPEN OR FIBTREQ-PLANNED OR FIBTREQ-CARRIED-OVER
           PERFORM SETTLE-REQUEST-STATUS
           PERFORM REWRITE-REQUEST
           PERFORM LIST-REQUEST
        WHEN FIBTREQ-REJECTED AND NOT FIBTREQ-STATUS-REPORTED
           ADD 1 TO WS-REJECTED-COUNT
           MOVE 'Y' TO FIBTREQ-REPORTED
           PERFORM REWRITE-REQUEST
           PERFORM LIST-REQUEST
        WHEN OTHER
           CONTINUE
     END-EVALUATE
  END-IF.

 SETTLE-REQUEST-STATUS.
  PERFORM CHECK-TERMS-ON-FILE.
  IF ALL-TERMS-ON-FILE
     ADD 1 TO WS-FULFILLED-COUNT
     MOVE 'F' TO FIBTREQ-STATUS
     MOVE 'ALL REQUESTED TERMS ARE ON FILE' TO FIBTREQ-REASON
  ELSE
     ADD 1 TO WS-CARRIED-COUNT
     EVALUATE TRUE
        WHEN FIBTREQ-PLANNED
           MOVE 'GENERATION DID NOT REACH THE TERMS'
              TO FIBTREQ-REASON
        WHEN FIBTREQ-OPEN
           MOVE 'QUEUED AFTER TONIGHT''S PLANNING RAN'
              TO FIBTREQ-REASON
        WHEN OTHER
           CONTINUE
     END-EVALUATE
     MOVE 'C' TO FIBTREQ-STATUS
     IF FIBTREQ-CARRY-COUNT IS NOT NUMERIC
        MOVE 0 TO FIBTREQ-CARRY-COUNT
     END-IF
     IF FIBTREQ-CARRY-COUNT < 999
        ADD 1 TO FIBTREQ-CARRY-COUNT
     END-IF
  END-IF.
  MOVE WS-RUN-DATE-NUM TO FIBTREQ-STATUS-DATE.
  MOVE 'Y' TO FIBTREQ-REPORTED.

*> Only a well-formed range of a series the KSDS carries can be on
*> file; anything else (an open request the planner has not yet
*> seen) is carried over for the planner to decide.
 CHECK-TERMS-ON-FILE.
  MOVE 'N' TO WS-ALL-ON-FILE-SWITCH.
  IF (FIBTREQ-SEQ-TYPE = 'F' OR FIBTREQ-SEQ-TYPE = 'L'
      OR FIBTREQ-SEQ-TYPE = 'T')
     AND FIBTREQ-FROM-TERM IS NUMERIC
     AND FIBTREQ-TO-TERM IS NUMERIC
     IF FIBTREQ-FROM-TERM > 0
        AND FIBTREQ-FROM-TERM NOT > FIBTREQ-TO-TERM
        MOVE 'Y' TO WS-ALL-ON-FILE-SWITCH
        PERFORM PROBE-ONE-TERM
           VARYING WS-PROBE-TERM FROM FIBTREQ-FROM-TERM BY 1
           UNTIL WS-PROBE-TERM > FIBTREQ-TO-TERM
              OR NOT ALL-TERMS-ON-FILE
     END-IF
  END-IF.

 PROBE-ONE-TERM.
  MOVE FIBTREQ-SEQ-TYPE TO FIBVSAM-SEQ-TYPE.
  MOVE WS-PROBE-TERM TO FIBVSAM-TERM-NO.
  READ FIBVSAM
     INVALID KEY
        MOVE 'N' TO WS-ALL-ON-FILE-SWITCH
  END-READ.

 REWRITE-REQUEST.
  REWRITE FIBTREQ-RECORD
     INVALID KEY
        DISPLAY "FIBTREQ REWRITE FAILED - STATUS " WS-FIBTREQ-STATUS
        MOVE 12 TO RETURN-CODE
  END-REWRITE.

 LIST-REQUEST.
  MOVE FIBTREQ-USER-ID TO WS-DL-USER-ID.
  MOVE FIBTREQ-REQ-DATE TO WS-DL-REQ-DATE.
  MOVE FIBTREQ-REQ-TIME TO WS-DL-REQ-TIME.
  MOVE FIBTREQ-SEQ-TYPE TO WS-DL-SEQ-TYPE.
  MOVE FIBTREQ-ORDER TO WS-DL-ORDER.
  MOVE FIBTREQ-FROM-TERM TO WS-DL-FROM-TERM.
  MOVE FIBTREQ-TO-TERM TO WS-DL-TO-TERM.
  EVALUATE TRUE
     WHEN FIBTREQ-FULFILLED
        MOVE 'FULFILLED' TO WS-DL-STATUS
     WHEN FIBTREQ-REJECTED
        MOVE 'REJECTED' TO WS-DL-STATUS
     WHEN OTHER
        MOVE 'CARRIED OVER' TO WS-DL-STATUS
  END-EVALUATE.
  IF FIBTREQ-CARRY-COUNT IS NUMERIC
     MOVE FIBTREQ-CARRY-COUNT TO WS-DL-CARRY-COUNT
  ELSE
     MOVE 0 TO WS-DL-CARRY-COUNT
  END-IF.
  MOVE FIBTREQ-REASON TO WS-DL-REASON.
  PERFORM WRITE-DETAIL-LINE.

 WRITE-PAGE-HEADINGS.
  ADD 1 TO WS-PAGE-NUMBER.
  MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE.
  WRITE SYSOUT-RECORD FROM WS-HEADING-LINE-1 AFTER ADVANCING PAGE.
  WRITE SYSOUT-RECORD FROM WS-HEADING-LINE-2 AFTER ADVANCING 2 LINES.
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

 WRITE-FULFILLMENT-TOTALS.
  IF WS-LINE-COUNT >= WS-LINES-PER-PAGE OR WS-PAGE-NUMBER = 0
     PERFORM WRITE-PAGE-HEADINGS
  END-IF.
  MOVE "REQUESTS ON THE QUEUE:" TO WS-TOT-LABEL.
  MOVE WS-READ-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.
  MOVE "FULFILLED TONIGHT:" TO WS-TOT-LABEL.
  MOVE WS-FULFILLED-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "REJECTED TONIGHT:" TO WS-TOT-LABEL.
  MOVE WS-REJECTED-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "CARRIED OVER TO NEXT NIGHT:" TO WS-TOT-LABEL.
  MOVE WS-CARRIED-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
