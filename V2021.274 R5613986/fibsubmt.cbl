IDENTIFICATION DIVISION.
 PROGRAM-ID. FIBSUBMT.

*> Maintains the FIBSUBS subscriber master the transmission extract
*> reads to decide what each downstream consumer is sent. One SYSIN
*> card per transaction:
*>   column  1     A adds a subscriber, C replaces one, D removes one
*>   columns 2-9   subscriber id (the id on the extract's SYSIN card)
*>   column  10    active (Y or N)
*>   column  11    takes Fibonacci (Y or N)
*>   column  12    takes Lucas (Y or N)
*>   column  13    takes Tribonacci (Y or N)
*>   column  14    run scope (C canonical, S scenario, A all)
*>   column  15    format (S standard, C comma-delimited, W wide)
*>   columns 16-45 subscriber's name
*> A subscriber that takes no series at all would only ever receive
*> empty feeds, so that card is refused. A card that fails its
*> edits, an add for a subscriber already on file and a change or
*> delete for one who is not are each listed and skipped with
*> return code 4; the rest of the cards are still applied. After
*> the cards the whole file is listed so the step output is a
*> complete record of what every subscriber was sent from then on.

ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
   SELECT SYSIN ASSIGN TO "SYSIN"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SYSIN-STATUS.
   SELECT FIBSUBS ASSIGN TO "FIBSUBS"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FIBSUBS-KEY
       FILE STATUS IS WS-FIBSUBS-STATUS.

DATA DIVISION.
 FILE SECTION.
  FD SYSIN
      RECORDING MODE IS F.
   01 SUBMT-CONTROL-CARD.
      05 SUBMT-CTL-ACTION PIC X(1).
         88 SUBMT-CTL-ADD VALUE 'A'.
         88 SUBMT-CTL-CHANGE VALUE 'C'.
         88 SUBMT-CTL-DELETE VALUE 'D'.
      05 SUBMT-CTL-SUBSCRIBER-ID PIC X(8).
      05 SUBMT-CTL-ACTIVE PIC X(1).
      05 SUBMT-CTL-TAKE-FIBONACCI PIC X(1).
      05 SUBMT-CTL-TAKE-LUCAS PIC X(1).
      05 SUBMT-CTL-TAKE-TRIBONACCI PIC X(1).
      05 SUBMT-CTL-RUN-SCOPE PIC X(1).
         88 SUBMT-CTL-SCOPE-VALID VALUE 'C' 'S' 'A'.
      05 SUBMT-CTL-FORMAT PIC X(1).
         88 SUBMT-CTL-FORMAT-VALID VALUE 'S' 'C' 'W'.
      05 SUBMT-CTL-NAME PIC X(30).
      05 FILLER PIC X(35).

  FD FIBSUBS.
   COPY FIBSUBS.

 WORKING-STORAGE SECTION.
  01 WS-SYSIN-STATUS PIC X(2).
  01 WS-FIBSUBS-STATUS PIC X(2).

  01 WS-END-OF-CARDS-SWITCH PIC X VALUE 'N'.
     88 END-OF-CARDS VALUE 'Y'.
  01 WS-END-OF-SUBSCRIBERS-SWITCH PIC X VALUE 'N'.
     88 END-OF-SUBSCRIBERS VALUE 'Y'.
  01 WS-CARD-ERROR-SWITCH PIC X VALUE 'N'.
     88 CARD-IN-ERROR VALUE 'Y'.

  01 WS-CARD-ERROR-MESSAGE PIC X(40).

  01 WS-CARD-COUNT PIC 9(5) VALUE 0.
  01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.
  01 WS-REJECTED-COUNT PIC 9(5) VALUE 0.
  01 WS-SUBSCRIBER-COUNT PIC 9(5) VALUE 0.

  01 WS-RUN-DATE.
     05 WS-RUN-YYYY PIC 9(4).
     05 WS-RUN-MM PIC 9(2).
     05 WS-RUN-DD PIC 9(2).
  01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

  01 WS-SUBSCRIBER-LINE.
     05 FILLER PIC X(1) VALUE SPACE.
     05 SR-SUBSCRIBER-ID PIC X(8).
     05 FILLER PIC X(2) VALUE SPACES.
     05 SR-NAME PIC X(30).
     05 FILLER PIC X(9) VALUE '  ACTIVE '.
     05 SR-ACTIVE PIC X(1).
     05 FILLER PIC X(9) VALUE '  SERIES '.
     05 SR-SERIES PIC X(3).
     05 FILLER PIC X(8) VALUE '  SCOPE '.
     05 SR-RUN-SCOPE PIC X(1).
     05 FILLER PIC X(9) VALUE '  FORMAT '.
     05 SR-FORMAT PIC X(1).
     05 FILLER PIC X(10) VALUE '  UPDATED '.
     05 SR-UPDATED-DATE PIC 9(8).

PROCEDURE DIVISION.
 PERFORM INITIALIZATION.
 PERFORM APPLY-ONE-CARD UNTIL END-OF-CARDS.
 CLOSE SYSIN.
 CLOSE FIBSUBS.
 DISPLAY "SUBSCRIBER CARDS READ: " WS-CARD-COUNT.
 DISPLAY "SUBSCRIBER CARDS APPLIED: " WS-APPLIED-COUNT.
 DISPLAY "SUBSCRIBER CARDS REJECTED: " WS-REJECTED-COUNT.
 PERFORM LIST-SUBSCRIBERS.
 STOP RUN.

 INITIALIZATION.
  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  OPEN I-O FIBSUBS.
  IF WS-FIBSUBS-STATUS NOT = "00"
     OPEN OUTPUT FIBSUBS
  END-IF.
  IF WS-FIBSUBS-STATUS NOT = "00"
     DISPLAY "FIBSUBS OPEN FAILED - STATUS " WS-FIBSUBS-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  OPEN INPUT SYSIN.
  IF WS-SYSIN-STATUS NOT = "00"
     DISPLAY "SYSIN OPEN FAILED - STATUS " WS-SYSIN-STATUS
     MOVE 12 TO RETURN-CODE
     CLOSE FIBSUBS
     STOP RUN
  END-IF.
  PERFORM READ-SUBSCRIBER-CARD.

 READ-SUBSCRIBER-CARD.
  READ SYSIN
     AT END
        MOVE 'Y' TO WS-END-OF-CARDS-SWITCH
  END-READ.
  IF WS-SYSIN-STATUS NOT = "00" AND WS-SYSIN-STATUS NOT = "10"
     DISPLAY "SYSIN READ FAILED - STATUS " WS-SYSIN-STATUS
     MOVE 12 TO RETURN-CODE
     MOVE 'Y' TO WS-END-OF-CARDS-SWITCH
  END-IF.

 APPLY-ONE-CARD.
  ADD 1 TO WS-CARD-COUNT.
  PERFORM EDIT-SUBSCRIBER-CARD.
  IF NOT CARD-IN-ERROR
     EVALUATE TRUE
        WHEN SUBMT-CTL-ADD
           PERFORM ADD-SUBSCRIBER
        WHEN SUBMT-CTL-CHANGE
           PERFORM CHANGE-SUBSCRIBER
        WHEN OTHER
           PERFORM DELETE-SUBSCRIBER
     END-EVALUATE
  END-IF.
  IF CARD-IN-ERROR
     ADD 1 TO WS-REJECTED-COUNT
     IF RETURN-CODE < 4
        MOVE 4 TO RETURN-CODE
     END-IF
     DISPLAY "REJECTED: " SUBMT-CTL-ACTION " " SUBMT-CTL-SUBSCRIBER-ID
        " - " WS-CARD-ERROR-MESSAGE
  ELSE
     ADD 1 TO WS-APPLIED-COUNT
     DISPLAY "APPLIED:  " SUBMT-CTL-ACTION " " SUBMT-CTL-SUBSCRIBER-ID
  END-IF.
  PERFORM READ-SUBSCRIBER-CARD.

 EDIT-SUBSCRIBER-CARD.
  MOVE 'N' TO WS-CARD-ERROR-SWITCH.
  MOVE SPACES TO WS-CARD-ERROR-MESSAGE.
  EVALUATE TRUE
     WHEN NOT SUBMT-CTL-ADD AND NOT SUBMT-CTL-CHANGE
          AND NOT SUBMT-CTL-DELETE
        MOVE 'ACTION IS NOT A, C OR D' TO WS-CARD-ERROR-MESSAGE
     WHEN SUBMT-CTL-SUBSCRIBER-ID = SPACES
        MOVE 'SUBSCRIBER ID IS BLANK' TO WS-CARD-ERROR-MESSAGE
     WHEN SUBMT-CTL-DELETE
        CONTINUE
     WHEN SUBMT-CTL-ACTIVE NOT = 'Y' AND SUBMT-CTL-ACTIVE NOT = 'N'
        MOVE 'ACTIVE IS NOT Y OR N' TO WS-CARD-ERROR-MESSAGE
     WHEN SUBMT-CTL-TAKE-FIBONACCI NOT = 'Y'
          AND SUBMT-CTL-TAKE-FIBONACCI NOT = 'N'
        MOVE 'FIBONACCI IS NOT Y OR N' TO WS-CARD-ERROR-MESSAGE
     WHEN SUBMT-CTL-TAKE-LUCAS NOT = 'Y'
          AND SUBMT-CTL-TAKE-LUCAS NOT = 'N'
        MOVE 'LUCAS IS NOT Y OR N' TO WS-CARD-ERROR-MESSAGE
     WHEN SUBMT-CTL-TAKE-TRIBONACCI NOT = 'Y'
          AND SUBMT-CTL-TAKE-TRIBONACCI NOT = 'N'
        MOVE 'TRIBONACCI IS NOT Y OR N' TO WS-CARD-ERROR-MESSAGE
     WHEN SUBMT-CTL-TAKE-FIBONACCI = 'N'
          AND SUBMT-CTL-TAKE-LUCAS = 'N'
          AND SUBMT-CTL-TAKE-TRIBONACCI = 'N'
        MOVE 'SUBSCRIBER TAKES NO SERIES' TO WS-CARD-ERROR-MESSAGE
     WHEN NOT SUBMT-CTL-SCOPE-VALID
        MOVE 'RUN SCOPE IS NOT C, S OR A' TO WS-CARD-ERROR-MESSAGE
     WHEN NOT SUBMT-CTL-FORMAT-VALID
        MOVE 'FORMAT IS NOT S, C OR W' TO WS-CARD-ERROR-MESSAGE
  END-EVALUATE.
  IF WS-CARD-ERROR-MESSAGE NOT = SPACES
     MOVE 'Y' TO WS-CARD-ERROR-SWITCH
  END-IF.

 BUILD-SUBSCRIBER-RECORD.
  MOVE SUBMT-CTL-SUBSCRIBER-ID TO FIBSUBS-SUBSCRIBER-ID.
  MOVE SUBMT-CTL-NAME TO FIBSUBS-NAME.
  MOVE SUBMT-CTL-ACTIVE TO FIBSUBS-ACTIVE.
  MOVE SUBMT-CTL-TAKE-FIBONACCI TO FIBSUBS-TAKE-FIBONACCI.
  MOVE SUBMT-CTL-TAKE-LUCAS TO FIBSUBS-TAKE-LUCAS.
  MOVE SUBMT-CTL-TAKE-TRIBONACCI TO FIBSUBS-TAKE-TRIBONACCI.
  MOVE SUBMT-CTL-RUN-SCOPE TO FIBSUBS-RUN-SCOPE.
  MOVE SUBMT-CTL-FORMAT TO FIBSUBS-FORMAT.
  MOVE WS-RUN-DATE-NUM TO FIBSUBS-UPDATED-DATE.

 ADD-SUBSCRIBER.
  PERFORM BUILD-SUBSCRIBER-RECORD.
  WRITE FIBSUBS-RECORD
     INVALID KEY
        MOVE 'SUBSCRIBER ALREADY ON FILE - USE C'
           TO WS-CARD-ERROR-MESSAGE
        MOVE 'Y' TO WS-CARD-ERROR-SWITCH
  END-WRITE.

 CHANGE-SUBSCRIBER.
  MOVE SUBMT-CTL-SUBSCRIBER-ID TO FIBSUBS-SUBSCRIBER-ID.
  READ FIBSUBS
     INVALID KEY
        MOVE 'SUBSCRIBER NOT ON FILE - USE A'
           TO WS-CARD-ERROR-MESSAGE
        MOVE 'Y' TO WS-CARD-ERROR-SWITCH
  END-READ.
  IF NOT CARD-IN-ERROR
     PERFORM BUILD-SUBSCRIBER-RECORD
     REWRITE FIBSUBS-RECORD
        INVALID KEY
           MOVE 'SUBSCRIBER REWRITE FAILED' TO WS-CARD-ERROR-MESSAGE
           MOVE 'Y' TO WS-CARD-ERROR-SWITCH
     END-REWRITE
  END-IF.

 DELETE-SUBSCRIBER.
  MOVE SUBMT-CTL-SUBSCRIBER-ID TO FIBSUBS-SUBSCRIBER-ID.
  DELETE FIBSUBS
     INVALID KEY
        MOVE 'SUBSCRIBER NOT ON FILE' TO WS-CARD-ERROR-MESSAGE
        MOVE 'Y' TO WS-CARD-ERROR-SWITCH
  END-DELETE.

 LIST-SUBSCRIBERS.
  OPEN INPUT FIBSUBS.
  IF WS-FIBSUBS-STATUS NOT = "00"
     DISPLAY "FIBSUBS OPEN FAILED - STATUS " WS-FIBSUBS-STATUS
     MOVE 12 TO RETURN-CODE
  ELSE
     DISPLAY "TRANSMISSION EXTRACT SUBSCRIBERS:"
     MOVE LOW-VALUES TO FIBSUBS-KEY
     START FIBSUBS KEY IS GREATER THAN FIBSUBS-KEY
        INVALID KEY
           MOVE 'Y' TO WS-END-OF-SUBSCRIBERS-SWITCH
     END-START
     PERFORM LIST-ONE-SUBSCRIBER UNTIL END-OF-SUBSCRIBERS
     CLOSE FIBSUBS
     DISPLAY "SUBSCRIBERS ON FILE: " WS-SUBSCRIBER-COUNT
  END-IF.

 LIST-ONE-SUBSCRIBER.
  READ FIBSUBS NEXT
     AT END
        MOVE 'Y' TO WS-END-OF-SUBSCRIBERS-SWITCH
  END-READ.
  IF NOT END-OF-SUBSCRIBERS
     ADD 1 TO WS-SUBSCRIBER-COUNT
     MOVE FIBSUBS-SUBSCRIBER-ID TO SR-SUBSCRIBER-ID
     MOVE FIBSUBS-NAME TO SR-NAME
     MOVE FIBSUBS-ACTIVE TO SR-ACTIVE
     MOVE SPACES TO SR-SERIES
     IF FIBSUBS-TAKES-FIBONACCI
        MOVE 'F' TO SR-SERIES (1:1)
     END-IF
     IF FIBSUBS-TAKES-LUCAS
        MOVE 'L' TO SR-SERIES (2:1)
     END-IF
     IF FIBSUBS-TAKES-TRIBONACCI
        MOVE 'T' TO SR-SERIES (3:1)
     END-IF
     MOVE FIBSUBS-RUN-SCOPE TO SR-RUN-SCOPE
     MOVE FIBSUBS-FORMAT TO SR-FORMAT
     MOVE FIBSUBS-UPDATED-DATE TO SR-UPDATED-DATE
     DISPLAY WS-SUBSCRIBER-LINE
  END-IF.
