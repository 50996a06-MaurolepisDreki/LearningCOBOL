IDENTIFICATION DIVISION.
 PROGRAM-ID. FIBSECMT.

*> Maintains the FIBSECP security profiles the FMNT and FAPR
*> transactions check. One SYSIN card per transaction:
*>   column  1     A adds a profile, C replaces one, D removes one
*>   columns 2-9   CICS user-id
*>   column  10    inquire right (Y or N)
*>   column  11    add/change right (Y or N)
*>   column  12    delete right (Y or N)
*>   columns 13-42 user's name
*> A user who may add, change or delete may always inquire, so the
*> inquire right is set whenever either of the others is. A card
*> that fails its edits, an add for a user already on file and a
*> change or delete for one who is not are each listed and skipped
*> with return code 4; the rest of the cards are still applied.
*> After the cards the whole file is listed so the step output is
*> a complete record of who held which rights after the run.

ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
   SELECT SYSIN ASSIGN TO "SYSIN"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SYSIN-STATUS.
   SELECT FIBSECP ASSIGN TO "FIBSECP"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FIBSECP-KEY
       FILE STATUS IS WS-FIBSECP-STATUS.

DATA DIVISION.
 FILE SECTION.
  FD SYSIN
      RECORDING MODE IS F.
   01 SECMT-CONTROL-CARD.
      05 SECMT-CTL-ACTION PIC X(1).
         88 SECMT-CTL-ADD VALUE 'A'.
         88 SECMT-CTL-CHANGE VALUE 'C'.
         88 SECMT-CTL-DELETE VALUE 'D'.
      05 SECMT-CTL-USER-ID PIC X(8).
      05 SECMT-CTL-INQUIRE-AUTH PIC X(1).
      05 SECMT-CTL-UPDATE-AUTH PIC X(1).
      05 SECMT-CTL-DELETE-AUTH PIC X(1).
      05 SECMT-CTL-USER-NAME PIC X(30).
      05 FILLER PIC X(38).

  FD FIBSECP.
   COPY FIBSECP.

 WORKING-STORAGE SECTION.
  01 WS-SYSIN-STATUS PIC X(2).
  01 WS-FIBSECP-STATUS PIC X(2).

  01 WS-END-OF-CARDS-SWITCH PIC X VALUE 'N'.
     88 END-OF-CARDS VALUE 'Y'.
  01 WS-END-OF-PROFILES-SWITCH PIC X VALUE 'N'.
     88 END-OF-PROFILES VALUE 'Y'.
  01 WS-CARD-ERROR-SWITCH PIC X VALUE 'N'.
     88 CARD-IN-ERROR VALUE 'Y'.

  01 WS-CARD-ERROR-MESSAGE PIC X(40).

  01 WS-CARD-COUNT PIC 9(5) VALUE 0.
  01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.
  01 WS-REJECTED-COUNT PIC 9(5) VALUE 0.
  01 WS-PROFILE-COUNT PIC 9(5) VALUE 0.

  01 WS-RUN-DATE.
     05 WS-RUN-YYYY PIC 9(4).
     05 WS-RUN-MM PIC 9(2).
     05 WS-RUN-DD PIC 9(2).
  01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

  01 WS-PROFILE-LINE.
     05 FILLER PIC X(1) VALUE SPACE.
     05 PR-USER-ID PIC X(8).
     05 FILLER PIC X(2) VALUE SPACES.
     05 PR-USER-NAME PIC X(30).
     05 FILLER PIC X(10) VALUE '  INQUIRE '.
     05 PR-INQUIRE-AUTH PIC X(1).
     05 FILLER PIC X(9) VALUE '  UPDATE '.
     05 PR-UPDATE-AUTH PIC X(1).
     05 FILLER PIC X(9) VALUE '  DELETE '.
     05 PR-DELETE-AUTH PIC X(1).
     05 FILLER PIC X(10) VALUE '  UPDATED '.
     05 PR-UPDATED-DATE PIC 9(8).

PROCEDURE DIVISION.
 PERFORM INITIALIZATION.
 PERFORM APPLY-ONE-CARD UNTIL END-OF-CARDS.
 CLOSE SYSIN.
 CLOSE FIBSECP.
 DISPLAY "PROFILE CARDS READ: " WS-CARD-COUNT.
 DISPLAY "PROFILE CARDS APPLIED: " WS-APPLIED-COUNT.
 DISPLAY "PROFILE CARDS REJECTED: " WS-REJECTED-COUNT.
 PERFORM LIST-PROFILES.
 STOP RUN.

 INITIALIZATION.
  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  OPEN I-O FIBSECP.
  IF WS-FIBSECP-STATUS NOT = "00"
     OPEN OUTPUT FIBSECP
  END-IF.
  IF WS-FIBSECP-STATUS NOT = "00"
     DISPLAY "FIBSECP OPEN FAILED - STATUS " WS-FIBSECP-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  OPEN INPUT SYSIN.
  IF WS-SYSIN-STATUS NOT = "00"
     DISPLAY "SYSIN OPEN FAILED - STATUS " WS-SYSIN-STATUS
     MOVE 12 TO RETURN-CODE
     CLOSE FIBSECP
     STOP RUN
  END-IF.
  PERFORM READ-PROFILE-CARD.

 READ-PROFILE-CARD.
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
  PERFORM EDIT-PROFILE-CARD.
  IF NOT CARD-IN-ERROR
     EVALUATE TRUE
        WHEN SECMT-CTL-ADD
           PERFORM ADD-PROFILE
        WHEN SECMT-CTL-CHANGE
           PERFORM CHANGE-PROFILE
        WHEN OTHER
           PERFORM DELETE-PROFILE
     END-EVALUATE
  END-IF.
  IF CARD-IN-ERROR
     ADD 1 TO WS-REJECTED-COUNT
     IF RETURN-CODE < 4
        MOVE 4 TO RETURN-CODE
     END-IF
     DISPLAY "REJECTED: " SECMT-CTL-ACTION " " SECMT-CTL-USER-ID
        " - " WS-CARD-ERROR-MESSAGE
  ELSE
     ADD 1 TO WS-APPLIED-COUNT
     DISPLAY "APPLIED:  " SECMT-CTL-ACTION " " SECMT-CTL-USER-ID
  END-IF.
  PERFORM READ-PROFILE-CARD.

 EDIT-PROFILE-CARD.
  MOVE 'N' TO WS-CARD-ERROR-SWITCH.
  MOVE SPACES TO WS-CARD-ERROR-MESSAGE.
  EVALUATE TRUE
     WHEN NOT SECMT-CTL-ADD AND NOT SECMT-CTL-CHANGE
          AND NOT SECMT-CTL-DELETE
        MOVE 'ACTION IS NOT A, C OR D' TO WS-CARD-ERROR-MESSAGE
     WHEN SECMT-CTL-USER-ID = SPACES
        MOVE 'USER-ID IS BLANK' TO WS-CARD-ERROR-MESSAGE
     WHEN SECMT-CTL-DELETE
        CONTINUE
     WHEN SECMT-CTL-INQUIRE-AUTH NOT = 'Y'
          AND SECMT-CTL-INQUIRE-AUTH NOT = 'N'
        MOVE 'INQUIRE RIGHT IS NOT Y OR N' TO WS-CARD-ERROR-MESSAGE
     WHEN SECMT-CTL-UPDATE-AUTH NOT = 'Y'
          AND SECMT-CTL-UPDATE-AUTH NOT = 'N'
        MOVE 'UPDATE RIGHT IS NOT Y OR N' TO WS-CARD-ERROR-MESSAGE
     WHEN SECMT-CTL-DELETE-AUTH NOT = 'Y'
          AND SECMT-CTL-DELETE-AUTH NOT = 'N'
        MOVE 'DELETE RIGHT IS NOT Y OR N' TO WS-CARD-ERROR-MESSAGE
  END-EVALUATE.
  IF WS-CARD-ERROR-MESSAGE NOT = SPACES
     MOVE 'Y' TO WS-CARD-ERROR-SWITCH
  END-IF.

 BUILD-PROFILE-RECORD.
  MOVE SECMT-CTL-USER-ID TO FIBSECP-USER-ID.
  MOVE SECMT-CTL-USER-NAME TO FIBSECP-USER-NAME.
  MOVE SECMT-CTL-INQUIRE-AUTH TO FIBSECP-INQUIRE-AUTH.
  MOVE SECMT-CTL-UPDATE-AUTH TO FIBSECP-UPDATE-AUTH.
  MOVE SECMT-CTL-DELETE-AUTH TO FIBSECP-DELETE-AUTH.
  IF FIBSECP-MAY-UPDATE OR FIBSECP-MAY-DELETE
     MOVE 'Y' TO FIBSECP-INQUIRE-AUTH
  END-IF.
  MOVE WS-RUN-DATE-NUM TO FIBSECP-UPDATED-DATE.

 ADD-PROFILE.
  PERFORM BUILD-PROFILE-RECORD.
  WRITE FIBSECP-RECORD
     INVALID KEY
        MOVE 'USER ALREADY HAS A PROFILE - USE C'
           TO WS-CARD-ERROR-MESSAGE
        MOVE 'Y' TO WS-CARD-ERROR-SWITCH
  END-WRITE.

 CHANGE-PROFILE.
  MOVE SECMT-CTL-USER-ID TO FIBSECP-USER-ID.
  READ FIBSECP
     INVALID KEY
        MOVE 'USER HAS NO PROFILE - USE A'
           TO WS-CARD-ERROR-MESSAGE
        MOVE 'Y' TO WS-CARD-ERROR-SWITCH
  END-READ.
  IF NOT CARD-IN-ERROR
     PERFORM BUILD-PROFILE-RECORD
     REWRITE FIBSECP-RECORD
        INVALID KEY
           MOVE 'PROFILE REWRITE FAILED' TO WS-CARD-ERROR-MESSAGE
           MOVE 'Y' TO WS-CARD-ERROR-SWITCH
     END-REWRITE
  END-IF.

 DELETE-PROFILE.
  MOVE SECMT-CTL-USER-ID TO FIBSECP-USER-ID.
  DELETE FIBSECP
     INVALID KEY
        MOVE 'USER HAS NO PROFILE' TO WS-CARD-ERROR-MESSAGE
        MOVE 'Y' TO WS-CARD-ERROR-SWITCH
  END-DELETE.

 LIST-PROFILES.
  OPEN INPUT FIBSECP.
  IF WS-FIBSECP-STATUS NOT = "00"
     DISPLAY "FIBSECP OPEN FAILED - STATUS " WS-FIBSECP-STATUS
     MOVE 12 TO RETURN-CODE
  ELSE
     DISPLAY "DECK MAINTENANCE SECURITY PROFILES:"
     MOVE LOW-VALUES TO FIBSECP-KEY
     START FIBSECP KEY IS GREATER THAN FIBSECP-KEY
        INVALID KEY
           MOVE 'Y' TO WS-END-OF-PROFILES-SWITCH
     END-START
     PERFORM LIST-ONE-PROFILE UNTIL END-OF-PROFILES
     CLOSE FIBSECP
     DISPLAY "PROFILES ON FILE: " WS-PROFILE-COUNT
  END-IF.

 LIST-ONE-PROFILE.
  READ FIBSECP NEXT
     AT END
        MOVE 'Y' TO WS-END-OF-PROFILES-SWITCH
  END-READ.
  IF NOT END-OF-PROFILES
     ADD 1 TO WS-PROFILE-COUNT
     MOVE FIBSECP-USER-ID TO PR-USER-ID
     MOVE FIBSECP-USER-NAME TO PR-USER-NAME
     MOVE FIBSECP-INQUIRE-AUTH TO PR-INQUIRE-AUTH
     MOVE FIBSECP-UPDATE-AUTH TO PR-UPDATE-AUTH
     MOVE FIBSECP-DELETE-AUTH TO PR-DELETE-AUTH
     MOVE FIBSECP-UPDATED-DATE TO PR-UPDATED-DATE
     DISPLAY WS-PROFILE-LINE
  END-IF.
