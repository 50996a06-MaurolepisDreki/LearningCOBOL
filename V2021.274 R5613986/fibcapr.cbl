IDENTIFICATION DIVISION.
 PROGRAM-ID. FIBCAPR.

*> CICS approval screen for held deck changes (transaction FAPR).
*> FMNT does not apply a delete, a force-flag change or a what-if
*> card itself; it writes the change to the FIBDPND pending file,
*> keyed by deck name and card number, and this screen is where a
*> second user settles it. The deck is keyed in the DECK field
*> (DAILY when the transaction starts) and stays in force until
*> another name is keyed. ENTER with a card number shows the held
*> change - the card as it stands in the deck beside the card as
*> requested; PF7 and PF8 step to the adjacent held change in the
*> deck; A approves and R rejects; PF3 or CLEAR exits.
*> Approval applies the change to FIBCNTL, journals it to FIBJRNL
*> under the requester's user-id and terminal with the approver
*> recorded beside them, and removes the pending record - all one
*> unit of work, rolled back together if any part fails. The
*> requester can never approve their own change, and the approver
*> must hold the FIBSECP right the change needs (delete for a
*> delete, update for an add or change). A change whose card has
*> moved on since it was keyed - changed or deleted by someone
*> else, or an add whose number is now taken - is refused at
*> approval and has to be rejected and keyed again.
*> Rejection removes the pending record and leaves the deck alone;
*> the requester may withdraw their own change the same way.

DATA DIVISION.
 WORKING-STORAGE SECTION.
  COPY DFHAID.

  COPY FIBAPRM.

  COPY FIBCARD.

  COPY FIBJRNL.

  COPY FIBSECP.

  COPY FIBDPND.

  01 WS-RESP PIC S9(8) COMP.

  01 WS-COMMAREA.
     05 CA-DECK-NAME PIC X(8).
     05 CA-CARD-NO PIC 9(2).

*> One digit wider than the two-byte key, as in FMNT, so the
*> 1-99 probe loops can run past 99 and stop.
  01 WS-CARD-KEY PIC 9(3).

  01 WS-PENDING-COUNT PIC 9(2).
  01 WS-PENDING-COUNT-EDIT PIC Z9.
  01 WS-DECK-COUNT PIC 9(2).

  01 WS-PENDING-SWITCH PIC X.
     88 PENDING-FOUND VALUE 'Y'.

  01 WS-APPLY-SWITCH PIC X.
     88 CHANGE-APPLIED VALUE 'Y'.

  01 WS-JOURNAL-SWITCH PIC X.
     88 JOURNAL-WRITE-FAILED VALUE 'Y'.

  01 WS-ABSTIME PIC S9(15) COMP-3.
  01 WS-JRNL-DATE PIC X(8).
  01 WS-JRNL-TIME PIC X(6).
  01 WS-USER-ID PIC X(8).
  01 WS-MESSAGE PIC X(70).

*> FORMAT-CARD-SUMMARY works on one card image at a time and
*> leaves its three display lines here.
  01 WS-SUMMARY-IMAGE PIC X(175).
  01 WS-SUMMARY-LINE-1 PIC X(77).
  01 WS-SUMMARY-LINE-2 PIC X(77).
  01 WS-SUMMARY-LINE-3 PIC X(77).
  01 WS-SUMMARY-PTR PIC 9(3).

*> Leading zeros are dropped from a 38-digit seed or limit so two
*> or three of them fit on one screen line.
  01 WS-DIGITS PIC X(38).
  01 WS-DIGITS-LEAD PIC 9(2).
  01 WS-DIGITS-START PIC 9(2).
  01 WS-DIGITS-LEN PIC 9(2).

  01 WS-REFUSAL-MESSAGE PIC X(40)
     VALUE 'NOT AUTHORIZED TO APPROVE DECK CHANGES'.
  01 WS-EXIT-MESSAGE PIC X(30) VALUE 'DECK CHANGE APPROVAL ENDED'.

 LINKAGE SECTION.
  01 DFHCOMMAREA.
     05 LK-CA-DECK-NAME PIC X(8).
     05 LK-CA-CARD-NO PIC 9(2).

PROCEDURE DIVISION.
 MAINLINE.
  PERFORM LOAD-USER-PROFILE.
  IF NOT FIBSECP-MAY-UPDATE AND NOT FIBSECP-MAY-DELETE
     PERFORM REFUSE-TRANSACTION
  END-IF.
  IF EIBCALEN = 0
     PERFORM FIRST-TIME
  ELSE
     MOVE DFHCOMMAREA TO WS-COMMAREA
     EVALUATE EIBAID
        WHEN DFHPF3
        WHEN DFHCLEAR
           PERFORM EXIT-TRANSACTION
        WHEN DFHPF7
           PERFORM BROWSE-PRIOR-PENDING
        WHEN DFHPF8
           PERFORM BROWSE-NEXT-PENDING
        WHEN OTHER
           PERFORM PROCESS-SCREEN-ACTION
     END-EVALUATE
  END-IF.
  PERFORM RETURN-NEXT-TRANSID.

*> Same fail-closed profile lookup as FMNT: no profile, no rights.
 LOAD-USER-PROFILE.
  MOVE SPACES TO WS-USER-ID.
  EXEC CICS ASSIGN USERID(WS-USER-ID)
       RESP(WS-RESP)
  END-EXEC.
  MOVE WS-USER-ID TO FIBSECP-USER-ID.
  EXEC CICS READ FILE('FIBSECP')
       INTO(FIBSECP-RECORD)
       RIDFLD(FIBSECP-KEY)
       RESP(WS-RESP)
  END-EXEC.
  IF WS-RESP NOT = DFHRESP(NORMAL)
     MOVE WS-USER-ID TO FIBSECP-USER-ID
     MOVE 'N' TO FIBSECP-INQUIRE-AUTH
     MOVE 'N' TO FIBSECP-UPDATE-AUTH
     MOVE 'N' TO FIBSECP-DELETE-AUTH
  END-IF.

 REFUSE-TRANSACTION.
  EXEC CICS SEND TEXT FROM(WS-REFUSAL-MESSAGE) ERASE FREEKB
  END-EXEC.
  EXEC CICS RETURN
  END-EXEC.

*> Opens on the lowest-numbered held change in the DAILY deck, if
*> there is one.
 FIRST-TIME.
  MOVE 'DAILY' TO CA-DECK-NAME.
  MOVE 0 TO CA-CARD-NO.
  PERFORM BROWSE-NEXT-PENDING.

 PROCESS-SCREEN-ACTION.
  EXEC CICS RECEIVE MAP('FIBAPR') MAPSET('FIBAPRM')
       INTO(FIBAPRI) RESP(WS-RESP)
  END-EXEC.
  IF WS-RESP NOT = DFHRESP(NORMAL)
     MOVE 'KEY A CARD NUMBER AND ACTION, THEN PRESS ENTER'
        TO WS-MESSAGE
     PERFORM SHOW-PENDING-CHANGE
  ELSE
     PERFORM SELECT-DECK
     IF CARDNOI IS NUMERIC AND CARDNOI > 0
        MOVE CARDNOI TO WS-CARD-KEY
        MOVE WS-CARD-KEY TO CA-CARD-NO
        MOVE SPACES TO WS-MESSAGE
        EVALUATE ACTIONI
           WHEN 'A'
              PERFORM APPROVE-PENDING-CHANGE
           WHEN 'R'
              PERFORM REJECT-PENDING-CHANGE
           WHEN OTHER
              CONTINUE
        END-EVALUATE
        PERFORM SHOW-PENDING-CHANGE
     ELSE
        MOVE 'CARD NUMBER MUST BE 1 THROUGH 99' TO WS-MESSAGE
        PERFORM SHOW-PENDING-CHANGE
     END-IF
  END-IF.

*> A deck name keyed on the screen becomes the deck worked on; a
*> blank DECK field keeps the current one.
 SELECT-DECK.
  INSPECT DECKNMI REPLACING ALL LOW-VALUE BY SPACE.
  IF DECKNMI NOT = SPACES
     MOVE DECKNMI TO CA-DECK-NAME
  END-IF.

*> The pending record is held for update from here to the end of
*> the task, so two approvers cannot apply the same change twice.
 APPROVE-PENDING-CHANGE.
  PERFORM READ-PENDING-FOR-UPDATE.
  EVALUATE TRUE
     WHEN NOT PENDING-FOUND
        CONTINUE
     WHEN FIBDPND-REQ-USER-ID = WS-USER-ID
        MOVE 'THE REQUESTER CANNOT APPROVE THEIR OWN CHANGE'
           TO WS-MESSAGE
        PERFORM RELEASE-PENDING-RECORD
     WHEN FIBDPND-DELETE AND NOT FIBSECP-MAY-DELETE
        MOVE 'NOT AUTHORIZED TO APPROVE A CARD DELETE' TO WS-MESSAGE
        PERFORM RELEASE-PENDING-RECORD
     WHEN NOT FIBDPND-DELETE AND NOT FIBSECP-MAY-UPDATE
        MOVE 'NOT AUTHORIZED TO APPROVE A CARD ADD OR CHANGE'
           TO WS-MESSAGE
        PERFORM RELEASE-PENDING-RECORD
     WHEN OTHER
        PERFORM APPLY-PENDING-CHANGE
        IF CHANGE-APPLIED
           PERFORM WRITE-JOURNAL-ENTRY
           IF JOURNAL-WRITE-FAILED
              MOVE 'JOURNAL FAILED - APPROVAL BACKED OUT - CONTACT OPERATIONS'
                 TO WS-MESSAGE
           ELSE
              PERFORM REMOVE-PENDING-RECORD
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE 'CHANGE APPROVED AND APPLIED TO THE DECK'
                    TO WS-MESSAGE
              ELSE
                 EXEC CICS SYNCPOINT ROLLBACK
                 END-EXEC
                 MOVE 'PENDING-CHANGE FILE DELETE FAILED - APPROVAL BACKED OUT'
                    TO WS-MESSAGE
              END-IF
           END-IF
        ELSE
           PERFORM RELEASE-PENDING-RECORD
        END-IF
  END-EVALUATE.

 REJECT-PENDING-CHANGE.
  PERFORM READ-PENDING-FOR-UPDATE.
  EVALUATE TRUE
     WHEN NOT PENDING-FOUND
        CONTINUE
     WHEN FIBDPND-REQ-USER-ID NOT = WS-USER-ID
          AND FIBDPND-DELETE AND NOT FIBSECP-MAY-DELETE
        MOVE 'NOT AUTHORIZED TO REJECT A CARD DELETE' TO WS-MESSAGE
        PERFORM RELEASE-PENDING-RECORD
     WHEN FIBDPND-REQ-USER-ID NOT = WS-USER-ID
          AND NOT FIBDPND-DELETE AND NOT FIBSECP-MAY-UPDATE
        MOVE 'NOT AUTHORIZED TO REJECT A CARD ADD OR CHANGE'
           TO WS-MESSAGE
        PERFORM RELEASE-PENDING-RECORD
     WHEN OTHER
        PERFORM REMOVE-PENDING-RECORD
        IF WS-RESP = DFHRESP(NORMAL)
           MOVE 'CHANGE REJECTED - THE DECK IS UNCHANGED' TO WS-MESSAGE
        ELSE
           MOVE 'PENDING-CHANGE FILE DELETE FAILED - CONTACT OPERATIONS'
              TO WS-MESSAGE
        END-IF
  END-EVALUATE.

 READ-PENDING-FOR-UPDATE.
  MOVE 'N' TO WS-PENDING-SWITCH.
  MOVE CA-DECK-NAME TO FIBDPND-DECK-NAME.
  MOVE WS-CARD-KEY TO FIBDPND-CARD-NO.
  EXEC CICS READ FILE('FIBDPND')
       INTO(FIBDPND-RECORD)
       RIDFLD(FIBDPND-KEY)
       UPDATE
       RESP(WS-RESP)
  END-EXEC.
  EVALUATE WS-RESP
     WHEN DFHRESP(NORMAL)
        MOVE 'Y' TO WS-PENDING-SWITCH
     WHEN DFHRESP(NOTFND)
        MOVE 'NO CHANGE IS AWAITING APPROVAL FOR THIS CARD'
           TO WS-MESSAGE
     WHEN OTHER
        MOVE 'PENDING-CHANGE FILE READ FAILED - CONTACT OPERATIONS'
           TO WS-MESSAGE
  END-EVALUATE.

 RELEASE-PENDING-RECORD.
  EXEC CICS UNLOCK FILE('FIBDPND')
  END-EXEC.

 REMOVE-PENDING-RECORD.
  EXEC CICS DELETE FILE('FIBDPND')
       RESP(WS-RESP)
  END-EXEC.

*> The deck card must still be what the requester saw: the before
*> image for a change or delete, no card at all for an add. The
*> deck is counted first because the count reads through the
*> record area the card is then read into.
 APPLY-PENDING-CHANGE.
  MOVE 'N' TO WS-APPLY-SWITCH.
  IF FIBDPND-ADD
     PERFORM COUNT-DECK-CARDS
  END-IF.
  MOVE CA-DECK-NAME TO FIBCARD-DECK-NAME.
  MOVE WS-CARD-KEY TO FIBCARD-CARD-NO.
  EXEC CICS READ FILE('FIBCNTL')
       INTO(FIBCARD-RECORD)
       RIDFLD(FIBCARD-KEY)
       UPDATE
       RESP(WS-RESP)
  END-EXEC.
  EVALUATE TRUE
     WHEN WS-RESP NOT = DFHRESP(NORMAL)
          AND WS-RESP NOT = DFHRESP(NOTFND)
        MOVE 'DECK FILE READ FAILED - CONTACT OPERATIONS' TO WS-MESSAGE
     WHEN FIBDPND-ADD
        IF WS-RESP = DFHRESP(NORMAL)
           EXEC CICS UNLOCK FILE('FIBCNTL')
           END-EXEC
           MOVE 'CARD NUMBER HAS BEEN TAKEN SINCE - REJECT AND REKEY'
              TO WS-MESSAGE
        ELSE
           IF WS-DECK-COUNT >= 99
              MOVE 'DECK IS AT THE 99-CARD LIMIT - NOTHING ADDED'
                 TO WS-MESSAGE
           ELSE
              PERFORM APPLY-PENDING-ADD
           END-IF
        END-IF
     WHEN WS-RESP = DFHRESP(NOTFND)
        MOVE 'CARD IS NO LONGER IN THE DECK - REJECT THE CHANGE'
           TO WS-MESSAGE
     WHEN FIBCARD-IMAGE NOT = FIBDPND-BEFORE-IMAGE
        EXEC CICS UNLOCK FILE('FIBCNTL')
        END-EXEC
        MOVE 'CARD HAS CHANGED SINCE THIS WAS KEYED - REJECT AND REKEY'
           TO WS-MESSAGE
     WHEN FIBDPND-CHANGE
        PERFORM APPLY-PENDING-REWRITE
     WHEN OTHER
        PERFORM APPLY-PENDING-DELETE
  END-EVALUATE.

 APPLY-PENDING-ADD.
  MOVE CA-DECK-NAME TO FIBCARD-DECK-NAME.
  MOVE WS-CARD-KEY TO FIBCARD-CARD-NO.
  MOVE FIBDPND-AFTER-IMAGE TO FIBCARD-IMAGE.
  EXEC CICS WRITE FILE('FIBCNTL')
       FROM(FIBCARD-RECORD)
       RIDFLD(FIBCARD-KEY)
       RESP(WS-RESP)
  END-EXEC.
  IF WS-RESP = DFHRESP(NORMAL)
     MOVE 'Y' TO WS-APPLY-SWITCH
  ELSE
     MOVE 'DECK FILE WRITE FAILED - CONTACT OPERATIONS' TO WS-MESSAGE
  END-IF.

 APPLY-PENDING-REWRITE.
  MOVE CA-DECK-NAME TO FIBCARD-DECK-NAME.
  MOVE WS-CARD-KEY TO FIBCARD-CARD-NO.
  MOVE FIBDPND-AFTER-IMAGE TO FIBCARD-IMAGE.
  EXEC CICS REWRITE FILE('FIBCNTL')
       FROM(FIBCARD-RECORD)
       RESP(WS-RESP)
  END-EXEC.
  IF WS-RESP = DFHRESP(NORMAL)
     MOVE 'Y' TO WS-APPLY-SWITCH
  ELSE
     MOVE 'DECK FILE REWRITE FAILED - CONTACT OPERATIONS'
        TO WS-MESSAGE
  END-IF.

 APPLY-PENDING-DELETE.
  EXEC CICS DELETE FILE('FIBCNTL')
       RESP(WS-RESP)
  END-EXEC.
  IF WS-RESP = DFHRESP(NORMAL)
     MOVE 'Y' TO WS-APPLY-SWITCH
  ELSE
     MOVE 'DECK FILE DELETE FAILED - CONTACT OPERATIONS'
        TO WS-MESSAGE
  END-IF.

*> The journal entry carries the requester as the user who made the
*> change and the approver beside them; its time is the approval
*> time, when the change actually reached the deck.
 WRITE-JOURNAL-ENTRY.
  MOVE 'N' TO WS-JOURNAL-SWITCH.
  PERFORM STAMP-CURRENT-TIME.
  MOVE WS-JRNL-DATE TO FIBJRNL-DATE.
  MOVE WS-JRNL-TIME TO FIBJRNL-TIME.
  MOVE EIBTASKN TO FIBJRNL-TASK-NO.
  MOVE FIBDPND-ACTION TO FIBJRNL-ACTION.
  MOVE FIBDPND-DECK-NAME TO FIBJRNL-DECK-NAME.
  MOVE WS-CARD-KEY TO FIBJRNL-CARD-NO.
  MOVE FIBDPND-REQ-USER-ID TO FIBJRNL-USER-ID.
  MOVE FIBDPND-REQ-TERM-ID TO FIBJRNL-TERM-ID.
  MOVE WS-USER-ID TO FIBJRNL-APPROVER-ID.
  MOVE FIBDPND-BEFORE-IMAGE TO FIBJRNL-BEFORE-IMAGE.
  MOVE FIBDPND-AFTER-IMAGE TO FIBJRNL-AFTER-IMAGE.
  EXEC CICS WRITE FILE('FIBJRNL')
       FROM(FIBJRNL-RECORD)
       RIDFLD(FIBJRNL-KEY)
       RESP(WS-RESP)
  END-EXEC.
  IF WS-RESP NOT = DFHRESP(NORMAL)
     MOVE 'Y' TO WS-JOURNAL-SWITCH
     EXEC CICS SYNCPOINT ROLLBACK
     END-EXEC
  END-IF.

 STAMP-CURRENT-TIME.
  EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
  END-EXEC.
  EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
       YYYYMMDD(WS-JRNL-DATE)
       TIME(WS-JRNL-TIME)
  END-EXEC.

*> The keyed probe steps over card numbers with nothing held, the
*> same way FMNT's browse steps over holes in the deck.
 BROWSE-PRIOR-PENDING.
  MOVE 'N' TO WS-PENDING-SWITCH.
  PERFORM PROBE-PRIOR-PENDING
     UNTIL PENDING-FOUND OR CA-CARD-NO <= 1.
  IF PENDING-FOUND
     MOVE 'A=APPROVE OR R=REJECT, THEN PRESS ENTER' TO WS-MESSAGE
  ELSE
     MOVE 'NO EARLIER CHANGE IS AWAITING APPROVAL' TO WS-MESSAGE
  END-IF.
  PERFORM SHOW-PENDING-CHANGE.

 PROBE-PRIOR-PENDING.
  SUBTRACT 1 FROM CA-CARD-NO.
  IF CA-CARD-NO >= 1
     MOVE CA-CARD-NO TO WS-CARD-KEY
     PERFORM READ-PENDING-CHANGE
  END-IF.

 BROWSE-NEXT-PENDING.
  MOVE 'N' TO WS-PENDING-SWITCH.
  PERFORM PROBE-NEXT-PENDING
     UNTIL PENDING-FOUND OR CA-CARD-NO >= 99.
  IF PENDING-FOUND
     MOVE 'A=APPROVE OR R=REJECT, THEN PRESS ENTER' TO WS-MESSAGE
  ELSE
     MOVE 'NO LATER CHANGE IS AWAITING APPROVAL' TO WS-MESSAGE
  END-IF.
  PERFORM SHOW-PENDING-CHANGE.

 PROBE-NEXT-PENDING.
  ADD 1 TO CA-CARD-NO.
  IF CA-CARD-NO <= 99
     MOVE CA-CARD-NO TO WS-CARD-KEY
     PERFORM READ-PENDING-CHANGE
  END-IF.

 READ-PENDING-CHANGE.
  MOVE 'N' TO WS-PENDING-SWITCH.
  MOVE CA-DECK-NAME TO FIBDPND-DECK-NAME.
  MOVE WS-CARD-KEY TO FIBDPND-CARD-NO.
  EXEC CICS READ FILE('FIBDPND')
       INTO(FIBDPND-RECORD)
       RIDFLD(FIBDPND-KEY)
       RESP(WS-RESP)
  END-EXEC.
  IF WS-RESP = DFHRESP(NORMAL)
     MOVE 'Y' TO WS-PENDING-SWITCH
  END-IF.

*> Builds and sends the screen for CA-CARD-NO: the held change if
*> there still is one, the message left in WS-MESSAGE, and the
*> count of changes awaiting approval.
 SHOW-PENDING-CHANGE.
  MOVE LOW-VALUES TO FIBAPRO.
  PERFORM COUNT-PENDING-CHANGES.
  IF CA-CARD-NO > 0 AND CA-CARD-NO <= 99
     MOVE CA-CARD-NO TO WS-CARD-KEY
     MOVE CA-CARD-NO TO CARDNOO
     PERFORM READ-PENDING-CHANGE
     IF PENDING-FOUND
        PERFORM SHOW-PENDING-FIELDS
     END-IF
  END-IF.
  MOVE WS-MESSAGE TO MSGOUTO.
  PERFORM SEND-APPROVAL-MAP.

 SHOW-PENDING-FIELDS.
  EVALUATE TRUE
     WHEN FIBDPND-ADD
        MOVE 'ADD' TO PACTO
     WHEN FIBDPND-CHANGE
        MOVE 'CHANGE' TO PACTO
     WHEN OTHER
        MOVE 'DELETE' TO PACTO
  END-EVALUATE.
  EVALUATE TRUE
     WHEN FIBDPND-FORCE-FLAG-CHANGE
        MOVE 'FORCE FLAG CHANGE' TO REASONO
     WHEN FIBDPND-SCENARIO-CARD
        MOVE 'WHAT-IF SCENARIO CARD' TO REASONO
     WHEN OTHER
        MOVE 'CARD DELETE' TO REASONO
  END-EVALUATE.
  MOVE FIBDPND-REQ-USER-ID TO REQBYO.
  MOVE FIBDPND-REQ-TERM-ID TO REQTRMO.
  MOVE SPACES TO REQTSO.
  STRING FIBDPND-REQ-DATE '-' FIBDPND-REQ-TIME
         DELIMITED BY SIZE INTO REQTSO.
  MOVE FIBDPND-BEFORE-IMAGE TO WS-SUMMARY-IMAGE.
  PERFORM FORMAT-CARD-SUMMARY.
  MOVE WS-SUMMARY-LINE-1 TO BSUMO.
  MOVE WS-SUMMARY-LINE-2 TO BSEEDO.
  MOVE WS-SUMMARY-LINE-3 TO BLIMITO.
  MOVE FIBDPND-AFTER-IMAGE TO WS-SUMMARY-IMAGE.
  PERFORM FORMAT-CARD-SUMMARY.
  MOVE WS-SUMMARY-LINE-1 TO ASUMO.
  MOVE WS-SUMMARY-LINE-2 TO ASEEDO.
  MOVE WS-SUMMARY-LINE-3 TO ALIMITO.

*> Three lines per card image, by FIB-CONTROL-CARD position: series,
*> order, scenario and force flag; the seeds; the limit. A blank
*> image - the deck side of an add, the requested side of a delete -
*> reads as no card.
 FORMAT-CARD-SUMMARY.
  MOVE SPACES TO WS-SUMMARY-LINE-1.
  MOVE SPACES TO WS-SUMMARY-LINE-2.
  MOVE SPACES TO WS-SUMMARY-LINE-3.
  IF WS-SUMMARY-IMAGE = SPACES
     MOVE '(NO CARD)' TO WS-SUMMARY-LINE-1
  ELSE
     STRING 'SERIES ' WS-SUMMARY-IMAGE (125:1)
            '   ORDER ' WS-SUMMARY-IMAGE (126:1)
            '   SCENARIO-ID ' WS-SUMMARY-IMAGE (165:8)
            '   FORCE ' WS-SUMMARY-IMAGE (173:1)
            DELIMITED BY SIZE INTO WS-SUMMARY-LINE-1
     MOVE 1 TO WS-SUMMARY-PTR
     MOVE WS-SUMMARY-IMAGE (1:38) TO WS-DIGITS
     PERFORM TRIM-LEADING-ZEROS
     STRING 'SEEDS ' WS-DIGITS (WS-DIGITS-START:WS-DIGITS-LEN)
            DELIMITED BY SIZE INTO WS-SUMMARY-LINE-2
            WITH POINTER WS-SUMMARY-PTR
     MOVE WS-SUMMARY-IMAGE (39:38) TO WS-DIGITS
     PERFORM TRIM-LEADING-ZEROS
     STRING ', ' WS-DIGITS (WS-DIGITS-START:WS-DIGITS-LEN)
            DELIMITED BY SIZE INTO WS-SUMMARY-LINE-2
            WITH POINTER WS-SUMMARY-PTR
     IF WS-SUMMARY-IMAGE (126:1) = '3'
        MOVE WS-SUMMARY-IMAGE (127:38) TO WS-DIGITS
        PERFORM TRIM-LEADING-ZEROS
        STRING ', ' WS-DIGITS (WS-DIGITS-START:WS-DIGITS-LEN)
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE-2
               WITH POINTER WS-SUMMARY-PTR
     END-IF
     IF WS-SUMMARY-IMAGE (77:1) = 'V'
        MOVE WS-SUMMARY-IMAGE (87:38) TO WS-DIGITS
        PERFORM TRIM-LEADING-ZEROS
        STRING 'LIMIT V - MAX VALUE '
               WS-DIGITS (WS-DIGITS-START:WS-DIGITS-LEN)
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE-3
     ELSE
        STRING 'LIMIT ' WS-SUMMARY-IMAGE (77:1)
               ' - MAX TERMS ' WS-SUMMARY-IMAGE (78:9)
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE-3
     END-IF
  END-IF.

*> An all-zero (or blank) field keeps its last character so it
*> still shows as a single digit.
 TRIM-LEADING-ZEROS.
  MOVE 0 TO WS-DIGITS-LEAD.
  INSPECT WS-DIGITS TALLYING WS-DIGITS-LEAD FOR LEADING '0'.
  IF WS-DIGITS-LEAD = 0
     INSPECT WS-DIGITS TALLYING WS-DIGITS-LEAD FOR LEADING SPACE
  END-IF.
  IF WS-DIGITS-LEAD >= 38
     MOVE 37 TO WS-DIGITS-LEAD
  END-IF.
  COMPUTE WS-DIGITS-START = WS-DIGITS-LEAD + 1.
  COMPUTE WS-DIGITS-LEN = 38 - WS-DIGITS-LEAD.

 COUNT-PENDING-CHANGES.
  MOVE 0 TO WS-PENDING-COUNT.
  PERFORM VARYING WS-CARD-KEY FROM 1 BY 1
     UNTIL WS-CARD-KEY > 99
     MOVE CA-DECK-NAME TO FIBDPND-DECK-NAME
     MOVE WS-CARD-KEY TO FIBDPND-CARD-NO
     EXEC CICS READ FILE('FIBDPND')
          INTO(FIBDPND-RECORD)
          RIDFLD(FIBDPND-KEY)
          RESP(WS-RESP)
     END-EXEC
     IF WS-RESP = DFHRESP(NORMAL)
        ADD 1 TO WS-PENDING-COUNT
     END-IF
  END-PERFORM.
  MOVE WS-PENDING-COUNT TO WS-PENDING-COUNT-EDIT.
  MOVE SPACES TO PENDCTO.
  STRING "CHANGES AWAITING APPROVAL IN DECK: " WS-PENDING-COUNT-EDIT
         DELIMITED BY SIZE INTO PENDCTO.

*> The 99-card ceiling FMNT enforces on a direct add holds for an
*> approved one too.
 COUNT-DECK-CARDS.
  MOVE 0 TO WS-DECK-COUNT.
  PERFORM VARYING WS-CARD-KEY FROM 1 BY 1
     UNTIL WS-CARD-KEY > 99
     MOVE CA-DECK-NAME TO FIBCARD-DECK-NAME
     MOVE WS-CARD-KEY TO FIBCARD-CARD-NO
     EXEC CICS READ FILE('FIBCNTL')
          INTO(FIBCARD-RECORD)
          RIDFLD(FIBCARD-KEY)
          RESP(WS-RESP)
     END-EXEC
     IF WS-RESP = DFHRESP(NORMAL)
        ADD 1 TO WS-DECK-COUNT
     END-IF
  END-PERFORM.
  MOVE CA-CARD-NO TO WS-CARD-KEY.

 SEND-APPROVAL-MAP.
  MOVE CA-DECK-NAME TO DECKNMO.
  EXEC CICS SEND MAP('FIBAPR') MAPSET('FIBAPRM')
       FROM(FIBAPRO) ERASE
  END-EXEC.

 RETURN-NEXT-TRANSID.
  EXEC CICS RETURN TRANSID('FAPR')
       COMMAREA(WS-COMMAREA)
  END-EXEC.

 EXIT-TRANSACTION.
  EXEC CICS SEND TEXT FROM(WS-EXIT-MESSAGE) ERASE FREEKB
  END-EXEC.
  EXEC CICS RETURN
  END-EXEC.
