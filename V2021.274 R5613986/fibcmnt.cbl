*> reaches the deck and STEP005 of the nightly job stops finding
*> surprises. The deck-limit countdown on the screen tracks the
*> 99-card ceiling RUN-ONE-SEQUENCE enforces.
*> The KSDS holds several named decks. The deck worked on is keyed
*> in the DECK field (DAILY when the transaction starts) and stays
*> in force until another name is keyed; keying a name no card
*> carries yet and adding card 1 starts a new deck. The nightly
*> FIBCUNLD step unloads the deck the FIBCALN run calendar names for
*> the night in card order into the sequential SYSIN deck the batch
*> suite has always read.
*> Every add, change and delete that reaches the deck is journaled
*> to FIBJRNL with the card's before and after images, the signed-on
*> user, the terminal and the time, so the FIBDCHG deck-change
*> report can say who changed what between two submissions. The
*> journal write and the deck update are one unit of work: a change
*> that cannot be journaled is backed out rather than left on the
*> deck unaccounted for.
*> What each user may do comes from the FIBSECP security profile
*> file: inquire, add/change, delete. A delete, an add or change
*> that alters card 1's force flag (which overrides the duplicate-
*> submission refusal), and an add or change of a what-if card
*> (which opens a FIBSCEN catalog entry) are not applied here: they
*> are held on FIBDPND until a second authorized user approves them
*> on the FAPR screen, and only then reach the deck and the journal.

DATA DIVISION.
 WORKING-STORAGE SECTION.

  COPY FIBCTL.

  COPY FIBJRNL.

  COPY FIBSECP.

  COPY FIBDPND.

  01 WS-RESP PIC S9(8) COMP.

  01 WS-COMMAREA.
     05 CA-DECK-NAME PIC X(8).
     05 CA-CARD-NO PIC 9(2).

*> Holds one digit more than the two-byte record key so the
     88 SIM-RUNNING VALUE ' '.
  01 WS-SIM-TERM-CAP PIC 9(5) VALUE 1000.

*> Journal stamp fields - FORMATTIME returns character dates and
*> times, moved into the numeric journal key once filled.
  01 WS-ABSTIME PIC S9(15) COMP-3.
  01 WS-JRNL-DATE PIC X(8).
  01 WS-JRNL-TIME PIC X(6).
  01 WS-USER-ID PIC X(8).
  01 WS-BEFORE-IMAGE PIC X(175).
  01 WS-AFTER-IMAGE PIC X(175).
  01 WS-JOURNAL-SWITCH PIC X.
     88 JOURNAL-WRITE-FAILED VALUE 'Y'.

*> Set by CHECK-PENDING-CHANGE - a card with a change already
*> awaiting approval takes no other change until it is settled.
  01 WS-PENDING-SWITCH PIC X.
     88 CHANGE-PENDING VALUE 'Y'.

*> Blank when a change may be applied directly, otherwise the
*> FIBDPND reason it must be held for approval.
  01 WS-APPROVAL-REASON PIC X(1).
     88 CHANGE-NEEDS-APPROVAL VALUE 'F' 'S' 'D'.
  01 WS-OLD-FORCE-FLAG PIC X(1).

  01 WS-REFUSAL-MESSAGE PIC X(43)
     VALUE 'NOT AUTHORIZED FOR CONTROL-CARD MAINTENANCE'.

  01 WS-EXIT-MESSAGE PIC X(30) VALUE 'CONTROL-CARD MAINTENANCE ENDED'.

 LINKAGE SECTION.
  01 DFHCOMMAREA.
     05 LK-CA-DECK-NAME PIC X(8).
     05 LK-CA-CARD-NO PIC 9(2).

PROCEDURE DIVISION.
 MAINLINE.
  PERFORM LOAD-USER-PROFILE.
  IF NOT FIBSECP-MAY-INQUIRE
     PERFORM REFUSE-TRANSACTION
  END-IF.
  IF EIBCALEN = 0
     PERFORM FIRST-TIME
  ELSE
  END-IF.
  PERFORM RETURN-NEXT-TRANSID.

*> A user with no profile, or a profile that cannot be read, gets
*> no rights - the transaction fails closed.
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

 FIRST-TIME.
  MOVE LOW-VALUES TO FIBMNTO.
  MOVE 'DAILY' TO CA-DECK-NAME.
  MOVE 0 TO CA-CARD-NO.
  PERFORM COUNT-DECK-CARDS.
  MOVE 'KEY A CARD NUMBER AND ACTION, THEN PRESS ENTER'
        TO MSGOUTO
     PERFORM SEND-MAINT-MAP
  ELSE
     PERFORM SELECT-DECK
     IF CARDNOI IS NUMERIC AND CARDNOI > 0
        MOVE CARDNOI TO WS-CARD-KEY
        MOVE WS-CARD-KEY TO CA-CARD-NO
        EVALUATE TRUE
           WHEN (ACTIONI = 'A' OR ACTIONI = 'C')
                AND NOT FIBSECP-MAY-UPDATE
              MOVE 'NOT AUTHORIZED TO ADD OR CHANGE CARDS'
                 TO WS-EDIT-MESSAGE
              PERFORM REDISPLAY-WITH-MESSAGE
           WHEN ACTIONI = 'D' AND NOT FIBSECP-MAY-DELETE
              MOVE 'NOT AUTHORIZED TO DELETE CARDS' TO WS-EDIT-MESSAGE
              PERFORM REDISPLAY-WITH-MESSAGE
           WHEN ACTIONI = 'A'
              PERFORM ADD-CARD
           WHEN ACTIONI = 'C'
              PERFORM CHANGE-CARD
           WHEN ACTIONI = 'D'
              PERFORM DELETE-CARD
           WHEN OTHER
              PERFORM INQUIRE-CARD
     END-IF
  END-IF.

*> A deck name keyed on the screen becomes the deck worked on; a
*> blank DECK field keeps the current one.
 SELECT-DECK.
  INSPECT DECKNMI REPLACING ALL LOW-VALUE BY SPACE.
  IF DECKNMI NOT = SPACES
     MOVE DECKNMI TO CA-DECK-NAME
  END-IF.

 INQUIRE-CARD.
  PERFORM READ-DECK-CARD.
  MOVE LOW-VALUES TO FIBMNTO.
  ELSE
     MOVE 'CARD NOT IN THE DECK' TO MSGOUTO
  END-IF.
  PERFORM CHECK-PENDING-CHANGE.
  IF CHANGE-PENDING
     MOVE SPACES TO MSGOUTO
     STRING 'A CHANGE KEYED BY ' FIBDPND-REQ-USER-ID
            ' IS AWAITING APPROVAL ON FAPR'
            DELIMITED BY SIZE INTO MSGOUTO
  END-IF.
  MOVE CA-CARD-NO TO CARDNOO.
  PERFORM SEND-MAINT-MAP.

 ADD-CARD.
  PERFORM VALIDATE-CARD-FIELDS.
  IF NOT CARD-EDIT-FAILED
     PERFORM CHECK-PENDING-CHANGE
     IF CHANGE-PENDING
        MOVE 'A CHANGE TO THIS CARD IS ALREADY AWAITING APPROVAL'
           TO WS-EDIT-MESSAGE
        MOVE 'Y' TO WS-EDIT-ERROR-SWITCH
     END-IF
  END-IF.
  IF CARD-EDIT-FAILED
     PERFORM REDISPLAY-WITH-MESSAGE
  ELSE
           TO WS-EDIT-MESSAGE
        PERFORM REDISPLAY-WITH-MESSAGE
     ELSE
        MOVE SPACES TO WS-BEFORE-IMAGE
        PERFORM BUILD-CARD-IMAGE
        PERFORM SET-APPROVAL-REASON
        IF CHANGE-NEEDS-APPROVAL
           PERFORM HOLD-ADD-FOR-APPROVAL
        ELSE
           PERFORM WRITE-NEW-DECK-CARD
        END-IF
        PERFORM REDISPLAY-WITH-MESSAGE
     END-IF
  END-IF.

*> A held add still has to be a new card number - a number already
*> in the deck is refused now, not left to fail at approval.
 HOLD-ADD-FOR-APPROVAL.
  MOVE FIBCARD-IMAGE TO WS-AFTER-IMAGE.
  MOVE CA-DECK-NAME TO FIBCARD-DECK-NAME.
  MOVE WS-CARD-KEY TO FIBCARD-CARD-NO.
  EXEC CICS READ FILE('FIBCNTL')
       INTO(FIBCARD-RECORD)
       RIDFLD(FIBCARD-KEY)
       RESP(WS-RESP)
  END-EXEC.
  EVALUATE WS-RESP
     WHEN DFHRESP(NOTFND)
        MOVE 'A' TO FIBDPND-ACTION
        PERFORM HOLD-CHANGE-FOR-APPROVAL
     WHEN DFHRESP(NORMAL)
        MOVE 'CARD ALREADY IN THE DECK - USE ACTION C'
           TO WS-EDIT-MESSAGE
     WHEN OTHER
        MOVE 'DECK FILE READ FAILED - CONTACT OPERATIONS'
           TO WS-EDIT-MESSAGE
  END-EVALUATE.

 WRITE-NEW-DECK-CARD.
  MOVE CA-DECK-NAME TO FIBCARD-DECK-NAME.
  MOVE WS-CARD-KEY TO FIBCARD-CARD-NO.
  EXEC CICS WRITE FILE('FIBCNTL')
       FROM(FIBCARD-RECORD)
       RIDFLD(FIBCARD-KEY)
       RESP(WS-RESP)
  END-EXEC.
  EVALUATE WS-RESP
     WHEN DFHRESP(NORMAL)
        MOVE 'A' TO FIBJRNL-ACTION
        PERFORM WRITE-JOURNAL-ENTRY
        IF JOURNAL-WRITE-FAILED
           MOVE 'JOURNAL WRITE FAILED - ADD BACKED OUT - CONTACT OPERATIONS'
              TO WS-EDIT-MESSAGE
        ELSE
           MOVE 'CARD ADDED TO THE DECK' TO WS-EDIT-MESSAGE
        END-IF
     WHEN DFHRESP(DUPREC)
        MOVE 'CARD ALREADY IN THE DECK - USE ACTION C'
           TO WS-EDIT-MESSAGE
     WHEN OTHER
        MOVE 'DECK FILE WRITE FAILED - CONTACT OPERATIONS'
           TO WS-EDIT-MESSAGE
  END-EVALUATE.

 CHANGE-CARD.
  PERFORM VALIDATE-CARD-FIELDS.
  IF NOT CARD-EDIT-FAILED
     PERFORM CHECK-PENDING-CHANGE
     IF CHANGE-PENDING
        MOVE 'A CHANGE TO THIS CARD IS ALREADY AWAITING APPROVAL'
           TO WS-EDIT-MESSAGE
        MOVE 'Y' TO WS-EDIT-ERROR-SWITCH
     END-IF
  END-IF.
  IF CARD-EDIT-FAILED
     PERFORM REDISPLAY-WITH-MESSAGE
  ELSE
     MOVE CA-DECK-NAME TO FIBCARD-DECK-NAME
     MOVE WS-CARD-KEY TO FIBCARD-CARD-NO
     EXEC CICS READ FILE('FIBCNTL')
          INTO(FIBCARD-RECORD)
          RESP(WS-RESP)
     END-EXEC
     IF WS-RESP = DFHRESP(NORMAL)
        MOVE FIBCARD-IMAGE TO WS-BEFORE-IMAGE
        PERFORM BUILD-CARD-IMAGE
        PERFORM SET-APPROVAL-REASON
        IF CHANGE-NEEDS-APPROVAL
*> The deck record is released untouched; only the pending record
*> is written, and the approver re-reads the card before applying.
           EXEC CICS UNLOCK FILE('FIBCNTL')
           END-EXEC
           MOVE FIBCARD-IMAGE TO WS-AFTER-IMAGE
           MOVE 'C' TO FIBDPND-ACTION
           PERFORM HOLD-CHANGE-FOR-APPROVAL
        ELSE
           PERFORM REWRITE-DECK-CARD
        END-IF
     ELSE
        IF WS-RESP = DFHRESP(NOTFND)
     PERFORM REDISPLAY-WITH-MESSAGE
  END-IF.

 REWRITE-DECK-CARD.
  MOVE CA-DECK-NAME TO FIBCARD-DECK-NAME.
  MOVE WS-CARD-KEY TO FIBCARD-CARD-NO.
  EXEC CICS REWRITE FILE('FIBCNTL')
       FROM(FIBCARD-RECORD)
       RESP(WS-RESP)
  END-EXEC.
  IF WS-RESP = DFHRESP(NORMAL)
     MOVE 'C' TO FIBJRNL-ACTION
     PERFORM WRITE-JOURNAL-ENTRY
     IF JOURNAL-WRITE-FAILED
        MOVE 'JOURNAL WRITE FAILED - CHANGE BACKED OUT - CONTACT OPERATIONS'
           TO WS-EDIT-MESSAGE
     ELSE
        MOVE 'CARD CHANGED' TO WS-EDIT-MESSAGE
     END-IF
  ELSE
     MOVE 'DECK FILE REWRITE FAILED - CONTACT OPERATIONS'
        TO WS-EDIT-MESSAGE
  END-IF.

*> Every delete is held for approval. The card is read (not held)
*> so its image can travel on the pending record as the before
*> image; the approver deletes it from the deck and journals it.
 DELETE-CARD.
  PERFORM CHECK-PENDING-CHANGE.
  MOVE CA-DECK-NAME TO FIBCARD-DECK-NAME.
  MOVE WS-CARD-KEY TO FIBCARD-CARD-NO.
  EXEC CICS READ FILE('FIBCNTL')
       INTO(FIBCARD-RECORD)
       RIDFLD(FIBCARD-KEY)
       RESP(WS-RESP)
  END-EXEC.
  EVALUATE TRUE
     WHEN CHANGE-PENDING
        MOVE 'A CHANGE TO THIS CARD IS ALREADY AWAITING APPROVAL'
           TO WS-EDIT-MESSAGE
     WHEN WS-RESP = DFHRESP(NORMAL)
        MOVE FIBCARD-IMAGE TO WS-BEFORE-IMAGE
        MOVE SPACES TO WS-AFTER-IMAGE
        MOVE 'D' TO WS-APPROVAL-REASON
        MOVE 'D' TO FIBDPND-ACTION
        PERFORM HOLD-CHANGE-FOR-APPROVAL
     WHEN WS-RESP = DFHRESP(NOTFND)
        MOVE 'CARD NOT IN THE DECK' TO WS-EDIT-MESSAGE
     WHEN OTHER
        MOVE 'DECK FILE READ FAILED - CONTACT OPERATIONS'
           TO WS-EDIT-MESSAGE
  END-EVALUATE.
  MOVE LOW-VALUES TO FIBMNTO.
  MOVE WS-EDIT-MESSAGE TO MSGOUTO.
  PERFORM SEND-MAINT-MAP.

 CHECK-PENDING-CHANGE.
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

*> Run after BUILD-CARD-IMAGE with the deck's current image (spaces
*> for an add) in WS-BEFORE-IMAGE. A what-if card is held whatever
*> else changed, since it opens a scenario catalog entry; a
*> canonical card is held only when its force flag changes.
 SET-APPROVAL-REASON.
  MOVE SPACE TO WS-APPROVAL-REASON.
  MOVE WS-BEFORE-IMAGE (173:1) TO WS-OLD-FORCE-FLAG.
  IF WS-OLD-FORCE-FLAG NOT = 'F'
     MOVE SPACE TO WS-OLD-FORCE-FLAG
  END-IF.
  EVALUATE TRUE
     WHEN NOT CARD-IS-CANONICAL
        MOVE 'S' TO WS-APPROVAL-REASON
     WHEN FIB-CTL-FORCE-FLAG NOT = WS-OLD-FORCE-FLAG
        MOVE 'F' TO WS-APPROVAL-REASON
  END-EVALUATE.

*> Called with the action, reason and both images set. The pending
*> record is keyed by deck name and card number, so a card carries
*> at most one change awaiting approval.
 HOLD-CHANGE-FOR-APPROVAL.
  PERFORM STAMP-CURRENT-TIME.
  MOVE CA-DECK-NAME TO FIBDPND-DECK-NAME.
  MOVE WS-CARD-KEY TO FIBDPND-CARD-NO.
  MOVE WS-APPROVAL-REASON TO FIBDPND-REASON.
  MOVE WS-USER-ID TO FIBDPND-REQ-USER-ID.
  MOVE EIBTRMID TO FIBDPND-REQ-TERM-ID.
  MOVE WS-JRNL-DATE TO FIBDPND-REQ-DATE.
  MOVE WS-JRNL-TIME TO FIBDPND-REQ-TIME.
  MOVE WS-BEFORE-IMAGE TO FIBDPND-BEFORE-IMAGE.
  MOVE WS-AFTER-IMAGE TO FIBDPND-AFTER-IMAGE.
  EXEC CICS WRITE FILE('FIBDPND')
       FROM(FIBDPND-RECORD)
       RIDFLD(FIBDPND-KEY)
       RESP(WS-RESP)
  END-EXEC.
  EVALUATE WS-RESP
     WHEN DFHRESP(NORMAL)
        MOVE 'CHANGE HELD FOR APPROVAL - A SECOND USER MUST APPROVE IT ON FAPR'
           TO WS-EDIT-MESSAGE
     WHEN DFHRESP(DUPREC)
        MOVE 'A CHANGE TO THIS CARD IS ALREADY AWAITING APPROVAL'
           TO WS-EDIT-MESSAGE
     WHEN OTHER
        MOVE 'PENDING-CHANGE FILE WRITE FAILED - CONTACT OPERATIONS'
           TO WS-EDIT-MESSAGE
  END-EVALUATE.

*> The keyed probe walks toward the boundary so deleted card
*> numbers (holes in the deck) are stepped over, the same way the
*> generator's card counter never sees them after the unload.

 READ-DECK-CARD.
  MOVE 'N' TO WS-CARD-FOUND-SWITCH.
  MOVE CA-DECK-NAME TO FIBCARD-DECK-NAME.
  MOVE WS-CARD-KEY TO FIBCARD-CARD-NO.
  EXEC CICS READ FILE('FIBCNTL')
       INTO(FIBCARD-RECORD)
  MOVE 0 TO WS-DECK-COUNT.
  PERFORM VARYING WS-CARD-KEY FROM 1 BY 1
     UNTIL WS-CARD-KEY > 99
     MOVE CA-DECK-NAME TO FIBCARD-DECK-NAME
     MOVE WS-CARD-KEY TO FIBCARD-CARD-NO
     EXEC CICS READ FILE('FIBCNTL')
          INTO(FIBCARD-RECORD)
  END-IF.
  MOVE FIB-CONTROL-CARD TO FIBCARD-IMAGE.

*> Called once the deck update has succeeded, with the action set
*> and the before image saved; the after image is whatever the
*> deck record now holds (blanked by the caller on a delete). A
*> journal that cannot be written rolls the deck update back, so
*> the deck never holds a change the journal cannot account for.
 WRITE-JOURNAL-ENTRY.
  MOVE 'N' TO WS-JOURNAL-SWITCH.
  PERFORM STAMP-CURRENT-TIME.
  MOVE WS-JRNL-DATE TO FIBJRNL-DATE.
  MOVE WS-JRNL-TIME TO FIBJRNL-TIME.
  MOVE EIBTASKN TO FIBJRNL-TASK-NO.
  MOVE CA-DECK-NAME TO FIBJRNL-DECK-NAME.
  MOVE WS-CARD-KEY TO FIBJRNL-CARD-NO.
  MOVE WS-USER-ID TO FIBJRNL-USER-ID.
  MOVE EIBTRMID TO FIBJRNL-TERM-ID.
  MOVE SPACES TO FIBJRNL-APPROVER-ID.
  MOVE WS-BEFORE-IMAGE TO FIBJRNL-BEFORE-IMAGE.
  MOVE FIBCARD-IMAGE TO FIBJRNL-AFTER-IMAGE.
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

 SEND-MAINT-MAP.
  MOVE CA-DECK-NAME TO DECKNMO.
  EXEC CICS SEND MAP('FIBMNT') MAPSET('FIBMNTM')
       FROM(FIBMNTO) ERASE
  END-EXEC.
