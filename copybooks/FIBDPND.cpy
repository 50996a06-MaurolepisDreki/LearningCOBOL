*> Deck change held for a second user's approval, keyed by deck
*> name and card number - at most one change per card of a deck can
*> be awaiting approval.
*> FMNT holds every delete, every add or change that alters the
*> force flag, and every add or change of a what-if (scenario)
*> card here instead of applying it; the FAPR approval screen
*> applies it to the deck and journals it once a second authorized
*> user approves. Until then the deck - and so the nightly unload -
*> still holds the card as it was, and FIBCUNLD lists the change as
*> not in the night's deck. The before image is the deck card as it
*> stood when the change was keyed (blank for an add), so approval
*> can refuse a change whose card has moved on since; the after
*> image is blank for a delete.
 01 FIBDPND-RECORD.
    05 FIBDPND-KEY.
       10 FIBDPND-DECK-NAME PIC X(8).
       10 FIBDPND-CARD-NO PIC 9(2).
    05 FIBDPND-ACTION PIC X(1).
       88 FIBDPND-ADD VALUE 'A'.
       88 FIBDPND-CHANGE VALUE 'C'.
       88 FIBDPND-DELETE VALUE 'D'.
    05 FIBDPND-REASON PIC X(1).
       88 FIBDPND-FORCE-FLAG-CHANGE VALUE 'F'.
       88 FIBDPND-SCENARIO-CARD VALUE 'S'.
       88 FIBDPND-CARD-DELETE VALUE 'D'.
    05 FIBDPND-REQ-USER-ID PIC X(8).
    05 FIBDPND-REQ-TERM-ID PIC X(4).
    05 FIBDPND-REQ-DATE PIC 9(8).
    05 FIBDPND-REQ-TIME PIC 9(6).
    05 FIBDPND-BEFORE-IMAGE PIC X(175).
    05 FIBDPND-AFTER-IMAGE PIC X(175).
