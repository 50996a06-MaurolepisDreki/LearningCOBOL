*> Deck-maintenance journal record, one per add, change or delete
*> the FMNT and FAPR transactions commit against the deck KSDS.
*> Keyed by the date and time of the change plus the CICS task
*> number, so two changes in the same second from different
*> terminals never collide and a browse in key order replays the
*> deck's history in the order it happened. The before image is
*> blank on an add and the after image is blank on a delete; both
*> are the FIB-CONTROL-CARD layout byte for byte. A change that
*> needed a second user's approval is journaled when it reaches the
*> deck: the user and terminal are the requester's and the approver
*> is the user who approved it on FAPR (blank for a change applied
*> directly from FMNT). DECK-NAME and CARD-NO together identify the
*> card, since every named deck numbers its cards from 1.
 01 FIBJRNL-RECORD.
    05 FIBJRNL-KEY.
       10 FIBJRNL-DATE PIC 9(8).
       10 FIBJRNL-TIME PIC 9(6).
       10 FIBJRNL-TASK-NO PIC 9(7).
    05 FIBJRNL-ACTION PIC X(1).
       88 FIBJRNL-CARD-ADDED VALUE 'A'.
       88 FIBJRNL-CARD-CHANGED VALUE 'C'.
       88 FIBJRNL-CARD-DELETED VALUE 'D'.
    05 FIBJRNL-DECK-NAME PIC X(8).
    05 FIBJRNL-CARD-NO PIC 9(2).
    05 FIBJRNL-USER-ID PIC X(8).
    05 FIBJRNL-TERM-ID PIC X(4).
    05 FIBJRNL-APPROVER-ID PIC X(8).
    05 FIBJRNL-BEFORE-IMAGE PIC X(175).
    05 FIBJRNL-AFTER-IMAGE PIC X(175).
