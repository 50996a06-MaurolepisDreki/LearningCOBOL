*> Deck snapshot record: the deck exactly as FIBCUNLD unloaded it
*> for one submission, keyed by the run-id prefix that consumed it
*> and the card's position in the unloaded deck (the position the
*> generator numbers the card's run-id suffix by). The deck name and
*> KSDS card number ride along so a snapshot can be matched back to
*> the FMNT journal, whose entries name the deck and card changed.
*> Request cards FIBRQPLN added carry card number 00.
 01 FIBDSNP-RECORD.
    05 FIBDSNP-KEY.
       10 FIBDSNP-RUN-PREFIX PIC X(12).
       10 FIBDSNP-DECK-POS PIC 9(2).
    05 FIBDSNP-DECK-NAME PIC X(8).
    05 FIBDSNP-CARD-NO PIC 9(2).
    05 FIBDSNP-SNAP-DATE PIC 9(8).
    05 FIBDSNP-IMAGE PIC X(175).
