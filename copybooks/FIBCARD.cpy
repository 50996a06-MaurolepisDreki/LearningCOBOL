*> Record layout for the control-card deck KSDS the FMNT
*> maintenance transaction works on. The KSDS holds several named
*> decks (DAILY, MONTHEND, QTREND ...), each keyed within its name
*> by the two-digit card number (the same number that becomes the
*> run-id suffix, so 99 cards per deck is the hard ceiling); the
*> FIBCALN run calendar says which deck a night runs. The card
*> image is the FIB-CONTROL-CARD layout byte for byte, which is how
*> the nightly unload step turns the KSDS back into the sequential
*> SYSIN deck FIBEDIT and the generator have always read.
 01 FIBCARD-RECORD.
    05 FIBCARD-KEY.
       10 FIBCARD-DECK-NAME PIC X(8).
       10 FIBCARD-CARD-NO PIC 9(2).
    05 FIBCARD-IMAGE PIC X(175).
