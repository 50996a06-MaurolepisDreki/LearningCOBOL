*> Security profile for the deck-maintenance transactions, keyed by
*> the CICS signed-on user-id. Each right is Y or N: inquire lets
*> the user display and browse the deck, update lets the user add
*> and change cards, delete lets the user remove them. A user
*> with no profile has no rights at all. The same rights govern
*> the FAPR approval screen - a held change can only be approved
*> by a second user who holds the right the change itself needs.
*> Profiles are maintained by the FIBSECMT batch job.
 01 FIBSECP-RECORD.
    05 FIBSECP-KEY.
       10 FIBSECP-USER-ID PIC X(8).
    05 FIBSECP-USER-NAME PIC X(30).
    05 FIBSECP-INQUIRE-AUTH PIC X(1).
       88 FIBSECP-MAY-INQUIRE VALUE 'Y'.
    05 FIBSECP-UPDATE-AUTH PIC X(1).
       88 FIBSECP-MAY-UPDATE VALUE 'Y'.
    05 FIBSECP-DELETE-AUTH PIC X(1).
       88 FIBSECP-MAY-DELETE VALUE 'Y'.
    05 FIBSECP-UPDATED-DATE PIC 9(8).
