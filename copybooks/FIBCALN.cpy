*> Business run calendar, keyed by date. A record says what the
*> nightly chain does on that date: R runs the named control-card
*> deck (MONTHEND, QTREND ...) instead of the everyday one, H is a
*> holiday on which the chain does not run at all. A date with no
*> record runs the DAILY deck. FIBCUNLD reads the record for the
*> run date before it unloads anything; the calendar is maintained
*> by the FIBCALMT batch job and reviewed a month ahead on the
*> FIBCALRP report.
 01 FIBCALN-RECORD.
    05 FIBCALN-KEY.
       10 FIBCALN-RUN-DATE PIC 9(8).
    05 FIBCALN-DAY-TYPE PIC X(1).
       88 FIBCALN-RUN-DAY VALUE 'R'.
       88 FIBCALN-HOLIDAY VALUE 'H'.
    05 FIBCALN-DECK-NAME PIC X(8).
    05 FIBCALN-DESCRIPTION PIC X(30).
    05 FIBCALN-UPDATED-DATE PIC 9(8).
