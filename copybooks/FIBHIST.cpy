*> Monthly history of the run-control, control-total and audit
*> masters, written by FIBPURGE once a month has closed so the
*> detail can be purged after its retention period without losing
*> the month's shape. Keyed by month, source master and item; one
*> record per item seen in the month:
*>   R  run-control (FIBRNCT)  item = submission status letter
*>        COUNT submissions   AMOUNT-1 control cards
*>        AMOUNT-2 extract-posted   AMOUNT-3 report-posted
*>   C  control totals (FIBCTOT)  item = step name
*>        COUNT days posted   AMOUNT-1 IN   AMOUNT-2 OUT
*>        AMOUNT-3 AUX (hash totals are not rolled)
*>   A  audit log (FIBAUD)  item = job name
*>        COUNT runs   AMOUNT-1 terms generated
*>        AMOUNT-2 elapsed seconds   AMOUNT-3 largest run's terms
*> A month is rolled once; its records are never rewritten, so the
*> history still holds the whole month after the detail is gone.
 01 FIBHIST-RECORD.
    05 FIBHIST-KEY.
       10 FIBHIST-MONTH PIC 9(6).
       10 FIBHIST-SOURCE PIC X(1).
          88 FIBHIST-RUN-CONTROL VALUE 'R'.
          88 FIBHIST-CONTROL-TOTAL VALUE 'C'.
          88 FIBHIST-AUDIT VALUE 'A'.
       10 FIBHIST-ITEM PIC X(8).
    05 FIBHIST-COUNT PIC 9(9).
    05 FIBHIST-AMOUNT-1 PIC 9(12).
    05 FIBHIST-AMOUNT-2 PIC 9(12).
    05 FIBHIST-AMOUNT-3 PIC 9(12).
    05 FIBHIST-ROLLED-DATE PIC 9(8).
