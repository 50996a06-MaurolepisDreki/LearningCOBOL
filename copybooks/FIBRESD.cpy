*> Residue record written by FIBRESID for the modeling system to
*> load: one record per term of each series in the FIBVSAM KSDS
*> and per modulus on the SYSIN parameter card, in series, modulus
*> and term order. PERIOD is the residue cycle length detected for
*> the series under the modulus (the Pisano period for Fibonacci),
*> zero when no full cycle was seen in the terms on file; CYCLE-POS
*> is the term's place in that cycle, 1 where the cycle restarts.
*> SUSPECT is 'Y' on every record of a series whose residues break
*> their own period or recurrence - its cached terms are not to be
*> trusted until reconciled.
 01 FIBRESD-RECORD.
    05 FIBRESD-SEQ-TYPE PIC X(1).
    05 FIBRESD-MODULUS PIC 9(4).
    05 FIBRESD-TERM-NO PIC 9(9).
    05 FIBRESD-RESIDUE PIC 9(4).
    05 FIBRESD-PERIOD PIC 9(6).
    05 FIBRESD-CYCLE-POS PIC 9(6).
    05 FIBRESD-RESTART-FLAG PIC X(1).
       88 FIBRESD-CYCLE-RESTARTS VALUE 'Y'.
    05 FIBRESD-SUSPECT-FLAG PIC X(1).
       88 FIBRESD-SERIES-SUSPECT VALUE 'Y'.
    05 FIBRESD-RUN-DATE PIC 9(8).
