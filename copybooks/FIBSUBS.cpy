*> Subscriber master for the transmission extract, keyed by the
*> subscriber id named on the FIBXTRCT SYSIN card. Each downstream
*> consumer of the generated terms has one record saying which
*> series it takes (Y or N per series), which runs it takes and the
*> layout its feed is written in:
*>   run scope  C canonical runs only, S what-if scenario runs
*>              only, A every run
*>   format     S the standard 67-byte record, C comma-delimited,
*>              W wide - a term past the 38-digit horizon rebuilt
*>              from its two FIBOUT segments onto one record
*> An inactive subscriber keeps its record but is refused by the
*> extract and skipped by FIBBALNC. Subscribers are maintained by
*> the FIBSUBMT batch job.
 01 FIBSUBS-RECORD.
    05 FIBSUBS-KEY.
       10 FIBSUBS-SUBSCRIBER-ID PIC X(8).
    05 FIBSUBS-NAME PIC X(30).
    05 FIBSUBS-ACTIVE PIC X(1).
       88 FIBSUBS-IS-ACTIVE VALUE 'Y'.
    05 FIBSUBS-TAKE-FIBONACCI PIC X(1).
       88 FIBSUBS-TAKES-FIBONACCI VALUE 'Y'.
    05 FIBSUBS-TAKE-LUCAS PIC X(1).
       88 FIBSUBS-TAKES-LUCAS VALUE 'Y'.
    05 FIBSUBS-TAKE-TRIBONACCI PIC X(1).
       88 FIBSUBS-TAKES-TRIBONACCI VALUE 'Y'.
    05 FIBSUBS-RUN-SCOPE PIC X(1).
       88 FIBSUBS-CANONICAL-ONLY VALUE 'C'.
       88 FIBSUBS-SCENARIO-ONLY VALUE 'S'.
       88 FIBSUBS-ALL-RUNS VALUE 'A'.
    05 FIBSUBS-FORMAT PIC X(1).
       88 FIBSUBS-STANDARD-FORMAT VALUE 'S'.
       88 FIBSUBS-CSV-FORMAT VALUE 'C'.
       88 FIBSUBS-WIDE-FORMAT VALUE 'W'.
    05 FIBSUBS-UPDATED-DATE PIC 9(8).
