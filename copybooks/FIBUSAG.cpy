*> One use of the term cache: a FIBONACCI-LOOKUP or FIBVALUE-LOOKUP
*> call from a batch job, or a term read on the FINQ screen. Batch
*> calls are appended to the sequential usage log by FIBUSAGE-LOG;
*> FINQ writes the same record to the online usage KSDS, keyed like
*> the FMNT journal by date, time and CICS task number (for a batch
*> call the task number is the call's sequence within the job
*> step). FIBCHGB charges both back by department every month.
*> The caller is the application id a batch job names on its
*> FIBCALLR card, or the signed-on user-id for FINQ.
*> Cache outcome:
*>   H  the term was read from FIBVSAM
*>   R  FIBONACCI-LOOKUP recomputed the term (and cached it back)
*>   M  not on file and not computed - FINQ found no such term,
*>      FIBVALUE-LOOKUP's value lies above every cached term, or
*>      the cache could not be read at all
*> Result: blank when served, Z when the term lies past the
*> 38-digit horizon (FIBONACCI-LOOKUP returned all-nines, FINQ
*> showed the low half), E when the cache was unavailable
*> (FIBVALUE-LOOKUP status E, a FINQ read failure). The lookup
*> status is FIBVALUE-LOOKUP's F/N/H/E, blank for the others.
 01 FIBUSAG-RECORD.
    05 FIBUSAG-KEY.
       10 FIBUSAG-DATE PIC 9(8).
       10 FIBUSAG-TIME PIC 9(6).
       10 FIBUSAG-TASK-NO PIC 9(7).
    05 FIBUSAG-SOURCE PIC X(1).
       88 FIBUSAG-TERM-LOOKUP VALUE 'L'.
       88 FIBUSAG-VALUE-LOOKUP VALUE 'V'.
       88 FIBUSAG-FINQ-INQUIRY VALUE 'I'.
    05 FIBUSAG-CALLER PIC X(8).
    05 FIBUSAG-TERM-ID PIC X(4).
    05 FIBUSAG-SEQ-TYPE PIC X(1).
    05 FIBUSAG-TERM-NO PIC 9(9).
    05 FIBUSAG-CACHE PIC X(1).
       88 FIBUSAG-CACHE-HIT VALUE 'H'.
       88 FIBUSAG-RECOMPUTED VALUE 'R'.
       88 FIBUSAG-NOT-CACHED VALUE 'M'.
    05 FIBUSAG-RESULT PIC X(1).
       88 FIBUSAG-SERVED VALUE ' '.
       88 FIBUSAG-HORIZON VALUE 'Z'.
       88 FIBUSAG-STATUS-E VALUE 'E'.
    05 FIBUSAG-LOOKUP-STATUS PIC X(1).
