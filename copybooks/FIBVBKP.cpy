*> Backup generation of the FIBVSAM term KSDS, written by FIBVBKUP
*> and read back by the FIBVRCVR forward-recovery job. A header
*> record stamps when the backup was taken (the recovery re-applies
*> FIBOUT terms from runs on or after that date), one detail record
*> carries each KSDS record byte for byte - segmented terms keep
*> their FIBVSAM-VALUE-HI and FIBVSAM-SEG-CNT exactly as filed - and
*> a trailer carries the detail count so a truncated generation is
*> caught before it is trusted.
 01 FIBVBKP-RECORD.
    05 FIBVBKP-REC-TYPE PIC X(1).
       88 FIBVBKP-HEADER VALUE 'H'.
       88 FIBVBKP-DETAIL VALUE 'D'.
       88 FIBVBKP-TRAILER VALUE 'T'.
    05 FIBVBKP-TERM-IMAGE PIC X(87).
    05 FIBVBKP-HEADER-DATA REDEFINES FIBVBKP-TERM-IMAGE.
       10 FIBVBKP-BACKUP-DATE PIC 9(8).
       10 FIBVBKP-BACKUP-TIME PIC 9(6).
       10 FILLER PIC X(73).
    05 FIBVBKP-TRAILER-DATA REDEFINES FIBVBKP-TERM-IMAGE.
       10 FIBVBKP-RECORD-COUNT PIC 9(9).
       10 FILLER PIC X(78).
