*> of job; the downstream steps post their completion flags; the
*> FIBRCINQ report reads it back for the day's submissions at a
*> glance. The completed-status records are also what the
*> duplicate-submission check refuses to run over. DECK-NAME is
*> the named control-card deck FIBCUNLD unloaded for the submission
*> (blank for a submission registered before decks were named).
 01 FIBRNCT-RECORD.
    05 FIBRNCT-KEY.
       10 FIBRNCT-RUN-PREFIX PIC X(12).
       88 FIBRNCT-RUN-RESTARTED VALUE 'R'.
    05 FIBRNCT-XTRCT-POSTED PIC X(1).
    05 FIBRNCT-REPORT-POSTED PIC X(1).
    05 FIBRNCT-DECK-NAME PIC X(8).
