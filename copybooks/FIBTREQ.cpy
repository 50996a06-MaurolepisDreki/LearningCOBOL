*> Term-range request queued on the FREQ screen, keyed by the
*> requesting user-id and the date and time it was keyed, so one
*> user's requests browse together in the order they were made.
*> The series letter and order are held as keyed - the nightly
*> planner, not the screen, decides whether the generator supports
*> them. The request's life:
*>   O open         keyed on FREQ, not yet seen by the nightly run
*>   P planned      FIBRQPLN put it into tonight's generation work
*>   F fulfilled    every term in the range is on FIBVSAM
*>   R rejected     the generator cannot satisfy it - see reason
*>   C carried over not satisfied tonight, tried again next night
*> The reason says why the request stands where it does, and the
*> status date is the night it last changed. The reported flag is
*> N until the FIBRQFUL fulfillment report has listed the latest
*> status, so a rejection the planner makes is reported by the same
*> night's fulfillment step however late that runs.
 01 FIBTREQ-RECORD.
    05 FIBTREQ-KEY.
       10 FIBTREQ-USER-ID PIC X(8).
       10 FIBTREQ-REQ-DATE PIC 9(8).
       10 FIBTREQ-REQ-TIME PIC 9(6).
    05 FIBTREQ-TERM-ID PIC X(4).
    05 FIBTREQ-SEQ-TYPE PIC X(1).
    05 FIBTREQ-ORDER PIC X(1).
    05 FIBTREQ-FROM-TERM PIC 9(9).
    05 FIBTREQ-TO-TERM PIC 9(9).
    05 FIBTREQ-STATUS PIC X(1).
       88 FIBTREQ-OPEN VALUE 'O'.
       88 FIBTREQ-PLANNED VALUE 'P'.
       88 FIBTREQ-FULFILLED VALUE 'F'.
       88 FIBTREQ-REJECTED VALUE 'R'.
       88 FIBTREQ-CARRIED-OVER VALUE 'C'.
    05 FIBTREQ-STATUS-DATE PIC 9(8).
    05 FIBTREQ-REASON PIC X(40).
    05 FIBTREQ-CARRY-COUNT PIC 9(3).
    05 FIBTREQ-REPORTED PIC X(1).
       88 FIBTREQ-STATUS-REPORTED VALUE 'Y'.
