
*> Run-control inquiry report: the day's submissions at a glance
*> from the run-control master - one line per registered run-id
*> prefix with the named deck it ran, its card count, final status
*> and which downstream steps have posted. The date on SYSIN
*> (YYYYMMDD, columns 1-8) selects the day; a blank or missing card
*> reports today. This is the report that replaces grepping FIBRPT
*> output and the audit log to answer "did this morning's job run,
*> and with which deck".

ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.

  01 WS-HEADING-LINE-3.
     05 FILLER PIC X(14) VALUE "RUN PREFIX".
     05 FILLER PIC X(10) VALUE "DECK".
     05 FILLER PIC X(8) VALUE "CARDS".
     05 FILLER PIC X(14) VALUE "STATUS".
     05 FILLER PIC X(10) VALUE "EXTRACTED".
     05 FILLER PIC X(10) VALUE "REPORTED".
     05 FILLER PIC X(66) VALUE SPACES.

  01 WS-DETAIL-LINE.
     05 WS-DTL-PREFIX PIC X(12).
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-DTL-DECK PIC X(8).
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-DTL-CARDS PIC ZZZZ9.
     05 FILLER PIC X(3) VALUE SPACES.
     05 WS-DTL-STATUS PIC X(12).
     05 WS-DTL-XTRCT PIC X(1).
     05 FILLER PIC X(9) VALUE SPACES.
     05 WS-DTL-REPORT PIC X(1).
     05 FILLER PIC X(75) VALUE SPACES.

  01 WS-TOTAL-LINE.
     05 WS-TOT-LABEL PIC X(30).
     IF FIBRNCT-RUN-PREFIX (1:8) = WS-REPORT-DATE
        ADD 1 TO WS-SUBMISSION-COUNT
        MOVE FIBRNCT-RUN-PREFIX TO WS-DTL-PREFIX
        MOVE FIBRNCT-DECK-NAME TO WS-DTL-DECK
        MOVE FIBRNCT-CARD-COUNT TO WS-DTL-CARDS
        EVALUATE TRUE
           WHEN FIBRNCT-RUN-COMPLETED
