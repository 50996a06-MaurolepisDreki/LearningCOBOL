IDENTIFICATION DIVISION.
 PROGRAM-ID. FIBCREQ.

*> CICS term-range request screen (transaction FREQ). A user who
*> needs terms that are not on FIBVSAM yet keys the series, the
*> order and the first and last term wanted; ENTER queues the
*> request on FIBTREQ under the signed-on user-id, the terminal and
*> the time it was keyed. Nothing is generated online - the nightly
*> run's planner (FIBRQPLN) turns open requests into work for that
*> night's generation and its fulfillment step (FIBRQFUL) settles
*> them once the generation has loaded FIBVSAM.
*> Below the entry fields the screen lists the user's own requests,
*> newest first, six to a page, with the status each one stands at
*> and the reason for it; PF7 and PF8 page newer and older, PF5
*> goes back to the newest, PF3 or CLEAR exits.
*> The screen only checks that the request is keyed sensibly. A
*> blank order defaults to 3 for the Tribonacci series and to 2
*> otherwise; whether the generator supports the series and order,
*> and whether the range fits in 76 digits, is the planner's call,
*> and a request it cannot satisfy comes back rejected with the
*> reason.

DATA DIVISION.
 WORKING-STORAGE SECTION.
  COPY DFHAID.

  COPY FIBREQM.

  COPY FIBTREQ.

  01 WS-RESP PIC S9(8) COMP.

*> The keys of the newest and oldest request on the page shown, so
*> PF7 and PF8 can page from them.
  01 WS-COMMAREA.
     05 CA-FIRST-KEY PIC X(22).
     05 CA-LAST-KEY PIC X(22).

*> The page is listed backwards from WS-START-KEY. The browse
*> starts at the first key not below it, which READPREV returns
*> first and which is skipped unless it is the start key itself
*> and the start is inclusive.
  01 WS-START-KEY.
     05 WS-START-USER-ID PIC X(8).
     05 WS-START-REST PIC X(14).
  01 WS-BROWSE-KEY PIC X(22).
  01 WS-NEWER-KEY PIC X(22).
  01 WS-NEWER-COUNT PIC 9(2).

  01 WS-INCLUSIVE-SWITCH PIC X.
     88 START-INCLUSIVE VALUE 'Y'.

  01 WS-BROWSE-END-SWITCH PIC X.
     88 BROWSE-ENDED VALUE 'Y'.

  01 WS-VALID-SWITCH PIC X.
     88 REQUEST-VALID VALUE 'Y'.

  01 WS-PAGE-COUNT PIC 9(2).
  01 WS-PAGE-SUB PIC 9(2).
  01 WS-PAGE-LINES.
     05 WS-PAGE-LINE PIC X(77) OCCURS 12 TIMES.

*> Two screen lines per request: what was asked for and where it
*> stands, then why and since when.
  01 WS-REQUEST-LINE-A.
     05 RLA-KEYED PIC X(19).
     05 FILLER PIC X(3) VALUE SPACES.
     05 RLA-SEQ-TYPE PIC X(1).
     05 FILLER PIC X(5) VALUE SPACES.
     05 RLA-ORDER PIC X(1).
     05 FILLER PIC X(4) VALUE SPACES.
     05 RLA-FROM-TERM PIC ZZZZZZZZ9.
     05 FILLER PIC X(3) VALUE SPACES.
     05 RLA-TO-TERM PIC ZZZZZZZZ9.
     05 FILLER PIC X(1) VALUE SPACES.
     05 RLA-STATUS PIC X(12).
     05 FILLER PIC X(10) VALUE SPACES.

  01 WS-REQUEST-LINE-B.
     05 FILLER PIC X(4) VALUE SPACES.
     05 RLB-REASON PIC X(40).
     05 FILLER PIC X(2) VALUE SPACES.
     05 RLB-AS-OF PIC X(6).
     05 RLB-STATUS-DATE PIC X(10).
     05 FILLER PIC X(2) VALUE SPACES.
     05 RLB-NIGHTS-LIT PIC X(7).
     05 RLB-NIGHTS PIC ZZZ.
     05 FILLER PIC X(3) VALUE SPACES.

  01 WS-ABSTIME PIC S9(15) COMP-3.
  01 WS-REQ-DATE PIC X(8).
  01 WS-REQ-TIME PIC X(6).
  01 WS-USER-ID PIC X(8).
  01 WS-MESSAGE PIC X(70).

  01 WS-EXIT-MESSAGE PIC X(28) VALUE 'TERM-RANGE REQUESTS ENDED'.

 LINKAGE SECTION.
  01 DFHCOMMAREA.
     05 LK-CA-FIRST-KEY PIC X(22).
     05 LK-CA-LAST-KEY PIC X(22).

PROCEDURE DIVISION.
 MAINLINE.
  MOVE SPACES TO WS-USER-ID.
  EXEC CICS ASSIGN USERID(WS-USER-ID)
       RESP(WS-RESP)
  END-EXEC.
  MOVE SPACES TO WS-MESSAGE.
  IF EIBCALEN = 0
     PERFORM FIRST-TIME
  ELSE
     MOVE DFHCOMMAREA TO WS-COMMAREA
     EVALUATE EIBAID
        WHEN DFHPF3
        WHEN DFHCLEAR
           PERFORM EXIT-TRANSACTION
        WHEN DFHPF5
           PERFORM SHOW-NEWEST-REQUESTS
        WHEN DFHPF7
           PERFORM SHOW-NEWER-REQUESTS
        WHEN DFHPF8
           PERFORM SHOW-OLDER-REQUESTS
        WHEN OTHER
           PERFORM PROCESS-REQUEST-SCREEN
     END-EVALUATE
  END-IF.
  PERFORM RETURN-NEXT-TRANSID.

 FIRST-TIME.
  MOVE SPACES TO WS-COMMAREA.
  MOVE 'KEY A SERIES AND TERM RANGE, THEN PRESS ENTER' TO WS-MESSAGE.
  PERFORM SHOW-NEWEST-REQUESTS.

 PROCESS-REQUEST-SCREEN.
  EXEC CICS RECEIVE MAP('FIBREQ') MAPSET('FIBREQM')
       INTO(FIBREQI) RESP(WS-RESP)
  END-EXEC.
  IF WS-RESP NOT = DFHRESP(NORMAL)
     MOVE 'KEY A SERIES AND TERM RANGE, THEN PRESS ENTER'
        TO WS-MESSAGE
  ELSE
     PERFORM EDIT-REQUEST
     IF REQUEST-VALID
        PERFORM QUEUE-REQUEST
     END-IF
  END-IF.
  PERFORM SHOW-NEWEST-REQUESTS.

 EDIT-REQUEST.
  MOVE 'N' TO WS-VALID-SWITCH.
  IF ORDERL = 0 OR ORDERI = SPACE OR ORDERI = LOW-VALUE
     IF SERIESI = 'T'
        MOVE '3' TO ORDERI
     ELSE
        MOVE '2' TO ORDERI
     END-IF
  END-IF.
  EVALUATE TRUE
     WHEN SERIESL = 0 OR SERIESI = SPACE OR SERIESI = LOW-VALUE
        MOVE 'KEY THE SERIES - F, L OR T' TO WS-MESSAGE
     WHEN ORDERI IS NOT NUMERIC
        MOVE 'ORDER MUST BE A DIGIT - 2 OR 3' TO WS-MESSAGE
     WHEN FROMTL = 0 OR FROMTI IS NOT NUMERIC
        MOVE 'KEY THE FIRST TERM WANTED' TO WS-MESSAGE
     WHEN TOTERML = 0 OR TOTERMI IS NOT NUMERIC
        MOVE 'KEY THE LAST TERM WANTED' TO WS-MESSAGE
     WHEN FROMTI = 0
        MOVE 'TERMS ARE NUMBERED FROM 1' TO WS-MESSAGE
     WHEN FROMTI > TOTERMI
        MOVE 'THE FIRST TERM IS AFTER THE LAST TERM' TO WS-MESSAGE
     WHEN OTHER
        MOVE 'Y' TO WS-VALID-SWITCH
  END-EVALUATE.

*> Keys are user-id plus the second the request was keyed, so a
*> second request in the same second is turned away and rekeyed.
 QUEUE-REQUEST.
  PERFORM STAMP-CURRENT-TIME.
  MOVE WS-USER-ID TO FIBTREQ-USER-ID.
  MOVE WS-REQ-DATE TO FIBTREQ-REQ-DATE.
  MOVE WS-REQ-TIME TO FIBTREQ-REQ-TIME.
  MOVE EIBTRMID TO FIBTREQ-TERM-ID.
  MOVE SERIESI TO FIBTREQ-SEQ-TYPE.
  MOVE ORDERI TO FIBTREQ-ORDER.
  MOVE FROMTI TO FIBTREQ-FROM-TERM.
  MOVE TOTERMI TO FIBTREQ-TO-TERM.
  MOVE 'O' TO FIBTREQ-STATUS.
  MOVE 0 TO FIBTREQ-STATUS-DATE.
  MOVE "WAITING FOR TONIGHT'S PLANNING RUN" TO FIBTREQ-REASON.
  MOVE 0 TO FIBTREQ-CARRY-COUNT.
  MOVE 'N' TO FIBTREQ-REPORTED.
  EXEC CICS WRITE FILE('FIBTREQ')
       FROM(FIBTREQ-RECORD)
       RIDFLD(FIBTREQ-KEY)
       RESP(WS-RESP)
  END-EXEC.
  EVALUATE WS-RESP
     WHEN DFHRESP(NORMAL)
        MOVE 'REQUEST QUEUED - THE NIGHTLY RUN WILL PLAN IT'
           TO WS-MESSAGE
     WHEN DFHRESP(DUPREC)
        MOVE 'ANOTHER REQUEST WAS QUEUED THIS SECOND - KEY IT AGAIN'
           TO WS-MESSAGE
     WHEN OTHER
        MOVE 'REQUEST FILE WRITE FAILED - CONTACT OPERATIONS'
           TO WS-MESSAGE
  END-EVALUATE.

 STAMP-CURRENT-TIME.
  EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
  END-EXEC.
  EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
       YYYYMMDD(WS-REQ-DATE)
       TIME(WS-REQ-TIME)
  END-EXEC.

*> The newest page starts just past the user's last possible key.
 SHOW-NEWEST-REQUESTS.
  MOVE WS-USER-ID TO WS-START-USER-ID.
  MOVE HIGH-VALUES TO WS-START-REST.
  MOVE 'Y' TO WS-INCLUSIVE-SWITCH.
  MOVE SPACES TO WS-COMMAREA.
  PERFORM LIST-OLDER-REQUESTS.
  IF WS-PAGE-COUNT = 0 AND WS-MESSAGE = SPACES
     MOVE 'YOU HAVE NO REQUESTS ON THE QUEUE' TO WS-MESSAGE
  END-IF.
  PERFORM SEND-REQUEST-SCREEN.

 SHOW-OLDER-REQUESTS.
  IF CA-LAST-KEY = SPACES
     PERFORM SHOW-NEWEST-REQUESTS
  ELSE
     MOVE CA-LAST-KEY TO WS-START-KEY
     MOVE 'N' TO WS-INCLUSIVE-SWITCH
     PERFORM LIST-OLDER-REQUESTS
     IF WS-PAGE-COUNT = 0
        MOVE 'NO OLDER REQUESTS' TO WS-MESSAGE
        MOVE CA-FIRST-KEY TO WS-START-KEY
        MOVE 'Y' TO WS-INCLUSIVE-SWITCH
        PERFORM LIST-OLDER-REQUESTS
     END-IF
     PERFORM SEND-REQUEST-SCREEN
  END-IF.

*> Counts forward up to six requests past the newest one shown;
*> the newer page is then listed backwards from the last of them,
*> which lands on the newest page when fewer than six remain.
 SHOW-NEWER-REQUESTS.
  IF CA-FIRST-KEY = SPACES
     PERFORM SHOW-NEWEST-REQUESTS
  ELSE
     MOVE 0 TO WS-NEWER-COUNT
     MOVE 'N' TO WS-BROWSE-END-SWITCH
     MOVE CA-FIRST-KEY TO WS-BROWSE-KEY
     EXEC CICS STARTBR FILE('FIBTREQ')
          RIDFLD(WS-BROWSE-KEY) GTEQ
          RESP(WS-RESP)
     END-EXEC
     IF WS-RESP = DFHRESP(NORMAL)
        PERFORM READ-NEXT-REQUEST
           UNTIL BROWSE-ENDED OR WS-NEWER-COUNT >= 6
        EXEC CICS ENDBR FILE('FIBTREQ')
        END-EXEC
     END-IF
     IF WS-NEWER-COUNT = 0
        MOVE 'NO NEWER REQUESTS' TO WS-MESSAGE
        MOVE CA-FIRST-KEY TO WS-START-KEY
     ELSE
        MOVE WS-NEWER-KEY TO WS-START-KEY
     END-IF
     MOVE 'Y' TO WS-INCLUSIVE-SWITCH
     PERFORM LIST-OLDER-REQUESTS
     PERFORM SEND-REQUEST-SCREEN
  END-IF.

 READ-NEXT-REQUEST.
  EXEC CICS READNEXT FILE('FIBTREQ')
       INTO(FIBTREQ-RECORD)
       RIDFLD(WS-BROWSE-KEY)
       RESP(WS-RESP)
  END-EXEC.
  EVALUATE TRUE
     WHEN WS-RESP NOT = DFHRESP(NORMAL)
        MOVE 'Y' TO WS-BROWSE-END-SWITCH
     WHEN FIBTREQ-KEY = CA-FIRST-KEY
        CONTINUE
     WHEN FIBTREQ-USER-ID NOT = WS-USER-ID
        MOVE 'Y' TO WS-BROWSE-END-SWITCH
     WHEN OTHER
        ADD 1 TO WS-NEWER-COUNT
        MOVE FIBTREQ-KEY TO WS-NEWER-KEY
  END-EVALUATE.

*> A start key past the end of the file restarts the browse at the
*> end with a key of all high-values, from which READPREV returns
*> the last record.
 LIST-OLDER-REQUESTS.
  MOVE SPACES TO WS-PAGE-LINES.
  MOVE 0 TO WS-PAGE-COUNT.
  MOVE 'N' TO WS-BROWSE-END-SWITCH.
  MOVE WS-START-KEY TO WS-BROWSE-KEY.
  EXEC CICS STARTBR FILE('FIBTREQ')
       RIDFLD(WS-BROWSE-KEY) GTEQ
       RESP(WS-RESP)
  END-EXEC.
  IF WS-RESP = DFHRESP(NOTFND)
     MOVE HIGH-VALUES TO WS-BROWSE-KEY
     EXEC CICS STARTBR FILE('FIBTREQ')
          RIDFLD(WS-BROWSE-KEY) GTEQ
          RESP(WS-RESP)
     END-EXEC
  END-IF.
  EVALUATE WS-RESP
     WHEN DFHRESP(NORMAL)
        PERFORM READ-PRIOR-REQUEST
           UNTIL BROWSE-ENDED OR WS-PAGE-COUNT >= 6
        EXEC CICS ENDBR FILE('FIBTREQ')
        END-EXEC
     WHEN DFHRESP(NOTFND)
        CONTINUE
     WHEN OTHER
        MOVE 'REQUEST FILE BROWSE FAILED - CONTACT OPERATIONS'
           TO WS-MESSAGE
  END-EVALUATE.

 READ-PRIOR-REQUEST.
  EXEC CICS READPREV FILE('FIBTREQ')
       INTO(FIBTREQ-RECORD)
       RIDFLD(WS-BROWSE-KEY)
       RESP(WS-RESP)
  END-EXEC.
  EVALUATE TRUE
     WHEN WS-RESP NOT = DFHRESP(NORMAL)
        MOVE 'Y' TO WS-BROWSE-END-SWITCH
     WHEN FIBTREQ-KEY > WS-START-KEY
        CONTINUE
     WHEN FIBTREQ-KEY = WS-START-KEY AND NOT START-INCLUSIVE
        CONTINUE
     WHEN FIBTREQ-USER-ID NOT = WS-USER-ID
        MOVE 'Y' TO WS-BROWSE-END-SWITCH
     WHEN OTHER
        PERFORM ADD-REQUEST-TO-PAGE
  END-EVALUATE.

 ADD-REQUEST-TO-PAGE.
  ADD 1 TO WS-PAGE-COUNT.
  IF WS-PAGE-COUNT = 1
     MOVE FIBTREQ-KEY TO CA-FIRST-KEY
  END-IF.
  MOVE FIBTREQ-KEY TO CA-LAST-KEY.
  PERFORM FORMAT-REQUEST-LINES.
  COMPUTE WS-PAGE-SUB = WS-PAGE-COUNT * 2 - 1.
  MOVE WS-REQUEST-LINE-A TO WS-PAGE-LINE (WS-PAGE-SUB).
  ADD 1 TO WS-PAGE-SUB.
  MOVE WS-REQUEST-LINE-B TO WS-PAGE-LINE (WS-PAGE-SUB).

*> An open request has no status date yet, and the nights count
*> only shows once a request has been carried over.
 FORMAT-REQUEST-LINES.
  MOVE SPACES TO RLA-KEYED.
  STRING FIBTREQ-REQ-DATE (1:4) '-' FIBTREQ-REQ-DATE (5:2) '-'
         FIBTREQ-REQ-DATE (7:2) ' ' FIBTREQ-REQ-TIME (1:2) ':'
         FIBTREQ-REQ-TIME (3:2) ':' FIBTREQ-REQ-TIME (5:2)
         DELIMITED BY SIZE INTO RLA-KEYED.
  MOVE FIBTREQ-SEQ-TYPE TO RLA-SEQ-TYPE.
  MOVE FIBTREQ-ORDER TO RLA-ORDER.
  MOVE FIBTREQ-FROM-TERM TO RLA-FROM-TERM.
  MOVE FIBTREQ-TO-TERM TO RLA-TO-TERM.
  EVALUATE TRUE
     WHEN FIBTREQ-OPEN
        MOVE 'OPEN' TO RLA-STATUS
     WHEN FIBTREQ-PLANNED
        MOVE 'PLANNED' TO RLA-STATUS
     WHEN FIBTREQ-FULFILLED
        MOVE 'FULFILLED' TO RLA-STATUS
     WHEN FIBTREQ-REJECTED
        MOVE 'REJECTED' TO RLA-STATUS
     WHEN FIBTREQ-CARRIED-OVER
        MOVE 'CARRIED OVER' TO RLA-STATUS
     WHEN OTHER
        MOVE FIBTREQ-STATUS TO RLA-STATUS
  END-EVALUATE.
  MOVE FIBTREQ-REASON TO RLB-REASON.
  IF FIBTREQ-STATUS-DATE = 0
     MOVE SPACES TO RLB-AS-OF
     MOVE SPACES TO RLB-STATUS-DATE
  ELSE
     MOVE 'AS OF ' TO RLB-AS-OF
     MOVE SPACES TO RLB-STATUS-DATE
     STRING FIBTREQ-STATUS-DATE (1:4) '-'
            FIBTREQ-STATUS-DATE (5:2) '-'
            FIBTREQ-STATUS-DATE (7:2)
            DELIMITED BY SIZE INTO RLB-STATUS-DATE
  END-IF.
  IF FIBTREQ-CARRY-COUNT = 0
     MOVE SPACES TO RLB-NIGHTS-LIT
  ELSE
     MOVE 'NIGHTS ' TO RLB-NIGHTS-LIT
  END-IF.
  MOVE FIBTREQ-CARRY-COUNT TO RLB-NIGHTS.

 SEND-REQUEST-SCREEN.
  MOVE LOW-VALUES TO FIBREQO.
  MOVE WS-PAGE-LINE (1) TO RQA1O.
  MOVE WS-PAGE-LINE (2) TO RQB1O.
  MOVE WS-PAGE-LINE (3) TO RQA2O.
  MOVE WS-PAGE-LINE (4) TO RQB2O.
  MOVE WS-PAGE-LINE (5) TO RQA3O.
  MOVE WS-PAGE-LINE (6) TO RQB3O.
  MOVE WS-PAGE-LINE (7) TO RQA4O.
  MOVE WS-PAGE-LINE (8) TO RQB4O.
  MOVE WS-PAGE-LINE (9) TO RQA5O.
  MOVE WS-PAGE-LINE (10) TO RQB5O.
  MOVE WS-PAGE-LINE (11) TO RQA6O.
  MOVE WS-PAGE-LINE (12) TO RQB6O.
  MOVE WS-MESSAGE TO MSGOUTO.
  EXEC CICS SEND MAP('FIBREQ') MAPSET('FIBREQM')
       FROM(FIBREQO) ERASE
  END-EXEC.

 RETURN-NEXT-TRANSID.
  EXEC CICS RETURN TRANSID('FREQ')
       COMMAREA(WS-COMMAREA)
  END-EXEC.

 EXIT-TRANSACTION.
  EXEC CICS SEND TEXT FROM(WS-EXIT-MESSAGE) ERASE FREEKB
  END-EXEC.
  EXEC CICS RETURN
  END-EXEC.
