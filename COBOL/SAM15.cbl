      * EACH ENTER INQUIRES (AND CAPTURES ANY KEYED CHANGES); PF3
      * ENDS THE SESSION.
      *
      * PF5 LISTS THE CUSTOMER'S ORDERS FROM THE ORDER-DETAIL FILE
      * SAM1'S ORDER TRANSACTION WRITES, 16 TO A PAGE ON THE LIST
      * MAP SAM15L: PF5 AGAIN PAGES FORWARD, ENTER RETURNS TO THE
      * CUSTOMER.  THE ST COLUMN IS P FOR A POSTED ORDER, R FOR ONE
      * SINCE REVERSED (ITS POSTED DATE THEN THE REVERSAL'S).  THE
      * COMMAREA CARRIES WHICH SCREEN IS UP, THE
      * CUSTOMER ON IT AND WHERE THE NEXT LIST PAGE RESUMES.
      *
      * PF6 OPENS THE NAME SEARCH SCREEN SAM15N FOR CALLERS WHO DO
      * NOT KNOW THEIR ID: A NAME (OR POSTAL CODE) PREFIX, NARROWED
      * BY CITY AND STATE, BROWSES THE ALTERNATE INDEX PATHS OVER
      * CUSTIDX 14 MATCHES TO A PAGE (PF5 PAGES FORWARD).  AN 'S'
      * BESIDE A MATCH AND PF4 BRINGS THAT CUSTOMER UP ON THE
      * INQUIRY SCREEN.
      *
      * THE CUSTOMER SCREEN ALSO SUMMARISES THE CUSTOMER'S PAYMENT
      * ARRANGEMENT (PROMISE-TO-PAY, SEE PTPREC) WHEN THERE IS ONE,
      * AND PF7 LISTS ITS INSTALLMENTS ON SAM15L -- DUE DATE,
      * AMOUNT, KEPT OR BROKEN, PAID TO DATE AND AMOUNT SHORT AS
      * THE SAM35 MONITOR LEFT THEM.  PF5 PAGES FORWARD AS FOR
      * ORDERS.
      *
      * PF8 LISTS EVERYTHING SENT TO THE CUSTOMER, OLDEST FIRST,
      * FROM THE COMMUNICATIONS HISTORY (CMHREC) THE OUTBOUND
      * PROGRAMS RECORD THROUGH SAM43: DATE SENT, CHANNEL, DOCUMENT,
      * ITS REFERENCE AND THE ADDRESS OR EMAIL IT WENT TO.  PF5
      * PAGES FORWARD AS FOR ORDERS.
      *
      * PF9 OPENS THE CUSTOMER'S SERVICE MEMOS (MEMOREC) ON THE
      * MEMO MAP SAM15R, NEWEST FIRST: EACH MEMO'S DATE, TIME,
      * CATEGORY AND AUTHOR OVER ITS LINES OF TEXT.  PF5 PAGES BACK
      * TO OLDER MEMOS.  A CATEGORY (CALL, CMPL COMPLAINT, COLL
      * COLLECTIONS, LEGL LEGAL HOLD) AND UP TO FIVE LINES OF TEXT
      * KEYED BELOW THE LIST ARE ADDED AS A NEW MEMO ON ENTER,
      * STAMPED WITH THE TIME AND THE SIGNED-ON OPERATOR; ENTER
      * WITH NOTHING KEYED RETURNS TO THE CUSTOMER.  MEMOS ARE
      * NEVER CHANGED OR DELETED HERE -- A CORRECTION IS A NEW
      * MEMO.
      *
      * CSD NOTES: FILE(CUSTIDX) -> PROD.CUSTOMER.INDEXED, READ
      * ONLY BROWSE; FILE(CUSTNAM) -> PROD.CUSTOMER.INDEXED.
      * NAMEPATH AND FILE(CUSTPST) -> PROD.CUSTOMER.INDEXED.
      * POSTPATH, READ ONLY BROWSE (THE NAME AND POSTAL-CODE
      * ALTERNATE INDEX PATHS); FILE(ORDFILE) -> PROD.CUSTOMER.
      * ORDERS, READ ONLY BROWSE; FILE(PTPFILE) -> PROD.CUSTOMER.
      * PROMISE, READ ONLY; FILE(COMHIST) -> PROD.CUSTOMER.
      * COMHIST, READ ONLY BROWSE; FILE(SVCMEMO) -> PROD.CUSTOMER.
      * SVCMEMO, READ, ADD AND BROWSE; TDQUEUE(CARY) EXTRAPARTITION
      * OUTPUT -> PROD.CUSTOMER.TRANCARRY (RECFM=FB LRECL=201);
      * MAPSET SAM15S (BMS/SAM15S.bms); TRANSID SAMI -> SAM15.
      *
      * THE SUBMITTER STAMPED INTO CAPTURED TRANSACTIONS IS THE
      * SIGNED-ON OPERATOR ID, SO THE AUDIT NOTES NAME WHO KEYED
           05  WS-OPERATOR-ID          PIC X(8)  VALUE SPACES.
           05  WS-END-MSG              PIC X(19)
                                       VALUE 'SAM15 SESSION ENDED'.
           05  WS-SEND-ERASE           PIC X     VALUE 'N'.
           05  WS-LIST-IX              PIC S9(4) COMP VALUE +0.
           05  WS-LIST-CUST-KEY        PIC X(9)  VALUE SPACES.
      *        Name search browse: the path browsed, its alternate
      *        key, and where a record sits among duplicates of it.
           05  WS-BROWSE-FILE          PIC X(8)  VALUE SPACES.
           05  WS-ALT-RID              PIC X(17) VALUE SPACES.
           05  WS-PREV-ALT             PIC X(17) VALUE SPACES.
           05  WS-DUP-POS              PIC S9(4) COMP VALUE +0.
           05  WS-SKIP-DUPS            PIC S9(4) COMP VALUE +0.
           05  WS-PREFIX-LEN           PIC S9(4) COMP VALUE +0.
           05  WS-CITY-LEN             PIC S9(4) COMP VALUE +0.
           05  WS-MATCH-OK             PIC X     VALUE 'N'.
           05  WS-SEL-FOUND            PIC S9(4) COMP VALUE +0.
           05  WS-MEASURE-FIELD        PIC X(17) VALUE SPACES.
           05  WS-MEASURE-LEN          PIC S9(4) COMP VALUE +0.
           05  WS-EDIT-DATE            PIC 9(6)  VALUE 0.
           05  FILLER  REDEFINES WS-EDIT-DATE.
               10  WS-EDIT-YY          PIC 99.
               10  WS-EDIT-MM          PIC 99.
               10  WS-EDIT-DD          PIC 99.
           05  WS-EDIT-DATE-OUT.
               10  WS-EDIT-MM-OUT      PIC 99.
               10  FILLER              PIC X     VALUE '/'.
               10  WS-EDIT-DD-OUT      PIC 99.
               10  FILLER              PIC X     VALUE '/'.
               10  WS-EDIT-YY-OUT      PIC 99.
           05  WS-ORDER-LINE.
               10  WS-OL-NUMBER        PIC X(10).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  WS-OL-DATE          PIC X(8).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  WS-OL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  WS-OL-POSTED        PIC X(8).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  WS-OL-SUBMITTER     PIC X(8).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  WS-OL-STATUS        PIC X.
               10  FILLER              PIC X(14) VALUE SPACES.
           05  WS-MATCH-LINE.
               10  WS-ML-ID            PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-ML-NAME          PIC X(17).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-ML-CITY          PIC X(14).
               10  FILLER              PIC X     VALUE SPACE.
               10  WS-ML-STATE         PIC X(2).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-ML-POSTAL        PIC X(10).
               10  FILLER              PIC X     VALUE SPACE.
               10  WS-ML-BALANCE       PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PROMISE-LINE.
               10  FILLER              PIC X(5)  VALUE 'PTP: '.
               10  WS-PL-STATUS        PIC X(10).
               10  FILLER              PIC X     VALUE SPACE.
               10  WS-PL-COUNT         PIC Z9.
               10  FILLER              PIC X(3)  VALUE ' X '.
               10  WS-PL-AMOUNT        PIC ZZZ,ZZ9.99.
               10  FILLER              PIC X     VALUE SPACE.
               10  WS-PL-FREQ          PIC X(7).
               10  FILLER              PIC X(6)  VALUE ' KEPT '.
               10  WS-PL-KEPT          PIC Z9.
               10  FILLER              PIC X(8)  VALUE ' BROKEN '.
               10  WS-PL-BROKEN        PIC Z9.
               10  FILLER              PIC X(6)  VALUE ' PAID '.
               10  WS-PL-PAID          PIC ZZ,ZZZ,ZZ9.99.
           05  WS-INST-LINE.
               10  WS-IL-NUMBER        PIC Z9.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  WS-IL-DUE           PIC X(8).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  WS-IL-AMOUNT        PIC ZZZ,ZZ9.99.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  WS-IL-STATUS        PIC X(7).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  WS-IL-PAID          PIC ZZ,ZZZ,ZZ9.99-.
               10  WS-IL-PAID-X  REDEFINES WS-IL-PAID
                                       PIC X(14).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  WS-IL-SHORT         PIC ZZZ,ZZ9.99.
               10  WS-IL-SHORT-X REDEFINES WS-IL-SHORT
                                       PIC X(10).
               10  FILLER              PIC X(12) VALUE SPACES.
           05  WS-INST-IX              PIC 99    VALUE 0.
           05  WS-COMM-LINE.
               10  WS-CML-DATE         PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-CML-CHANNEL      PIC X(8).
               10  FILLER              PIC X     VALUE SPACE.
               10  WS-CML-DOC-TYPE     PIC X(8).
               10  FILLER              PIC X     VALUE SPACE.
               10  WS-CML-DOC-REF      PIC X(12).
               10  FILLER              PIC X     VALUE SPACE.
               10  WS-CML-SENT-TO      PIC X(38).
           05  WS-MEMO-HDR-LINE.
               10  WS-MH-DATE          PIC X(8).
               10  FILLER              PIC X     VALUE SPACE.
               10  WS-MH-HH            PIC X(2).
               10  FILLER              PIC X     VALUE ':'.
               10  WS-MH-MI            PIC X(2).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-MH-CATEGORY      PIC X(11).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-MH-AUTHOR        PIC X(8).
               10  FILLER              PIC X(42) VALUE SPACES.
      *        Service memo screen: lines a memo needs on the page,
      *        memos shown, and the add in progress.
           05  WS-MEMO-IX              PIC S9(4) COMP VALUE +0.
           05  WS-MEMO-NEED            PIC S9(4) COMP VALUE +0.
           05  WS-MEMO-COUNT           PIC S9(4) COMP VALUE +0.
           05  WS-MEMO-KEYED           PIC X     VALUE 'N'.
           05  WS-MEMO-WRITTEN         PIC X     VALUE 'N'.
           05  WS-MEMO-MSG             PIC X(70) VALUE SPACES.
           05  WS-ABSTIME              PIC S9(15) COMP-3 VALUE +0.
           05  WS-MEMO-DATE-X          PIC X(8)  VALUE SPACES.
           05  WS-MEMO-DATE  REDEFINES WS-MEMO-DATE-X
                                       PIC 9(8).
           05  WS-MEMO-TIME-X          PIC X(6)  VALUE SPACES.
           05  WS-MEMO-HHMMSS REDEFINES WS-MEMO-TIME-X
                                       PIC 9(6).
           05  WS-CONTACT-LINE.
               10  WS-CL-NAME          PIC X(17).
               10  FILLER              PIC X     VALUE SPACE.
      *        The customer record read from the keyed copy.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==CUST==.

      *        An order-detail line read from the order file.
       COPY ORDREC REPLACING ==:TAG:== BY ==ORD==.

      *        The customer's payment arrangement, if any.
       COPY PTPREC REPLACING ==:TAG:== BY ==PTP==.

      *        One communication sent to the customer.
       COPY CMHREC REPLACING ==:TAG:== BY ==CMH==.

      *        One service memo, read for the memo screen or built
      *        there to add.
       COPY MEMOREC REPLACING ==:TAG:== BY ==MEM==.

       COPY SAM15MAP.

      *        Carried between tasks: which map is up ('M' the
      *        customer screen, 'L' a list, 'N' the name search,
      *        'R' the service memos), the customer it is for,
      *        which list ('O' orders, 'P' promise installments,
      *        'C' communications), and the key the next list page
      *        starts from (spaces = no more pages; for the
      *        installments, the number of the next one; for
      *        communications, the send stamp; for memos, the
      *        stamp of the next older memo).  A
      *        search page resumes at an alternate key plus the
      *        count of its duplicates already shown.
      *        The search criteria and the ids on the search page
      *        ride along for the next page and for PF4.
       01  WS-COMMAREA.
           05  WS-CA-SCREEN            PIC X.
           05  WS-CA-CUST-ID           PIC X(8).
           05  WS-CA-LIST-TYPE         PIC X.
           05  WS-CA-RESUME-KEY        PIC X(30).
           05  WS-CA-RESUME-ALT  REDEFINES WS-CA-RESUME-KEY.
               10  WS-CA-RESUME-ALT-KEY PIC X(17).
               10  WS-CA-RESUME-DUPS   PIC 9(4).
               10  FILLER              PIC X(9).
      *        'N' = by name, 'P' = by postal code
           05  WS-CA-SRCH-TYPE         PIC X.
           05  WS-CA-SRCH-KEY          PIC X(17).
           05  WS-CA-SRCH-CITY         PIC X(14).
           05  WS-CA-SRCH-STATE        PIC X(2).
           05  WS-CA-PAGE-ID           PIC X(8)  OCCURS 14.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(186).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       000-MAIN.
      *        (a commarea shorter than ours is a conversation
      *        begun before the list or search screens existed -
      *        start over)
           IF EIBCALEN < LENGTH OF WS-COMMAREA
               PERFORM 100-FIRST-ENTRY
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE TRUE
                   WHEN EIBAID = DFHPF3
                       PERFORM 900-END-SESSION
                   WHEN WS-CA-SCREEN = 'N'
                       PERFORM 500-PROCESS-SEARCH-SCREEN
                   WHEN WS-CA-SCREEN = 'L'
                       PERFORM 400-PROCESS-LIST-SCREEN
                   WHEN WS-CA-SCREEN = 'R'
                       PERFORM 600-PROCESS-MEMO-SCREEN
                   WHEN EIBAID = DFHPF5
                       PERFORM 250-REQUEST-ORDER-LIST
                   WHEN EIBAID = DFHPF6
                       PERFORM 260-REQUEST-NAME-SEARCH
                   WHEN EIBAID = DFHPF7
                       PERFORM 270-REQUEST-PROMISE-LIST
                   WHEN EIBAID = DFHPF8
                       PERFORM 280-REQUEST-COMMS-LIST
                   WHEN EIBAID = DFHPF9
                       PERFORM 290-REQUEST-MEMO-LIST
                   WHEN OTHER
                       PERFORM 200-PROCESS-SCREEN
               END-EVALUATE
           END-EXEC.

       100-FIRST-ENTRY.
           MOVE SPACES TO WS-COMMAREA.
           MOVE 'M'    TO WS-CA-SCREEN.
           MOVE LOW-VALUES TO SAM15MO.
           MOVE 'ENTER A CUSTOMER ID AND PRESS ENTER' TO MSGO.
           EXEC CICS SEND
                   MOVE 'CUSTOMER FILE READ FAILED' TO MSGO
                   PERFORM 800-SEND-SCREEN
               ELSE
                   MOVE 'M'    TO WS-CA-SCREEN
                   MOVE KEYINI TO WS-CA-CUST-ID
                   PERFORM 300-CAPTURE-CHANGES
                   PERFORM 220-FORMAT-CUSTOMER
                   PERFORM 230-LIST-CONTACTS
                   PERFORM 235-SHOW-PROMISE
                   PERFORM 800-SEND-SCREEN
               END-IF
           END-IF.
               END-EXEC
           END-IF.

       235-SHOW-PROMISE.
      *
      *        One line for the customer's arrangement: where it
      *        stands, its terms, installments kept and broken so
      *        far and what has been paid toward it.
      *
           MOVE SPACES TO PTPO.
           MOVE CUST-KEY TO PTP-CUST-KEY.
           EXEC CICS READ
                FILE('PTPFILE')
                INTO(PTP-REC)
                RIDFLD(PTP-CUST-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               EVALUATE PTP-STATUS
                   WHEN 'A'
                       MOVE 'ACTIVE'     TO WS-PL-STATUS
                   WHEN 'B'
                       MOVE 'BROKEN'     TO WS-PL-STATUS
                   WHEN 'K'
                       MOVE 'COMPLETED'  TO WS-PL-STATUS
                   WHEN 'X'
                       MOVE 'ENDED-BRKN' TO WS-PL-STATUS
                   WHEN 'C'
                       MOVE 'CANCELLED'  TO WS-PL-STATUS
                   WHEN OTHER
                       MOVE PTP-STATUS   TO WS-PL-STATUS
               END-EVALUATE
               EVALUATE PTP-FREQUENCY
                   WHEN 'W'
                       MOVE 'WEEKLY'     TO WS-PL-FREQ
                   WHEN 'B'
                       MOVE '2-WEEKS'    TO WS-PL-FREQ
                   WHEN OTHER
                       MOVE 'MONTHLY'    TO WS-PL-FREQ
               END-EVALUATE
               MOVE PTP-INST-COUNT   TO WS-PL-COUNT
               MOVE PTP-INST-AMOUNT  TO WS-PL-AMOUNT
               MOVE PTP-KEPT-COUNT   TO WS-PL-KEPT
               MOVE PTP-BROKEN-COUNT TO WS-PL-BROKEN
               COMPUTE WS-PL-PAID = PTP-PAID-PRIOR + PTP-POST-AMOUNT
               MOVE WS-PROMISE-LINE TO PTPO
           ELSE
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE 'PTP: NO PAYMENT ARRANGEMENT ON FILE' TO PTPO
               ELSE
                   MOVE 'PTP: PAYMENT ARRANGEMENTS NOT AVAILABLE'
                               TO PTPO
               END-IF
           END-IF.

       240-READ-NEXT-CONTACT.
           EXEC CICS READNEXT
                FILE('CUSTIDX')
               END-IF
           END-IF.

       250-REQUEST-ORDER-LIST.
      *
      *        PF5 from the customer screen: the id keyed on the
      *        screen wins, else the customer last displayed.
      *
           EXEC CICS RECEIVE
                MAP('SAM15M') MAPSET('SAM15S')
                INTO(SAM15MI)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
                  AND KEYINL > 0 AND KEYINI NOT = SPACES
               MOVE KEYINI TO WS-CA-CUST-ID
           END-IF.
           IF WS-CA-CUST-ID = SPACES
               MOVE LOW-VALUES TO SAM15MO
               MOVE 'CUSTOMER ID IS REQUIRED' TO MSGO
               PERFORM 800-SEND-SCREEN
           ELSE
               MOVE 'O'    TO WS-CA-LIST-TYPE
               MOVE SPACES TO WS-CA-RESUME-KEY
               PERFORM 410-LIST-ORDERS
           END-IF.

       260-REQUEST-NAME-SEARCH.
      *
      *        PF6 from the customer screen: an empty search screen.
      *
           MOVE 'N'    TO WS-CA-SCREEN.
           MOVE SPACES TO WS-CA-SRCH-TYPE WS-CA-SRCH-KEY
                          WS-CA-SRCH-CITY WS-CA-SRCH-STATE
                          WS-CA-RESUME-KEY.
           PERFORM 515-INIT-SEARCH-MAP.
           MOVE 'ENTER A NAME OR POSTAL CODE AND PRESS ENTER'
                       TO NMSGO.
           EXEC CICS SEND
                MAP('SAM15N') MAPSET('SAM15S')
                FROM(SAM15NO) ERASE
           END-EXEC.

       270-REQUEST-PROMISE-LIST.
      *
      *        PF7 from the customer screen: the installments of
      *        the customer's arrangement, from the first.
      *
           EXEC CICS RECEIVE
                MAP('SAM15M') MAPSET('SAM15S')
                INTO(SAM15MI)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
                  AND KEYINL > 0 AND KEYINI NOT = SPACES
               MOVE KEYINI TO WS-CA-CUST-ID
           END-IF.
           IF WS-CA-CUST-ID = SPACES
               MOVE LOW-VALUES TO SAM15MO
               MOVE 'CUSTOMER ID IS REQUIRED' TO MSGO
               PERFORM 800-SEND-SCREEN
           ELSE
               MOVE 'P'    TO WS-CA-LIST-TYPE
               MOVE SPACES TO WS-CA-RESUME-KEY
               PERFORM 460-LIST-INSTALLMENTS
           END-IF.

       280-REQUEST-COMMS-LIST.
      *
      *        PF8 from the customer screen: what has been sent to
      *        the customer, from the first communication recorded.
      *
           EXEC CICS RECEIVE
                MAP('SAM15M') MAPSET('SAM15S')
                INTO(SAM15MI)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
                  AND KEYINL > 0 AND KEYINI NOT = SPACES
               MOVE KEYINI TO WS-CA-CUST-ID
           END-IF.
           IF WS-CA-CUST-ID = SPACES
               MOVE LOW-VALUES TO SAM15MO
               MOVE 'CUSTOMER ID IS REQUIRED' TO MSGO
               PERFORM 800-SEND-SCREEN
           ELSE
               MOVE 'C'    TO WS-CA-LIST-TYPE
               MOVE SPACES TO WS-CA-RESUME-KEY
               PERFORM 480-LIST-COMMS
           END-IF.

       290-REQUEST-MEMO-LIST.
      *
      *        PF9 from the customer screen: the customer's service
      *        memos, newest first.  Memos are only ever added for
      *        a customer on file.
      *
           EXEC CICS RECEIVE
                MAP('SAM15M') MAPSET('SAM15S')
                INTO(SAM15MI)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
                  AND KEYINL > 0 AND KEYINI NOT = SPACES
               MOVE KEYINI TO WS-CA-CUST-ID
           END-IF.
           IF WS-CA-CUST-ID = SPACES
               MOVE LOW-VALUES TO SAM15MO
               MOVE 'CUSTOMER ID IS REQUIRED' TO MSGO
               PERFORM 800-SEND-SCREEN
           ELSE
               MOVE SPACES        TO CUST-REC
               MOVE WS-CA-CUST-ID TO CUST-ID
               MOVE 'A'           TO CUST-REC-TYPE
               EXEC CICS READ
                    FILE('CUSTIDX')
                    INTO(CUST-REC)
                    RIDFLD(CUST-KEY)
                    RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE LOW-VALUES TO SAM15MO
                   MOVE 'CUSTOMER NOT ON FILE' TO MSGO
                   PERFORM 800-SEND-SCREEN
               ELSE
                   MOVE SPACES TO WS-CA-RESUME-KEY
                   PERFORM 610-LIST-MEMOS
               END-IF
           END-IF.

       300-CAPTURE-CHANGES.
      *
      *        A keyed change never touches CUSTIDX here: it
               MOVE 'CHANGE CAPTURE FAILED - QUEUE ERROR' TO MSGO
           END-IF.

       400-PROCESS-LIST-SCREEN.
      *
      *        PF5 pages forward through the list; any other key
      *        goes back to the customer screen for the same id.
      *
           IF EIBAID = DFHPF5
               IF WS-CA-RESUME-KEY = SPACES
                   MOVE LOW-VALUES TO SAM15LO
                   MOVE 'NO MORE LINES - ENTER RETURNS TO CUSTOMER'
                               TO LMSGO
                   EXEC CICS SEND
                        MAP('SAM15L') MAPSET('SAM15S')
                        FROM(SAM15LO) DATAONLY
                   END-EXEC
               ELSE
                   EVALUATE WS-CA-LIST-TYPE
                       WHEN 'P'
                           PERFORM 460-LIST-INSTALLMENTS
                       WHEN 'C'
                           PERFORM 480-LIST-COMMS
                       WHEN OTHER
                           PERFORM 410-LIST-ORDERS
                   END-EVALUATE
               END-IF
           ELSE
               MOVE LOW-VALUES    TO SAM15MI
               MOVE WS-CA-CUST-ID TO KEYINI
               MOVE 8             TO KEYINL
               MOVE 'M'           TO WS-CA-SCREEN
               MOVE 'Y'           TO WS-SEND-ERASE
               PERFORM 210-INQUIRE-CUSTOMER
           END-IF.

       410-LIST-ORDERS.
      *
      *        Browse the order-detail file from the customer's key
      *        (or from where the last page stopped): every line
      *        sharing the customer key is one of its orders.  A
      *        17th line, if there is one, becomes the resume key
      *        for the next PF5.
      *
           MOVE LOW-VALUES TO SAM15LO.
           MOVE 'L'        TO WS-CA-SCREEN.
           MOVE WS-CA-CUST-ID TO WS-LIST-CUST-KEY(1:8).
           MOVE 'A'           TO WS-LIST-CUST-KEY(9:1).
           MOVE SPACES     TO LTITLEO.
           STRING 'ORDERS FOR CUSTOMER ' DELIMITED BY SIZE
                  WS-CA-CUST-ID          DELIMITED BY SIZE
               INTO LTITLEO
           END-STRING.
           MOVE 'ORDER NO.     ORDER DT           AMOUNT   POSTED    SU
      -         'BMITTER  ST' TO LHDRO.
           MOVE 'ENTER=RETURN TO CUSTOMER   PF3=EXIT   PF5=NEXT PAGE'
                           TO LKEYSO.
           PERFORM VARYING WS-LIST-IX FROM 1 BY 1
             UNTIL WS-LIST-IX > 16
               MOVE SPACES TO LLINO(WS-LIST-IX)
           END-PERFORM.
           MOVE 0 TO WS-LIST-IX.
           MOVE 'N' TO WS-BROWSE-DONE.
           MOVE WS-LIST-CUST-KEY TO ORD-CUST-KEY.
           IF WS-CA-RESUME-KEY = SPACES
               MOVE LOW-VALUES TO ORD-NUMBER
           ELSE
               MOVE WS-CA-RESUME-KEY(1:10) TO ORD-NUMBER
           END-IF.
           MOVE SPACES TO WS-CA-RESUME-KEY.
           EXEC CICS STARTBR
                FILE('ORDFILE')
                RIDFLD(ORD-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF.
           PERFORM 420-READ-NEXT-ORDER
                   UNTIL WS-BROWSE-DONE = 'Y'.
           IF WS-RESP = DFHRESP(NORMAL)
                  OR WS-RESP = DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                    FILE('ORDFILE')
               END-EXEC
           END-IF.
           IF WS-LIST-IX = 0
               MOVE 'NO ORDERS ON FILE FOR THIS CUSTOMER' TO LMSGO
           ELSE
               IF WS-CA-RESUME-KEY NOT = SPACES
                   MOVE 'MORE ORDERS - PF5 FOR NEXT PAGE' TO LMSGO
               ELSE
                   MOVE 'END OF ORDERS' TO LMSGO
               END-IF
           END-IF.
           EXEC CICS SEND
                MAP('SAM15L') MAPSET('SAM15S')
                FROM(SAM15LO) ERASE
           END-EXEC.

       420-READ-NEXT-ORDER.
           EXEC CICS READNEXT
                FILE('ORDFILE')
                INTO(ORD-REC)
                RIDFLD(ORD-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               IF ORD-CUST-KEY NOT = WS-LIST-CUST-KEY
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   IF WS-LIST-IX >= 16
                       MOVE ORD-NUMBER TO WS-CA-RESUME-KEY
                       MOVE 'Y' TO WS-BROWSE-DONE
                   ELSE
                       ADD +1 TO WS-LIST-IX
                       PERFORM 430-FORMAT-ORDER-LINE
                   END-IF
               END-IF
           END-IF.

       430-FORMAT-ORDER-LINE.
           MOVE ORD-NUMBER    TO WS-OL-NUMBER.
           MOVE ORD-DATE      TO WS-EDIT-DATE.
           PERFORM 450-EDIT-DATE.
           MOVE WS-EDIT-DATE-OUT TO WS-OL-DATE.
           IF ORD-AMOUNT NUMERIC
               MOVE ORD-AMOUNT TO WS-OL-AMOUNT
           ELSE
               MOVE 0 TO WS-OL-AMOUNT
           END-IF.
           MOVE ORD-POST-DATE TO WS-EDIT-DATE.
           PERFORM 450-EDIT-DATE.
           MOVE WS-EDIT-DATE-OUT TO WS-OL-POSTED.
           MOVE ORD-SUBMITTER TO WS-OL-SUBMITTER.
           MOVE ORD-STATUS    TO WS-OL-STATUS.
           MOVE WS-ORDER-LINE TO LLINO(WS-LIST-IX).

       450-EDIT-DATE.
           IF WS-EDIT-DATE NUMERIC
               MOVE WS-EDIT-MM TO WS-EDIT-MM-OUT
               MOVE WS-EDIT-DD TO WS-EDIT-DD-OUT
               MOVE WS-EDIT-YY TO WS-EDIT-YY-OUT
           ELSE
               MOVE 0 TO WS-EDIT-MM-OUT WS-EDIT-DD-OUT
                         WS-EDIT-YY-OUT
           END-IF.

       460-LIST-INSTALLMENTS.
      *
      *        The arrangement's installments, 16 to a page, from
      *        the first (or from where the last page stopped).
      *        The record is re-read for every page, so a page
      *        always shows the installments as they stand now.
      *
           MOVE LOW-VALUES TO SAM15LO.
           MOVE 'L'        TO WS-CA-SCREEN.
           MOVE SPACES     TO LTITLEO.
           STRING 'PAYMENT ARRANGEMENT INSTALLMENTS FOR CUSTOMER '
                                         DELIMITED BY SIZE
                  WS-CA-CUST-ID          DELIMITED BY SIZE
               INTO LTITLEO
           END-STRING.
           MOVE 'NO    DUE DT    INSTALLMENT   STATUS     PAID TO DATE  
      -         '       SHORT' TO LHDRO.
           MOVE 'ENTER=RETURN TO CUSTOMER   PF3=EXIT   PF5=NEXT PAGE'
                           TO LKEYSO.
           PERFORM VARYING WS-LIST-IX FROM 1 BY 1
             UNTIL WS-LIST-IX > 16
               MOVE SPACES TO LLINO(WS-LIST-IX)
           END-PERFORM.
           MOVE 0 TO WS-LIST-IX.
           IF WS-CA-RESUME-KEY = SPACES
               MOVE 1 TO WS-INST-IX
           ELSE
               MOVE WS-CA-RESUME-KEY(1:2) TO WS-INST-IX
           END-IF.
           MOVE SPACES TO WS-CA-RESUME-KEY.
           MOVE WS-CA-CUST-ID TO PTP-CUST-KEY(1:8).
           MOVE 'A'           TO PTP-CUST-KEY(9:1).
           EXEC CICS READ
                FILE('PTPFILE')
                INTO(PTP-REC)
                RIDFLD(PTP-CUST-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE 'NO PAYMENT ARRANGEMENT ON FILE FOR THIS CUSTOM
      -                 'ER' TO LMSGO
               ELSE
                   MOVE 'PAYMENT ARRANGEMENT FILE READ FAILED' TO LMSGO
               END-IF
           ELSE
               PERFORM 470-FORMAT-INSTALLMENT
                   UNTIL WS-INST-IX > PTP-INST-COUNT
                      OR WS-LIST-IX >= 16
               IF WS-INST-IX NOT > PTP-INST-COUNT
                   MOVE WS-INST-IX TO WS-CA-RESUME-KEY(1:2)
                   MOVE 'MORE INSTALLMENTS - PF5 FOR NEXT PAGE'
                               TO LMSGO
               ELSE
                   MOVE 'END OF INSTALLMENTS' TO LMSGO
               END-IF
           END-IF.
           EXEC CICS SEND
                MAP('SAM15L') MAPSET('SAM15S')
                FROM(SAM15LO) ERASE
           END-EXEC.

       470-FORMAT-INSTALLMENT.
      *        the due date shows as MM/DD/YY like every other date
      *        on these screens; amounts paid and short only once
      *        the monitor has judged the installment
           ADD +1 TO WS-LIST-IX.
           MOVE WS-INST-IX TO WS-IL-NUMBER.
           MOVE PTP-DUE-DATE(WS-INST-IX)(3:6) TO WS-EDIT-DATE.
           PERFORM 450-EDIT-DATE.
           MOVE WS-EDIT-DATE-OUT TO WS-IL-DUE.
           MOVE PTP-INST-AMOUNT  TO WS-IL-AMOUNT.
           EVALUATE PTP-INST-STATUS(WS-INST-IX)
               WHEN 'K'
                   MOVE 'KEPT'    TO WS-IL-STATUS
               WHEN 'B'
                   MOVE 'BROKEN'  TO WS-IL-STATUS
               WHEN OTHER
                   MOVE 'PENDING' TO WS-IL-STATUS
           END-EVALUATE.
           IF PTP-INST-STATUS(WS-INST-IX) = SPACE
               MOVE SPACES TO WS-IL-PAID-X WS-IL-SHORT-X
           ELSE
               MOVE PTP-INST-PAID(WS-INST-IX)  TO WS-IL-PAID
               MOVE PTP-INST-SHORT(WS-INST-IX) TO WS-IL-SHORT
           END-IF.
           MOVE WS-INST-LINE TO LLINO(WS-LIST-IX).
           ADD +1 TO WS-INST-IX.

       480-LIST-COMMS.
      *
      *        Browse the communications history from the
      *        customer's key (or from the send stamp where the
      *        last page stopped): every record sharing the
      *        customer key is something sent to it, oldest first.
      *        A 17th record, if there is one, becomes the resume
      *        key for the next PF5.
      *
           MOVE LOW-VALUES TO SAM15LO.
           MOVE 'L'        TO WS-CA-SCREEN.
           MOVE WS-CA-CUST-ID TO WS-LIST-CUST-KEY(1:8).
           MOVE 'A'           TO WS-LIST-CUST-KEY(9:1).
           MOVE SPACES     TO LTITLEO.
           STRING 'COMMUNICATIONS SENT TO CUSTOMER ' DELIMITED BY SIZE
                  WS-CA-CUST-ID          DELIMITED BY SIZE
               INTO LTITLEO
           END-STRING.
           MOVE 'SENT DT   CHANNEL  DOCUMENT REFERENCE    SENT TO'
                           TO LHDRO.
           MOVE 'ENTER=RETURN TO CUSTOMER   PF3=EXIT   PF5=NEXT PAGE'
                           TO LKEYSO.
           PERFORM VARYING WS-LIST-IX FROM 1 BY 1
             UNTIL WS-LIST-IX > 16
               MOVE SPACES TO LLINO(WS-LIST-IX)
           END-PERFORM.
           MOVE 0 TO WS-LIST-IX.
           MOVE 'N' TO WS-BROWSE-DONE.
           MOVE WS-LIST-CUST-KEY TO CMH-CUST-KEY.
           IF WS-CA-RESUME-KEY = SPACES
               MOVE LOW-VALUES TO CMH-SEND-STAMP
           ELSE
               MOVE WS-CA-RESUME-KEY(1:23) TO CMH-SEND-STAMP
           END-IF.
           MOVE SPACES TO WS-CA-RESUME-KEY.
           EXEC CICS STARTBR
                FILE('COMHIST')
                RIDFLD(CMH-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF.
           PERFORM 490-READ-NEXT-COMM
                   UNTIL WS-BROWSE-DONE = 'Y'.
           IF WS-RESP = DFHRESP(NORMAL)
                  OR WS-RESP = DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                    FILE('COMHIST')
               END-EXEC
           END-IF.
           IF WS-LIST-IX = 0
               MOVE 'NO COMMUNICATIONS ON FILE FOR THIS CUSTOMER'
                           TO LMSGO
           ELSE
               IF WS-CA-RESUME-KEY NOT = SPACES
                   MOVE 'MORE COMMUNICATIONS - PF5 FOR NEXT PAGE'
                               TO LMSGO
               ELSE
                   MOVE 'END OF COMMUNICATIONS' TO LMSGO
               END-IF
           END-IF.
           EXEC CICS SEND
                MAP('SAM15L') MAPSET('SAM15S')
                FROM(SAM15LO) ERASE
           END-EXEC.

       490-READ-NEXT-COMM.
           EXEC CICS READNEXT
                FILE('COMHIST')
                INTO(CMH-REC)
                RIDFLD(CMH-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               IF CMH-CUST-KEY NOT = WS-LIST-CUST-KEY
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   IF WS-LIST-IX >= 16
                       MOVE CMH-SEND-STAMP TO WS-CA-RESUME-KEY(1:23)
                       MOVE 'Y' TO WS-BROWSE-DONE
                   ELSE
                       ADD +1 TO WS-LIST-IX
                       PERFORM 495-FORMAT-COMM-LINE
                   END-IF
               END-IF
           END-IF.

       495-FORMAT-COMM-LINE.
      *        a statement or letter shows the street and city it
      *        was posted to, an email the address it went to
           MOVE CMH-SEND-DATE(3:6) TO WS-EDIT-DATE.
           PERFORM 450-EDIT-DATE.
           MOVE WS-EDIT-DATE-OUT TO WS-CML-DATE.
           EVALUATE TRUE
               WHEN CMH-PRINT
                   MOVE 'PRINT'    TO WS-CML-CHANNEL
               WHEN CMH-EMAIL
                   MOVE 'EMAIL'    TO WS-CML-CHANNEL
               WHEN CMH-MARKETING
                   MOVE 'MKT LIST' TO WS-CML-CHANNEL
               WHEN CMH-REFUND
                   MOVE 'REFUND'   TO WS-CML-CHANNEL
               WHEN CMH-HELD
                   MOVE 'HELD'     TO WS-CML-CHANNEL
               WHEN OTHER
                   MOVE CMH-CHANNEL TO WS-CML-CHANNEL
           END-EVALUATE.
           MOVE CMH-DOC-TYPE TO WS-CML-DOC-TYPE.
           MOVE CMH-DOC-REF  TO WS-CML-DOC-REF.
           MOVE SPACES       TO WS-CML-SENT-TO.
           IF CMH-EMAIL-ADDR NOT = SPACES
               MOVE CMH-EMAIL-ADDR TO WS-CML-SENT-TO
           ELSE
               STRING CMH-ADDR  DELIMITED BY '  '
                      ', '      DELIMITED BY SIZE
                      CMH-CITY  DELIMITED BY '  '
                      ' '       DELIMITED BY SIZE
                      CMH-STATE DELIMITED BY SIZE
                   INTO WS-CML-SENT-TO
               END-STRING
           END-IF.
           MOVE WS-COMM-LINE TO LLINO(WS-LIST-IX).

       500-PROCESS-SEARCH-SCREEN.
      *
      *        ENTER searches from the top with the criteria keyed;
      *        PF5 pages forward; PF4 inquires on the marked match.
      *
           MOVE LOW-VALUES TO SAM15NI.
           EXEC CICS RECEIVE
                MAP('SAM15N') MAPSET('SAM15S')
                INTO(SAM15NI)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBAID = DFHPF4
                   PERFORM 540-SELECT-CUSTOMER
               WHEN EIBAID = DFHPF5
                   IF WS-CA-RESUME-KEY = SPACES
                       MOVE LOW-VALUES TO SAM15NO
                       MOVE 'NO MORE MATCHES - ENTER A NEW SEARCH'
                                   TO NMSGO
                       EXEC CICS SEND
                            MAP('SAM15N') MAPSET('SAM15S')
                            FROM(SAM15NO) DATAONLY
                       END-EXEC
                   ELSE
                       PERFORM 510-LIST-MATCHES
                   END-IF
               WHEN OTHER
                   PERFORM 505-START-SEARCH
           END-EVALUATE.

       505-START-SEARCH.
      *
      *        A name keyed wins over a postal code keyed with it;
      *        city and state only narrow a search.
      *
           MOVE SPACES TO WS-CA-SRCH-TYPE WS-CA-SRCH-KEY
                          WS-CA-SRCH-CITY WS-CA-SRCH-STATE
                          WS-CA-RESUME-KEY.
           IF WS-RESP = DFHRESP(NORMAL)
               IF SPOSTL > 0 AND SPOSTI NOT = SPACES
                   MOVE 'P'    TO WS-CA-SRCH-TYPE
                   MOVE SPOSTI TO WS-CA-SRCH-KEY
               END-IF
               IF SNAMEL > 0 AND SNAMEI NOT = SPACES
                   MOVE 'N'    TO WS-CA-SRCH-TYPE
                   MOVE SNAMEI TO WS-CA-SRCH-KEY
               END-IF
               IF SCITYL > 0
                   MOVE SCITYI  TO WS-CA-SRCH-CITY
               END-IF
               IF SSTATEL > 0
                   MOVE SSTATEI TO WS-CA-SRCH-STATE
               END-IF
               INSPECT WS-CA-SRCH-KEY   REPLACING ALL LOW-VALUE BY SPACE
               INSPECT WS-CA-SRCH-CITY  REPLACING ALL LOW-VALUE BY SPACE
               INSPECT WS-CA-SRCH-STATE REPLACING ALL LOW-VALUE BY SPACE
           END-IF.
           IF WS-CA-SRCH-KEY = SPACES
               PERFORM 515-INIT-SEARCH-MAP
               MOVE 'A NAME OR A POSTAL CODE IS REQUIRED' TO NMSGO
               EXEC CICS SEND
                    MAP('SAM15N') MAPSET('SAM15S')
                    FROM(SAM15NO) ERASE
               END-EXEC
           ELSE
               PERFORM 510-LIST-MATCHES
           END-IF.

       510-LIST-MATCHES.
      *
      *        Browse the name (or postal-code) path from the prefix
      *        keyed, or from where the last page stopped: every
      *        alternate key starting with the prefix is a candidate,
      *        and the master records among them that pass the city
      *        and state filters are matches.  A 15th match, if
      *        there is one, becomes the resume point for PF5.
      *
           PERFORM 515-INIT-SEARCH-MAP.
           IF WS-CA-SRCH-TYPE = 'P'
               MOVE 'CUSTPST ' TO WS-BROWSE-FILE
           ELSE
               MOVE 'CUSTNAM ' TO WS-BROWSE-FILE
           END-IF.
           MOVE WS-CA-SRCH-KEY  TO WS-MEASURE-FIELD.
           PERFORM 550-MEASURE-FIELD.
           MOVE WS-MEASURE-LEN  TO WS-PREFIX-LEN.
           MOVE WS-CA-SRCH-CITY TO WS-MEASURE-FIELD.
           PERFORM 550-MEASURE-FIELD.
           MOVE WS-MEASURE-LEN  TO WS-CITY-LEN.
           IF WS-CA-RESUME-KEY = SPACES
               MOVE WS-CA-SRCH-KEY       TO WS-ALT-RID
               MOVE 0                    TO WS-SKIP-DUPS
           ELSE
               MOVE WS-CA-RESUME-ALT-KEY TO WS-ALT-RID
               MOVE WS-CA-RESUME-DUPS    TO WS-SKIP-DUPS
           END-IF.
           MOVE SPACES     TO WS-CA-RESUME-KEY.
           MOVE WS-ALT-RID TO WS-PREV-ALT.
           MOVE -1         TO WS-DUP-POS.
           MOVE 0          TO WS-LIST-IX.
           MOVE 'N'        TO WS-BROWSE-DONE.
           EXEC CICS STARTBR
                FILE(WS-BROWSE-FILE)
                RIDFLD(WS-ALT-RID)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF.
           PERFORM 520-READ-NEXT-MATCH
                   UNTIL WS-BROWSE-DONE = 'Y'.
           IF WS-RESP = DFHRESP(NORMAL)
                  OR WS-RESP = DFHRESP(DUPKEY)
                  OR WS-RESP = DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                    FILE(WS-BROWSE-FILE)
               END-EXEC
           END-IF.
           IF WS-LIST-IX = 0
               MOVE 'NO CUSTOMERS MATCH' TO NMSGO
           ELSE
               IF WS-CA-RESUME-KEY NOT = SPACES
                   MOVE 'MORE MATCHES - PF5 FOR NEXT PAGE' TO NMSGO
               ELSE
                   MOVE 'END OF MATCHES' TO NMSGO
               END-IF
           END-IF.
           EXEC CICS SEND
                MAP('SAM15N') MAPSET('SAM15S')
                FROM(SAM15NO) ERASE
           END-EXEC.

       515-INIT-SEARCH-MAP.
           MOVE LOW-VALUES        TO SAM15NO.
           MOVE WS-CA-SRCH-CITY   TO SCITYO.
           MOVE WS-CA-SRCH-STATE  TO SSTATEO.
           IF WS-CA-SRCH-TYPE = 'P'
               MOVE WS-CA-SRCH-KEY(1:10) TO SPOSTO
           ELSE
               MOVE WS-CA-SRCH-KEY       TO SNAMEO
           END-IF.
           MOVE 'CUST ID   NAME               CITY           ST  POSTA
      -         'L             BALANCE' TO NHDRO.
           MOVE 'ENTER=SEARCH   PF4=INQUIRE ON LINE MARKED S   PF5=NEXT
      -         ' PAGE   PF3=EXIT' TO NKEYSO.
           PERFORM VARYING WS-LIST-IX FROM 1 BY 1
             UNTIL WS-LIST-IX > 14
               MOVE SPACES TO NLINO(WS-LIST-IX)
               MOVE SPACES TO WS-CA-PAGE-ID(WS-LIST-IX)
           END-PERFORM.

       520-READ-NEXT-MATCH.
      *
      *        DUPKEY only says more records share this alternate
      *        key -- the read itself worked.  Records already shown
      *        from the resume key's duplicates are passed over.
      *
           EXEC CICS READNEXT
                FILE(WS-BROWSE-FILE)
                INTO(CUST-REC)
                RIDFLD(WS-ALT-RID)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                  AND WS-RESP NOT = DFHRESP(DUPKEY)
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               IF WS-ALT-RID(1:WS-PREFIX-LEN)
                      NOT = WS-CA-SRCH-KEY(1:WS-PREFIX-LEN)
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   IF WS-ALT-RID = WS-PREV-ALT
                       ADD +1 TO WS-DUP-POS
                   ELSE
                       MOVE 0 TO WS-SKIP-DUPS
                       MOVE 0 TO WS-DUP-POS
                       MOVE WS-ALT-RID TO WS-PREV-ALT
                   END-IF
                   IF WS-DUP-POS NOT < WS-SKIP-DUPS
                       PERFORM 525-CHECK-MATCH
                       IF WS-MATCH-OK = 'Y'
                           IF WS-LIST-IX >= 14
                               MOVE WS-ALT-RID TO WS-CA-RESUME-ALT-KEY
                               MOVE WS-DUP-POS TO WS-CA-RESUME-DUPS
                               MOVE 'Y' TO WS-BROWSE-DONE
                           ELSE
                               ADD +1 TO WS-LIST-IX
                               PERFORM 530-FORMAT-MATCH-LINE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       525-CHECK-MATCH.
      *
      *        Contact records share the name path with their
      *        masters; only the 'A' master is a match.
      *
           MOVE 'N' TO WS-MATCH-OK.
           IF CUST-REC-TYPE = 'A'
               MOVE 'Y' TO WS-MATCH-OK
               IF WS-CITY-LEN > 0
                   IF CUST-CITY(1:WS-CITY-LEN)
                          NOT = WS-CA-SRCH-CITY(1:WS-CITY-LEN)
                       MOVE 'N' TO WS-MATCH-OK
                   END-IF
               END-IF
               IF WS-CA-SRCH-STATE NOT = SPACES
                      AND CUST-STATE NOT = WS-CA-SRCH-STATE
                   MOVE 'N' TO WS-MATCH-OK
               END-IF
           END-IF.

       530-FORMAT-MATCH-LINE.
           MOVE CUST-ID          TO WS-ML-ID.
           MOVE CUST-NAME        TO WS-ML-NAME.
           MOVE CUST-CITY        TO WS-ML-CITY.
           MOVE CUST-STATE       TO WS-ML-STATE.
           MOVE CUST-POSTAL-CODE TO WS-ML-POSTAL.
           IF CUST-ACCT-BALANCE NUMERIC
               MOVE CUST-ACCT-BALANCE TO WS-ML-BALANCE
           ELSE
               MOVE 0 TO WS-ML-BALANCE
           END-IF.
           MOVE WS-MATCH-LINE    TO NLINO(WS-LIST-IX).
           MOVE CUST-ID          TO WS-CA-PAGE-ID(WS-LIST-IX).

       540-SELECT-CUSTOMER.
      *
      *        The first line marked S wins; the ids on the page came
      *        along in the commarea.
      *
           MOVE 0 TO WS-SEL-FOUND.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM VARYING WS-LIST-IX FROM 1 BY 1
                 UNTIL WS-LIST-IX > 14
                    OR WS-SEL-FOUND > 0
                   IF NSELL(WS-LIST-IX) > 0
                          AND (NSELI(WS-LIST-IX) = 'S'
                            OR NSELI(WS-LIST-IX) = 's')
                          AND WS-CA-PAGE-ID(WS-LIST-IX) NOT = SPACES
                       MOVE WS-LIST-IX TO WS-SEL-FOUND
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-SEL-FOUND = 0
               MOVE LOW-VALUES TO SAM15NO
               MOVE 'MARK A MATCH WITH S, THEN PRESS PF4' TO NMSGO
               EXEC CICS SEND
                    MAP('SAM15N') MAPSET('SAM15S')
                    FROM(SAM15NO) DATAONLY
               END-EXEC
           ELSE
               MOVE LOW-VALUES    TO SAM15MI
               MOVE WS-CA-PAGE-ID(WS-SEL-FOUND) TO KEYINI
               MOVE 8             TO KEYINL
               MOVE 'M'           TO WS-CA-SCREEN
               MOVE 'Y'           TO WS-SEND-ERASE
               PERFORM 210-INQUIRE-CUSTOMER
           END-IF.

       550-MEASURE-FIELD.
      *        length of the field less its trailing spaces
           PERFORM VARYING WS-MEASURE-LEN FROM 17 BY -1
             UNTIL WS-MEASURE-LEN < 2
                OR WS-MEASURE-FIELD(WS-MEASURE-LEN:1) NOT = SPACE
           END-PERFORM.
           IF WS-MEASURE-LEN = 1 AND WS-MEASURE-FIELD(1:1) = SPACE
               MOVE 0 TO WS-MEASURE-LEN
           END-IF.

       600-PROCESS-MEMO-SCREEN.
      *
      *        PF5 pages back to older memos; ENTER with a category
      *        or text keyed adds a memo; ENTER with nothing keyed,
      *        or any other key, goes back to the customer screen.
      *
           IF EIBAID = DFHPF5
               IF WS-CA-RESUME-KEY = SPACES
                   MOVE LOW-VALUES TO SAM15RO
                   MOVE 'NO OLDER MEMOS - ENTER RETURNS TO CUSTOMER'
                               TO MMSGO
                   EXEC CICS SEND
                        MAP('SAM15R') MAPSET('SAM15S')
                        FROM(SAM15RO) DATAONLY
                   END-EXEC
               ELSE
                   PERFORM 610-LIST-MEMOS
               END-IF
           ELSE
               MOVE 'N' TO WS-MEMO-KEYED
               IF EIBAID = DFHENTER
                   EXEC CICS RECEIVE
                        MAP('SAM15R') MAPSET('SAM15S')
                        INTO(SAM15RI)
                        RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       PERFORM 640-GATHER-MEMO
                   END-IF
               END-IF
               IF WS-MEMO-KEYED = 'Y'
                   PERFORM 650-ADD-MEMO
               ELSE
                   MOVE LOW-VALUES    TO SAM15MI
                   MOVE WS-CA-CUST-ID TO KEYINI
                   MOVE 8             TO KEYINL
                   MOVE 'M'           TO WS-CA-SCREEN
                   MOVE 'Y'           TO WS-SEND-ERASE
                   PERFORM 210-INQUIRE-CUSTOMER
               END-IF
           END-IF.

       610-LIST-MEMOS.
      *
      *        Browse the memo file backward from the newest memo
      *        (or from the one the last page could not fit): a
      *        start at the customer key plus a high stamp lands on
      *        the next customer's first memo, or off the end of
      *        the file, and READPREV walks back from there into
      *        this customer's memos.  A READNEXT first settles the
      *        browse on the record the start found, which the
      *        first READPREV then returns again (READPREV cannot
      *        follow a start on a key that is not on file).  A
      *        memo is shown whole or not at all; the first that
      *        does not fit becomes the resume key for the next
      *        PF5.
      *
           MOVE LOW-VALUES TO SAM15RO.
           MOVE 'R'        TO WS-CA-SCREEN.
           MOVE WS-CA-CUST-ID TO WS-LIST-CUST-KEY(1:8).
           MOVE 'A'           TO WS-LIST-CUST-KEY(9:1).
           MOVE SPACES     TO MTITLEO.
           STRING 'SERVICE MEMOS FOR CUSTOMER ' DELIMITED BY SIZE
                  WS-CA-CUST-ID          DELIMITED BY SIZE
                  ' - NEWEST FIRST'      DELIMITED BY SIZE
               INTO MTITLEO
           END-STRING.
           MOVE 'ADDED    TIME   CATEGORY     AUTHOR' TO MHDRO.
           MOVE 'ENTER=ADD MEMO (NOTHING KEYED=BACK TO CUSTOMER)   PF3=
      -         'EXIT   PF5=OLDER MEMOS' TO MKEYSO.
           PERFORM VARYING WS-LIST-IX FROM 1 BY 1
             UNTIL WS-LIST-IX > 10
               MOVE SPACES TO MLINO(WS-LIST-IX)
           END-PERFORM.
           MOVE 0 TO WS-LIST-IX.
           MOVE 0 TO WS-MEMO-COUNT.
           MOVE 'N' TO WS-BROWSE-DONE.
           MOVE WS-LIST-CUST-KEY TO MEM-CUST-KEY.
           IF WS-CA-RESUME-KEY = SPACES
               MOVE HIGH-VALUES TO MEM-MEMO-STAMP
           ELSE
               MOVE WS-CA-RESUME-KEY(1:23) TO MEM-MEMO-STAMP
           END-IF.
           MOVE SPACES TO WS-CA-RESUME-KEY.
           EXEC CICS STARTBR
                FILE('SVCMEMO')
                RIDFLD(MEM-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS READNEXT
                    FILE('SVCMEMO')
                    INTO(MEM-REC)
                    RIDFLD(MEM-KEY)
                    RESP(WS-RESP)
               END-EXEC
           END-IF.
      *        nothing past this customer: start from the end
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE HIGH-VALUES TO MEM-KEY
               EXEC CICS STARTBR
                    FILE('SVCMEMO')
                    RIDFLD(MEM-KEY)
                    RESP(WS-RESP)
               END-EXEC
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF.
           PERFORM 620-READ-PREV-MEMO
                   UNTIL WS-BROWSE-DONE = 'Y'.
           IF WS-RESP = DFHRESP(NORMAL)
                  OR WS-RESP = DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                    FILE('SVCMEMO')
               END-EXEC
           END-IF.
           IF WS-MEMO-MSG NOT = SPACES
               MOVE WS-MEMO-MSG TO MMSGO
           ELSE
               IF WS-MEMO-COUNT = 0
                   MOVE 'NO MEMOS ON FILE FOR THIS CUSTOMER' TO MMSGO
               ELSE
                   IF WS-CA-RESUME-KEY NOT = SPACES
                       MOVE 'OLDER MEMOS - PF5 FOR NEXT PAGE' TO MMSGO
                   ELSE
                       MOVE 'END OF MEMOS' TO MMSGO
                   END-IF
               END-IF
           END-IF.
           EXEC CICS SEND
                MAP('SAM15R') MAPSET('SAM15S')
                FROM(SAM15RO) ERASE
           END-EXEC.

       620-READ-PREV-MEMO.
           EXEC CICS READPREV
                FILE('SVCMEMO')
                INTO(MEM-REC)
                RIDFLD(MEM-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
      *        (a memo of the next customer, where the browse
      *        started, is passed over)
               IF MEM-CUST-KEY < WS-LIST-CUST-KEY
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   IF MEM-CUST-KEY = WS-LIST-CUST-KEY
                       MOVE 1 TO WS-MEMO-NEED
                       PERFORM VARYING WS-MEMO-IX FROM 1 BY 1
                         UNTIL WS-MEMO-IX > 5
                           IF MEM-LINE(WS-MEMO-IX) NOT = SPACES
                               ADD +1 TO WS-MEMO-NEED
                           END-IF
                       END-PERFORM
                       IF WS-LIST-IX + WS-MEMO-NEED > 10
                           MOVE MEM-MEMO-STAMP
                                       TO WS-CA-RESUME-KEY(1:23)
                           MOVE 'Y' TO WS-BROWSE-DONE
                       ELSE
                           ADD +1 TO WS-MEMO-COUNT
                           PERFORM 630-FORMAT-MEMO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       630-FORMAT-MEMO.
      *        the date, time, category and author line, then the
      *        memo's text lines indented beneath it
           MOVE MEM-MEMO-DATE(3:6) TO WS-EDIT-DATE.
           PERFORM 450-EDIT-DATE.
           MOVE WS-EDIT-DATE-OUT   TO WS-MH-DATE.
           MOVE MEM-MEMO-TIME(1:2) TO WS-MH-HH.
           MOVE MEM-MEMO-TIME(3:2) TO WS-MH-MI.
           EVALUATE TRUE
               WHEN MEM-CALL
                   MOVE 'CALL'        TO WS-MH-CATEGORY
               WHEN MEM-COMPLAINT
                   MOVE 'COMPLAINT'   TO WS-MH-CATEGORY
               WHEN MEM-COLLECTIONS
                   MOVE 'COLLECTIONS' TO WS-MH-CATEGORY
               WHEN MEM-LEGAL-HOLD
                   MOVE 'LEGAL HOLD'  TO WS-MH-CATEGORY
               WHEN OTHER
                   MOVE MEM-CATEGORY  TO WS-MH-CATEGORY
           END-EVALUATE.
           MOVE MEM-AUTHOR TO WS-MH-AUTHOR.
           ADD +1 TO WS-LIST-IX.
           MOVE WS-MEMO-HDR-LINE TO MLINO(WS-LIST-IX).
           PERFORM VARYING WS-MEMO-IX FROM 1 BY 1
             UNTIL WS-MEMO-IX > 5
               IF MEM-LINE(WS-MEMO-IX) NOT = SPACES
                   ADD +1 TO WS-LIST-IX
                   MOVE MEM-LINE(WS-MEMO-IX)
                               TO MLINO(WS-LIST-IX)(5:70)
               END-IF
           END-PERFORM.

       640-GATHER-MEMO.
      *
      *        The category and the non-blank text lines keyed,
      *        closed up in order.  Anything keyed at all means an
      *        add was meant.
      *
           MOVE SPACES TO MEM-REC.
           MOVE 0      TO MEM-LINE-COUNT.
           IF MCATL > 0 AND MCATI NOT = SPACES
               MOVE MCATI TO MEM-CATEGORY
               INSPECT MEM-CATEGORY
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE 'Y' TO WS-MEMO-KEYED
           END-IF.
           PERFORM VARYING WS-MEMO-IX FROM 1 BY 1
             UNTIL WS-MEMO-IX > 5
               IF MTXTL(WS-MEMO-IX) > 0
                      AND MTXTI(WS-MEMO-IX) NOT = SPACES
                   ADD 1 TO MEM-LINE-COUNT
                   MOVE MTXTI(WS-MEMO-IX)
                               TO MEM-LINE(MEM-LINE-COUNT)
                   MOVE 'Y' TO WS-MEMO-KEYED
               END-IF
           END-PERFORM.

       650-ADD-MEMO.
      *
      *        A memo that fails its edit, or cannot be written,
      *        stays on the screen as keyed to be corrected or
      *        retried.  Otherwise it is stamped with the time and
      *        the signed-on operator and written; two adds for the
      *        one customer in the same second take the next
      *        sequence number.
      *
           MOVE SPACES TO WS-MEMO-MSG.
           IF NOT MEM-VALID-CATEGORY
               MOVE 'CATEGORY MUST BE CALL, CMPL, COLL OR LEGL'
                           TO WS-MEMO-MSG
           ELSE
               IF MEM-LINE-COUNT = 0
                   MOVE 'MEMO TEXT IS REQUIRED' TO WS-MEMO-MSG
               END-IF
           END-IF.
           IF WS-MEMO-MSG = SPACES
               MOVE WS-CA-CUST-ID TO MEM-ID
               MOVE 'A'           TO MEM-REC-TYPE
               EXEC CICS ASKTIME
                    ABSTIME(WS-ABSTIME)
               END-EXEC
               EXEC CICS FORMATTIME
                    ABSTIME(WS-ABSTIME)
                    YYYYMMDD(WS-MEMO-DATE-X)
                    TIME(WS-MEMO-TIME-X)
               END-EXEC
               MOVE WS-MEMO-DATE TO MEM-MEMO-DATE
               COMPUTE MEM-MEMO-TIME = WS-MEMO-HHMMSS * 100
               MOVE 1 TO MEM-MEMO-SEQ
               EXEC CICS ASSIGN
                    USERID(WS-OPERATOR-ID)
               END-EXEC
               MOVE WS-OPERATOR-ID TO MEM-AUTHOR
               MOVE 'N' TO WS-MEMO-WRITTEN
               PERFORM 660-WRITE-MEMO
                       UNTIL WS-MEMO-WRITTEN NOT = 'N'
               IF WS-MEMO-WRITTEN = 'Y'
                   MOVE 'MEMO ADDED' TO WS-MEMO-MSG
                   MOVE SPACES TO WS-CA-RESUME-KEY
                   PERFORM 610-LIST-MEMOS
               ELSE
                   MOVE 'MEMO FILE WRITE FAILED - MEMO NOT ADDED'
                               TO WS-MEMO-MSG
               END-IF
           END-IF.
           IF WS-MEMO-WRITTEN NOT = 'Y'
               MOVE LOW-VALUES  TO SAM15RO
               MOVE WS-MEMO-MSG TO MMSGO
               EXEC CICS SEND
                    MAP('SAM15R') MAPSET('SAM15S')
                    FROM(SAM15RO) DATAONLY
               END-EXEC
           END-IF.

       660-WRITE-MEMO.
           EXEC CICS WRITE
                FILE('SVCMEMO')
                FROM(MEM-REC)
                RIDFLD(MEM-KEY)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-MEMO-WRITTEN
               WHEN WS-RESP = DFHRESP(DUPREC)
                      AND MEM-MEMO-SEQ < 99
                   ADD 1 TO MEM-MEMO-SEQ
               WHEN OTHER
                   MOVE 'E' TO WS-MEMO-WRITTEN
           END-EVALUATE.

       800-SEND-SCREEN.
      *        ERASE when coming back from the list map, whose
      *        lines would otherwise show through
           IF WS-SEND-ERASE = 'Y'
               EXEC CICS SEND
                    MAP('SAM15M') MAPSET('SAM15S')
                    FROM(SAM15MO) ERASE
               END-EXEC
           ELSE
               EXEC CICS SEND
                    MAP('SAM15M') MAPSET('SAM15S')
                    FROM(SAM15MO)
               END-EXEC
           END-IF.

       900-END-SESSION.
           EXEC CICS SEND TEXT
