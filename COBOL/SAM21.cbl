      *
      * CUSTOMER LIFE-HISTORY DOSSIER.
      *
      * A CUSTOMER'S HISTORY IS SCATTERED ACROSS SEVEN PLACES:
      * CHANGE NOTES ON CUST-NOTES, BEFORE/AFTER IMAGES IN THE
      * JOURNAL, ARCHIVED COPIES (DELETE/MERGE/YREND) IN THE
      * ARCHIVE, CLOSED YEARS IN THE YEAR-HISTORY KSDS, POSTED
      * ORDERS IN THE ORDER-DETAIL KSDS AND WHAT WAS SENT TO THE
      * CUSTOMER IN THE COMMUNICATIONS HISTORY, AND WHAT SERVICE
      * STAFF WROTE DOWN IN THE SERVICE MEMO FILE.  THIS
      * PROGRAM TAKES A CUST-ID (OR RANGE) ON THE PARM CARD AND
      * PRINTS ONE CHRONOLOGICAL DOSSIER PER CUSTOMER MERGING ALL
      * SEVEN SOURCES THROUGH AN INTERNAL SORT ON KEY, EVENT DATE,
      * TIME AND ARRIVAL:
      *    JOURNAL  - EVERY JOURNALED ACTION WITH THE BEFORE AND
      *               AFTER BALANCES AND THE SUBMITTER; A BALANCE
      *               TRANSFER SHOWS AS ONE TRNSFR LINE NAMING THE
      *               CUSTOMER ON THE OTHER SIDE, AND RETURNED
      *               MAIL AS A RETMAL LINE WITH ITS DATE.  BROWSED
      *               BY KEY RANGE OFF THE KEYED JOURNAL STORE
      *               (SAM42), WHICH THE SAM21DOS JOB BRINGS UP TO
      *               DATE FIRST
      *    ARCHIVE  - EVERY ARCHIVED COPY (ITS BALANCE AND THE
      *               TAIL OF ITS AUDIT NOTES, WHICH NAME THE
      *               DELETE/MERGE/RESTORE THAT ARCHIVED IT),
      *               DATED BY ITS ARCHIVE STAMP AND BROWSED BY
      *               KEY RANGE OFF THE KEYED ARCHIVE
      *    HISTORY  - THE YEAR-BY-YEAR TOTALS AND AVERAGES
      *    CURRENT  - THE LIVE RECORD OFF THE KEYED COPY, WITH
      *               ITS FULL AUDIT-NOTES AREA
      *    ORDERS   - EVERY ORDER POSTED BY SAM1'S ORDER
      *               TRANSACTION (NUMBER, AMOUNT, POST DATE AND
      *               SUBMITTER), DATED BY THE ORDER DATE, SO A
      *               DISPUTED BALANCE CAN BE TIED TO ITS ORDERS;
      *               ONE SINCE REVERSED (ORDREV) SAYS SO, WITH
      *               THE DATE AND SUBMITTER OF THE REVERSAL
      *    COMMS    - EVERY STATEMENT, LETTER, MARKETING SELECTION
      *               AND REFUND SENT (SAM43'S HISTORY), WITH ITS
      *               CHANNEL AND THE ADDRESS OR EMAIL USED,
      *               DATED BY ITS SEND STAMP
      *    MEMOS    - EVERY SERVICE MEMO KEYED ON THE SAM15 MEMO
      *               SCREEN, WITH ITS CATEGORY AND AUTHOR AND ONE
      *               LINE PER LINE OF TEXT, DATED BY ITS MEMO STAMP
      *
      * PARMCARD (KEYWORD=VALUE; KEY= OR A RANGE IS REQUIRED --
      * AN UNBOUNDED DOSSIER OF THE WHOLE BASE IS NEVER WANTED):
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT JSTORE-FILE      ASSIGN TO JSTORE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JST-KEY
                   FILE STATUS  IS  WS-JRNL-STATUS WS-JRNL-STATUS-2.

            SELECT ARCHIVE-FILE-IN  ASSIGN TO ARCHIN
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ARCHIN-KEY
                   FILE STATUS  IS  WS-ARCHIN-STATUS
                                    WS-ARCHIN-STATUS-2.

                   FILE STATUS  IS  WS-CUSTIDX-STATUS
                                    WS-CUSTIDX-STATUS-2.

            SELECT ORDER-FILE       ASSIGN TO ORDFILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ORD-KEY
                   FILE STATUS  IS  WS-ORD-STATUS WS-ORD-STATUS-2.

            SELECT COMHIST-FILE     ASSIGN TO COMHIST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CMH-KEY
                   FILE STATUS  IS  WS-CMH-STATUS WS-CMH-STATUS-2.

            SELECT MEMO-FILE        ASSIGN TO SVCMEMO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MEM-KEY
                   FILE STATUS  IS  WS-MEM-STATUS WS-MEM-STATUS-2.

            SELECT REPORT-FILE      ASSIGN TO DOSRPT
                   FILE STATUS  IS  WS-REPORT-STATUS WS-REPORT-STATUS-2.

       DATA DIVISION.
       FILE SECTION.

       FD  JSTORE-FILE.
       COPY JSTREC   REPLACING ==:TAG:== BY ==JST==.

       FD  ARCHIVE-FILE-IN
           RECORD IS VARYING FROM 52 TO 628 CHARACTERS.
       COPY ARCHREC  REPLACING ==:TAG:== BY ==ARCHIN==.

       FD  HISTORY-FILE
           RECORD CONTAINS 78 CHARACTERS.
           RECORD IS VARYING FROM 20 TO 596 CHARACTERS.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==CSTIDX==.

       FD  ORDER-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY ORDREC REPLACING ==:TAG:== BY ==ORD==.

       FD  COMHIST-FILE.
       COPY CMHREC REPLACING ==:TAG:== BY ==CMH==.

       FD  MEMO-FILE
           RECORD CONTAINS 400 CHARACTERS.
       COPY MEMOREC REPLACING ==:TAG:== BY ==MEM==.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-CUST-KEY          PIC X(9).
               10  CURRENT-MINUTE          PIC 9(2).
               10  CURRENT-SECOND          PIC 9(2).
               10  CURRENT-HNDSEC          PIC 9(2).
      *
       01  SAM30                           PIC X(8)  VALUE 'SAM30'.
       COPY BUSDPARM.
      *
       01  WS-FIELDS.
           05  WS-JRNL-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-HIST-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-CUSTIDX-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-CUSTIDX-STATUS-2     PIC X(4)  VALUE SPACES.
           05  WS-ORD-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-ORD-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-ORD-EOF              PIC X     VALUE 'N'.
           05  WS-CMH-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-CMH-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-CMH-EOF              PIC X     VALUE 'N'.
           05  WS-CMH-CHANNEL          PIC X(8)  VALUE SPACES.
           05  WS-CMH-SENT-TO          PIC X(40) VALUE SPACES.
           05  WS-MEM-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-MEM-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-MEM-EOF              PIC X     VALUE 'N'.
           05  WS-MEM-LINES            PIC S9(4) COMP VALUE +0.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-BAL-ED-2             PIC ZZZZZZ9.99-.
           05  WS-YEAR-TOTAL           PIC S9(9)V99 COMP-3 VALUE +0.
           05  I                       PIC S9(4) COMP VALUE +0.
           05  WS-XFR-DIRECTION        PIC X(5)  VALUE SPACES.
           05  WS-XFR-OTHER-KEY        PIC X(9)  VALUE SPACES.
           05  WS-ORD-ACTION           PIC X(8)  VALUE SPACES.

      *        Journal record as carried in the keyed store.
       COPY JRNREC.

      *        Journal images unpacked for the change lines.
       COPY TRANREC.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==BEF==.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==AFT==.
      *        Archived master image unpacked for the archive lines.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==ARCIMG==.

       01  DOSSIER-TOTALS.
           05  NUM-JRNL-EVENTS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ARCH-EVENTS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-HIST-EVENTS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CURR-EVENTS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORDER-EVENTS      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-COMM-EVENTS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-MEMO-EVENTS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CUSTOMERS         PIC S9(9)   COMP-3  VALUE +0.
      *
       01 RPT-HEADER1.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM21 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .

           PERFORM 706-READ-RUN-PARMS .
           IF WS-RANGE-SET NOT = 'Y'
           GOBACK .

       500-COLLECT-EVENTS.
           PERFORM 505-POSITION-JOURNAL.
           PERFORM 510-COLLECT-JOURNAL-EVENT
                   UNTIL WS-JRNL-EOF = 'Y'.
           PERFORM 520-POSITION-ARCHIVE.
           PERFORM 522-COLLECT-ARCHIVE-EVENT
                   UNTIL WS-ARCHIN-EOF = 'Y'.
           PERFORM 530-POSITION-HISTORY.
           PERFORM 535-COLLECT-HISTORY-EVENT
           PERFORM 540-POSITION-CURRENT.
           PERFORM 545-COLLECT-CURRENT-EVENT
                   UNTIL WS-IDX-EOF = 'Y'.
           PERFORM 550-POSITION-ORDERS.
           PERFORM 555-COLLECT-ORDER-EVENT
                   UNTIL WS-ORD-EOF = 'Y'.
           PERFORM 560-POSITION-COMMS.
           PERFORM 565-COLLECT-COMM-EVENT
                   UNTIL WS-CMH-EOF = 'Y'.
           PERFORM 570-POSITION-MEMOS.
           PERFORM 575-COLLECT-MEMO-EVENT
                   UNTIL WS-MEM-EOF = 'Y'.

       505-POSITION-JOURNAL.
           MOVE SPACES     TO JST-KEY.
           MOVE WS-KEY-LOW TO JST-CUST-KEY(1:8).
           MOVE LOW-VALUES TO JST-CUST-KEY(9:1).
           MOVE LOW-VALUES TO JST-RUN-STAMP.
           START JSTORE-FILE KEY IS NOT LESS THAN JST-KEY
               INVALID KEY MOVE 'Y' TO WS-JRNL-EOF
           END-START.

       510-COLLECT-JOURNAL-EVENT.
           READ JSTORE-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-JRNL-EOF
           END-READ.
           EVALUATE WS-JRNL-STATUS
              WHEN '00'
                  IF JST-CUST-KEY(1:8) > WS-KEY-HIGH
                      MOVE 'Y' TO WS-JRNL-EOF
                  ELSE
                      MOVE JST-JOURNAL TO JOURNAL-RECORD
                      PERFORM 515-RELEASE-JOURNAL-EVENT
                  END-IF
              WHEN '10'
           END-IF.
           MOVE JRN-TRAN-IMAGE TO TRANSACTION-RECORD.
           MOVE SPACES TO SORT-EVT-TEXT.
      *    the two sides of a balance transfer are journaled under
      *    the one TRNSFR card: each shows as the transfer itself,
      *    naming the other customer, not as a balance update
           IF TRAN-CODE = 'TRNSFR'
               IF JRN-TRAN-KEY = TRANSFER-FROM-KEY
                   MOVE 'TO '   TO WS-XFR-DIRECTION
                   MOVE TRANSFER-TO-KEY   TO WS-XFR-OTHER-KEY
               ELSE
                   MOVE 'FROM ' TO WS-XFR-DIRECTION
                   MOVE TRANSFER-FROM-KEY TO WS-XFR-OTHER-KEY
               END-IF
               STRING 'JOURNAL TRNSFR BAL ' DELIMITED BY SIZE
                      WS-BAL-ED-1 DELIMITED BY SIZE
                      ' -> '      DELIMITED BY SIZE
                      WS-BAL-ED-2 DELIMITED BY SIZE
                      ' BY '      DELIMITED BY SIZE
                      TRAN-SUBMITTER DELIMITED BY SIZE
                      ' '         DELIMITED BY SIZE
                      WS-XFR-DIRECTION DELIMITED BY SPACE
                      ' '         DELIMITED BY SIZE
                      WS-XFR-OTHER-KEY DELIMITED BY SIZE
                      ' '         DELIMITED BY SIZE
                      TRANSFER-REASON DELIMITED BY SIZE
                   INTO SORT-EVT-TEXT
               END-STRING
           ELSE
      *    returned mail is a mark on the address, not a field
      *    keyed on the card
           IF TRAN-CODE = 'RETMAL'
               STRING 'JOURNAL RETMAL MAIL RETURNED ' DELIMITED BY SIZE
                      RETMAIL-DATE-X DELIMITED BY SIZE
                      ' BY '      DELIMITED BY SIZE
                      TRAN-SUBMITTER DELIMITED BY SIZE
                   INTO SORT-EVT-TEXT
               END-STRING
           ELSE
               STRING 'JOURNAL ' DELIMITED BY SIZE
                      JRN-ACTION  DELIMITED BY SIZE
                      ' BAL '     DELIMITED BY SIZE
                      WS-BAL-ED-1 DELIMITED BY SIZE
                      ' -> '      DELIMITED BY SIZE
                      WS-BAL-ED-2 DELIMITED BY SIZE
                      ' BY '      DELIMITED BY SIZE
                      TRAN-SUBMITTER DELIMITED BY SIZE
                      ' '         DELIMITED BY SIZE
                      TRAN-FIELD-NAME DELIMITED BY SIZE
                      ' '         DELIMITED BY SIZE
                      TRAN-UPDATE-DATA(1:20) DELIMITED BY SIZE
                   INTO SORT-EVT-TEXT
               END-STRING
           END-IF
           END-IF.
           MOVE JRN-TRAN-KEY TO SORT-CUST-KEY.
           MOVE JST-RUN-DATE TO SORT-EVT-DATE.
           MOVE JRN-RUN-TIME TO SORT-EVT-TIME.
           ADD +1 TO WS-EVT-SEQ.
           MOVE WS-EVT-SEQ TO SORT-EVT-SEQ.
           RELEASE SORT-RECORD.

       520-POSITION-ARCHIVE.
           MOVE SPACES     TO ARCHIN-KEY.
           MOVE WS-KEY-LOW TO ARCHIN-ID.
           MOVE LOW-VALUES TO ARCHIN-REC-TYPE.
           MOVE LOW-VALUES TO ARCHIN-ARCH-STAMP.
           START ARCHIVE-FILE-IN KEY IS NOT LESS THAN ARCHIN-KEY
               INVALID KEY MOVE 'Y' TO WS-ARCHIN-EOF
           END-START.

       522-COLLECT-ARCHIVE-EVENT.
           READ ARCHIVE-FILE-IN NEXT RECORD
             AT END MOVE 'Y' TO WS-ARCHIN-EOF
           END-READ.
           EVALUATE WS-ARCHIN-STATUS
              WHEN '00'
              WHEN '04'
                  IF ARCHIN-ID > WS-KEY-HIGH
                      MOVE 'Y' TO WS-ARCHIN-EOF
                  ELSE
                      IF ARCHIN-REC-TYPE = 'A'
                          PERFORM 525-RELEASE-ARCHIVE-EVENT
                      END-IF
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-ARCHIN-EOF
      *
      *        The archived copy's audit notes name what archived
      *        it (DELETE, MERGED INTO nnn, year-end); the tail of
      *        the notes area rides on the event line.  The event
      *        is dated by the archive stamp: the business date and
      *        run time of the run that archived it.
      *
           ADD +1 TO NUM-ARCH-EVENTS.
           MOVE ARCHIN-IMAGE TO ARCIMG-REC.
           MOVE 0 TO WS-BAL-ED-1.
           IF ARCIMG-ACCT-BALANCE NUMERIC
               MOVE ARCIMG-ACCT-BALANCE TO WS-BAL-ED-1
           END-IF.
           MOVE SPACES TO SORT-EVT-TEXT.
           STRING 'ARCHIVE COPY BAL ' DELIMITED BY SIZE
                  WS-BAL-ED-1         DELIMITED BY SIZE
                  ' NOTES: '          DELIMITED BY SIZE
                  ARCIMG-NOTES(1:70)  DELIMITED BY SIZE
               INTO SORT-EVT-TEXT
           END-STRING.
           MOVE ARCHIN-CUST-KEY TO SORT-CUST-KEY.
           IF ARCHIN-ARCH-DATE NUMERIC
               MOVE ARCHIN-ARCH-DATE TO SORT-EVT-DATE
           ELSE
               MOVE 0 TO SORT-EVT-DATE
           END-IF.
           IF ARCHIN-ARCH-TIME NUMERIC
               MOVE ARCHIN-ARCH-TIME TO SORT-EVT-TIME
           ELSE
               MOVE 0 TO SORT-EVT-TIME
           END-IF.
           ADD +1 TO WS-EVT-SEQ.
           MOVE WS-EVT-SEQ TO SORT-EVT-SEQ.
           RELEASE SORT-RECORD.
                  MOVE 'Y' TO WS-IDX-EOF
           END-EVALUATE.

       550-POSITION-ORDERS.
           MOVE SPACES     TO ORD-KEY.
           MOVE WS-KEY-LOW TO ORD-CUST-KEY(1:8).
           MOVE LOW-VALUES TO ORD-CUST-KEY(9:1).
           MOVE LOW-VALUES TO ORD-NUMBER.
           START ORDER-FILE KEY IS NOT LESS THAN ORD-KEY
               INVALID KEY MOVE 'Y' TO WS-ORD-EOF
           END-START.

       555-COLLECT-ORDER-EVENT.
           READ ORDER-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-ORD-EOF
           END-READ.
           EVALUATE WS-ORD-STATUS
              WHEN '00'
                  IF ORD-CUST-KEY(1:8) > WS-KEY-HIGH
                      MOVE 'Y' TO WS-ORD-EOF
                  ELSE
                      PERFORM 556-RELEASE-ORDER-EVENT
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-ORD-EOF
              WHEN OTHER
                  DISPLAY 'ORDER-DETAIL READ ERROR. RC:'
                          WS-ORD-STATUS '/' WS-ORD-STATUS-2
                  MOVE 'Y' TO WS-ORD-EOF
           END-EVALUATE.

       556-RELEASE-ORDER-EVENT.
           ADD +1 TO NUM-ORDER-EVENTS.
           MOVE 0 TO WS-BAL-ED-1.
           IF ORD-AMOUNT NUMERIC
               MOVE ORD-AMOUNT TO WS-BAL-ED-1
           END-IF.
           IF ORD-STATUS = 'R'
               MOVE 'REVERSED' TO WS-ORD-ACTION
           ELSE
               MOVE 'POSTED'   TO WS-ORD-ACTION
           END-IF.
           MOVE SPACES TO SORT-EVT-TEXT.
           STRING 'ORDER '           DELIMITED BY SIZE
                  ORD-NUMBER         DELIMITED BY SIZE
                  ' AMOUNT '         DELIMITED BY SIZE
                  WS-BAL-ED-1        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-ORD-ACTION      DELIMITED BY SPACE
                  ' '                DELIMITED BY SIZE
                  ORD-POST-DATE      DELIMITED BY SIZE
                  ' BY '             DELIMITED BY SIZE
                  ORD-SUBMITTER      DELIMITED BY SIZE
               INTO SORT-EVT-TEXT
           END-STRING.
           MOVE ORD-CUST-KEY TO SORT-CUST-KEY.
           IF ORD-DATE NUMERIC
               COMPUTE SORT-EVT-DATE = 20000000 + ORD-DATE
           ELSE
               MOVE 0 TO SORT-EVT-DATE
           END-IF.
           MOVE 0 TO SORT-EVT-TIME.
           ADD +1 TO WS-EVT-SEQ.
           MOVE WS-EVT-SEQ TO SORT-EVT-SEQ.
           RELEASE SORT-RECORD.

       560-POSITION-COMMS.
           MOVE SPACES     TO CMH-KEY.
           MOVE WS-KEY-LOW TO CMH-ID.
           MOVE LOW-VALUES TO CMH-REC-TYPE.
           MOVE LOW-VALUES TO CMH-SEND-STAMP.
           START COMHIST-FILE KEY IS NOT LESS THAN CMH-KEY
               INVALID KEY MOVE 'Y' TO WS-CMH-EOF
           END-START.

       565-COLLECT-COMM-EVENT.
           READ COMHIST-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-CMH-EOF
           END-READ.
           EVALUATE WS-CMH-STATUS
              WHEN '00'
                  IF CMH-ID > WS-KEY-HIGH
                      MOVE 'Y' TO WS-CMH-EOF
                  ELSE
                      PERFORM 566-RELEASE-COMM-EVENT
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-CMH-EOF
              WHEN OTHER
                  DISPLAY 'COMMUNICATIONS HISTORY READ ERROR. RC:'
                          WS-CMH-STATUS '/' WS-CMH-STATUS-2
                  MOVE 'Y' TO WS-CMH-EOF
           END-EVALUATE.

       566-RELEASE-COMM-EVENT.
      *
      *        What went out, by which channel, and where: the
      *        email address for an e-delivery, otherwise the
      *        street and city it was posted to.
      *
           ADD +1 TO NUM-COMM-EVENTS.
           EVALUATE TRUE
               WHEN CMH-PRINT
                   MOVE 'PRINT'    TO WS-CMH-CHANNEL
               WHEN CMH-EMAIL
                   MOVE 'EMAIL'    TO WS-CMH-CHANNEL
               WHEN CMH-MARKETING
                   MOVE 'MKT LIST' TO WS-CMH-CHANNEL
               WHEN CMH-REFUND
                   MOVE 'REFUND'   TO WS-CMH-CHANNEL
               WHEN CMH-HELD
                   MOVE 'HELD'     TO WS-CMH-CHANNEL
               WHEN OTHER
                   MOVE CMH-CHANNEL TO WS-CMH-CHANNEL
           END-EVALUATE.
           MOVE SPACES TO WS-CMH-SENT-TO.
           IF CMH-EMAIL-ADDR NOT = SPACES
               MOVE CMH-EMAIL-ADDR TO WS-CMH-SENT-TO
           ELSE
               STRING CMH-ADDR  DELIMITED BY '  '
                      ', '      DELIMITED BY SIZE
                      CMH-CITY  DELIMITED BY '  '
                      ' '       DELIMITED BY SIZE
                      CMH-STATE DELIMITED BY SIZE
                   INTO WS-CMH-SENT-TO
               END-STRING
           END-IF.
           MOVE SPACES TO SORT-EVT-TEXT.
           STRING 'SENT '            DELIMITED BY SIZE
                  CMH-DOC-TYPE       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CMH-DOC-REF        DELIMITED BY SIZE
                  ' VIA '            DELIMITED BY SIZE
                  WS-CMH-CHANNEL     DELIMITED BY SIZE
                  ' TO '             DELIMITED BY SIZE
                  WS-CMH-SENT-TO     DELIMITED BY SIZE
                  ' BY '             DELIMITED BY SIZE
                  CMH-PROGRAM        DELIMITED BY SIZE
               INTO SORT-EVT-TEXT
           END-STRING.
           MOVE CMH-CUST-KEY TO SORT-CUST-KEY.
           IF CMH-SEND-DATE NUMERIC
               MOVE CMH-SEND-DATE TO SORT-EVT-DATE
           ELSE
               MOVE 0 TO SORT-EVT-DATE
           END-IF.
           IF CMH-SEND-TIME NUMERIC
               MOVE CMH-SEND-TIME TO SORT-EVT-TIME
           ELSE
               MOVE 0 TO SORT-EVT-TIME
           END-IF.
           ADD +1 TO WS-EVT-SEQ.
           MOVE WS-EVT-SEQ TO SORT-EVT-SEQ.
           RELEASE SORT-RECORD.

       570-POSITION-MEMOS.
           MOVE SPACES     TO MEM-KEY.
           MOVE WS-KEY-LOW TO MEM-ID.
           MOVE LOW-VALUES TO MEM-REC-TYPE.
           MOVE LOW-VALUES TO MEM-MEMO-STAMP.
           START MEMO-FILE KEY IS NOT LESS THAN MEM-KEY
               INVALID KEY MOVE 'Y' TO WS-MEM-EOF
           END-START.

       575-COLLECT-MEMO-EVENT.
           READ MEMO-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-MEM-EOF
           END-READ.
           EVALUATE WS-MEM-STATUS
              WHEN '00'
                  IF MEM-ID > WS-KEY-HIGH
                      MOVE 'Y' TO WS-MEM-EOF
                  ELSE
                      PERFORM 576-RELEASE-MEMO-EVENT
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-MEM-EOF
              WHEN OTHER
                  DISPLAY 'SERVICE MEMO READ ERROR. RC:'
                          WS-MEM-STATUS '/' WS-MEM-STATUS-2
                  MOVE 'Y' TO WS-MEM-EOF
           END-EVALUATE.

       576-RELEASE-MEMO-EVENT.
      *
      *        One event line per line of memo text, all under the
      *        memo stamp: the first names the category and author,
      *        the rest are indented beneath it.  The arrival
      *        sequence keeps the lines in order through the sort.
      *
           ADD +1 TO NUM-MEMO-EVENTS.
           MOVE MEM-CUST-KEY TO SORT-CUST-KEY.
           IF MEM-MEMO-DATE NUMERIC
               MOVE MEM-MEMO-DATE TO SORT-EVT-DATE
           ELSE
               MOVE 0 TO SORT-EVT-DATE
           END-IF.
           IF MEM-MEMO-TIME NUMERIC
               MOVE MEM-MEMO-TIME TO SORT-EVT-TIME
           ELSE
               MOVE 0 TO SORT-EVT-TIME
           END-IF.
           MOVE 1 TO WS-MEM-LINES.
           IF MEM-LINE-COUNT NUMERIC
              AND MEM-LINE-COUNT > 1
               MOVE MEM-LINE-COUNT TO WS-MEM-LINES
           END-IF.
           IF WS-MEM-LINES > 5
               MOVE 5 TO WS-MEM-LINES
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MEM-LINES
               MOVE SPACES TO SORT-EVT-TEXT
               IF I = 1
                   STRING 'MEMO '          DELIMITED BY SIZE
                          MEM-CATEGORY     DELIMITED BY SIZE
                          ' BY '           DELIMITED BY SIZE
                          MEM-AUTHOR       DELIMITED BY SIZE
                          ': '             DELIMITED BY SIZE
                          MEM-LINE(I)      DELIMITED BY SIZE
                       INTO SORT-EVT-TEXT
                   END-STRING
               ELSE
                   MOVE MEM-LINE(I) TO SORT-EVT-TEXT(24:70)
               END-IF
               ADD +1 TO WS-EVT-SEQ
               MOVE WS-EVT-SEQ TO SORT-EVT-SEQ
               RELEASE SORT-RECORD
           END-PERFORM.

       600-PRINT-DOSSIERS.
           PERFORM 610-PRINT-ONE-EVENT
                   UNTIL WS-SORT-EOF = 'Y'.
           WRITE REPORT-RECORD FROM RPT-CUST-HDR AFTER 2.

       700-OPEN-FILES.
           OPEN INPUT    JSTORE-FILE
                         ARCHIVE-FILE-IN
                         HISTORY-FILE
                         CUSTOMER-FILE-INDEXED
                         ORDER-FILE
                         COMHIST-FILE
                         MEMO-FILE
                OUTPUT   REPORT-FILE .
           IF WS-JRNL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING JOURNAL STORE. RC:'
                     WS-JRNL-STATUS '/' WS-JRNL-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           IF WS-ORD-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ORDER-DETAIL FILE. RC:'
                     WS-ORD-STATUS '/' WS-ORD-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           IF WS-CMH-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING COMMUNICATIONS HISTORY. RC:'
                     WS-CMH-STATUS '/' WS-CMH-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           IF WS-MEM-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING SERVICE MEMO FILE. RC:'
                     WS-MEM-STATUS '/' WS-MEM-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING REPORT FILE. RC:'
                     WS-REPORT-STATUS '/' WS-REPORT-STATUS-2
               END-IF
           END-IF .

       780-GET-BUSINESS-DATE.
      *
      *        The processing date is the business date on the
      *        shared control record (SAM30 service), not the
      *        clock: a run that starts after midnight, or reruns
      *        a day late, still stamps the business day it
      *        belongs to.  No BUSDATE DD = system date, as before.
      *
           MOVE 'G' TO BDS-FUNCTION .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE BDS-BUS-YYMMDD TO CURRENT-DATE .

       790-CLOSE-FILES.
           CLOSE JSTORE-FILE .
           CLOSE ARCHIVE-FILE-IN .
           CLOSE HISTORY-FILE .
           CLOSE CUSTOMER-FILE-INDEXED .
           CLOSE ORDER-FILE .
           CLOSE COMHIST-FILE .
           CLOSE MEMO-FILE .
           CLOSE REPORT-FILE .

       800-INIT-REPORT.
                               TO RPT-DOS-TOTAL-TEXT.
           MOVE NUM-CURR-EVENTS TO RPT-DOS-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-DOS-TOTAL-LINE.
           MOVE 'Order lines:                '
                               TO RPT-DOS-TOTAL-TEXT.
           MOVE NUM-ORDER-EVENTS TO RPT-DOS-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-DOS-TOTAL-LINE.
           MOVE 'Communications sent:        '
                               TO RPT-DOS-TOTAL-TEXT.
           MOVE NUM-COMM-EVENTS TO RPT-DOS-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-DOS-TOTAL-LINE.
           MOVE 'Service memos:              '
                               TO RPT-DOS-TOTAL-TEXT.
           MOVE NUM-MEMO-EVENTS TO RPT-DOS-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-DOS-TOTAL-LINE.
