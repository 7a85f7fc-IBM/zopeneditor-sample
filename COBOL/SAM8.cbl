      *
      * READS THE BEFORE/AFTER IMAGE JOURNAL FOR A NAMED RUN DATE
      * (OPTIONALLY RESTRICTED TO A KEY RANGE) AND GENERATES THE
      * REVERSING TRANSACTIONS FOR THE NEXT NIGHT'S TRANFILE.  THE
      * JOURNAL IS READ FROM THE KEYED JOURNAL STORE (JSTORE, LOADED
      * BY SAM42) THROUGH ITS RUN-DATE PATH, SO ONLY THE NAMED
      * DATE'S RECORDS ARE READ -- THE SAM8BKO JOB BRINGS THE STORE
      * UP TO DATE AND CHECKS ITS COVERAGE FIRST:
      *    UPDATE -> UPDATE ... REPLACE <BEFORE-IMAGE VALUE>, ONE
      *              TRANSACTION PER FIELD THAT CHANGED
      *    ADD    -> DELETE OF THE ADDED KEY
      *    DELETE -> RESTOR OF THE DELETED KEY (THE DELETED IMAGE IS
      *              IN THE ARCHIVE, WHERE RESTOR FINDS IT)
      *    WRTOFF -> WRTREV OF THE KEY, AND WRTREV -> WRTOFF (BOTH
      *              JOURNAL AS UPDATES WITH THEIR OWN CARD AS THE
      *              IMAGE; THE BAD-DEBT LEDGER IS PUT RIGHT BY SAM1
      *              AS THE GENERATED CARD APPLIES)
      *    RECOVERY (A BALANCE SUBTRACT ON A WRITTEN-OFF ACCOUNT) ->
      *              UPDATE BALANCE SUBTRACT OF THE NEGATED AMOUNT,
      *              WHICH SAM1 POSTS AS A RECOVERY REVERSAL
      *    TRNSFR -> ONE TRNSFR OF THE SAME AMOUNT WITH THE FROM AND
      *              TO KEYS SWAPPED.  BOTH SIDES JOURNAL AS UPDATES
      *              CARRYING THE ONE TRNSFR CARD; THE REVERSAL IS
      *              BUILT FROM THE PAYING SIDE'S ENTRY (OR THE
      *              RECEIVING SIDE'S, WHEN THE KEY RANGE LEAVES THE
      *              PAYING KEY OUT) AND THE OTHER ENTRY IS COUNTED AS
      *              LINKED, NOT REVERSED AGAIN
      *    RETMAL -> UPDATE RETMAIL REPLACE OF THE EARLIER DATE (THE
      *              CARD JOURNALS AS AN UPDATE LIKE ANY OTHER)
      *    ORDER  -> ORDREV OF THE SAME ORDER, WHICH TAKES THE ORDER
      *              BACK OFF THE MASTER AND MARKS ITS ORDER-DETAIL
      *              LINE REVERSED, AND ORDREV -> ORDER, WHICH POSTS
      *              IT AGAIN (BOTH JOURNAL AS UPDATES WITH THEIR OWN
      *              CARD AS THE IMAGE)
      *
      * REVERSALS ARE EMITTED IN REVERSE JOURNAL ORDER, SO WHEN A
      * KEY WAS TOUCHED SEVERAL TIMES THE LAST REVERSAL APPLIED IS
      *            SUBMITTER=xxxxxxxx (OPTIONAL) STAMPED INTO THE
      *                     GENERATED TRANSACTIONS.  REQUIRED IN
      *                     PRACTICE WHEREVER SAM1'S AUTHFILE IS IN
      *                     FORCE: THE DELETE/RESTOR/WRTOFF/WRTREV
      *                     REVERSALS ARE DESTRUCTIVE CODES, AND A
      *                     BLANK SUBMITTER
      *                     ALWAYS REJECTS -- LIST THE ID IN AUTHFILE
      *                     WITH DESTRUCTIVE AUTHORITY.
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT JSTORE-FILE      ASSIGN TO JSTORE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JST-KEY
                   ALTERNATE RECORD KEY IS JST-RUN-STAMP
                   FILE STATUS  IS  WS-JRNL-STATUS WS-JRNL-STATUS-2.

            SELECT BACKOUT-FILE     ASSIGN TO BACKOUT
       DATA DIVISION.
       FILE SECTION.

       FD  JSTORE-FILE.
       COPY JSTREC   REPLACING ==:TAG:== BY ==JST==.

       FD  BACKOUT-FILE
           RECORDING MODE IS F.
               10  CURRENT-MINUTE          PIC 9(2).
               10  CURRENT-SECOND          PIC 9(2).
               10  CURRENT-HNDSEC          PIC 9(2).
      *
       01  SAM30                           PIC X(8)  VALUE 'SAM30'.
       COPY BUSDPARM.
      *
       01  WS-FIELDS.
           05  WS-JRNL-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-SORT-EOF             PIC X     VALUE 'N'.
           05  WS-JRN-SEQ              PIC 9(9)  COMP-3 VALUE 0.
           05  WS-RUN-DATE-PARM        PIC X(6)  VALUE SPACES.
           05  WS-RUN-DATE-FULL        PIC 9(8)  VALUE 0.
           05  WS-KEY-LOW              PIC X(9)  VALUE LOW-VALUES.
           05  WS-KEY-HIGH             PIC X(9)  VALUE HIGH-VALUES.
           05  WS-SUBMITTER-PARM       PIC X(8)  VALUE SPACES.
           05  WS-VAL-DISP             PIC 9(7)V99 VALUE 0.
           05  WS-VAL-DISP-X REDEFINES WS-VAL-DISP PIC X(9).
           05  I                       PIC S9(4) COMP VALUE +0.
      *        The journaled card's triples, held while recovery
      *        reversals are built over TRANSACTION-RECORD.
           05  WS-RCV-CNT              PIC S9(4) COMP VALUE +0.
           05  WS-RCV-TRIPLE OCCURS 3.
               10  WS-RCV-FIELD        PIC X(10).
               10  WS-RCV-ACTION       PIC X(8).
               10  WS-RCV-VALUE        PIC X(9).
               10  WS-RCV-CCY          PIC X(3).
           05  WS-RCV-VALUE-X          PIC X(9)  VALUE SPACES.
           05  WS-RCV-VALUE-N REDEFINES WS-RCV-VALUE-X
                                       PIC 9(7)V99.
           05  WS-RCV-NEG              PIC X     VALUE 'N'.
           05  WS-XFR-KEY              PIC X(9)  VALUE SPACES.
      *
       01  BACKOUT-TOTALS.
           05  NUM-JRNL-READ         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BKO-UPDATES       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BKO-DELETES       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BKO-RESTORES      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BKO-WRITEOFFS     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BKO-RECOVERIES    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BKO-TRANSFERS     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BKO-XFR-LINKED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BKO-ORDERS        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BKO-WRITTEN       PIC S9(9)   COMP-3  VALUE +0.

      *        The journal record carried in the store record.
       COPY JRNREC.

      *        Before/after images unpacked into the customer layout
      *        for field-level comparison.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==BEF==.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM8 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .

           PERFORM 706-READ-RUN-PARMS .
           IF WS-RUN-DATE-PARM = SPACES
                       'GENERATED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 708-WINDOW-RUN-DATE
           END-IF .
           IF WS-RUN-DATE-FULL > 0
               PERFORM 700-OPEN-FILES
               PERFORM 800-INIT-REPORT
               IF WS-FILE-ERROR NOT = 'Y'
           GOBACK .

       500-RELEASE-JOURNAL.
      *
      *        Position the run-date path at the first record of the
      *        date; the path returns the date's runs in run-time
      *        order and each run's records in journal order.
      *
           MOVE WS-RUN-DATE-FULL TO JST-RUN-DATE .
           MOVE 0                TO JST-RUN-TIME JST-SEQ .
           START JSTORE-FILE KEY IS NOT LESS THAN JST-RUN-STAMP
               INVALID KEY MOVE 'Y' TO WS-JRNL-EOF
           END-START .
           PERFORM 510-RELEASE-ONE-REC
                   UNTIL WS-JRNL-EOF = 'Y' .

       510-RELEASE-ONE-REC.
           READ JSTORE-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-JRNL-EOF
           END-READ.
           IF WS-JRNL-STATUS = '00'
              AND JST-RUN-DATE NOT = WS-RUN-DATE-FULL
               MOVE 'Y' TO WS-JRNL-EOF
               MOVE '10' TO WS-JRNL-STATUS
           END-IF.
           EVALUATE WS-JRNL-STATUS
              WHEN '00'
                  MOVE JST-JOURNAL TO JOURNAL-RECORD
                  ADD +1 TO NUM-JRNL-READ
                  ADD +1 TO WS-JRN-SEQ
                  IF JRN-TRAN-KEY >= WS-KEY-LOW
                     AND JRN-TRAN-KEY <= WS-KEY-HIGH
                      ADD +1 TO NUM-JRNL-SELECTED
                      MOVE WS-JRN-SEQ      TO SORT-JRN-SEQ
               MOVE JRN-AFTER-IMAGE TO AFT-REC
               EVALUATE JRN-ACTION
                   WHEN 'UPDATE'
                       EVALUATE TRUE
                           WHEN JRN-TRAN-IMAGE(1:6) = 'WRTOFF'
                               PERFORM 350-GEN-WRTREV-REVERSAL
                           WHEN JRN-TRAN-IMAGE(1:6) = 'WRTREV'
                               PERFORM 355-GEN-WRTOFF-REVERSAL
                           WHEN JRN-TRAN-IMAGE(1:6) = 'TRNSFR'
                               PERFORM 370-GEN-TRNSFR-REVERSAL
                           WHEN JRN-TRAN-IMAGE(1:6) = 'ORDER '
                               PERFORM 375-GEN-ORDREV-REVERSAL
                           WHEN JRN-TRAN-IMAGE(1:6) = 'ORDREV'
                               PERFORM 376-GEN-ORDER-REVERSAL
                           WHEN BEF-REC-TYPE = 'A'
                              AND BEF-WRITEOFF-FLAG = 'W'
                              AND AFT-WRITEOFF-FLAG = 'W'
                               PERFORM 360-GEN-RECOVERY-REVERSALS
                           WHEN OTHER
                               PERFORM 300-GEN-UPDATE-REVERSALS
                       END-EVALUATE
                   WHEN 'ADD   '
                       PERFORM 310-GEN-DELETE-REVERSAL
                   WHEN 'DELETE'
               PERFORM 340-FORMAT-NUM-VALUE
               PERFORM 400-WRITE-BACKOUT-TRAN
           END-IF.
      *    A blank before-parent restores the unlinked state; a
      *    before-image from ahead of the hierarchy fields carries
      *    spaces in both, so only real changes reverse.
           IF BEF-PARENT-ID NOT = AFT-PARENT-ID
               PERFORM 330-INIT-UPDATE-TRAN
               MOVE 'PARENT    '  TO TRAN-FIELD-NAME
               MOVE BEF-PARENT-ID TO TRAN-UPDATE-DATA(1:8)
               PERFORM 400-WRITE-BACKOUT-TRAN
           END-IF.
           IF BEF-GROUP-CREDIT-LIMIT NOT = AFT-GROUP-CREDIT-LIMIT
               PERFORM 330-INIT-UPDATE-TRAN
               MOVE 'GROUPLIM  '  TO TRAN-FIELD-NAME
               IF BEF-GROUP-CREDIT-LIMIT NUMERIC
                   MOVE BEF-GROUP-CREDIT-LIMIT TO WS-VAL-NUM
               ELSE
                   MOVE +0 TO WS-VAL-NUM
               END-IF
               PERFORM 340-FORMAT-NUM-VALUE
               PERFORM 400-WRITE-BACKOUT-TRAN
           END-IF.
      *    A blank before-currency restores the base currency.
           IF BEF-CURRENCY NOT = AFT-CURRENCY
               PERFORM 330-INIT-UPDATE-TRAN
               MOVE 'CURRENCY  '  TO TRAN-FIELD-NAME
               MOVE BEF-CURRENCY  TO TRAN-UPDATE-DATA(1:3)
               PERFORM 400-WRITE-BACKOUT-TRAN
           END-IF.
      *    A before-image from ahead of the cycle day carries spaces,
      *    which restore as 00, the default cycle.
           IF BEF-CYCLE-DAY(1:2) NOT = AFT-CYCLE-DAY(1:2)
               PERFORM 330-INIT-UPDATE-TRAN
               MOVE 'CYCLEDAY  '  TO TRAN-FIELD-NAME
               IF BEF-CYCLE-DAY NUMERIC
                   MOVE BEF-CYCLE-DAY TO TRAN-UPDATE-DATA(1:2)
               ELSE
                   MOVE '00'          TO TRAN-UPDATE-DATA(1:2)
               END-IF
               PERFORM 400-WRITE-BACKOUT-TRAN
           END-IF.
      *    The returned-mail date goes back as it was, 000000 (no
      *    mark) for a before-image from ahead of the field.  It is
      *    reversed after the address fields, whose reversal would
      *    otherwise clear it again.
           IF BEF-RETMAIL-DATE NOT = AFT-RETMAIL-DATE
               PERFORM 330-INIT-UPDATE-TRAN
               MOVE 'RETMAIL   '  TO TRAN-FIELD-NAME
               IF BEF-RETMAIL-DATE NUMERIC
                   MOVE BEF-RETMAIL-DATE TO TRAN-UPDATE-DATA(1:6)
               ELSE
                   MOVE '000000'         TO TRAN-UPDATE-DATA(1:6)
               END-IF
               PERFORM 400-WRITE-BACKOUT-TRAN
           END-IF.
      *    The value segment goes back as it was; a before-image
      *    from ahead of the field restores as unsegmented (space).
           IF BEF-SEGMENT NOT = AFT-SEGMENT
               PERFORM 330-INIT-UPDATE-TRAN
               MOVE 'SEGMENT   '  TO TRAN-FIELD-NAME
               IF BEF-SEGMENT = 'C' OR 'L' OR 'A' OR 'P' OR 'N' OR 'O'
                   MOVE BEF-SEGMENT TO TRAN-UPDATE-DATA(1:1)
               ELSE
                   MOVE SPACE       TO TRAN-UPDATE-DATA(1:1)
               END-IF
               PERFORM 400-WRITE-BACKOUT-TRAN
           END-IF.

       302-GEN-CONTACT-REVERSALS.
           IF BEF-CONTACT-NAME-OV NOT = AFT-CONTACT-NAME-OV
           ADD +1 TO NUM-BKO-RESTORES.
           PERFORM 410-WRITE-BACKOUT-REC.

      *
      *        A write-off and its reversal undo each other; the
      *        journaled card's reason rides along.  Both are
      *        destructive codes, so they carry the SUBMITTER parm
      *        as DELETE and RESTOR do.
      *
       350-GEN-WRTREV-REVERSAL.
           MOVE JRN-TRAN-IMAGE    TO TRANSACTION-RECORD.
           MOVE 'WRTREV'          TO TRAN-CODE.
           MOVE JRN-TRAN-KEY      TO TRAN-KEY.
           MOVE WS-SUBMITTER-PARM TO TRAN-SUBMITTER.
           ADD +1 TO NUM-BKO-WRITEOFFS.
           PERFORM 410-WRITE-BACKOUT-REC.

       355-GEN-WRTOFF-REVERSAL.
           MOVE JRN-TRAN-IMAGE    TO TRANSACTION-RECORD.
           MOVE 'WRTOFF'          TO TRAN-CODE.
           MOVE JRN-TRAN-KEY      TO TRAN-KEY.
           MOVE WS-SUBMITTER-PARM TO TRAN-SUBMITTER.
           ADD +1 TO NUM-BKO-WRITEOFFS.
           PERFORM 410-WRITE-BACKOUT-REC.

       360-GEN-RECOVERY-REVERSALS.
      *
      *        An UPDATE on a master written off both before and
      *        after it is a recovery if the card carried a BALANCE
      *        SUBTRACT (SAM1 posts those to the bad-debt ledger and
      *        leaves the balance alone, so there is no balance
      *        difference to reverse).  Each such triple is undone
      *        by a BALANCE SUBTRACT of the negated amount, which
      *        SAM1 posts back against the ledger.  Any other UPDATE
      *        on the account reverses field by field as usual.
      *
           MOVE JRN-TRAN-IMAGE TO TRANSACTION-RECORD.
           MOVE TRAN-FIELD-NAME          TO WS-RCV-FIELD(1).
           MOVE TRAN-ACTION              TO WS-RCV-ACTION(1).
           MOVE TRAN-UPDATE-DATA(1:9)    TO WS-RCV-VALUE(1).
           MOVE TRAN-UPDATE-CCY          TO WS-RCV-CCY(1).
           MOVE TRAN-FIELD-NAME-2        TO WS-RCV-FIELD(2).
           MOVE TRAN-ACTION-2            TO WS-RCV-ACTION(2).
           MOVE TRAN-UPDATE-DATA-2(1:9)  TO WS-RCV-VALUE(2).
           MOVE TRAN-UPDATE-CCY-2        TO WS-RCV-CCY(2).
           MOVE TRAN-FIELD-NAME-3        TO WS-RCV-FIELD(3).
           MOVE TRAN-ACTION-3            TO WS-RCV-ACTION(3).
           MOVE TRAN-UPDATE-DATA-3(1:9)  TO WS-RCV-VALUE(3).
           MOVE TRAN-UPDATE-CCY-3        TO WS-RCV-CCY(3).
           MOVE 0 TO WS-RCV-CNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
               IF WS-RCV-FIELD(I) = 'BALANCE   '
                  AND WS-RCV-ACTION(I) = 'SUBTRACT'
                   PERFORM 361-GEN-ONE-RECOVERY-REVERSAL
               END-IF
           END-PERFORM.
           IF WS-RCV-CNT = 0
               PERFORM 300-GEN-UPDATE-REVERSALS
           END-IF.

       361-GEN-ONE-RECOVERY-REVERSAL.
           MOVE WS-RCV-VALUE(I) TO WS-RCV-VALUE-X.
           MOVE 'N' TO WS-RCV-NEG.
           IF WS-RCV-VALUE-X(1:1) = '-'
               MOVE 'Y' TO WS-RCV-NEG
               MOVE '0' TO WS-RCV-VALUE-X(1:1)
           END-IF.
           IF WS-RCV-VALUE-X(1:1) = '+'
               MOVE '0' TO WS-RCV-VALUE-X(1:1)
           END-IF.
           IF WS-RCV-VALUE-N NUMERIC
               ADD +1 TO WS-RCV-CNT
               MOVE WS-RCV-VALUE-N TO WS-VAL-NUM
               IF WS-RCV-NEG NOT = 'Y'
                   COMPUTE WS-VAL-NUM = WS-VAL-NUM * -1
               END-IF
               PERFORM 330-INIT-UPDATE-TRAN
               MOVE 'SUBTRACT'    TO TRAN-ACTION
               MOVE 'BALANCE   '  TO TRAN-FIELD-NAME
               PERFORM 340-FORMAT-NUM-VALUE
               MOVE WS-RCV-CCY(I) TO TRAN-UPDATE-CCY
               ADD +1 TO NUM-BKO-RECOVERIES
               PERFORM 410-WRITE-BACKOUT-REC
           END-IF.

       370-GEN-TRNSFR-REVERSAL.
      *
      *        A transfer is undone as a whole by a transfer back:
      *        the same card with FROM and TO swapped (TRAN-KEY is
      *        already the lower of the two).  Only one of the pair
      *        of journal entries may produce it -- the paying
      *        side's, unless the key range has left that key out.
      *
           MOVE JRN-TRAN-IMAGE TO TRANSACTION-RECORD.
           IF JRN-TRAN-KEY = TRANSFER-FROM-KEY
              OR TRANSFER-FROM-KEY < WS-KEY-LOW
              OR TRANSFER-FROM-KEY > WS-KEY-HIGH
               MOVE TRANSFER-FROM-KEY TO WS-XFR-KEY
               MOVE TRANSFER-TO-KEY   TO TRANSFER-FROM-KEY
               MOVE WS-XFR-KEY        TO TRANSFER-TO-KEY
               MOVE WS-SUBMITTER-PARM TO TRAN-SUBMITTER
               ADD +1 TO NUM-BKO-TRANSFERS
               PERFORM 410-WRITE-BACKOUT-REC
           ELSE
               ADD +1 TO NUM-BKO-XFR-LINKED
           END-IF.

      *
      *        An order is undone as a whole by an ORDREV of the
      *        same card rather than field by field: the ORDER-
      *        DETAIL line is marked reversed along with the master,
      *        so the order stops showing as posted and its number
      *        is free to be keyed again.  An ORDREV is undone by
      *        the ORDER it reversed.
      *
       375-GEN-ORDREV-REVERSAL.
           MOVE JRN-TRAN-IMAGE    TO TRANSACTION-RECORD.
           MOVE 'ORDREV'          TO TRAN-CODE.
           MOVE JRN-TRAN-KEY      TO TRAN-KEY.
           MOVE WS-SUBMITTER-PARM TO TRAN-SUBMITTER.
           ADD +1 TO NUM-BKO-ORDERS.
           PERFORM 410-WRITE-BACKOUT-REC.

       376-GEN-ORDER-REVERSAL.
           MOVE JRN-TRAN-IMAGE    TO TRANSACTION-RECORD.
           MOVE 'ORDER '          TO TRAN-CODE.
           MOVE JRN-TRAN-KEY      TO TRAN-KEY.
           MOVE WS-SUBMITTER-PARM TO TRAN-SUBMITTER.
           ADD +1 TO NUM-BKO-ORDERS.
           PERFORM 410-WRITE-BACKOUT-REC.

       330-INIT-UPDATE-TRAN.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE 'UPDATE'      TO TRAN-CODE.
           ADD +1 TO NUM-BKO-WRITTEN.

       700-OPEN-FILES.
           OPEN INPUT    JSTORE-FILE
                OUTPUT   BACKOUT-FILE
                         REPORT-FILE .
           IF WS-JRNL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING JOURNAL STORE. RC:'
                     WS-JRNL-STATUS '/' WS-JRNL-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
               END-IF
           END-IF .

       708-WINDOW-RUN-DATE.
      *
      *        The store carries CCYYMMDD run dates; RUNDATE is
      *        windowed around the business date by SAM30.
      *
           MOVE 'A' TO BDS-FUNCTION .
           MOVE 0   TO BDS-ADD-DAYS BDS-ADD-MONTHS .
           IF WS-RUN-DATE-PARM NUMERIC
               MOVE WS-RUN-DATE-PARM TO BDS-DATE-IN
               CALL SAM30 USING BUSINESS-DATE-PARMS
           ELSE
               MOVE '08' TO BDS-RETURN
           END-IF .
           IF BDS-RETURN = '00'
               MOVE BDS-DATE-OUT TO WS-RUN-DATE-FULL
           ELSE
               DISPLAY 'RUNDATE PARM NOT A VALID yymmdd DATE - NO '
                       'BACKOUT GENERATED: ' WS-RUN-DATE-PARM
               MOVE 8 TO RETURN-CODE
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
           CLOSE BACKOUT-FILE .
           CLOSE REPORT-FILE .

                               TO RPT-BKO-TOTAL-TEXT.
           MOVE NUM-BKO-RESTORES TO RPT-BKO-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-BKO-TOTAL-LINE.
           MOVE 'Reversing write-offs:       '
                               TO RPT-BKO-TOTAL-TEXT.
           MOVE NUM-BKO-WRITEOFFS TO RPT-BKO-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-BKO-TOTAL-LINE.
           MOVE 'Reversing recoveries:       '
                               TO RPT-BKO-TOTAL-TEXT.
           MOVE NUM-BKO-RECOVERIES TO RPT-BKO-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-BKO-TOTAL-LINE.
           MOVE 'Reversing transfers:        '
                               TO RPT-BKO-TOTAL-TEXT.
           MOVE NUM-BKO-TRANSFERS TO RPT-BKO-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-BKO-TOTAL-LINE.
           MOVE 'Transfer sides linked:      '
                               TO RPT-BKO-TOTAL-TEXT.
           MOVE NUM-BKO-XFR-LINKED TO RPT-BKO-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-BKO-TOTAL-LINE.
           MOVE 'Reversing orders:           '
                               TO RPT-BKO-TOTAL-TEXT.
           MOVE NUM-BKO-ORDERS TO RPT-BKO-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-BKO-TOTAL-LINE.
           MOVE 'Backout deck records:       '
                               TO RPT-BKO-TOTAL-TEXT.
           MOVE NUM-BKO-WRITTEN TO RPT-BKO-TOTAL-NUM.
