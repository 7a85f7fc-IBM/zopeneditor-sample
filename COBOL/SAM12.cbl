      * MATCHING: THE BANK'S CUSTOMER REFERENCE IS TRIED FIRST AS A
      * DIRECT CUST-ID READ AGAINST THE KEYED MASTER COPY
      * (CUSTIDX).  WHEN THE REFERENCE IS GARBLED (NOT NUMERIC, OR
      * NOT ON FILE), THE PAYER NAME IS LOOKED UP THROUGH THE
      * CUST-NAME ALTERNATE INDEX OF THE KEYED COPY (CUSTIDX1 DD,
      * THE NAME PATH); ONLY AN UNAMBIGUOUS (EXACTLY-ONE) NAME
      * MATCH IS ACCEPTED.  ANYTHING ELSE LANDS IN THE SUSPENSE
      * FILE WITH A REASON, LISTED ON THE REPORT -- NO PAYMENT EVER
      * JUST VANISHES.
      *
      * BANK REMITTANCE RECORD (80 BYTES, '*' IN COL 1 COMMENTS):
      *    COLS  1-8    CUSTOMER REFERENCE (8-CHARACTER CUST-ID)
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CSTIDX-KEY
                   ALTERNATE RECORD KEY IS CSTIDX-NAME
                       WITH DUPLICATES
                   FILE STATUS  IS  WS-CUSTIDX-STATUS
                                    WS-CUSTIDX-STATUS-2.

           05  LBX-PAY-DATE           PIC X(6).
           05  FILLER                 PIC X(37).

      *        Every record on the keyed copy runs at least through
      *        the name (the alternate key), so the minimum here is
      *        26 rather than the cluster's 20.
       FD  CUSTOMER-FILE-INDEXED
           RECORDING MODE IS V
           RECORD IS VARYING FROM 26 TO 596 CHARACTERS.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==CSTIDX==.

       FD  TRAN-DECK-FILE
               10  CURRENT-MINUTE          PIC 9(2).
               10  CURRENT-SECOND          PIC 9(2).
               10  CURRENT-HNDSEC          PIC 9(2).
      *
       01  SAM30                           PIC X(8)  VALUE 'SAM30'.
       COPY BUSDPARM.
      *
       01  WS-FIELDS.
           05  WS-LBX-STATUS           PIC X(2)  VALUE SPACES.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM12 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .
           COMPUTE WS-BUS-DATE-PARM =
               20000000 + (CURRENT-YEAR * 10000)
                        + (CURRENT-MONTH * 100) + CURRENT-DAY.
           IF LBX-CUST-REF NUMERIC
               MOVE LBX-CUST-REF TO CSTIDX-KEY(1:8)
               MOVE 'A'          TO CSTIDX-KEY(9:1)
               READ CUSTOMER-FILE-INDEXED KEY IS CSTIDX-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY

       120-MATCH-BY-NAME.
      *
      *        Position on the payer name in the name alternate
      *        index and read only the records filed under it, so
      *        the lookup costs the same however large the file
      *        grows.  Contact records share the index with their
      *        masters and are passed over.  Only an exactly-one
      *        name match is trusted; zero or several go to
      *        suspense for a human.
      *
           ELSE
               MOVE 0 TO WS-SCAN-HITS
               MOVE 'N' TO WS-SCAN-EOF
               MOVE LBX-PAYER-NAME TO CSTIDX-NAME
               START CUSTOMER-FILE-INDEXED
                   KEY IS EQUAL TO CSTIDX-NAME
                   INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
               END-START
               PERFORM 130-SCAN-ONE-MASTER
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF CSTIDX-NAME NOT = LBX-PAYER-NAME
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       IF CSTIDX-REC-TYPE = 'A'
                           ADD +1 TO WS-SCAN-HITS
                           MOVE CSTIDX-KEY TO WS-MATCHED-KEY
                       END-IF
                   END-IF
           END-READ.

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
           CLOSE LOCKBOX-FILE .
           CLOSE CUSTOMER-FILE-INDEXED .
