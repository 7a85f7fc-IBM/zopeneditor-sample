      *      RESTAMPED 'ERASED PER REQUEST' WITH THE DATE AND
      *      SUBMITTER; THE CUSTOMER'S CONTACT RECORDS LOSE
      *      THEIR NAME/INFO/DESCRIPTION/PREFERENCE FIELDS.
      *    - ARCHIVE (THE KEYED ARCHIVE, UPDATED IN PLACE): SAME
      *      SCRUB ON EVERY ARCHIVED COPY OF THE KEY, FOUND BY A
      *      KEYED BROWSE AND REWRITTEN WHERE IT STANDS.  LIKE THE
      *      YEAR-HISTORY DELETES IT DOES NOT WAIT FOR THE JCL
      *      SWAP, BUT A RERUN SIMPLY SCRUBS THE SAME COPIES AGAIN.
      *    - JOURNAL (JRNIN -> JRNOUT, SWAPPED IN BY THE JCL):
      *      SAME SCRUB ON THE BEFORE/AFTER IMAGES, AND THE
      *      JOURNALED TRANSACTION IMAGE'S VALUE FIELDS ARE
      *      BLANKED PAST THE CODE, KEY AND SUBMITTER.
      *    - KEYED JOURNAL STORE (JSTORE, UPDATED IN PLACE): THE
      *      SAME JOURNAL SCRUB ON EVERY STORED RECORD OF THE ID,
      *      FOUND BY A KEYED BROWSE LIKE THE ARCHIVE'S.
      *    - YEAR HISTORY (HISTFILE): THE KEY'S YEAR RECORDS ARE
      *      DELETED OUTRIGHT.
      *    - COMMUNICATIONS HISTORY (COMHIST, UPDATED IN PLACE):
      *      THE NAME, ADDRESS, CITY, POSTAL CODE AND EMAIL EACH
      *      DOCUMENT WENT TO ARE BLANKED ON EVERY RECORD OF THE
      *      ID; WHAT WAS SENT, WHEN AND BY WHICH CHANNEL STAYS.
      *    - SERVICE MEMOS (SVCMEMO): THE ID'S MEMOS ARE FREE TEXT
      *      ABOUT THE PERSON AND CANNOT BE SCRUBBED FIELD BY
      *      FIELD, SO THEY ARE DELETED OUTRIGHT LIKE THE YEAR
      *      HISTORY -- LEGAL-HOLD MEMOS INCLUDED: COMPLIANCE
      *      CLEARS ANY HOLD BEFORE IT ORDERS THE ERASURE.
      *    - BAD-DEBT LEDGER (BDLFILE), FRAUD ALERTS (FRDALERT) AND
      *      BUREAU HISTORY (BURHIST), ALL UPDATED IN PLACE: THE
      *      NAME ON EVERY LEDGER ENTRY AND ALERT OF THE ID, AND
      *      THE NAME, ADDRESS, CITY AND POSTAL CODE OF THE BUREAU
      *      SEGMENT LAST SENT, ARE BLANKED; AMOUNTS, DATES AND
      *      STATUSES STAY, SO THE LEDGER STILL BALANCES AND THE
      *      BUREAU PROFILE STILL CARRIES FORWARD.
      * AND PRINTS A CERTIFICATION REPORT OF EVERY DATASET
      * TOUCHED WITH THE RECORD COUNTS.  DELTA GENERATIONS,
      * ACCUMULATED REJECTS AND STATEMENT EXTRACTS AGE OFF OR
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CUSTOUT-STATUS WS-CUSTOUT-STATUS-2.

            SELECT ARCHIVE-FILE     ASSIGN TO ARCHIVE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ARCH-KEY
                   FILE STATUS  IS  WS-ARCHIVE-STATUS
                                    WS-ARCHIVE-STATUS-2.

            SELECT JOURNAL-FILE-IN  ASSIGN TO JRNIN
                   FILE STATUS  IS  WS-JRNIN-STATUS WS-JRNIN-STATUS-2.
                   FILE STATUS  IS  WS-JRNOUT-STATUS
                                    WS-JRNOUT-STATUS-2.

            SELECT JSTORE-FILE      ASSIGN TO JSTORE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JST-KEY
                   FILE STATUS  IS  WS-JST-STATUS WS-JST-STATUS-2.

            SELECT HISTORY-FILE     ASSIGN TO HISTFILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HIST-KEY
                   FILE STATUS  IS  WS-HIST-STATUS WS-HIST-STATUS-2.

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

            SELECT BAD-DEBT-FILE    ASSIGN TO BDLFILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BDL-KEY
                   FILE STATUS  IS  WS-BDL-STATUS WS-BDL-STATUS-2.

            SELECT FRAUD-ALERT-FILE ASSIGN TO FRDALERT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FRA-KEY
                   FILE STATUS  IS  WS-FRA-STATUS WS-FRA-STATUS-2.

            SELECT BUREAU-HIST-FILE ASSIGN TO BURHIST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BRH-CUST-KEY
                   FILE STATUS  IS  WS-BRH-STATUS WS-BRH-STATUS-2.

            SELECT AUTH-FILE        ASSIGN TO AUTHFILE
                   FILE STATUS  IS  WS-AUTH-STATUS WS-AUTH-STATUS-2.

       COPY CUSTCOPY REPLACING ==:TAG:== BY ==CSTOUT==.
       COPY MSTTRL   REPLACING ==:TAG:== BY ==CSTOUT==.

       FD  ARCHIVE-FILE
           RECORD IS VARYING FROM 52 TO 628 CHARACTERS
               DEPENDING ON WS-ARCH-LEN.
       COPY ARCHREC  REPLACING ==:TAG:== BY ==ARCH==.

       FD  JOURNAL-FILE-IN
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  JOURNAL-RECORD-OUT         PIC X(1422).

       FD  JSTORE-FILE.
       COPY JSTREC   REPLACING ==:TAG:== BY ==JST==.

       FD  HISTORY-FILE
           RECORD CONTAINS 78 CHARACTERS.
       COPY HISTREC REPLACING ==:TAG:== BY ==HIST==.

       FD  COMHIST-FILE.
       COPY CMHREC REPLACING ==:TAG:== BY ==CMH==.

       FD  MEMO-FILE
           RECORD CONTAINS 400 CHARACTERS.
       COPY MEMOREC REPLACING ==:TAG:== BY ==MEM==.

       FD  BAD-DEBT-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY BDLREC REPLACING ==:TAG:== BY ==BDL==.

       FD  FRAUD-ALERT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY FRAREC REPLACING ==:TAG:== BY ==FRA==.

       FD  BUREAU-HIST-FILE
           RECORD CONTAINS 470 CHARACTERS.
       COPY BURHREC REPLACING ==:TAG:== BY ==BRH==.

       FD  AUTH-FILE
           RECORDING MODE IS F.
       01  AUTH-RECORD.
               10  CURRENT-MINUTE          PIC 9(2).
               10  CURRENT-SECOND          PIC 9(2).
               10  CURRENT-HNDSEC          PIC 9(2).
      *
       01  SAM30                           PIC X(8)  VALUE 'SAM30'.
       COPY BUSDPARM.
      *
       01  WS-FIELDS.
           05  WS-CUSTFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-CUSTFILE-STATUS-2    PIC X(4)  VALUE SPACES.
           05  WS-CUSTOUT-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-CUSTOUT-STATUS-2     PIC X(4)  VALUE SPACES.
           05  WS-ARCHIVE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-ARCHIVE-STATUS-2     PIC X(4)  VALUE SPACES.
           05  WS-ARCH-LEN             PIC 9(4)  COMP   VALUE 0.
           05  WS-JRNIN-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-JRNIN-STATUS-2       PIC X(4)  VALUE SPACES.
           05  WS-JRNOUT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-JRNOUT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-JST-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-JST-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-HIST-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-HIST-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-CMH-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-CMH-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-MEM-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-MEM-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-BDL-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-BDL-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-FRA-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-FRA-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-BRH-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-BRH-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-AUTH-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-AUTH-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-PARM-KEYWORD         PIC X(20) VALUE SPACES.
           05  WS-PARM-VALUE           PIC X(20) VALUE SPACES.
           05  WS-CUST-FILE-EOF        PIC X     VALUE 'N'.
           05  WS-ARCH-EOF             PIC X     VALUE 'N'.
           05  WS-JRNL-EOF             PIC X     VALUE 'N'.
           05  WS-JST-EOF              PIC X     VALUE 'N'.
           05  WS-HIST-EOF             PIC X     VALUE 'N'.
           05  WS-CMH-EOF              PIC X     VALUE 'N'.
           05  WS-MEM-EOF              PIC X     VALUE 'N'.
           05  WS-BDL-EOF              PIC X     VALUE 'N'.
           05  WS-FRA-EOF              PIC X     VALUE 'N'.
           05  WS-BRH-EOF              PIC X     VALUE 'N'.
           05  WS-AUTH-EOF             PIC X     VALUE 'N'.
           05  WS-AUTH-OK              PIC X     VALUE 'N'.
           05  WS-FILE-ERROR           PIC X     VALUE 'N'.
      *        archive passes; both layouts view the same bytes.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==WS-CUST==.

      *        The bureau segment under scrub, out of the history
      *        record.
       COPY BURSEG REPLACING ==:TAG:== BY ==WS-BUR==.

       01  ERASURE-TOTALS.
           05  NUM-MST-SCRUBBED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-MST-CONTACTS      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ARC-SCRUBBED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-JRN-SCRUBBED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-JST-SCRUBBED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-HIST-DELETED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CMH-SCRUBBED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-MEM-DELETED       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BDL-SCRUBBED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-FRA-SCRUBBED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-BRH-SCRUBBED      PIC S9(9)   COMP-3  VALUE +0.
      *
       01 RPT-HEADER1.
           05  FILLER                     PIC X(40)
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM24 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .

           PERFORM 706-READ-RUN-PARMS .
           IF WS-ERASE-KEY = SPACES OR WS-SUBMITTER-PARM = SPACES
                   IF WS-FILE-ERROR NOT = 'Y'
                       PERFORM 100-SCRUB-MASTER-REC
                               UNTIL WS-CUST-FILE-EOF = 'Y'
                       PERFORM 200-SCRUB-ARCHIVE-RECS
                       PERFORM 300-SCRUB-JOURNAL-REC
                               UNTIL WS-JRNL-EOF = 'Y'
                       PERFORM 350-SCRUB-JSTORE-RECS
                       PERFORM 400-DELETE-HISTORY-RECS
                       PERFORM 450-SCRUB-COMHIST-RECS
                       PERFORM 470-DELETE-MEMO-RECS
                       PERFORM 600-SCRUB-BADDEBT-RECS
                       PERFORM 620-SCRUB-ALERT-RECS
                       PERFORM 640-SCRUB-BUREAU-RECS
                   END-IF
                   PERFORM 850-REPORT-CERTIFICATION
                   PERFORM 790-CLOSE-FILES
               WRITE CSTOUT-CONTACT-REC
           END-IF .

       200-SCRUB-ARCHIVE-RECS.
           MOVE SPACES       TO ARCH-KEY.
           MOVE WS-ERASE-KEY TO ARCH-ID.
           MOVE LOW-VALUES   TO ARCH-REC-TYPE.
           MOVE LOW-VALUES   TO ARCH-ARCH-STAMP.
           START ARCHIVE-FILE KEY IS NOT LESS THAN ARCH-KEY
               INVALID KEY MOVE 'Y' TO WS-ARCH-EOF
           END-START.
           PERFORM 210-SCRUB-ONE-ARCHIVE
                   UNTIL WS-ARCH-EOF = 'Y'.

       210-SCRUB-ONE-ARCHIVE.
      *
      *        Every image of the id -- the master and each contact
      *        record type -- is rewritten at its own length.
      *
           READ ARCHIVE-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-ARCH-EOF
           END-READ.
           EVALUATE WS-ARCHIVE-STATUS
              WHEN '00'
              WHEN '04'
                  IF ARCH-ID NOT = WS-ERASE-KEY
                      MOVE 'Y' TO WS-ARCH-EOF
                  ELSE
                      MOVE ARCH-IMAGE TO WS-CUST-REC
                      IF ARCH-REC-TYPE = 'A'
                          PERFORM 500-SCRUB-PERSONAL-FIELDS
                      ELSE
                          PERFORM 510-SCRUB-CONTACT-FIELDS
                      END-IF
                      MOVE WS-CUST-REC TO ARCH-IMAGE
                      REWRITE ARCH-REC
                          INVALID KEY
                              DISPLAY 'ARCHIVE REWRITE FAILED. RC:'
                                      WS-ARCHIVE-STATUS '/'
                                      WS-ARCHIVE-STATUS-2
                                      ' KEY:' ARCH-KEY
                              MOVE 8 TO RETURN-CODE
                          NOT INVALID KEY
                              ADD +1 TO NUM-ARC-SCRUBBED
                      END-REWRITE
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-ARCH-EOF
              WHEN OTHER
                  DISPLAY 'ARCHIVE I/O ERROR. RC:'
                          WS-ARCHIVE-STATUS '/' WS-ARCHIVE-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-ARCH-EOF
           END-EVALUATE .

       300-SCRUB-JOURNAL-REC.
           END-IF.
           MOVE SPACES TO JRN-TRAN-IMAGE(25:177).

       350-SCRUB-JSTORE-RECS.
           MOVE SPACES       TO JST-KEY.
           MOVE WS-ERASE-KEY TO JST-CUST-KEY(1:8).
           MOVE LOW-VALUES   TO JST-CUST-KEY(9:1).
           MOVE LOW-VALUES   TO JST-RUN-STAMP.
           START JSTORE-FILE KEY IS NOT LESS THAN JST-KEY
               INVALID KEY MOVE 'Y' TO WS-JST-EOF
           END-START.
           PERFORM 360-SCRUB-ONE-JSTORE
                   UNTIL WS-JST-EOF = 'Y'.

       360-SCRUB-ONE-JSTORE.
      *
      *        The stored copy of each journal record of the id is
      *        scrubbed through the journal record area exactly as
      *        the sequential journal was, and rewritten in place.
      *
           READ JSTORE-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-JST-EOF
           END-READ.
           EVALUATE WS-JST-STATUS
              WHEN '00'
                  IF JST-CUST-KEY(1:8) NOT = WS-ERASE-KEY
                      MOVE 'Y' TO WS-JST-EOF
                  ELSE
                      MOVE JST-JOURNAL TO JOURNAL-RECORD
                      PERFORM 310-SCRUB-JOURNAL-IMAGES
                      MOVE JOURNAL-RECORD TO JST-JOURNAL
                      REWRITE JST-REC
                          INVALID KEY
                              DISPLAY 'JSTORE REWRITE FAILED. RC:'
                                      WS-JST-STATUS '/'
                                      WS-JST-STATUS-2
                                      ' KEY:' JST-KEY
                              MOVE 8 TO RETURN-CODE
                          NOT INVALID KEY
                              ADD +1 TO NUM-JST-SCRUBBED
                      END-REWRITE
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-JST-EOF
              WHEN OTHER
                  DISPLAY 'JSTORE I/O ERROR. RC:'
                          WS-JST-STATUS '/' WS-JST-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-JST-EOF
           END-EVALUATE .

       400-DELETE-HISTORY-RECS.
           MOVE SPACES       TO HIST-KEY.
           MOVE WS-ERASE-KEY TO HIST-CUST-KEY(1:8).
                  MOVE 'Y' TO WS-HIST-EOF
           END-EVALUATE.

       450-SCRUB-COMHIST-RECS.
           MOVE SPACES       TO CMH-KEY.
           MOVE WS-ERASE-KEY TO CMH-ID.
           MOVE LOW-VALUES   TO CMH-REC-TYPE.
           MOVE LOW-VALUES   TO CMH-SEND-STAMP.
           START COMHIST-FILE KEY IS NOT LESS THAN CMH-KEY
               INVALID KEY MOVE 'Y' TO WS-CMH-EOF
           END-START.
           PERFORM 460-SCRUB-ONE-COMHIST
                   UNTIL WS-CMH-EOF = 'Y'.

       460-SCRUB-ONE-COMHIST.
      *
      *        The record that something was sent stays -- date,
      *        channel, document and amount -- but the name and
      *        the address or email it went to are blanked.
      *
           READ COMHIST-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-CMH-EOF
           END-READ.
           EVALUATE WS-CMH-STATUS
              WHEN '00'
                  IF CMH-ID NOT = WS-ERASE-KEY
                      MOVE 'Y' TO WS-CMH-EOF
                  ELSE
                      MOVE SPACES TO CMH-NAME
                      MOVE SPACES TO CMH-ADDR
                      MOVE SPACES TO CMH-CITY
                      MOVE SPACES TO CMH-POSTAL
                      MOVE SPACES TO CMH-EMAIL-ADDR
                      REWRITE CMH-REC
                          INVALID KEY
                              DISPLAY 'COMHIST REWRITE FAILED. RC:'
                                      WS-CMH-STATUS '/'
                                      WS-CMH-STATUS-2
                                      ' KEY:' CMH-KEY
                              MOVE 8 TO RETURN-CODE
                          NOT INVALID KEY
                              ADD +1 TO NUM-CMH-SCRUBBED
                      END-REWRITE
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-CMH-EOF
              WHEN OTHER
                  DISPLAY 'COMHIST I/O ERROR. RC:'
                          WS-CMH-STATUS '/' WS-CMH-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-CMH-EOF
           END-EVALUATE .

       470-DELETE-MEMO-RECS.
           MOVE SPACES       TO MEM-KEY.
           MOVE WS-ERASE-KEY TO MEM-ID.
           MOVE LOW-VALUES   TO MEM-REC-TYPE.
           MOVE LOW-VALUES   TO MEM-MEMO-STAMP.
           START MEMO-FILE KEY IS NOT LESS THAN MEM-KEY
               INVALID KEY MOVE 'Y' TO WS-MEM-EOF
           END-START.
           PERFORM 480-DELETE-ONE-MEMO
                   UNTIL WS-MEM-EOF = 'Y'.

       480-DELETE-ONE-MEMO.
           READ MEMO-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-MEM-EOF
           END-READ.
           EVALUATE WS-MEM-STATUS
              WHEN '00'
                  IF MEM-ID NOT = WS-ERASE-KEY
                      MOVE 'Y' TO WS-MEM-EOF
                  ELSE
                      DELETE MEMO-FILE
                      ADD +1 TO NUM-MEM-DELETED
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-MEM-EOF
              WHEN OTHER
                  DISPLAY 'SERVICE MEMO I/O ERROR. RC:'
                          WS-MEM-STATUS '/' WS-MEM-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-MEM-EOF
           END-EVALUATE.

       500-SCRUB-PERSONAL-FIELDS.
      *
      *        Key, balances, month table, dates and flags stay --
           MOVE SPACES TO WS-CUST-PREF-CONTACT-METHOD.
           MOVE SPACE  TO WS-CUST-DO-NOT-CALL-FLAG.

       600-SCRUB-BADDEBT-RECS.
           MOVE LOW-VALUES   TO BDL-KEY.
           MOVE WS-ERASE-KEY TO BDL-CUST-KEY(1:8).
           START BAD-DEBT-FILE KEY IS NOT LESS THAN BDL-KEY
               INVALID KEY MOVE 'Y' TO WS-BDL-EOF
           END-START.
           PERFORM 610-SCRUB-ONE-BADDEBT
                   UNTIL WS-BDL-EOF = 'Y'.

       610-SCRUB-ONE-BADDEBT.
      *
      *        The entry stays -- type, amounts, recoveries, dates
      *        and reason -- so the ledger still ties to the GL;
      *        only the name copied on at write-off time goes.
      *
           READ BAD-DEBT-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-BDL-EOF
           END-READ.
           EVALUATE WS-BDL-STATUS
              WHEN '00'
                  IF BDL-CUST-KEY(1:8) NOT = WS-ERASE-KEY
                      MOVE 'Y' TO WS-BDL-EOF
                  ELSE
                      MOVE SPACES TO BDL-CUST-NAME
                      REWRITE BDL-REC
                          INVALID KEY
                              DISPLAY 'BAD-DEBT REWRITE FAILED. RC:'
                                      WS-BDL-STATUS '/'
                                      WS-BDL-STATUS-2
                                      ' KEY:' BDL-KEY
                              MOVE 8 TO RETURN-CODE
                          NOT INVALID KEY
                              ADD +1 TO NUM-BDL-SCRUBBED
                      END-REWRITE
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-BDL-EOF
              WHEN OTHER
                  DISPLAY 'BAD-DEBT LEDGER I/O ERROR. RC:'
                          WS-BDL-STATUS '/' WS-BDL-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-BDL-EOF
           END-EVALUATE .

       620-SCRUB-ALERT-RECS.
           MOVE LOW-VALUES   TO FRA-KEY.
           MOVE WS-ERASE-KEY TO FRA-ID.
           START FRAUD-ALERT-FILE KEY IS NOT LESS THAN FRA-KEY
               INVALID KEY MOVE 'Y' TO WS-FRA-EOF
           END-START.
           PERFORM 630-SCRUB-ONE-ALERT
                   UNTIL WS-FRA-EOF = 'Y'.

       630-SCRUB-ONE-ALERT.
      *
      *        The alert, its pattern, status and any refund hold
      *        stay for the fraud team; the customer's name goes.
      *
           READ FRAUD-ALERT-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-FRA-EOF
           END-READ.
           EVALUATE WS-FRA-STATUS
              WHEN '00'
                  IF FRA-ID NOT = WS-ERASE-KEY
                      MOVE 'Y' TO WS-FRA-EOF
                  ELSE
                      MOVE SPACES TO FRA-NAME
                      REWRITE FRA-REC
                          INVALID KEY
                              DISPLAY 'FRAUD-ALERT REWRITE FAILED. RC:'
                                      WS-FRA-STATUS '/'
                                      WS-FRA-STATUS-2
                                      ' KEY:' FRA-KEY
                              MOVE 8 TO RETURN-CODE
                          NOT INVALID KEY
                              ADD +1 TO NUM-FRA-SCRUBBED
                      END-REWRITE
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-FRA-EOF
              WHEN OTHER
                  DISPLAY 'FRAUD-ALERT I/O ERROR. RC:'
                          WS-FRA-STATUS '/' WS-FRA-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-FRA-EOF
           END-EVALUATE .

       640-SCRUB-BUREAU-RECS.
           MOVE LOW-VALUES   TO BRH-CUST-KEY.
           MOVE WS-ERASE-KEY TO BRH-CUST-KEY(1:8).
           START BUREAU-HIST-FILE KEY IS NOT LESS THAN BRH-CUST-KEY
               INVALID KEY MOVE 'Y' TO WS-BRH-EOF
           END-START.
           PERFORM 650-SCRUB-ONE-BUREAU
                   UNTIL WS-BRH-EOF = 'Y'.

       650-SCRUB-ONE-BUREAU.
      *
      *        The segment last sent keeps its account figures,
      *        status and payment profile, which next month's
      *        report carries forward; the consumer's name and
      *        address go.  The master is scrubbed the same night,
      *        so the next segment built from it matches.
      *
           READ BUREAU-HIST-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-BRH-EOF
           END-READ.
           EVALUATE WS-BRH-STATUS
              WHEN '00'
                  IF BRH-CUST-KEY(1:8) NOT = WS-ERASE-KEY
                      MOVE 'Y' TO WS-BRH-EOF
                  ELSE
                      MOVE BRH-SEGMENT TO WS-BUR-SEGMENT
                      MOVE SPACES TO WS-BUR-SURNAME
                      MOVE SPACES TO WS-BUR-FIRST-NAME
                      MOVE SPACES TO WS-BUR-MIDDLE-NAME
                      MOVE SPACES TO WS-BUR-ADDRESS-1
                      MOVE SPACES TO WS-BUR-ADDRESS-2
                      MOVE SPACES TO WS-BUR-CITY
                      MOVE SPACES TO WS-BUR-POSTAL-CODE
                      MOVE WS-BUR-SEGMENT TO BRH-SEGMENT
                      REWRITE BRH-REC
                          INVALID KEY
                              DISPLAY 'BUREAU-HIST REWRITE FAILED. RC:'
                                      WS-BRH-STATUS '/'
                                      WS-BRH-STATUS-2
                                      ' KEY:' BRH-CUST-KEY
                              MOVE 8 TO RETURN-CODE
                          NOT INVALID KEY
                              ADD +1 TO NUM-BRH-SCRUBBED
                      END-REWRITE
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-BRH-EOF
              WHEN OTHER
                  DISPLAY 'BUREAU-HIST I/O ERROR. RC:'
                          WS-BRH-STATUS '/' WS-BRH-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-BRH-EOF
           END-EVALUATE .

       704-VERIFY-AUTHORITY.
      *
      *        Unlike the nightly, an absent or empty AUTHFILE

       700-OPEN-FILES.
           OPEN INPUT    CUSTOMER-FILE
                         JOURNAL-FILE-IN
                OUTPUT   CUSTOMER-FILE-OUT
                         JOURNAL-FILE-OUT
                         REPORT-FILE .
           OPEN I-O      ARCHIVE-FILE
                         JSTORE-FILE
                         HISTORY-FILE
                         COMHIST-FILE
                         MEMO-FILE
                         BAD-DEBT-FILE
                         FRAUD-ALERT-FILE
                         BUREAU-HIST-FILE .
           IF WS-CUSTFILE-STATUS NOT = '00'
              OR WS-CUSTOUT-STATUS NOT = '00'
              OR WS-ARCHIVE-STATUS NOT = '00'
              OR WS-JRNIN-STATUS NOT = '00'
              OR WS-JRNOUT-STATUS NOT = '00'
              OR WS-JST-STATUS NOT = '00'
              OR WS-HIST-STATUS NOT = '00'
              OR WS-CMH-STATUS NOT = '00'
              OR WS-MEM-STATUS NOT = '00'
              OR WS-BDL-STATUS NOT = '00'
              OR WS-FRA-STATUS NOT = '00'
              OR WS-BRH-STATUS NOT = '00'
              OR WS-REPORT-STATUS NOT = '00'
             DISPLAY 'FILE OPEN FAILURE - ERASURE NOT PERFORMED. '
                     'RC: ' WS-CUSTFILE-STATUS ' ' WS-CUSTOUT-STATUS
                     ' ' WS-ARCHIVE-STATUS
                     ' ' WS-JRNIN-STATUS ' ' WS-JRNOUT-STATUS
                     ' ' WS-JST-STATUS
                     ' ' WS-HIST-STATUS ' ' WS-CMH-STATUS
                     ' ' WS-MEM-STATUS
                     ' ' WS-BDL-STATUS ' ' WS-FRA-STATUS
                     ' ' WS-BRH-STATUS
                     ' ' WS-REPORT-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
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
           CLOSE CUSTOMER-FILE .
           CLOSE CUSTOMER-FILE-OUT .
           CLOSE ARCHIVE-FILE .
           CLOSE JOURNAL-FILE-IN .
           CLOSE JOURNAL-FILE-OUT .
           CLOSE JSTORE-FILE .
           CLOSE HISTORY-FILE .
           CLOSE COMHIST-FILE .
           CLOSE MEMO-FILE .
           CLOSE BAD-DEBT-FILE .
           CLOSE FRAUD-ALERT-FILE .
           CLOSE BUREAU-HIST-FILE .
           CLOSE REPORT-FILE .

       800-INIT-REPORT.
           MOVE NUM-JRN-SCRUBBED TO RPT-CERT-NUM.
           MOVE ' journal images scrubbed      ' TO RPT-CERT-TEXT.
           WRITE REPORT-RECORD FROM RPT-CERT-LINE.
           MOVE 'KEYED JOURNAL STORE                     '
                               TO RPT-CERT-DSN.
           MOVE NUM-JST-SCRUBBED TO RPT-CERT-NUM.
           MOVE ' stored journal recs scrubbed ' TO RPT-CERT-TEXT.
           WRITE REPORT-RECORD FROM RPT-CERT-LINE.
           MOVE 'YEAR-HISTORY DATASET                    '
                               TO RPT-CERT-DSN.
           MOVE NUM-HIST-DELETED TO RPT-CERT-NUM.
           MOVE ' year records deleted         ' TO RPT-CERT-TEXT.
           WRITE REPORT-RECORD FROM RPT-CERT-LINE.
           MOVE 'COMMUNICATIONS HISTORY                  '
                               TO RPT-CERT-DSN.
           MOVE NUM-CMH-SCRUBBED TO RPT-CERT-NUM.
           MOVE ' communications scrubbed      ' TO RPT-CERT-TEXT.
           WRITE REPORT-RECORD FROM RPT-CERT-LINE.
           MOVE 'SERVICE MEMO FILE                       '
                               TO RPT-CERT-DSN.
           MOVE NUM-MEM-DELETED TO RPT-CERT-NUM.
           MOVE ' service memos deleted        ' TO RPT-CERT-TEXT.
           WRITE REPORT-RECORD FROM RPT-CERT-LINE.
           MOVE 'BAD-DEBT LEDGER                         '
                               TO RPT-CERT-DSN.
           MOVE NUM-BDL-SCRUBBED TO RPT-CERT-NUM.
           MOVE ' ledger entries scrubbed      ' TO RPT-CERT-TEXT.
           WRITE REPORT-RECORD FROM RPT-CERT-LINE.
           MOVE 'FRAUD-ALERT FILE                        '
                               TO RPT-CERT-DSN.
           MOVE NUM-FRA-SCRUBBED TO RPT-CERT-NUM.
           MOVE ' fraud alerts scrubbed        ' TO RPT-CERT-TEXT.
           WRITE REPORT-RECORD FROM RPT-CERT-LINE.
           MOVE 'CREDIT-BUREAU HISTORY                   '
                               TO RPT-CERT-DSN.
           MOVE NUM-BRH-SCRUBBED TO RPT-CERT-NUM.
           MOVE ' bureau segments scrubbed     ' TO RPT-CERT-TEXT.
           WRITE REPORT-RECORD FROM RPT-CERT-LINE.
           WRITE REPORT-RECORD FROM RPT-NOT-COVERED-1 AFTER 2.
           WRITE REPORT-RECORD FROM RPT-NOT-COVERED-2.
