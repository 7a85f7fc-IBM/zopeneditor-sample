      * DO NOT JOURNAL, SO THEIR 'U' RECORDS CANNOT BE REBUILT
      * AND THE REGENERATED TRAILER MAY RUN SHORT OF THE ORIGINAL
      * -- THE REPORT SAYS BY HOW MUCH THE ORIGINAL DIFFERED.
      * THE JOURNAL IMAGES COME OFF THE KEYED JOURNAL STORE
      * (SAM42) BY ITS RUN-DATE PATH, SO ONLY THE NAMED DATE IS
      * READ; THE SAM26ACK JOB LOADS THE STORE FIRST.
      *
      * ACKNOWLEDGMENT RECORD (80 BYTES, '*' IN COL 1 COMMENTS):
      *    COLS  1-8    RECEIVER ID
            SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
                   FILE STATUS  IS  WS-RUNH-STATUS WS-RUNH-STATUS-2.

            SELECT OPTIONAL JSTORE-FILE ASSIGN TO JSTORE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JST-KEY
                   ALTERNATE RECORD KEY IS JST-RUN-STAMP
                   FILE STATUS  IS  WS-JRNL-STATUS WS-JRNL-STATUS-2.

            SELECT OPTIONAL DELTA-FILE-OUT ASSIGN TO DELTAOUT
           RECORDING MODE IS F.
       COPY RUNHREC REPLACING ==:TAG:== BY ==RUNH==.

       FD  JSTORE-FILE.
       COPY JSTREC   REPLACING ==:TAG:== BY ==JST==.

       FD  DELTA-FILE-OUT
           RECORDING MODE IS F.
               10  CURRENT-MINUTE          PIC 9(2).
               10  CURRENT-SECOND          PIC 9(2).
               10  CURRENT-HNDSEC          PIC 9(2).
      *
       01  SAM30                           PIC X(8)  VALUE 'SAM30'.
       COPY BUSDPARM.
      *
       01  WS-FIELDS.
           05  WS-DLTIN-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-JRNL-EOF             PIC X     VALUE 'N'.
           05  WS-FILE-ERROR           PIC X     VALUE 'N'.
           05  WS-REGEN-DATE           PIC X(6)  VALUE SPACES.
           05  WS-REGEN-DATE-FULL      PIC 9(8)  VALUE 0.
           05  WS-REGEN-ADDS           PIC 9(9)  VALUE 0.
           05  WS-REGEN-UPDS           PIC 9(9)  VALUE 0.
           05  WS-REGEN-DELS           PIC 9(9)  VALUE 0.
           05  WS-REGEN-SKIPPED        PIC 9(9)  VALUE 0.

      *        The journal record carried in the store record.
       COPY JRNREC.

      *        Delta trailers seen, one entry per business date.
       01  DELTA-DATE-AREA.
           05  WS-DLT-CNT              PIC S9(4) COMP VALUE +0.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM26 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .

           PERFORM 706-READ-RUN-PARMS .
           IF WS-REGEN-DATE NOT = SPACES
               PERFORM 708-WINDOW-REGEN-DATE
           END-IF .
           PERFORM 700-OPEN-FILES .
           PERFORM 800-INIT-REPORT .

      *
           IF WS-JRNL-STATUS NOT = '00'
              OR WS-DLTOUT-STATUS NOT = '00'
               DISPLAY 'REGENDATE SET BUT JSTORE/DELTAOUT NOT '
                       'AVAILABLE - NOTHING REGENERATED. RC:'
                       WS-JRNL-STATUS '/' WS-DLTOUT-STATUS
           ELSE
               MOVE 'H' TO DLTOUT-ACTION
               MOVE WS-REGEN-DATE TO DLTOUT-BUS-DATE
               WRITE DELTA-RECORD-OUT
               PERFORM 405-POSITION-JOURNAL
               PERFORM 410-REGEN-ONE-JOURNAL-REC
                       UNTIL WS-JRNL-EOF = 'Y'
               MOVE SPACES TO DELTA-RECORD-OUT
               WRITE REPORT-RECORD FROM RPT-RCN-TOTAL-LINE
           END-IF.

       405-POSITION-JOURNAL.
      *
      *        The run-date path returns the date's runs in run-time
      *        order and each run's records in journal order.
      *
           MOVE WS-REGEN-DATE-FULL TO JST-RUN-DATE.
           MOVE 0                  TO JST-RUN-TIME JST-SEQ.
           START JSTORE-FILE KEY IS NOT LESS THAN JST-RUN-STAMP
               INVALID KEY MOVE 'Y' TO WS-JRNL-EOF
           END-START.

       410-REGEN-ONE-JOURNAL-REC.
           READ JSTORE-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-JRNL-EOF
           END-READ.
           EVALUATE WS-JRNL-STATUS
              WHEN '00'
                  IF JST-RUN-DATE NOT = WS-REGEN-DATE-FULL
                      MOVE 'Y' TO WS-JRNL-EOF
                  ELSE
                      MOVE JST-JOURNAL TO JOURNAL-RECORD
                      PERFORM 420-WRITE-REGEN-REC
                  END-IF
              WHEN '10'
                         ACK-FILE
                         RUN-HISTORY-FILE
                OUTPUT   REPORT-FILE .
           OPEN INPUT    JSTORE-FILE .
           OPEN OUTPUT   DELTA-FILE-OUT .
           IF WS-DLTIN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DELTA INPUT. RC:'
               END-IF
           END-IF .

       708-WINDOW-REGEN-DATE.
      *
      *        The store carries CCYYMMDD run dates; REGENDATE is
      *        windowed around the business date by SAM30.  A bad
      *        date regenerates nothing but the reconciliation
      *        still runs.
      *
           MOVE 'A' TO BDS-FUNCTION .
           MOVE 0   TO BDS-ADD-DAYS BDS-ADD-MONTHS .
           IF WS-REGEN-DATE NUMERIC
               MOVE WS-REGEN-DATE TO BDS-DATE-IN
               CALL SAM30 USING BUSINESS-DATE-PARMS
           ELSE
               MOVE '08' TO BDS-RETURN
           END-IF .
           IF BDS-RETURN = '00'
               MOVE BDS-DATE-OUT TO WS-REGEN-DATE-FULL
           ELSE
               DISPLAY 'REGENDATE PARM NOT A VALID yymmdd DATE - '
                       'NOTHING REGENERATED: ' WS-REGEN-DATE
               MOVE SPACES TO WS-REGEN-DATE
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
           CLOSE DELTA-FILE-IN .
           CLOSE ACK-FILE .
           CLOSE RUN-HISTORY-FILE .
           IF WS-JRNL-STATUS = '00' OR WS-JRNL-STATUS = '10'
               CLOSE JSTORE-FILE
           END-IF .
           IF WS-DLTOUT-STATUS = '00'
               CLOSE DELTA-FILE-OUT
