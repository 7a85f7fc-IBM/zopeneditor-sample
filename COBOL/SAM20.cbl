      *
      * SUBMITTER ACTIVITY AND DESTRUCTIVE-ACTION AUDIT REPORT.
      *
      * READS THE KEYED JOURNAL STORE (JSTORE, LOADED BY SAM42)
      * THROUGH ITS RUN-DATE PATH FOR A DATE RANGE -- ONLY THE
      * RANGE'S RECORDS ARE READ, AND THE SAM20AUD JOB BRINGS THE
      * STORE UP TO DATE AND CHECKS ITS COVERAGE FIRST -- AND
      * ANSWERS THE AUDIT QUESTION THE AUTHFILE CONTROLS ARE
      * POINTLESS WITHOUT:
      * "SHOW ME EVERYTHING THIS ID CHANGED."
      *
      *    - PER-SUBMITTER SUMMARY: TRANSACTION COUNTS BY ACTION
      *      BALANCES, ADDS COUNTING POSITIVE AND DELETES/MERGES
      *      NEGATIVE).
      *    - DETAIL OF EVERY DESTRUCTIVE ACTION (DELETE, MERGE,
      *      RESTOR, GEN, WRTOFF, WRTREV) WITH ITS KEY AND THE RUN
      *      DATE/TIME FROM JRN-RUN-DATE/JRN-RUN-TIME.  A WRITE-OFF
      *      AND ITS REVERSAL JOURNAL AS UPDATES; THE TRANSACTION
      *      IMAGE SAYS WHICH THEY WERE, AND THEY COUNT AS UPDATES IN
      *      THE SUMMARY.
      *
      * THE SUBMITTER COMES OUT OF THE JOURNALED TRANSACTION IMAGE
      * (TRAN-SUBMITTER; GEN-SUBMITTER FOR A GEN, WHOSE COUNT
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT JSTORE-FILE      ASSIGN TO JSTORE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JST-KEY
                   ALTERNATE RECORD KEY IS JST-RUN-STAMP
                   FILE STATUS  IS  WS-JRNL-STATUS WS-JRNL-STATUS-2.

            SELECT REPORT-FILE      ASSIGN TO AUDRPT
       DATA DIVISION.
       FILE SECTION.

       FD  JSTORE-FILE.
       COPY JSTREC   REPLACING ==:TAG:== BY ==JST==.

       FD  REPORT-FILE
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
           05  WS-DATE-FROM            PIC X(6)  VALUE LOW-VALUES.
           05  WS-DATE-TO              PIC X(6)  VALUE HIGH-VALUES.
           05  WS-SUBMITTER-PARM       PIC X(8)  VALUE SPACES.
      *        The range windowed to the store's CCYYMMDD dates.
           05  WS-DATE-FROM-FULL       PIC 9(8)  VALUE 0.
           05  WS-DATE-TO-FULL         PIC 9(8)  VALUE 99999999.
           05  WS-SUBMITTER            PIC X(8)  VALUE SPACES.
           05  WS-BAL-MOVED            PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-AUD-ACTION           PIC X(6)  VALUE SPACES.
           05  I                       PIC S9(4) COMP VALUE +0.

      *        The journal record carried in the store record, and
      *        the journaled transaction and customer images,
      *        unpacked for submitter and balance extraction.
       COPY JRNREC.
       COPY TRANREC.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==BEF==.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==AFT==.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM20 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .

           PERFORM 706-READ-RUN-PARMS .
           PERFORM 708-WINDOW-DATES .
           PERFORM 700-OPEN-FILES .
           PERFORM 800-INIT-REPORT .

           IF WS-FILE-ERROR NOT = 'Y'
               WRITE REPORT-RECORD FROM RPT-DETAIL-HDR AFTER 2
               WRITE REPORT-RECORD FROM RPT-DETAIL-COL
               MOVE WS-DATE-FROM-FULL TO JST-RUN-DATE
               MOVE 0                 TO JST-RUN-TIME JST-SEQ
               START JSTORE-FILE KEY IS NOT LESS THAN JST-RUN-STAMP
                   INVALID KEY MOVE 'Y' TO WS-JRNL-EOF
               END-START
               PERFORM 100-AUDIT-ONE-REC
                       UNTIL WS-JRNL-EOF = 'Y'
               PERFORM 850-REPORT-SUMMARY
           GOBACK .

       100-AUDIT-ONE-REC.
           READ JSTORE-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-JRNL-EOF
           END-READ.
           IF WS-JRNL-STATUS = '00'
              AND JST-RUN-DATE > WS-DATE-TO-FULL
               MOVE 'Y' TO WS-JRNL-EOF
               MOVE '10' TO WS-JRNL-STATUS
           END-IF.
           EVALUATE WS-JRNL-STATUS
              WHEN '00'
                  MOVE JST-JOURNAL TO JOURNAL-RECORD
                  ADD +1 TO NUM-JRNL-READ
                  PERFORM 110-EXTRACT-SUBMITTER
                  IF WS-SUBMITTER-PARM = SPACES
                     OR WS-SUBMITTER = WS-SUBMITTER-PARM
                      ADD +1 TO NUM-JRNL-SELECTED
                      PERFORM 120-ACCUMULATE-ACTIVITY
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-JRNL-EOF
               END-EVALUATE
               ADD WS-BAL-MOVED TO SUB-BAL-MOVED(WS-SUB-FOUND)
           END-IF.
      *
      *        TRANSACTION-RECORD still holds the image 110 loaded.
      *
           MOVE JRN-ACTION TO WS-AUD-ACTION.
           IF JRN-ACTION = 'UPDATE'
              AND (TRAN-CODE = 'WRTOFF' OR TRAN-CODE = 'WRTREV')
               MOVE TRAN-CODE TO WS-AUD-ACTION
           END-IF.
           EVALUATE WS-AUD-ACTION
               WHEN 'DELETE'
               WHEN 'MERGE '
               WHEN 'RESTOR'
               WHEN 'GEN   '
               WHEN 'WRTOFF'
               WHEN 'WRTREV'
                   ADD +1 TO NUM-DESTRUCTIVE
                   MOVE JRN-RUN-DATE  TO RPT-DET-DATE
                   MOVE JRN-RUN-TIME  TO RPT-DET-TIME
                   MOVE WS-AUD-ACTION TO RPT-DET-ACTION
                   MOVE JRN-TRAN-KEY  TO RPT-DET-KEY
                   MOVE WS-SUBMITTER  TO RPT-DET-SUBMITTER
                   WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
           END-IF.

       700-OPEN-FILES.
           OPEN INPUT    JSTORE-FILE
                OUTPUT   REPORT-FILE .
           IF WS-JRNL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING JOURNAL STORE. RC:'
                     WS-JRNL-STATUS '/' WS-JRNL-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
               END-IF
           END-IF .

       708-WINDOW-DATES.
      *
      *        The store carries CCYYMMDD run dates; DATEFROM and
      *        DATETO are windowed around the business date by
      *        SAM30.  A date that does not window stops the run.
      *
           MOVE 'A' TO BDS-FUNCTION .
           MOVE 0   TO BDS-ADD-DAYS BDS-ADD-MONTHS .
           IF WS-DATE-FROM NOT = LOW-VALUES
               IF WS-DATE-FROM NUMERIC
                   MOVE WS-DATE-FROM TO BDS-DATE-IN
                   CALL SAM30 USING BUSINESS-DATE-PARMS
               ELSE
                   MOVE '08' TO BDS-RETURN
               END-IF
               IF BDS-RETURN = '00'
                   MOVE BDS-DATE-OUT TO WS-DATE-FROM-FULL
               ELSE
                   DISPLAY 'DATEFROM PARM NOT A VALID yymmdd DATE: '
                           WS-DATE-FROM
                   MOVE 8 TO RETURN-CODE
                   MOVE 'Y' TO WS-FILE-ERROR
               END-IF
           END-IF .
           IF WS-DATE-TO NOT = HIGH-VALUES
               IF WS-DATE-TO NUMERIC
                   MOVE WS-DATE-TO TO BDS-DATE-IN
                   CALL SAM30 USING BUSINESS-DATE-PARMS
               ELSE
                   MOVE '08' TO BDS-RETURN
               END-IF
               IF BDS-RETURN = '00'
                   MOVE BDS-DATE-OUT TO WS-DATE-TO-FULL
               ELSE
                   DISPLAY 'DATETO PARM NOT A VALID yymmdd DATE: '
                           WS-DATE-TO
                   MOVE 8 TO RETURN-CODE
                   MOVE 'Y' TO WS-FILE-ERROR
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
           CLOSE REPORT-FILE .

       800-INIT-REPORT.
