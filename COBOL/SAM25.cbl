      * THE COPY; THE GENERATION CONTROL TRAILER PASSES THROUGH.
      * GEN MAKES SYNTHETIC CUSTOMERS BUT CANNOT REPRODUCE REAL
      * DATA SHAPES AND VOLUMES -- THIS CAN.
      *
      * THE SERVICE MEMO FILE IS COPIED ALONGSIDE (MEMOIN ->
      * MEMOOUT, IN KEY ORDER, READY TO LOAD INTO THE TEST KSDS):
      * KEYS, STAMPS, AUTHOR, CATEGORY AND LINE COUNT STAY, BUT
      * EVERY LINE OF FREE TEXT IS REPLACED BY
      * 'ANONYMIZED TEST MEMO LINE n' -- WHAT STAFF WROTE ABOUT A
      * CUSTOMER CANNOT BE FAKED FIELD BY FIELD.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM25.
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CUSTOUT-STATUS WS-CUSTOUT-STATUS-2.

            SELECT MEMO-FILE-IN     ASSIGN TO MEMOIN
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MEMIN-KEY
                   FILE STATUS  IS  WS-MEMIN-STATUS WS-MEMIN-STATUS-2.

            SELECT MEMO-FILE-OUT    ASSIGN TO MEMOOUT
                   FILE STATUS  IS  WS-MEMOUT-STATUS
                                    WS-MEMOUT-STATUS-2.

            SELECT REPORT-FILE      ASSIGN TO ANONRPT
                   FILE STATUS  IS  WS-REPORT-STATUS WS-REPORT-STATUS-2.

       COPY CUSTCOPY REPLACING ==:TAG:== BY ==CSTOUT==.
       COPY MSTTRL   REPLACING ==:TAG:== BY ==CSTOUT==.

       FD  MEMO-FILE-IN
           RECORD CONTAINS 400 CHARACTERS.
       COPY MEMOREC REPLACING ==:TAG:== BY ==MEMIN==.

       FD  MEMO-FILE-OUT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 400 CHARACTERS.
       COPY MEMOREC REPLACING ==:TAG:== BY ==MEMOUT==.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).
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
           05  WS-MEMIN-STATUS         PIC X(2)  VALUE SPACES.
           05  WS-MEMIN-STATUS-2       PIC X(4)  VALUE SPACES.
           05  WS-MEMOUT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-MEMOUT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-REC-LEN              PIC 9(4)  COMP   VALUE 0.
           05  WS-CUST-FILE-EOF        PIC X     VALUE 'N'.
           05  WS-MEMO-FILE-EOF        PIC X     VALUE 'N'.
           05  WS-FILE-ERROR           PIC X     VALUE 'N'.
           05  I                       PIC S9(4) COMP VALUE +0.
           05  WS-MEMO-LINE-NO         PIC 9     VALUE 0.

       COPY CUSTCOPY REPLACING ==:TAG:== BY ==WS-CUST==.

           05  NUM-MASTERS-FAKED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CONTACTS-FAKED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TRAILERS-COPIED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-MEMOS-FAKED       PIC S9(9)   COMP-3  VALUE +0.
      *
       01 RPT-HEADER1.
           05  FILLER                     PIC X(40)
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM25 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .

           PERFORM 700-OPEN-FILES .
           PERFORM 800-INIT-REPORT .
           IF WS-FILE-ERROR NOT = 'Y'
               PERFORM 100-ANONYMIZE-ONE-REC
                       UNTIL WS-CUST-FILE-EOF = 'Y'
               PERFORM 200-ANONYMIZE-ONE-MEMO
                       UNTIL WS-MEMO-FILE-EOF = 'Y'
           END-IF .

           PERFORM 850-REPORT-ANON-TOTALS .
           END-STRING.
           MOVE 'TEST COPY ' TO WS-CUST-DESCRIPTION.

       200-ANONYMIZE-ONE-MEMO.
           READ MEMO-FILE-IN
             AT END MOVE 'Y' TO WS-MEMO-FILE-EOF
           END-READ.
           EVALUATE WS-MEMIN-STATUS
              WHEN '00'
                  MOVE MEMIN-REC TO MEMOUT-REC
                  PERFORM 210-FAKE-MEMO-LINES
                  WRITE MEMOUT-REC
                  ADD +1 TO NUM-MEMOS-FAKED
              WHEN '10'
                  MOVE 'Y' TO WS-MEMO-FILE-EOF
              WHEN OTHER
                  DISPLAY 'SERVICE MEMO READ ERROR. RC:'
                          WS-MEMIN-STATUS '/' WS-MEMIN-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-MEMO-FILE-EOF
           END-EVALUATE .

       210-FAKE-MEMO-LINES.
      *
      *        A line in use keeps its place (so the screen and the
      *        dossier page the same way) but none of its words.
      *
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
               IF MEMOUT-LINE(I) NOT = SPACES
                   MOVE SPACES TO MEMOUT-LINE(I)
                   MOVE I      TO WS-MEMO-LINE-NO
                   STRING 'ANONYMIZED TEST MEMO LINE '
                                        DELIMITED BY SIZE
                          WS-MEMO-LINE-NO DELIMITED BY SIZE
                       INTO MEMOUT-LINE(I)
                   END-STRING
               END-IF
           END-PERFORM.

       700-OPEN-FILES.
           OPEN INPUT    CUSTOMER-FILE
                         MEMO-FILE-IN
                OUTPUT   CUSTOMER-FILE-OUT
                         MEMO-FILE-OUT
                         REPORT-FILE .
           IF WS-CUSTFILE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTOMER INPUT FILE. RC:'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           IF WS-MEMIN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING SERVICE MEMO INPUT. RC:'
                     WS-MEMIN-STATUS '/' WS-MEMIN-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           IF WS-MEMOUT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING SERVICE MEMO OUTPUT. RC:'
                     WS-MEMOUT-STATUS '/' WS-MEMOUT-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING REPORT FILE. RC:'
                     WS-REPORT-STATUS '/' WS-REPORT-STATUS-2
             MOVE 'Y' TO WS-FILE-ERROR
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
           CLOSE MEMO-FILE-IN .
           CLOSE MEMO-FILE-OUT .
           CLOSE REPORT-FILE .

       800-INIT-REPORT.
                               TO RPT-ANON-TOTAL-TEXT.
           MOVE NUM-TRAILERS-COPIED TO RPT-ANON-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-ANON-TOTAL-LINE.
           MOVE 'Service memos anonymized:   '
                               TO RPT-ANON-TOTAL-TEXT.
           MOVE NUM-MEMOS-FAKED TO RPT-ANON-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-ANON-TOTAL-LINE.
