               10  CURRENT-MINUTE          PIC 9(2).
               10  CURRENT-SECOND          PIC 9(2).
               10  CURRENT-HNDSEC          PIC 9(2).
      *
       01  SAM30                           PIC X(8)  VALUE 'SAM30'.
       COPY BUSDPARM.
      *
       01  WS-FIELDS.
           05  WS-JRNL-STATUS          PIC X(2)  VALUE SPACES.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM14 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .

           PERFORM 706-READ-RUN-PARMS .
           PERFORM 700-OPEN-FILES .
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
           CLOSE JOURNAL-FILE .
           CLOSE RECOVERY-FILE-INDEXED .
