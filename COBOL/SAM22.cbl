      *    DELETED  - KEYS ONLY ON THE OLD GENERATION
      *    CHANGED  - KEYS ON BOTH WHOSE RECORDS DIFFER, NAMING
      *               THE FIELDS (BALANCE, ORDERS, MONTH BUCKETS,
      *               NAME, ADDRESS, NOTES, EMAIL, LIMIT, FLAGS,
      *               GROUP, CURRENCY)
      * PLUS NET MOVEMENT TOTALS (RECORDS AND BALANCE).  DOUBLES
      * AS THE VERIFICATION STEP AFTER A SAM8 BACKOUT DECK OR A
      * SAM14 ROLL-FORWARD IS APPLIED.  GENERATION CONTROL

       FD  OLD-GEN-FILE
           RECORDING MODE IS V
           RECORD IS VARYING FROM 20 TO 596 CHARACTERS
               DEPENDING ON WS-OLD-REC-LEN.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==OLDG==.

       FD  NEW-GEN-FILE
           RECORDING MODE IS V
           RECORD IS VARYING FROM 20 TO 596 CHARACTERS
               DEPENDING ON WS-NEW-REC-LEN.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==NEWG==.

       FD  REPORT-FILE
               10  CURRENT-MINUTE          PIC 9(2).
               10  CURRENT-SECOND          PIC 9(2).
               10  CURRENT-HNDSEC          PIC 9(2).
      *
       01  SAM30                           PIC X(8)  VALUE 'SAM30'.
       COPY BUSDPARM.
      *
       01  WS-FIELDS.
           05  WS-OLDGEN-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-OLDGEN-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-NEWGEN-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-NEWGEN-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-OLD-REC-LEN          PIC 9(4)  COMP VALUE 0.
           05  WS-NEW-REC-LEN          PIC 9(4)  COMP VALUE 0.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-OLD-EOF              PIC X     VALUE 'N'.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM22 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .

           PERFORM 700-OPEN-FILES .
           PERFORM 800-INIT-REPORT .
                       WITH POINTER WS-DIFF-POS
                   END-STRING
               END-IF
               IF OLDG-PARENT-ID NOT = NEWG-PARENT-ID
                  OR OLDG-GROUP-CREDIT-LIMIT
                         NOT = NEWG-GROUP-CREDIT-LIMIT
                   STRING 'GROUP ' DELIMITED BY SIZE
                       INTO WS-DIFF-FIELDS
                       WITH POINTER WS-DIFF-POS
                   END-STRING
               END-IF
               IF OLDG-CURRENCY NOT = NEWG-CURRENCY
                   STRING 'CURRENCY ' DELIMITED BY SIZE
                       INTO WS-DIFF-FIELDS
                       WITH POINTER WS-DIFF-POS
                   END-STRING
               END-IF
           END-IF.
           IF WS-DIFF-FIELDS = SPACES
               ADD +1 TO NUM-UNCHANGED
                      MOVE 'Y' TO WS-OLD-EOF
                  ELSE
                      ADD +1 TO NUM-OLD-READ
      *               a master from before the last fields were
      *               appended reads as blank past its own end
                      IF OLDG-REC-TYPE = 'A'
                         AND WS-OLD-REC-LEN < LENGTH OF OLDG-REC
                          MOVE SPACES
                              TO OLDG-REC(WS-OLD-REC-LEN + 1:)
                      END-IF
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-OLD-EOF
                      MOVE 'Y' TO WS-NEW-EOF
                  ELSE
                      ADD +1 TO NUM-NEW-READ
      *               a master from before the last fields were
      *               appended reads as blank past its own end
                      IF NEWG-REC-TYPE = 'A'
                         AND WS-NEW-REC-LEN < LENGTH OF NEWG-REC
                          MOVE SPACES
                              TO NEWG-REC(WS-NEW-REC-LEN + 1:)
                      END-IF
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-NEW-EOF
                  MOVE 'Y' TO WS-NEW-EOF
           END-EVALUATE .

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
           CLOSE OLD-GEN-FILE .
           CLOSE NEW-GEN-FILE .
