      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * PROGRAM:  SAM39
      *
      * AUTHOR :  Doug Stout
      *
      * SKIP-TRACE LIST.
      *
      * READS THE CURRENT MASTER GENERATION AND LISTS EVERY CUSTOMER
      * WHOSE MAIL HAS COME BACK UNDELIVERABLE (RETMAIL-DATE SET BY
      * SAM1'S RETMAL TRANSACTION, CLEARED BY THE NEXT ADDRESS
      * CHANGE) AND WHO STILL OWES MONEY -- A BALANCE ABOVE ZERO.
      * EACH CUSTOMER PRINTS WITH THE BALANCE IN ITS OWN CURRENCY,
      * THE DATE THE MAIL CAME BACK, THE DAYS SINCE THEN (TO THE
      * BUSINESS DATE) AND THE LAST ADDRESS ON FILE, FOLLOWED BY
      * THE LAST KNOWN COPY OF EACH OF ITS CONTACT RECORDS FROM THE
      * CONTACTS DATASET THE NIGHTLY SPLITS THEM TO, SO COLLECTIONS
      * HAS SOMEWHERE ELSE TO START LOOKING.  THE CONTACTS DATASET
      * IS ADDED TO EVERY NIGHT, SO A CONTACT KEY SEEN MORE THAN
      * ONCE KEEPS ITS LATEST COPY.  THE FOOT OF THE REPORT TOTALS
      * THE MARKED CUSTOMERS AND THE BALANCE LISTED BY CURRENCY
      * (BLANK = BASE CURRENCY).
      *
      * READ ONLY - NOTHING IS UPDATED.  RC 16 = FILE OPEN FAILURE,
      * RC 4 = A TABLE FILLED AND SOME CUSTOMERS OR CONTACTS WERE
      * LEFT OFF THE LIST.
      *
      * PARM CARD (OPTIONAL, KEYWORD=VALUE):
      *    MINDAYS=nnn   LIST ONLY MAIL RETURNED AT LEAST nnn DAYS
      *                  AGO                            (DEFAULT 0)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM39.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CUSTFILE-STATUS WS-CUSTFILE-STATUS-2.

            SELECT OPTIONAL CONTACT-FILE ASSIGN TO CONTFILE
                   FILE STATUS  IS  WS-CONT-STATUS WS-CONT-STATUS-2.

            SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO PARMCARD
                   FILE STATUS  IS  WS-PARM-STATUS WS-PARM-STATUS-2.

            SELECT REPORT-FILE      ASSIGN TO SKIPRPT
                   FILE STATUS  IS  WS-REPORT-STATUS WS-REPORT-STATUS-2.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           RECORDING MODE IS V
           RECORD IS VARYING FROM 20 TO 596 CHARACTERS.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==CUST==.

       FD  CONTACT-FILE
           RECORDING MODE IS V
           RECORD IS VARYING FROM 20 TO 596 CHARACTERS.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==CONT==.

       FD  RUN-PARM-FILE
           RECORDING MODE IS F.
       01  RUN-PARM-RECORD            PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       01  SYSTEM-DATE-AND-TIME.
           05  CURRENT-DATE.
               10  CURRENT-YEAR            PIC 9(2).
               10  CURRENT-MONTH           PIC 9(2).
               10  CURRENT-DAY             PIC 9(2).
           05  CURRENT-TIME.
               10  CURRENT-HOUR            PIC 9(2).
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
           05  WS-CONT-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-CONT-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-PARM-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-CUST-FILE-EOF        PIC X     VALUE 'N'.
           05  WS-CONT-EOF             PIC X     VALUE 'N'.
           05  WS-PARM-EOF             PIC X     VALUE 'N'.
           05  WS-PARM-KEYWORD         PIC X(20) VALUE SPACES.
           05  WS-PARM-VALUE           PIC X(20) VALUE SPACES.
           05  WS-FILE-ERROR           PIC X     VALUE 'N'.
           05  WS-MIN-DAYS             PIC 9(3)  VALUE 0.
           05  WS-RUN-DAYS             PIC S9(9) COMP VALUE +0.
           05  WS-SINCE-DAYS           PIC S9(9) COMP VALUE +0.
           05  WS-RTM-DATE             PIC 9(6)  VALUE 0.
           05  FILLER  REDEFINES WS-RTM-DATE.
               10  WS-RTM-YY           PIC 99.
               10  WS-RTM-MM           PIC 99.
               10  WS-RTM-DD           PIC 99.
           05  WS-SKP-IX               PIC S9(4) COMP VALUE +0.
           05  WS-SKP-FOUND            PIC S9(4) COMP VALUE +0.
           05  WS-SCT-IX               PIC S9(4) COMP VALUE +0.
           05  WS-SCT-FOUND            PIC S9(4) COMP VALUE +0.
           05  WS-SCT-PRINTED          PIC S9(4) COMP VALUE +0.
           05  WS-CCY-IX               PIC S9(4) COMP VALUE +0.
           05  WS-CCY-FOUND            PIC S9(4) COMP VALUE +0.

      *        One row per customer listed, in master key order.
       01  SKIP-TABLE.
           05  WS-SKP-CNT              PIC S9(4) COMP VALUE +0.
           05  WS-SKP-MAX              PIC S9(4) COMP VALUE +2000.
           05  SKP-ENTRY OCCURS 2000.
               10  SKP-ID              PIC X(8).
               10  SKP-NAME            PIC X(17).
               10  SKP-BALANCE         PIC S9(7)V99  COMP-3.
               10  SKP-CURRENCY        PIC X(3).
               10  SKP-RETMAIL-DATE    PIC 9(6).
               10  SKP-DAYS            PIC S9(7)     COMP-3.
               10  SKP-ADDR            PIC X(20).
               10  SKP-CITY            PIC X(14).
               10  SKP-STATE           PIC X(02).
               10  SKP-POSTAL-CODE     PIC X(10).
               10  SKP-COUNTRY         PIC X(11).

      *        Contact records belonging to a listed customer; the
      *        owner is the customer's SKIP-TABLE row.
       01  SKIP-CONTACT-TABLE.
           05  WS-SCT-CNT              PIC S9(4) COMP VALUE +0.
           05  WS-SCT-MAX              PIC S9(4) COMP VALUE +5000.
           05  SCT-ENTRY OCCURS 5000.
               10  SCT-OWNER           PIC S9(4) COMP.
               10  SCT-KEY             PIC X(9).
               10  SCT-NAME            PIC X(17).
               10  SCT-DESCRIPTION     PIC X(10).
               10  SCT-INFO            PIC X(20).
               10  SCT-METHOD          PIC X(05).

      *        Balance listed, by currency.
       01  CURRENCY-TABLE.
           05  WS-CCY-CNT              PIC S9(4) COMP VALUE +0.
           05  WS-CCY-MAX              PIC S9(4) COMP VALUE +50.
           05  CCY-ENTRY OCCURS 50.
               10  CCY-CODE            PIC X(3).
               10  CCY-CNT             PIC S9(7)     COMP-3.
               10  CCY-BALANCE         PIC S9(11)V99 COMP-3.

       01  SKIP-TRACE-TOTALS.
           05  NUM-RECS-READ         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-MASTER-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-MARKED            PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-NO-BALANCE        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TOO-RECENT        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CONTACTS-READ     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CONTACTS-LISTED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-TABLE-FULL        PIC S9(9)   COMP-3  VALUE +0.
      *
       01 RPT-HEADER1.
           05  FILLER                     PIC X(40)
                     VALUE 'SKIP-TRACE LIST                   DATE: '.
           05  RPT-MM                     PIC 99.
           05  FILLER                     PIC X     VALUE '/'.
           05  RPT-DD                     PIC 99.
           05  FILLER                     PIC X     VALUE '/'.
           05  RPT-YY                     PIC 99.
           05  FILLER                     PIC X(20)
                          VALUE ' (mm/dd/yy)   TIME: '.
           05  RPT-HH                     PIC 99.
           05  FILLER                     PIC X     VALUE ':'.
           05  RPT-MIN                    PIC 99.
           05  FILLER                     PIC X     VALUE ':'.
           05  RPT-SS                     PIC 99.
           05  FILLER                     PIC X(55) VALUE SPACES.
       01  RPT-MIN-DAYS-LINE.
           05  FILLER PIC X(48) VALUE
               'Undeliverable, balance owing, returned at least '.
           05  RPT-MIN-DAYS        PIC ZZ9.
           05  FILLER PIC X(10) VALUE ' days ago.'.
           05  FILLER PIC X(71) VALUE SPACES.
       01  RPT-SKIP-COL1.
           05  FILLER PIC X(10) VALUE 'CUST ID'.
           05  FILLER PIC X(19) VALUE 'NAME'.
           05  FILLER PIC X(5)  VALUE 'CCY'.
           05  FILLER PIC X(17) VALUE '        BALANCE'.
           05  FILLER PIC X(10) VALUE 'RETURNED'.
           05  FILLER PIC X(8)  VALUE '  DAYS'.
           05  FILLER PIC X(63) VALUE 'LAST ADDRESS ON FILE'.
       01  RPT-SKIP-LINE.
           05  RPT-SKP-ID          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-SKP-NAME        PIC X(17).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-SKP-CCY         PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-SKP-BALANCE     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-SKP-RET-MM      PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  RPT-SKP-RET-DD      PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  RPT-SKP-RET-YY      PIC 99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-SKP-DAYS        PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-SKP-ADDR        PIC X(20).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-SKP-CITY        PIC X(14).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-SKP-STATE       PIC X(02).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-SKP-POSTAL-CODE PIC X(10).
           05  FILLER              PIC X     VALUE SPACES.
           05  RPT-SKP-COUNTRY     PIC X(11).
           05  FILLER              PIC X(2)  VALUE SPACES.
       01  RPT-CONTACT-LINE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  RPT-SCT-LABEL       PIC X(9).
           05  RPT-SCT-NAME        PIC X(17).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-SCT-DESCRIPTION PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-SCT-INFO        PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-SCT-METHOD      PIC X(05).
           05  FILLER              PIC X(55) VALUE SPACES.
       01  RPT-NO-CONTACT-LINE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(40) VALUE
               'No contact records on file.'.
           05  FILLER              PIC X(82) VALUE SPACES.
       01  RPT-NONE-LINE.
           05  FILLER PIC X(48) VALUE
               'No undeliverable customers with a balance owing.'.
           05  FILLER PIC X(84) VALUE SPACES.
       01  RPT-CCY-HDR.
           05  FILLER PIC X(48) VALUE
               'Balance listed by currency:'.
           05  FILLER PIC X(84) VALUE SPACES.
       01  RPT-CCY-COL1.
           05  FILLER PIC X(10) VALUE 'CCY'.
           05  FILLER PIC X(30) VALUE
               ' CUSTOMERS             BALANCE'.
           05  FILLER PIC X(92) VALUE SPACES.
       01  RPT-CCY-LINE.
           05  RPT-CCY-CODE        PIC X(3).
           05  FILLER              PIC X(7)  VALUE SPACES.
           05  RPT-CCY-CNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  RPT-CCY-BALANCE     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(92) VALUE SPACES.
       01  RPT-SKP-TOTAL-LINE.
           05  RPT-SKP-TOTAL-TEXT  PIC X(30).
           05  RPT-SKP-TOTAL-NUM   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       000-MAIN.
           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM39 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .
           MOVE 'N' TO BDS-FUNCTION .
           MOVE BDS-BUS-DATE TO BDS-DATE-IN .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE BDS-DAY-NUMBER TO WS-RUN-DAYS .

           PERFORM 706-READ-RUN-PARMS .
           PERFORM 700-OPEN-FILES .
           PERFORM 800-INIT-REPORT .

           IF WS-FILE-ERROR NOT = 'Y'
               PERFORM 100-READ-ONE-MASTER
                       UNTIL WS-CUST-FILE-EOF = 'Y'
               IF WS-SKP-CNT > 0
                   PERFORM 715-LOAD-CONTACTS
               END-IF
           END-IF .

           PERFORM 850-REPORT-SKIP-TRACE .
           PERFORM 790-CLOSE-FILES .

           DISPLAY 'SAM39 MASTER RECORDS READ  = '
                   NUM-MASTER-RECS .
           DISPLAY 'SAM39 MARKED UNDELIVERABLE = '
                   NUM-MARKED .
           DISPLAY 'SAM39 CUSTOMERS LISTED     = '
                   WS-SKP-CNT .
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM39 STOPPED TIME = ' CURRENT-HOUR ':'
                  CURRENT-MINUTE ':' CURRENT-SECOND.
           GOBACK .

       100-READ-ONE-MASTER.
           READ CUSTOMER-FILE
             AT END MOVE 'Y' TO WS-CUST-FILE-EOF
           END-READ.
           EVALUATE WS-CUSTFILE-STATUS
              WHEN '00'
              WHEN '04'
                  IF CUST-KEY = ALL '9'
                      MOVE 'Y' TO WS-CUST-FILE-EOF
                  ELSE
                      ADD +1 TO NUM-RECS-READ
                      IF CUST-REC-TYPE = 'A'
                          ADD +1 TO NUM-MASTER-RECS
                          PERFORM 110-CHECK-MASTER-REC
                      END-IF
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-CUST-FILE-EOF
              WHEN OTHER
                  DISPLAY 'CUSTOMER FILE READ ERROR. RC:'
                          WS-CUSTFILE-STATUS '/' WS-CUSTFILE-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-CUST-FILE-EOF
           END-EVALUATE .

       110-CHECK-MASTER-REC.
      *
      *        Zero, spaces or anything not numeric in RETMAIL-DATE
      *        means the address is good.  A marked customer with
      *        nothing owing (or a credit) is counted, not listed.
      *
           IF CUST-RETMAIL-DATE NOT NUMERIC
              OR CUST-RETMAIL-DATE = ZERO
               CONTINUE
           ELSE
               ADD +1 TO NUM-MARKED
               IF CUST-ACCT-BALANCE NOT NUMERIC
                  OR CUST-ACCT-BALANCE NOT > 0
                   ADD +1 TO NUM-NO-BALANCE
               ELSE
                   PERFORM 115-COMPUTE-DAYS-SINCE
                   IF WS-SINCE-DAYS < WS-MIN-DAYS
                       ADD +1 TO NUM-TOO-RECENT
                   ELSE
                       IF WS-SKP-CNT < WS-SKP-MAX
                           PERFORM 120-ADD-SKIP-ENTRY
                       ELSE
                           ADD +1 TO NUM-TABLE-FULL
                       END-IF
                   END-IF
               END-IF
           END-IF .

       115-COMPUTE-DAYS-SINCE.
      *        a returned date that is no real date counts as
      *        returned today
           MOVE 'N' TO BDS-FUNCTION.
           MOVE CUST-RETMAIL-DATE TO BDS-DATE-IN.
           CALL SAM30 USING BUSINESS-DATE-PARMS.
           IF BDS-RETURN = '00'
               COMPUTE WS-SINCE-DAYS = WS-RUN-DAYS - BDS-DAY-NUMBER
           ELSE
               MOVE 0 TO WS-SINCE-DAYS
           END-IF.
           IF WS-SINCE-DAYS < 0
               MOVE 0 TO WS-SINCE-DAYS
           END-IF .

       120-ADD-SKIP-ENTRY.
           ADD +1 TO WS-SKP-CNT.
           MOVE CUST-ID            TO SKP-ID(WS-SKP-CNT).
           MOVE CUST-NAME          TO SKP-NAME(WS-SKP-CNT).
           MOVE CUST-ACCT-BALANCE  TO SKP-BALANCE(WS-SKP-CNT).
           MOVE CUST-CURRENCY      TO SKP-CURRENCY(WS-SKP-CNT).
           MOVE CUST-RETMAIL-DATE  TO SKP-RETMAIL-DATE(WS-SKP-CNT).
           MOVE WS-SINCE-DAYS      TO SKP-DAYS(WS-SKP-CNT).
           MOVE CUST-ADDR          TO SKP-ADDR(WS-SKP-CNT).
           MOVE CUST-CITY          TO SKP-CITY(WS-SKP-CNT).
           MOVE CUST-STATE         TO SKP-STATE(WS-SKP-CNT).
           MOVE CUST-POSTAL-CODE   TO SKP-POSTAL-CODE(WS-SKP-CNT).
           MOVE CUST-COUNTRY       TO SKP-COUNTRY(WS-SKP-CNT).
           PERFORM 130-TOTAL-CURRENCY .

       130-TOTAL-CURRENCY.
           MOVE 0 TO WS-CCY-FOUND.
           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
             UNTIL WS-CCY-IX > WS-CCY-CNT
                OR WS-CCY-FOUND > 0
               IF CCY-CODE(WS-CCY-IX) = CUST-CURRENCY
                   MOVE WS-CCY-IX TO WS-CCY-FOUND
               END-IF
           END-PERFORM.
           IF WS-CCY-FOUND = 0
               IF WS-CCY-CNT < WS-CCY-MAX
                   ADD +1 TO WS-CCY-CNT
                   MOVE WS-CCY-CNT TO WS-CCY-FOUND
                   MOVE CUST-CURRENCY TO CCY-CODE(WS-CCY-FOUND)
                   MOVE +0 TO CCY-CNT(WS-CCY-FOUND)
                              CCY-BALANCE(WS-CCY-FOUND)
               ELSE
                   ADD +1 TO NUM-TABLE-FULL
               END-IF
           END-IF.
           IF WS-CCY-FOUND > 0
               ADD +1 TO CCY-CNT(WS-CCY-FOUND)
               ADD CUST-ACCT-BALANCE TO CCY-BALANCE(WS-CCY-FOUND)
           END-IF .

       700-OPEN-FILES.
           OPEN OUTPUT   REPORT-FILE .
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING REPORT FILE. RC:'
                     WS-REPORT-STATUS '/' WS-REPORT-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           OPEN INPUT    CUSTOMER-FILE .
           IF WS-CUSTFILE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTOMER INPUT FILE. RC:'
                     WS-CUSTFILE-STATUS '/' WS-CUSTFILE-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .

       706-READ-RUN-PARMS.
           OPEN INPUT RUN-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NO PARM CARD - EVERY RETURN LISTED. RC:'
                       WS-PARM-STATUS '/' WS-PARM-STATUS-2
           ELSE
               MOVE 'N' TO WS-PARM-EOF
               PERFORM 707-READ-ONE-PARM
                   UNTIL WS-PARM-EOF = 'Y'
               CLOSE RUN-PARM-FILE
           END-IF .

       707-READ-ONE-PARM.
           READ RUN-PARM-FILE
             AT END MOVE 'Y' TO WS-PARM-EOF
           END-READ.
           IF WS-PARM-EOF NOT = 'Y' AND WS-PARM-STATUS = '00'
               IF RUN-PARM-RECORD(1:1) NOT = '*'
                      AND RUN-PARM-RECORD NOT = SPACES
                   MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
                   UNSTRING RUN-PARM-RECORD DELIMITED BY '='
                       INTO WS-PARM-KEYWORD WS-PARM-VALUE
                   END-UNSTRING
                   EVALUATE WS-PARM-KEYWORD
                       WHEN 'MINDAYS'
                           IF WS-PARM-VALUE(1:3) NUMERIC
                              AND WS-PARM-VALUE(4:) = SPACES
                               MOVE WS-PARM-VALUE(1:3) TO WS-MIN-DAYS
                           ELSE
                               DISPLAY 'BAD MINDAYS PARM IGNORED: '
                                       WS-PARM-VALUE
                           END-IF
                       WHEN OTHER
                           DISPLAY 'UNKNOWN PARM IGNORED: '
                                   WS-PARM-KEYWORD
                   END-EVALUATE
               END-IF
           END-IF .

       715-LOAD-CONTACTS.
           OPEN INPUT CONTACT-FILE.
           IF WS-CONT-STATUS NOT = '00'
               DISPLAY 'NO CONTACT DATASET PRESENT - NO CONTACTS '
                       'LISTED. RC:' WS-CONT-STATUS '/'
                       WS-CONT-STATUS-2
           ELSE
               MOVE 'N' TO WS-CONT-EOF
               PERFORM 716-LOAD-ONE-CONTACT
                   UNTIL WS-CONT-EOF = 'Y'
               CLOSE CONTACT-FILE
           END-IF.

       716-LOAD-ONE-CONTACT.
           READ CONTACT-FILE
             AT END MOVE 'Y' TO WS-CONT-EOF
           END-READ.
           EVALUATE WS-CONT-STATUS
              WHEN '00'
              WHEN '04'
                  IF CONT-CONTACT-REC-TYPE NOT = 'A'
                      ADD +1 TO NUM-CONTACTS-READ
                      PERFORM 717-NOTE-CONTACT
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-CONT-EOF
              WHEN OTHER
                  DISPLAY 'CONTACT DATASET READ ERROR. RC:'
                          WS-CONT-STATUS '/' WS-CONT-STATUS-2
                  MOVE 'Y' TO WS-CONT-EOF
           END-EVALUATE.

       717-NOTE-CONTACT.
      *
      *        Only contacts of a listed customer are kept.  The
      *        dataset grows night by night, so a contact key
      *        already in the table is overlaid with the later copy.
      *
           MOVE 0 TO WS-SKP-FOUND.
           PERFORM VARYING WS-SKP-IX FROM 1 BY 1
             UNTIL WS-SKP-IX > WS-SKP-CNT
                OR WS-SKP-FOUND > 0
                OR SKP-ID(WS-SKP-IX) > CONT-CONTACT-ID
               IF SKP-ID(WS-SKP-IX) = CONT-CONTACT-ID
                   MOVE WS-SKP-IX TO WS-SKP-FOUND
               END-IF
           END-PERFORM.
           IF WS-SKP-FOUND > 0
               MOVE 0 TO WS-SCT-FOUND
               PERFORM VARYING WS-SCT-IX FROM 1 BY 1
                 UNTIL WS-SCT-IX > WS-SCT-CNT
                    OR WS-SCT-FOUND > 0
                   IF SCT-KEY(WS-SCT-IX) = CONT-CONTACT-KEY
                       MOVE WS-SCT-IX TO WS-SCT-FOUND
                   END-IF
               END-PERFORM
               IF WS-SCT-FOUND = 0
                   IF WS-SCT-CNT < WS-SCT-MAX
                       ADD +1 TO WS-SCT-CNT
                       MOVE WS-SCT-CNT TO WS-SCT-FOUND
                       MOVE WS-SKP-FOUND TO SCT-OWNER(WS-SCT-FOUND)
                       MOVE CONT-CONTACT-KEY TO SCT-KEY(WS-SCT-FOUND)
                   ELSE
                       ADD +1 TO NUM-TABLE-FULL
                   END-IF
               END-IF
               IF WS-SCT-FOUND > 0
                   MOVE CONT-CONTACT-NAME
                               TO SCT-NAME(WS-SCT-FOUND)
                   MOVE CONT-DESCRIPTION
                               TO SCT-DESCRIPTION(WS-SCT-FOUND)
                   MOVE CONT-CONTACT-INFO
                               TO SCT-INFO(WS-SCT-FOUND)
                   MOVE CONT-PREF-CONTACT-METHOD
                               TO SCT-METHOD(WS-SCT-FOUND)
               END-IF
           END-IF.

       780-GET-BUSINESS-DATE.
      *
      *        Days since the mail came back are counted to the
      *        business date on the shared control record (SAM30
      *        service).  No BUSDATE DD = system date.
      *
           MOVE 'G' TO BDS-FUNCTION .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE BDS-BUS-YYMMDD TO CURRENT-DATE .

       790-CLOSE-FILES.
           IF WS-FILE-ERROR NOT = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF .
           CLOSE REPORT-FILE .

       800-INIT-REPORT.
           MOVE CURRENT-YEAR   TO RPT-YY.
           MOVE CURRENT-MONTH  TO RPT-MM.
           MOVE CURRENT-DAY    TO RPT-DD.
           MOVE CURRENT-HOUR   TO RPT-HH.
           MOVE CURRENT-MINUTE TO RPT-MIN.
           MOVE CURRENT-SECOND TO RPT-SS.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           MOVE WS-MIN-DAYS TO RPT-MIN-DAYS.
           WRITE REPORT-RECORD FROM RPT-MIN-DAYS-LINE AFTER 2.
           WRITE REPORT-RECORD FROM RPT-SKIP-COL1 AFTER 2.

       850-REPORT-SKIP-TRACE.
           IF WS-SKP-CNT = 0
               WRITE REPORT-RECORD FROM RPT-NONE-LINE
           END-IF.
           PERFORM VARYING WS-SKP-IX FROM 1 BY 1
             UNTIL WS-SKP-IX > WS-SKP-CNT
               PERFORM 855-WRITE-SKIP-ENTRY
           END-PERFORM.
      *
      *        Balance listed, a line per currency.
      *
           IF WS-CCY-CNT > 0
               WRITE REPORT-RECORD FROM RPT-CCY-HDR AFTER 2
               WRITE REPORT-RECORD FROM RPT-CCY-COL1
           END-IF.
           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
             UNTIL WS-CCY-IX > WS-CCY-CNT
               MOVE CCY-CODE(WS-CCY-IX)    TO RPT-CCY-CODE
               MOVE CCY-CNT(WS-CCY-IX)     TO RPT-CCY-CNT
               MOVE CCY-BALANCE(WS-CCY-IX) TO RPT-CCY-BALANCE
               WRITE REPORT-RECORD FROM RPT-CCY-LINE
           END-PERFORM.
           MOVE 'Master records read:        '
                               TO RPT-SKP-TOTAL-TEXT.
           MOVE NUM-MASTER-RECS TO RPT-SKP-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-SKP-TOTAL-LINE AFTER 2.
           MOVE 'Marked undeliverable:       '
                               TO RPT-SKP-TOTAL-TEXT.
           MOVE NUM-MARKED     TO RPT-SKP-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-SKP-TOTAL-LINE.
           MOVE '  nothing owing:            '
                               TO RPT-SKP-TOTAL-TEXT.
           MOVE NUM-NO-BALANCE TO RPT-SKP-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-SKP-TOTAL-LINE.
           IF WS-MIN-DAYS > 0
               MOVE '  returned too recently:    '
                                   TO RPT-SKP-TOTAL-TEXT
               MOVE NUM-TOO-RECENT TO RPT-SKP-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-SKP-TOTAL-LINE
           END-IF.
           MOVE '  listed:                   '
                               TO RPT-SKP-TOTAL-TEXT.
           MOVE WS-SKP-CNT     TO RPT-SKP-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-SKP-TOTAL-LINE.
           MOVE 'Contact records listed:     '
                               TO RPT-SKP-TOTAL-TEXT.
           MOVE NUM-CONTACTS-LISTED TO RPT-SKP-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-SKP-TOTAL-LINE.
           IF NUM-TABLE-FULL > 0
               MOVE 'Not listed - table full:    '
                                   TO RPT-SKP-TOTAL-TEXT
               MOVE NUM-TABLE-FULL TO RPT-SKP-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-SKP-TOTAL-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       855-WRITE-SKIP-ENTRY.
           MOVE SKP-ID(WS-SKP-IX)          TO RPT-SKP-ID.
           MOVE SKP-NAME(WS-SKP-IX)        TO RPT-SKP-NAME.
           MOVE SKP-CURRENCY(WS-SKP-IX)    TO RPT-SKP-CCY.
           MOVE SKP-BALANCE(WS-SKP-IX)     TO RPT-SKP-BALANCE.
           MOVE SKP-RETMAIL-DATE(WS-SKP-IX) TO WS-RTM-DATE.
           MOVE WS-RTM-MM                  TO RPT-SKP-RET-MM.
           MOVE WS-RTM-DD                  TO RPT-SKP-RET-DD.
           MOVE WS-RTM-YY                  TO RPT-SKP-RET-YY.
           MOVE SKP-DAYS(WS-SKP-IX)        TO RPT-SKP-DAYS.
           MOVE SKP-ADDR(WS-SKP-IX)        TO RPT-SKP-ADDR.
           MOVE SKP-CITY(WS-SKP-IX)        TO RPT-SKP-CITY.
           MOVE SKP-STATE(WS-SKP-IX)       TO RPT-SKP-STATE.
           MOVE SKP-POSTAL-CODE(WS-SKP-IX) TO RPT-SKP-POSTAL-CODE.
           MOVE SKP-COUNTRY(WS-SKP-IX)     TO RPT-SKP-COUNTRY.
           WRITE REPORT-RECORD FROM RPT-SKIP-LINE AFTER 2.
      *
      *        Its contacts, as last seen in the contacts dataset.
      *
           MOVE 0 TO WS-SCT-PRINTED.
           PERFORM VARYING WS-SCT-IX FROM 1 BY 1
             UNTIL WS-SCT-IX > WS-SCT-CNT
               IF SCT-OWNER(WS-SCT-IX) = WS-SKP-IX
                   PERFORM 856-WRITE-CONTACT-LINE
               END-IF
           END-PERFORM.
           IF WS-SCT-PRINTED = 0
               WRITE REPORT-RECORD FROM RPT-NO-CONTACT-LINE
           END-IF .

       856-WRITE-CONTACT-LINE.
           IF WS-SCT-PRINTED = 0
               MOVE 'CONTACTS:' TO RPT-SCT-LABEL
           ELSE
               MOVE SPACES      TO RPT-SCT-LABEL
           END-IF.
           ADD +1 TO WS-SCT-PRINTED.
           ADD +1 TO NUM-CONTACTS-LISTED.
           MOVE SCT-NAME(WS-SCT-IX)        TO RPT-SCT-NAME.
           MOVE SCT-DESCRIPTION(WS-SCT-IX) TO RPT-SCT-DESCRIPTION.
           MOVE SCT-INFO(WS-SCT-IX)        TO RPT-SCT-INFO.
           MOVE SCT-METHOD(WS-SCT-IX)      TO RPT-SCT-METHOD.
           WRITE REPORT-RECORD FROM RPT-CONTACT-LINE.
