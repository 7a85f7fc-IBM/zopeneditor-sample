      * EDITRPT.  KEYS ADDED EARLIER IN THE SAME DECK COUNT AS
      * EXISTING, SO AN ADD FOLLOWED BY ITS UPDATES STILL EDITS
      * CLEAN.  NO CUSTIDX DD = FORMAT EDITS ONLY, AS BEFORE.
      *
      * ORDER TRANSACTIONS GET THE PARM EDITS SAM1 MAKES (ORDER
      * NUMBER PRESENT, AMOUNT NUMERIC AND NON-ZERO, DATE BLANK OR A
      * VALID YYMMDD) AND THE KEY-EXISTS CHECK.  AN ORDREV (ORDER
      * REVERSAL) NEEDS THE ORDER NUMBER AND A NUMERIC AMOUNT, AND
      * THE KEY-EXISTS CHECK; WHETHER THE ORDER IS ON FILE, POSTED
      * AND FOR THAT AMOUNT NEEDS THE ORDER-DETAIL FILE AND IS LEFT
      * TO THE NIGHTLY RUN.
      *
      * PTP (PAYMENT ARRANGEMENT) TRANSACTIONS GET SAM1'S PARM EDITS
      * (AMOUNT NUMERIC AND NON-ZERO, FREQUENCY W/B/M, 1-24
      * INSTALLMENTS, FIRST DUE DATE BLANK OR A VALID YYMMDD) AND,
      * LIKE PTPCAN, THE KEY-EXISTS CHECK.  WHETHER AN ARRANGEMENT
      * IS ALREADY OPEN NEEDS THE PROMISE FILE AND IS LEFT TO THE
      * NIGHTLY RUN.
      *
      * DISPUTE-CASE TRANSACTIONS (DSPOPN, DSPADJ, DSPCLS) GET SAM1'S
      * PARM EDITS (CASE NUMBER PRESENT; AN AMOUNT NUMERIC AND
      * NON-ZERO, OPTIONAL ON DSPCLS; A REASON ON DSPOPN; DSPCLS
      * RESOLUTION C OR R) AND THE KEY-EXISTS CHECK.  THE CASE ITSELF
      * AND THE CEILING OF THE BALANCE NEED THE DISPUTE FILE AND ARE
      * LEFT TO THE NIGHTLY RUN.
      *
      * WRTOFF AND WRTREV (WRITE-OFF AND ITS REVERSAL) GET THE
      * KEY-EXISTS CHECK; WHETHER THE ACCOUNT HAS A BALANCE, IS
      * ALREADY WRITTEN OFF OR HAS OPEN DISPUTES NEEDS THE MASTER AS
      * IT STANDS AT NIGHT AND THE BAD-DEBT LEDGER, AND IS LEFT TO
      * THE NIGHTLY RUN.
      *
      * TRNSFR (BALANCE TRANSFER) GETS SAM1'S PARM EDITS (FROM AND TO
      * KEYS PRESENT, DIFFERENT, BOTH MASTER KEYS, THE CARD'S KEY THE
      * LOWER OF THE TWO; AMOUNT NUMERIC AND NON-ZERO; CURRENCY
      * BLANK OR A VALID CODE) AND, LIKE MERGE, BOTH KEYS MUST EXIST.
      * THE RECEIVING CREDIT LIMIT, WRITE-OFF MARKS AND MATCHING
      * CURRENCIES ARE LEFT TO THE NIGHTLY RUN.
      *
      * RETMAL (RETURNED MAIL) GETS SAM1'S PARM EDITS (A MASTER KEY;
      * DATE BLANK OR A VALID YYMMDD) AND THE KEY-EXISTS CHECK.  THE
      * RETMAIL UPDATE FIELD IS EDITED AS SAM2 EDITS IT (REPLACE
      * ONLY, SIX DIGITS).
      *
      * THE SEGMENT UPDATE FIELD IS EDITED AS SAM2 EDITS IT (REPLACE
      * ONLY, ONE OF THE SAM45 SEGMENT CODES OR SPACE).
      *
      * THE NOTE UPDATE FIELD IS EDITED AS SAM2 EDITS IT (ADD ONLY,
      * TEXT NOT BLANK).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM3.
               10  CURRENT-MINUTE          PIC 9(2).
               10  CURRENT-SECOND          PIC 9(2).
               10  CURRENT-HNDSEC          PIC 9(2).
      *
       01  SAM30                           PIC X(8)  VALUE 'SAM30'.
       COPY BUSDPARM.
      *
       01  WS-FIELDS.
           05  WS-TRANFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-IDX-ACTIVE           PIC X     VALUE 'N'.
           05  WS-KEY-ON-FILE          PIC X     VALUE 'N'.
           05  WS-CHECK-KEY            PIC X(9)  VALUE SPACES.
           05  WS-EDIT-CCY             PIC X(3)  VALUE SPACES.
           05  WS-EDIT-ACTION          PIC X(8)  VALUE SPACES.
           05  WS-EDIT-CYCLE           PIC X(2)  VALUE SPACES.
           05  WS-EDIT-RETMAIL         PIC X(6)  VALUE SPACES.
           05  WS-EDIT-SEGMENT         PIC X     VALUE SPACE.
           05  WS-EDIT-NOTE            PIC X(36) VALUE SPACES.
           05  WS-TRAN1-EOF            PIC X     VALUE 'N'.
           05  WS-TRAN2-EOF            PIC X     VALUE 'N'.
           05  WS-TRAN1-PRIMED         PIC X     VALUE 'N'.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM3 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .
           DISPLAY '             TIME = ' CURRENT-HOUR ':'
                  CURRENT-MINUTE ':' CURRENT-SECOND.

                          PERFORM 170-CHECK-NAMED-KEY-EXISTS
                      END-IF
                  END-IF
      *       an ORDER's date may be left blank (SAM1 posts it
      *       under the run date); the duplicate-order check needs
      *       the order-detail file and is left to the nightly run
              WHEN 'ORDER '
                  IF ORDER-NUMBER = SPACES
                     OR ORDER-AMOUNT NOT NUMERIC
                     OR (ORDER-DATE-X NOT = SPACES
                         AND ORDER-DATE NOT NUMERIC)
                      MOVE 'INVALID ORDER PARMS:  ' TO WS-TRAN-MSG1
                      MOVE TRAN-KEY TO WS-TRAN-MSG2
                      PERFORM 299-REPORT-BAD-TRAN
                  ELSE
                      IF ORDER-AMOUNT = 0
                         OR (ORDER-DATE-X NOT = SPACES
                             AND (ORDER-DATE-MM < 1
                                  OR ORDER-DATE-MM > 12
                                  OR ORDER-DATE-DD < 1
                                  OR ORDER-DATE-DD > 31))
                          MOVE 'INVALID ORDER PARMS:  '
                                              TO WS-TRAN-MSG1
                          MOVE TRAN-KEY TO WS-TRAN-MSG2
                          PERFORM 299-REPORT-BAD-TRAN
                      ELSE
                          MOVE ORDER-CURRENCY TO WS-EDIT-CCY
                          PERFORM 155-EDIT-CURRENCY-CODE
                          IF WS-TRAN-OK = 'Y'
                              PERFORM 160-CHECK-KEY-EXISTS
                          END-IF
                      END-IF
                  END-IF
              WHEN 'ORDREV'
                  IF ORDER-NUMBER = SPACES
                     OR ORDER-AMOUNT NOT NUMERIC
                      MOVE 'INVALID ORDREV PARMS: ' TO WS-TRAN-MSG1
                      MOVE TRAN-KEY TO WS-TRAN-MSG2
                      PERFORM 299-REPORT-BAD-TRAN
                  ELSE
                      PERFORM 160-CHECK-KEY-EXISTS
                  END-IF
              WHEN 'PTP   '
                  IF PTP-AMOUNT NOT NUMERIC
                     OR PTP-COUNT NOT NUMERIC
                     OR (PTP-FIRST-DUE-X NOT = SPACES
                         AND PTP-FIRST-DUE NOT NUMERIC)
                      MOVE 'INVALID PTP PARMS:    ' TO WS-TRAN-MSG1
                      MOVE TRAN-KEY TO WS-TRAN-MSG2
                      PERFORM 299-REPORT-BAD-TRAN
                  ELSE
                      IF PTP-AMOUNT = 0
                         OR PTP-COUNT < 1 OR PTP-COUNT > 24
                         OR (PTP-FREQ NOT = 'W'
                             AND PTP-FREQ NOT = 'B'
                             AND PTP-FREQ NOT = 'M')
                          MOVE 'INVALID PTP PARMS:    '
                                              TO WS-TRAN-MSG1
                          MOVE TRAN-KEY TO WS-TRAN-MSG2
                          PERFORM 299-REPORT-BAD-TRAN
                      ELSE
                          IF PTP-FIRST-DUE-X NOT = SPACES
                             AND (PTP-FIRST-DUE-X(3:2) < '01'
                                  OR PTP-FIRST-DUE-X(3:2) > '12'
                                  OR PTP-FIRST-DUE-X(5:2) < '01'
                                  OR PTP-FIRST-DUE-X(5:2) > '31')
                              MOVE 'INVALID PTP START DATE:'
                                              TO WS-TRAN-MSG1
                              MOVE PTP-FIRST-DUE-X TO WS-TRAN-MSG2
                              PERFORM 299-REPORT-BAD-TRAN
                          ELSE
                              PERFORM 160-CHECK-KEY-EXISTS
                          END-IF
                      END-IF
                  END-IF
              WHEN 'RETMAL'
                  IF TRAN-KEY(9:1) NOT = 'A'
                     OR (RETMAIL-DATE-X NOT = SPACES
                         AND (RETMAIL-DATE NOT NUMERIC
                              OR RETMAIL-DATE-X(3:2) < '01'
                              OR RETMAIL-DATE-X(3:2) > '12'
                              OR RETMAIL-DATE-X(5:2) < '01'
                              OR RETMAIL-DATE-X(5:2) > '31'))
                      MOVE 'INVALID RETMAL PARMS: ' TO WS-TRAN-MSG1
                      MOVE TRAN-KEY TO WS-TRAN-MSG2
                      PERFORM 299-REPORT-BAD-TRAN
                  ELSE
                      PERFORM 160-CHECK-KEY-EXISTS
                  END-IF
              WHEN 'PTPCAN'
              WHEN 'WRTOFF'
              WHEN 'WRTREV'
                  PERFORM 160-CHECK-KEY-EXISTS
      *       the limit, write-off and same-currency checks need
      *       both masters as they stand at night
              WHEN 'TRNSFR'
                  IF TRANSFER-FROM-KEY = SPACES
                     OR TRANSFER-TO-KEY = SPACES
                     OR TRANSFER-FROM-KEY = TRANSFER-TO-KEY
                     OR (TRAN-KEY NOT = TRANSFER-FROM-KEY
                         AND TRAN-KEY NOT = TRANSFER-TO-KEY)
                     OR TRAN-KEY > TRANSFER-FROM-KEY
                     OR TRAN-KEY > TRANSFER-TO-KEY
                     OR TRANSFER-FROM-KEY(9:1) NOT = 'A'
                     OR TRANSFER-TO-KEY(9:1) NOT = 'A'
                     OR TRANSFER-AMOUNT NOT NUMERIC
                      MOVE 'INVALID TRANSFER PARMS:' TO WS-TRAN-MSG1
                      MOVE TRAN-KEY TO WS-TRAN-MSG2
                      PERFORM 299-REPORT-BAD-TRAN
                  ELSE
                      IF TRANSFER-AMOUNT = 0
                          MOVE 'INVALID TRANSFER PARMS:'
                                              TO WS-TRAN-MSG1
                          MOVE TRAN-KEY TO WS-TRAN-MSG2
                          PERFORM 299-REPORT-BAD-TRAN
                      ELSE
                          MOVE TRANSFER-CURRENCY TO WS-EDIT-CCY
                          PERFORM 155-EDIT-CURRENCY-CODE
                          IF WS-TRAN-OK = 'Y'
                              MOVE TRANSFER-FROM-KEY TO WS-CHECK-KEY
                              PERFORM 170-CHECK-NAMED-KEY-EXISTS
                          END-IF
                          IF WS-TRAN-OK = 'Y'
                              MOVE TRANSFER-TO-KEY TO WS-CHECK-KEY
                              PERFORM 170-CHECK-NAMED-KEY-EXISTS
                          END-IF
                      END-IF
                  END-IF
              WHEN 'DSPOPN'
              WHEN 'DSPADJ'
                  IF DISPUTE-CASE = SPACES
                     OR DISPUTE-AMOUNT NOT NUMERIC
                     OR (TRAN-CODE = 'DSPOPN'
                         AND DISPUTE-REASON = SPACES)
                      MOVE 'INVALID DISPUTE PARMS:' TO WS-TRAN-MSG1
                      MOVE TRAN-KEY TO WS-TRAN-MSG2
                      PERFORM 299-REPORT-BAD-TRAN
                  ELSE
                      IF DISPUTE-AMOUNT = 0
                          MOVE 'INVALID DISPUTE PARMS:'
                                              TO WS-TRAN-MSG1
                          MOVE TRAN-KEY TO WS-TRAN-MSG2
                          PERFORM 299-REPORT-BAD-TRAN
                      ELSE
                          PERFORM 160-CHECK-KEY-EXISTS
                      END-IF
                  END-IF
              WHEN 'DSPCLS'
                  IF DISPUTE-CASE = SPACES
                     OR (DISPUTE-RESOLUTION NOT = 'C'
                         AND DISPUTE-RESOLUTION NOT = 'R')
                     OR (DISPUTE-AMOUNT-X NOT = SPACES
                         AND DISPUTE-AMOUNT NOT NUMERIC)
                      MOVE 'INVALID DISPUTE PARMS:' TO WS-TRAN-MSG1
                      MOVE TRAN-KEY TO WS-TRAN-MSG2
                      PERFORM 299-REPORT-BAD-TRAN
                  ELSE
                      PERFORM 160-CHECK-KEY-EXISTS
                  END-IF
              WHEN OTHER
                  MOVE 'INVALID TRAN CODE:' TO WS-TRAN-MSG1
                  MOVE TRAN-CODE TO WS-TRAN-MSG2
               WHEN 'CONTNAME  '
               WHEN 'DESCRIPT  '
               WHEN 'CONTINFO  '
               WHEN 'PARENT    '
               WHEN 'CURRENCY  '
               WHEN 'CYCLEDAY  '
               WHEN 'RETMAIL   '
               WHEN 'SEGMENT   '
               WHEN 'NOTE      '
                   CONTINUE
               WHEN 'BALANCE '
               WHEN 'ORDERS  '
               WHEN 'MONTH   '
               WHEN 'CREDITLIM '
               WHEN 'GROUPLIM  '
                   IF TRAN-UPDATE-NUM-HH  NOT NUMERIC
                       MOVE 0 TO TRAN-UPDATE-NUM-HH
                   END-IF
                       PERFORM 299-REPORT-BAD-TRAN
               END-EVALUATE
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-FIELD-NAME = 'PARENT    '
              AND TRAN-ACTION NOT = 'REPLACE '
               MOVE 'PARENT CAN ONLY BE REPLACED' TO WS-TRAN-MSG1
               MOVE TRAN-ACTION TO WS-TRAN-MSG2
               PERFORM 299-REPORT-BAD-TRAN
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-FIELD-NAME = 'CURRENCY  '
              AND TRAN-ACTION NOT = 'REPLACE '
               MOVE 'CURRENCY CAN ONLY BE REPLACED' TO WS-TRAN-MSG1
               MOVE TRAN-ACTION TO WS-TRAN-MSG2
               PERFORM 299-REPORT-BAD-TRAN
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-FIELD-NAME = 'CURRENCY  '
               MOVE TRAN-UPDATE-DATA(1:3) TO WS-EDIT-CCY
               PERFORM 155-EDIT-CURRENCY-CODE
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-FIELD-NAME = 'CYCLEDAY  '
               MOVE TRAN-ACTION           TO WS-EDIT-ACTION
               MOVE TRAN-UPDATE-DATA(1:2) TO WS-EDIT-CYCLE
               PERFORM 156-EDIT-CYCLE-DAY
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-FIELD-NAME = 'RETMAIL   '
               MOVE TRAN-ACTION           TO WS-EDIT-ACTION
               MOVE TRAN-UPDATE-DATA(1:6) TO WS-EDIT-RETMAIL
               PERFORM 157-EDIT-RETMAIL
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-FIELD-NAME = 'SEGMENT   '
               MOVE TRAN-ACTION           TO WS-EDIT-ACTION
               MOVE TRAN-UPDATE-DATA(1:1) TO WS-EDIT-SEGMENT
               PERFORM 158-EDIT-SEGMENT
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-FIELD-NAME = 'NOTE      '
               MOVE TRAN-ACTION           TO WS-EDIT-ACTION
               MOVE TRAN-UPDATE-DATA      TO WS-EDIT-NOTE
               PERFORM 159-EDIT-NOTE
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-FIELD-NAME = 'BALANCE   '
               MOVE TRAN-UPDATE-CCY TO WS-EDIT-CCY
               PERFORM 155-EDIT-CURRENCY-CODE
           END-IF .
      *
      *        Same rule SAM2 applies: the contact-only fields reach
      *        the record through the overlay, so addressed to a
               WHEN 'CONTNAME  '
               WHEN 'DESCRIPT  '
               WHEN 'CONTINFO  '
               WHEN 'PARENT    '
               WHEN 'CURRENCY  '
               WHEN 'CYCLEDAY  '
               WHEN 'RETMAIL   '
               WHEN 'SEGMENT   '
               WHEN 'NOTE      '
                   CONTINUE
               WHEN 'BALANCE '
               WHEN 'ORDERS  '
               WHEN 'MONTH   '
               WHEN 'CREDITLIM '
               WHEN 'GROUPLIM  '
                   IF TRAN-UPDATE-NUM-HH-2  NOT NUMERIC
                       MOVE 0 TO TRAN-UPDATE-NUM-HH-2
                   END-IF
                       PERFORM 299-REPORT-BAD-TRAN
               END-EVALUATE
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-FIELD-NAME-2 = 'PARENT    '
              AND TRAN-ACTION-2 NOT = 'REPLACE '
               MOVE 'PARENT CAN ONLY BE REPLACED' TO WS-TRAN-MSG1
               MOVE TRAN-ACTION-2 TO WS-TRAN-MSG2
               PERFORM 299-REPORT-BAD-TRAN
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-FIELD-NAME-2 = 'CURRENCY  '
              AND TRAN-ACTION-2 NOT = 'REPLACE '
               MOVE 'CURRENCY CAN ONLY BE REPLACED' TO WS-TRAN-MSG1
               MOVE TRAN-ACTION-2 TO WS-TRAN-MSG2
               PERFORM 299-REPORT-BAD-TRAN
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-FIELD-NAME-2 = 'CURRENCY  '
               MOVE TRAN-UPDATE-DATA-2(1:3) TO WS-EDIT-CCY
               PERFORM 155-EDIT-CURRENCY-CODE
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-FIELD-NAME-2 = 'CYCLEDAY  '
               MOVE TRAN-ACTION-2           TO WS-EDIT-ACTION
               MOVE TRAN-UPDATE-DATA-2(1:2) TO WS-EDIT-CYCLE
               PERFORM 156-EDIT-CYCLE-DAY
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-FIELD-NAME-2 = 'RETMAIL   '
               MOVE TRAN-ACTION-2           TO WS-EDIT-ACTION
               MOVE TRAN-UPDATE-DATA-2(1:6) TO WS-EDIT-RETMAIL
               PERFORM 157-EDIT-RETMAIL
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-FIELD-NAME-2 = 'SEGMENT   '
               MOVE TRAN-ACTION-2           TO WS-EDIT-ACTION
               MOVE TRAN-UPDATE-DATA-2(1:1) TO WS-EDIT-SEGMENT
               PERFORM 158-EDIT-SEGMENT
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-FIELD-NAME-2 = 'NOTE      '
               MOVE TRAN-ACTION-2           TO WS-EDIT-ACTION
               MOVE TRAN-UPDATE-DATA-2      TO WS-EDIT-NOTE
               PERFORM 159-EDIT-NOTE
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-FIELD-NAME-2 = 'BALANCE   '
               MOVE TRAN-UPDATE-CCY-2 TO WS-EDIT-CCY
               PERFORM 155-EDIT-CURRENCY-CODE
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-KEY(9:1) = 'A'
              AND (TRAN-FIELD-NAME-2 = 'CONTNAME  '
                   OR TRAN-FIELD-NAME-2 = 'DESCRIPT  '
               WHEN 'CONTNAME  '
               WHEN 'DESCRIPT  '
               WHEN 'CONTINFO  '
               WHEN 'PARENT    '
               WHEN 'CURRENCY  '
               WHEN 'CYCLEDAY  '
               WHEN 'RETMAIL   '
               WHEN 'SEGMENT   '
               WHEN 'NOTE      '
                   CONTINUE
               WHEN 'BALANCE '
               WHEN 'ORDERS  '
               WHEN 'MONTH   '
               WHEN 'CREDITLIM '
               WHEN 'GROUPLIM  '
                   IF TRAN-UPDATE-NUM-HH-3  NOT NUMERIC
                       MOVE 0 TO TRAN-UPDATE-NUM-HH-3
                   END-IF
                       PERFORM 299-REPORT-BAD-TRAN
               END-EVALUATE
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-FIELD-NAME-3 = 'PARENT    '
              AND TRAN-ACTION-3 NOT = 'REPLACE '
               MOVE 'PARENT CAN ONLY BE REPLACED' TO WS-TRAN-MSG1
               MOVE TRAN-ACTION-3 TO WS-TRAN-MSG2
               PERFORM 299-REPORT-BAD-TRAN
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-FIELD-NAME-3 = 'CURRENCY  '
              AND TRAN-ACTION-3 NOT = 'REPLACE '
               MOVE 'CURRENCY CAN ONLY BE REPLACED' TO WS-TRAN-MSG1
               MOVE TRAN-ACTION-3 TO WS-TRAN-MSG2
               PERFORM 299-REPORT-BAD-TRAN
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-FIELD-NAME-3 = 'CURRENCY  '
               MOVE TRAN-UPDATE-DATA-3(1:3) TO WS-EDIT-CCY
               PERFORM 155-EDIT-CURRENCY-CODE
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-FIELD-NAME-3 = 'CYCLEDAY  '
               MOVE TRAN-ACTION-3           TO WS-EDIT-ACTION
               MOVE TRAN-UPDATE-DATA-3(1:2) TO WS-EDIT-CYCLE
               PERFORM 156-EDIT-CYCLE-DAY
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-FIELD-NAME-3 = 'RETMAIL   '
               MOVE TRAN-ACTION-3           TO WS-EDIT-ACTION
               MOVE TRAN-UPDATE-DATA-3(1:6) TO WS-EDIT-RETMAIL
               PERFORM 157-EDIT-RETMAIL
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-FIELD-NAME-3 = 'SEGMENT   '
               MOVE TRAN-ACTION-3           TO WS-EDIT-ACTION
               MOVE TRAN-UPDATE-DATA-3(1:1) TO WS-EDIT-SEGMENT
               PERFORM 158-EDIT-SEGMENT
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-FIELD-NAME-3 = 'NOTE      '
               MOVE TRAN-ACTION-3           TO WS-EDIT-ACTION
               MOVE TRAN-UPDATE-DATA-3      TO WS-EDIT-NOTE
               PERFORM 159-EDIT-NOTE
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-FIELD-NAME-3 = 'BALANCE   '
               MOVE TRAN-UPDATE-CCY-3 TO WS-EDIT-CCY
               PERFORM 155-EDIT-CURRENCY-CODE
           END-IF .
           IF WS-TRAN-OK = 'Y' AND TRAN-KEY(9:1) = 'A'
              AND (TRAN-FIELD-NAME-3 = 'CONTNAME  '
                   OR TRAN-FIELD-NAME-3 = 'DESCRIPT  '
               PERFORM 299-REPORT-BAD-TRAN
           END-IF .

       155-EDIT-CURRENCY-CODE.
      *
      *        A currency code is blank or three letters.  Whether
      *        the rate table knows it, and whether a BALANCE amount
      *        is in the account's own currency, is left to SAM2 in
      *        the nightly run.
      *
           IF WS-EDIT-CCY NOT = SPACES
               IF WS-EDIT-CCY NOT ALPHABETIC-UPPER
                  OR WS-EDIT-CCY(1:1) = SPACE
                  OR WS-EDIT-CCY(2:1) = SPACE
                  OR WS-EDIT-CCY(3:1) = SPACE
                   MOVE 'CURRENCY CODE INVALID' TO WS-TRAN-MSG1
                   MOVE WS-EDIT-CCY TO WS-TRAN-MSG2
                   PERFORM 299-REPORT-BAD-TRAN
               END-IF
           END-IF .

       156-EDIT-CYCLE-DAY.
      *
      *        A billing-cycle day is only ever replaced, and has to
      *        fall in every month: 01-28, or 00 for the default
      *        cycle.  Same rule SAM2 applies.
      *
           IF WS-EDIT-ACTION NOT = 'REPLACE '
               MOVE 'CYCLEDAY CAN ONLY BE REPLACED' TO WS-TRAN-MSG1
               MOVE WS-EDIT-ACTION TO WS-TRAN-MSG2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               IF WS-EDIT-CYCLE NOT NUMERIC
                  OR WS-EDIT-CYCLE > '28'
                   MOVE 'CYCLE DAY MUST BE 00-28' TO WS-TRAN-MSG1
                   MOVE WS-EDIT-CYCLE TO WS-TRAN-MSG2
                   PERFORM 299-REPORT-BAD-TRAN
               END-IF
           END-IF .

       157-EDIT-RETMAIL.
      *
      *        A returned-mail date is only ever replaced -- a date,
      *        or 000000 to clear it.  Same rule SAM2 applies.
      *
           IF WS-EDIT-ACTION NOT = 'REPLACE '
               MOVE 'RETMAIL CAN ONLY BE REPLACED' TO WS-TRAN-MSG1
               MOVE WS-EDIT-ACTION TO WS-TRAN-MSG2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               IF WS-EDIT-RETMAIL NOT NUMERIC
                   MOVE 'DATA IS NOT NUMERIC' TO WS-TRAN-MSG1
                   MOVE WS-EDIT-RETMAIL TO WS-TRAN-MSG2
                   PERFORM 299-REPORT-BAD-TRAN
               END-IF
           END-IF .

       158-EDIT-SEGMENT.
      *
      *        A value segment is only ever replaced -- one of the
      *        codes SAM45 assigns, or space to clear it.  Same rule
      *        SAM2 applies.
      *
           IF WS-EDIT-ACTION NOT = 'REPLACE '
               MOVE 'SEGMENT CAN ONLY BE REPLACED' TO WS-TRAN-MSG1
               MOVE WS-EDIT-ACTION TO WS-TRAN-MSG2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               IF WS-EDIT-SEGMENT NOT = 'C' AND NOT = 'L'
                  AND NOT = 'A' AND NOT = 'P' AND NOT = 'N'
                  AND NOT = 'O' AND NOT = SPACE
                   MOVE 'SEGMENT MUST BE C L A P N O' TO WS-TRAN-MSG1
                   MOVE WS-EDIT-SEGMENT TO WS-TRAN-MSG2
                   PERFORM 299-REPORT-BAD-TRAN
               END-IF
           END-IF .

       159-EDIT-NOTE.
      *
      *        A note is only ever added, and has to carry some
      *        text.  Same rule SAM2 applies.
      *
           IF WS-EDIT-ACTION NOT = 'ADD     '
               MOVE 'NOTE CAN ONLY BE ADDED' TO WS-TRAN-MSG1
               MOVE WS-EDIT-ACTION TO WS-TRAN-MSG2
               PERFORM 299-REPORT-BAD-TRAN
           ELSE
               IF WS-EDIT-NOTE = SPACES
                   MOVE 'NOTE TEXT IS BLANK' TO WS-TRAN-MSG1
                   MOVE SPACES TO WS-TRAN-MSG2
                   PERFORM 299-REPORT-BAD-TRAN
               END-IF
           END-IF .

       160-CHECK-KEY-EXISTS.
      *
      *        The transaction's own key must be on the keyed
               WRITE CLEAN-TRAN-RECORD FROM TRANSACTION-RECORD
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
           IF WS-IDX-ACTIVE = 'Y'
               CLOSE CUSTOMER-FILE-INDEXED
