      * AUTHOR :  Doug Stout
      *
      * SUBROUTINE TO PROCESS "UPDATE" TRANSACTIONS AGAINST CUST RECS
      *
      * PARENT AND GROUPLIM MAINTAIN THE ACCOUNT HIERARCHY THROUGH
      * THE SAM32 SERVICE: A NEW PARENT MUST BE ON FILE AND MAY NOT
      * CLOSE A LOOP, AND A BALANCE ADD IS HELD TO EVERY GROUP
      * CREDIT LIMIT ABOVE THE ACCOUNT AS WELL AS ITS OWN LIMIT.
      *
      * CURRENCY: A BALANCE TRIPLE MAY NAME THE CURRENCY ITS AMOUNT
      * IS IN (COLUMNS 11-13 OF THE VALUE); ONE THAT IS NOT THE
      * ACCOUNT'S OWN CURRENCY IS REJECTED, NEVER CONVERTED.  THE
      * ACCOUNT'S CURRENCY ITSELF (CURRENCY FIELD, REPLACE ONLY) IS
      * CHECKED AGAINST THE SAM34 RATE TABLE AND ONLY CHANGES ON A
      * ZERO BALANCE OUTSIDE ANY GROUP.
      *
      * CYCLEDAY (REPLACE ONLY, 00-28) ASSIGNS THE ACCOUNT TO THE
      * SAM7 BILLING CYCLE THAT CLOSES ON THAT DAY OF THE MONTH.
      *
      * A WRITTEN-OFF ACCOUNT (WRITEOFF-FLAG 'W', SET BY SAM1'S
      * WRTOFF) TAKES NO BALANCE ADD OR SUBTRACT HERE: PAYMENTS ON
      * IT POST AS RECOVERIES TO THE BAD-DEBT LEDGER IN SAM1.
      *
      * RETMAIL (REPLACE ONLY, YYMMDD, 000000 TO CLEAR) SETS THE
      * RETURNED-MAIL DATE SAM1'S RETMAL TRANSACTION MAINTAINS.  ANY
      * ADDR, CITY, STATE OR POSTCODE CHANGE TO A MARKED MASTER
      * CLEARS IT: THE NEW ADDRESS IS PRESUMED GOOD.
      *
      * SEGMENT (REPLACE ONLY, C L A P N O, OR SPACE TO CLEAR) SETS
      * THE VALUE SEGMENT THE SAM45 SEGMENTATION RUN STAMPS.
      *
      * NOTE (ADD ONLY) CHANGES NO FIELD: ITS TEXT IS APPENDED TO
      * CUST-NOTES AS A DATED ENTRY, SO A GENERATED BALANCE CHANGE
      * (THE SAM46 ESCHEATMENT DECK) CAN SAY WHY IT WAS MADE.
      *****************************************************************
      * Linkage:
      *      parameters:
               10  WS-AUDIT-IN-YY       PIC 99.
               10  WS-AUDIT-IN-MM       PIC 99.
               10  WS-AUDIT-IN-DD       PIC 99.
      *        Business date the audit entries are stamped with
      *        (SAM30 service, fetched on the first call).
           05  WS-RUN-BUS-DATE          PIC 9(6)  VALUE 0.
           05  WS-AUDIT-DATE-OUT.
               10  WS-AUDIT-OUT-MM      PIC 99.
               10  WS-AUDIT-OUT-DD      PIC 99.
           05  WS-REF-FOUND             PIC X     VALUE 'N'.
           05  WS-ADDR-FIELD            PIC X(10) VALUE SPACES.
           05  WS-ADDR-VALUE            PIC X(36) VALUE SPACES.
      *
      *        Hierarchy fields as the record arrived and as it
      *        leaves, so a committed change reaches SAM32 once the
      *        whole transaction has applied; and the operands of
      *        the shared PARENT, GROUPLIM and BALANCE ADD paths.
      *
           05  WS-OLD-PARENT-ID         PIC X(8)  VALUE SPACES.
           05  WS-OLD-BALANCE           PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-OLD-GROUP-LIMIT       PIC 9(7)V99  COMP-3 VALUE 0.
           05  WS-NEW-PARENT-ID         PIC X(8)  VALUE SPACES.
           05  WS-NEW-BALANCE           PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-NEW-GROUP-LIMIT       PIC 9(7)V99  COMP-3 VALUE 0.
           05  WS-PARENT-VALUE          PIC X(8)  VALUE SPACES.
           05  WS-GRPLIM-ACTION         PIC X(8)  VALUE SPACES.
           05  WS-GRPLIM-NUM            PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-BAL-ADD-AMT           PIC S9(9)V99 COMP-3 VALUE +0.
           05  WS-OLD-CURRENCY          PIC X(3)  VALUE SPACES.
           05  WS-NEW-CURRENCY          PIC X(3)  VALUE SPACES.
      *
      *        Currency edits: the base currency (SAM34, fetched on
      *        the first call), the account's currency with blank
      *        read as base, and the operands of the shared
      *        BALANCE-currency and CURRENCY paths.
      *
           05  WS-BASE-CURRENCY         PIC X(3)  VALUE SPACES.
           05  WS-ACCT-CURRENCY         PIC X(3)  VALUE SPACES.
           05  WS-TRAN-CURRENCY         PIC X(3)  VALUE SPACES.
           05  WS-CCY-VALUE             PIC X(3)  VALUE SPACES.
      *
      *        Operand of the shared CYCLEDAY path.
      *
           05  WS-CYCLE-VALUE           PIC X(2)  VALUE SPACES.
      *
      *        Operand of the shared RETMAIL path.
      *
           05  WS-RETMAIL-VALUE         PIC X(6)  VALUE SPACES.
      *
      *        Operand of the shared SEGMENT path.
      *
           05  WS-SEGMENT-VALUE         PIC X     VALUE SPACE.
      *
      *        Operand of the shared NOTE path.
      *
           05  WS-NOTE-VALUE            PIC X(36) VALUE SPACES.

      *    State and country codes loaded from REFTABLE.
       01  REF-TABLE-AREA.
           05  ST-ENTRY                 PIC X(2)  OCCURS 100.
           05  CT-ENTRY                 PIC X(11) OCCURS 100.

       01  SAM30                        PIC X(8)  VALUE 'SAM30'.
       COPY BUSDPARM.

       01  SAM32                        PIC X(8)  VALUE 'SAM32'.
       COPY HIERPARM.

       01  SAM34                        PIC X(8)  VALUE 'SAM34'.
       COPY FXPARM.


       LINKAGE SECTION.

       000-MAIN.
           IF WS-REF-LOADED NOT = 'Y'
               PERFORM 600-LOAD-REF-TABLE
               PERFORM 620-GET-BUSINESS-DATE
               PERFORM 630-GET-BASE-CURRENCY
           END-IF.
           MOVE 'Y' TO TRAN-OK.
           MOVE SPACES TO TRAN-MSG.
           MOVE WS-RUN-BUS-DATE TO WS-AUDIT-DATE-IN.
           MOVE WS-AUDIT-IN-MM TO WS-AUDIT-OUT-MM.
           MOVE WS-AUDIT-IN-DD TO WS-AUDIT-OUT-DD.
           MOVE WS-AUDIT-IN-YY TO WS-AUDIT-OUT-YY.
               PERFORM 100-VALIDATE-TRAN
               IF TRAN-OK = 'Y'
                   MOVE CUST-REC TO WS-REC-SNAPSHOT
                   IF CUST-REC-TYPE = 'A'
                       PERFORM 292-TAKE-HIERARCHY-FIELDS
                       MOVE WS-NEW-PARENT-ID   TO WS-OLD-PARENT-ID
                       MOVE WS-NEW-BALANCE     TO WS-OLD-BALANCE
                       MOVE WS-NEW-GROUP-LIMIT TO WS-OLD-GROUP-LIMIT
                       MOVE WS-NEW-CURRENCY    TO WS-OLD-CURRENCY
                   END-IF
                   PERFORM 200-PROCESS-TRAN
                   IF TRAN-OK NOT = 'Y'
                       MOVE WS-REC-SNAPSHOT TO CUST-REC
                   ELSE
                       IF CUST-REC-TYPE = 'A'
                           PERFORM 293-COMMIT-HIERARCHY
                       END-IF
                   END-IF
               END-IF
           END-IF .
               WHEN 'ORDERS  '
               WHEN 'MONTH   '
               WHEN 'CREDITLIM '
               WHEN 'GROUPLIM  '
                   IF TRAN-UPDATE-NUM-HH  NOT NUMERIC
                       MOVE 0 TO TRAN-UPDATE-NUM-HH
                   END-IF
                   MOVE 'DATA IS NOT NUMERIC' TO TRAN-MSG
               END-IF
           END-IF .
      *
      *        A parent link is set or cleared, never added to.
      *
           IF TRAN-FIELD-NAME = 'PARENT    ' AND TRAN-OK = 'Y'
              AND TRAN-ACTION NOT = 'REPLACE '
               MOVE 'N' TO TRAN-OK
               MOVE 'PARENT CAN ONLY BE REPLACED' TO TRAN-MSG
           END-IF .
           IF TRAN-FIELD-NAME = 'CURRENCY  ' AND TRAN-OK = 'Y'
              AND TRAN-ACTION NOT = 'REPLACE '
               MOVE 'N' TO TRAN-OK
               MOVE 'CURRENCY CAN ONLY BE REPLACED' TO TRAN-MSG
           END-IF .
      *
      *        A billing-cycle day is set, never added to, and has
      *        to fall in every month: 01-28, or 00 for the default.
      *
           IF TRAN-FIELD-NAME = 'CYCLEDAY  ' AND TRAN-OK = 'Y'
               IF TRAN-ACTION NOT = 'REPLACE '
                   MOVE 'N' TO TRAN-OK
                   MOVE 'CYCLEDAY CAN ONLY BE REPLACED' TO TRAN-MSG
               ELSE
                   IF TRAN-UPDATE-DATA(1:2) NOT NUMERIC
                      OR TRAN-UPDATE-DATA(1:2) > '28'
                       MOVE 'N' TO TRAN-OK
                       MOVE 'CYCLE DAY MUST BE 00-28' TO TRAN-MSG
                   END-IF
               END-IF
           END-IF .
      *
      *        A returned-mail date is set or cleared (000000), never
      *        added to.
      *
           IF TRAN-FIELD-NAME = 'RETMAIL   ' AND TRAN-OK = 'Y'
               IF TRAN-ACTION NOT = 'REPLACE '
                   MOVE 'N' TO TRAN-OK
                   MOVE 'RETMAIL CAN ONLY BE REPLACED' TO TRAN-MSG
               ELSE
                   IF TRAN-UPDATE-DATA(1:6) NOT NUMERIC
                       MOVE 'N' TO TRAN-OK
                       MOVE 'DATA IS NOT NUMERIC' TO TRAN-MSG
                   END-IF
               END-IF
           END-IF .
      *
      *        A value segment is set or cleared (space), never added
      *        to, and has to be one of the codes SAM45 assigns.
      *
           IF TRAN-FIELD-NAME = 'SEGMENT   ' AND TRAN-OK = 'Y'
               IF TRAN-ACTION NOT = 'REPLACE '
                   MOVE 'N' TO TRAN-OK
                   MOVE 'SEGMENT CAN ONLY BE REPLACED' TO TRAN-MSG
               ELSE
                   IF TRAN-UPDATE-DATA(1:1) NOT = 'C' AND NOT = 'L'
                      AND NOT = 'A' AND NOT = 'P' AND NOT = 'N'
                      AND NOT = 'O' AND NOT = SPACE
                       MOVE 'N' TO TRAN-OK
                       MOVE 'SEGMENT MUST BE C L A P N O' TO TRAN-MSG
                   END-IF
               END-IF
           END-IF .
      *
      *        A note is only ever added, and has to say something.
      *
           IF TRAN-FIELD-NAME = 'NOTE      ' AND TRAN-OK = 'Y'
               IF TRAN-ACTION NOT = 'ADD     '
                   MOVE 'N' TO TRAN-OK
                   MOVE 'NOTE CAN ONLY BE ADDED' TO TRAN-MSG
               ELSE
                   IF TRAN-UPDATE-DATA = SPACES
                       MOVE 'N' TO TRAN-OK
                       MOVE 'NOTE TEXT IS BLANK' TO TRAN-MSG
                   END-IF
               END-IF
           END-IF .
           IF TRAN-FIELD-NAME = 'BALANCE   ' AND TRAN-OK = 'Y'
               MOVE TRAN-UPDATE-CCY TO WS-TRAN-CURRENCY
               PERFORM 150-CHECK-TRAN-CURRENCY
           END-IF .
           EVALUATE TRAN-ACTION
               WHEN 'REPLACE '
               WHEN 'ADD     '
                   WHEN 'ORDERS  '
                   WHEN 'MONTH   '
                   WHEN 'CREDITLIM '
                   WHEN 'GROUPLIM  '
                       IF TRAN-UPDATE-NUM-HH-2  NOT NUMERIC
                           MOVE 0 TO TRAN-UPDATE-NUM-HH-2
                       END-IF
                       MOVE 'DATA IS NOT NUMERIC' TO TRAN-MSG
                   END-IF
               END-IF
               IF TRAN-FIELD-NAME-2 = 'PARENT    ' AND TRAN-OK = 'Y'
                  AND TRAN-ACTION-2 NOT = 'REPLACE '
                   MOVE 'N' TO TRAN-OK
                   MOVE 'PARENT CAN ONLY BE REPLACED' TO TRAN-MSG
               END-IF
               IF TRAN-FIELD-NAME-2 = 'CURRENCY  ' AND TRAN-OK = 'Y'
                  AND TRAN-ACTION-2 NOT = 'REPLACE '
                   MOVE 'N' TO TRAN-OK
                   MOVE 'CURRENCY CAN ONLY BE REPLACED' TO TRAN-MSG
               END-IF
               IF TRAN-FIELD-NAME-2 = 'CYCLEDAY  ' AND TRAN-OK = 'Y'
                   IF TRAN-ACTION-2 NOT = 'REPLACE '
                       MOVE 'N' TO TRAN-OK
                       MOVE 'CYCLEDAY CAN ONLY BE REPLACED' TO TRAN-MSG
                   ELSE
                       IF TRAN-UPDATE-DATA-2(1:2) NOT NUMERIC
                          OR TRAN-UPDATE-DATA-2(1:2) > '28'
                           MOVE 'N' TO TRAN-OK
                           MOVE 'CYCLE DAY MUST BE 00-28' TO TRAN-MSG
                       END-IF
                   END-IF
               END-IF
               IF TRAN-FIELD-NAME-2 = 'RETMAIL   ' AND TRAN-OK = 'Y'
                   IF TRAN-ACTION-2 NOT = 'REPLACE '
                       MOVE 'N' TO TRAN-OK
                       MOVE 'RETMAIL CAN ONLY BE REPLACED' TO TRAN-MSG
                   ELSE
                       IF TRAN-UPDATE-DATA-2(1:6) NOT NUMERIC
                           MOVE 'N' TO TRAN-OK
                           MOVE 'DATA IS NOT NUMERIC' TO TRAN-MSG
                       END-IF
                   END-IF
               END-IF
               IF TRAN-FIELD-NAME-2 = 'SEGMENT   ' AND TRAN-OK = 'Y'
                   IF TRAN-ACTION-2 NOT = 'REPLACE '
                       MOVE 'N' TO TRAN-OK
                       MOVE 'SEGMENT CAN ONLY BE REPLACED' TO TRAN-MSG
                   ELSE
                       IF TRAN-UPDATE-DATA-2(1:1) NOT = 'C'
                          AND NOT = 'L' AND NOT = 'A' AND NOT = 'P'
                          AND NOT = 'N' AND NOT = 'O' AND NOT = SPACE
                           MOVE 'N' TO TRAN-OK
                           MOVE 'SEGMENT MUST BE C L A P N O'
                             TO TRAN-MSG
                       END-IF
                   END-IF
               END-IF
               IF TRAN-FIELD-NAME-2 = 'NOTE      ' AND TRAN-OK = 'Y'
                   IF TRAN-ACTION-2 NOT = 'ADD     '
                       MOVE 'N' TO TRAN-OK
                       MOVE 'NOTE CAN ONLY BE ADDED' TO TRAN-MSG
                   ELSE
                       IF TRAN-UPDATE-DATA-2 = SPACES
                           MOVE 'N' TO TRAN-OK
                           MOVE 'NOTE TEXT IS BLANK' TO TRAN-MSG
                       END-IF
                   END-IF
               END-IF
               IF TRAN-FIELD-NAME-2 = 'BALANCE   ' AND TRAN-OK = 'Y'
                   MOVE TRAN-UPDATE-CCY-2 TO WS-TRAN-CURRENCY
                   PERFORM 150-CHECK-TRAN-CURRENCY
               END-IF
               EVALUATE TRAN-ACTION-2
                   WHEN 'REPLACE '
                   WHEN 'ADD     '
                   WHEN 'ORDERS  '
                   WHEN 'MONTH   '
                   WHEN 'CREDITLIM '
                   WHEN 'GROUPLIM  '
                       IF TRAN-UPDATE-NUM-HH-3  NOT NUMERIC
                           MOVE 0 TO TRAN-UPDATE-NUM-HH-3
                       END-IF
                       MOVE 'DATA IS NOT NUMERIC' TO TRAN-MSG
                   END-IF
               END-IF
               IF TRAN-FIELD-NAME-3 = 'PARENT    ' AND TRAN-OK = 'Y'
                  AND TRAN-ACTION-3 NOT = 'REPLACE '
                   MOVE 'N' TO TRAN-OK
                   MOVE 'PARENT CAN ONLY BE REPLACED' TO TRAN-MSG
               END-IF
               IF TRAN-FIELD-NAME-3 = 'CURRENCY  ' AND TRAN-OK = 'Y'
                  AND TRAN-ACTION-3 NOT = 'REPLACE '
                   MOVE 'N' TO TRAN-OK
                   MOVE 'CURRENCY CAN ONLY BE REPLACED' TO TRAN-MSG
               END-IF
               IF TRAN-FIELD-NAME-3 = 'CYCLEDAY  ' AND TRAN-OK = 'Y'
                   IF TRAN-ACTION-3 NOT = 'REPLACE '
                       MOVE 'N' TO TRAN-OK
                       MOVE 'CYCLEDAY CAN ONLY BE REPLACED' TO TRAN-MSG
                   ELSE
                       IF TRAN-UPDATE-DATA-3(1:2) NOT NUMERIC
                          OR TRAN-UPDATE-DATA-3(1:2) > '28'
                           MOVE 'N' TO TRAN-OK
                           MOVE 'CYCLE DAY MUST BE 00-28' TO TRAN-MSG
                       END-IF
                   END-IF
               END-IF
               IF TRAN-FIELD-NAME-3 = 'RETMAIL   ' AND TRAN-OK = 'Y'
                   IF TRAN-ACTION-3 NOT = 'REPLACE '
                       MOVE 'N' TO TRAN-OK
                       MOVE 'RETMAIL CAN ONLY BE REPLACED' TO TRAN-MSG
                   ELSE
                       IF TRAN-UPDATE-DATA-3(1:6) NOT NUMERIC
                           MOVE 'N' TO TRAN-OK
                           MOVE 'DATA IS NOT NUMERIC' TO TRAN-MSG
                       END-IF
                   END-IF
               END-IF
               IF TRAN-FIELD-NAME-3 = 'SEGMENT   ' AND TRAN-OK = 'Y'
                   IF TRAN-ACTION-3 NOT = 'REPLACE '
                       MOVE 'N' TO TRAN-OK
                       MOVE 'SEGMENT CAN ONLY BE REPLACED' TO TRAN-MSG
                   ELSE
                       IF TRAN-UPDATE-DATA-3(1:1) NOT = 'C'
                          AND NOT = 'L' AND NOT = 'A' AND NOT = 'P'
                          AND NOT = 'N' AND NOT = 'O' AND NOT = SPACE
                           MOVE 'N' TO TRAN-OK
                           MOVE 'SEGMENT MUST BE C L A P N O'
                             TO TRAN-MSG
                       END-IF
                   END-IF
               END-IF
               IF TRAN-FIELD-NAME-3 = 'NOTE      ' AND TRAN-OK = 'Y'
                   IF TRAN-ACTION-3 NOT = 'ADD     '
                       MOVE 'N' TO TRAN-OK
                       MOVE 'NOTE CAN ONLY BE ADDED' TO TRAN-MSG
                   ELSE
                       IF TRAN-UPDATE-DATA-3 = SPACES
                           MOVE 'N' TO TRAN-OK
                           MOVE 'NOTE TEXT IS BLANK' TO TRAN-MSG
                       END-IF
                   END-IF
               END-IF
               IF TRAN-FIELD-NAME-3 = 'BALANCE   ' AND TRAN-OK = 'Y'
                   MOVE TRAN-UPDATE-CCY-3 TO WS-TRAN-CURRENCY
                   PERFORM 150-CHECK-TRAN-CURRENCY
               END-IF
               EVALUATE TRAN-ACTION-3
                   WHEN 'REPLACE '
                   WHEN 'ADD     '
                   MOVE 'FIELD NOT VALID FOR MASTER' TO TRAN-MSG
               END-IF
           END-IF .
      *
      *        A written-off account takes on no new debt: a BALANCE
      *        ADD in any slot is refused (an ORDER arrives as one).
      *        A payment on it is a recovery, which SAM1's nightly
      *        posts to the bad-debt ledger without calling here, so
      *        a BALANCE SUBTRACT that does reach this point on one
      *        is refused as well rather than reduce the zeroed
      *        balance.
      *
           IF CUST-REC-TYPE = 'A' AND TRAN-OK = 'Y'
              AND CUST-WRITEOFF-FLAG = 'W'
               IF (TRAN-FIELD-NAME = 'BALANCE   '
                   AND TRAN-ACTION = 'ADD     ')
                  OR (TRAN-FIELD-NAME-2 = 'BALANCE   '
                      AND TRAN-ACTION-2 = 'ADD     ')
                  OR (TRAN-FIELD-NAME-3 = 'BALANCE   '
                      AND TRAN-ACTION-3 = 'ADD     ')
                   MOVE 'N' TO TRAN-OK
                   MOVE 'ACCOUNT IS WRITTEN OFF' TO TRAN-MSG
               END-IF
               IF (TRAN-FIELD-NAME = 'BALANCE   '
                   AND TRAN-ACTION = 'SUBTRACT')
                  OR (TRAN-FIELD-NAME-2 = 'BALANCE   '
                      AND TRAN-ACTION-2 = 'SUBTRACT')
                  OR (TRAN-FIELD-NAME-3 = 'BALANCE   '
                      AND TRAN-ACTION-3 = 'SUBTRACT')
                   MOVE 'N' TO TRAN-OK
                   MOVE 'WRITTEN OFF - POST AS RECOVERY' TO TRAN-MSG
               END-IF
           END-IF .

       150-CHECK-TRAN-CURRENCY.
      *
      *    A BALANCE amount is in the account's own currency.  A
      *    triple that names its currency must name that one -- a
      *    blank account currency is the base currency -- or the
      *    transaction is rejected: amounts are never converted on
      *    the way in.  A blank currency on the triple is taken as
      *    the account's own.
      *
           IF WS-TRAN-CURRENCY NOT = SPACES
               MOVE WS-BASE-CURRENCY TO WS-ACCT-CURRENCY
               IF CUST-CURRENCY > SPACES
                   MOVE CUST-CURRENCY TO WS-ACCT-CURRENCY
               END-IF
               IF WS-TRAN-CURRENCY NOT = WS-ACCT-CURRENCY
                   MOVE 'N' TO TRAN-OK
                   MOVE 'CURRENCY DIFFERS FROM ACCOUNT' TO TRAN-MSG
               END-IF
           END-IF .

       200-PROCESS-TRAN.
           EVALUATE TRAN-FIELD-NAME
      *        limit).  Only a true increase is checked -- a negative
      *        ADD is a reduction and always posts, even on an
      *        account already past its line.  The balance is left
      *        untouched on a reject.  An increase inside the
      *        account's own line must still fit every group
      *        credit limit above it (282).
                           IF CUST-CREDIT-LIMIT NUMERIC
                                  AND CUST-CREDIT-LIMIT > 0
                                  AND WS-UPDATE-NUM > 0
                               MOVE 'BALANCE EXCEEDS CREDIT LIMIT'
                                           TO TRAN-MSG
                           ELSE
                               MOVE WS-UPDATE-NUM TO WS-BAL-ADD-AMT
                               PERFORM 282-ADD-WITHIN-GROUP-LIMIT
                           END-IF
                       WHEN 'SUBTRACT'
                           COMPUTE CUST-ACCT-BALANCE =
                       INTO WS-AUDIT-ENTRY
                   END-STRING
                   PERFORM 290-APPEND-AUDIT-ENTRY
               WHEN 'PARENT    '
                   MOVE TRAN-UPDATE-DATA(1:8) TO WS-PARENT-VALUE
                   PERFORM 280-APPLY-PARENT
               WHEN 'CURRENCY  '
                   MOVE TRAN-UPDATE-DATA(1:3) TO WS-CCY-VALUE
                   PERFORM 283-APPLY-CURRENCY
               WHEN 'CYCLEDAY  '
                   MOVE TRAN-UPDATE-DATA(1:2) TO WS-CYCLE-VALUE
                   PERFORM 284-APPLY-CYCLE-DAY
               WHEN 'RETMAIL   '
                   MOVE TRAN-UPDATE-DATA(1:6) TO WS-RETMAIL-VALUE
                   PERFORM 288-APPLY-RETMAIL
               WHEN 'SEGMENT   '
                   MOVE TRAN-UPDATE-DATA(1:1) TO WS-SEGMENT-VALUE
                   PERFORM 289-APPLY-SEGMENT
               WHEN 'NOTE      '
                   MOVE TRAN-UPDATE-DATA TO WS-NOTE-VALUE
                   PERFORM 291-APPLY-NOTE
               WHEN 'GROUPLIM  '
                   MOVE TRAN-ACTION   TO WS-GRPLIM-ACTION
                   MOVE WS-UPDATE-NUM TO WS-GRPLIM-NUM
                   PERFORM 281-APPLY-GROUP-LIMIT
               WHEN 'ADDR      '
               WHEN 'CITY      '
               WHEN 'STATE     '
                                   MOVE 'BALANCE EXCEEDS CREDIT LIMIT'
                                               TO TRAN-MSG
                               ELSE
                                   MOVE WS-UPDATE-NUM-2
                                               TO WS-BAL-ADD-AMT
                                   PERFORM 282-ADD-WITHIN-GROUP-LIMIT
                               END-IF
                           WHEN 'SUBTRACT'
                               COMPUTE CUST-ACCT-BALANCE =
                           INTO WS-AUDIT-ENTRY
                       END-STRING
                       PERFORM 290-APPEND-AUDIT-ENTRY
                   WHEN 'PARENT    '
                       MOVE TRAN-UPDATE-DATA-2(1:8) TO WS-PARENT-VALUE
                       PERFORM 280-APPLY-PARENT
                   WHEN 'CURRENCY  '
                       MOVE TRAN-UPDATE-DATA-2(1:3) TO WS-CCY-VALUE
                       PERFORM 283-APPLY-CURRENCY
                   WHEN 'CYCLEDAY  '
                       MOVE TRAN-UPDATE-DATA-2(1:2) TO WS-CYCLE-VALUE
                       PERFORM 284-APPLY-CYCLE-DAY
                   WHEN 'RETMAIL   '
                       MOVE TRAN-UPDATE-DATA-2(1:6) TO WS-RETMAIL-VALUE
                       PERFORM 288-APPLY-RETMAIL
                   WHEN 'SEGMENT   '
                       MOVE TRAN-UPDATE-DATA-2(1:1) TO WS-SEGMENT-VALUE
                       PERFORM 289-APPLY-SEGMENT
                   WHEN 'NOTE      '
                       MOVE TRAN-UPDATE-DATA-2 TO WS-NOTE-VALUE
                       PERFORM 291-APPLY-NOTE
                   WHEN 'GROUPLIM  '
                       MOVE TRAN-ACTION-2   TO WS-GRPLIM-ACTION
                       MOVE WS-UPDATE-NUM-2 TO WS-GRPLIM-NUM
                       PERFORM 281-APPLY-GROUP-LIMIT
                   WHEN 'ADDR      '
                   WHEN 'CITY      '
                   WHEN 'STATE     '
                                   MOVE 'BALANCE EXCEEDS CREDIT LIMIT'
                                               TO TRAN-MSG
                               ELSE
                                   MOVE WS-UPDATE-NUM-3
                                               TO WS-BAL-ADD-AMT
                                   PERFORM 282-ADD-WITHIN-GROUP-LIMIT
                               END-IF
                           WHEN 'SUBTRACT'
                               COMPUTE CUST-ACCT-BALANCE =
                           INTO WS-AUDIT-ENTRY
                       END-STRING
                       PERFORM 290-APPEND-AUDIT-ENTRY
                   WHEN 'PARENT    '
                       MOVE TRAN-UPDATE-DATA-3(1:8) TO WS-PARENT-VALUE
                       PERFORM 280-APPLY-PARENT
                   WHEN 'CURRENCY  '
                       MOVE TRAN-UPDATE-DATA-3(1:3) TO WS-CCY-VALUE
                       PERFORM 283-APPLY-CURRENCY
                   WHEN 'CYCLEDAY  '
                       MOVE TRAN-UPDATE-DATA-3(1:2) TO WS-CYCLE-VALUE
                       PERFORM 284-APPLY-CYCLE-DAY
                   WHEN 'RETMAIL   '
                       MOVE TRAN-UPDATE-DATA-3(1:6) TO WS-RETMAIL-VALUE
                       PERFORM 288-APPLY-RETMAIL
                   WHEN 'SEGMENT   '
                       MOVE TRAN-UPDATE-DATA-3(1:1) TO WS-SEGMENT-VALUE
                       PERFORM 289-APPLY-SEGMENT
                   WHEN 'NOTE      '
                       MOVE TRAN-UPDATE-DATA-3 TO WS-NOTE-VALUE
                       PERFORM 291-APPLY-NOTE
                   WHEN 'GROUPLIM  '
                       MOVE TRAN-ACTION-3   TO WS-GRPLIM-ACTION
                       MOVE WS-UPDATE-NUM-3 TO WS-GRPLIM-NUM
                       PERFORM 281-APPLY-GROUP-LIMIT
                   WHEN 'ADDR      '
                   WHEN 'CITY      '
                   WHEN 'STATE     '
               END-EVALUATE
           END-IF .

       280-APPLY-PARENT.
      *
      *    Shared application of PARENT (one caller per triple).
      *    Blank unlinks the account from its group.  Anything else
      *    must pass the SAM32 checks -- on file, not the account
      *    itself, not beneath it -- and with no hierarchy index to
      *    check against, a new link is refused rather than taken
      *    on trust.
      *
           IF WS-PARENT-VALUE NOT = SPACES
               MOVE 'V'             TO HRS-FUNCTION
               MOVE CUST-ID         TO HRS-ID
               MOVE WS-PARENT-VALUE TO HRS-PARENT-ID
               MOVE SPACES          TO HRS-CURRENCY
               IF CUST-CURRENCY > SPACES
                   MOVE CUST-CURRENCY TO HRS-CURRENCY
               END-IF
               CALL SAM32 USING HIERARCHY-PARMS
               EVALUATE HRS-RETURN
                   WHEN '00'
                       CONTINUE
                   WHEN '08'
                       MOVE 'N' TO TRAN-OK
                       MOVE HRS-REASON TO TRAN-MSG
                   WHEN OTHER
                       MOVE 'N' TO TRAN-OK
                       MOVE 'PARENT CANNOT BE VALIDATED' TO TRAN-MSG
               END-EVALUATE
           END-IF.
           IF TRAN-OK = 'Y'
               MOVE CUST-PARENT-ID  TO WS-AUDIT-OLD-TEXT
               IF CUST-PARENT-ID NOT > SPACES
                   MOVE SPACES TO WS-AUDIT-OLD-TEXT
               END-IF
               MOVE WS-PARENT-VALUE TO CUST-PARENT-ID
               COMPUTE TRAN-COUNT = TRAN-COUNT + 1
               MOVE SPACES TO WS-AUDIT-ENTRY
               STRING 'PARENT ' DELIMITED BY SIZE
                      WS-AUDIT-OLD-TEXT(1:8) DELIMITED BY SIZE
                      '->' DELIMITED BY SIZE
                      CUST-PARENT-ID DELIMITED BY SIZE
                   INTO WS-AUDIT-ENTRY
               END-STRING
               PERFORM 290-APPEND-AUDIT-ENTRY
           END-IF.

       281-APPLY-GROUP-LIMIT.
      *
      *    Shared application of GROUPLIM, the combined-balance cap
      *    on this account and every account beneath it; the same
      *    REPLACE/ADD/SUBTRACT arithmetic CREDITLIM uses.
      *
           IF CUST-GROUP-CREDIT-LIMIT NOT NUMERIC
               MOVE 0 TO CUST-GROUP-CREDIT-LIMIT
           END-IF.
           MOVE CUST-GROUP-CREDIT-LIMIT TO WS-AUDIT-OLD-NUM.
           EVALUATE WS-GRPLIM-ACTION
               WHEN 'REPLACE'
                   MOVE WS-GRPLIM-NUM TO CUST-GROUP-CREDIT-LIMIT
               WHEN 'ADD     '
                   COMPUTE CUST-GROUP-CREDIT-LIMIT =
                     CUST-GROUP-CREDIT-LIMIT + WS-GRPLIM-NUM
               WHEN 'SUBTRACT'
                   COMPUTE CUST-GROUP-CREDIT-LIMIT =
                     CUST-GROUP-CREDIT-LIMIT - WS-GRPLIM-NUM
           END-EVALUATE.
           COMPUTE TRAN-COUNT = TRAN-COUNT + 1.
           MOVE CUST-GROUP-CREDIT-LIMIT TO WS-AUDIT-NEW-NUM.
           MOVE WS-AUDIT-OLD-NUM TO WS-AUDIT-OLD-NUM-ED.
           MOVE WS-AUDIT-NEW-NUM TO WS-AUDIT-NEW-NUM-ED.
           MOVE SPACES TO WS-AUDIT-ENTRY.
           STRING 'GROUPLIM ' DELIMITED BY SIZE
                  WS-AUDIT-OLD-NUM-ED DELIMITED BY SIZE
                  '->' DELIMITED BY SIZE
                  WS-AUDIT-NEW-NUM-ED DELIMITED BY SIZE
               INTO WS-AUDIT-ENTRY
           END-STRING.
           PERFORM 290-APPEND-AUDIT-ENTRY.

       282-ADD-WITHIN-GROUP-LIMIT.
      *
      *    A BALANCE ADD that has cleared the account's own credit
      *    limit.  A true increase is put to SAM32 with the record
      *    as it now stands (a PARENT or GROUPLIM changed earlier in
      *    the same transaction counts); any group limit it would
      *    pass rejects the transaction.  No hierarchy index = no
      *    group check, the way a missing REFTABLE leaves the
      *    address edits off.
      *
           IF WS-BAL-ADD-AMT > 0
               MOVE 'C'     TO HRS-FUNCTION
               MOVE CUST-ID TO HRS-ID
               MOVE SPACES  TO HRS-PARENT-ID
               IF CUST-PARENT-ID > SPACES
                   MOVE CUST-PARENT-ID TO HRS-PARENT-ID
               END-IF
               COMPUTE HRS-BALANCE =
                   CUST-ACCT-BALANCE + WS-BAL-ADD-AMT
               MOVE 0 TO HRS-GROUP-LIMIT
               IF CUST-GROUP-CREDIT-LIMIT NUMERIC
                   MOVE CUST-GROUP-CREDIT-LIMIT TO HRS-GROUP-LIMIT
               END-IF
               CALL SAM32 USING HIERARCHY-PARMS
               IF HRS-RETURN = '08'
                   MOVE 'N' TO TRAN-OK
                   MOVE 'BALANCE EXCEEDS GROUP CREDIT LIMIT'
                               TO TRAN-MSG
               END-IF
           END-IF.
           IF TRAN-OK = 'Y'
               COMPUTE CUST-ACCT-BALANCE =
                 CUST-ACCT-BALANCE + WS-BAL-ADD-AMT
               COMPUTE TRAN-COUNT = TRAN-COUNT + 1
           END-IF.

       283-APPLY-CURRENCY.
      *
      *    Shared application of CURRENCY.  The code must be one
      *    the SAM34 rate table knows; the base currency is stored
      *    as spaces, the way every record written before the field
      *    existed carries it.  Because the balance, the month
      *    buckets and the limits are amounts in the currency, it
      *    only changes on a zero balance, and never on an account
      *    with a parent or members -- a group is held in one
      *    currency (SAM32).  No hierarchy index = members cannot
      *    be counted, and the change is taken on the parent check
      *    alone, as the group limits are then unchecked too.
      *
           IF WS-CCY-VALUE = WS-BASE-CURRENCY
               MOVE SPACES TO WS-CCY-VALUE
           END-IF.
           MOVE SPACES TO WS-AUDIT-OLD-TEXT.
           IF CUST-CURRENCY > SPACES
               MOVE CUST-CURRENCY TO WS-AUDIT-OLD-TEXT
           END-IF.
           IF WS-CCY-VALUE NOT = WS-AUDIT-OLD-TEXT(1:3)
               MOVE 'V'          TO FXS-FUNCTION
               MOVE WS-CCY-VALUE TO FXS-CURRENCY
               CALL SAM34 USING EXCHANGE-RATE-PARMS
               EVALUATE FXS-RETURN
                   WHEN '00'
                   WHEN '04'
                       CONTINUE
                   WHEN '08'
                       MOVE 'N' TO TRAN-OK
                       MOVE FXS-REASON TO TRAN-MSG
                   WHEN OTHER
                       MOVE 'N' TO TRAN-OK
                       MOVE 'CURRENCY CANNOT BE VALIDATED' TO TRAN-MSG
               END-EVALUATE
               IF TRAN-OK = 'Y'
                  AND CUST-ACCT-BALANCE NUMERIC
                  AND CUST-ACCT-BALANCE NOT = 0
                   MOVE 'N' TO TRAN-OK
                   MOVE 'BALANCE MUST BE ZERO TO CHANGE CURRENCY'
                               TO TRAN-MSG
               END-IF
               IF TRAN-OK = 'Y' AND CUST-PARENT-ID > SPACES
                   MOVE 'N' TO TRAN-OK
                   MOVE 'GROUP MEMBER - CURRENCY NOT CHANGED'
                               TO TRAN-MSG
               END-IF
               IF TRAN-OK = 'Y'
                   MOVE 'K'     TO HRS-FUNCTION
                   MOVE CUST-ID TO HRS-ID
                   CALL SAM32 USING HIERARCHY-PARMS
                   IF HRS-RETURN = '00' AND HRS-MEMBER-COUNT > 0
                       MOVE 'N' TO TRAN-OK
                       MOVE 'GROUP PARENT - CURRENCY NOT CHANGED'
                                   TO TRAN-MSG
                   END-IF
               END-IF
           END-IF.
           IF TRAN-OK = 'Y'
               MOVE WS-CCY-VALUE TO CUST-CURRENCY
               COMPUTE TRAN-COUNT = TRAN-COUNT + 1
               IF WS-AUDIT-OLD-TEXT(1:3) = SPACES
                   MOVE WS-BASE-CURRENCY TO WS-AUDIT-OLD-TEXT
               END-IF
               IF WS-CCY-VALUE = SPACES
                   MOVE WS-BASE-CURRENCY TO WS-CCY-VALUE
               END-IF
               MOVE SPACES TO WS-AUDIT-ENTRY
               STRING 'CURRENCY ' DELIMITED BY SIZE
                      WS-AUDIT-OLD-TEXT(1:3) DELIMITED BY SIZE
                      '->' DELIMITED BY SIZE
                      WS-CCY-VALUE DELIMITED BY SIZE
                   INTO WS-AUDIT-ENTRY
               END-STRING
               PERFORM 290-APPEND-AUDIT-ENTRY
           END-IF.

       284-APPLY-CYCLE-DAY.
      *
      *    Shared application of CYCLEDAY, the day of the month the
      *    account's statements close on (SAM7 cycle runs).  Values
      *    were edited 00-28 above; 00 puts the account back on the
      *    default cycle.  A record from before the field existed
      *    shows its old value as blank in the audit entry.
      *
           MOVE SPACES TO WS-AUDIT-OLD-TEXT.
           IF CUST-CYCLE-DAY NUMERIC
               MOVE CUST-CYCLE-DAY TO WS-AUDIT-OLD-TEXT(1:2)
           END-IF.
           MOVE WS-CYCLE-VALUE TO CUST-CYCLE-DAY.
           COMPUTE TRAN-COUNT = TRAN-COUNT + 1.
           MOVE SPACES TO WS-AUDIT-ENTRY.
           STRING 'CYCLEDAY ' DELIMITED BY SIZE
                  WS-AUDIT-OLD-TEXT(1:2) DELIMITED BY SIZE
                  '->' DELIMITED BY SIZE
                  WS-CYCLE-VALUE DELIMITED BY SIZE
               INTO WS-AUDIT-ENTRY
           END-STRING.
           PERFORM 290-APPEND-AUDIT-ENTRY.

       285-APPLY-ADDRESS-FIELD.
      *
      *    Shared application of the free-text address fields (one
               END-EVALUATE
               COMPUTE TRAN-COUNT = TRAN-COUNT + 1
               PERFORM 290-APPEND-AUDIT-ENTRY
      *        A new street, city, state or postcode is a new address
      *        to try: the returned-mail mark comes off (a country
      *        change alone does not clear it).
               IF WS-ADDR-FIELD NOT = 'COUNTRY   '
                  AND CUST-RETMAIL-DATE NUMERIC
                  AND CUST-RETMAIL-DATE > 0
                   MOVE ZERO TO WS-RETMAIL-VALUE
                   PERFORM 288-APPLY-RETMAIL
               END-IF
           END-IF.

       286-CHECK-STATE-CODE.
               END-IF
           END-IF.

       288-APPLY-RETMAIL.
      *
      *    Shared application of RETMAIL, the returned-mail date:
      *    from a RETMAIL triple (edited numeric above) or from
      *    285 clearing it on an address change.  A record from
      *    before the field existed shows its old value as blank
      *    in the audit entry.
      *
           MOVE SPACES TO WS-AUDIT-OLD-TEXT.
           IF CUST-RETMAIL-DATE NUMERIC
               MOVE CUST-RETMAIL-DATE TO WS-AUDIT-OLD-TEXT(1:6)
           END-IF.
           MOVE WS-RETMAIL-VALUE TO CUST-RETMAIL-DATE.
           COMPUTE TRAN-COUNT = TRAN-COUNT + 1.
           MOVE SPACES TO WS-AUDIT-ENTRY.
           STRING 'RETMAIL ' DELIMITED BY SIZE
                  WS-AUDIT-OLD-TEXT(1:6) DELIMITED BY SIZE
                  '->' DELIMITED BY SIZE
                  WS-RETMAIL-VALUE DELIMITED BY SIZE
               INTO WS-AUDIT-ENTRY
           END-STRING.
           PERFORM 290-APPEND-AUDIT-ENTRY.

       289-APPLY-SEGMENT.
      *
      *    Shared application of SEGMENT, the value segment SAM45
      *    stamps (edited against its codes above).  Old and new
      *    show as '-' in the audit entry when blank.
      *
           MOVE SPACES TO WS-AUDIT-OLD-TEXT.
           MOVE CUST-SEGMENT TO WS-AUDIT-OLD-TEXT(1:1).
           IF WS-AUDIT-OLD-TEXT(1:1) = SPACE
               MOVE '-' TO WS-AUDIT-OLD-TEXT(1:1)
           END-IF.
           MOVE WS-SEGMENT-VALUE TO CUST-SEGMENT.
           IF WS-SEGMENT-VALUE = SPACE
               MOVE '-' TO WS-AUDIT-OLD-TEXT(2:1)
           ELSE
               MOVE WS-SEGMENT-VALUE TO WS-AUDIT-OLD-TEXT(2:1)
           END-IF.
           COMPUTE TRAN-COUNT = TRAN-COUNT + 1.
           MOVE SPACES TO WS-AUDIT-ENTRY.
           STRING 'SEGMENT ' DELIMITED BY SIZE
                  WS-AUDIT-OLD-TEXT(1:1) DELIMITED BY SIZE
                  '->' DELIMITED BY SIZE
                  WS-AUDIT-OLD-TEXT(2:1) DELIMITED BY SIZE
               INTO WS-AUDIT-ENTRY
           END-STRING.
           PERFORM 290-APPEND-AUDIT-ENTRY.

       291-APPLY-NOTE.
      *
      *    Shared application of NOTE: no field changes, the text
      *    goes onto CUST-NOTES as an entry of its own, dated and
      *    carrying the submitter like any other.
      *
           COMPUTE TRAN-COUNT = TRAN-COUNT + 1.
           MOVE SPACES TO WS-AUDIT-ENTRY.
           MOVE WS-NOTE-VALUE TO WS-AUDIT-ENTRY.
           PERFORM 290-APPEND-AUDIT-ENTRY.

       600-LOAD-REF-TABLE.
      *
      *    Once per run, on the first call.  No file or an empty
               END-IF
           END-IF.

       620-GET-BUSINESS-DATE.
      *
      *    Once per run, on the first call: the audit entries carry
      *    the same business date as the caller's run (the shared
      *    control record), not the clock.
      *
           MOVE 'G' TO BDS-FUNCTION.
           CALL SAM30 USING BUSINESS-DATE-PARMS.
           MOVE BDS-BUS-YYMMDD TO WS-RUN-BUS-DATE.

       630-GET-BASE-CURRENCY.
      *
      *    Once per run, on the first call: the base currency a
      *    blank account currency stands for.
      *
           MOVE 'I' TO FXS-FUNCTION.
           MOVE SPACES TO FXS-CURRENCY.
           CALL SAM34 USING EXCHANGE-RATE-PARMS.
           MOVE FXS-BASE-CURRENCY TO WS-BASE-CURRENCY.

       290-APPEND-AUDIT-ENTRY.
      *    WS-AUDIT-ENTRY holds the blank-padded "FIELD old->new" text
      *    built by the caller; this dates it and tacks it onto the end
               END-IF
           END-IF.

       292-TAKE-HIERARCHY-FIELDS.
      *    The record's parent, balance, group limit and currency,
      *    blanks and pre-field spaces read as none.
           MOVE SPACES TO WS-NEW-PARENT-ID.
           IF CUST-PARENT-ID > SPACES
               MOVE CUST-PARENT-ID TO WS-NEW-PARENT-ID
           END-IF.
           MOVE +0 TO WS-NEW-BALANCE.
           IF CUST-ACCT-BALANCE NUMERIC
               MOVE CUST-ACCT-BALANCE TO WS-NEW-BALANCE
           END-IF.
           MOVE 0 TO WS-NEW-GROUP-LIMIT.
           IF CUST-GROUP-CREDIT-LIMIT NUMERIC
               MOVE CUST-GROUP-CREDIT-LIMIT TO WS-NEW-GROUP-LIMIT
           END-IF.
           MOVE SPACES TO WS-NEW-CURRENCY.
           IF CUST-CURRENCY > SPACES
               MOVE CUST-CURRENCY TO WS-NEW-CURRENCY
           END-IF.

       293-COMMIT-HIERARCHY.
      *    The whole transaction has applied: a changed parent,
      *    balance or group limit is handed to SAM32 so the checks
      *    later in the run see it.
           PERFORM 292-TAKE-HIERARCHY-FIELDS.
           IF WS-NEW-PARENT-ID NOT = WS-OLD-PARENT-ID
              OR WS-NEW-BALANCE NOT = WS-OLD-BALANCE
              OR WS-NEW-GROUP-LIMIT NOT = WS-OLD-GROUP-LIMIT
              OR WS-NEW-CURRENCY NOT = WS-OLD-CURRENCY
               MOVE 'U'                TO HRS-FUNCTION
               MOVE CUST-ID            TO HRS-ID
               MOVE WS-NEW-PARENT-ID   TO HRS-PARENT-ID
               MOVE WS-NEW-BALANCE     TO HRS-BALANCE
               MOVE WS-NEW-GROUP-LIMIT TO HRS-GROUP-LIMIT
               MOVE WS-NEW-CURRENCY    TO HRS-CURRENCY
               CALL SAM32 USING HIERARCHY-PARMS
           END-IF.

       300-PROCESS-CPU-CRUNCH.
           MOVE 0 TO LOOP-COUNT.
           PERFORM 310-CRUNCH-LOOP
