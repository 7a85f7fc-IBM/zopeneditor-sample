      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * PROGRAM:  SAM34
      *
      * AUTHOR :  Doug Stout
      *
      * EXCHANGE-RATE SERVICE: SUBROUTINE CALLED BY THE BATCH
      * PROGRAMS TO VALIDATE A CURRENCY CODE AND TO CONVERT AN
      * AMOUNT HELD IN A CUSTOMER'S CURRENCY TO THE BASE CURRENCY
      * THE BOOKS ARE KEPT IN.
      *
      * THE RATES ARE THE NIGHT'S TREASURY FEED (FXRATES DD), READ
      * ONCE ON THE FIRST CALL OF THE RUN UNIT, SO EVERY FIGURE A
      * STEP CONVERTS IS CONVERTED AT THE SAME RATE.  A FEED WHOSE
      * RATE DATE IS NOT THE BUSINESS DATE IS STILL USED, BUT IS
      * FLAGGED STALE FOR THE CALLER TO REPORT.
      *
      * RATE CARDS ('*' IN COLUMN 1 = COMMENT):
      *    'B' CARD (ONE)   COL  1     'B'
      *                     COLS 3-5   BASE CURRENCY      (DEFAULT USD)
      *                     COLS 7-14  RATE DATE, CCYYMMDD
      *    'R' CARDS        COL  1     'R'
      *                     COLS 3-5   CURRENCY
      *                     COLS 7-18  RATE, 9(5)V9(7): UNITS OF BASE
      *                                CURRENCY PER ONE UNIT OF IT
      *                     COLS 20-49 DESCRIPTION (IGNORED)
      *****************************************************************
      * Linkage:
      *      parameters:
      *        1: Exchange-rate parameter block (FXPARM copybook)
      *              FXS-FUNCTION      (passed)    X, V or I
      *              FXS-RETURN        (returned)  00, 04, 08, 16
      *           see the copybook for the fields each function
      *           reads and returns.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM34.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT OPTIONAL RATE-CARD-FILE ASSIGN TO FXRATES
                   FILE STATUS  IS  WS-FXR-STATUS WS-FXR-STATUS-2.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  RATE-CARD-FILE
           RECORDING MODE IS F.
       01  RATE-CARD-RECORD.
           05  FXC-TYPE               PIC X.
           05  FILLER                 PIC X.
           05  FXC-CURRENCY           PIC X(3).
           05  FILLER                 PIC X.
           05  FXC-RATE               PIC 9(5)V9(7).
           05  FILLER                 PIC X(62).
       01  RATE-BASE-RECORD.
           05  FILLER                 PIC X(6).
           05  FXC-RATE-DATE          PIC X(8).
           05  FILLER                 PIC X(66).

       WORKING-STORAGE SECTION.
      *
       01  WS-FIELDS.
           05  WS-FXR-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-FXR-STATUS-2          PIC X(4)  VALUE SPACES.
           05  WS-FXR-EOF               PIC X     VALUE 'N'.
           05  WS-FXR-LOADED            PIC X     VALUE 'N'.
      *        'Y' rate file read, 'N' no file, 'E' read error
           05  WS-FXR-ACTIVE            PIC X     VALUE 'N'.
           05  WS-BASE-CURRENCY         PIC X(3)  VALUE 'USD'.
           05  WS-RATE-DATE             PIC 9(8)  VALUE 0.
           05  WS-RATES-STALE           PIC X     VALUE 'N'.
           05  WS-BASE-CARD-SEEN        PIC X     VALUE 'N'.
           05  WS-FIND-CCY              PIC X(3)  VALUE SPACES.
           05  WS-FIND-IX               PIC S9(4) COMP VALUE +0.
           05  WS-IX                    PIC S9(4) COMP VALUE +0.
           05  WS-RT-CNT-ED             PIC ZZ9.

      *        One entry per currency the feed carries.  The base
      *        currency is never held: it converts at 1.
       01  RATE-TABLE.
           05  RT-CNT                   PIC S9(4) COMP VALUE +0.
           05  RT-MAX                   PIC S9(4) COMP VALUE +100.
           05  RT-ENTRY OCCURS 100.
               10  RT-CURRENCY          PIC X(3).
               10  RT-RATE              PIC 9(5)V9(7) COMP-3.

       01  SAM30                        PIC X(8)  VALUE 'SAM30'.
       COPY BUSDPARM.


       LINKAGE SECTION.

       COPY FXPARM.

      *****************************************************************
       PROCEDURE DIVISION USING EXCHANGE-RATE-PARMS.
      *****************************************************************

       000-MAIN.
           IF WS-FXR-LOADED NOT = 'Y'
               PERFORM 600-LOAD-RATES
           END-IF.
           EVALUATE WS-FXR-ACTIVE
               WHEN 'Y'
                   MOVE '00' TO FXS-RETURN
               WHEN 'E'
                   MOVE '16' TO FXS-RETURN
               WHEN OTHER
                   MOVE '04' TO FXS-RETURN
           END-EVALUATE.
           MOVE SPACES           TO FXS-REASON.
           MOVE WS-BASE-CURRENCY TO FXS-BASE-CURRENCY.
           MOVE WS-RATE-DATE     TO FXS-RATE-DATE.
           MOVE WS-RATES-STALE   TO FXS-RATES-STALE.
           MOVE RT-CNT           TO FXS-RATE-COUNT.
           EVALUATE TRUE
               WHEN FXS-CONVERT
                   PERFORM 100-CONVERT-AMOUNT
               WHEN FXS-VALIDATE
                   PERFORM 200-VALIDATE-CURRENCY
               WHEN FXS-INFO
                   CONTINUE
               WHEN OTHER
                   MOVE '08' TO FXS-RETURN
                   MOVE 'INVALID EXCHANGE-RATE FUNCTION' TO FXS-REASON
           END-EVALUATE.
           GOBACK.

       100-CONVERT-AMOUNT.
           PERFORM 650-FIND-RATE.
           IF WS-FIND-IX < 0
               MOVE '08' TO FXS-RETURN
               MOVE 'NO EXCHANGE RATE FOR CURRENCY' TO FXS-REASON
               MOVE 0  TO FXS-RATE
               MOVE +0 TO FXS-BASE-AMOUNT
           ELSE
               IF WS-FIND-IX = 0
                   MOVE 1 TO FXS-RATE
                   MOVE FXS-AMOUNT TO FXS-BASE-AMOUNT
               ELSE
                   MOVE RT-RATE(WS-FIND-IX) TO FXS-RATE
                   COMPUTE FXS-BASE-AMOUNT ROUNDED =
                       FXS-AMOUNT * RT-RATE(WS-FIND-IX)
               END-IF
           END-IF.

       200-VALIDATE-CURRENCY.
           PERFORM 650-FIND-RATE.
           IF WS-FIND-IX < 0
               MOVE '08' TO FXS-RETURN
               MOVE 'CURRENCY CODE NOT KNOWN' TO FXS-REASON
           END-IF.

       600-LOAD-RATES.
      *
      *        Once per run unit, on the first call.  A missing
      *        feed leaves only the base currency usable rather than
      *        failing the caller; a feed that cannot be read is
      *        returned as '16' on every call so the caller stops.
      *
           MOVE 'Y' TO WS-FXR-LOADED.
           OPEN INPUT RATE-CARD-FILE.
           IF WS-FXR-STATUS = '05' OR WS-FXR-STATUS = '35'
               MOVE 'N' TO WS-FXR-ACTIVE
               DISPLAY 'SAM34 NO EXCHANGE-RATE FILE - BASE CURRENCY '
                       WS-BASE-CURRENCY ' ONLY'
               IF WS-FXR-STATUS = '05'
                   CLOSE RATE-CARD-FILE
               END-IF
           ELSE
               IF WS-FXR-STATUS NOT = '00'
                   MOVE 'E' TO WS-FXR-ACTIVE
                   DISPLAY 'SAM34 EXCHANGE-RATE FILE OPEN ERROR. RC:'
                           WS-FXR-STATUS '/' WS-FXR-STATUS-2
               ELSE
                   MOVE 'Y' TO WS-FXR-ACTIVE
                   MOVE 'N' TO WS-FXR-EOF
                   PERFORM 610-LOAD-ONE-CARD
                       UNTIL WS-FXR-EOF = 'Y'
                   CLOSE RATE-CARD-FILE
                   PERFORM 620-CHECK-RATE-DATE
                   MOVE RT-CNT TO WS-RT-CNT-ED
                   DISPLAY 'SAM34 EXCHANGE RATES LOADED: ' WS-RT-CNT-ED
                           '  BASE ' WS-BASE-CURRENCY
                           '  RATE DATE ' WS-RATE-DATE
               END-IF
           END-IF.

       610-LOAD-ONE-CARD.
           READ RATE-CARD-FILE
             AT END MOVE 'Y' TO WS-FXR-EOF
           END-READ.
           IF WS-FXR-EOF NOT = 'Y' AND WS-FXR-STATUS NOT = '00'
               DISPLAY 'SAM34 EXCHANGE-RATE FILE READ ERROR. RC:'
                       WS-FXR-STATUS '/' WS-FXR-STATUS-2
               MOVE 'E' TO WS-FXR-ACTIVE
               MOVE 'Y' TO WS-FXR-EOF
           END-IF.
           IF WS-FXR-EOF NOT = 'Y'
              AND RATE-CARD-RECORD(1:1) NOT = '*'
              AND RATE-CARD-RECORD NOT = SPACES
               EVALUATE FXC-TYPE
                   WHEN 'B'
                       IF FXC-CURRENCY = SPACES
                          OR FXC-RATE-DATE NOT NUMERIC
                          OR WS-BASE-CARD-SEEN = 'Y'
                           DISPLAY 'SAM34 BAD OR EXCESS RATE CARD '
                                   'IGNORED: ' RATE-CARD-RECORD(1:49)
                       ELSE
                           MOVE 'Y'           TO WS-BASE-CARD-SEEN
                           MOVE FXC-CURRENCY  TO WS-BASE-CURRENCY
                           MOVE FXC-RATE-DATE TO WS-RATE-DATE
                       END-IF
                   WHEN 'R'
                       MOVE FXC-CURRENCY TO WS-FIND-CCY
                       PERFORM 655-FIND-ENTRY
                       IF FXC-CURRENCY = SPACES
                          OR FXC-RATE NOT NUMERIC
                          OR FXC-RATE = 0
                          OR WS-FIND-IX > 0
                          OR RT-CNT >= RT-MAX
                           DISPLAY 'SAM34 BAD OR EXCESS RATE CARD '
                                   'IGNORED: ' RATE-CARD-RECORD(1:49)
                       ELSE
                           ADD +1 TO RT-CNT
                           MOVE FXC-CURRENCY TO RT-CURRENCY(RT-CNT)
                           MOVE FXC-RATE     TO RT-RATE(RT-CNT)
                       END-IF
                   WHEN OTHER
                       DISPLAY 'SAM34 BAD OR EXCESS RATE CARD '
                               'IGNORED: ' RATE-CARD-RECORD(1:49)
               END-EVALUATE
           END-IF.

       620-CHECK-RATE-DATE.
      *
      *        Tonight's rates should carry tonight's business
      *        date.  A feed that did not arrive in time (or an
      *        undated one) is used as it stands and reported.
      *
           MOVE 'G' TO BDS-FUNCTION.
           CALL SAM30 USING BUSINESS-DATE-PARMS.
           IF WS-RATE-DATE NOT = BDS-BUS-DATE
               MOVE 'Y' TO WS-RATES-STALE
               DISPLAY 'SAM34 EXCHANGE RATES ARE DATED ' WS-RATE-DATE
                       ', NOT THE BUSINESS DATE ' BDS-BUS-DATE
           END-IF.

       650-FIND-RATE.
      *
      *        WS-FIND-IX: 0 = the base currency (blank counts as
      *        base), n = its rate-table entry, -1 = no rate.
      *
           IF FXS-CURRENCY = SPACES
              OR FXS-CURRENCY = WS-BASE-CURRENCY
               MOVE 0 TO WS-FIND-IX
           ELSE
               MOVE FXS-CURRENCY TO WS-FIND-CCY
               PERFORM 655-FIND-ENTRY
               IF WS-FIND-IX = 0
                   MOVE -1 TO WS-FIND-IX
               END-IF
           END-IF.

       655-FIND-ENTRY.
           MOVE 0 TO WS-FIND-IX.
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > RT-CNT OR WS-FIND-IX > 0
               IF RT-CURRENCY(WS-IX) = WS-FIND-CCY
                   MOVE WS-IX TO WS-FIND-IX
               END-IF
           END-PERFORM.
