      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * PROGRAM:  SAM28
      *
      * AUTHOR :  Doug Stout
      *
      * GENERAL-LEDGER POSTING INTERFACE FOR THE NIGHTLY RUN.
      *
      * SAM1 SUMMARIZES EVERY BALANCE MOVEMENT IT MAKES (BALANCE
      * ADD/SUBTRACT UPDATES, ORDERS, DISPUTE CREDITS, ADDS,
      * DELETES, RESTORES, MERGES, ASSESSED CHARGES BY RATE CODE,
      * REFUNDS PAID TO ACCOUNTS PAYABLE, AND BAD-DEBT WRITE-OFFS
      * AND THEIR REVERSALS) INTO THE GL MOVEMENT FILE
      * (GLMOVE, SEE GLMREC), ONE M/T GROUP PER SAM1 EXECUTION.  THIS
      * PROGRAM TURNS THAT SUMMARY INTO BALANCED DEBIT/CREDIT ENTRIES
      * FOR THE FINANCE LEDGER (GLIFACE), SO RECEIVABLES NO LONGER
      * HAVE TO BE RE-KEYED FROM THE CUSTRPT TOTALS.
      *
      * LEDGER ACCOUNTS COME FROM THE MAPPING CARDS (GLMAP), KEYED
      * BY MOVEMENT TYPE AND CHARGE CODE.  EACH MOVEMENT POSTS TWO
      * ENTRIES OF THE SAME AMOUNT: A MOVEMENT THAT RAISES BALANCES
      * DEBITS THE RECEIVABLES ACCOUNT AND CREDITS THE OFFSET
      * ACCOUNT; ONE THAT LOWERS THEM CREDITS RECEIVABLES AND
      * DEBITS THE OFFSET.
      *
      * MOVEMENTS ARRIVE IN EACH ACCOUNT'S OWN CURRENCY.  THEY ARE
      * PROVEN IN THOSE ORIGINAL UNITS (AS THE MSTTRL TRAILERS
      * CARRY THEM) AND POSTED CONVERTED TO THE BASE CURRENCY AT
      * THE NIGHT'S RATE FROM THE SAM34 EXCHANGE-RATE SERVICE
      * (FXRATES DD); EACH ENTRY ALSO CARRIES THE CURRENCY AND THE
      * ORIGINAL AMOUNT.  A MOVEMENT IN A CURRENCY WITH NO RATE
      * CANNOT BE POSTED AND REJECTS THE NIGHT.  RATES NOT DATED
      * FOR THE BUSINESS DATE STILL POST, WITH A WARNING AND RC 4.
      *
      * NOTHING IS POSTED UNLESS THE NIGHT PROVES:
      *    - EVERY MOVEMENT GROUP FOOTS TO ITS OWN TRAILER, AND THE
      *      FILE ENDS ON A TRAILER
      *    - EVERY MOVEMENT HAS A MAPPING CARD
      *    - EVERY MOVEMENT'S CURRENCY HAS A RATE
      *    - THE NET OF THE MOVEMENTS EQUALS THE CHANGE IN TOTAL
      *      BALANCE BETWEEN THE MSTTRL TRAILERS OF THE GENERATION
      *      SAM1 READ (OLDMAST) AND THE ONE IT WROTE (NEWMAST)
      * A NIGHT THAT FAILS ANY OF THESE WRITES ONLY THE HEADER AND
      * A 'REJECTED' TRAILER, LISTS THE REASONS ON GLRPT AND ENDS
      * RETURN CODE 8, ON WHICH THE PROC SCRATCHES THE GENERATION
      * SO IT IS NEVER TRANSMITTED.  RC 16 = FILE OPEN FAILURE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM28.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT GL-MOVE-FILE     ASSIGN TO GLMOVE
                   FILE STATUS  IS  WS-GLM-STATUS WS-GLM-STATUS-2.

            SELECT OLD-MASTER-FILE  ASSIGN TO OLDMAST
                   FILE STATUS  IS  WS-OLDM-STATUS WS-OLDM-STATUS-2.

            SELECT NEW-MASTER-FILE  ASSIGN TO NEWMAST
                   FILE STATUS  IS  WS-NEWM-STATUS WS-NEWM-STATUS-2.

            SELECT GL-MAP-FILE      ASSIGN TO GLMAP
                   FILE STATUS  IS  WS-MAP-STATUS WS-MAP-STATUS-2.

            SELECT GL-IFACE-FILE    ASSIGN TO GLIFACE
                   FILE STATUS  IS  WS-GLI-STATUS WS-GLI-STATUS-2.

            SELECT REPORT-FILE      ASSIGN TO GLRPT
                   FILE STATUS  IS  WS-REPORT-STATUS WS-REPORT-STATUS-2.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  GL-MOVE-FILE
           RECORDING MODE IS F.
       COPY GLMREC REPLACING ==:TAG:== BY ==GLM==.

      *        The two master generations are read only for their
      *        all-nines control trailers (60 bytes, see MSTTRL).
       FD  OLD-MASTER-FILE
           RECORDING MODE IS V
           RECORD IS VARYING FROM 20 TO 596 CHARACTERS
               DEPENDING ON WS-OLDM-LEN.
       01  OLDM-DATA                  PIC X(596).
       COPY MSTTRL   REPLACING ==:TAG:== BY ==OLDM==.

       FD  NEW-MASTER-FILE
           RECORDING MODE IS V
           RECORD IS VARYING FROM 20 TO 596 CHARACTERS
               DEPENDING ON WS-NEWM-LEN.
       01  NEWM-DATA                  PIC X(596).
       COPY MSTTRL   REPLACING ==:TAG:== BY ==NEWM==.

      *        GL mapping cards, one per movement type and charge
      *        code ('*' in column 1 comments):
      *          cols  1-6   movement type (see GLMREC)
      *          cols  8-11  charge code; blank = any code not
      *                      mapped on a card of its own
      *          cols 13-22  receivables (AR) ledger account
      *          cols 24-33  offset ledger account
      *          cols 35-64  entry description
       FD  GL-MAP-FILE
           RECORDING MODE IS F.
       01  GL-MAP-RECORD.
           05  MAPC-MOVE-TYPE         PIC X(6).
           05  FILLER                 PIC X.
           05  MAPC-CHARGE-CODE       PIC X(4).
           05  FILLER                 PIC X.
           05  MAPC-AR-ACCT           PIC X(10).
           05  FILLER                 PIC X.
           05  MAPC-OFFSET-ACCT       PIC X(10).
           05  FILLER                 PIC X.
           05  MAPC-DESC              PIC X(30).
           05  FILLER                 PIC X(16).

      *        Ledger interface: an 'H' header, the 'D' entries (two
      *        per movement, one debit and one credit), and a 'T'
      *        control trailer -- entry count, debit and credit
      *        totals, the receivables net and the opening/closing
      *        generation balances it was proven against.  Entry
      *        amounts, totals and the net are in the base
      *        currency; the generation balances are the trailers'
      *        own original-unit totals.
       FD  GL-IFACE-FILE
           RECORDING MODE IS F.
       01  GLI-DETAIL-REC.
           05  GLI-REC-TYPE           PIC X.
           05  GLI-POST-DATE          PIC 9(6).
           05  GLI-ACCOUNT            PIC X(10).
           05  GLI-DR-CR              PIC X(2).
           05  GLI-AMOUNT             PIC 9(11)V99.
           05  GLI-MOVE-TYPE          PIC X(6).
           05  GLI-CHARGE-CODE        PIC X(4).
           05  GLI-MOVE-COUNT         PIC 9(9).
           05  GLI-DESC               PIC X(30).
           05  GLI-CURRENCY           PIC X(3).
           05  GLI-ORIG-AMOUNT        PIC 9(11)V99.
           05  FILLER                 PIC X(3).
       01  GLI-HEADER-REC.
           05  GLI-HDR-REC-TYPE       PIC X.
           05  GLI-HDR-POST-DATE      PIC 9(6).
           05  GLI-HDR-RUN-TIME       PIC 9(8).
           05  GLI-HDR-SOURCE         PIC X(8).
           05  FILLER                 PIC X(77).
       01  GLI-TRAILER-REC.
           05  GLI-TRL-REC-TYPE       PIC X.
           05  GLI-TRL-ENTRY-COUNT    PIC 9(9).
           05  GLI-TRL-TOTAL-DEBITS   PIC 9(13)V99.
           05  GLI-TRL-TOTAL-CREDITS  PIC 9(13)V99.
           05  GLI-TRL-AR-NET         PIC S9(13)V99 SIGN LEADING
                                      SEPARATE.
           05  GLI-TRL-OPEN-BAL       PIC S9(13)V99 SIGN LEADING
                                      SEPARATE.
           05  GLI-TRL-CLOSE-BAL      PIC S9(13)V99 SIGN LEADING
                                      SEPARATE.
      *        'BALANCED' or 'REJECTED'
           05  GLI-TRL-STATUS         PIC X(8).
           05  FILLER                 PIC X(4).

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
       01  SAM34                           PIC X(8)  VALUE 'SAM34'.
       COPY FXPARM.
      *
       01  WS-FIELDS.
           05  WS-GLM-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-GLM-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-OLDM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-OLDM-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-NEWM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-NEWM-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-MAP-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-MAP-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-GLI-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-GLI-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-OLDM-LEN             PIC 9(4)  COMP   VALUE 0.
           05  WS-NEWM-LEN             PIC 9(4)  COMP   VALUE 0.
           05  WS-GLM-EOF              PIC X     VALUE 'N'.
           05  WS-OLDM-EOF             PIC X     VALUE 'N'.
           05  WS-NEWM-EOF             PIC X     VALUE 'N'.
           05  WS-MAP-EOF              PIC X     VALUE 'N'.
           05  WS-FILE-ERROR           PIC X     VALUE 'N'.
      *        Any failed proof turns this off; nothing posts then.
           05  WS-PROOF-OK             PIC X     VALUE 'Y'.
           05  WS-FAIL-TEXT            PIC X(40) VALUE SPACES.
           05  WS-FAIL-DATA            PIC X(20) VALUE SPACES.
      *        The movement group in progress: what its 'M' records
      *        foot to, for the group's 'T' trailer to agree with.
           05  WS-GRP-OPEN             PIC X     VALUE 'N'.
           05  WS-GRP-CNT              PIC S9(9)     COMP-3 VALUE +0.
           05  WS-GRP-NET              PIC S9(13)V99 COMP-3 VALUE +0.
      *        The SAM1 run date the movements belong to (the first
      *        group's); entries post under it, not under today.
           05  WS-POST-DATE            PIC 9(6)  VALUE 0.
           05  WS-POST-TIME            PIC 9(8)  VALUE 0.
      *        Generation trailers and the proof.
           05  WS-OPEN-FOUND           PIC X     VALUE 'N'.
           05  WS-CLOSE-FOUND          PIC X     VALUE 'N'.
           05  WS-OPEN-BAL             PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-CLOSE-BAL            PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-BAL-CHANGE           PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-MOVE-NET             PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-PROOF-DIFF           PIC S9(13)V99 COMP-3 VALUE +0.
      *        The entry pair being written.
           05  WS-POST-AMT             PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-AR-SIDE              PIC X(2)  VALUE SPACES.
           05  WS-OFFSET-SIDE          PIC X(2)  VALUE SPACES.
           05  WS-TOTAL-DEBITS         PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-TOTAL-CREDITS        PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-AR-NET               PIC S9(13)V99 COMP-3 VALUE +0.

      *        The mapping cards as loaded.
       01  GL-MAP-AREA.
           05  WS-MAP-CNT            PIC S9(4)   COMP    VALUE +0.
           05  WS-MAP-IX             PIC S9(4)   COMP    VALUE +0.
           05  WS-MAP-FOUND          PIC S9(4)   COMP    VALUE +0.
           05  MAP-ENTRY OCCURS 100.
               10  MAP-MOVE-TYPE     PIC X(6).
               10  MAP-CHARGE-CODE   PIC X(4).
               10  MAP-AR-ACCT       PIC X(10).
               10  MAP-OFFSET-ACCT   PIC X(10).
               10  MAP-DESC          PIC X(30).

      *        Tonight's movements, the partitions' groups combined
      *        by movement type and charge code within currency,
      *        with the base-currency amount each posts at.
       01  GL-MOVEMENT-AREA.
           05  WS-GLT-CNT            PIC S9(4)   COMP    VALUE +0.
           05  WS-GLT-IX             PIC S9(4)   COMP    VALUE +0.
           05  WS-GLT-FOUND          PIC S9(4)   COMP    VALUE +0.
           05  WS-BASE-MOVE-NET      PIC S9(13)V99 COMP-3 VALUE +0.
           05  GLT-ENTRY OCCURS 240.
               10  GLT-MOVE-TYPE     PIC X(6).
               10  GLT-CHARGE-CODE   PIC X(4).
               10  GLT-CURRENCY      PIC X(3).
               10  GLT-COUNT         PIC S9(9)   COMP-3.
               10  GLT-AMOUNT        PIC S9(11)V99 COMP-3.
               10  GLT-MAP-IX        PIC S9(4)   COMP.
               10  GLT-BASE-AMOUNT   PIC S9(13)V99 COMP-3.
               10  GLT-RATE          PIC 9(5)V9(7) COMP-3.

       01  GL-INTERFACE-TOTALS.
           05  NUM-MOVE-RECS-READ    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-MOVE-GROUPS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PROOF-FAILURES    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ENTRIES-WRITTEN   PIC S9(9)   COMP-3  VALUE +0.
      *
       01 RPT-HEADER1.
           05  FILLER                     PIC X(40)
                     VALUE 'GL POSTING INTERFACE              DATE: '.
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
       01  RPT-ERROR-LINE.
           05  FILLER              PIC X(7)  VALUE 'ERROR: '.
           05  RPT-ERR-TEXT        PIC X(40).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-ERR-DATA        PIC X(20).
           05  FILLER              PIC X(63) VALUE SPACES.
       01  RPT-MOVE-HDR.
           05  FILLER PIC X(40)
                     VALUE 'Balance movements and GL accounts:'.
           05  FILLER PIC X(92) VALUE SPACES.
       01  RPT-MOVE-COL.
           05  FILLER PIC X(13) VALUE 'TYPE   CODE  '.
           05  FILLER PIC X(4)  VALUE 'CCY '.
           05  FILLER PIC X(12) VALUE '      COUNT '.
           05  FILLER PIC X(20) VALUE '              AMOUNT'.
           05  FILLER PIC X(20) VALUE '         BASE AMOUNT'.
           05  FILLER PIC X(24) VALUE '  AR ACCOUNT  OFFSET    '.
           05  FILLER PIC X(30) VALUE 'DESCRIPTION'.
           05  FILLER PIC X(9)  VALUE SPACES.
       01  RPT-MOVE-LINE.
           05  RPT-MV-TYPE         PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-MV-CODE         PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-MV-CCY          PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-MV-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-MV-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-MV-BASE         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-MV-AR-ACCT      PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-MV-OFFSET       PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-MV-DESC         PIC X(30).
           05  FILLER              PIC X(9)  VALUE SPACES.
       01  RPT-PROOF-LINE.
           05  RPT-PRF-TEXT        PIC X(40).
           05  RPT-PRF-AMT         PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(70) VALUE SPACES.
       01  RPT-RATE-LINE.
           05  FILLER PIC X(21) VALUE 'Exchange rates dated '.
           05  RPT-RATE-DATE       PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-RATE-STALE      PIC X(34).
           05  FILLER              PIC X(67) VALUE SPACES.
       01  RPT-GL-TOTAL-LINE.
           05  RPT-GL-TOTAL-TEXT   PIC X(30).
           05  RPT-GL-TOTAL-NUM    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91) VALUE SPACES.
       01  RPT-POSTED-LINE.
           05  FILLER PIC X(60) VALUE
               'NIGHT IN BALANCE - GL INTERFACE FILE RELEASED.'.
           05  FILLER PIC X(72) VALUE SPACES.
       01  RPT-REJECTED-LINE.
           05  FILLER PIC X(60) VALUE
               '*** GL INTERFACE REJECTED - NOTHING POSTED ***'.
           05  FILLER PIC X(72) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       000-MAIN.
           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM28 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .

           PERFORM 700-OPEN-FILES .
           PERFORM 800-INIT-REPORT .

           IF WS-FILE-ERROR = 'Y'
               MOVE 'N' TO WS-PROOF-OK
           ELSE
               PERFORM 710-LOAD-GL-MAP
               PERFORM 100-READ-MOVEMENT
                       UNTIL WS-GLM-EOF = 'Y'
               PERFORM 150-CHECK-MOVEMENT-END
               PERFORM 720-FIND-OPENING-TRAILER
               PERFORM 725-FIND-CLOSING-TRAILER
               PERFORM 130-MAP-MOVEMENT
                   VARYING WS-GLT-IX FROM 1 BY 1
                   UNTIL WS-GLT-IX > WS-GLT-CNT
               PERFORM 140-CONVERT-MOVEMENT
                   VARYING WS-GLT-IX FROM 1 BY 1
                   UNTIL WS-GLT-IX > WS-GLT-CNT
               PERFORM 145-CHECK-RATE-DATE
               PERFORM 160-PROVE-BALANCE
               PERFORM 200-WRITE-INTERFACE
           END-IF .

           PERFORM 850-REPORT-INTERFACE .
           PERFORM 790-CLOSE-FILES .

           DISPLAY 'SAM28 MOVEMENT GROUPS      = ' NUM-MOVE-GROUPS .
           DISPLAY 'SAM28 GL ENTRIES WRITTEN   = ' NUM-ENTRIES-WRITTEN .
           IF WS-PROOF-OK NOT = 'Y'
               DISPLAY 'SAM28 GL INTERFACE REJECTED - SEE GLRPT'
                   UPON CONSOLE
           END-IF .
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM28 STOPPED TIME = ' CURRENT-HOUR ':'
                  CURRENT-MINUTE ':' CURRENT-SECOND.
           GOBACK .

       100-READ-MOVEMENT.
           READ GL-MOVE-FILE
             AT END MOVE 'Y' TO WS-GLM-EOF
           END-READ.
           EVALUATE WS-GLM-STATUS
              WHEN '00'
                  ADD +1 TO NUM-MOVE-RECS-READ
                  IF WS-POST-DATE = 0 AND GLM-RUN-DATE NUMERIC
                      MOVE GLM-RUN-DATE TO WS-POST-DATE
                      MOVE GLM-RUN-TIME TO WS-POST-TIME
                  END-IF
                  EVALUATE GLM-REC-TYPE
                      WHEN 'M'
                          PERFORM 110-ACCUMULATE-MOVEMENT
                      WHEN 'T'
                          PERFORM 120-CHECK-GROUP-TRAILER
                      WHEN OTHER
                          MOVE 'UNKNOWN MOVEMENT RECORD TYPE'
                                      TO WS-FAIL-TEXT
                          MOVE GLM-REC-TYPE TO WS-FAIL-DATA
                          PERFORM 190-NOTE-FAILURE
                  END-EVALUATE
              WHEN '10'
                  MOVE 'Y' TO WS-GLM-EOF
              WHEN OTHER
                  DISPLAY 'GL MOVEMENT FILE READ ERROR. RC:'
                          WS-GLM-STATUS '/' WS-GLM-STATUS-2
                  MOVE 'GL MOVEMENT FILE READ ERROR' TO WS-FAIL-TEXT
                  MOVE WS-GLM-STATUS TO WS-FAIL-DATA
                  PERFORM 190-NOTE-FAILURE
                  MOVE 'Y' TO WS-GLM-EOF
           END-EVALUATE .

       110-ACCUMULATE-MOVEMENT.
           MOVE 'Y' TO WS-GRP-OPEN.
           IF GLM-COUNT NOT NUMERIC OR GLM-AMOUNT NOT NUMERIC
               MOVE 'MOVEMENT AMOUNT NOT NUMERIC' TO WS-FAIL-TEXT
               MOVE GLM-MOVE-TYPE TO WS-FAIL-DATA
               PERFORM 190-NOTE-FAILURE
           ELSE
               ADD +1         TO WS-GRP-CNT
               ADD GLM-AMOUNT TO WS-GRP-NET
               MOVE 0 TO WS-GLT-FOUND
               PERFORM VARYING WS-GLT-IX FROM 1 BY 1
                 UNTIL WS-GLT-IX > WS-GLT-CNT
                    OR WS-GLT-FOUND > 0
                   IF GLT-MOVE-TYPE(WS-GLT-IX) = GLM-MOVE-TYPE
                      AND GLT-CHARGE-CODE(WS-GLT-IX) = GLM-CHARGE-CODE
                      AND GLT-CURRENCY(WS-GLT-IX) = GLM-CURRENCY
                       MOVE WS-GLT-IX TO WS-GLT-FOUND
                   END-IF
               END-PERFORM
               IF WS-GLT-FOUND = 0
                   IF WS-GLT-CNT < 240
                       ADD +1 TO WS-GLT-CNT
                       MOVE WS-GLT-CNT TO WS-GLT-FOUND
                       MOVE GLM-MOVE-TYPE
                                   TO GLT-MOVE-TYPE(WS-GLT-FOUND)
                       MOVE GLM-CHARGE-CODE
                                   TO GLT-CHARGE-CODE(WS-GLT-FOUND)
                       MOVE GLM-CURRENCY
                                   TO GLT-CURRENCY(WS-GLT-FOUND)
                       MOVE +0 TO GLT-COUNT(WS-GLT-FOUND)
                       MOVE +0 TO GLT-AMOUNT(WS-GLT-FOUND)
                       MOVE 0  TO GLT-MAP-IX(WS-GLT-FOUND)
                       MOVE +0 TO GLT-BASE-AMOUNT(WS-GLT-FOUND)
                       MOVE 0  TO GLT-RATE(WS-GLT-FOUND)
                   ELSE
                       MOVE 'MOVEMENT TABLE FULL' TO WS-FAIL-TEXT
                       MOVE GLM-MOVE-TYPE TO WS-FAIL-DATA
                       PERFORM 190-NOTE-FAILURE
                   END-IF
               END-IF
               IF WS-GLT-FOUND > 0
                   ADD GLM-COUNT  TO GLT-COUNT(WS-GLT-FOUND)
                   ADD GLM-AMOUNT TO GLT-AMOUNT(WS-GLT-FOUND)
               END-IF
           END-IF .

       120-CHECK-GROUP-TRAILER.
      *
      *        One SAM1 execution's group ends here: its trailer
      *        must carry exactly the records and net just read.
      *
           ADD +1 TO NUM-MOVE-GROUPS.
           IF GLM-CTL-REC-COUNT NOT NUMERIC
              OR GLM-CTL-NET-AMOUNT NOT NUMERIC
               MOVE 'MOVEMENT TRAILER NOT NUMERIC' TO WS-FAIL-TEXT
               MOVE GLM-CTL-LABEL TO WS-FAIL-DATA
               PERFORM 190-NOTE-FAILURE
           ELSE
               IF GLM-CTL-REC-COUNT NOT = WS-GRP-CNT
                  OR GLM-CTL-NET-AMOUNT NOT = WS-GRP-NET
                   MOVE 'MOVEMENT GROUP DISAGREES WITH TRAILER'
                               TO WS-FAIL-TEXT
                   MOVE GLM-CTL-RUN-TIME TO WS-FAIL-DATA
                   PERFORM 190-NOTE-FAILURE
               END-IF
           END-IF.
           MOVE 'N' TO WS-GRP-OPEN.
           MOVE +0  TO WS-GRP-CNT WS-GRP-NET.

       130-MAP-MOVEMENT.
      *
      *        A card for the exact movement type and charge code
      *        wins; otherwise the type's blank-code card applies.
      *
           MOVE 0 TO WS-MAP-FOUND.
           PERFORM VARYING WS-MAP-IX FROM 1 BY 1
             UNTIL WS-MAP-IX > WS-MAP-CNT
                OR WS-MAP-FOUND > 0
               IF MAP-MOVE-TYPE(WS-MAP-IX) = GLT-MOVE-TYPE(WS-GLT-IX)
                  AND MAP-CHARGE-CODE(WS-MAP-IX)
                                      = GLT-CHARGE-CODE(WS-GLT-IX)
                   MOVE WS-MAP-IX TO WS-MAP-FOUND
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-MAP-IX FROM 1 BY 1
             UNTIL WS-MAP-IX > WS-MAP-CNT
                OR WS-MAP-FOUND > 0
               IF MAP-MOVE-TYPE(WS-MAP-IX) = GLT-MOVE-TYPE(WS-GLT-IX)
                  AND MAP-CHARGE-CODE(WS-MAP-IX) = SPACES
                   MOVE WS-MAP-IX TO WS-MAP-FOUND
               END-IF
           END-PERFORM.
           MOVE WS-MAP-FOUND TO GLT-MAP-IX(WS-GLT-IX).
           IF WS-MAP-FOUND = 0
               MOVE 'NO GL MAPPING FOR MOVEMENT' TO WS-FAIL-TEXT
               MOVE SPACES TO WS-FAIL-DATA
               STRING GLT-MOVE-TYPE(WS-GLT-IX) DELIMITED BY SIZE
                      ' '                      DELIMITED BY SIZE
                      GLT-CHARGE-CODE(WS-GLT-IX) DELIMITED BY SIZE
                   INTO WS-FAIL-DATA
               END-STRING
               PERFORM 190-NOTE-FAILURE
           END-IF .

       140-CONVERT-MOVEMENT.
      *
      *        The base-currency amount the movement posts at.  A
      *        blank currency is the base currency (rate 1).
      *
           MOVE 'X'                       TO FXS-FUNCTION.
           MOVE GLT-CURRENCY(WS-GLT-IX)   TO FXS-CURRENCY.
           MOVE GLT-AMOUNT(WS-GLT-IX)     TO FXS-AMOUNT.
           CALL SAM34 USING EXCHANGE-RATE-PARMS.
           IF FXS-RETURN = '00' OR FXS-RETURN = '04'
               MOVE FXS-BASE-AMOUNT TO GLT-BASE-AMOUNT(WS-GLT-IX)
               MOVE FXS-RATE        TO GLT-RATE(WS-GLT-IX)
               ADD FXS-BASE-AMOUNT  TO WS-BASE-MOVE-NET
           ELSE
               MOVE 'NO EXCHANGE RATE FOR MOVEMENT' TO WS-FAIL-TEXT
               MOVE SPACES TO WS-FAIL-DATA
               STRING GLT-MOVE-TYPE(WS-GLT-IX) DELIMITED BY SIZE
                      ' '                      DELIMITED BY SIZE
                      GLT-CURRENCY(WS-GLT-IX)  DELIMITED BY SIZE
                   INTO WS-FAIL-DATA
               END-STRING
               PERFORM 190-NOTE-FAILURE
           END-IF .

       145-CHECK-RATE-DATE.
      *
      *        Yesterday's rates still post -- finance would rather
      *        have the night on the ledger than not -- but GLRPT
      *        and the return code say so.
      *
           MOVE 'I' TO FXS-FUNCTION.
           CALL SAM34 USING EXCHANGE-RATE-PARMS.
           IF FXS-RATES-STALE = 'Y'
               DISPLAY 'SAM28 EXCHANGE RATES DATED ' FXS-RATE-DATE
                       ' ARE NOT FOR THE BUSINESS DATE'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF .

       150-CHECK-MOVEMENT-END.
      *
      *        A clean SAM1 always closes its group with a trailer,
      *        even on a night without movements -- a file that
      *        ends mid-group, or carries no trailer at all, came
      *        from a run that never finished.
      *
           IF WS-GRP-OPEN = 'Y'
               MOVE 'MOVEMENTS AFTER THE LAST TRAILER' TO WS-FAIL-TEXT
               MOVE SPACES TO WS-FAIL-DATA
               PERFORM 190-NOTE-FAILURE
           END-IF.
           IF NUM-MOVE-GROUPS = 0
               MOVE 'NO GL MOVEMENT TRAILER' TO WS-FAIL-TEXT
               MOVE SPACES TO WS-FAIL-DATA
               PERFORM 190-NOTE-FAILURE
           END-IF .

       160-PROVE-BALANCE.
      *
      *        The movements must account for the whole change in
      *        the receivables balance between the generation SAM1
      *        read and the one it wrote, to the penny.
      *
           MOVE +0 TO WS-MOVE-NET.
           PERFORM VARYING WS-GLT-IX FROM 1 BY 1
             UNTIL WS-GLT-IX > WS-GLT-CNT
               ADD GLT-AMOUNT(WS-GLT-IX) TO WS-MOVE-NET
           END-PERFORM.
           IF WS-OPEN-FOUND NOT = 'Y'
               MOVE 'OPENING GENERATION TRAILER MISSING'
                           TO WS-FAIL-TEXT
               MOVE SPACES TO WS-FAIL-DATA
               PERFORM 190-NOTE-FAILURE
           END-IF.
           IF WS-CLOSE-FOUND NOT = 'Y'
               MOVE 'CLOSING GENERATION TRAILER MISSING'
                           TO WS-FAIL-TEXT
               MOVE SPACES TO WS-FAIL-DATA
               PERFORM 190-NOTE-FAILURE
           END-IF.
           IF WS-OPEN-FOUND = 'Y' AND WS-CLOSE-FOUND = 'Y'
               COMPUTE WS-BAL-CHANGE = WS-CLOSE-BAL - WS-OPEN-BAL
               COMPUTE WS-PROOF-DIFF = WS-MOVE-NET - WS-BAL-CHANGE
               IF WS-PROOF-DIFF NOT = 0
                   MOVE 'MOVEMENTS OUT OF BALANCE WITH MASTER'
                               TO WS-FAIL-TEXT
                   MOVE SPACES TO WS-FAIL-DATA
                   PERFORM 190-NOTE-FAILURE
               END-IF
           END-IF .

       190-NOTE-FAILURE.
           MOVE 'N' TO WS-PROOF-OK.
           ADD +1 TO NUM-PROOF-FAILURES.
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-FAIL-TEXT TO RPT-ERR-TEXT.
           MOVE WS-FAIL-DATA TO RPT-ERR-DATA.
           WRITE REPORT-RECORD FROM RPT-ERROR-LINE.
           DISPLAY 'GL PROOF FAILED: ' WS-FAIL-TEXT ' ' WS-FAIL-DATA .

       200-WRITE-INTERFACE.
      *
      *        The header and trailer always go out, so the file on
      *        its own says what happened; the entries only when the
      *        night proved.
      *
           MOVE SPACES            TO GLI-HEADER-REC.
           MOVE 'H'               TO GLI-HDR-REC-TYPE.
           IF WS-POST-DATE = 0
               MOVE CURRENT-DATE  TO WS-POST-DATE
           END-IF.
           MOVE WS-POST-DATE      TO GLI-HDR-POST-DATE.
           MOVE WS-POST-TIME      TO GLI-HDR-RUN-TIME.
           MOVE 'CUSTAR  '        TO GLI-HDR-SOURCE.
           WRITE GLI-HEADER-REC.
           IF WS-PROOF-OK = 'Y'
               PERFORM 210-WRITE-ENTRY-PAIR
                   VARYING WS-GLT-IX FROM 1 BY 1
                   UNTIL WS-GLT-IX > WS-GLT-CNT
           END-IF.
           MOVE SPACES              TO GLI-TRAILER-REC.
           MOVE 'T'                 TO GLI-TRL-REC-TYPE.
           MOVE NUM-ENTRIES-WRITTEN TO GLI-TRL-ENTRY-COUNT.
           MOVE WS-TOTAL-DEBITS     TO GLI-TRL-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS    TO GLI-TRL-TOTAL-CREDITS.
           MOVE WS-AR-NET           TO GLI-TRL-AR-NET.
           MOVE WS-OPEN-BAL         TO GLI-TRL-OPEN-BAL.
           MOVE WS-CLOSE-BAL        TO GLI-TRL-CLOSE-BAL.
           IF WS-PROOF-OK = 'Y'
               MOVE 'BALANCED'      TO GLI-TRL-STATUS
           ELSE
               MOVE 'REJECTED'      TO GLI-TRL-STATUS
           END-IF.
           WRITE GLI-TRAILER-REC.

       210-WRITE-ENTRY-PAIR.
      *
      *        Raising balances debits receivables; lowering them
      *        credits receivables.  The offset takes the other side
      *        for the same amount, so every pair nets to zero.
      *        Amounts posted are the base-currency equivalents.
      *
           IF GLT-BASE-AMOUNT(WS-GLT-IX) > 0
               MOVE GLT-BASE-AMOUNT(WS-GLT-IX) TO WS-POST-AMT
               MOVE 'DR' TO WS-AR-SIDE
               MOVE 'CR' TO WS-OFFSET-SIDE
           ELSE
               COMPUTE WS-POST-AMT = 0 - GLT-BASE-AMOUNT(WS-GLT-IX)
               MOVE 'CR' TO WS-AR-SIDE
               MOVE 'DR' TO WS-OFFSET-SIDE
           END-IF.
           IF WS-POST-AMT NOT = 0
               MOVE GLT-MAP-IX(WS-GLT-IX) TO WS-MAP-IX
               ADD GLT-BASE-AMOUNT(WS-GLT-IX) TO WS-AR-NET
               ADD WS-POST-AMT TO WS-TOTAL-DEBITS
               ADD WS-POST-AMT TO WS-TOTAL-CREDITS
               MOVE MAP-AR-ACCT(WS-MAP-IX)     TO GLI-ACCOUNT
               MOVE WS-AR-SIDE                 TO GLI-DR-CR
               PERFORM 220-WRITE-ENTRY
               MOVE MAP-OFFSET-ACCT(WS-MAP-IX) TO GLI-ACCOUNT
               MOVE WS-OFFSET-SIDE             TO GLI-DR-CR
               PERFORM 220-WRITE-ENTRY
           END-IF .

       220-WRITE-ENTRY.
           MOVE 'D'                        TO GLI-REC-TYPE.
           MOVE WS-POST-DATE               TO GLI-POST-DATE.
           MOVE WS-POST-AMT                TO GLI-AMOUNT.
           MOVE GLT-MOVE-TYPE(WS-GLT-IX)   TO GLI-MOVE-TYPE.
           MOVE GLT-CHARGE-CODE(WS-GLT-IX) TO GLI-CHARGE-CODE.
           MOVE GLT-COUNT(WS-GLT-IX)       TO GLI-MOVE-COUNT.
           MOVE MAP-DESC(WS-MAP-IX)        TO GLI-DESC.
           MOVE GLT-CURRENCY(WS-GLT-IX)    TO GLI-CURRENCY.
           IF GLI-CURRENCY = SPACES
               MOVE FXS-BASE-CURRENCY      TO GLI-CURRENCY
           END-IF.
           MOVE GLT-AMOUNT(WS-GLT-IX)      TO GLI-ORIG-AMOUNT.
           WRITE GLI-DETAIL-REC.
           ADD +1 TO NUM-ENTRIES-WRITTEN.

       700-OPEN-FILES.
           OPEN INPUT    GL-MOVE-FILE
                         OLD-MASTER-FILE
                         NEW-MASTER-FILE
                OUTPUT   GL-IFACE-FILE
                         REPORT-FILE .
           IF WS-GLM-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING GL MOVEMENT FILE. RC:'
                     WS-GLM-STATUS '/' WS-GLM-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           IF WS-OLDM-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING OPENING MASTER FILE. RC:'
                     WS-OLDM-STATUS '/' WS-OLDM-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           IF WS-NEWM-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CLOSING MASTER FILE. RC:'
                     WS-NEWM-STATUS '/' WS-NEWM-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           IF WS-GLI-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING GL INTERFACE FILE. RC:'
                     WS-GLI-STATUS '/' WS-GLI-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING REPORT FILE. RC:'
                     WS-REPORT-STATUS '/' WS-REPORT-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .

       710-LOAD-GL-MAP.
      *
      *        Without the mapping cards no movement can be posted;
      *        every movement then reports unmapped and the night
      *        is rejected.
      *
           OPEN INPUT GL-MAP-FILE.
           IF WS-MAP-STATUS NOT = '00'
               DISPLAY 'NO GL MAPPING CARDS - NOTHING CAN POST. RC:'
                       WS-MAP-STATUS '/' WS-MAP-STATUS-2
           ELSE
               MOVE 'N' TO WS-MAP-EOF
               PERFORM 711-READ-ONE-MAP
                   UNTIL WS-MAP-EOF = 'Y'
               CLOSE GL-MAP-FILE
           END-IF .

       711-READ-ONE-MAP.
           READ GL-MAP-FILE
             AT END MOVE 'Y' TO WS-MAP-EOF
           END-READ.
           IF WS-MAP-EOF NOT = 'Y' AND WS-MAP-STATUS = '00'
               IF GL-MAP-RECORD(1:1) NOT = '*'
                      AND GL-MAP-RECORD NOT = SPACES
                   IF MAPC-MOVE-TYPE = SPACES
                      OR MAPC-AR-ACCT = SPACES
                      OR MAPC-OFFSET-ACCT = SPACES
                      OR WS-MAP-CNT >= 100
                       DISPLAY 'BAD OR EXCESS GL MAP CARD IGNORED: '
                               GL-MAP-RECORD(1:33)
                   ELSE
                       ADD +1 TO WS-MAP-CNT
                       MOVE MAPC-MOVE-TYPE
                                   TO MAP-MOVE-TYPE(WS-MAP-CNT)
                       MOVE MAPC-CHARGE-CODE
                                   TO MAP-CHARGE-CODE(WS-MAP-CNT)
                       MOVE MAPC-AR-ACCT
                                   TO MAP-AR-ACCT(WS-MAP-CNT)
                       MOVE MAPC-OFFSET-ACCT
                                   TO MAP-OFFSET-ACCT(WS-MAP-CNT)
                       MOVE MAPC-DESC        TO MAP-DESC(WS-MAP-CNT)
                   END-IF
               END-IF
           END-IF .

       720-FIND-OPENING-TRAILER.
           MOVE 'N' TO WS-OLDM-EOF.
           PERFORM 721-READ-OLD-MASTER
               UNTIL WS-OLDM-EOF = 'Y' .

       721-READ-OLD-MASTER.
           READ OLD-MASTER-FILE
             AT END MOVE 'Y' TO WS-OLDM-EOF
           END-READ.
           EVALUATE WS-OLDM-STATUS
              WHEN '00'
              WHEN '04'
                  IF WS-OLDM-LEN = 60 AND OLDM-CTL-KEY = ALL '9'
                      IF OLDM-CTL-TOTAL-BALANCE NUMERIC
                          MOVE 'Y' TO WS-OPEN-FOUND
                          MOVE OLDM-CTL-TOTAL-BALANCE TO WS-OPEN-BAL
                      END-IF
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-OLDM-EOF
              WHEN OTHER
                  DISPLAY 'OPENING MASTER READ ERROR. RC:'
                          WS-OLDM-STATUS '/' WS-OLDM-STATUS-2
                  MOVE 'N' TO WS-OPEN-FOUND
                  MOVE 'Y' TO WS-OLDM-EOF
           END-EVALUATE .

       725-FIND-CLOSING-TRAILER.
           MOVE 'N' TO WS-NEWM-EOF.
           PERFORM 726-READ-NEW-MASTER
               UNTIL WS-NEWM-EOF = 'Y' .

       726-READ-NEW-MASTER.
           READ NEW-MASTER-FILE
             AT END MOVE 'Y' TO WS-NEWM-EOF
           END-READ.
           EVALUATE WS-NEWM-STATUS
              WHEN '00'
              WHEN '04'
                  IF WS-NEWM-LEN = 60 AND NEWM-CTL-KEY = ALL '9'
                      IF NEWM-CTL-TOTAL-BALANCE NUMERIC
                          MOVE 'Y' TO WS-CLOSE-FOUND
                          MOVE NEWM-CTL-TOTAL-BALANCE TO WS-CLOSE-BAL
                      END-IF
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-NEWM-EOF
              WHEN OTHER
                  DISPLAY 'CLOSING MASTER READ ERROR. RC:'
                          WS-NEWM-STATUS '/' WS-NEWM-STATUS-2
                  MOVE 'N' TO WS-CLOSE-FOUND
                  MOVE 'Y' TO WS-NEWM-EOF
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
           CLOSE GL-MOVE-FILE .
           CLOSE OLD-MASTER-FILE .
           CLOSE NEW-MASTER-FILE .
           CLOSE GL-IFACE-FILE .
           CLOSE REPORT-FILE .

       800-INIT-REPORT.
           MOVE CURRENT-YEAR   TO RPT-YY.
           MOVE CURRENT-MONTH  TO RPT-MM.
           MOVE CURRENT-DAY    TO RPT-DD.
           MOVE CURRENT-HOUR   TO RPT-HH.
           MOVE CURRENT-MINUTE TO RPT-MIN.
           MOVE CURRENT-SECOND TO RPT-SS.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.

       850-REPORT-INTERFACE.
           WRITE REPORT-RECORD FROM RPT-MOVE-HDR AFTER 2.
           WRITE REPORT-RECORD FROM RPT-MOVE-COL AFTER 1.
           PERFORM 860-REPORT-ONE-MOVEMENT
               VARYING WS-GLT-IX FROM 1 BY 1
               UNTIL WS-GLT-IX > WS-GLT-CNT.
           MOVE 'Opening generation balance:'  TO RPT-PRF-TEXT.
           MOVE WS-OPEN-BAL                    TO RPT-PRF-AMT.
           WRITE REPORT-RECORD FROM RPT-PROOF-LINE AFTER 2.
           MOVE 'Closing generation balance:'  TO RPT-PRF-TEXT.
           MOVE WS-CLOSE-BAL                   TO RPT-PRF-AMT.
           WRITE REPORT-RECORD FROM RPT-PROOF-LINE AFTER 1.
           MOVE 'Change in balance:'           TO RPT-PRF-TEXT.
           MOVE WS-BAL-CHANGE                  TO RPT-PRF-AMT.
           WRITE REPORT-RECORD FROM RPT-PROOF-LINE AFTER 1.
           MOVE 'Net of balance movements:'    TO RPT-PRF-TEXT.
           MOVE WS-MOVE-NET                    TO RPT-PRF-AMT.
           WRITE REPORT-RECORD FROM RPT-PROOF-LINE AFTER 1.
           MOVE 'Difference:'                  TO RPT-PRF-TEXT.
           MOVE WS-PROOF-DIFF                  TO RPT-PRF-AMT.
           WRITE REPORT-RECORD FROM RPT-PROOF-LINE AFTER 1.
           MOVE SPACES                         TO RPT-PRF-TEXT.
           STRING 'Net movements in base currency '
                                       DELIMITED BY SIZE
                  FXS-BASE-CURRENCY    DELIMITED BY SIZE
                  ':'                  DELIMITED BY SIZE
               INTO RPT-PRF-TEXT
           END-STRING.
           MOVE WS-BASE-MOVE-NET               TO RPT-PRF-AMT.
           WRITE REPORT-RECORD FROM RPT-PROOF-LINE AFTER 2.
           MOVE FXS-RATE-DATE                  TO RPT-RATE-DATE.
           IF FXS-RATES-STALE = 'Y'
               MOVE '*** NOT FOR THE BUSINESS DATE ***'
                                               TO RPT-RATE-STALE
           ELSE
               MOVE SPACES                     TO RPT-RATE-STALE
           END-IF.
           WRITE REPORT-RECORD FROM RPT-RATE-LINE AFTER 1.
           MOVE 'Total debits posted:'         TO RPT-PRF-TEXT.
           MOVE WS-TOTAL-DEBITS                TO RPT-PRF-AMT.
           WRITE REPORT-RECORD FROM RPT-PROOF-LINE AFTER 2.
           MOVE 'Total credits posted:'        TO RPT-PRF-TEXT.
           MOVE WS-TOTAL-CREDITS               TO RPT-PRF-AMT.
           WRITE REPORT-RECORD FROM RPT-PROOF-LINE AFTER 1.
           MOVE 'Movement records read:'       TO RPT-GL-TOTAL-TEXT.
           MOVE NUM-MOVE-RECS-READ             TO RPT-GL-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-GL-TOTAL-LINE AFTER 2.
           MOVE 'Movement groups:'             TO RPT-GL-TOTAL-TEXT.
           MOVE NUM-MOVE-GROUPS                TO RPT-GL-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-GL-TOTAL-LINE AFTER 1.
           MOVE 'GL entries written:'          TO RPT-GL-TOTAL-TEXT.
           MOVE NUM-ENTRIES-WRITTEN            TO RPT-GL-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-GL-TOTAL-LINE AFTER 1.
           MOVE 'Proof failures:'              TO RPT-GL-TOTAL-TEXT.
           MOVE NUM-PROOF-FAILURES             TO RPT-GL-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-GL-TOTAL-LINE AFTER 1.
           IF WS-PROOF-OK = 'Y'
               WRITE REPORT-RECORD FROM RPT-POSTED-LINE AFTER 2
           ELSE
               WRITE REPORT-RECORD FROM RPT-REJECTED-LINE AFTER 2
           END-IF .

       860-REPORT-ONE-MOVEMENT.
           MOVE GLT-MOVE-TYPE(WS-GLT-IX)   TO RPT-MV-TYPE.
           MOVE GLT-CHARGE-CODE(WS-GLT-IX) TO RPT-MV-CODE.
           MOVE GLT-COUNT(WS-GLT-IX)       TO RPT-MV-COUNT.
           MOVE GLT-CURRENCY(WS-GLT-IX)    TO RPT-MV-CCY.
           MOVE GLT-AMOUNT(WS-GLT-IX)      TO RPT-MV-AMOUNT.
           MOVE GLT-BASE-AMOUNT(WS-GLT-IX) TO RPT-MV-BASE.
           IF GLT-MAP-IX(WS-GLT-IX) > 0
               MOVE GLT-MAP-IX(WS-GLT-IX)  TO WS-MAP-IX
               MOVE MAP-AR-ACCT(WS-MAP-IX)     TO RPT-MV-AR-ACCT
               MOVE MAP-OFFSET-ACCT(WS-MAP-IX) TO RPT-MV-OFFSET
               MOVE MAP-DESC(WS-MAP-IX)        TO RPT-MV-DESC
           ELSE
               MOVE '*UNMAPPED*'               TO RPT-MV-AR-ACCT
               MOVE SPACES                     TO RPT-MV-OFFSET
               MOVE SPACES                     TO RPT-MV-DESC
           END-IF.
           WRITE REPORT-RECORD FROM RPT-MOVE-LINE AFTER 1.
