      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * PROGRAM:  SAM33
      *
      * AUTHOR :  Doug Stout
      *
      * ACCOUNT HIERARCHY REPORT.
      *
      * READS THE CURRENT MASTER GENERATION AND LISTS EVERY ACCOUNT
      * GROUP -- A TOP ACCOUNT AND THE MASTERS THAT NAME IT, DIRECTLY
      * OR THROUGH AN INTERMEDIATE, AS THEIR PARENT (CUST-PARENT-ID).
      * PER GROUP: THE TOP ACCOUNT, ITS MEMBER COUNT, THE GROUP
      * EXPOSURE (THE COMBINED BALANCE OF EVERY ACCOUNT IN IT), THE
      * GROUP CREDIT LIMIT AND THE HEADROOM LEFT UNDER IT, FLAGGED
      * WHEN THE GROUP IS OVER.  ONE LINE PER MEMBER FOLLOWS WITH ITS
      * PARENT, LEVEL BELOW THE TOP, OWN BALANCE, AND THE TOTAL OF
      * ITSELF AND EVERYTHING BENEATH IT -- THE FIGURE SAM2 HOLDS TO
      * ANY GROUP LIMIT A MID-LEVEL ACCOUNT CARRIES.
      *
      * EXCEPTIONS ARE LISTED AFTER THE GROUPS: A PARENT ID THAT IS
      * NOT A MASTER ON FILE (THE ACCOUNT IS REPORTED AS THE TOP OF
      * ITS OWN GROUP), AND ACCOUNTS IN A PARENT LOOP (LEFT OUT OF
      * EVERY GROUP).  SAM2 REFUSES BOTH THROUGH UPDATE, SO EITHER
      * MEANS THE FILE WAS CHANGED SOME OTHER WAY.
      *
      * A TOP ACCOUNT THAT CARRIES NO PARENT OR GROUP LIMIT OF ITS
      * OWN IS PICKED UP BY A SECOND READ OF THE GENERATION.
      *
      * RC 4 = EXCEPTIONS LISTED, OR MORE HIERARCHY ACCOUNTS THAN
      * THE TABLE HOLDS; RC 8 = READ ERROR; RC 16 = OPEN ERROR.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM33.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CUSTFILE-STATUS WS-CUSTFILE-STATUS-2.

            SELECT REPORT-FILE      ASSIGN TO HIERRPT
                   FILE STATUS  IS  WS-REPORT-STATUS WS-REPORT-STATUS-2.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           RECORDING MODE IS V
           RECORD IS VARYING FROM 20 TO 596 CHARACTERS
               DEPENDING ON WS-REC-LEN.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==CUST==.

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
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-CUST-FILE-EOF        PIC X     VALUE 'N'.
           05  WS-FILE-ERROR           PIC X     VALUE 'N'.
           05  WS-REC-LEN              PIC 9(4)  COMP VALUE 0.
           05  WS-EXC-HDR-DONE         PIC X     VALUE 'N'.
           05  WS-GRP-TOTAL            PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-GRP-HEADROOM         PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-GRP-MEMBERS          PIC S9(4) COMP VALUE +0.
           05  WS-LIMIT-EDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-HEADROOM-EDIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

      *        Every master in a hierarchy -- it names a parent or
      *        carries a group limit -- plus (second pass) the top
      *        accounts they name.  PARENT-IX and TOP-IX point back
      *        into the table; SUB-TOTAL is the account's balance
      *        plus everything beneath it.  TOP-IX 0 after placement
      *        = in a parent loop.
       01  HIERARCHY-TABLE.
           05  WS-GRP-CNT              PIC S9(4) COMP VALUE +0.
           05  WS-GRP-MAX              PIC S9(4) COMP VALUE +5000.
           05  WS-GRP-IX               PIC S9(4) COMP VALUE +0.
           05  WS-GRP-JX               PIC S9(4) COMP VALUE +0.
           05  WS-GRP-TOP              PIC S9(4) COMP VALUE +0.
           05  WS-GRP-WALK             PIC S9(4) COMP VALUE +0.
           05  WS-GRP-DEPTH            PIC S9(4) COMP VALUE +0.
           05  WS-GRP-MAX-DEPTH        PIC S9(4) COMP VALUE +50.
           05  WS-GRP-FOUND            PIC S9(4) COMP VALUE +0.
           05  WS-GRP-FULL             PIC X     VALUE 'N'.
           05  WS-GRP-LOOKUP-ID        PIC X(8)  VALUE SPACES.
           05  WS-MISS-CNT             PIC S9(4) COMP VALUE +0.
           05  WS-MISS-IX              PIC S9(4) COMP VALUE +0.
           05  WS-MISS-FOUND           PIC S9(4) COMP VALUE +0.
           05  MISS-ID                 PIC X(8)  OCCURS 500.
           05  GRP-ENTRY OCCURS 5000.
               10  GRP-ID              PIC X(8).
               10  GRP-NAME            PIC X(17).
               10  GRP-PARENT          PIC X(8).
               10  GRP-BAL             PIC S9(9)V99  COMP-3.
               10  GRP-LIMIT           PIC 9(7)V99   COMP-3.
               10  GRP-SUB-TOTAL       PIC S9(11)V99 COMP-3.
               10  GRP-PARENT-IX       PIC S9(4) COMP.
               10  GRP-TOP-IX          PIC S9(4) COMP.
               10  GRP-LEVEL           PIC S9(4) COMP.

       01  HIERARCHY-TOTALS.
           05  NUM-RECS-READ         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-HIER-ACCOUNTS     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-GROUPS            PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-GROUP-MEMBERS     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-GROUPS-OVER       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PARENT-MISSING    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-IN-LOOPS          PIC S9(9)   COMP-3  VALUE +0.
           05  TOT-EXPOSURE          PIC S9(11)V99 COMP-3 VALUE +0.
      *
       01 RPT-HEADER1.
           05  FILLER                     PIC X(40)
                     VALUE 'ACCOUNT HIERARCHY REPORT          DATE: '.
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
       01  RPT-GROUP-LINE.
           05  FILLER              PIC X(7)  VALUE 'GROUP  '.
           05  RPT-GR-ID           PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-GR-NAME         PIC X(17).
           05  FILLER              PIC X(11) VALUE '  MEMBERS: '.
           05  RPT-GR-MEMBERS      PIC ZZZ9.
           05  FILLER              PIC X(83) VALUE SPACES.
       01  RPT-EXPOSURE-LINE.
           05  FILLER              PIC X(11) VALUE '  EXPOSURE:'.
           05  RPT-EX-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(9)  VALUE '  LIMIT: '.
           05  RPT-EX-LIMIT        PIC X(17).
           05  FILLER              PIC X(12) VALUE '  HEADROOM: '.
           05  RPT-EX-HEADROOM     PIC X(18).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-EX-FLAG         PIC X(10).
           05  FILLER              PIC X(35) VALUE SPACES.
       01  RPT-MEMBER-COL.
           05  FILLER PIC X(30) VALUE '    ACCOUNT   NAME            '.
           05  FILLER PIC X(30) VALUE '  PARENT    LEVEL      BALANCE'.
           05  FILLER PIC X(30) VALUE '     SUBTREE TOTAL   GROUP LIM'.
           05  FILLER PIC X(42) VALUE 'IT'.
       01  RPT-MEMBER-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  RPT-MB-ID           PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-MB-NAME         PIC X(17).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-MB-PARENT       PIC X(8).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  RPT-MB-LEVEL        PIC ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-MB-BAL          PIC ZZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-MB-SUB-TOTAL    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-MB-LIMIT        PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RPT-MB-FLAG         PIC X(10).
           05  FILLER              PIC X(29) VALUE SPACES.
       01  RPT-EXC-HDR.
           05  FILLER PIC X(60) VALUE
               'Hierarchy exceptions:'.
           05  FILLER PIC X(72) VALUE SPACES.
       01  RPT-EXC-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  RPT-XC-ID           PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-XC-NAME         PIC X(17).
           05  FILLER              PIC X(9)  VALUE '  PARENT '.
           05  RPT-XC-PARENT       PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-XC-TEXT         PIC X(30).
           05  FILLER              PIC X(52) VALUE SPACES.
       01  RPT-HIR-TOTAL-LINE.
           05  RPT-HIR-TOTAL-TEXT  PIC X(30).
           05  RPT-HIR-TOTAL-NUM   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91) VALUE SPACES.
       01  RPT-HIR-AMOUNT-LINE.
           05  RPT-HIR-AMOUNT-TEXT PIC X(30).
           05  RPT-HIR-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(84) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       000-MAIN.
           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM33 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .

           PERFORM 700-OPEN-FILES .
           PERFORM 800-INIT-REPORT .

           IF WS-FILE-ERROR NOT = 'Y'
               PERFORM 100-COLLECT-ONE-MASTER
                   UNTIL WS-CUST-FILE-EOF = 'Y'
               PERFORM 200-BUILD-HIERARCHY
               PERFORM VARYING WS-GRP-TOP FROM 1 BY 1
                 UNTIL WS-GRP-TOP > WS-GRP-CNT
                   IF GRP-TOP-IX(WS-GRP-TOP) = WS-GRP-TOP
                       PERFORM 300-REPORT-GROUP
                   END-IF
               END-PERFORM
               PERFORM 400-REPORT-EXCEPTIONS
           END-IF .

           PERFORM 850-REPORT-TOTALS .
           PERFORM 790-CLOSE-FILES .

           DISPLAY 'SAM33 GROUPS REPORTED      = ' NUM-GROUPS .
           DISPLAY 'SAM33 GROUPS OVER LIMIT    = ' NUM-GROUPS-OVER .
           DISPLAY 'SAM33 PARENTS NOT ON FILE  = ' NUM-PARENT-MISSING .
           DISPLAY 'SAM33 ACCOUNTS IN LOOPS    = ' NUM-IN-LOOPS .
           IF (NUM-PARENT-MISSING > 0 OR NUM-IN-LOOPS > 0
               OR WS-GRP-FULL = 'Y')
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF .

           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM33 STOPPED TIME = ' CURRENT-HOUR ':'
                  CURRENT-MINUTE ':' CURRENT-SECOND.
           GOBACK .

       100-COLLECT-ONE-MASTER.
      *
      *        Only current-layout masters (356-399 bytes) carry the
      *        hierarchy fields; one written before they were
      *        appended reads as blank past its own end.
      *
           PERFORM 730-READ-CUSTOMER-FILE.
           IF WS-CUST-FILE-EOF NOT = 'Y'
              AND WS-REC-LEN >= 356 AND WS-REC-LEN < 400
              AND CUST-REC-TYPE = 'A'
               IF WS-REC-LEN < LENGTH OF CUST-REC
                   MOVE SPACES TO CUST-REC(WS-REC-LEN + 1:)
               END-IF
               IF CUST-PARENT-ID > SPACES
                  OR (CUST-GROUP-CREDIT-LIMIT NUMERIC
                      AND CUST-GROUP-CREDIT-LIMIT > 0)
                   PERFORM 110-ADD-ENTRY
               END-IF
           END-IF.

       110-ADD-ENTRY.
           IF WS-GRP-CNT < WS-GRP-MAX
               ADD +1 TO WS-GRP-CNT
               ADD +1 TO NUM-HIER-ACCOUNTS
               MOVE CUST-ID      TO GRP-ID(WS-GRP-CNT)
               MOVE CUST-NAME    TO GRP-NAME(WS-GRP-CNT)
               MOVE SPACES       TO GRP-PARENT(WS-GRP-CNT)
               IF CUST-PARENT-ID > SPACES
                   MOVE CUST-PARENT-ID TO GRP-PARENT(WS-GRP-CNT)
               END-IF
               MOVE +0 TO GRP-BAL(WS-GRP-CNT)
               IF CUST-ACCT-BALANCE NUMERIC
                   MOVE CUST-ACCT-BALANCE TO GRP-BAL(WS-GRP-CNT)
               END-IF
               MOVE 0 TO GRP-LIMIT(WS-GRP-CNT)
               IF CUST-GROUP-CREDIT-LIMIT NUMERIC
                   MOVE CUST-GROUP-CREDIT-LIMIT
                               TO GRP-LIMIT(WS-GRP-CNT)
               END-IF
               MOVE +0 TO GRP-SUB-TOTAL(WS-GRP-CNT)
               MOVE 0  TO GRP-PARENT-IX(WS-GRP-CNT)
                          GRP-TOP-IX(WS-GRP-CNT)
                          GRP-LEVEL(WS-GRP-CNT)
           ELSE
               IF WS-GRP-FULL = 'N'
                   MOVE 'Y' TO WS-GRP-FULL
                   DISPLAY 'SAM33 HIERARCHY TABLE FULL AT ' WS-GRP-MAX
                           ' ACCOUNTS - LATER ACCOUNTS LEFT OFF'
               END-IF
           END-IF.

       200-BUILD-HIERARCHY.
      *
      *        Link each account to its parent; parents not yet in
      *        the table are looked for on a second read of the
      *        generation; then every account is walked up to its
      *        top and its balance added to each account it passes.
      *
           PERFORM 210-LINK-PARENTS.
           MOVE 0 TO WS-MISS-CNT.
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
             UNTIL WS-GRP-IX > WS-GRP-CNT
               IF GRP-PARENT(WS-GRP-IX) NOT = SPACES
                  AND GRP-PARENT-IX(WS-GRP-IX) = 0
                   PERFORM 215-NOTE-MISSING-PARENT
               END-IF
           END-PERFORM.
           IF WS-MISS-CNT > 0
               PERFORM 220-READ-FOR-PARENTS
               PERFORM 210-LINK-PARENTS
           END-IF.
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
             UNTIL WS-GRP-IX > WS-GRP-CNT
               PERFORM 230-PLACE-IN-GROUP
           END-PERFORM.

       210-LINK-PARENTS.
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
             UNTIL WS-GRP-IX > WS-GRP-CNT
               MOVE 0 TO GRP-PARENT-IX(WS-GRP-IX)
               IF GRP-PARENT(WS-GRP-IX) NOT = SPACES
                   MOVE GRP-PARENT(WS-GRP-IX) TO WS-GRP-LOOKUP-ID
                   PERFORM 212-FIND-ENTRY
                   MOVE WS-GRP-FOUND TO GRP-PARENT-IX(WS-GRP-IX)
               END-IF
           END-PERFORM.

       212-FIND-ENTRY.
           MOVE 0 TO WS-GRP-FOUND.
           PERFORM VARYING WS-GRP-JX FROM 1 BY 1
             UNTIL WS-GRP-JX > WS-GRP-CNT
                OR WS-GRP-FOUND > 0
               IF GRP-ID(WS-GRP-JX) = WS-GRP-LOOKUP-ID
                   MOVE WS-GRP-JX TO WS-GRP-FOUND
               END-IF
           END-PERFORM.

       215-NOTE-MISSING-PARENT.
           MOVE 0 TO WS-MISS-FOUND.
           PERFORM VARYING WS-MISS-IX FROM 1 BY 1
             UNTIL WS-MISS-IX > WS-MISS-CNT
                OR WS-MISS-FOUND > 0
               IF MISS-ID(WS-MISS-IX) = GRP-PARENT(WS-GRP-IX)
                   MOVE WS-MISS-IX TO WS-MISS-FOUND
               END-IF
           END-PERFORM.
           IF WS-MISS-FOUND = 0 AND WS-MISS-CNT < 500
               ADD +1 TO WS-MISS-CNT
               MOVE GRP-PARENT(WS-GRP-IX) TO MISS-ID(WS-MISS-CNT)
           END-IF.

       220-READ-FOR-PARENTS.
           CLOSE CUSTOMER-FILE.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REOPENING CUSTOMER INPUT FILE. RC:'
                       WS-CUSTFILE-STATUS '/' WS-CUSTFILE-STATUS-2
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-CUST-FILE-EOF
               PERFORM 225-PICK-UP-PARENT
                   UNTIL WS-CUST-FILE-EOF = 'Y'
           END-IF.

       225-PICK-UP-PARENT.
           PERFORM 730-READ-CUSTOMER-FILE.
           IF WS-CUST-FILE-EOF NOT = 'Y'
              AND WS-REC-LEN >= 356 AND WS-REC-LEN < 400
              AND CUST-REC-TYPE = 'A'
               IF WS-REC-LEN < LENGTH OF CUST-REC
                   MOVE SPACES TO CUST-REC(WS-REC-LEN + 1:)
               END-IF
               MOVE 0 TO WS-MISS-FOUND
               PERFORM VARYING WS-MISS-IX FROM 1 BY 1
                 UNTIL WS-MISS-IX > WS-MISS-CNT
                    OR WS-MISS-FOUND > 0
                   IF MISS-ID(WS-MISS-IX) = CUST-ID
                       MOVE WS-MISS-IX TO WS-MISS-FOUND
                   END-IF
               END-PERFORM
               IF WS-MISS-FOUND > 0
                   PERFORM 110-ADD-ENTRY
               END-IF
           END-IF.

       230-PLACE-IN-GROUP.
      *        Climb to the account with no parent on file; that is
      *        the top, the climb count the level.  A chain that
      *        does not end within WS-GRP-MAX-DEPTH levels is a loop.
           MOVE WS-GRP-IX TO WS-GRP-WALK.
           MOVE 0 TO WS-GRP-DEPTH.
           PERFORM 235-CLIMB-ONE-LEVEL
               UNTIL GRP-PARENT-IX(WS-GRP-WALK) = 0
                  OR WS-GRP-DEPTH > WS-GRP-MAX-DEPTH.
           IF WS-GRP-DEPTH > WS-GRP-MAX-DEPTH
               MOVE 0 TO GRP-TOP-IX(WS-GRP-IX)
           ELSE
               MOVE WS-GRP-WALK  TO GRP-TOP-IX(WS-GRP-IX)
               MOVE WS-GRP-DEPTH TO GRP-LEVEL(WS-GRP-IX)
      *        the balance counts in its own subtree total and in
      *        that of every account above it
               MOVE WS-GRP-IX TO WS-GRP-WALK
               ADD GRP-BAL(WS-GRP-IX) TO GRP-SUB-TOTAL(WS-GRP-WALK)
               PERFORM 240-ADD-TO-ONE-ANCESTOR
                   UNTIL GRP-PARENT-IX(WS-GRP-WALK) = 0
           END-IF.

       235-CLIMB-ONE-LEVEL.
           MOVE GRP-PARENT-IX(WS-GRP-WALK) TO WS-GRP-WALK.
           ADD +1 TO WS-GRP-DEPTH.

       240-ADD-TO-ONE-ANCESTOR.
           MOVE GRP-PARENT-IX(WS-GRP-WALK) TO WS-GRP-WALK.
           ADD GRP-BAL(WS-GRP-IX) TO GRP-SUB-TOTAL(WS-GRP-WALK).

       300-REPORT-GROUP.
      *        A top account with nothing beneath it is not a group;
      *        it is in the table only for a limit of its own.
           MOVE 0 TO WS-GRP-MEMBERS.
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
             UNTIL WS-GRP-IX > WS-GRP-CNT
               IF GRP-TOP-IX(WS-GRP-IX) = WS-GRP-TOP
                  AND WS-GRP-IX NOT = WS-GRP-TOP
                   ADD +1 TO WS-GRP-MEMBERS
               END-IF
           END-PERFORM.
           IF WS-GRP-MEMBERS > 0
               ADD +1 TO NUM-GROUPS
               ADD WS-GRP-MEMBERS TO NUM-GROUP-MEMBERS
               MOVE GRP-SUB-TOTAL(WS-GRP-TOP) TO WS-GRP-TOTAL
               ADD WS-GRP-TOTAL TO TOT-EXPOSURE
               PERFORM 310-WRITE-GROUP-HEADING
      *        the top account first, then its members in key order
               MOVE WS-GRP-TOP TO WS-GRP-IX
               PERFORM 320-WRITE-MEMBER-LINE
               PERFORM VARYING WS-GRP-IX FROM 1 BY 1
                 UNTIL WS-GRP-IX > WS-GRP-CNT
                   IF GRP-TOP-IX(WS-GRP-IX) = WS-GRP-TOP
                      AND WS-GRP-IX NOT = WS-GRP-TOP
                       PERFORM 320-WRITE-MEMBER-LINE
                   END-IF
               END-PERFORM
           END-IF.

       310-WRITE-GROUP-HEADING.
           MOVE GRP-ID(WS-GRP-TOP)   TO RPT-GR-ID.
           MOVE GRP-NAME(WS-GRP-TOP) TO RPT-GR-NAME.
           MOVE WS-GRP-MEMBERS       TO RPT-GR-MEMBERS.
           WRITE REPORT-RECORD FROM RPT-GROUP-LINE AFTER 2.
           MOVE WS-GRP-TOTAL TO RPT-EX-TOTAL.
           MOVE SPACES TO RPT-EX-FLAG.
           IF GRP-LIMIT(WS-GRP-TOP) > 0
               MOVE GRP-LIMIT(WS-GRP-TOP) TO WS-LIMIT-EDIT
               MOVE WS-LIMIT-EDIT TO RPT-EX-LIMIT
               COMPUTE WS-GRP-HEADROOM =
                   GRP-LIMIT(WS-GRP-TOP) - WS-GRP-TOTAL
               MOVE WS-GRP-HEADROOM TO WS-HEADROOM-EDIT
               MOVE WS-HEADROOM-EDIT TO RPT-EX-HEADROOM
               IF WS-GRP-HEADROOM < 0
                   MOVE 'OVER LIMIT' TO RPT-EX-FLAG
                   ADD +1 TO NUM-GROUPS-OVER
               END-IF
           ELSE
               MOVE '             NONE' TO RPT-EX-LIMIT
               MOVE SPACES TO RPT-EX-HEADROOM
           END-IF.
           WRITE REPORT-RECORD FROM RPT-EXPOSURE-LINE.
           WRITE REPORT-RECORD FROM RPT-MEMBER-COL.

       320-WRITE-MEMBER-LINE.
           MOVE GRP-ID(WS-GRP-IX)        TO RPT-MB-ID.
           MOVE GRP-NAME(WS-GRP-IX)      TO RPT-MB-NAME.
           MOVE GRP-PARENT(WS-GRP-IX)    TO RPT-MB-PARENT.
           MOVE GRP-LEVEL(WS-GRP-IX)     TO RPT-MB-LEVEL.
           MOVE GRP-BAL(WS-GRP-IX)       TO RPT-MB-BAL.
           MOVE GRP-SUB-TOTAL(WS-GRP-IX) TO RPT-MB-SUB-TOTAL.
           MOVE GRP-LIMIT(WS-GRP-IX)     TO RPT-MB-LIMIT.
           MOVE SPACES TO RPT-MB-FLAG.
      *    a mid-level limit is held against its own subtree
           IF GRP-LIMIT(WS-GRP-IX) > 0
              AND GRP-SUB-TOTAL(WS-GRP-IX) > GRP-LIMIT(WS-GRP-IX)
               MOVE 'OVER LIMIT' TO RPT-MB-FLAG
           END-IF.
           WRITE REPORT-RECORD FROM RPT-MEMBER-LINE.

       400-REPORT-EXCEPTIONS.
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
             UNTIL WS-GRP-IX > WS-GRP-CNT
               IF GRP-TOP-IX(WS-GRP-IX) = 0
                   ADD +1 TO NUM-IN-LOOPS
                   MOVE 'IN A PARENT LOOP' TO RPT-XC-TEXT
                   PERFORM 410-WRITE-EXCEPTION-LINE
               ELSE
                   IF GRP-PARENT(WS-GRP-IX) NOT = SPACES
                      AND GRP-PARENT-IX(WS-GRP-IX) = 0
                       ADD +1 TO NUM-PARENT-MISSING
                       MOVE 'PARENT NOT ON FILE' TO RPT-XC-TEXT
                       PERFORM 410-WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
           END-PERFORM.

       410-WRITE-EXCEPTION-LINE.
           IF WS-EXC-HDR-DONE = 'N'
               MOVE 'Y' TO WS-EXC-HDR-DONE
               WRITE REPORT-RECORD FROM RPT-EXC-HDR AFTER 2
           END-IF.
           MOVE GRP-ID(WS-GRP-IX)     TO RPT-XC-ID.
           MOVE GRP-NAME(WS-GRP-IX)   TO RPT-XC-NAME.
           MOVE GRP-PARENT(WS-GRP-IX) TO RPT-XC-PARENT.
           WRITE REPORT-RECORD FROM RPT-EXC-LINE.

       700-OPEN-FILES.
           OPEN INPUT    CUSTOMER-FILE
                OUTPUT   REPORT-FILE .
           IF WS-CUSTFILE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTOMER INPUT FILE. RC:'
                     WS-CUSTFILE-STATUS '/' WS-CUSTFILE-STATUS-2
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

       730-READ-CUSTOMER-FILE.
           READ CUSTOMER-FILE
             AT END MOVE 'Y' TO WS-CUST-FILE-EOF .
           EVALUATE WS-CUSTFILE-STATUS
              WHEN '00'
              WHEN '04'
                  ADD +1 TO NUM-RECS-READ
              WHEN '10'
                  MOVE 'Y' TO WS-CUST-FILE-EOF
              WHEN OTHER
                  DISPLAY 'CUSTOMER FILE READ ERROR. RC:'
                          WS-CUSTFILE-STATUS '/' WS-CUSTFILE-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-CUST-FILE-EOF
           END-EVALUATE .

       780-GET-BUSINESS-DATE.
      *
      *        The processing date is the business date on the
      *        shared control record (SAM30 service), not the
      *        clock.  No BUSDATE DD = system date.
      *
           MOVE 'G' TO BDS-FUNCTION .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE BDS-BUS-YYMMDD TO CURRENT-DATE .

       790-CLOSE-FILES.
           CLOSE CUSTOMER-FILE .
           CLOSE REPORT-FILE .

       800-INIT-REPORT.
           MOVE CURRENT-YEAR   TO RPT-YY.
           MOVE CURRENT-MONTH  TO RPT-MM.
           MOVE CURRENT-DAY    TO RPT-DD.
           MOVE CURRENT-HOUR   TO RPT-HH.
           MOVE CURRENT-MINUTE TO RPT-MIN.
           MOVE CURRENT-SECOND TO RPT-SS.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.

       850-REPORT-TOTALS.
           MOVE 'Hierarchy accounts:         ' TO RPT-HIR-TOTAL-TEXT.
           MOVE NUM-HIER-ACCOUNTS   TO RPT-HIR-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-HIR-TOTAL-LINE AFTER 2.
           MOVE 'Groups reported:            ' TO RPT-HIR-TOTAL-TEXT.
           MOVE NUM-GROUPS          TO RPT-HIR-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-HIR-TOTAL-LINE.
           MOVE 'Members under a top account:' TO RPT-HIR-TOTAL-TEXT.
           MOVE NUM-GROUP-MEMBERS   TO RPT-HIR-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-HIR-TOTAL-LINE.
           MOVE 'Groups over their limit:    ' TO RPT-HIR-TOTAL-TEXT.
           MOVE NUM-GROUPS-OVER     TO RPT-HIR-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-HIR-TOTAL-LINE.
           MOVE 'Parents not on file:        ' TO RPT-HIR-TOTAL-TEXT.
           MOVE NUM-PARENT-MISSING  TO RPT-HIR-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-HIR-TOTAL-LINE.
           MOVE 'Accounts in parent loops:   ' TO RPT-HIR-TOTAL-TEXT.
           MOVE NUM-IN-LOOPS        TO RPT-HIR-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-HIR-TOTAL-LINE.
           MOVE 'Total group exposure:       ' TO RPT-HIR-AMOUNT-TEXT.
           MOVE TOT-EXPOSURE        TO RPT-HIR-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-HIR-AMOUNT-LINE AFTER 2.
