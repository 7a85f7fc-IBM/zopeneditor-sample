      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * PROGRAM:  SAM32
      *
      * AUTHOR :  Doug Stout
      *
      * ACCOUNT-HIERARCHY SERVICE: SUBROUTINE CALLED BY SAM2 AND
      * SAM1 FOR THE PARENT/CHILD LINKS BETWEEN MASTERS AND THE
      * GROUP CREDIT LIMITS THAT RIDE ON THEM.
      *
      * A BRANCH ACCOUNT POINTS AT THE MASTER OF ITS COMPANY
      * THROUGH PARENT-ID; A GROUP IS A TOP ACCOUNT (NO PARENT)
      * AND EVERYTHING BENEATH IT, TO ANY DEPTH.  A NON-ZERO
      * GROUP-CREDIT-LIMIT ON ANY ACCOUNT CAPS THE COMBINED
      * BALANCE OF THAT ACCOUNT AND ALL OF ITS DESCENDANTS.
      *
      * ON THE FIRST CALL THE KEYED MASTER COPY (HIERIDX DD, THE
      * SAME CLUSTER AS CUSTIDX) IS BROWSED ONCE: EVERY MASTER
      * WITH A PARENT OR A GROUP LIMIT GOES INTO THE TABLE, EACH
      * PARENT THEY NAME IS READ IN BY KEY, AND EVERY ENTRY'S
      * COMBINED (OWN PLUS DESCENDANTS) BALANCE IS ROLLED UP.
      * MASTERS IN NO HIERARCHY ARE NEVER HELD.  FROM THEN ON THE
      * CALLER'S COMMITS KEEP THE TABLE IN STEP WITH THE RUN.
      *
      * BALANCES ARE AS OF THE KEYED COPY (THE PREVIOUS NIGHTLY'S
      * OUTPUT) PLUS THE UPDATES COMMITTED THROUGH THIS SERVICE.
      * MOVEMENTS SAM1 MAKES ON ITS OWN -- CHARGES, REFUNDS, MERGED
      * AMOUNTS, RESTORED RECORDS -- ARE PICKED UP BY THE NEXT
      * RUN'S LOAD, NOT THIS ONE'S.  A PARTITION OF THE PARALLEL
      * NIGHTLY SEES THE OTHER PARTITIONS' MEMBERS AT THEIR START-
      * OF-RUN BALANCES.
      *
      * A GROUP IS HELD IN ONE CURRENCY: ITS BALANCES ARE ADDED
      * TOGETHER AND CAPPED BY ONE LIMIT, SO A NEW PARENT MUST BE
      * IN THE SAME CURRENCY AS THE ACCOUNT LINKED TO IT.
      *****************************************************************
      * Linkage:
      *      parameters:
      *        1: Hierarchy parameter block (HIERPARM copybook)
      *              HRS-FUNCTION      (passed)    C, V, U, R or K
      *              HRS-RETURN        (returned)  00, 04, 08, 12, 16
      *           see the copybook for the fields each function
      *           reads and returns.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM32.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT OPTIONAL HIER-INDEX-FILE ASSIGN TO HIERIDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HIX-KEY
                   FILE STATUS  IS  WS-HIX-STATUS WS-HIX-STATUS-2.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

      *        Records written before the hierarchy fields existed
      *        are shorter than the current master; their tail is
      *        not trusted (the record length says which is which).
       FD  HIER-INDEX-FILE
           RECORDING MODE IS V
           RECORD IS VARYING FROM 20 TO 596 CHARACTERS
               DEPENDING ON WS-REC-LEN.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==HIX==.

       WORKING-STORAGE SECTION.
      *
       01  WS-FIELDS.
           05  WS-HIX-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-HIX-STATUS-2          PIC X(4)  VALUE SPACES.
           05  WS-HIX-EOF               PIC X     VALUE 'N'.
           05  WS-HIX-LOADED            PIC X     VALUE 'N'.
           05  WS-HIX-ACTIVE            PIC X     VALUE 'N'.
           05  WS-LOADING               PIC X     VALUE 'N'.
           05  WS-REC-LEN               PIC 9(4)  COMP VALUE 0.
      *        A keyed-copy record must reach the end of the group
      *        limit for its hierarchy fields to be trusted; the
      *        currency after it may still be missing (spaces).
           05  WS-HIER-REC-LEN          PIC 9(4)  COMP VALUE 386.
           05  WS-TABLE-FULL-SAID       PIC X     VALUE 'N'.
           05  WS-LOOP-SAID             PIC X     VALUE 'N'.
      *
      *        Table lookups and the ancestor walk.  A walk never
      *        climbs more than WS-MAX-DEPTH levels, so a loop that
      *        somehow reached the file cannot hang the caller.
      *
           05  WS-FIND-ID               PIC X(8)  VALUE SPACES.
           05  WS-FIND-IX               PIC S9(4) COMP VALUE +0.
           05  WS-IX                    PIC S9(4) COMP VALUE +0.
           05  WS-ID-IX                 PIC S9(4) COMP VALUE +0.
           05  WS-WALK-ID               PIC X(8)  VALUE SPACES.
           05  WS-WALK-AMT              PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-DEPTH                 PIC S9(4) COMP VALUE +0.
           05  WS-MAX-DEPTH             PIC S9(4) COMP VALUE +50.
           05  WS-LOAD-ID               PIC X(8)  VALUE SPACES.
           05  WS-LOAD-OK               PIC X     VALUE 'N'.
           05  WS-IN-CHAIN              PIC X     VALUE 'N'.
           05  WS-CHAIN-CNT             PIC S9(4) COMP VALUE +0.
           05  WS-CHAIN-IX              PIC S9(4) COMP VALUE +0.
           05  WS-CHAIN-ID              PIC X(8)  OCCURS 50.
      *
      *        Amounts for the check: the account's combined
      *        balance before and after the change, and the total
      *        an ancestor would carry.
      *
           05  WS-OLD-OWN               PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-OLD-SUB               PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-NEW-SUB               PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-NEW-TOTAL             PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-DELTA                 PIC S9(11)V99 COMP-3 VALUE +0.
      *
      *        One entry per master that is in a hierarchy: a
      *        member (has a parent), a parent of one, or the
      *        holder of a group limit.  SUB-BAL is the entry's own
      *        balance plus every descendant's.  ON-FILE is 'N' for
      *        a parent named by a member but not on the keyed copy,
      *        'D' once the entry has been deleted or merged away.
      *
       01  HIERARCHY-TABLE.
           05  HT-CNT                   PIC S9(4) COMP VALUE +0.
           05  HT-MAX                   PIC S9(4) COMP VALUE +5000.
           05  HT-ENTRY OCCURS 5000.
               10  HT-ID                PIC X(8).
               10  HT-PARENT-ID         PIC X(8).
               10  HT-OWN-BAL           PIC S9(9)V99  COMP-3.
               10  HT-SUB-BAL           PIC S9(11)V99 COMP-3.
               10  HT-GROUP-LIMIT       PIC 9(7)V99   COMP-3.
               10  HT-CHILD-CNT         PIC S9(4)     COMP.
               10  HT-ON-FILE           PIC X.
               10  HT-CURRENCY          PIC X(3).


       LINKAGE SECTION.

       COPY HIERPARM.

      *****************************************************************
       PROCEDURE DIVISION USING HIERARCHY-PARMS.
      *****************************************************************

       000-MAIN.
           IF WS-HIX-LOADED NOT = 'Y'
               PERFORM 600-LOAD-HIERARCHY
           END-IF.
           MOVE '00' TO HRS-RETURN.
           MOVE SPACES TO HRS-REASON.
           IF WS-HIX-ACTIVE NOT = 'Y'
               MOVE '04' TO HRS-RETURN
               MOVE 'HIERARCHY NOT AVAILABLE' TO HRS-REASON
               MOVE 0 TO HRS-MEMBER-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN HRS-CHECK-ADD
                       PERFORM 100-CHECK-GROUP-ADD
                   WHEN HRS-VALIDATE-PARENT
                       PERFORM 200-VALIDATE-PARENT
                   WHEN HRS-COMMIT-CHANGE
                       PERFORM 300-COMMIT-CHANGE
                   WHEN HRS-REMOVE-ACCOUNT
                       PERFORM 400-REMOVE-ACCOUNT
                   WHEN HRS-COUNT-MEMBERS
                       PERFORM 500-COUNT-MEMBERS
                   WHEN OTHER
                       MOVE '08' TO HRS-RETURN
                       MOVE 'INVALID HIERARCHY FUNCTION' TO HRS-REASON
               END-EVALUATE
           END-IF.
           GOBACK.

       100-CHECK-GROUP-ADD.
      *
      *        The account's combined balance after the increase is
      *        its old combined balance with the old own balance
      *        swapped for the new one (an account the table does
      *        not hold has no descendants, so it is just the new
      *        balance).  Its own group limit, as the caller's
      *        record now carries it, is checked first; then every
      *        ancestor on the chain the record now names.  An
      *        ancestor the account already sits under holds the
      *        old combined balance in its total, which comes out
      *        before the new one goes in -- a parent changed
      *        earlier in the same transaction is not under it yet.
      *
           MOVE HRS-ID TO WS-FIND-ID.
           PERFORM 650-FIND-ENTRY.
           MOVE WS-FIND-IX TO WS-ID-IX.
           MOVE 0 TO WS-CHAIN-CNT.
           IF WS-ID-IX > 0
               MOVE HT-OWN-BAL(WS-ID-IX) TO WS-OLD-OWN
               MOVE HT-SUB-BAL(WS-ID-IX) TO WS-OLD-SUB
               COMPUTE WS-NEW-SUB =
                   WS-OLD-SUB - WS-OLD-OWN + HRS-BALANCE
               PERFORM 160-NOTE-CURRENT-CHAIN
           ELSE
               MOVE +0          TO WS-OLD-OWN WS-OLD-SUB
               MOVE HRS-BALANCE TO WS-NEW-SUB
           END-IF.
           IF HRS-GROUP-LIMIT NUMERIC
              AND HRS-GROUP-LIMIT > 0
              AND WS-NEW-SUB > HRS-GROUP-LIMIT
               MOVE '08'            TO HRS-RETURN
               MOVE 'GROUP CREDIT LIMIT EXCEEDED' TO HRS-REASON
               MOVE HRS-ID          TO HRS-GROUP-ID
               MOVE WS-NEW-SUB      TO HRS-GROUP-TOTAL
               MOVE HRS-GROUP-LIMIT TO HRS-LIMIT-HIT
           END-IF.
           MOVE HRS-PARENT-ID TO WS-WALK-ID.
           MOVE 0 TO WS-DEPTH.
           PERFORM 150-CHECK-ONE-ANCESTOR
               UNTIL HRS-RETURN NOT = '00'
                  OR WS-WALK-ID = SPACES
                  OR WS-DEPTH > WS-MAX-DEPTH.

       150-CHECK-ONE-ANCESTOR.
           ADD +1 TO WS-DEPTH.
           MOVE WS-WALK-ID TO WS-LOAD-ID.
           PERFORM 685-LOCATE-OR-LOAD.
           IF WS-FIND-IX = 0
               MOVE SPACES TO WS-WALK-ID
           ELSE
               MOVE 'N' TO WS-IN-CHAIN
               PERFORM VARYING WS-CHAIN-IX FROM 1 BY 1
                 UNTIL WS-CHAIN-IX > WS-CHAIN-CNT
                    OR WS-IN-CHAIN = 'Y'
                   IF WS-CHAIN-ID(WS-CHAIN-IX) = WS-WALK-ID
                       MOVE 'Y' TO WS-IN-CHAIN
                   END-IF
               END-PERFORM
               IF WS-IN-CHAIN = 'Y'
                   COMPUTE WS-NEW-TOTAL = HT-SUB-BAL(WS-FIND-IX)
                       - WS-OLD-SUB + WS-NEW-SUB
               ELSE
                   COMPUTE WS-NEW-TOTAL = HT-SUB-BAL(WS-FIND-IX)
                       + WS-NEW-SUB
               END-IF
               IF HT-GROUP-LIMIT(WS-FIND-IX) > 0
                  AND WS-NEW-TOTAL > HT-GROUP-LIMIT(WS-FIND-IX)
                   MOVE '08'         TO HRS-RETURN
                   MOVE 'GROUP CREDIT LIMIT EXCEEDED' TO HRS-REASON
                   MOVE WS-WALK-ID   TO HRS-GROUP-ID
                   MOVE WS-NEW-TOTAL TO HRS-GROUP-TOTAL
                   MOVE HT-GROUP-LIMIT(WS-FIND-IX) TO HRS-LIMIT-HIT
               END-IF
               MOVE HT-PARENT-ID(WS-FIND-IX) TO WS-WALK-ID
           END-IF.

       160-NOTE-CURRENT-CHAIN.
      *
      *        The ancestors the account sits under today.
      *
           MOVE HT-PARENT-ID(WS-ID-IX) TO WS-WALK-ID.
           PERFORM 165-NOTE-ONE-ANCESTOR
               UNTIL WS-WALK-ID = SPACES
                  OR WS-CHAIN-CNT >= WS-MAX-DEPTH.

       165-NOTE-ONE-ANCESTOR.
           ADD +1 TO WS-CHAIN-CNT.
           MOVE WS-WALK-ID TO WS-CHAIN-ID(WS-CHAIN-CNT).
           MOVE WS-WALK-ID TO WS-FIND-ID.
           PERFORM 650-FIND-ENTRY.
           IF WS-FIND-IX = 0
               MOVE SPACES TO WS-WALK-ID
           ELSE
               MOVE HT-PARENT-ID(WS-FIND-IX) TO WS-WALK-ID
           END-IF.

       200-VALIDATE-PARENT.
      *
      *        Blank is always acceptable (it unlinks).  Otherwise
      *        the parent must be a master on file -- not one
      *        deleted earlier in the run -- and climbing from it
      *        must never reach the account being linked.  The
      *        parent must be held in the account's currency.
      *
           IF HRS-PARENT-ID = SPACES
               CONTINUE
           ELSE
           IF HRS-PARENT-ID = HRS-ID
               MOVE '08' TO HRS-RETURN
               MOVE 'ACCOUNT CANNOT BE ITS OWN PARENT' TO HRS-REASON
           ELSE
               MOVE HRS-PARENT-ID TO WS-LOAD-ID
               PERFORM 685-LOCATE-OR-LOAD
               IF WS-FIND-IX = 0
                   IF HRS-RETURN = '00'
                       MOVE '08' TO HRS-RETURN
                       MOVE 'PARENT ACCOUNT NOT ON FILE'
                                   TO HRS-REASON
                   END-IF
               ELSE
                   IF HT-ON-FILE(WS-FIND-IX) NOT = 'Y'
                       MOVE '08' TO HRS-RETURN
                       MOVE 'PARENT ACCOUNT NOT ON FILE'
                                   TO HRS-REASON
                   ELSE
                   IF HT-CURRENCY(WS-FIND-IX) NOT = HRS-CURRENCY
                       MOVE '08' TO HRS-RETURN
                       MOVE 'PARENT IS IN ANOTHER CURRENCY'
                                   TO HRS-REASON
                   ELSE
                       PERFORM 210-CHECK-FOR-LOOP
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

       210-CHECK-FOR-LOOP.
           MOVE HRS-PARENT-ID TO WS-WALK-ID.
           MOVE 0 TO WS-DEPTH.
           PERFORM 215-CHECK-ONE-LEVEL
               UNTIL WS-WALK-ID = SPACES
                  OR HRS-RETURN NOT = '00'.

       215-CHECK-ONE-LEVEL.
           ADD +1 TO WS-DEPTH.
           IF WS-WALK-ID = HRS-ID
              OR WS-DEPTH > WS-MAX-DEPTH
               MOVE '08' TO HRS-RETURN
               MOVE 'PARENT WOULD CREATE A LOOP' TO HRS-REASON
           ELSE
               MOVE WS-WALK-ID TO WS-FIND-ID
               PERFORM 650-FIND-ENTRY
               IF WS-FIND-IX = 0
                   MOVE SPACES TO WS-WALK-ID
               ELSE
                   MOVE HT-PARENT-ID(WS-FIND-IX) TO WS-WALK-ID
               END-IF
           END-IF.

       300-COMMIT-CHANGE.
      *
      *        An account the table does not hold joins it only
      *        when it now has a parent or a group limit.  Its
      *        balance movement is carried up its current chain,
      *        then a changed parent moves its whole combined
      *        balance from the old chain to the new one.
      *
           MOVE HRS-ID TO WS-FIND-ID.
           PERFORM 650-FIND-ENTRY.
           IF WS-FIND-IX = 0
               IF HRS-PARENT-ID NOT = SPACES
                  OR (HRS-GROUP-LIMIT NUMERIC
                      AND HRS-GROUP-LIMIT > 0)
                   MOVE HRS-ID TO WS-LOAD-ID
                   PERFORM 660-ADD-ENTRY
                   IF WS-FIND-IX > 0
                       MOVE HRS-BALANCE TO HT-OWN-BAL(WS-FIND-IX)
                                           HT-SUB-BAL(WS-FIND-IX)
                   END-IF
               END-IF
           END-IF.
           MOVE WS-FIND-IX TO WS-ID-IX.
           IF WS-ID-IX > 0
               COMPUTE WS-DELTA = HRS-BALANCE - HT-OWN-BAL(WS-ID-IX)
               IF WS-DELTA NOT = 0
                   MOVE HRS-BALANCE TO HT-OWN-BAL(WS-ID-IX)
                   MOVE HRS-ID   TO WS-WALK-ID
                   MOVE WS-DELTA TO WS-WALK-AMT
                   PERFORM 670-WALK-ADD-AMOUNT
               END-IF
               IF HRS-PARENT-ID NOT = HT-PARENT-ID(WS-ID-IX)
                   PERFORM 310-MOVE-TO-NEW-PARENT
               END-IF
               IF HRS-GROUP-LIMIT NUMERIC
                   MOVE HRS-GROUP-LIMIT TO HT-GROUP-LIMIT(WS-ID-IX)
               ELSE
                   MOVE 0 TO HT-GROUP-LIMIT(WS-ID-IX)
               END-IF
               MOVE 'Y' TO HT-ON-FILE(WS-ID-IX)
               MOVE HRS-CURRENCY TO HT-CURRENCY(WS-ID-IX)
           END-IF.

       310-MOVE-TO-NEW-PARENT.
           IF HT-PARENT-ID(WS-ID-IX) NOT = SPACES
               MOVE HT-PARENT-ID(WS-ID-IX) TO WS-WALK-ID
               COMPUTE WS-WALK-AMT = HT-SUB-BAL(WS-ID-IX) * -1
               PERFORM 670-WALK-ADD-AMOUNT
               MOVE HT-PARENT-ID(WS-ID-IX) TO WS-FIND-ID
               PERFORM 650-FIND-ENTRY
               IF WS-FIND-IX > 0
                   SUBTRACT 1 FROM HT-CHILD-CNT(WS-FIND-IX)
               END-IF
           END-IF.
           MOVE HRS-PARENT-ID TO HT-PARENT-ID(WS-ID-IX).
           IF HRS-PARENT-ID NOT = SPACES
               MOVE HRS-PARENT-ID TO WS-LOAD-ID
               PERFORM 685-LOCATE-OR-LOAD
               IF WS-FIND-IX > 0
                   ADD 1 TO HT-CHILD-CNT(WS-FIND-IX)
                   MOVE HRS-PARENT-ID TO WS-WALK-ID
                   MOVE HT-SUB-BAL(WS-ID-IX) TO WS-WALK-AMT
                   PERFORM 670-WALK-ADD-AMOUNT
               END-IF
           END-IF.

       400-REMOVE-ACCOUNT.
      *
      *        The caller refuses to remove an account that still
      *        has members, so only its own balance leaves the
      *        chain above it.
      *
           MOVE HRS-ID TO WS-FIND-ID.
           PERFORM 650-FIND-ENTRY.
           MOVE WS-FIND-IX TO WS-ID-IX.
           IF WS-ID-IX > 0
               IF HT-PARENT-ID(WS-ID-IX) NOT = SPACES
                   MOVE HT-PARENT-ID(WS-ID-IX) TO WS-WALK-ID
                   COMPUTE WS-WALK-AMT = HT-SUB-BAL(WS-ID-IX) * -1
                   PERFORM 670-WALK-ADD-AMOUNT
                   MOVE HT-PARENT-ID(WS-ID-IX) TO WS-FIND-ID
                   PERFORM 650-FIND-ENTRY
                   IF WS-FIND-IX > 0
                       SUBTRACT 1 FROM HT-CHILD-CNT(WS-FIND-IX)
                   END-IF
               END-IF
               MOVE SPACES TO HT-PARENT-ID(WS-ID-IX)
               MOVE +0     TO HT-OWN-BAL(WS-ID-IX)
                              HT-SUB-BAL(WS-ID-IX)
                              HT-GROUP-LIMIT(WS-ID-IX)
               MOVE 'D'    TO HT-ON-FILE(WS-ID-IX)
           END-IF.

       500-COUNT-MEMBERS.
           MOVE 0 TO HRS-MEMBER-COUNT.
           MOVE HRS-ID TO WS-FIND-ID.
           PERFORM 650-FIND-ENTRY.
           IF WS-FIND-IX > 0
               MOVE HT-CHILD-CNT(WS-FIND-IX) TO HRS-MEMBER-COUNT
           END-IF.

       600-LOAD-HIERARCHY.
      *
      *        Once per run unit, on the first call.  A missing
      *        keyed copy leaves the service inactive rather than
      *        failing the caller: the hierarchy simply is not
      *        checked, and says so.
      *
           MOVE 'Y' TO WS-HIX-LOADED.
           OPEN INPUT HIER-INDEX-FILE.
           IF WS-HIX-STATUS NOT = '00'
               MOVE 'N' TO WS-HIX-ACTIVE
               DISPLAY 'SAM32 NO HIERARCHY INDEX - GROUP LINKS AND '
                       'LIMITS NOT CHECKED. RC:' WS-HIX-STATUS '/'
                       WS-HIX-STATUS-2
           ELSE
               MOVE 'Y' TO WS-HIX-ACTIVE
               MOVE 'Y' TO WS-LOADING
               MOVE 'N' TO WS-HIX-EOF
               PERFORM 610-LOAD-ONE-MASTER
                   UNTIL WS-HIX-EOF = 'Y'
               PERFORM 620-LOAD-NAMED-PARENTS
               PERFORM 640-ROLL-UP-BALANCES
               MOVE 'N' TO WS-LOADING
               DISPLAY 'SAM32 HIERARCHY LOADED, ACCOUNTS: ' HT-CNT
           END-IF.

       610-LOAD-ONE-MASTER.
           READ HIER-INDEX-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-HIX-EOF
           END-READ.
           EVALUATE WS-HIX-STATUS
              WHEN '00'
              WHEN '02'
              WHEN '04'
                  IF HIX-REC-TYPE = 'A'
                     AND WS-REC-LEN >= WS-HIER-REC-LEN
                      IF HIX-PARENT-ID > SPACES
                         OR (HIX-GROUP-CREDIT-LIMIT NUMERIC
                             AND HIX-GROUP-CREDIT-LIMIT > 0)
                          MOVE HIX-ID TO WS-LOAD-ID
                          PERFORM 660-ADD-ENTRY
                          IF WS-FIND-IX > 0
                              PERFORM 630-FILL-ENTRY
                          END-IF
                      END-IF
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-HIX-EOF
              WHEN OTHER
                  DISPLAY 'SAM32 HIERARCHY INDEX READ ERROR. RC:'
                          WS-HIX-STATUS '/' WS-HIX-STATUS-2
                  MOVE 'Y' TO WS-HIX-EOF
           END-EVALUATE.

       620-LOAD-NAMED-PARENTS.
      *
      *        A top account with no limit of its own is only known
      *        because a member names it.  The loop bound is re-read
      *        every pass, so parents of parents loaded here are
      *        picked up too.  Child counts are taken at the end.
      *
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > HT-CNT
               IF HT-PARENT-ID(WS-IX) NOT = SPACES
                   MOVE HT-PARENT-ID(WS-IX) TO WS-LOAD-ID
                   PERFORM 685-LOCATE-OR-LOAD
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > HT-CNT
               IF HT-PARENT-ID(WS-IX) NOT = SPACES
                   MOVE HT-PARENT-ID(WS-IX) TO WS-FIND-ID
                   PERFORM 650-FIND-ENTRY
                   IF WS-FIND-IX > 0
                       ADD 1 TO HT-CHILD-CNT(WS-FIND-IX)
                   END-IF
               END-IF
           END-PERFORM.

       630-FILL-ENTRY.
           MOVE 'Y' TO HT-ON-FILE(WS-FIND-IX).
           IF HIX-ACCT-BALANCE NUMERIC
               MOVE HIX-ACCT-BALANCE TO HT-OWN-BAL(WS-FIND-IX)
           END-IF.
           MOVE SPACES TO HT-CURRENCY(WS-FIND-IX).
           IF WS-REC-LEN >= LENGTH OF HIX-REC
               MOVE HIX-CURRENCY TO HT-CURRENCY(WS-FIND-IX)
           END-IF.
           IF WS-REC-LEN >= WS-HIER-REC-LEN
               IF HIX-PARENT-ID > SPACES
                   MOVE HIX-PARENT-ID TO HT-PARENT-ID(WS-FIND-IX)
               END-IF
               IF HIX-GROUP-CREDIT-LIMIT NUMERIC
                   MOVE HIX-GROUP-CREDIT-LIMIT
                               TO HT-GROUP-LIMIT(WS-FIND-IX)
               END-IF
           END-IF.

       640-ROLL-UP-BALANCES.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > HT-CNT
               MOVE HT-OWN-BAL(WS-IX) TO HT-SUB-BAL(WS-IX)
           END-PERFORM.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > HT-CNT
               IF HT-PARENT-ID(WS-IX) NOT = SPACES
                   MOVE HT-PARENT-ID(WS-IX) TO WS-WALK-ID
                   MOVE HT-OWN-BAL(WS-IX)   TO WS-WALK-AMT
                   PERFORM 670-WALK-ADD-AMOUNT
               END-IF
           END-PERFORM.

       650-FIND-ENTRY.
           MOVE 0 TO WS-FIND-IX.
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > HT-CNT
                OR WS-FIND-IX > 0
               IF HT-ID(WS-IX) = WS-FIND-ID
                   MOVE WS-IX TO WS-FIND-IX
               END-IF
           END-PERFORM.

       660-ADD-ENTRY.
      *
      *        Appends WS-LOAD-ID as an empty entry; WS-FIND-IX = 0
      *        when the table is full.
      *
           IF HT-CNT >= HT-MAX
               MOVE 0 TO WS-FIND-IX
               MOVE '12' TO HRS-RETURN
               MOVE 'HIERARCHY TABLE FULL' TO HRS-REASON
               IF WS-TABLE-FULL-SAID NOT = 'Y'
                   MOVE 'Y' TO WS-TABLE-FULL-SAID
                   DISPLAY 'SAM32 HIERARCHY TABLE FULL AT ' HT-MAX
                           ' ACCOUNTS - LATER GROUP MEMBERS NOT '
                           'CHECKED'
               END-IF
           ELSE
               ADD +1 TO HT-CNT
               MOVE HT-CNT TO WS-FIND-IX
               MOVE WS-LOAD-ID TO HT-ID(WS-FIND-IX)
               MOVE SPACES TO HT-PARENT-ID(WS-FIND-IX)
               MOVE +0     TO HT-OWN-BAL(WS-FIND-IX)
                              HT-SUB-BAL(WS-FIND-IX)
                              HT-GROUP-LIMIT(WS-FIND-IX)
                              HT-CHILD-CNT(WS-FIND-IX)
               MOVE 'N'    TO HT-ON-FILE(WS-FIND-IX)
               MOVE SPACES TO HT-CURRENCY(WS-FIND-IX)
           END-IF.

       670-WALK-ADD-AMOUNT.
      *
      *        Adds WS-WALK-AMT to the combined balance of
      *        WS-WALK-ID and of every account above it.
      *
           MOVE 0 TO WS-DEPTH.
           PERFORM 675-ADD-AT-ONE-LEVEL
               UNTIL WS-WALK-ID = SPACES.

       675-ADD-AT-ONE-LEVEL.
           ADD +1 TO WS-DEPTH.
           IF WS-DEPTH > WS-MAX-DEPTH
               IF WS-LOOP-SAID NOT = 'Y'
                   MOVE 'Y' TO WS-LOOP-SAID
                   DISPLAY 'SAM32 HIERARCHY LOOP OR OVER '
                           WS-MAX-DEPTH ' LEVELS AT ' WS-WALK-ID
               END-IF
               MOVE SPACES TO WS-WALK-ID
           ELSE
               MOVE WS-WALK-ID TO WS-FIND-ID
               PERFORM 650-FIND-ENTRY
               IF WS-FIND-IX = 0
                   MOVE SPACES TO WS-WALK-ID
               ELSE
                   ADD WS-WALK-AMT TO HT-SUB-BAL(WS-FIND-IX)
                   MOVE HT-PARENT-ID(WS-FIND-IX) TO WS-WALK-ID
               END-IF
           END-IF.

       685-LOCATE-OR-LOAD.
      *
      *        WS-FIND-IX for WS-LOAD-ID, reading the master in by
      *        key when the table does not hold it yet.  A key not
      *        on file is still entered (ON-FILE 'N') during the
      *        load, so a member naming a missing parent is counted
      *        once; after the load it is not entered and
      *        WS-FIND-IX comes back 0.
      *
           MOVE WS-LOAD-ID TO WS-FIND-ID.
           PERFORM 650-FIND-ENTRY.
           IF WS-FIND-IX = 0
               MOVE WS-LOAD-ID TO HIX-ID
               MOVE 'A'        TO HIX-REC-TYPE
               MOVE 'Y'        TO WS-LOAD-OK
               READ HIER-INDEX-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-LOAD-OK
               END-READ
               IF WS-LOAD-OK = 'Y' AND WS-HIX-STATUS NOT = '00'
                                   AND WS-HIX-STATUS NOT = '02'
                                   AND WS-HIX-STATUS NOT = '04'
                   MOVE 'N'  TO WS-LOAD-OK
                   MOVE '16' TO HRS-RETURN
                   MOVE 'HIERARCHY INDEX READ ERROR' TO HRS-REASON
                   DISPLAY 'SAM32 HIERARCHY INDEX READ ERROR. RC:'
                           WS-HIX-STATUS '/' WS-HIX-STATUS-2
               END-IF
               IF WS-LOAD-OK = 'Y'
                   PERFORM 660-ADD-ENTRY
                   IF WS-FIND-IX > 0
                       PERFORM 630-FILL-ENTRY
                       MOVE HT-OWN-BAL(WS-FIND-IX)
                                   TO HT-SUB-BAL(WS-FIND-IX)
                   END-IF
               ELSE
                   IF WS-LOADING = 'Y'
                       PERFORM 660-ADD-ENTRY
                   END-IF
               END-IF
           END-IF.
