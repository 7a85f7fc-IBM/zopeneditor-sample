      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * PROGRAM:  SAM44   (CICS TRANSACTION SAMA)
      *
      * AUTHOR :  Doug Stout
      *
      * DUAL-CONTROL APPROVAL SCREEN.  THE NIGHTLY (SAM1) HOLDS ANY
      * UPDATE CARD WHOSE BALANCE CHANGE, OR CREDIT-LIMIT INCREASE,
      * IS LARGER THAN THE APPROVEBAL / APPROVELIM LIMIT ON ITS
      * RUN-CONTROL CARD -- AND ANY ORDER, ORDREV, TRNSFR OR
      * CREDITING DSPCLS CARD WHOSE BALANCE CHANGE IS LARGER THAN
      * APPROVEBAL -- AND QUEUES IT IN THE PENDING-APPROVAL
      * FILE (APRREC) INSTEAD OF APPLYING IT.  THIS SCREEN LISTS THE
      * CARDS STILL WAITING, 14 TO A PAGE IN CUSTOMER ORDER: THE
      * CUSTOMER, THE FIELD AND ACTION, THE CHANGE ASKED FOR, WHO
      * SUBMITTED IT, THE BUSINESS DATE IT WAS HELD AND THE FEED IT
      * CAME IN ON.
      *
      * AN 'A' BESIDE A CARD APPROVES IT, A 'D' DECLINES IT; ENTER
      * RECORDS EVERY MARK ON THE PAGE AND LISTS THE PAGE AGAIN.
      * THE SIGNED-ON OPERATOR IS RECORDED AS THE APPROVER, AND MAY
      * NOT DECIDE A CARD THEY SUBMITTED THEMSELVES.  AN APPROVED
      * CARD IS WRITTEN, UNCHANGED, TO THE FAST-PATH CARRY-OVER DECK
      * (TD QUEUE 'CARY', AS SAM15 CAPTURES ITS CHANGES), SO THE
      * NEXT NIGHTLY PICKS IT UP, RECOGNISES IT AS APPROVED AND
      * APPLIES IT.  A DECLINED CARD STAYS IN THE QUEUE UNTIL THE
      * NIGHTLY WRITES IT TO REJFILE.  EACH DECISION IS COMMITTED
      * ON ITS OWN, SO A FAILURE PART-WAY DOWN A PAGE LEAVES THE
      * DECISIONS ABOVE IT STANDING.
      *
      * PF5 PAGES FORWARD (FROM THE LAST PAGE, BACK TO THE TOP);
      * PF3 ENDS THE SESSION.
      *
      * CSD NOTES: FILE(APRFILE) -> PROD.CUSTOMER.PENDAPPR, BROWSE,
      * READ AND UPDATE, RECOVERY(BACKOUTONLY); TDQUEUE(CARY)
      * EXTRAPARTITION OUTPUT -> PROD.CUSTOMER.TRANCARRY (RECFM=FB
      * LRECL=201); MAPSET SAM44S (BMS/SAM44S.bms); TRANSID SAMA ->
      * SAM44.  RESTRICT SAMA TO THE STAFF WHO MAY APPROVE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM44.
       ENVIRONMENT DIVISION.
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-FIELDS.
           05  WS-RESP                 PIC S9(8) COMP VALUE +0.
           05  WS-BROWSE-DONE          PIC X     VALUE 'N'.
           05  WS-OPERATOR-ID          PIC X(8)  VALUE SPACES.
           05  WS-END-MSG              PIC X(19)
                                       VALUE 'SAM44 SESSION ENDED'.
           05  WS-LIST-IX              PIC S9(4) COMP VALUE +0.
           05  WS-MARK                 PIC X     VALUE SPACE.
           05  WS-NUM-APPROVED         PIC S9(4) COMP VALUE +0.
           05  WS-NUM-DECLINED         PIC S9(4) COMP VALUE +0.
           05  WS-NUM-OWN              PIC S9(4) COMP VALUE +0.
           05  WS-NUM-GONE             PIC S9(4) COMP VALUE +0.
           05  WS-NUM-FAILED           PIC S9(4) COMP VALUE +0.
           05  WS-ABSTIME              PIC S9(15) COMP-3 VALUE +0.
           05  WS-TODAY                PIC 9(8)  VALUE 0.
           05  WS-NOW-HMS              PIC 9(6)  VALUE 0.
           05  WS-EDIT-DATE            PIC 9(8)  VALUE 0.
           05  FILLER  REDEFINES WS-EDIT-DATE.
               10  WS-EDIT-CC          PIC 99.
               10  WS-EDIT-YY          PIC 99.
               10  WS-EDIT-MM          PIC 99.
               10  WS-EDIT-DD          PIC 99.
           05  WS-EDIT-DATE-OUT.
               10  WS-EDIT-MM-OUT      PIC 99.
               10  FILLER              PIC X     VALUE '/'.
               10  WS-EDIT-DD-OUT      PIC 99.
               10  FILLER              PIC X     VALUE '/'.
               10  WS-EDIT-YY-OUT      PIC 99.
           05  WS-QUEUE-LINE.
               10  WS-QL-ID            PIC X(8).
               10  FILLER              PIC X     VALUE SPACE.
               10  WS-QL-FIELD         PIC X(10).
               10  FILLER              PIC X     VALUE SPACE.
               10  WS-QL-ACTION        PIC X(8).
               10  FILLER              PIC X     VALUE SPACE.
               10  WS-QL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X     VALUE SPACE.
               10  WS-QL-SUBMITTER     PIC X(8).
               10  FILLER              PIC X     VALUE SPACE.
               10  WS-QL-HELD          PIC X(8).
               10  FILLER              PIC X     VALUE SPACE.
               10  WS-QL-SOURCE        PIC X(8).
               10  FILLER              PIC X(5)  VALUE SPACES.
           05  WS-COUNT-MSG.
               10  WS-CM-APPROVED      PIC ZZ9.
               10  FILLER              PIC X(11) VALUE ' APPROVED  '.
               10  WS-CM-DECLINED      PIC ZZ9.
               10  FILLER              PIC X(11) VALUE ' DECLINED  '.
               10  WS-CM-OWN           PIC ZZ9.
               10  FILLER              PIC X(21)
                                       VALUE ' YOUR OWN - REFUSED  '.
               10  WS-CM-OTHER         PIC ZZ9.
               10  FILLER              PIC X(15)
                                       VALUE ' NOT DONE      '.

      *        A queue record: one held update card.
       COPY APRREC REPLACING ==:TAG:== BY ==APR==.

       COPY SAM44MAP.

      *        Carried between tasks: the key the page on screen
      *        started from (spaces = the top of the queue), the key
      *        the next page resumes at (spaces = no more pages) and
      *        the key of each queue record on the page, for ENTER.
       01  WS-COMMAREA.
           05  WS-CA-SCREEN            PIC X.
           05  WS-CA-PAGE-START        PIC X(32).
           05  WS-CA-RESUME-KEY        PIC X(32).
           05  WS-CA-PAGE-KEY          PIC X(32) OCCURS 14.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(513).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       000-MAIN.
           IF EIBCALEN < LENGTH OF WS-COMMAREA
               PERFORM 100-FIRST-ENTRY
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE TRUE
                   WHEN EIBAID = DFHPF3
                       PERFORM 900-END-SESSION
                   WHEN EIBAID = DFHPF5
                       PERFORM 250-NEXT-PAGE
                   WHEN OTHER
                       PERFORM 200-PROCESS-DECISIONS
               END-EVALUATE
           END-IF.
           EXEC CICS RETURN
                TRANSID('SAMA')
                COMMAREA(WS-COMMAREA)
           END-EXEC.

       100-FIRST-ENTRY.
           MOVE SPACES TO WS-COMMAREA.
           MOVE 'A'    TO WS-CA-SCREEN.
           PERFORM 300-LIST-PENDING.
           IF AMSGO = SPACES
               MOVE 'MARK THE CARDS TO DECIDE AND PRESS ENTER' TO AMSGO
           END-IF.
           PERFORM 800-SEND-SCREEN.

       200-PROCESS-DECISIONS.
      *
      *        Every line marked A or D is decided in turn; the page
      *        is then listed again from where it started, so the
      *        cards just decided drop off it.
      *
           MOVE LOW-VALUES TO SAM44AI.
           EXEC CICS RECEIVE
                MAP('SAM44A') MAPSET('SAM44S')
                INTO(SAM44AI)
                RESP(WS-RESP)
           END-EXEC.
           MOVE 0 TO WS-NUM-APPROVED WS-NUM-DECLINED WS-NUM-OWN
                     WS-NUM-GONE WS-NUM-FAILED.
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS ASSIGN
                    USERID(WS-OPERATOR-ID)
               END-EXEC
               EXEC CICS ASKTIME
                    ABSTIME(WS-ABSTIME)
               END-EXEC
               EXEC CICS FORMATTIME
                    ABSTIME(WS-ABSTIME)
                    YYYYMMDD(WS-TODAY)
                    TIME(WS-NOW-HMS)
               END-EXEC
               PERFORM VARYING WS-LIST-IX FROM 1 BY 1
                 UNTIL WS-LIST-IX > 14
                   IF ASELL(WS-LIST-IX) > 0
                          AND WS-CA-PAGE-KEY(WS-LIST-IX) NOT = SPACES
                       MOVE ASELI(WS-LIST-IX) TO WS-MARK
                       IF WS-MARK = 'A' OR WS-MARK = 'a'
                           MOVE 'A' TO WS-MARK
                           PERFORM 210-DECIDE-CARD
                       ELSE
                           IF WS-MARK = 'D' OR WS-MARK = 'd'
                               MOVE 'D' TO WS-MARK
                               PERFORM 210-DECIDE-CARD
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-CA-PAGE-START TO WS-CA-RESUME-KEY.
           PERFORM 300-LIST-PENDING.
           IF WS-NUM-APPROVED + WS-NUM-DECLINED + WS-NUM-OWN
                  + WS-NUM-GONE + WS-NUM-FAILED = 0
               IF AMSGO = SPACES
                   MOVE 'NOTHING MARKED - MARK A OR D AND PRESS ENTER'
                               TO AMSGO
               END-IF
           ELSE
               MOVE WS-NUM-APPROVED TO WS-CM-APPROVED
               MOVE WS-NUM-DECLINED TO WS-CM-DECLINED
               MOVE WS-NUM-OWN      TO WS-CM-OWN
               COMPUTE WS-CM-OTHER = WS-NUM-GONE + WS-NUM-FAILED
               MOVE WS-COUNT-MSG    TO AMSGO
           END-IF.
           PERFORM 800-SEND-SCREEN.

       210-DECIDE-CARD.
      *
      *        The record is read for update and must still be
      *        pending -- another approver may have got there first.
      *        An approval is rewritten, then its card goes to the
      *        carry-over deck; if the deck write fails the approval
      *        is backed out, so no card is ever marked approved
      *        without being on its way to the nightly.
      *
           MOVE WS-CA-PAGE-KEY(WS-LIST-IX) TO APR-KEY.
           EXEC CICS READ
                FILE('APRFILE')
                INTO(APR-REC)
                RIDFLD(APR-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               ADD +1 TO WS-NUM-GONE
           ELSE
               IF NOT APR-PENDING
                   EXEC CICS UNLOCK
                        FILE('APRFILE')
                   END-EXEC
                   ADD +1 TO WS-NUM-GONE
               ELSE
                   IF APR-SUBMITTER = WS-OPERATOR-ID
                       EXEC CICS UNLOCK
                            FILE('APRFILE')
                       END-EXEC
                       ADD +1 TO WS-NUM-OWN
                   ELSE
                       PERFORM 220-RECORD-DECISION
                   END-IF
               END-IF
           END-IF.

       220-RECORD-DECISION.
           MOVE WS-MARK         TO APR-STATUS.
           MOVE WS-OPERATOR-ID  TO APR-APPROVER.
           MOVE WS-TODAY        TO APR-DECIDED-DATE.
           COMPUTE APR-DECIDED-TIME = WS-NOW-HMS * 100.
           EXEC CICS REWRITE
                FILE('APRFILE')
                FROM(APR-REC)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               ADD +1 TO WS-NUM-FAILED
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
           ELSE
               IF APR-APPROVED
                   EXEC CICS WRITEQ TD
                        QUEUE('CARY')
                        FROM(APR-TRAN-IMAGE)
                        LENGTH(LENGTH OF APR-TRAN-IMAGE)
                        RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       ADD +1 TO WS-NUM-FAILED
                       EXEC CICS SYNCPOINT ROLLBACK
                       END-EXEC
                   ELSE
                       EXEC CICS SYNCPOINT
                       END-EXEC
                       ADD +1 TO WS-NUM-APPROVED
                   END-IF
               ELSE
                   EXEC CICS SYNCPOINT
                   END-EXEC
                   ADD +1 TO WS-NUM-DECLINED
               END-IF
           END-IF.

       250-NEXT-PAGE.
           IF WS-CA-RESUME-KEY = SPACES
               PERFORM 300-LIST-PENDING
               MOVE 'END OF QUEUE - BACK AT THE FIRST PAGE' TO AMSGO
           ELSE
               PERFORM 300-LIST-PENDING
           END-IF.
           PERFORM 800-SEND-SCREEN.

       300-LIST-PENDING.
      *
      *        Browse the queue from the resume key (spaces = the
      *        top), passing over records already decided.  A 15th
      *        pending record, if there is one, becomes the resume
      *        key for PF5.
      *
           MOVE LOW-VALUES TO SAM44AO.
           MOVE 'CUST ID  FIELD      ACTION           CHANGE  SUBMITTR H
      -         'ELD ON  SOURCE' TO AHDRO.
           MOVE 'ENTER=RECORD DECISIONS   PF5=NEXT PAGE   PF3=EXIT'
                           TO AKEYSO.
           MOVE SPACES TO AMSGO.
           PERFORM VARYING WS-LIST-IX FROM 1 BY 1
             UNTIL WS-LIST-IX > 14
               MOVE SPACES TO ALINO(WS-LIST-IX)
               MOVE SPACES TO WS-CA-PAGE-KEY(WS-LIST-IX)
           END-PERFORM.
           IF WS-CA-RESUME-KEY = SPACES
               MOVE LOW-VALUES       TO APR-KEY
           ELSE
               MOVE WS-CA-RESUME-KEY TO APR-KEY
           END-IF.
           MOVE WS-CA-RESUME-KEY TO WS-CA-PAGE-START.
           MOVE SPACES     TO WS-CA-RESUME-KEY.
           MOVE 0          TO WS-LIST-IX.
           MOVE 'N'        TO WS-BROWSE-DONE.
           EXEC CICS STARTBR
                FILE('APRFILE')
                RIDFLD(APR-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF.
           PERFORM 310-READ-NEXT-PENDING
                   UNTIL WS-BROWSE-DONE = 'Y'.
           IF WS-RESP = DFHRESP(NORMAL)
                  OR WS-RESP = DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                    FILE('APRFILE')
               END-EXEC
           END-IF.
           IF WS-LIST-IX = 0
               MOVE 'NO CARDS ARE WAITING FOR APPROVAL' TO AMSGO
           ELSE
               IF WS-CA-RESUME-KEY NOT = SPACES
                   MOVE 'MORE CARDS WAITING - PF5 FOR NEXT PAGE'
                               TO AMSGO
               END-IF
           END-IF.

       310-READ-NEXT-PENDING.
           EXEC CICS READNEXT
                FILE('APRFILE')
                INTO(APR-REC)
                RIDFLD(APR-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               IF APR-PENDING
                   IF WS-LIST-IX >= 14
                       MOVE APR-KEY TO WS-CA-RESUME-KEY
                       MOVE 'Y' TO WS-BROWSE-DONE
                   ELSE
                       ADD +1 TO WS-LIST-IX
                       PERFORM 320-FORMAT-QUEUE-LINE
                   END-IF
               END-IF
           END-IF.

       320-FORMAT-QUEUE-LINE.
           MOVE APR-ID           TO WS-QL-ID.
           MOVE APR-FIELD        TO WS-QL-FIELD.
           MOVE APR-ACTION       TO WS-QL-ACTION.
           MOVE APR-AMOUNT       TO WS-QL-AMOUNT.
           MOVE APR-SUBMITTER    TO WS-QL-SUBMITTER.
           MOVE APR-HOLD-DATE    TO WS-EDIT-DATE.
           PERFORM 450-EDIT-DATE.
           MOVE WS-EDIT-DATE-OUT TO WS-QL-HELD.
           MOVE APR-SOURCE       TO WS-QL-SOURCE.
           MOVE WS-QUEUE-LINE    TO ALINO(WS-LIST-IX).
           MOVE APR-KEY          TO WS-CA-PAGE-KEY(WS-LIST-IX).

       450-EDIT-DATE.
           IF WS-EDIT-DATE NUMERIC
               MOVE WS-EDIT-MM TO WS-EDIT-MM-OUT
               MOVE WS-EDIT-DD TO WS-EDIT-DD-OUT
               MOVE WS-EDIT-YY TO WS-EDIT-YY-OUT
           ELSE
               MOVE 0 TO WS-EDIT-MM-OUT WS-EDIT-DD-OUT
                         WS-EDIT-YY-OUT
           END-IF.

       800-SEND-SCREEN.
           EXEC CICS SEND
                MAP('SAM44A') MAPSET('SAM44S')
                FROM(SAM44AO) ERASE
           END-EXEC.

       900-END-SESSION.
           EXEC CICS SEND TEXT
                FROM(WS-END-MSG)
                LENGTH(LENGTH OF WS-END-MSG)
                ERASE
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
