      *
      * MONTHLY ARCHIVE RETENTION AND PURGE UTILITY.
      *
      * THE NIGHTLY RUN ADDS EVERY DELETE, YREND AND MERGE IMAGE TO
      * THE KEYED ARCHIVE (ARCHREC), WHICH GROWS WITHOUT BOUND.
      * THIS UTILITY APPLIES THE RETENTION POLICY:
      *    - THE LATEST ARCHIVED COPY OF EACH KEY IS ALWAYS KEPT;
      *    - OTHER COPIES ARE KEPT WHILE NO OLDER THAN KEEPYEARS;
      *    - COPIES PAST KEEPYEARS GO TO THE OFFLOAD FILE FOR TAPE;
      *    - COPIES PAST PURGEYEARS (WHEN SET) ARE DESTROYED.
      * OFFLOADED AND DESTROYED COPIES ARE DELETED FROM THE ARCHIVE
      * IN PLACE, AND A DISPOSITION REPORT PRINTS WHAT WAS KEPT,
      * OFFLOADED AND PURGED BY RECORD TYPE.
      *
      * THE ARCHIVE IS BROWSED IN KEY ORDER, WHICH WITHIN A CUSTOMER
      * KEY IS ARCHIVE-STAMP ORDER, SO A KEY'S LATEST COPY IS THE
      * LAST OF ITS RECORDS -- NO SORT IS NEEDED.  AN OFFLOADED COPY
      * IS DELETED ONLY ONCE ITS TAPE RECORD IS WRITTEN; THE JCL
      * TAKES A BACKUP OF THE ARCHIVE BEFORE THE RUN.
      *
      * RECORD AGE COMES FROM THE ARCHIVE DATE IN THE KEY (THE
      * BUSINESS DATE THE COPY WAS ARCHIVED, CCYYMMDD).  A RECORD
      * WITHOUT A USABLE DATE (ZERO -- SOME COPIES LOADED FROM THE
      * OLD SEQUENTIAL ARCHIVE HAD NONE) IS TREATED AS OLDER THAN
      * ANY RETENTION WINDOW (KEPT ONLY IF IT IS A KEY'S LATEST
      * COPY).  THE OFFLOAD FILE CARRIES THE WHOLE ARCHIVE RECORD,
      * STAMP INCLUDED.
      *
      * THE CUSTOMER COMMUNICATIONS HISTORY (CMHREC, COMHIST DD) IS
      * AGED OFF IN A SECOND PASS ON THE SAME KEEPYEARS/PURGEYEARS
      * POLICY, BY THE SEND DATE IN ITS KEY: ENTRIES PAST KEEPYEARS
      * GO TO THE COMMUNICATIONS OFFLOAD FILE (COMOFFLD) AND ARE
      * DELETED, ENTRIES PAST PURGEYEARS ARE DELETED OUTRIGHT.  A
      * SENT DOCUMENT IS NEVER SUPERSEDED, SO THERE IS NO LATEST-
      * COPY RULE: EVERY ENTRY IS AGED.  NO COMHIST DD = THE PASS
      * IS SKIPPED.
      *
      * PARMCARD (OPTIONAL, KEYWORD=VALUE):
      *    KEEPYEARS=nn    RETENTION WINDOW, DEFAULT 07
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT ARCHIVE-FILE     ASSIGN TO ARCHIVE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ARCH-KEY
                   FILE STATUS  IS  WS-ARCHIVE-STATUS
                                    WS-ARCHIVE-STATUS-2.

            SELECT OFFLOAD-FILE     ASSIGN TO OFFLOAD
                   FILE STATUS  IS  WS-OFFLOAD-STATUS
                                    WS-OFFLOAD-STATUS-2.

            SELECT COMHIST-FILE     ASSIGN TO COMHIST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CMH-KEY
                   FILE STATUS  IS  WS-CMH-STATUS WS-CMH-STATUS-2.

            SELECT COM-OFFLOAD-FILE ASSIGN TO COMOFFLD
                   FILE STATUS  IS  WS-COMOFF-STATUS
                                    WS-COMOFF-STATUS-2.

            SELECT REPORT-FILE      ASSIGN TO ARCMRPT
                   FILE STATUS  IS  WS-REPORT-STATUS WS-REPORT-STATUS-2.

            SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO PARMCARD
                   FILE STATUS  IS  WS-PARM-STATUS WS-PARM-STATUS-2.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  ARCHIVE-FILE
           RECORD IS VARYING FROM 52 TO 628 CHARACTERS
               DEPENDING ON WS-ARCH-LEN.
       COPY ARCHREC  REPLACING ==:TAG:== BY ==ARCH==.

       FD  OFFLOAD-FILE
           RECORDING MODE IS V
           BLOCK CONTAINS 0 RECORDS
           RECORD IS VARYING FROM 52 TO 628 CHARACTERS
               DEPENDING ON WS-OFFLD-LEN.
       01  OFFLD-REC                  PIC X(628).

       FD  COMHIST-FILE.
       COPY CMHREC   REPLACING ==:TAG:== BY ==CMH==.

       FD  COM-OFFLOAD-FILE
           RECORDING MODE IS F.
       01  COM-OFFLD-REC              PIC X(200).

       FD  REPORT-FILE
           RECORDING MODE IS F.
               10  CURRENT-MINUTE          PIC 9(2).
               10  CURRENT-SECOND          PIC 9(2).
               10  CURRENT-HNDSEC          PIC 9(2).
      *
       01  SAM30                           PIC X(8)  VALUE 'SAM30'.
       COPY BUSDPARM.
      *
       01  WS-FIELDS.
           05  WS-ARCHIVE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-ARCHIVE-STATUS-2     PIC X(4)  VALUE SPACES.
           05  WS-ARCH-LEN             PIC 9(4)  COMP   VALUE 0.
           05  WS-OFFLD-LEN            PIC 9(4)  COMP   VALUE 0.
           05  WS-OFFLOAD-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-OFFLOAD-STATUS-2     PIC X(4)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-PARM-EOF             PIC X     VALUE 'N'.
           05  WS-PARM-KEYWORD         PIC X(20) VALUE SPACES.
           05  WS-PARM-VALUE           PIC X(20) VALUE SPACES.
           05  WS-ARCH-EOF             PIC X     VALUE 'N'.
           05  WS-KEEP-YEARS           PIC 9(2)  VALUE 07.
           05  WS-PURGE-YEARS          PIC 9(2)  VALUE 00.
           05  WS-RUN-YEAR             PIC 9(4)  VALUE 0.
           05  WS-REC-AGE              PIC S9(4) COMP VALUE 0.
           05  WS-REC-DATED            PIC X     VALUE 'N'.
           05  WS-FILE-ERROR           PIC X     VALUE 'N'.
           05  WS-CMH-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-CMH-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-COMOFF-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-COMOFF-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-CMH-ACTIVE           PIC X     VALUE 'N'.
           05  WS-CMH-EOF              PIC X     VALUE 'N'.
           05  WS-CMH-SEND-DATE.
               10  WS-CMH-SEND-CCYY    PIC 9(4).
               10  FILLER              PIC 9(4).
      *
      *    One-record lookahead so a record is dispositioned knowing
      *    whether a later copy of its key exists: the held record is
      *    a key's latest copy exactly when the next record off the
      *    archive carries a different customer key (or the archive
      *    is exhausted).  The record just read waits in NEXT-AREA
      *    while the held one is dispositioned, since deleting the
      *    held copy reuses the archive record area for its key.
      *
       01  HOLD-AREA.
           05  WS-HOLD-PEND            PIC X     VALUE 'N'.
           05  WS-HOLD-LEN             PIC 9(4)  COMP   VALUE 0.
           05  WS-HOLD-REC.
               10  WS-HOLD-KEY.
                   15  WS-HOLD-CUST-KEY.
                       20  FILLER      PIC X(8).
                       20  WS-HOLD-REC-TYPE  PIC X.
                   15  WS-HOLD-ARCH-DATE.
                       20  WS-HOLD-ARCH-CCYY PIC 9(4).
                       20  FILLER            PIC 9(4).
                   15  FILLER          PIC X(15).
               10  FILLER              PIC X(596).
       01  NEXT-AREA.
           05  WS-NEXT-LEN             PIC 9(4)  COMP   VALUE 0.
           05  WS-NEXT-REC             PIC X(628) VALUE SPACES.
      *
       01  DISPOSITION-TOTALS.
           05  NUM-ARCH-READ         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ARCH-DELETED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-MASTER-KEPT       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-MASTER-OFFLOADED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-MASTER-PURGED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CONTACT-KEPT      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CONTACT-OFFLOADED PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CONTACT-PURGED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CMH-READ          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CMH-KEPT          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CMH-OFFLOADED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CMH-PURGED        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CMH-DELETED       PIC S9(9)   COMP-3  VALUE +0.
      *
       01 RPT-HEADER1.
           05  FILLER                     PIC X(40)
           05  RPT-DISP-CONTACTS   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(95) VALUE SPACES.
       01  RPT-READ-LINE.
           05  RPT-READ-TEXT      PIC X(26)
                                  VALUE 'Archive records read:    '.
           05  RPT-READ-CNT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(95) VALUE SPACES.

           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM5 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .
           COMPUTE WS-RUN-YEAR = 2000 + CURRENT-YEAR.

           PERFORM 706-READ-RUN-PARMS .
           PERFORM 800-INIT-REPORT .

           IF WS-FILE-ERROR NOT = 'Y'
               PERFORM 600-DISPOSITION-ARCHIVE
               IF WS-CMH-ACTIVE = 'Y'
                   PERFORM 670-DISPOSITION-COMHIST
               END-IF
           END-IF .

           PERFORM 850-REPORT-DISPOSITION .
                  CURRENT-MINUTE ':' CURRENT-SECOND.
           GOBACK .

       600-DISPOSITION-ARCHIVE.
           MOVE 'N' TO WS-HOLD-PEND.
           PERFORM 610-NEXT-ARCHIVE-REC
                   UNTIL WS-ARCH-EOF = 'Y' .
           IF WS-HOLD-PEND = 'Y'
      *        the very last record in the archive is by definition
      *        its key's latest copy
               PERFORM 630-KEEP-HELD-REC
           END-IF .

       610-NEXT-ARCHIVE-REC.
           READ ARCHIVE-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-ARCH-EOF
           END-READ.
           EVALUATE WS-ARCHIVE-STATUS
              WHEN '00'
              WHEN '04'
                  ADD +1 TO NUM-ARCH-READ
                  MOVE WS-ARCH-LEN TO WS-NEXT-LEN
                  MOVE ARCH-REC    TO WS-NEXT-REC
                  IF WS-HOLD-PEND = 'Y'
                      IF ARCH-CUST-KEY = WS-HOLD-CUST-KEY
      *                    a later copy of this key exists, so the
      *                    held record is subject to the retention
      *                    window
                          PERFORM 620-AGE-HELD-REC
                      ELSE
                          PERFORM 630-KEEP-HELD-REC
                      END-IF
                  END-IF
                  MOVE WS-NEXT-LEN TO WS-HOLD-LEN
                  MOVE WS-NEXT-REC TO WS-HOLD-REC
                  MOVE 'Y' TO WS-HOLD-PEND
              WHEN '10'
                  MOVE 'Y' TO WS-ARCH-EOF
              WHEN OTHER
                  DISPLAY 'ARCHIVE READ ERROR. RC:'
                          WS-ARCHIVE-STATUS '/' WS-ARCHIVE-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-ARCH-EOF
           END-EVALUATE.

       620-AGE-HELD-REC.
      *
      *        The held record is a superseded copy: disposition by
      *        offloaded for tape; past PURGEYEARS (when set) it is
      *        destroyed.  No usable date = beyond every window.
      *
           MOVE 'N' TO WS-REC-DATED.
           IF WS-HOLD-ARCH-DATE NUMERIC AND WS-HOLD-ARCH-CCYY > 0
               MOVE 'Y' TO WS-REC-DATED
               MOVE WS-HOLD-ARCH-CCYY TO WS-REC-YEAR
               COMPUTE WS-REC-AGE = WS-RUN-YEAR - WS-REC-YEAR
           ELSE
               MOVE +99 TO WS-REC-AGE

       630-KEEP-HELD-REC.
           IF WS-HOLD-REC-TYPE = 'A'
               ADD +1 TO NUM-MASTER-KEPT
           ELSE
               ADD +1 TO NUM-CONTACT-KEPT
           END-IF .

       640-OFFLOAD-HELD-REC.
           MOVE WS-HOLD-LEN TO WS-OFFLD-LEN.
           WRITE OFFLD-REC FROM WS-HOLD-REC.
           IF WS-OFFLOAD-STATUS NOT = '00'
      *        never delete a copy that did not reach the tape
               DISPLAY 'OFFLOAD WRITE ERROR - COPY KEPT. RC:'
                       WS-OFFLOAD-STATUS '/' WS-OFFLOAD-STATUS-2
               MOVE 8 TO RETURN-CODE
               PERFORM 630-KEEP-HELD-REC
           ELSE
               IF WS-HOLD-REC-TYPE = 'A'
                   ADD +1 TO NUM-MASTER-OFFLOADED
               ELSE
                   ADD +1 TO NUM-CONTACT-OFFLOADED
               END-IF
               PERFORM 660-DELETE-HELD-REC
           END-IF .

       650-PURGE-HELD-REC.
           ELSE
               ADD +1 TO NUM-CONTACT-PURGED
           END-IF .
           PERFORM 660-DELETE-HELD-REC .

       660-DELETE-HELD-REC.
      *
      *        Delete by key: the browse position stays on the
      *        record after it, already read into NEXT-AREA.
      *
           MOVE WS-HOLD-KEY TO ARCH-KEY.
           DELETE ARCHIVE-FILE RECORD
               INVALID KEY
                   DISPLAY 'ARCHIVE DELETE FAILED. RC:'
                           WS-ARCHIVE-STATUS '/' WS-ARCHIVE-STATUS-2
                           ' KEY:' ARCH-KEY
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD +1 TO NUM-ARCH-DELETED
           END-DELETE .

       670-DISPOSITION-COMHIST.
           MOVE 'N' TO WS-CMH-EOF.
           PERFORM 675-NEXT-COMHIST-REC
                   UNTIL WS-CMH-EOF = 'Y' .

       675-NEXT-COMHIST-REC.
           READ COMHIST-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-CMH-EOF
           END-READ.
           EVALUATE WS-CMH-STATUS
              WHEN '00'
                  ADD +1 TO NUM-CMH-READ
                  PERFORM 680-AGE-COMHIST-REC
              WHEN '10'
                  MOVE 'Y' TO WS-CMH-EOF
              WHEN OTHER
                  DISPLAY 'COMMUNICATIONS HISTORY READ ERROR. RC:'
                          WS-CMH-STATUS '/' WS-CMH-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-CMH-EOF
           END-EVALUATE.

       680-AGE-COMHIST-REC.
      *
      *        Same windows as an archive copy, by send date.  No
      *        usable date = beyond every window, but never purged.
      *
           MOVE 'N' TO WS-REC-DATED.
           MOVE CMH-SEND-DATE TO WS-CMH-SEND-DATE.
           IF WS-CMH-SEND-DATE NUMERIC AND WS-CMH-SEND-CCYY > 0
               MOVE 'Y' TO WS-REC-DATED
               COMPUTE WS-REC-AGE = WS-RUN-YEAR - WS-CMH-SEND-CCYY
           ELSE
               MOVE +99 TO WS-REC-AGE
           END-IF.
           IF WS-REC-AGE <= WS-KEEP-YEARS
               ADD +1 TO NUM-CMH-KEPT
           ELSE
               IF WS-PURGE-YEARS > 0 AND WS-REC-AGE > WS-PURGE-YEARS
                      AND WS-REC-DATED = 'Y'
                   ADD +1 TO NUM-CMH-PURGED
                   PERFORM 690-DELETE-COMHIST-REC
               ELSE
                   WRITE COM-OFFLD-REC FROM CMH-REC
                   IF WS-COMOFF-STATUS NOT = '00'
                       DISPLAY 'COMMS OFFLOAD WRITE ERROR - ENTRY KEPT.'
                               ' RC:' WS-COMOFF-STATUS '/'
                               WS-COMOFF-STATUS-2
                       MOVE 8 TO RETURN-CODE
                       ADD +1 TO NUM-CMH-KEPT
                   ELSE
                       ADD +1 TO NUM-CMH-OFFLOADED
                       PERFORM 690-DELETE-COMHIST-REC
                   END-IF
               END-IF
           END-IF .

       690-DELETE-COMHIST-REC.
           DELETE COMHIST-FILE RECORD
               INVALID KEY
                   DISPLAY 'COMMUNICATIONS HISTORY DELETE FAILED. RC:'
                           WS-CMH-STATUS '/' WS-CMH-STATUS-2
                           ' KEY:' CMH-KEY
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD +1 TO NUM-CMH-DELETED
           END-DELETE .

       700-OPEN-FILES.
           OPEN I-O      ARCHIVE-FILE
                OUTPUT   OFFLOAD-FILE
                         REPORT-FILE .
           IF WS-ARCHIVE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ARCHIVE FILE. RC:'
                     WS-ARCHIVE-STATUS '/' WS-ARCHIVE-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
      *        The communications history is aged only when the job
      *        supplies it; its offload is opened with it.
           OPEN I-O COMHIST-FILE .
           EVALUATE WS-CMH-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-CMH-ACTIVE
                   OPEN OUTPUT COM-OFFLOAD-FILE
                   IF WS-COMOFF-STATUS NOT = '00'
                     DISPLAY 'ERROR OPENING COMMS OFFLOAD FILE. RC:'
                             WS-COMOFF-STATUS '/' WS-COMOFF-STATUS-2
                     DISPLAY 'Terminating Program due to File Error'
                     MOVE 16 TO RETURN-CODE
                     MOVE 'Y' TO WS-FILE-ERROR
                   END-IF
               WHEN '35'
                   DISPLAY 'NO COMMUNICATIONS HISTORY - PASS SKIPPED'
               WHEN OTHER
                   DISPLAY 'ERROR OPENING COMMUNICATIONS HISTORY. RC:'
                           WS-CMH-STATUS '/' WS-CMH-STATUS-2
                   DISPLAY 'Terminating Program due to File Error'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-FILE-ERROR
           END-EVALUATE .

       706-READ-RUN-PARMS.
           OPEN INPUT RUN-PARM-FILE.
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
           CLOSE ARCHIVE-FILE .
           CLOSE OFFLOAD-FILE .
           IF WS-CMH-ACTIVE = 'Y'
               CLOSE COMHIST-FILE
                     COM-OFFLOAD-FILE
           END-IF .
           CLOSE REPORT-FILE .

       800-INIT-REPORT.
       850-REPORT-DISPOSITION.
           MOVE NUM-ARCH-READ TO RPT-READ-CNT.
           WRITE REPORT-RECORD FROM RPT-READ-LINE AFTER 2.
           MOVE 'Archive records deleted: ' TO RPT-READ-TEXT.
           MOVE NUM-ARCH-DELETED TO RPT-READ-CNT.
           WRITE REPORT-RECORD FROM RPT-READ-LINE.
           WRITE REPORT-RECORD FROM RPT-DISP-HDR AFTER 2.
           MOVE 'Kept        '          TO RPT-DISP-TEXT.
           MOVE NUM-MASTER-KEPT        TO RPT-DISP-MASTERS.
           MOVE NUM-MASTER-PURGED      TO RPT-DISP-MASTERS.
           MOVE NUM-CONTACT-PURGED     TO RPT-DISP-CONTACTS.
           WRITE REPORT-RECORD FROM RPT-DISP-LINE.
           IF WS-CMH-ACTIVE = 'Y'
               MOVE 'Comms history read:      ' TO RPT-READ-TEXT
               MOVE NUM-CMH-READ TO RPT-READ-CNT
               WRITE REPORT-RECORD FROM RPT-READ-LINE AFTER 2
               MOVE 'Comms history kept:      ' TO RPT-READ-TEXT
               MOVE NUM-CMH-KEPT TO RPT-READ-CNT
               WRITE REPORT-RECORD FROM RPT-READ-LINE
               MOVE 'Comms history offloaded: ' TO RPT-READ-TEXT
               MOVE NUM-CMH-OFFLOADED TO RPT-READ-CNT
               WRITE REPORT-RECORD FROM RPT-READ-LINE
               MOVE 'Comms history purged:    ' TO RPT-READ-TEXT
               MOVE NUM-CMH-PURGED TO RPT-READ-CNT
               WRITE REPORT-RECORD FROM RPT-READ-LINE
               MOVE 'Comms history deleted:   ' TO RPT-READ-TEXT
               MOVE NUM-CMH-DELETED TO RPT-READ-CNT
               WRITE REPORT-RECORD FROM RPT-READ-LINE
           END-IF.
