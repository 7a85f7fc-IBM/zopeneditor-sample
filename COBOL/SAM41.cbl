      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * PROGRAM:  SAM41
      *
      * AUTHOR :  Doug Stout
      *
      * ONE-TIME LOAD OF THE KEYED ARCHIVE FROM THE OLD SEQUENTIAL
      * ARCHIVE.
      *
      * THE DELETE/MERGE/YREND ARCHIVE USED TO BE ONE SEQUENTIAL
      * DATASET THE NIGHTLY APPENDED TO (DISP=MOD), SO A RESTORE,
      * THE DOSSIER, THE ERASURE PURGE AND THE RETENTION RUN ALL
      * HAD TO READ IT END TO END.  THIS UTILITY READS THAT
      * DATASET (ARCHSEQ) AND LOADS EVERY IMAGE INTO A FRESHLY
      * DEFINED KEYED ARCHIVE CLUSTER (ARCHIVE, ARCHREC LAYOUT)
      * THAT THE SAM41CNV JOB THEN RENAMES OVER THE OLD NAME.
      *
      * THE OLD RECORDS CARRY NO ARCHIVE DATE, SO THE STAMP IS
      * RECONSTRUCTED:
      *    - A MASTER IMAGE IS DATED BY ITS OWN LAST-MAINT-DATE
      *      (YYMMDD, WINDOWED THE WAY THE RETENTION RUN ALWAYS
      *      AGED IT: A YEAR PAST THE CURRENT ONE IS 19YY);
      *    - A CONTACT IMAGE TAKES THE DATE OF THE LAST MASTER
      *      IMAGE OF THE SAME ID BEFORE IT IN THE OLD DATASET --
      *      THE MASTER IT WAS ARCHIVED WITH;
      *    - AN IMAGE WITH NEITHER GETS DATE ZERO, WHICH THE
      *      RETENTION RUN TREATS AS OLDER THAN ANY WINDOW BUT
      *      NEVER PURGES.
      * THE TIME IS ZERO, AND THE SEQUENCE NUMBERS A KEY'S COPIES
      * 0000001 UP IN THEIR OLD ORDER.  A DATE IS NEVER ALLOWED TO
      * RUN BACKWARDS WITHIN A KEY (A LATER COPY TAKES AT LEAST
      * THE DATE OF THE ONE BEFORE IT), SO THE LAST COPY OF A KEY
      * IN THE KEYED ARCHIVE IS THE SAME ONE A RESTORE FOUND LAST
      * IN THE OLD DATASET.  THE INTERNAL SORT PUTS THE IMAGES
      * INTO KEY ORDER FOR THE SEQUENTIAL LOAD.
      *
      * RETURN CODE 0 = CLEAN; 8 = I/O TROUBLE, DO NOT RENAME THE
      * LOADED CLUSTER IN.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM41.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT ARCHIVE-FILE-IN  ASSIGN TO ARCHSEQ
                   FILE STATUS  IS  WS-ARCHIN-STATUS
                                    WS-ARCHIN-STATUS-2.

            SELECT ARCHIVE-FILE     ASSIGN TO ARCHIVE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ARCH-KEY
                   FILE STATUS  IS  WS-ARCHIVE-STATUS
                                    WS-ARCHIVE-STATUS-2.

            SELECT REPORT-FILE      ASSIGN TO CNVRPT
                   FILE STATUS  IS  WS-REPORT-STATUS WS-REPORT-STATUS-2.

            SELECT SORT-FILE        ASSIGN TO SORTWK01.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  ARCHIVE-FILE-IN
           RECORDING MODE IS V
           RECORD IS VARYING FROM 20 TO 596 CHARACTERS
               DEPENDING ON WS-ARCHIN-LEN.
       01  ARCHIN-RAW-REC             PIC X(596).

       FD  ARCHIVE-FILE
           RECORD IS VARYING FROM 52 TO 628 CHARACTERS
               DEPENDING ON WS-ARCH-LEN.
       COPY ARCHREC  REPLACING ==:TAG:== BY ==ARCH==.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-CUST-KEY          PIC X(9).
           05  SORT-ARRIVAL-SEQ       PIC 9(9).
           05  SORT-ARCH-DATE         PIC 9(8).
           05  SORT-IMAGE-LEN         PIC 9(4).
           05  SORT-IMAGE             PIC X(596).

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
           05  WS-ARCHIN-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-ARCHIN-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-ARCHIVE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-ARCHIVE-STATUS-2     PIC X(4)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-ARCHIN-LEN           PIC 9(4)  COMP   VALUE 0.
           05  WS-ARCH-LEN             PIC 9(4)  COMP   VALUE 0.
           05  WS-ARCHIN-EOF           PIC X     VALUE 'N'.
           05  WS-SORT-EOF             PIC X     VALUE 'N'.
           05  WS-FILE-ERROR           PIC X     VALUE 'N'.
           05  WS-ARRIVAL-SEQ          PIC 9(9)  COMP-3 VALUE 0.
           05  WS-IMAGE-DATE           PIC 9(8)  VALUE 0.
      *        The last master image read, for dating the contact
      *        images archived with it.
           05  WS-LAST-MST-ID          PIC X(8)  VALUE LOW-VALUES.
           05  WS-LAST-MST-DATE        PIC 9(8)  VALUE 0.
      *        The key being loaded, its copy count and the date of
      *        its previous copy.
           05  WS-PREV-CUST-KEY        PIC X(9)  VALUE LOW-VALUES.
           05  WS-PREV-DATE            PIC 9(8)  VALUE 0.
           05  WS-KEY-SEQ              PIC 9(7)  VALUE 0.

      *        The old image unpacked for its key and date.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==OLDA==.
       01  WS-MAINT-DATE               PIC 9(6)  VALUE 0.
       01  WS-MAINT-DATE-X REDEFINES WS-MAINT-DATE.
           05  WS-MAINT-YY             PIC 99.
           05  WS-MAINT-MMDD           PIC 9(4).

       01  LOAD-TOTALS.
           05  NUM-ARCH-READ         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-MASTER-LOADED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CONTACT-LOADED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-UNDATED           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LOAD-ERRORS       PIC S9(9)   COMP-3  VALUE +0.
      *
       01 RPT-HEADER1.
           05  FILLER                     PIC X(40)
                     VALUE 'KEYED ARCHIVE LOAD                DATE: '.
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
       01  RPT-LOAD-TOTAL-LINE.
           05  RPT-LOAD-TOTAL-TEXT PIC X(30).
           05  RPT-LOAD-TOTAL-NUM  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       000-MAIN.
           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM41 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .

           PERFORM 700-OPEN-FILES .
           PERFORM 800-INIT-REPORT .

           IF WS-FILE-ERROR NOT = 'Y'
               SORT SORT-FILE
                   ON ASCENDING KEY SORT-CUST-KEY
                                    SORT-ARRIVAL-SEQ
                   INPUT PROCEDURE  IS 500-RELEASE-ARCHIVE
                   OUTPUT PROCEDURE IS 600-LOAD-ARCHIVE
           END-IF .

           PERFORM 850-REPORT-LOAD .
           PERFORM 790-CLOSE-FILES .

           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM41 STOPPED TIME = ' CURRENT-HOUR ':'
                  CURRENT-MINUTE ':' CURRENT-SECOND.
           GOBACK .

       500-RELEASE-ARCHIVE.
           PERFORM 510-RELEASE-ONE-REC
                   UNTIL WS-ARCHIN-EOF = 'Y' .

       510-RELEASE-ONE-REC.
           READ ARCHIVE-FILE-IN
             AT END MOVE 'Y' TO WS-ARCHIN-EOF
           END-READ.
           EVALUATE WS-ARCHIN-STATUS
              WHEN '00'
              WHEN '04'
                  ADD +1 TO NUM-ARCH-READ
                  ADD +1 TO WS-ARRIVAL-SEQ
                  MOVE SPACES TO OLDA-REC
                  MOVE ARCHIN-RAW-REC(1:WS-ARCHIN-LEN) TO OLDA-REC
                  PERFORM 520-DATE-IMAGE
                  MOVE OLDA-KEY       TO SORT-CUST-KEY
                  MOVE WS-ARRIVAL-SEQ TO SORT-ARRIVAL-SEQ
                  MOVE WS-IMAGE-DATE  TO SORT-ARCH-DATE
                  MOVE WS-ARCHIN-LEN  TO SORT-IMAGE-LEN
                  MOVE ARCHIN-RAW-REC TO SORT-IMAGE
                  RELEASE SORT-RECORD
              WHEN '10'
                  MOVE 'Y' TO WS-ARCHIN-EOF
              WHEN OTHER
                  DISPLAY 'ARCHIVE INPUT READ ERROR. RC:'
                          WS-ARCHIN-STATUS '/' WS-ARCHIN-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-ARCHIN-EOF
           END-EVALUATE.

       520-DATE-IMAGE.
      *
      *        Only a master image carries a maintenance date -- a
      *        contact image is dated by the master archived with
      *        it, when there was one.
      *
           MOVE 0 TO WS-IMAGE-DATE.
           IF OLDA-REC-TYPE = 'A'
               IF OLDA-LAST-MAINT-DATE NUMERIC
                      AND OLDA-LAST-MAINT-DATE > 0
                   MOVE OLDA-LAST-MAINT-DATE TO WS-MAINT-DATE
                   IF WS-MAINT-YY > CURRENT-YEAR
                       COMPUTE WS-IMAGE-DATE =
                           19000000 + OLDA-LAST-MAINT-DATE
                   ELSE
                       COMPUTE WS-IMAGE-DATE =
                           20000000 + OLDA-LAST-MAINT-DATE
                   END-IF
               END-IF
               MOVE OLDA-ID       TO WS-LAST-MST-ID
               MOVE WS-IMAGE-DATE TO WS-LAST-MST-DATE
           ELSE
               IF OLDA-ID = WS-LAST-MST-ID
                   MOVE WS-LAST-MST-DATE TO WS-IMAGE-DATE
               END-IF
           END-IF.

       600-LOAD-ARCHIVE.
           PERFORM 610-LOAD-ONE-REC
                   UNTIL WS-SORT-EOF = 'Y' .

       610-LOAD-ONE-REC.
           RETURN SORT-FILE
             AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
           IF WS-SORT-EOF = 'Y'
               CONTINUE
           ELSE
               IF SORT-CUST-KEY NOT = WS-PREV-CUST-KEY
                   MOVE SORT-CUST-KEY TO WS-PREV-CUST-KEY
                   MOVE 0 TO WS-PREV-DATE
                   MOVE 0 TO WS-KEY-SEQ
               END-IF
      *            a later copy never dates before the one ahead
      *            of it
               IF SORT-ARCH-DATE < WS-PREV-DATE
                   MOVE WS-PREV-DATE TO SORT-ARCH-DATE
               END-IF
               MOVE SORT-ARCH-DATE TO WS-PREV-DATE
               ADD 1 TO WS-KEY-SEQ
               IF SORT-ARCH-DATE = 0
                   ADD +1 TO NUM-UNDATED
               END-IF
               MOVE SORT-CUST-KEY  TO ARCH-CUST-KEY
               MOVE SORT-ARCH-DATE TO ARCH-ARCH-DATE
               MOVE 0              TO ARCH-ARCH-TIME
               MOVE WS-KEY-SEQ     TO ARCH-ARCH-SEQ
               MOVE SORT-IMAGE     TO ARCH-IMAGE
               COMPUTE WS-ARCH-LEN = LENGTH OF ARCH-KEY
                                   + SORT-IMAGE-LEN
               WRITE ARCH-REC
                   INVALID KEY
                       DISPLAY 'ARCHIVE LOAD FAILED. RC:'
                               WS-ARCHIVE-STATUS '/'
                               WS-ARCHIVE-STATUS-2 ' KEY:' ARCH-KEY
                       ADD +1 TO NUM-LOAD-ERRORS
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       IF ARCH-REC-TYPE = 'A'
                           ADD +1 TO NUM-MASTER-LOADED
                       ELSE
                           ADD +1 TO NUM-CONTACT-LOADED
                       END-IF
               END-WRITE
           END-IF .

       700-OPEN-FILES.
           OPEN INPUT    ARCHIVE-FILE-IN
                OUTPUT   ARCHIVE-FILE
                         REPORT-FILE .
           IF WS-ARCHIN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ARCHIVE INPUT. RC:'
                     WS-ARCHIN-STATUS '/' WS-ARCHIN-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           IF WS-ARCHIVE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING KEYED ARCHIVE. RC:'
                     WS-ARCHIVE-STATUS '/' WS-ARCHIVE-STATUS-2
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
           CLOSE ARCHIVE-FILE-IN .
           CLOSE ARCHIVE-FILE .
           CLOSE REPORT-FILE .

       800-INIT-REPORT.
           MOVE CURRENT-YEAR   TO RPT-YY.
           MOVE CURRENT-MONTH  TO RPT-MM.
           MOVE CURRENT-DAY    TO RPT-DD.
           MOVE CURRENT-HOUR   TO RPT-HH.
           MOVE CURRENT-MINUTE TO RPT-MIN.
           MOVE CURRENT-SECOND TO RPT-SS.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.

       850-REPORT-LOAD.
           MOVE 'Old archive records read:     '
                               TO RPT-LOAD-TOTAL-TEXT.
           MOVE NUM-ARCH-READ  TO RPT-LOAD-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-LOAD-TOTAL-LINE AFTER 2.
           MOVE 'Master images loaded:         '
                               TO RPT-LOAD-TOTAL-TEXT.
           MOVE NUM-MASTER-LOADED TO RPT-LOAD-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-LOAD-TOTAL-LINE.
           MOVE 'Contact images loaded:        '
                               TO RPT-LOAD-TOTAL-TEXT.
           MOVE NUM-CONTACT-LOADED TO RPT-LOAD-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-LOAD-TOTAL-LINE.
           MOVE 'Images loaded without a date: '
                               TO RPT-LOAD-TOTAL-TEXT.
           MOVE NUM-UNDATED    TO RPT-LOAD-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-LOAD-TOTAL-LINE.
           MOVE 'Load errors:                  '
                               TO RPT-LOAD-TOTAL-TEXT.
           MOVE NUM-LOAD-ERRORS TO RPT-LOAD-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-LOAD-TOTAL-LINE.
