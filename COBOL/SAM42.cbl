      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * PROGRAM:  SAM42
      *
      * AUTHOR :  Doug Stout
      *
      * JOURNAL CONSOLIDATION INTO THE KEYED JOURNAL STORE.
      *
      * READS THE UPDATE JOURNAL (JRNFILE -- THE CUMULATIVE JOURNAL,
      * WITH ANY SPLIT OR OLDER JOURNAL DATASETS CONCATENATED) AND
      * LOADS EVERY RUN NOT ALREADY LOADED INTO THE KEYED JOURNAL
      * STORE (JSTORE, JSTREC LAYOUT: CUSTOMER KEY + RUN DATE + RUN
      * TIME + SEQUENCE, WITH THE RUN-DATE PATH AS ITS ALTERNATE
      * INDEX).  THE AUDIT (SAM20), DOSSIER (SAM21), BACKOUT (SAM8)
      * AND DELTA RE-SEND (SAM26) PROGRAMS READ THE STORE BY KEY OR
      * DATE RANGE INSTEAD OF SCANNING JOURNAL DATASETS.
      *
      * A RUN IS ONE JRN-RUN-DATE/JRN-RUN-TIME PAIR.  THE LOAD
      * REGISTER (JRNREG, JRGREC LAYOUT) HOLDS ONE RECORD PER RUN,
      * SO THE PROGRAM IS SAFE TO RUN AS OFTEN AS WANTED: A RUN
      * ALREADY LOADED IS SKIPPED, AND A LOAD THAT DID NOT FINISH
      * (STATUS P) IS LOADED AGAIN, THE RECORDS ALREADY IN THE STORE
      * BEING PASSED OVER.  THE WEEKLY SAM42CON JOB RUNS IT, AND THE
      * READER JOBS RUN IT AHEAD OF THE READER SO THE STORE IS
      * CURRENT TO LAST NIGHT.
      *
      * COVERAGE CHECKS, SO AN AUDIT OR BACKOUT CANNOT QUIETLY MISS
      * A NIGHT:
      *    - EVERY SAM1 RUN IN THE RUN HISTORY (RUNHIST) FROM THE
      *      REGISTER'S FIRST DATE ON IS REGISTERED.  ONE THAT
      *      APPLIED JOURNALING TRANSACTIONS (ADD, UPDATE, DELETE,
      *      MERGE, RESTOR, GEN, AND THE ORDER, ORDREV, WRTOFF,
      *      WRTREV, TRNSFR, RETMAL AND DSPCLS CARDS THE RUN
      *      HISTORY SUMS AS OTHER-JRN-PROC) BUT HAS NO JOURNAL
      *      LOADED IS REGISTERED MISSING (M); ONE THAT APPLIED
      *      NONE IS REGISTERED E.  REPORT-ONLY TRIALS JOURNAL
      *      NOTHING AND ARE LEFT OUT.
      *    - THE REGISTER IS THEN READ IN DATE ORDER AND EVERY
      *      MISSING OR UNFINISHED RUN IS LISTED, AS IS EVERY
      *      STRETCH OF BUSINESS DAYS (WEEKDAYS NOT ON THE HOLIDAYS
      *      CALENDAR) WITH NO RUN REGISTERED AT ALL, UP TO THE
      *      PREVIOUS BUSINESS DATE.
      * A NIGHT OPERATIONS KNOW ABOUT (AN OUTAGE WITH NO RUN, A
      * JOURNAL THAT CANNOT BE RECOVERED) IS EXCUSED WITH AN
      * EXCUSE=ccyymmdd CARD; IT IS REGISTERED X AND NOT REPORTED
      * AGAIN.
      *
      * PARMCARD (OPTIONAL):  EXCUSE=ccyymmdd   UP TO 50 CARDS
      *
      * RETURN CODE 0 = LOADED, FULL COVERAGE; 4 = COVERAGE
      * EXCEPTIONS LISTED (OR A JOURNAL RECORD WITH A BAD RUN DATE
      * PASSED OVER); 8 = I/O TROUBLE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM42.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT JOURNAL-FILE     ASSIGN TO JRNFILE
                   FILE STATUS  IS  WS-JRNL-STATUS WS-JRNL-STATUS-2.

            SELECT JSTORE-FILE      ASSIGN TO JSTORE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JST-KEY
                   FILE STATUS  IS  WS-JST-STATUS WS-JST-STATUS-2.

            SELECT REGISTER-FILE    ASSIGN TO JRNREG
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JRG-KEY
                   FILE STATUS  IS  WS-JRG-STATUS WS-JRG-STATUS-2.

            SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO RUNHIST
                   FILE STATUS  IS  WS-RUNH-STATUS WS-RUNH-STATUS-2.

            SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO HOLIDAYS
                   FILE STATUS  IS  WS-HOL-STATUS WS-HOL-STATUS-2.

            SELECT REPORT-FILE      ASSIGN TO JSTRPT
                   FILE STATUS  IS  WS-REPORT-STATUS WS-REPORT-STATUS-2.

            SELECT RUN-PARM-FILE    ASSIGN TO PARMCARD
                   FILE STATUS  IS  WS-PARM-STATUS WS-PARM-STATUS-2.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       COPY JRNREC.

       FD  JSTORE-FILE.
       COPY JSTREC   REPLACING ==:TAG:== BY ==JST==.

       FD  REGISTER-FILE.
       COPY JRGREC   REPLACING ==:TAG:== BY ==JRG==.

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       COPY RUNHREC  REPLACING ==:TAG:== BY ==RUNH==.

       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
       01  HOLIDAY-RECORD.
           05  HOLC-DATE              PIC X(8).
           05  FILLER                 PIC X(72).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       FD  RUN-PARM-FILE
           RECORDING MODE IS F.
       01  RUN-PARM-RECORD            PIC X(80).

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
           05  WS-JRNL-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-JRNL-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-JST-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-JST-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-JRG-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-JRG-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-RUNH-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-RUNH-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-HOL-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-HOL-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-PARM-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-PARM-EOF             PIC X     VALUE 'N'.
           05  WS-PARM-KEYWORD         PIC X(20) VALUE SPACES.
           05  WS-PARM-VALUE           PIC X(20) VALUE SPACES.
           05  WS-JRNL-EOF             PIC X     VALUE 'N'.
           05  WS-RUNH-EOF             PIC X     VALUE 'N'.
           05  WS-HOL-EOF              PIC X     VALUE 'N'.
           05  WS-JRG-EOF              PIC X     VALUE 'N'.
           05  WS-FILE-ERROR           PIC X     VALUE 'N'.
           05  WS-LOAD-DATE            PIC 9(8)  VALUE 0.
           05  WS-LOAD-TIME            PIC 9(8)  VALUE 0.
      *        The run being loaded.  RUN-MODE: N = new load,
      *        R = reload of an unfinished one, S = already loaded
      *        (skip), B = bad run date (skip).
           05  WS-RUN-ACTIVE           PIC X     VALUE 'N'.
           05  WS-RUN-MODE             PIC X     VALUE SPACE.
           05  WS-RUN-ERROR            PIC X     VALUE 'N'.
           05  WS-RUN-JRN-DATE         PIC 9(6)  VALUE 0.
           05  WS-RUN-JRN-TIME         PIC 9(8)  VALUE 0.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  WS-RUN-SEQ              PIC 9(7)  VALUE 0.
           05  WS-RUN-RECS             PIC 9(9)  VALUE 0.
      *        Run-history cross-check.
           05  WS-REG-LOW-DATE         PIC 9(8)  VALUE 0.
           05  WS-RUNH-DATE            PIC 9(8)  VALUE 0.
           05  WS-RUNH-UPDATES         PIC 9(9)  VALUE 0.
      *        Coverage walk: the date group being read and the
      *        exceptions held back until its excusal is known.
           05  WS-GRP-DATE             PIC 9(8)  VALUE 0.
           05  WS-GRP-EXCUSED          PIC X     VALUE 'N'.
           05  WS-GRP-CNT              PIC S9(4) COMP VALUE +0.
           05  WS-GRP-IX               PIC S9(4) COMP VALUE +0.
           05  WS-GRP-ENTRY OCCURS 20.
               10  WS-GRP-TIME         PIC 9(8).
               10  WS-GRP-STATUS       PIC X.
               10  WS-GRP-UPDATES      PIC 9(9).
           05  WS-GAP-FROM             PIC 9(8)  VALUE 0.
           05  WS-GAP-TO               PIC 9(8)  VALUE 0.
           05  WS-GAP-DAY              PIC 9(8)  VALUE 0.
           05  WS-GAP-FIRST            PIC 9(8)  VALUE 0.
           05  WS-GAP-LAST             PIC 9(8)  VALUE 0.
           05  WS-GAP-DAYS             PIC 9(5)  VALUE 0.
           05  WS-IS-HOLIDAY           PIC X     VALUE 'N'.
      *
      *    Holiday calendar loaded from HOLIDAYS (SAM31HOL format:
      *    ccyymmdd in columns 1-8, '*' in column 1 = comment).
       01  HOLIDAY-TABLE-AREA.
           05  WS-HOL-CNT              PIC S9(4) COMP VALUE +0.
           05  WS-HOL-IX               PIC S9(4) COMP VALUE +0.
           05  HOL-DATE                PIC 9(8)  OCCURS 500.
      *
      *    Nights excused on EXCUSE= cards.
       01  EXCUSE-TABLE-AREA.
           05  WS-EXC-CNT              PIC S9(4) COMP VALUE +0.
           05  WS-EXC-IX               PIC S9(4) COMP VALUE +0.
           05  EXC-DATE                PIC 9(8)  OCCURS 50.
      *
       01  LOAD-TOTALS.
           05  NUM-JRNL-READ         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-JST-LOADED        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-JST-PRESENT       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-JRNL-SKIPPED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-JRNL-BAD-DATE     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RUNS-LOADED       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RUNS-SKIPPED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RUNH-REGISTERED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-EXCUSED           PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-EXCEPTIONS        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-LOAD-ERRORS       PIC S9(9)   COMP-3  VALUE +0.
      *
       01 RPT-HEADER1.
           05  FILLER                     PIC X(40)
                     VALUE 'JOURNAL CONSOLIDATION             DATE: '.
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
       01  RPT-EXC-HEADER.
           05  FILLER PIC X(40)
                     VALUE 'JOURNAL COVERAGE EXCEPTIONS             '.
           05  FILLER PIC X(92) VALUE SPACES.
       01  RPT-EXC-COLUMNS.
           05  FILLER PIC X(40)
                     VALUE 'RUN DATE  RUN TIME  EXCEPTION           '.
           05  FILLER PIC X(92) VALUE SPACES.
       01  RPT-EXC-LINE.
           05  RPT-EXC-DATE        PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-EXC-TIME        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-EXC-TEXT        PIC X(50).
           05  RPT-EXC-NUM         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(51) VALUE SPACES.
       01  RPT-NO-EXC-LINE.
           05  FILLER PIC X(40)
                     VALUE '   (none -- every run and business day c'.
           05  FILLER PIC X(40)
                     VALUE 'overed)                                 '.
           05  FILLER PIC X(52) VALUE SPACES.
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
           DISPLAY 'SAM42 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .
           MOVE CURRENT-TIME TO WS-LOAD-TIME .

           PERFORM 706-READ-RUN-PARMS .
           PERFORM 710-LOAD-HOLIDAYS .
           PERFORM 700-OPEN-FILES .
           PERFORM 800-INIT-REPORT .

           IF WS-FILE-ERROR NOT = 'Y'
               PERFORM 150-REGISTER-EXCUSES
               PERFORM 200-LOAD-JOURNAL
                       UNTIL WS-JRNL-EOF = 'Y'
               IF WS-RUN-ACTIVE = 'Y'
                   PERFORM 230-END-RUN
               END-IF
               PERFORM 300-CHECK-RUN-HISTORY
               PERFORM 400-CHECK-COVERAGE
           END-IF .

           PERFORM 850-REPORT-TOTALS .
           PERFORM 790-CLOSE-FILES .

           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM42 STOPPED TIME = ' CURRENT-HOUR ':'
                  CURRENT-MINUTE ':' CURRENT-SECOND.
           GOBACK .

       150-REGISTER-EXCUSES.
      *
      *        An excused night registers as status X under the
      *        run time 99999999, after any real run of the date.
      *
           PERFORM VARYING WS-EXC-IX FROM 1 BY 1
                   UNTIL WS-EXC-IX > WS-EXC-CNT
               MOVE EXC-DATE(WS-EXC-IX) TO JRG-RUN-DATE
               MOVE 99999999            TO JRG-RUN-TIME
               READ REGISTER-FILE
                   INVALID KEY
                       MOVE 'X'          TO JRG-STATUS
                       MOVE 0            TO JRG-JRN-RECS
                                            JRG-RUNH-UPDATES
                       MOVE WS-LOAD-DATE TO JRG-LOAD-DATE
                       MOVE WS-LOAD-TIME TO JRG-LOAD-TIME
                       MOVE SPACES       TO JRG-REC(52:29)
                       WRITE JRG-REC
                           INVALID KEY
                               PERFORM 990-REGISTER-ERROR
                           NOT INVALID KEY
                               ADD +1 TO NUM-EXCUSED
                       END-WRITE
               END-READ
           END-PERFORM .

       200-LOAD-JOURNAL.
           READ JOURNAL-FILE
             AT END MOVE 'Y' TO WS-JRNL-EOF
           END-READ.
           EVALUATE WS-JRNL-STATUS
              WHEN '00'
                  ADD +1 TO NUM-JRNL-READ
                  IF WS-RUN-ACTIVE NOT = 'Y'
                     OR JRN-RUN-DATE NOT = WS-RUN-JRN-DATE
                     OR JRN-RUN-TIME NOT = WS-RUN-JRN-TIME
                      IF WS-RUN-ACTIVE = 'Y'
                          PERFORM 230-END-RUN
                      END-IF
                      PERFORM 210-START-RUN
                  END-IF
                  EVALUATE WS-RUN-MODE
                      WHEN 'N'
                      WHEN 'R'
                          PERFORM 220-LOAD-ONE-REC
                      WHEN 'S'
                          ADD +1 TO NUM-JRNL-SKIPPED
                      WHEN OTHER
                          ADD +1 TO NUM-JRNL-BAD-DATE
                  END-EVALUATE
              WHEN '10'
                  MOVE 'Y' TO WS-JRNL-EOF
              WHEN OTHER
                  DISPLAY 'JOURNAL READ ERROR. RC:'
                          WS-JRNL-STATUS '/' WS-JRNL-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-JRNL-EOF
           END-EVALUATE.

       210-START-RUN.
      *
      *        A new run date/time in the journal: look it up in the
      *        register and decide whether to load it.  The register
      *        record goes in as P before the first store record, so
      *        a load cut short is always loaded again.
      *
           MOVE 'Y'          TO WS-RUN-ACTIVE .
           MOVE 'N'          TO WS-RUN-ERROR .
           MOVE JRN-RUN-DATE TO WS-RUN-JRN-DATE .
           MOVE JRN-RUN-TIME TO WS-RUN-JRN-TIME .
           MOVE 0            TO WS-RUN-SEQ WS-RUN-RECS .
           MOVE 'A'          TO BDS-FUNCTION .
           MOVE 0            TO BDS-ADD-DAYS BDS-ADD-MONTHS .
           IF JRN-RUN-DATE NUMERIC
               MOVE JRN-RUN-DATE TO BDS-DATE-IN
               CALL SAM30 USING BUSINESS-DATE-PARMS
           ELSE
               MOVE '08' TO BDS-RETURN
           END-IF .
           IF BDS-RETURN NOT = '00' OR JRN-RUN-TIME NOT NUMERIC
               DISPLAY 'JOURNAL RUN DATE/TIME NOT VALID - RUN NOT '
                       'LOADED: ' JRN-RUN-DATE ' ' JRN-RUN-TIME
               MOVE 'B' TO WS-RUN-MODE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE BDS-DATE-OUT TO WS-RUN-DATE
               PERFORM 211-REGISTER-RUN
           END-IF .

       211-REGISTER-RUN.
           MOVE WS-RUN-DATE  TO JRG-RUN-DATE .
           MOVE JRN-RUN-TIME TO JRG-RUN-TIME .
           READ REGISTER-FILE
               INVALID KEY
                   MOVE 'N'          TO WS-RUN-MODE
                   MOVE 'P'          TO JRG-STATUS
                   MOVE 0            TO JRG-JRN-RECS
                                        JRG-RUNH-UPDATES
                   MOVE WS-LOAD-DATE TO JRG-LOAD-DATE
                   MOVE WS-LOAD-TIME TO JRG-LOAD-TIME
                   MOVE SPACES       TO JRG-REC(52:29)
                   WRITE JRG-REC
                       INVALID KEY
                           PERFORM 990-REGISTER-ERROR
                   END-WRITE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN JRG-LOADED
                           MOVE 'S' TO WS-RUN-MODE
                           ADD +1 TO NUM-RUNS-SKIPPED
                       WHEN JRG-PARTIAL
                           MOVE 'R' TO WS-RUN-MODE
                       WHEN OTHER
      *                    registered M or E off the run history
      *                    before its journal turned up
                           MOVE 'N'          TO WS-RUN-MODE
                           MOVE 'P'          TO JRG-STATUS
                           MOVE WS-LOAD-DATE TO JRG-LOAD-DATE
                           MOVE WS-LOAD-TIME TO JRG-LOAD-TIME
                           REWRITE JRG-REC
                               INVALID KEY
                                   PERFORM 990-REGISTER-ERROR
                           END-REWRITE
                   END-EVALUATE
           END-READ .

       220-LOAD-ONE-REC.
           ADD 1 TO WS-RUN-SEQ .
           MOVE JRN-TRAN-KEY   TO JST-CUST-KEY .
           MOVE WS-RUN-DATE    TO JST-RUN-DATE .
           MOVE JRN-RUN-TIME   TO JST-RUN-TIME .
           MOVE WS-RUN-SEQ     TO JST-SEQ .
           MOVE JOURNAL-RECORD TO JST-JOURNAL .
           WRITE JST-REC
               INVALID KEY
      *            on a reload the records the cut-short load got
      *            in are already there, under the same key
                   IF WS-RUN-MODE = 'R' AND WS-JST-STATUS = '22'
                       ADD +1 TO NUM-JST-PRESENT
                       ADD 1  TO WS-RUN-RECS
                   ELSE
                       DISPLAY 'JOURNAL STORE WRITE FAILED. RC:'
                               WS-JST-STATUS '/' WS-JST-STATUS-2
                               ' KEY:' JST-KEY
                       ADD +1 TO NUM-LOAD-ERRORS
                       MOVE 'Y' TO WS-RUN-ERROR
                       MOVE 8 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   ADD +1 TO NUM-JST-LOADED
                   ADD 1  TO WS-RUN-RECS
           END-WRITE .

       230-END-RUN.
      *
      *        A run loaded without a write failure is marked L;
      *        one with a failure stays P for the next load.
      *
           MOVE 'N' TO WS-RUN-ACTIVE .
           IF WS-RUN-MODE = 'N' OR WS-RUN-MODE = 'R'
               MOVE WS-RUN-DATE     TO JRG-RUN-DATE
               MOVE WS-RUN-JRN-TIME TO JRG-RUN-TIME
               READ REGISTER-FILE
                   INVALID KEY
                       PERFORM 990-REGISTER-ERROR
                   NOT INVALID KEY
                       IF WS-RUN-ERROR NOT = 'Y'
                           MOVE 'L' TO JRG-STATUS
                           ADD +1 TO NUM-RUNS-LOADED
                       END-IF
                       MOVE WS-RUN-RECS TO JRG-JRN-RECS
                       REWRITE JRG-REC
                           INVALID KEY
                               PERFORM 990-REGISTER-ERROR
                       END-REWRITE
               END-READ
           END-IF .

       300-CHECK-RUN-HISTORY.
      *
      *        Register every journaling SAM1 run in the run history
      *        from the register's first date on, so a night whose
      *        journal never reached the store shows up as missing.
      *
           MOVE LOW-VALUES TO JRG-KEY .
           START REGISTER-FILE KEY IS NOT LESS THAN JRG-KEY
               INVALID KEY MOVE 'Y' TO WS-JRG-EOF
           END-START .
           IF WS-JRG-EOF NOT = 'Y'
               READ REGISTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-JRG-EOF
               END-READ
           END-IF .
           IF WS-JRG-EOF = 'Y'
               DISPLAY 'LOAD REGISTER EMPTY - RUN HISTORY NOT CHECKED'
           ELSE
               MOVE JRG-RUN-DATE TO WS-REG-LOW-DATE
               OPEN INPUT RUN-HISTORY-FILE
               IF WS-RUNH-STATUS NOT = '00'
                   DISPLAY 'NO RUN HISTORY - RUNS NOT CROSS-CHECKED. '
                           'RC:' WS-RUNH-STATUS '/' WS-RUNH-STATUS-2
               ELSE
                   MOVE 'N' TO WS-RUNH-EOF
                   PERFORM 310-CHECK-ONE-RUN
                           UNTIL WS-RUNH-EOF = 'Y'
                   CLOSE RUN-HISTORY-FILE
               END-IF
           END-IF .

       310-CHECK-ONE-RUN.
           READ RUN-HISTORY-FILE
             AT END MOVE 'Y' TO WS-RUNH-EOF
           END-READ.
           IF WS-RUNH-EOF = 'Y' OR WS-RUNH-STATUS NOT = '00'
               MOVE 'Y' TO WS-RUNH-EOF
           ELSE
               IF RUNH-MODE NOT = 'R'
                      AND RUNH-RUN-DATE NUMERIC
                      AND RUNH-RUN-TIME NUMERIC
                   MOVE 'A'           TO BDS-FUNCTION
                   MOVE 0             TO BDS-ADD-DAYS BDS-ADD-MONTHS
                   MOVE RUNH-RUN-DATE TO BDS-DATE-IN
                   CALL SAM30 USING BUSINESS-DATE-PARMS
                   IF BDS-RETURN = '00'
                      AND BDS-DATE-OUT NOT < WS-REG-LOW-DATE
                       MOVE BDS-DATE-OUT TO WS-RUNH-DATE
                       PERFORM 320-REGISTER-HISTORY-RUN
                   END-IF
               END-IF
           END-IF .

       320-REGISTER-HISTORY-RUN.
           MOVE 0 TO WS-RUNH-UPDATES .
           IF RUNH-ADD-PROC NUMERIC
               ADD RUNH-ADD-PROC TO WS-RUNH-UPDATES
           END-IF .
           IF RUNH-UPDATE-PROC NUMERIC
               ADD RUNH-UPDATE-PROC TO WS-RUNH-UPDATES
           END-IF .
           IF RUNH-DELETE-PROC NUMERIC
               ADD RUNH-DELETE-PROC TO WS-RUNH-UPDATES
           END-IF .
           IF RUNH-MERGE-PROC NUMERIC
               ADD RUNH-MERGE-PROC TO WS-RUNH-UPDATES
           END-IF .
           IF RUNH-RESTORE-PROC NUMERIC
               ADD RUNH-RESTORE-PROC TO WS-RUNH-UPDATES
           END-IF .
           IF RUNH-GEN-PROC NUMERIC
               ADD RUNH-GEN-PROC TO WS-RUNH-UPDATES
           END-IF .
           IF RUNH-OTHER-JRN-PROC NUMERIC
               ADD RUNH-OTHER-JRN-PROC TO WS-RUNH-UPDATES
           END-IF .
           MOVE WS-RUNH-DATE  TO JRG-RUN-DATE .
           MOVE RUNH-RUN-TIME TO JRG-RUN-TIME .
           READ REGISTER-FILE
               INVALID KEY
                   IF WS-RUNH-UPDATES > 0
                       MOVE 'M' TO JRG-STATUS
                   ELSE
                       MOVE 'E' TO JRG-STATUS
                   END-IF
                   MOVE 0               TO JRG-JRN-RECS
                   MOVE WS-RUNH-UPDATES TO JRG-RUNH-UPDATES
                   MOVE WS-LOAD-DATE    TO JRG-LOAD-DATE
                   MOVE WS-LOAD-TIME    TO JRG-LOAD-TIME
                   MOVE SPACES          TO JRG-REC(52:29)
                   WRITE JRG-REC
                       INVALID KEY
                           PERFORM 990-REGISTER-ERROR
                       NOT INVALID KEY
                           ADD +1 TO NUM-RUNH-REGISTERED
                   END-WRITE
               NOT INVALID KEY
                   IF JRG-RUNH-UPDATES NOT = WS-RUNH-UPDATES
                       MOVE WS-RUNH-UPDATES TO JRG-RUNH-UPDATES
                       REWRITE JRG-REC
                           INVALID KEY
                               PERFORM 990-REGISTER-ERROR
                       END-REWRITE
                   END-IF
           END-READ .

       400-CHECK-COVERAGE.
      *
      *        Walk the register in date order.  Each date's missing
      *        and unfinished runs are held until the date's last
      *        record (an excusal sorts last) and listed unless the
      *        night is excused; the business days between one
      *        registered date and the next are checked for runs
      *        that never happened at all.
      *
           WRITE REPORT-RECORD FROM RPT-EXC-HEADER AFTER 2 .
           WRITE REPORT-RECORD FROM RPT-EXC-COLUMNS AFTER 1 .
           MOVE 0   TO WS-GRP-DATE .
           MOVE 'N' TO WS-JRG-EOF .
           MOVE LOW-VALUES TO JRG-KEY .
           START REGISTER-FILE KEY IS NOT LESS THAN JRG-KEY
               INVALID KEY MOVE 'Y' TO WS-JRG-EOF
           END-START .
           PERFORM 410-COVER-ONE-REG
                   UNTIL WS-JRG-EOF = 'Y' .
           IF WS-GRP-DATE > 0
               PERFORM 420-END-DATE-GROUP
      *        and on from the last registered date to the previous
      *        business date
               IF BDS-PREV-DATE NUMERIC
                  AND BDS-PREV-DATE > WS-GRP-DATE
                   MOVE WS-GRP-DATE   TO WS-GAP-FROM
                   MOVE 'A'           TO BDS-FUNCTION
                   MOVE BDS-PREV-DATE TO BDS-DATE-IN
                   MOVE 0             TO BDS-ADD-MONTHS
                   MOVE 1             TO BDS-ADD-DAYS
                   CALL SAM30 USING BUSINESS-DATE-PARMS
                   MOVE BDS-DATE-OUT  TO WS-GAP-TO
                   PERFORM 430-CHECK-GAP-DAYS
               END-IF
           END-IF .
           IF NUM-EXCEPTIONS = 0
               WRITE REPORT-RECORD FROM RPT-NO-EXC-LINE AFTER 1
           ELSE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF .

       410-COVER-ONE-REG.
           READ REGISTER-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-JRG-EOF
           END-READ.
           EVALUATE WS-JRG-STATUS
              WHEN '00'
              WHEN '02'
                  IF JRG-RUN-DATE NOT = WS-GRP-DATE
                      IF WS-GRP-DATE > 0
                          PERFORM 420-END-DATE-GROUP
                          MOVE WS-GRP-DATE  TO WS-GAP-FROM
                          MOVE JRG-RUN-DATE TO WS-GAP-TO
                          PERFORM 430-CHECK-GAP-DAYS
                      END-IF
                      MOVE JRG-RUN-DATE TO WS-GRP-DATE
                      MOVE 'N' TO WS-GRP-EXCUSED
                      MOVE 0   TO WS-GRP-CNT
                  END-IF
                  EVALUATE TRUE
                      WHEN JRG-EXCUSED
                          MOVE 'Y' TO WS-GRP-EXCUSED
                      WHEN JRG-MISSING
                      WHEN JRG-PARTIAL
                          IF WS-GRP-CNT < 20
                              ADD 1 TO WS-GRP-CNT
                              MOVE JRG-RUN-TIME
                                    TO WS-GRP-TIME(WS-GRP-CNT)
                              MOVE JRG-STATUS
                                    TO WS-GRP-STATUS(WS-GRP-CNT)
                              MOVE JRG-RUNH-UPDATES
                                    TO WS-GRP-UPDATES(WS-GRP-CNT)
                          END-IF
                      WHEN OTHER
                          CONTINUE
                  END-EVALUATE
              WHEN '10'
                  MOVE 'Y' TO WS-JRG-EOF
              WHEN OTHER
                  DISPLAY 'LOAD REGISTER READ ERROR. RC:'
                          WS-JRG-STATUS '/' WS-JRG-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-JRG-EOF
           END-EVALUATE.

       420-END-DATE-GROUP.
           IF WS-GRP-EXCUSED = 'Y'
               MOVE 0 TO WS-GRP-CNT
           END-IF .
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
                   UNTIL WS-GRP-IX > WS-GRP-CNT
               MOVE SPACES                  TO RPT-EXC-LINE
               MOVE WS-GRP-DATE             TO RPT-EXC-DATE
               MOVE WS-GRP-TIME(WS-GRP-IX)  TO RPT-EXC-TIME
               IF WS-GRP-STATUS(WS-GRP-IX) = 'M'
                   MOVE
                      'NO JOURNAL LOADED - RUN HISTORY SHOWS UPDATES:'
                     TO RPT-EXC-TEXT
                   MOVE WS-GRP-UPDATES(WS-GRP-IX) TO RPT-EXC-NUM
               ELSE
                   MOVE
                      'JOURNAL LOAD DID NOT FINISH - RELOADED NEXT RUN'
                     TO RPT-EXC-TEXT
               END-IF
               WRITE REPORT-RECORD FROM RPT-EXC-LINE AFTER 1
               ADD +1 TO NUM-EXCEPTIONS
           END-PERFORM .

       430-CHECK-GAP-DAYS.
      *
      *        Every weekday strictly between GAP-FROM and GAP-TO
      *        that is not a holiday is a business day with no run
      *        registered; one line per unbroken stretch.
      *
           MOVE 0           TO WS-GAP-DAYS WS-GAP-FIRST WS-GAP-LAST .
           MOVE WS-GAP-FROM TO WS-GAP-DAY .
           PERFORM 431-CHECK-ONE-DAY
                   UNTIL WS-GAP-DAY NOT < WS-GAP-TO .
           IF WS-GAP-DAYS > 0
               MOVE SPACES       TO RPT-EXC-LINE
               MOVE WS-GAP-FIRST TO RPT-EXC-DATE
               MOVE 'NO RUN'     TO RPT-EXC-TIME
               STRING 'NO RUN REGISTERED THROUGH ' DELIMITED BY SIZE
                      WS-GAP-LAST                  DELIMITED BY SIZE
                      ' - BUSINESS DAYS:'          DELIMITED BY SIZE
                      INTO RPT-EXC-TEXT
               END-STRING
               MOVE WS-GAP-DAYS  TO RPT-EXC-NUM
               WRITE REPORT-RECORD FROM RPT-EXC-LINE AFTER 1
               ADD +1 TO NUM-EXCEPTIONS
           END-IF .

       431-CHECK-ONE-DAY.
           MOVE 'A'        TO BDS-FUNCTION .
           MOVE WS-GAP-DAY TO BDS-DATE-IN .
           MOVE 0          TO BDS-ADD-MONTHS .
           MOVE 1          TO BDS-ADD-DAYS .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           IF BDS-RETURN NOT = '00'
               MOVE WS-GAP-TO    TO WS-GAP-DAY
           ELSE
               MOVE BDS-DATE-OUT TO WS-GAP-DAY
           END-IF .
           IF WS-GAP-DAY < WS-GAP-TO
               MOVE 'W'        TO BDS-FUNCTION
               MOVE WS-GAP-DAY TO BDS-DATE-IN
               CALL SAM30 USING BUSINESS-DATE-PARMS
               IF BDS-WEEKDAY < 6
                   PERFORM 432-CHECK-HOLIDAY
                   IF WS-IS-HOLIDAY NOT = 'Y'
                       IF WS-GAP-DAYS = 0
                           MOVE WS-GAP-DAY TO WS-GAP-FIRST
                       END-IF
                       MOVE WS-GAP-DAY TO WS-GAP-LAST
                       ADD 1 TO WS-GAP-DAYS
                   END-IF
               END-IF
           END-IF .

       432-CHECK-HOLIDAY.
           MOVE 'N' TO WS-IS-HOLIDAY .
           PERFORM VARYING WS-HOL-IX FROM 1 BY 1
                   UNTIL WS-HOL-IX > WS-HOL-CNT
                      OR WS-IS-HOLIDAY = 'Y'
               IF HOL-DATE(WS-HOL-IX) = WS-GAP-DAY
                   MOVE 'Y' TO WS-IS-HOLIDAY
               END-IF
           END-PERFORM .

       700-OPEN-FILES.
           OPEN INPUT    JOURNAL-FILE
                I-O      JSTORE-FILE
                         REGISTER-FILE
                OUTPUT   REPORT-FILE .
           IF WS-JRNL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING JOURNAL FILE. RC:'
                     WS-JRNL-STATUS '/' WS-JRNL-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           IF WS-JST-STATUS NOT = '00' AND WS-JST-STATUS NOT = '97'
             DISPLAY 'ERROR OPENING JOURNAL STORE. RC:'
                     WS-JST-STATUS '/' WS-JST-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           IF WS-JRG-STATUS NOT = '00' AND WS-JRG-STATUS NOT = '97'
             DISPLAY 'ERROR OPENING LOAD REGISTER. RC:'
                     WS-JRG-STATUS '/' WS-JRG-STATUS-2
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

       706-READ-RUN-PARMS.
           OPEN INPUT RUN-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NO PARM CARD - NO NIGHTS EXCUSED. RC:'
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
                       WHEN 'EXCUSE'
                           PERFORM 708-EDIT-EXCUSE
                       WHEN OTHER
                           DISPLAY 'UNKNOWN PARM IGNORED: '
                                   WS-PARM-KEYWORD
                   END-EVALUATE
               END-IF
           END-IF .

       708-EDIT-EXCUSE.
           MOVE '08' TO BDS-RETURN .
           IF WS-PARM-VALUE(1:8) NUMERIC
              AND WS-PARM-VALUE(9:) = SPACES
              AND WS-PARM-VALUE(1:2) NOT = '00'
               MOVE 'N' TO BDS-FUNCTION
               MOVE WS-PARM-VALUE(1:8) TO BDS-DATE-IN
               CALL SAM30 USING BUSINESS-DATE-PARMS
           END-IF .
           IF BDS-RETURN NOT = '00' OR WS-EXC-CNT >= 50
               DISPLAY 'BAD OR EXCESS EXCUSE PARM IGNORED: '
                       WS-PARM-VALUE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-EXC-CNT
               MOVE WS-PARM-VALUE(1:8) TO EXC-DATE(WS-EXC-CNT)
           END-IF .

       710-LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOL-STATUS NOT = '00'
               DISPLAY 'NO HOLIDAY CALENDAR - WEEKENDS ONLY. RC:'
                       WS-HOL-STATUS '/' WS-HOL-STATUS-2
           ELSE
               MOVE 'N' TO WS-HOL-EOF
               PERFORM 711-READ-ONE-HOLIDAY
                   UNTIL WS-HOL-EOF = 'Y'
               CLOSE HOLIDAY-FILE
           END-IF .

       711-READ-ONE-HOLIDAY.
           READ HOLIDAY-FILE
             AT END MOVE 'Y' TO WS-HOL-EOF
           END-READ.
           IF WS-HOL-EOF NOT = 'Y' AND WS-HOL-STATUS = '00'
               IF HOLIDAY-RECORD(1:1) NOT = '*'
                      AND HOLIDAY-RECORD NOT = SPACES
                      AND HOLC-DATE NUMERIC
                      AND WS-HOL-CNT < 500
                   ADD +1 TO WS-HOL-CNT
                   MOVE HOLC-DATE TO HOL-DATE(WS-HOL-CNT)
               END-IF
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
           MOVE BDS-BUS-DATE   TO WS-LOAD-DATE .

       790-CLOSE-FILES.
           CLOSE JOURNAL-FILE .
           CLOSE JSTORE-FILE .
           CLOSE REGISTER-FILE .
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
           MOVE 'Journal records read:         '
                               TO RPT-LOAD-TOTAL-TEXT.
           MOVE NUM-JRNL-READ  TO RPT-LOAD-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-LOAD-TOTAL-LINE AFTER 2.
           MOVE 'Records loaded to the store:  '
                               TO RPT-LOAD-TOTAL-TEXT.
           MOVE NUM-JST-LOADED TO RPT-LOAD-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-LOAD-TOTAL-LINE.
           MOVE 'Records found already loaded: '
                               TO RPT-LOAD-TOTAL-TEXT.
           MOVE NUM-JST-PRESENT TO RPT-LOAD-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-LOAD-TOTAL-LINE.
           MOVE 'Records of runs loaded before:'
                               TO RPT-LOAD-TOTAL-TEXT.
           MOVE NUM-JRNL-SKIPPED TO RPT-LOAD-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-LOAD-TOTAL-LINE.
           MOVE 'Records with bad run date:    '
                               TO RPT-LOAD-TOTAL-TEXT.
           MOVE NUM-JRNL-BAD-DATE TO RPT-LOAD-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-LOAD-TOTAL-LINE.
           MOVE 'Runs loaded:                  '
                               TO RPT-LOAD-TOTAL-TEXT.
           MOVE NUM-RUNS-LOADED TO RPT-LOAD-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-LOAD-TOTAL-LINE.
           MOVE 'Runs already loaded:          '
                               TO RPT-LOAD-TOTAL-TEXT.
           MOVE NUM-RUNS-SKIPPED TO RPT-LOAD-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-LOAD-TOTAL-LINE.
           MOVE 'Runs registered from history: '
                               TO RPT-LOAD-TOTAL-TEXT.
           MOVE NUM-RUNH-REGISTERED TO RPT-LOAD-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-LOAD-TOTAL-LINE.
           MOVE 'Nights excused:               '
                               TO RPT-LOAD-TOTAL-TEXT.
           MOVE NUM-EXCUSED    TO RPT-LOAD-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-LOAD-TOTAL-LINE.
           MOVE 'Coverage exceptions:          '
                               TO RPT-LOAD-TOTAL-TEXT.
           MOVE NUM-EXCEPTIONS TO RPT-LOAD-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-LOAD-TOTAL-LINE.
           MOVE 'Load errors:                  '
                               TO RPT-LOAD-TOTAL-TEXT.
           MOVE NUM-LOAD-ERRORS TO RPT-LOAD-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-LOAD-TOTAL-LINE.

       990-REGISTER-ERROR.
           DISPLAY 'LOAD REGISTER UPDATE FAILED. RC:'
                   WS-JRG-STATUS '/' WS-JRG-STATUS-2
                   ' KEY:' JRG-KEY .
           ADD +1 TO NUM-LOAD-ERRORS .
           MOVE 'Y' TO WS-RUN-ERROR .
           MOVE 8 TO RETURN-CODE .
