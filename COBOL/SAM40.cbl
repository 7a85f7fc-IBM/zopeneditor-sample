      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * PROGRAM:  SAM40
      *
      * AUTHOR :  Doug Stout
      *
      * AD-HOC CUSTOMER REPORT WRITER.
      *
      * READS THE CURRENT MASTER GENERATION AND PRODUCES WHATEVER
      * LIST THE CONTROL CARDS DESCRIBE -- WHICH CUSTOMERS, WHICH
      * COLUMNS, IN WHAT ORDER, WITH SUBTOTALS AT CONTROL BREAKS --
      * AS A PRINTED REPORT, A DELIMITED FILE FOR A SPREADSHEET, OR
      * BOTH, SO A ONE-OFF QUESTION DOES NOT NEED A PROGRAM OF ITS
      * OWN.  ANY CUSTCOPY FIELD CAN BE SELECTED ON, PRINTED, SORTED
      * ON OR BROKEN ON BY ITS COPYBOOK NAME (WITHOUT THE PREFIX;
      * THE MONTH BUCKETS ARE MONTH-01 TO MONTH-12), PLUS TWO
      * DERIVED FIELDS: DAYS-SINCE-PAY AND DAYS-SINCE-MAINT, THE
      * DAYS FROM LAST-PAY-DATE / LAST-MAINT-DATE TO THE BUSINESS
      * DATE (99999 WHEN THERE IS NO DATE -- NEVER PAID).  DATES
      * SELECT AND SORT AS CCYYMMDD (A YYMMDD VALUE ON A CARD IS
      * WINDOWED THE SAME WAY) AND PRINT AS CCYY/MM/DD.
      *
      * JOIN=Y BRINGS IN THE CONTACT RECORDS FROM THE CONTACTS
      * DATASET THE NIGHTLY SPLITS THEM TO (LATEST COPY OF EACH
      * CONTACT KEY): A CUSTOMER THEN GIVES ONE ROW PER CONTACT, OR
      * ONE ROW WITH THE CONTACT FIELDS BLANK IF IT HAS NONE, AND
      * CONTACT-NAME, DESCRIPTION, CONTACT-INFO, PREF-CONTACT-METHOD
      * AND DO-NOT-CALL-FLAG BECOME USABLE ON THE OTHER CARDS.
      *
      * READ ONLY - NOTHING IS UPDATED.  RC 16 = FILE OPEN FAILURE,
      * RC 8 = CONTROL CARD ERROR (THE CARDS ARE LISTED WITH THE
      * ERRORS AND NOTHING IS SELECTED), RC 4 = COLUMNS LEFT OFF A
      * FULL PRINT LINE (THEY ARE STILL IN THE DELIMITED FILE).
      *
      * CONTROL CARDS (PARMCARD, KEYWORD=VALUE, * IN COLUMN 1 IS A
      * COMMENT):
      *    TITLE=text             PRINTED UNDER THE REPORT HEADING
      *    COLUMNS=f1,f2,...      COLUMNS, LEFT TO RIGHT; REPEAT THE
      *                           CARD FOR MORE (UP TO 20).  DEFAULT
      *                           ID,NAME,STATE,ACCT-BALANCE
      *    WHERE=field op value   SELECTION.  op IS EQ NE GT GE LT
      *    AND=field op value     LE, OR BT / NB (BETWEEN / NOT
      *    OR=field op value      BETWEEN, INCLUSIVE) FOLLOWED BY TWO
      *                           VALUES.  QUOTE A VALUE WITH
      *                           EMBEDDED SPACES: 'NEW YORK'.  AND
      *                           BINDS TIGHTER THAN OR: EACH OR CARD
      *                           STARTS A NEW GROUP, AND A ROW IS
      *                           SELECTED WHEN EVERY CONDITION OF ANY
      *                           ONE GROUP HOLDS (UP TO 20).  NO
      *                           CARDS = EVERY ROW
      *    SORT=field A|D         SORT SEQUENCE, MAJOR FIRST,
      *                           ASCENDING UNLESS D
      *    BREAK=field            CONTROL BREAK, OUTERMOST FIRST (UP
      *                           TO 3); BREAK FIELDS ARE THE MAJOR
      *                           SORT KEYS, AHEAD OF THE SORT CARDS
      *                           (5 KEYS IN ALL).  EACH BREAK PRINTS
      *                           THE ROW COUNT AND THE TOTAL OF EVERY
      *                           AMOUNT COLUMN; A GRAND TOTAL ENDS
      *                           THE REPORT
      *    OUTPUT=PRINT|FILE|BOTH PRINTED REPORT (DEFAULT), DELIMITED
      *                           FILE (DLMFILE DD) OR BOTH
      *    DELIM=c                FIELD DELIMITER FOR THE FILE
      *                           (DEFAULT ,)
      *    JOIN=Y                 JOIN THE CONTACT RECORDS
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM40.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CUSTFILE-STATUS WS-CUSTFILE-STATUS-2.

            SELECT OPTIONAL CONTACT-FILE ASSIGN TO CONTFILE
                   FILE STATUS  IS  WS-CONT-STATUS WS-CONT-STATUS-2.

            SELECT CONTACT-WORK-FILE ASSIGN TO CONTWORK
                   FILE STATUS  IS  WS-CWK-STATUS WS-CWK-STATUS-2.

            SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO PARMCARD
                   FILE STATUS  IS  WS-PARM-STATUS WS-PARM-STATUS-2.

            SELECT REPORT-FILE      ASSIGN TO ADHOCRPT
                   FILE STATUS  IS  WS-REPORT-STATUS WS-REPORT-STATUS-2.

            SELECT DELIM-FILE       ASSIGN TO DLMFILE
                   FILE STATUS  IS  WS-DLM-STATUS WS-DLM-STATUS-2.

            SELECT CONTACT-SORT-FILE ASSIGN TO SORTWK01.

            SELECT ROW-SORT-FILE    ASSIGN TO SORTWK01.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           RECORDING MODE IS V
           RECORD IS VARYING FROM 20 TO 596 CHARACTERS
               DEPENDING ON WS-REC-LEN.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==CUST==.

       FD  CONTACT-FILE
           RECORDING MODE IS V
           RECORD IS VARYING FROM 20 TO 596 CHARACTERS.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==CONT==.

      *        The contacts dataset cut down to the latest copy of
      *        each contact key, in key order, for the join.
       FD  CONTACT-WORK-FILE
           RECORDING MODE IS F.
       01  CWK-RECORD.
           05  CWK-KEY.
               10  CWK-ID             PIC X(8).
               10  CWK-REC-TYPE       PIC X.
           05  FILLER                 PIC X(71).

       FD  RUN-PARM-FILE
           RECORDING MODE IS F.
       01  RUN-PARM-RECORD            PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       FD  DELIM-FILE
           RECORDING MODE IS V
           RECORD IS VARYING FROM 1 TO 1000 CHARACTERS
               DEPENDING ON WS-DLM-LEN.
       01  DLM-RECORD                 PIC X(1000).

      *        Contacts in key order; CSR-SEQ (the order they were
      *        read) keeps the copies of one key in dataset order so
      *        the last one returned is the latest.
       SD  CONTACT-SORT-FILE.
       01  CONTACT-SORT-RECORD.
           05  CSR-KEY                PIC X(9).
           05  CSR-SEQ                PIC 9(9).
           05  CSR-CONTACT            PIC X(80).

      *        Selected rows in report order.  The five key slots
      *        carry the break and sort fields as built by
      *        340-BUILD-SORT-KEYS; RSR-SEQ keeps rows with equal
      *        keys in master key order.
       SD  ROW-SORT-FILE.
       01  ROW-SORT-RECORD.
           05  RSR-KEY-AREA.
               10  RSR-KEY-1          PIC X(20).
               10  RSR-KEY-2          PIC X(20).
               10  RSR-KEY-3          PIC X(20).
               10  RSR-KEY-4          PIC X(20).
               10  RSR-KEY-5          PIC X(20).
           05  RSR-SEQ                PIC 9(9).
           05  RSR-MASTER             PIC X(600).
           05  RSR-CONTACT            PIC X(80).

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
      *        The row being selected or printed: the master, and
      *        the joined contact (spaces when there is none).
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==RW==.
       COPY CUSTCOPY REPLACING ==:TAG:== BY ==RC==.
      *
       01  WS-FIELDS.
           05  WS-CUSTFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-CUSTFILE-STATUS-2    PIC X(4)  VALUE SPACES.
           05  WS-CONT-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-CONT-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-CWK-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-CWK-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-PARM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-PARM-STATUS-2        PIC X(4)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS-2      PIC X(4)  VALUE SPACES.
           05  WS-DLM-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-DLM-STATUS-2         PIC X(4)  VALUE SPACES.
           05  WS-REC-LEN              PIC 9(4)  COMP   VALUE 0.
           05  WS-DLM-LEN              PIC 9(4)  COMP   VALUE 0.
           05  WS-CUST-FILE-EOF        PIC X     VALUE 'N'.
           05  WS-CONT-EOF             PIC X     VALUE 'N'.
           05  WS-CWK-EOF              PIC X     VALUE 'N'.
           05  WS-SORT-EOF             PIC X     VALUE 'N'.
           05  WS-PARM-EOF             PIC X     VALUE 'N'.
           05  WS-FILE-ERROR           PIC X     VALUE 'N'.
           05  WS-CWK-OPEN             PIC X     VALUE 'N'.
           05  WS-DLM-OPEN             PIC X     VALUE 'N'.
           05  WS-PARM-KEYWORD         PIC X(20) VALUE SPACES.
           05  WS-PARM-VALUE           PIC X(80) VALUE SPACES.
           05  WS-PARM-PTR             PIC S9(4) COMP VALUE +0.
           05  WS-CARD-ERRORS          PIC S9(4) COMP VALUE +0.
           05  WS-ERR-TEXT             PIC X(60) VALUE SPACES.
           05  WS-RUN-DAYS             PIC S9(9) COMP VALUE +0.
           05  WS-DAYS                 PIC S9(9) COMP VALUE +0.
           05  WS-DATE-YYMMDD          PIC 9(6)  VALUE 0.
           05  WS-DATE-8               PIC 9(8)  VALUE 0.
           05  FILLER  REDEFINES WS-DATE-8.
               10  WS-DATE-CCYY        PIC 9(4).
               10  WS-DATE-MM          PIC 99.
               10  WS-DATE-DD          PIC 99.
      *        control card settings
           05  WS-TITLE                PIC X(80) VALUE SPACES.
           05  WS-JOIN                 PIC X     VALUE 'N'.
           05  WS-PRINT-ROWS           PIC X     VALUE 'Y'.
           05  WS-FILE-ROWS            PIC X     VALUE 'N'.
           05  WS-DELIM                PIC X     VALUE ','.
           05  WS-USES-CONTACT         PIC X     VALUE 'N'.
      *        card parsing
           05  WS-WORD                 PIC X(40) VALUE SPACES.
           05  WS-WORD-QUOTED          PIC X     VALUE 'N'.
           05  WS-LOOK-NO              PIC S9(4) COMP VALUE +0.
           05  WS-VAL-IX               PIC S9(4) COMP VALUE +0.
           05  WS-NUM-TEXT             PIC X(20) VALUE SPACES.
           05  WS-NUM-OK               PIC X     VALUE 'N'.
           05  WS-NUM-IX               PIC S9(4) COMP VALUE +0.
           05  WS-NUM-CHAR             PIC X     VALUE SPACE.
           05  WS-NUM-DIGIT            PIC 9     VALUE 0.
           05  WS-NUM-DIGITS           PIC S9(4) COMP VALUE +0.
           05  WS-NUM-DECIMALS         PIC S9(4) COMP VALUE +0.
           05  WS-NUM-POINT            PIC X     VALUE 'N'.
           05  WS-NUM-SIGN             PIC X     VALUE '+'.
           05  WS-NUM-INT              PIC 9(11) VALUE 0.
           05  WS-NUM-FRAC             PIC 99    VALUE 0.
           05  WS-NUM-VALUE            PIC S9(11)V99 COMP-3 VALUE +0.
      *        the field being fetched, and its value
           05  WS-FLD-NO               PIC S9(4) COMP VALUE +0.
           05  WS-FLD-IX               PIC S9(4) COMP VALUE +0.
           05  WS-MON-IX               PIC S9(4) COMP VALUE +0.
           05  WS-FV-TYPE              PIC X     VALUE SPACE.
           05  WS-FV-ALPHA             PIC X(120) VALUE SPACES.
           05  WS-FV-NUM               PIC S9(11)V99 COMP-3 VALUE +0.
      *        formatting
           05  WS-FMT-TEXT             PIC X(120) VALUE SPACES.
           05  WS-FMT-WORK             PIC X(120) VALUE SPACES.
           05  WS-FMT-LEN              PIC S9(4) COMP VALUE +0.
           05  WS-FMT-ALIGN            PIC X     VALUE 'L'.
           05  WS-FMT-IX               PIC S9(4) COMP VALUE +0.
           05  WS-POS                  PIC S9(4) COMP VALUE +0.
           05  WS-LEN                  PIC S9(4) COMP VALUE +0.
           05  WS-TALLY                PIC S9(4) COMP VALUE +0.
           05  WS-EDIT-AMT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-INT             PIC Z(8)9-.
           05  WS-DLM-AMT              PIC -(11)9.99.
           05  WS-DLM-INT              PIC -(10)9.
           05  WS-PRINT-LINE           PIC X(132) VALUE SPACES.
           05  WS-DASHES               PIC X(132) VALUE ALL '-'.
           05  WS-DLM-LINE             PIC X(1000) VALUE SPACES.
           05  WS-DLM-PTR              PIC S9(4) COMP VALUE +0.
      *        selection, sort and breaks
           05  WS-CRT-IX               PIC S9(4) COMP VALUE +0.
           05  WS-CRT-TRUE             PIC X     VALUE 'N'.
           05  WS-CRT-CONNECT          PIC X     VALUE 'A'.
           05  WS-GROUP-OK             PIC X     VALUE 'Y'.
           05  WS-ROW-SELECTED         PIC X     VALUE 'N'.
           05  WS-ROW-SEQ              PIC 9(9)  VALUE 0.
           05  WS-CONTACT-SEQ          PIC 9(9)  VALUE 0.
           05  WS-SKY-IX               PIC S9(4) COMP VALUE +0.
           05  WS-CMP-IX               PIC S9(4) COMP VALUE +0.
           05  WS-KEY-NUM              PIC 9(12)V99 VALUE 0.
           05  WS-KEY-NUM-X  REDEFINES WS-KEY-NUM PIC X(14).
           05  WS-COL-IX               PIC S9(4) COMP VALUE +0.
           05  WS-LVL                  PIC S9(4) COMP VALUE +0.
           05  WS-BRK-LEVEL            PIC S9(4) COMP VALUE +0.
           05  WS-AMT-COLS             PIC S9(4) COMP VALUE +0.
           05  WS-CWK-CUR-ID           PIC X(8)  VALUE SPACES.
           05  WS-JOINED               PIC S9(4) COMP VALUE +0.
           05  WS-HELD-CONTACT         PIC X     VALUE 'N'.
           05  WS-HELD-KEY             PIC X(9)  VALUE SPACES.
           05  WS-HELD-REC             PIC X(80) VALUE SPACES.

      *        Byte complement for descending sort keys: each key
      *        byte becomes 255 minus itself, which turns the
      *        collating sequence over whatever the code page.
       01  WS-COMPLEMENT.
           05  WS-CMP-WORD.
               10  WS-CMP-HI           PIC X.
               10  WS-CMP-LO           PIC X.
           05  WS-CMP-NUM  REDEFINES WS-CMP-WORD PIC 9(4) COMP.

      *        Field dictionary: card name, type and natural print
      *        width.  Types: A = text, N = amount (2 decimals),
      *        I = whole number, D = date (CCYYMMDD once fetched).
      *        The entry number is the WHEN in 450-GET-FIELD-VALUE;
      *        42 and up are contact fields (JOIN=Y only).
       01  FIELD-DICTIONARY-VALUES.
           05  FILLER PIC X(24) VALUE 'ID                  A008'.
           05  FILLER PIC X(24) VALUE 'REC-TYPE            A001'.
           05  FILLER PIC X(24) VALUE 'NAME                A017'.
           05  FILLER PIC X(24) VALUE 'ACCT-BALANCE        N017'.
           05  FILLER PIC X(24) VALUE 'ORDERS-YTD          I007'.
           05  FILLER PIC X(24) VALUE 'ADDR                A020'.
           05  FILLER PIC X(24) VALUE 'CITY                A014'.
           05  FILLER PIC X(24) VALUE 'STATE               A002'.
           05  FILLER PIC X(24) VALUE 'COUNTRY             A011'.
           05  FILLER PIC X(24) VALUE 'MONTH-YEAR          I005'.
           05  FILLER PIC X(24) VALUE 'MONTH-01            N017'.
           05  FILLER PIC X(24) VALUE 'MONTH-02            N017'.
           05  FILLER PIC X(24) VALUE 'MONTH-03            N017'.
           05  FILLER PIC X(24) VALUE 'MONTH-04            N017'.
           05  FILLER PIC X(24) VALUE 'MONTH-05            N017'.
           05  FILLER PIC X(24) VALUE 'MONTH-06            N017'.
           05  FILLER PIC X(24) VALUE 'MONTH-07            N017'.
           05  FILLER PIC X(24) VALUE 'MONTH-08            N017'.
           05  FILLER PIC X(24) VALUE 'MONTH-09            N017'.
           05  FILLER PIC X(24) VALUE 'MONTH-10            N017'.
           05  FILLER PIC X(24) VALUE 'MONTH-11            N017'.
           05  FILLER PIC X(24) VALUE 'MONTH-12            N017'.
           05  FILLER PIC X(24) VALUE 'MONTH-AVG           N017'.
           05  FILLER PIC X(24) VALUE 'OCCUPATION          A030'.
           05  FILLER PIC X(24) VALUE 'NOTES               A120'.
           05  FILLER PIC X(24) VALUE 'LAST-MAINT-DATE     D010'.
           05  FILLER PIC X(24) VALUE 'EMAIL-ADDR          A040'.
           05  FILLER PIC X(24) VALUE 'CREDIT-LIMIT        N017'.
           05  FILLER PIC X(24) VALUE 'DORMANT-FLAG        A001'.
           05  FILLER PIC X(24) VALUE 'POSTAL-CODE         A010'.
           05  FILLER PIC X(24) VALUE 'LAST-PAY-DATE       D010'.
           05  FILLER PIC X(24) VALUE 'RISK-TIER           A001'.
           05  FILLER PIC X(24) VALUE 'PARENT-ID           A008'.
           05  FILLER PIC X(24) VALUE 'GROUP-CREDIT-LIMIT  N017'.
           05  FILLER PIC X(24) VALUE 'CURRENCY            A003'.
           05  FILLER PIC X(24) VALUE 'CYCLE-DAY           I003'.
           05  FILLER PIC X(24) VALUE 'WRITEOFF-FLAG       A001'.
           05  FILLER PIC X(24) VALUE 'RETMAIL-DATE        D010'.
           05  FILLER PIC X(24) VALUE 'SEGMENT             A001'.
           05  FILLER PIC X(24) VALUE 'DAYS-SINCE-PAY      I006'.
           05  FILLER PIC X(24) VALUE 'DAYS-SINCE-MAINT    I006'.
           05  FILLER PIC X(24) VALUE 'CONTACT-NAME        A017'.
           05  FILLER PIC X(24) VALUE 'DESCRIPTION         A010'.
           05  FILLER PIC X(24) VALUE 'CONTACT-INFO        A020'.
           05  FILLER PIC X(24) VALUE 'PREF-CONTACT-METHOD A005'.
           05  FILLER PIC X(24) VALUE 'DO-NOT-CALL-FLAG    A001'.
       01  FIELD-DICTIONARY REDEFINES FIELD-DICTIONARY-VALUES.
           05  FLD-ENTRY OCCURS 46.
               10  FLD-NAME            PIC X(20).
               10  FLD-TYPE            PIC X.
               10  FLD-WIDTH           PIC 9(3).
       01  WS-FLD-CNT                  PIC S9(4) COMP VALUE +46.
       01  WS-FIRST-CONTACT-FLD        PIC S9(4) COMP VALUE +42.

      *        Selection conditions, in card order.  CRT-CONNECT is
      *        'A' (WHERE/AND) or 'O' (OR, which opens a new group).
       01  CRITERIA-TABLE.
           05  WS-CRT-CNT              PIC S9(4) COMP VALUE +0.
           05  CRT-ENTRY OCCURS 20.
               10  CRT-CONNECT         PIC X.
               10  CRT-FLD             PIC S9(4) COMP.
               10  CRT-OP              PIC X(2).
               10  CRT-VALUE OCCURS 2.
                   15  CRT-ALPHA       PIC X(40).
                   15  CRT-NUM         PIC S9(11)V99 COMP-3.

      *        Columns; COL-START = 0 when the print line was full
      *        (the column is then in the delimited file only).
       01  COLUMN-TABLE.
           05  WS-COL-CNT              PIC S9(4) COMP VALUE +0.
           05  WS-COL-DROPPED          PIC S9(4) COMP VALUE +0.
           05  COL-ENTRY OCCURS 20.
               10  COL-FLD             PIC S9(4) COMP.
               10  COL-START           PIC S9(4) COMP.
               10  COL-WIDTH           PIC S9(4) COMP.
               10  COL-NAME-LEN        PIC S9(4) COMP.

      *        Sort keys (breaks first, then SORT cards) and the
      *        key slots built for each row.
       01  SORT-KEY-TABLE.
           05  WS-SKY-CNT              PIC S9(4) COMP VALUE +0.
           05  WS-SORT-CARDS           PIC S9(4) COMP VALUE +0.
           05  SORT-CARD-ENTRY OCCURS 5.
               10  SRC-FLD             PIC S9(4) COMP.
               10  SRC-DIR             PIC X.
           05  SKY-ENTRY OCCURS 5.
               10  SKY-FLD             PIC S9(4) COMP.
               10  SKY-DIR             PIC X.
       01  WS-SORT-KEYS.
           05  WS-SKY-SLOT             PIC X(20) OCCURS 5.

       01  BREAK-TABLE.
           05  WS-BRK-CNT              PIC S9(4) COMP VALUE +0.
           05  BRK-ENTRY OCCURS 3.
               10  BRK-FLD             PIC S9(4) COMP.
               10  BRK-PREV            PIC X(40).
               10  BRK-CUR             PIC X(40).

      *        Row counts and amount-column totals: level 1 is the
      *        grand total, levels 2-4 the breaks, outermost first.
       01  ACCUMULATOR-TABLE.
           05  ACC-LEVEL OCCURS 4.
               10  ACC-CNT             PIC S9(9)     COMP-3.
               10  ACC-SUM             PIC S9(13)V99 COMP-3
                                       OCCURS 20.

       01  ADHOC-TOTALS.
           05  NUM-MASTER-RECS       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CONTACTS-READ     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CONTACTS-KEPT     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CONTACTS-JOINED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ROWS-TESTED       PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ROWS-SELECTED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ROWS-OUT          PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-DLM-WRITTEN       PIC S9(9)   COMP-3  VALUE +0.
      *
       01 RPT-HEADER1.
           05  FILLER                     PIC X(40)
                     VALUE 'AD-HOC CUSTOMER REPORT            DATE: '.
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
       01  RPT-CARD-LINE.
           05  FILLER              PIC X(10) VALUE 'CARD:     '.
           05  RPT-CARD-TEXT       PIC X(80).
           05  FILLER              PIC X(42) VALUE SPACES.
       01  RPT-CARD-ERROR-LINE.
           05  FILLER              PIC X(10) VALUE '  *** '.
           05  RPT-CARD-ERROR      PIC X(60).
           05  FILLER              PIC X(62) VALUE SPACES.
       01  RPT-TITLE-LINE.
           05  RPT-TITLE           PIC X(80).
           05  FILLER              PIC X(52) VALUE SPACES.
       01  RPT-NOT-RUN-LINE.
           05  FILLER PIC X(48) VALUE
               'REPORT NOT RUN - CONTROL CARD ERRORS:'.
           05  RPT-NOT-RUN-CNT     PIC ZZ9.
           05  FILLER PIC X(81) VALUE SPACES.
       01  RPT-NONE-LINE.
           05  FILLER PIC X(48) VALUE
               'No rows met the selection.'.
           05  FILLER PIC X(84) VALUE SPACES.
       01  RPT-SUBTOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-SUB-LABEL       PIC X(12).
           05  RPT-SUB-FIELD       PIC X(20).
           05  RPT-SUB-VALUE       PIC X(40).
           05  FILLER              PIC X(6)  VALUE 'ROWS: '.
           05  RPT-SUB-ROWS        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(41) VALUE SPACES.
       01  RPT-ADHOC-TOTAL-LINE.
           05  RPT-ADHOC-TOTAL-TEXT PIC X(30).
           05  RPT-ADHOC-TOTAL-NUM  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(91) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       000-MAIN.
           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM40 STARTED DATE = ' CURRENT-MONTH '/'
                  CURRENT-DAY '/' CURRENT-YEAR  '  (mm/dd/yy)'.
           PERFORM 780-GET-BUSINESS-DATE .
           MOVE 'N' TO BDS-FUNCTION .
           MOVE BDS-BUS-DATE TO BDS-DATE-IN .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE BDS-DAY-NUMBER TO WS-RUN-DAYS .

           PERFORM 700-OPEN-FILES .

           IF WS-FILE-ERROR NOT = 'Y'
               PERFORM 800-INIT-REPORT
               PERFORM 706-READ-CONTROL-CARDS
               PERFORM 730-CHECK-CONTROL-CARDS
               IF WS-CARD-ERRORS > 0
                   MOVE WS-CARD-ERRORS TO RPT-NOT-RUN-CNT
                   WRITE REPORT-RECORD FROM RPT-NOT-RUN-LINE AFTER 2
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 740-OPEN-DELIM-FILE
                   IF WS-JOIN = 'Y'
                       SORT CONTACT-SORT-FILE
                           ON ASCENDING KEY CSR-KEY
                                            CSR-SEQ
                           INPUT PROCEDURE  IS 200-RELEASE-CONTACTS
                           OUTPUT PROCEDURE IS 210-KEEP-LATEST-CONTACT
                       PERFORM 220-OPEN-CONTACT-WORK
                   END-IF
                   PERFORM 810-WRITE-HEADINGS
                   SORT ROW-SORT-FILE
                       ON ASCENDING KEY RSR-KEY-1
                                        RSR-KEY-2
                                        RSR-KEY-3
                                        RSR-KEY-4
                                        RSR-KEY-5
                                        RSR-SEQ
                       INPUT PROCEDURE  IS 300-SELECT-ROWS
                       OUTPUT PROCEDURE IS 500-WRITE-ROWS
                   PERFORM 850-REPORT-TOTALS
               END-IF
           END-IF .

           PERFORM 790-CLOSE-FILES .

           DISPLAY 'SAM40 MASTER RECORDS READ  = '
                   NUM-MASTER-RECS .
           DISPLAY 'SAM40 ROWS SELECTED        = '
                   NUM-ROWS-SELECTED .
           ACCEPT CURRENT-TIME FROM TIME.
           DISPLAY 'SAM40 STOPPED TIME = ' CURRENT-HOUR ':'
                  CURRENT-MINUTE ':' CURRENT-SECOND.
           GOBACK .

      *****************************************************************
      *    CONTACT JOIN: THE CONTACTS DATASET, LATEST COPY OF EACH    *
      *    KEY, IN KEY ORDER ON CONTWORK                              *
      *****************************************************************
       200-RELEASE-CONTACTS.
           OPEN INPUT CONTACT-FILE.
           IF WS-CONT-STATUS NOT = '00'
               DISPLAY 'NO CONTACT DATASET PRESENT - NO CONTACTS '
                       'JOINED. RC:' WS-CONT-STATUS '/'
                       WS-CONT-STATUS-2
           ELSE
               MOVE 'N' TO WS-CONT-EOF
               PERFORM 205-RELEASE-ONE-CONTACT
                   UNTIL WS-CONT-EOF = 'Y'
               CLOSE CONTACT-FILE
           END-IF.

       205-RELEASE-ONE-CONTACT.
           READ CONTACT-FILE
             AT END MOVE 'Y' TO WS-CONT-EOF
           END-READ.
           EVALUATE WS-CONT-STATUS
              WHEN '00'
              WHEN '04'
                  IF CONT-CONTACT-REC-TYPE NOT = 'A'
                      ADD +1 TO NUM-CONTACTS-READ
                      ADD 1 TO WS-CONTACT-SEQ
                      MOVE CONT-CONTACT-KEY TO CSR-KEY
                      MOVE WS-CONTACT-SEQ   TO CSR-SEQ
                      MOVE CONT-CONTACT-REC TO CSR-CONTACT
                      RELEASE CONTACT-SORT-RECORD
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-CONT-EOF
              WHEN OTHER
                  DISPLAY 'CONTACT DATASET READ ERROR. RC:'
                          WS-CONT-STATUS '/' WS-CONT-STATUS-2
                  MOVE 'Y' TO WS-CONT-EOF
           END-EVALUATE.

       210-KEEP-LATEST-CONTACT.
           OPEN OUTPUT CONTACT-WORK-FILE.
           IF WS-CWK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CONTACT WORK FILE. RC:'
                       WS-CWK-STATUS '/' WS-CWK-STATUS-2
               MOVE 16 TO RETURN-CODE
           END-IF.
           MOVE 'N' TO WS-SORT-EOF.
           MOVE 'N' TO WS-HELD-CONTACT.
           PERFORM 215-RETURN-CONTACT
               UNTIL WS-SORT-EOF = 'Y'.
           IF WS-HELD-CONTACT = 'Y'
               PERFORM 216-WRITE-HELD-CONTACT
           END-IF.
           CLOSE CONTACT-WORK-FILE.

       215-RETURN-CONTACT.
           RETURN CONTACT-SORT-FILE
             AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
           IF WS-SORT-EOF NOT = 'Y'
      *        a later copy of the key replaces the one held
               IF WS-HELD-CONTACT = 'Y'
                  AND CSR-KEY NOT = WS-HELD-KEY
                   PERFORM 216-WRITE-HELD-CONTACT
               END-IF
               MOVE 'Y'         TO WS-HELD-CONTACT
               MOVE CSR-KEY     TO WS-HELD-KEY
               MOVE CSR-CONTACT TO WS-HELD-REC
           END-IF.

       216-WRITE-HELD-CONTACT.
           IF WS-CWK-STATUS = '00'
               WRITE CWK-RECORD FROM WS-HELD-REC
               ADD +1 TO NUM-CONTACTS-KEPT
           END-IF.

       220-OPEN-CONTACT-WORK.
           OPEN INPUT CONTACT-WORK-FILE.
           IF WS-CWK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CONTACT WORK FILE. RC:'
                       WS-CWK-STATUS '/' WS-CWK-STATUS-2
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CWK-EOF
               MOVE HIGH-VALUES TO WS-CWK-CUR-ID
           ELSE
               MOVE 'Y' TO WS-CWK-OPEN
               MOVE 'N' TO WS-CWK-EOF
               PERFORM 225-READ-CONTACT-WORK
           END-IF.

       225-READ-CONTACT-WORK.
           READ CONTACT-WORK-FILE
             AT END MOVE 'Y' TO WS-CWK-EOF
           END-READ.
           IF WS-CWK-EOF = 'Y' OR WS-CWK-STATUS NOT = '00'
               MOVE 'Y' TO WS-CWK-EOF
               MOVE HIGH-VALUES TO WS-CWK-CUR-ID
           ELSE
               MOVE CWK-ID TO WS-CWK-CUR-ID
           END-IF.

      *****************************************************************
      *    SORT INPUT: READ THE MASTERS, JOIN, SELECT, RELEASE        *
      *****************************************************************
       300-SELECT-ROWS.
           PERFORM 310-READ-ONE-MASTER
               UNTIL WS-CUST-FILE-EOF = 'Y'.

       310-READ-ONE-MASTER.
           READ CUSTOMER-FILE
             AT END MOVE 'Y' TO WS-CUST-FILE-EOF
           END-READ.
           EVALUATE WS-CUSTFILE-STATUS
              WHEN '00'
              WHEN '04'
                  IF CUST-KEY = ALL '9'
                      MOVE 'Y' TO WS-CUST-FILE-EOF
                  ELSE
                      IF CUST-REC-TYPE = 'A'
                          ADD +1 TO NUM-MASTER-RECS
                          PERFORM 320-PROCESS-MASTER
                      END-IF
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-CUST-FILE-EOF
              WHEN OTHER
                  DISPLAY 'CUSTOMER FILE READ ERROR. RC:'
                          WS-CUSTFILE-STATUS '/' WS-CUSTFILE-STATUS-2
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-CUST-FILE-EOF
           END-EVALUATE .

       320-PROCESS-MASTER.
      *
      *        A master shorter than today's layout (written before
      *        the later fields existed) shows them blank.
      *
           MOVE CUST-REC TO RW-REC.
           IF WS-REC-LEN < LENGTH OF RW-REC
               MOVE SPACES TO RW-REC(WS-REC-LEN + 1:)
           END-IF.
           MOVE SPACES TO RC-CONTACT-REC.
           IF WS-JOIN = 'Y'
      *        contacts whose master is gone are passed over
               PERFORM 225-READ-CONTACT-WORK
                   UNTIL WS-CWK-CUR-ID NOT < RW-ID
               MOVE 0 TO WS-JOINED
               PERFORM 325-JOIN-ONE-CONTACT
                   UNTIL WS-CWK-CUR-ID NOT = RW-ID
               IF WS-JOINED = 0
                   MOVE SPACES TO RC-CONTACT-REC
                   PERFORM 330-SELECT-ROW
               END-IF
           ELSE
               PERFORM 330-SELECT-ROW
           END-IF .

       325-JOIN-ONE-CONTACT.
           MOVE CWK-RECORD TO RC-CONTACT-REC.
           ADD 1 TO WS-JOINED.
           ADD +1 TO NUM-CONTACTS-JOINED.
           PERFORM 330-SELECT-ROW.
           PERFORM 225-READ-CONTACT-WORK.

       330-SELECT-ROW.
           ADD +1 TO NUM-ROWS-TESTED.
           PERFORM 400-APPLY-CRITERIA.
           IF WS-ROW-SELECTED = 'Y'
               ADD +1 TO NUM-ROWS-SELECTED
               PERFORM 340-BUILD-SORT-KEYS
               MOVE WS-SORT-KEYS  TO RSR-KEY-AREA
               ADD 1 TO WS-ROW-SEQ
               MOVE WS-ROW-SEQ    TO RSR-SEQ
               MOVE RW-REC        TO RSR-MASTER
               MOVE RC-CONTACT-REC TO RSR-CONTACT
               RELEASE ROW-SORT-RECORD
           END-IF .

       340-BUILD-SORT-KEYS.
      *
      *        Text keys sort on their first 20 characters.  An
      *        amount, number or date is offset to a positive
      *        figure and carried as 14 digits, which collate in
      *        numeric order.  A descending key is complemented.
      *
           MOVE SPACES TO WS-SORT-KEYS.
           PERFORM VARYING WS-SKY-IX FROM 1 BY 1
             UNTIL WS-SKY-IX > WS-SKY-CNT
               MOVE SKY-FLD(WS-SKY-IX) TO WS-FLD-NO
               PERFORM 450-GET-FIELD-VALUE
               IF WS-FV-TYPE = 'A'
                   MOVE WS-FV-ALPHA(1:20) TO WS-SKY-SLOT(WS-SKY-IX)
               ELSE
                   COMPUTE WS-KEY-NUM = WS-FV-NUM + 100000000000
                   MOVE WS-KEY-NUM-X TO WS-SKY-SLOT(WS-SKY-IX)
               END-IF
               IF SKY-DIR(WS-SKY-IX) = 'D'
                   PERFORM 345-COMPLEMENT-KEY
               END-IF
           END-PERFORM .

       345-COMPLEMENT-KEY.
           PERFORM VARYING WS-CMP-IX FROM 1 BY 1
             UNTIL WS-CMP-IX > 20
               MOVE LOW-VALUE TO WS-CMP-HI
               MOVE WS-SKY-SLOT(WS-SKY-IX)(WS-CMP-IX:1) TO WS-CMP-LO
               COMPUTE WS-CMP-NUM = 255 - WS-CMP-NUM
               MOVE WS-CMP-LO TO WS-SKY-SLOT(WS-SKY-IX)(WS-CMP-IX:1)
           END-PERFORM .

      *****************************************************************
      *    SELECTION: AND WITHIN A GROUP, OR BETWEEN GROUPS           *
      *****************************************************************
       400-APPLY-CRITERIA.
           MOVE 'N' TO WS-ROW-SELECTED.
           MOVE 'Y' TO WS-GROUP-OK.
           PERFORM VARYING WS-CRT-IX FROM 1 BY 1
             UNTIL WS-CRT-IX > WS-CRT-CNT
                OR WS-ROW-SELECTED = 'Y'
               IF CRT-CONNECT(WS-CRT-IX) = 'O' AND WS-CRT-IX > 1
                   IF WS-GROUP-OK = 'Y'
                       MOVE 'Y' TO WS-ROW-SELECTED
                   END-IF
                   MOVE 'Y' TO WS-GROUP-OK
               END-IF
               IF WS-GROUP-OK = 'Y' AND WS-ROW-SELECTED NOT = 'Y'
                   PERFORM 410-TEST-CRITERION
                   IF WS-CRT-TRUE NOT = 'Y'
                       MOVE 'N' TO WS-GROUP-OK
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-GROUP-OK = 'Y'
               MOVE 'Y' TO WS-ROW-SELECTED
           END-IF .

       410-TEST-CRITERION.
           MOVE CRT-FLD(WS-CRT-IX) TO WS-FLD-NO.
           PERFORM 450-GET-FIELD-VALUE.
           MOVE 'N' TO WS-CRT-TRUE.
           IF WS-FV-TYPE = 'A'
               EVALUATE CRT-OP(WS-CRT-IX)
                   WHEN 'EQ'
                       IF WS-FV-ALPHA = CRT-ALPHA(WS-CRT-IX 1)
                           MOVE 'Y' TO WS-CRT-TRUE
                       END-IF
                   WHEN 'NE'
                       IF WS-FV-ALPHA NOT = CRT-ALPHA(WS-CRT-IX 1)
                           MOVE 'Y' TO WS-CRT-TRUE
                       END-IF
                   WHEN 'GT'
                       IF WS-FV-ALPHA > CRT-ALPHA(WS-CRT-IX 1)
                           MOVE 'Y' TO WS-CRT-TRUE
                       END-IF
                   WHEN 'GE'
                       IF WS-FV-ALPHA NOT < CRT-ALPHA(WS-CRT-IX 1)
                           MOVE 'Y' TO WS-CRT-TRUE
                       END-IF
                   WHEN 'LT'
                       IF WS-FV-ALPHA < CRT-ALPHA(WS-CRT-IX 1)
                           MOVE 'Y' TO WS-CRT-TRUE
                       END-IF
                   WHEN 'LE'
                       IF WS-FV-ALPHA NOT > CRT-ALPHA(WS-CRT-IX 1)
                           MOVE 'Y' TO WS-CRT-TRUE
                       END-IF
                   WHEN 'BT'
                       IF WS-FV-ALPHA NOT < CRT-ALPHA(WS-CRT-IX 1)
                          AND WS-FV-ALPHA NOT > CRT-ALPHA(WS-CRT-IX 2)
                           MOVE 'Y' TO WS-CRT-TRUE
                       END-IF
                   WHEN 'NB'
                       IF WS-FV-ALPHA < CRT-ALPHA(WS-CRT-IX 1)
                          OR WS-FV-ALPHA > CRT-ALPHA(WS-CRT-IX 2)
                           MOVE 'Y' TO WS-CRT-TRUE
                       END-IF
               END-EVALUATE
           ELSE
               EVALUATE CRT-OP(WS-CRT-IX)
                   WHEN 'EQ'
                       IF WS-FV-NUM = CRT-NUM(WS-CRT-IX 1)
                           MOVE 'Y' TO WS-CRT-TRUE
                       END-IF
                   WHEN 'NE'
                       IF WS-FV-NUM NOT = CRT-NUM(WS-CRT-IX 1)
                           MOVE 'Y' TO WS-CRT-TRUE
                       END-IF
                   WHEN 'GT'
                       IF WS-FV-NUM > CRT-NUM(WS-CRT-IX 1)
                           MOVE 'Y' TO WS-CRT-TRUE
                       END-IF
                   WHEN 'GE'
                       IF WS-FV-NUM NOT < CRT-NUM(WS-CRT-IX 1)
                           MOVE 'Y' TO WS-CRT-TRUE
                       END-IF
                   WHEN 'LT'
                       IF WS-FV-NUM < CRT-NUM(WS-CRT-IX 1)
                           MOVE 'Y' TO WS-CRT-TRUE
                       END-IF
                   WHEN 'LE'
                       IF WS-FV-NUM NOT > CRT-NUM(WS-CRT-IX 1)
                           MOVE 'Y' TO WS-CRT-TRUE
                       END-IF
                   WHEN 'BT'
                       IF WS-FV-NUM NOT < CRT-NUM(WS-CRT-IX 1)
                          AND WS-FV-NUM NOT > CRT-NUM(WS-CRT-IX 2)
                           MOVE 'Y' TO WS-CRT-TRUE
                       END-IF
                   WHEN 'NB'
                       IF WS-FV-NUM < CRT-NUM(WS-CRT-IX 1)
                          OR WS-FV-NUM > CRT-NUM(WS-CRT-IX 2)
                           MOVE 'Y' TO WS-CRT-TRUE
                       END-IF
               END-EVALUATE
           END-IF .

      *****************************************************************
      *    FIELD FETCH: DICTIONARY ENTRY WS-FLD-NO OF THE CURRENT ROW *
      *    INTO WS-FV-ALPHA (TYPE A) OR WS-FV-NUM (N, I, D)           *
      *****************************************************************
       450-GET-FIELD-VALUE.
      *        packed or zoned fields still holding the spaces of a
      *        record written before they existed fetch as zero
           MOVE FLD-TYPE(WS-FLD-NO) TO WS-FV-TYPE.
           MOVE SPACES TO WS-FV-ALPHA.
           MOVE +0     TO WS-FV-NUM.
           EVALUATE WS-FLD-NO
               WHEN 1
                   MOVE RW-ID             TO WS-FV-ALPHA
               WHEN 2
                   MOVE RW-REC-TYPE       TO WS-FV-ALPHA
               WHEN 3
                   MOVE RW-NAME           TO WS-FV-ALPHA
               WHEN 4
                   IF RW-ACCT-BALANCE NUMERIC
                       MOVE RW-ACCT-BALANCE TO WS-FV-NUM
                   END-IF
               WHEN 5
                   IF RW-ORDERS-YTD NUMERIC
                       MOVE RW-ORDERS-YTD TO WS-FV-NUM
                   END-IF
               WHEN 6
                   MOVE RW-ADDR           TO WS-FV-ALPHA
               WHEN 7
                   MOVE RW-CITY           TO WS-FV-ALPHA
               WHEN 8
                   MOVE RW-STATE          TO WS-FV-ALPHA
               WHEN 9
                   MOVE RW-COUNTRY        TO WS-FV-ALPHA
               WHEN 10
                   IF RW-MONTH-YEAR NUMERIC
                       MOVE RW-MONTH-YEAR TO WS-FV-NUM
                   END-IF
               WHEN 11 THRU 22
                   COMPUTE WS-MON-IX = WS-FLD-NO - 10
                   IF RW-MONTH(WS-MON-IX) NUMERIC
                       MOVE RW-MONTH(WS-MON-IX) TO WS-FV-NUM
                   END-IF
               WHEN 23
                   IF RW-MONTH-AVG NUMERIC
                       MOVE RW-MONTH-AVG  TO WS-FV-NUM
                   END-IF
               WHEN 24
                   MOVE RW-OCCUPATION     TO WS-FV-ALPHA
               WHEN 25
                   MOVE RW-NOTES          TO WS-FV-ALPHA
               WHEN 26
                   MOVE RW-LAST-MAINT-DATE TO WS-DATE-YYMMDD
                   PERFORM 460-FETCH-DATE
               WHEN 27
                   MOVE RW-EMAIL-ADDR     TO WS-FV-ALPHA
               WHEN 28
                   IF RW-CREDIT-LIMIT NUMERIC
                       MOVE RW-CREDIT-LIMIT TO WS-FV-NUM
                   END-IF
               WHEN 29
                   MOVE RW-DORMANT-FLAG   TO WS-FV-ALPHA
               WHEN 30
                   MOVE RW-POSTAL-CODE    TO WS-FV-ALPHA
               WHEN 31
                   MOVE RW-LAST-PAY-DATE  TO WS-DATE-YYMMDD
                   PERFORM 460-FETCH-DATE
               WHEN 32
                   MOVE RW-RISK-TIER      TO WS-FV-ALPHA
               WHEN 33
                   MOVE RW-PARENT-ID      TO WS-FV-ALPHA
               WHEN 34
                   IF RW-GROUP-CREDIT-LIMIT NUMERIC
                       MOVE RW-GROUP-CREDIT-LIMIT TO WS-FV-NUM
                   END-IF
               WHEN 35
                   MOVE RW-CURRENCY       TO WS-FV-ALPHA
               WHEN 36
                   IF RW-CYCLE-DAY NUMERIC
                       MOVE RW-CYCLE-DAY  TO WS-FV-NUM
                   END-IF
               WHEN 37
                   MOVE RW-WRITEOFF-FLAG  TO WS-FV-ALPHA
               WHEN 38
                   MOVE RW-RETMAIL-DATE   TO WS-DATE-YYMMDD
                   PERFORM 460-FETCH-DATE
               WHEN 39
                   MOVE RW-SEGMENT        TO WS-FV-ALPHA
               WHEN 40
                   MOVE RW-LAST-PAY-DATE  TO WS-DATE-YYMMDD
                   PERFORM 465-FETCH-DAYS-SINCE
               WHEN 41
                   MOVE RW-LAST-MAINT-DATE TO WS-DATE-YYMMDD
                   PERFORM 465-FETCH-DAYS-SINCE
               WHEN 42
                   MOVE RC-CONTACT-NAME   TO WS-FV-ALPHA
               WHEN 43
                   MOVE RC-DESCRIPTION    TO WS-FV-ALPHA
               WHEN 44
                   MOVE RC-CONTACT-INFO   TO WS-FV-ALPHA
               WHEN 45
                   MOVE RC-PREF-CONTACT-METHOD TO WS-FV-ALPHA
               WHEN 46
                   MOVE RC-DO-NOT-CALL-FLAG TO WS-FV-ALPHA
           END-EVALUATE .

       460-FETCH-DATE.
      *        yymmdd on the master, windowed to CCYYMMDD by the
      *        date service; no date (or no real one) is zero
           IF WS-DATE-YYMMDD NUMERIC AND WS-DATE-YYMMDD > 0
               MOVE 'A' TO BDS-FUNCTION
               MOVE WS-DATE-YYMMDD TO BDS-DATE-IN
               MOVE 0 TO BDS-ADD-DAYS BDS-ADD-MONTHS
               CALL SAM30 USING BUSINESS-DATE-PARMS
               IF BDS-RETURN = '00'
                   MOVE BDS-DATE-OUT TO WS-FV-NUM
               END-IF
           END-IF .

       465-FETCH-DAYS-SINCE.
           MOVE 99999 TO WS-FV-NUM.
           IF WS-DATE-YYMMDD NUMERIC AND WS-DATE-YYMMDD > 0
               MOVE 'N' TO BDS-FUNCTION
               MOVE WS-DATE-YYMMDD TO BDS-DATE-IN
               CALL SAM30 USING BUSINESS-DATE-PARMS
               IF BDS-RETURN = '00'
                   COMPUTE WS-DAYS = WS-RUN-DAYS - BDS-DAY-NUMBER
                   IF WS-DAYS < 0
                       MOVE 0 TO WS-DAYS
                   END-IF
                   MOVE WS-DAYS TO WS-FV-NUM
               END-IF
           END-IF .

       480-FORMAT-PRINT-VALUE.
      *
      *        The fetched value as printed: text left-aligned,
      *        everything else right-aligned in WS-FMT-LEN bytes.
      *
           MOVE SPACES TO WS-FMT-TEXT.
           EVALUATE WS-FV-TYPE
               WHEN 'A'
                   MOVE WS-FV-ALPHA  TO WS-FMT-TEXT
                   MOVE 120          TO WS-FMT-LEN
                   MOVE 'L'          TO WS-FMT-ALIGN
               WHEN 'N'
                   MOVE WS-FV-NUM    TO WS-EDIT-AMT
                   MOVE WS-EDIT-AMT  TO WS-FMT-TEXT
                   MOVE LENGTH OF WS-EDIT-AMT TO WS-FMT-LEN
                   MOVE 'R'          TO WS-FMT-ALIGN
               WHEN 'I'
                   MOVE WS-FV-NUM    TO WS-EDIT-INT
                   MOVE WS-EDIT-INT  TO WS-FMT-TEXT
                   MOVE LENGTH OF WS-EDIT-INT TO WS-FMT-LEN
                   MOVE 'R'          TO WS-FMT-ALIGN
               WHEN 'D'
                   IF WS-FV-NUM > 0
                       MOVE WS-FV-NUM TO WS-DATE-8
                       STRING WS-DATE-CCYY '/' WS-DATE-MM '/'
                              WS-DATE-DD
                              DELIMITED BY SIZE INTO WS-FMT-TEXT
                   END-IF
                   MOVE 10           TO WS-FMT-LEN
                   MOVE 'R'          TO WS-FMT-ALIGN
           END-EVALUATE .

      *****************************************************************
      *    SORT OUTPUT: BREAKS, DETAIL LINES, DELIMITED RECORDS       *
      *****************************************************************
       500-WRITE-ROWS.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM 510-RETURN-ONE-ROW
               UNTIL WS-SORT-EOF = 'Y'.
           IF NUM-ROWS-OUT = 0
               IF WS-PRINT-ROWS = 'Y'
                   WRITE REPORT-RECORD FROM RPT-NONE-LINE
               END-IF
           ELSE
               PERFORM VARYING WS-LVL FROM WS-BRK-CNT BY -1
                 UNTIL WS-LVL < 0
                   PERFORM 550-WRITE-SUBTOTAL
               END-PERFORM
           END-IF .

       510-RETURN-ONE-ROW.
           RETURN ROW-SORT-FILE
             AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
           IF WS-SORT-EOF NOT = 'Y'
               MOVE RSR-MASTER  TO RW-REC
               MOVE RSR-CONTACT TO RC-CONTACT-REC
               PERFORM 520-CHECK-BREAKS
               IF WS-PRINT-ROWS = 'Y'
                   PERFORM 560-WRITE-DETAIL-LINE
               END-IF
               IF WS-FILE-ROWS = 'Y'
                   PERFORM 570-WRITE-DELIM-RECORD
               END-IF
               PERFORM 530-ACCUMULATE
               ADD +1 TO NUM-ROWS-OUT
           END-IF .

       520-CHECK-BREAKS.
      *
      *        A change in a break field closes that level and every
      *        level inside it, innermost first.
      *
           MOVE 0 TO WS-BRK-LEVEL.
           PERFORM VARYING WS-LVL FROM 1 BY 1
             UNTIL WS-LVL > WS-BRK-CNT
               MOVE BRK-FLD(WS-LVL) TO WS-FLD-NO
               PERFORM 450-GET-FIELD-VALUE
               PERFORM 480-FORMAT-PRINT-VALUE
               MOVE WS-FMT-TEXT(1:40) TO BRK-CUR(WS-LVL)
               IF WS-BRK-LEVEL = 0 AND NUM-ROWS-OUT > 0
                  AND BRK-CUR(WS-LVL) NOT = BRK-PREV(WS-LVL)
                   MOVE WS-LVL TO WS-BRK-LEVEL
               END-IF
           END-PERFORM.
           IF WS-BRK-LEVEL > 0
               PERFORM VARYING WS-LVL FROM WS-BRK-CNT BY -1
                 UNTIL WS-LVL < WS-BRK-LEVEL
                   PERFORM 550-WRITE-SUBTOTAL
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-LVL FROM 1 BY 1
             UNTIL WS-LVL > WS-BRK-CNT
               MOVE BRK-CUR(WS-LVL) TO BRK-PREV(WS-LVL)
           END-PERFORM .

       530-ACCUMULATE.
           PERFORM VARYING WS-LVL FROM 0 BY 1
             UNTIL WS-LVL > WS-BRK-CNT
               ADD +1 TO ACC-CNT(WS-LVL + 1)
           END-PERFORM.
           PERFORM VARYING WS-COL-IX FROM 1 BY 1
             UNTIL WS-COL-IX > WS-COL-CNT
               IF FLD-TYPE(COL-FLD(WS-COL-IX)) = 'N'
                   MOVE COL-FLD(WS-COL-IX) TO WS-FLD-NO
                   PERFORM 450-GET-FIELD-VALUE
                   PERFORM VARYING WS-LVL FROM 0 BY 1
                     UNTIL WS-LVL > WS-BRK-CNT
                       ADD WS-FV-NUM
                           TO ACC-SUM(WS-LVL + 1 WS-COL-IX)
                   END-PERFORM
               END-IF
           END-PERFORM .

       550-WRITE-SUBTOTAL.
      *
      *        Level WS-LVL: 0 is the grand total, 1-3 the breaks.
      *        The row count, then the amount columns' totals under
      *        their columns.  Nothing prints for a file-only run.
      *
           IF WS-PRINT-ROWS = 'Y'
               IF WS-LVL = 0
                   MOVE 'GRAND TOTAL' TO RPT-SUB-LABEL
                   MOVE SPACES        TO RPT-SUB-FIELD RPT-SUB-VALUE
               ELSE
                   MOVE 'TOTAL'       TO RPT-SUB-LABEL
                   MOVE FLD-NAME(BRK-FLD(WS-LVL)) TO RPT-SUB-FIELD
                   MOVE BRK-PREV(WS-LVL) TO RPT-SUB-VALUE
               END-IF
               MOVE ACC-CNT(WS-LVL + 1) TO RPT-SUB-ROWS
               WRITE REPORT-RECORD FROM RPT-SUBTOTAL-LINE AFTER 2
               IF WS-AMT-COLS > 0
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE 'N' TO WS-FV-TYPE
                   PERFORM VARYING WS-COL-IX FROM 1 BY 1
                     UNTIL WS-COL-IX > WS-COL-CNT
                       IF FLD-TYPE(COL-FLD(WS-COL-IX)) = 'N'
                          AND COL-START(WS-COL-IX) > 0
                           MOVE ACC-SUM(WS-LVL + 1 WS-COL-IX)
                                                 TO WS-FV-NUM
                           PERFORM 480-FORMAT-PRINT-VALUE
                           PERFORM 565-PLACE-IN-COLUMN
                       END-IF
                   END-PERFORM
                   WRITE REPORT-RECORD FROM WS-PRINT-LINE
               END-IF
               IF WS-LVL > 0
                   MOVE SPACES TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-IF.
           MOVE +0 TO ACC-CNT(WS-LVL + 1).
           PERFORM VARYING WS-COL-IX FROM 1 BY 1
             UNTIL WS-COL-IX > WS-COL-CNT
               MOVE +0 TO ACC-SUM(WS-LVL + 1 WS-COL-IX)
           END-PERFORM .

       560-WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM VARYING WS-COL-IX FROM 1 BY 1
             UNTIL WS-COL-IX > WS-COL-CNT
               IF COL-START(WS-COL-IX) > 0
                   MOVE COL-FLD(WS-COL-IX) TO WS-FLD-NO
                   PERFORM 450-GET-FIELD-VALUE
                   PERFORM 480-FORMAT-PRINT-VALUE
                   PERFORM 565-PLACE-IN-COLUMN
               END-IF
           END-PERFORM.
           WRITE REPORT-RECORD FROM WS-PRINT-LINE.

       565-PLACE-IN-COLUMN.
      *        a right-aligned value wider than its column keeps
      *        its rightmost (significant) positions
           IF WS-FMT-ALIGN = 'L'
               MOVE WS-FMT-TEXT(1:COL-WIDTH(WS-COL-IX))
                 TO WS-PRINT-LINE(COL-START(WS-COL-IX):
                                  COL-WIDTH(WS-COL-IX))
           ELSE
               IF WS-FMT-LEN > COL-WIDTH(WS-COL-IX)
                   COMPUTE WS-POS = WS-FMT-LEN
                                  - COL-WIDTH(WS-COL-IX) + 1
                   MOVE WS-FMT-TEXT(WS-POS:COL-WIDTH(WS-COL-IX))
                     TO WS-PRINT-LINE(COL-START(WS-COL-IX):
                                      COL-WIDTH(WS-COL-IX))
               ELSE
                   COMPUTE WS-POS = COL-START(WS-COL-IX)
                                  + COL-WIDTH(WS-COL-IX)
                                  - WS-FMT-LEN
                   MOVE WS-FMT-TEXT(1:WS-FMT-LEN)
                     TO WS-PRINT-LINE(WS-POS:WS-FMT-LEN)
               END-IF
           END-IF .

       570-WRITE-DELIM-RECORD.
      *
      *        Every column, print line full or not.  Text is
      *        trimmed, and quoted when it holds the delimiter;
      *        amounts carry a leading minus and no commas; dates
      *        are CCYYMMDD; no date is an empty field.
      *
           MOVE SPACES TO WS-DLM-LINE.
           MOVE 1 TO WS-DLM-PTR.
           PERFORM VARYING WS-COL-IX FROM 1 BY 1
             UNTIL WS-COL-IX > WS-COL-CNT
               IF WS-COL-IX > 1
                   STRING WS-DELIM DELIMITED BY SIZE
                       INTO WS-DLM-LINE WITH POINTER WS-DLM-PTR
               END-IF
               MOVE COL-FLD(WS-COL-IX) TO WS-FLD-NO
               PERFORM 450-GET-FIELD-VALUE
               PERFORM 575-FORMAT-DELIM-VALUE
               IF WS-FMT-LEN > 0
                   IF WS-FV-TYPE = 'A'
                       MOVE 0 TO WS-TALLY
                       INSPECT WS-FMT-TEXT(1:WS-FMT-LEN)
                           TALLYING WS-TALLY FOR ALL WS-DELIM
                   ELSE
                       MOVE 0 TO WS-TALLY
                   END-IF
                   IF WS-TALLY > 0
                       STRING '"' WS-FMT-TEXT(1:WS-FMT-LEN) '"'
                           DELIMITED BY SIZE
                           INTO WS-DLM-LINE WITH POINTER WS-DLM-PTR
                   ELSE
                       STRING WS-FMT-TEXT(1:WS-FMT-LEN)
                           DELIMITED BY SIZE
                           INTO WS-DLM-LINE WITH POINTER WS-DLM-PTR
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 580-WRITE-DELIM-LINE .

       575-FORMAT-DELIM-VALUE.
           MOVE SPACES TO WS-FMT-TEXT.
           MOVE 0 TO WS-FMT-LEN.
           EVALUATE WS-FV-TYPE
               WHEN 'A'
                   MOVE WS-FV-ALPHA TO WS-FMT-TEXT
                   MOVE 120 TO WS-FMT-LEN
                   PERFORM 590-TRIM-TRAILING
               WHEN 'N'
                   MOVE WS-FV-NUM  TO WS-DLM-AMT
                   MOVE WS-DLM-AMT TO WS-FMT-TEXT
                   MOVE LENGTH OF WS-DLM-AMT TO WS-FMT-LEN
                   PERFORM 595-TRIM-LEADING
               WHEN 'I'
                   MOVE WS-FV-NUM  TO WS-DLM-INT
                   MOVE WS-DLM-INT TO WS-FMT-TEXT
                   MOVE LENGTH OF WS-DLM-INT TO WS-FMT-LEN
                   PERFORM 595-TRIM-LEADING
               WHEN 'D'
                   IF WS-FV-NUM > 0
                       MOVE WS-FV-NUM TO WS-DATE-8
                       MOVE WS-DATE-8 TO WS-FMT-TEXT(1:8)
                       MOVE 8 TO WS-FMT-LEN
                   END-IF
           END-EVALUATE .

       580-WRITE-DELIM-LINE.
           COMPUTE WS-DLM-LEN = WS-DLM-PTR - 1.
           IF WS-DLM-LEN < 1
               MOVE 1 TO WS-DLM-LEN
           END-IF.
           MOVE WS-DLM-LINE TO DLM-RECORD.
           WRITE DLM-RECORD.
           IF WS-DLM-STATUS = '00'
               ADD +1 TO NUM-DLM-WRITTEN
           ELSE
               DISPLAY 'DELIMITED FILE WRITE ERROR. RC:'
                       WS-DLM-STATUS '/' WS-DLM-STATUS-2
               MOVE 'N' TO WS-FILE-ROWS
               MOVE 8 TO RETURN-CODE
           END-IF .

       590-TRIM-TRAILING.
           PERFORM VARYING WS-FMT-IX FROM WS-FMT-LEN BY -1
             UNTIL WS-FMT-IX < 1
                OR WS-FMT-TEXT(WS-FMT-IX:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE WS-FMT-IX TO WS-FMT-LEN .

       595-TRIM-LEADING.
           PERFORM VARYING WS-FMT-IX FROM 1 BY 1
             UNTIL WS-FMT-IX > WS-FMT-LEN
                OR WS-FMT-TEXT(WS-FMT-IX:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF WS-FMT-IX > 1 AND WS-FMT-IX NOT > WS-FMT-LEN
               COMPUTE WS-LEN = WS-FMT-LEN - WS-FMT-IX + 1
               MOVE WS-FMT-TEXT(WS-FMT-IX:WS-LEN) TO WS-FMT-WORK
               MOVE WS-FMT-WORK TO WS-FMT-TEXT
               MOVE WS-LEN TO WS-FMT-LEN
           END-IF .

      *****************************************************************
      *    FILES AND CONTROL CARDS                                    *
      *****************************************************************
       700-OPEN-FILES.
           OPEN OUTPUT   REPORT-FILE .
           IF WS-REPORT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING REPORT FILE. RC:'
                     WS-REPORT-STATUS '/' WS-REPORT-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .
           OPEN INPUT    CUSTOMER-FILE .
           IF WS-CUSTFILE-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTOMER INPUT FILE. RC:'
                     WS-CUSTFILE-STATUS '/' WS-CUSTFILE-STATUS-2
             DISPLAY 'Terminating Program due to File Error'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FILE-ERROR
           END-IF .

       706-READ-CONTROL-CARDS.
           OPEN INPUT RUN-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NO CONTROL CARDS - DEFAULT LIST. RC:'
                       WS-PARM-STATUS '/' WS-PARM-STATUS-2
           ELSE
               MOVE 'N' TO WS-PARM-EOF
               PERFORM 707-READ-ONE-CARD
                   UNTIL WS-PARM-EOF = 'Y'
               CLOSE RUN-PARM-FILE
           END-IF .

       707-READ-ONE-CARD.
           READ RUN-PARM-FILE
             AT END MOVE 'Y' TO WS-PARM-EOF
           END-READ.
           IF WS-PARM-EOF NOT = 'Y' AND WS-PARM-STATUS = '00'
               IF RUN-PARM-RECORD(1:1) NOT = '*'
                      AND RUN-PARM-RECORD NOT = SPACES
                   MOVE RUN-PARM-RECORD TO RPT-CARD-TEXT
                   WRITE REPORT-RECORD FROM RPT-CARD-LINE
                   MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
                   MOVE 1 TO WS-PARM-PTR
                   UNSTRING RUN-PARM-RECORD DELIMITED BY '='
                       INTO WS-PARM-KEYWORD
                       WITH POINTER WS-PARM-PTR
                   END-UNSTRING
                   IF WS-PARM-PTR NOT > 80
                       MOVE RUN-PARM-RECORD(WS-PARM-PTR:)
                                       TO WS-PARM-VALUE
                   END-IF
                   MOVE 1 TO WS-PARM-PTR
                   EVALUATE WS-PARM-KEYWORD
                       WHEN 'TITLE'
                           MOVE WS-PARM-VALUE TO WS-TITLE
                       WHEN 'COLUMNS'
                           PERFORM 710-PARSE-COLUMNS
                       WHEN 'WHERE'
                       WHEN 'AND'
                           MOVE 'A' TO WS-CRT-CONNECT
                           PERFORM 715-PARSE-CRITERION
                       WHEN 'OR'
                           MOVE 'O' TO WS-CRT-CONNECT
                           PERFORM 715-PARSE-CRITERION
                       WHEN 'SORT'
                           PERFORM 720-PARSE-SORT
                       WHEN 'BREAK'
                           PERFORM 725-PARSE-BREAK
                       WHEN 'OUTPUT'
                           EVALUATE WS-PARM-VALUE
                               WHEN 'PRINT'
                                   MOVE 'Y' TO WS-PRINT-ROWS
                                   MOVE 'N' TO WS-FILE-ROWS
                               WHEN 'FILE'
                                   MOVE 'N' TO WS-PRINT-ROWS
                                   MOVE 'Y' TO WS-FILE-ROWS
                               WHEN 'BOTH'
                                   MOVE 'Y' TO WS-PRINT-ROWS
                                   MOVE 'Y' TO WS-FILE-ROWS
                               WHEN OTHER
                                   MOVE 'OUTPUT MUST BE PRINT/FILE/BOTH'
                                                   TO WS-ERR-TEXT
                                   PERFORM 708-CARD-ERROR
                           END-EVALUATE
                       WHEN 'DELIM'
                           IF WS-PARM-VALUE(1:1) = SPACE
                              OR WS-PARM-VALUE(2:) NOT = SPACES
                               MOVE 'DELIM MUST BE ONE CHARACTER'
                                               TO WS-ERR-TEXT
                               PERFORM 708-CARD-ERROR
                           ELSE
                               MOVE WS-PARM-VALUE(1:1) TO WS-DELIM
                           END-IF
                       WHEN 'JOIN'
                           IF WS-PARM-VALUE = 'Y' OR 'N'
                               MOVE WS-PARM-VALUE(1:1) TO WS-JOIN
                           ELSE
                               MOVE 'JOIN MUST BE Y OR N' TO WS-ERR-TEXT
                               PERFORM 708-CARD-ERROR
                           END-IF
                       WHEN OTHER
                           MOVE 'UNKNOWN CARD' TO WS-ERR-TEXT
                           PERFORM 708-CARD-ERROR
                   END-EVALUATE
               END-IF
           END-IF .

       708-CARD-ERROR.
           MOVE WS-ERR-TEXT TO RPT-CARD-ERROR.
           WRITE REPORT-RECORD FROM RPT-CARD-ERROR-LINE.
           ADD 1 TO WS-CARD-ERRORS.
           MOVE SPACES TO WS-ERR-TEXT .

       709-FIND-FIELD.
      *        WS-WORD to its dictionary entry (0 = no such field)
           MOVE 0 TO WS-LOOK-NO.
           PERFORM VARYING WS-FLD-IX FROM 1 BY 1
             UNTIL WS-FLD-IX > WS-FLD-CNT
                OR WS-LOOK-NO > 0
               IF FLD-NAME(WS-FLD-IX) = WS-WORD
                   MOVE WS-FLD-IX TO WS-LOOK-NO
               END-IF
           END-PERFORM.
           IF WS-LOOK-NO = 0
               STRING 'UNKNOWN FIELD: ' WS-WORD
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               PERFORM 708-CARD-ERROR
           ELSE
               IF WS-LOOK-NO NOT < WS-FIRST-CONTACT-FLD
                   MOVE 'Y' TO WS-USES-CONTACT
               END-IF
           END-IF .

       710-PARSE-COLUMNS.
           PERFORM 760-NEXT-WORD.
           PERFORM UNTIL WS-WORD = SPACES
               PERFORM 709-FIND-FIELD
               IF WS-LOOK-NO > 0
                   IF WS-COL-CNT < 20
                       ADD 1 TO WS-COL-CNT
                       MOVE WS-LOOK-NO TO COL-FLD(WS-COL-CNT)
                   ELSE
                       MOVE 'MORE THAN 20 COLUMNS' TO WS-ERR-TEXT
                       PERFORM 708-CARD-ERROR
                   END-IF
               END-IF
               PERFORM 760-NEXT-WORD
           END-PERFORM .

       715-PARSE-CRITERION.
           IF WS-CRT-CNT NOT < 20
               MOVE 'MORE THAN 20 CONDITIONS' TO WS-ERR-TEXT
               PERFORM 708-CARD-ERROR
           ELSE
               PERFORM 760-NEXT-WORD
               PERFORM 709-FIND-FIELD
               IF WS-LOOK-NO > 0
                   ADD 1 TO WS-CRT-CNT
                   MOVE WS-CRT-CONNECT TO CRT-CONNECT(WS-CRT-CNT)
                   MOVE WS-LOOK-NO TO CRT-FLD(WS-CRT-CNT)
                   PERFORM 760-NEXT-WORD
                   MOVE WS-WORD(1:2) TO CRT-OP(WS-CRT-CNT)
                   IF WS-WORD(3:) NOT = SPACES
                      OR (CRT-OP(WS-CRT-CNT) NOT = 'EQ' AND NOT = 'NE'
                          AND NOT = 'GT' AND NOT = 'GE'
                          AND NOT = 'LT' AND NOT = 'LE'
                          AND NOT = 'BT' AND NOT = 'NB')
                       STRING 'UNKNOWN OPERATOR: ' WS-WORD
                           DELIMITED BY SIZE INTO WS-ERR-TEXT
                       PERFORM 708-CARD-ERROR
                   ELSE
                       MOVE 1 TO WS-VAL-IX
                       PERFORM 716-PARSE-VALUE
                       IF CRT-OP(WS-CRT-CNT) = 'BT' OR 'NB'
                           MOVE 2 TO WS-VAL-IX
                           PERFORM 716-PARSE-VALUE
                       END-IF
                   END-IF
               END-IF
           END-IF .

       716-PARSE-VALUE.
           PERFORM 765-NEXT-VALUE.
           IF WS-WORD = SPACES AND WS-WORD-QUOTED NOT = 'Y'
               MOVE 'VALUE MISSING' TO WS-ERR-TEXT
               PERFORM 708-CARD-ERROR
           ELSE
               IF FLD-TYPE(CRT-FLD(WS-CRT-CNT)) = 'A'
                   MOVE WS-WORD TO CRT-ALPHA(WS-CRT-CNT WS-VAL-IX)
               ELSE
                   MOVE WS-WORD(1:20) TO WS-NUM-TEXT
                   PERFORM 770-PARSE-NUMBER
                   IF WS-NUM-OK NOT = 'Y' OR WS-WORD(21:) NOT = SPACES
                       STRING 'NOT A NUMBER: ' WS-WORD
                           DELIMITED BY SIZE INTO WS-ERR-TEXT
                       PERFORM 708-CARD-ERROR
                   ELSE
                       IF FLD-TYPE(CRT-FLD(WS-CRT-CNT)) = 'D'
                          AND WS-NUM-VALUE NOT = 0
                           PERFORM 775-WINDOW-CARD-DATE
                       END-IF
                       MOVE WS-NUM-VALUE
                               TO CRT-NUM(WS-CRT-CNT WS-VAL-IX)
                   END-IF
               END-IF
           END-IF .

       720-PARSE-SORT.
           PERFORM 760-NEXT-WORD.
           PERFORM 709-FIND-FIELD.
           IF WS-LOOK-NO > 0
               IF WS-SORT-CARDS NOT < 5
                   MOVE 'MORE THAN 5 SORT KEYS' TO WS-ERR-TEXT
                   PERFORM 708-CARD-ERROR
               ELSE
                   ADD 1 TO WS-SORT-CARDS
                   MOVE WS-LOOK-NO TO SRC-FLD(WS-SORT-CARDS)
                   PERFORM 760-NEXT-WORD
                   EVALUATE WS-WORD
                       WHEN SPACES
                       WHEN 'A'
                           MOVE 'A' TO SRC-DIR(WS-SORT-CARDS)
                       WHEN 'D'
                           MOVE 'D' TO SRC-DIR(WS-SORT-CARDS)
                       WHEN OTHER
                           MOVE 'SORT ORDER MUST BE A OR D'
                                           TO WS-ERR-TEXT
                           PERFORM 708-CARD-ERROR
                   END-EVALUATE
               END-IF
           END-IF .

       725-PARSE-BREAK.
           PERFORM 760-NEXT-WORD.
           PERFORM 709-FIND-FIELD.
           IF WS-LOOK-NO > 0
               IF WS-BRK-CNT NOT < 3
                   MOVE 'MORE THAN 3 BREAKS' TO WS-ERR-TEXT
                   PERFORM 708-CARD-ERROR
               ELSE
                   ADD 1 TO WS-BRK-CNT
                   MOVE WS-LOOK-NO TO BRK-FLD(WS-BRK-CNT)
               END-IF
           END-IF .

       730-CHECK-CONTROL-CARDS.
      *
      *        Defaults, the cross-card checks, the sort key list
      *        and the print layout.
      *
           IF WS-COL-CNT = 0
               MOVE 1 TO COL-FLD(1)
               MOVE 3 TO COL-FLD(2)
               MOVE 8 TO COL-FLD(3)
               MOVE 4 TO COL-FLD(4)
               MOVE 4 TO WS-COL-CNT
           END-IF.
           IF WS-USES-CONTACT = 'Y' AND WS-JOIN NOT = 'Y'
               MOVE 'CONTACT FIELDS NEED JOIN=Y' TO WS-ERR-TEXT
               PERFORM 708-CARD-ERROR
           END-IF.
           IF WS-BRK-CNT + WS-SORT-CARDS > 5
               MOVE 'MORE THAN 5 BREAK AND SORT KEYS' TO WS-ERR-TEXT
               PERFORM 708-CARD-ERROR
           ELSE
               PERFORM VARYING WS-LVL FROM 1 BY 1
                 UNTIL WS-LVL > WS-BRK-CNT
                   ADD 1 TO WS-SKY-CNT
                   MOVE BRK-FLD(WS-LVL) TO SKY-FLD(WS-SKY-CNT)
                   MOVE 'A'             TO SKY-DIR(WS-SKY-CNT)
               END-PERFORM
               PERFORM VARYING WS-LVL FROM 1 BY 1
                 UNTIL WS-LVL > WS-SORT-CARDS
                   ADD 1 TO WS-SKY-CNT
                   MOVE SRC-FLD(WS-LVL) TO SKY-FLD(WS-SKY-CNT)
                   MOVE SRC-DIR(WS-LVL) TO SKY-DIR(WS-SKY-CNT)
               END-PERFORM
           END-IF.
      *
      *        Columns go left to right two apart, each as wide as
      *        its heading or its data (text capped at 40) until
      *        the line is full.
      *
           MOVE 1 TO WS-POS.
           MOVE 0 TO WS-AMT-COLS.
           PERFORM VARYING WS-COL-IX FROM 1 BY 1
             UNTIL WS-COL-IX > WS-COL-CNT
               MOVE COL-FLD(WS-COL-IX) TO WS-FLD-NO
               MOVE FLD-NAME(WS-FLD-NO) TO WS-FMT-TEXT
               MOVE 20 TO WS-FMT-LEN
               PERFORM 590-TRIM-TRAILING
               MOVE WS-FMT-LEN TO COL-NAME-LEN(WS-COL-IX)
               MOVE FLD-WIDTH(WS-FLD-NO) TO COL-WIDTH(WS-COL-IX)
               IF COL-WIDTH(WS-COL-IX) > 40
                   MOVE 40 TO COL-WIDTH(WS-COL-IX)
               END-IF
               IF COL-WIDTH(WS-COL-IX) < COL-NAME-LEN(WS-COL-IX)
                   MOVE COL-NAME-LEN(WS-COL-IX)
                                       TO COL-WIDTH(WS-COL-IX)
               END-IF
               IF WS-POS + COL-WIDTH(WS-COL-IX) - 1 > 132
                   MOVE 0 TO COL-START(WS-COL-IX)
                   ADD 1 TO WS-COL-DROPPED
               ELSE
                   MOVE WS-POS TO COL-START(WS-COL-IX)
                   COMPUTE WS-POS = WS-POS + COL-WIDTH(WS-COL-IX) + 2
                   IF FLD-TYPE(WS-FLD-NO) = 'N'
                       ADD 1 TO WS-AMT-COLS
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-FMT-TEXT.
           MOVE +0 TO ACC-CNT(1) ACC-CNT(2) ACC-CNT(3) ACC-CNT(4).
           PERFORM VARYING WS-COL-IX FROM 1 BY 1
             UNTIL WS-COL-IX > 20
               MOVE +0 TO ACC-SUM(1 WS-COL-IX) ACC-SUM(2 WS-COL-IX)
                          ACC-SUM(3 WS-COL-IX) ACC-SUM(4 WS-COL-IX)
           END-PERFORM .

       740-OPEN-DELIM-FILE.
           IF WS-FILE-ROWS = 'Y'
               OPEN OUTPUT DELIM-FILE
               IF WS-DLM-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING DELIMITED FILE. RC:'
                           WS-DLM-STATUS '/' WS-DLM-STATUS-2
                   MOVE 16 TO RETURN-CODE
                   MOVE 'N' TO WS-FILE-ROWS
               ELSE
                   MOVE 'Y' TO WS-DLM-OPEN
      *            the first record names the columns
                   MOVE SPACES TO WS-DLM-LINE
                   MOVE 1 TO WS-DLM-PTR
                   PERFORM VARYING WS-COL-IX FROM 1 BY 1
                     UNTIL WS-COL-IX > WS-COL-CNT
                       IF WS-COL-IX > 1
                           STRING WS-DELIM DELIMITED BY SIZE
                               INTO WS-DLM-LINE
                               WITH POINTER WS-DLM-PTR
                       END-IF
                       STRING FLD-NAME(COL-FLD(WS-COL-IX))
                                  (1:COL-NAME-LEN(WS-COL-IX))
                           DELIMITED BY SIZE
                           INTO WS-DLM-LINE WITH POINTER WS-DLM-PTR
                   END-PERFORM
                   PERFORM 580-WRITE-DELIM-LINE
               END-IF
           END-IF .

       760-NEXT-WORD.
      *        next word of WS-PARM-VALUE from WS-PARM-PTR; blanks
      *        and commas separate words
           MOVE SPACES TO WS-WORD.
           MOVE 'N' TO WS-WORD-QUOTED.
           PERFORM VARYING WS-PARM-PTR FROM WS-PARM-PTR BY 1
             UNTIL WS-PARM-PTR > 80
                OR (WS-PARM-VALUE(WS-PARM-PTR:1) NOT = SPACE
                    AND WS-PARM-VALUE(WS-PARM-PTR:1) NOT = ',')
               CONTINUE
           END-PERFORM.
           IF WS-PARM-PTR NOT > 80
               UNSTRING WS-PARM-VALUE DELIMITED BY ',' OR ALL SPACE
                   INTO WS-WORD
                   WITH POINTER WS-PARM-PTR
               END-UNSTRING
           END-IF .

       765-NEXT-VALUE.
      *        as 760, but a value may be quoted to hold blanks or
      *        commas, and an unquoted one runs to the next blank
           MOVE SPACES TO WS-WORD.
           MOVE 'N' TO WS-WORD-QUOTED.
           PERFORM VARYING WS-PARM-PTR FROM WS-PARM-PTR BY 1
             UNTIL WS-PARM-PTR > 80
                OR WS-PARM-VALUE(WS-PARM-PTR:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF WS-PARM-PTR NOT > 80
               IF WS-PARM-VALUE(WS-PARM-PTR:1) = "'"
                   MOVE 'Y' TO WS-WORD-QUOTED
                   ADD 1 TO WS-PARM-PTR
                   IF WS-PARM-PTR NOT > 80
                       UNSTRING WS-PARM-VALUE DELIMITED BY "'"
                           INTO WS-WORD
                           WITH POINTER WS-PARM-PTR
                       END-UNSTRING
                   END-IF
               ELSE
                   UNSTRING WS-PARM-VALUE DELIMITED BY ALL SPACE
                       INTO WS-WORD
                       WITH POINTER WS-PARM-PTR
                   END-UNSTRING
               END-IF
           END-IF .

       770-PARSE-NUMBER.
      *
      *        WS-NUM-TEXT to WS-NUM-VALUE: an optional sign, digits,
      *        and up to two decimals; commas and $ are ignored.
      *
           MOVE 'Y' TO WS-NUM-OK.
           MOVE 'N' TO WS-NUM-POINT.
           MOVE '+' TO WS-NUM-SIGN.
           MOVE 0 TO WS-NUM-INT WS-NUM-FRAC
                     WS-NUM-DIGITS WS-NUM-DECIMALS.
           PERFORM VARYING WS-NUM-IX FROM 1 BY 1
             UNTIL WS-NUM-IX > 20 OR WS-NUM-OK NOT = 'Y'
               MOVE WS-NUM-TEXT(WS-NUM-IX:1) TO WS-NUM-CHAR
               EVALUATE TRUE
                   WHEN WS-NUM-CHAR = SPACE
                       MOVE 21 TO WS-NUM-IX
                   WHEN WS-NUM-CHAR = ',' OR '$'
                       CONTINUE
                   WHEN (WS-NUM-CHAR = '-' OR '+')
                        AND WS-NUM-DIGITS = 0
                        AND WS-NUM-POINT = 'N'
                        AND WS-NUM-IX = 1
                       MOVE WS-NUM-CHAR TO WS-NUM-SIGN
                   WHEN WS-NUM-CHAR = '.' AND WS-NUM-POINT = 'N'
                       MOVE 'Y' TO WS-NUM-POINT
                   WHEN WS-NUM-CHAR NUMERIC
                       MOVE WS-NUM-CHAR TO WS-NUM-DIGIT
                       IF WS-NUM-POINT = 'N'
                           ADD 1 TO WS-NUM-DIGITS
                           IF WS-NUM-DIGITS > 11
                               MOVE 'N' TO WS-NUM-OK
                           ELSE
                               COMPUTE WS-NUM-INT = WS-NUM-INT * 10
                                                  + WS-NUM-DIGIT
                           END-IF
                       ELSE
                           ADD 1 TO WS-NUM-DECIMALS
                           EVALUATE WS-NUM-DECIMALS
                               WHEN 1
                                   COMPUTE WS-NUM-FRAC =
                                           WS-NUM-DIGIT * 10
                               WHEN 2
                                   ADD WS-NUM-DIGIT TO WS-NUM-FRAC
                               WHEN OTHER
                                   MOVE 'N' TO WS-NUM-OK
                           END-EVALUATE
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-NUM-OK
               END-EVALUATE
           END-PERFORM.
           IF WS-NUM-DIGITS = 0 AND WS-NUM-DECIMALS = 0
               MOVE 'N' TO WS-NUM-OK
           END-IF.
           COMPUTE WS-NUM-VALUE = WS-NUM-INT + WS-NUM-FRAC / 100.
           IF WS-NUM-SIGN = '-'
               COMPUTE WS-NUM-VALUE = 0 - WS-NUM-VALUE
           END-IF .

       775-WINDOW-CARD-DATE.
      *        a date on a card may be CCYYMMDD or yymmdd; either
      *        way it must be a real date
           IF WS-NUM-VALUE < 0 OR WS-NUM-VALUE > 99999999
              OR WS-NUM-DECIMALS > 0
               MOVE 'NOT A DATE (CCYYMMDD OR YYMMDD)' TO WS-ERR-TEXT
               PERFORM 708-CARD-ERROR
           ELSE
               MOVE 'A' TO BDS-FUNCTION
               MOVE WS-NUM-VALUE TO BDS-DATE-IN
               MOVE 0 TO BDS-ADD-DAYS BDS-ADD-MONTHS
               CALL SAM30 USING BUSINESS-DATE-PARMS
               IF BDS-RETURN = '00'
                   MOVE BDS-DATE-OUT TO WS-NUM-VALUE
               ELSE
                   MOVE 'NOT A DATE (CCYYMMDD OR YYMMDD)'
                                       TO WS-ERR-TEXT
                   PERFORM 708-CARD-ERROR
               END-IF
           END-IF .

       780-GET-BUSINESS-DATE.
      *
      *        Report date, and the date the DAYS-SINCE fields
      *        count to: the business date on the shared control
      *        record (SAM30 service).  No BUSDATE DD = system date.
      *
           MOVE 'G' TO BDS-FUNCTION .
           CALL SAM30 USING BUSINESS-DATE-PARMS .
           MOVE BDS-BUS-YYMMDD TO CURRENT-DATE .

       790-CLOSE-FILES.
           IF WS-FILE-ERROR NOT = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF .
           IF WS-CWK-OPEN = 'Y'
               CLOSE CONTACT-WORK-FILE
           END-IF .
           IF WS-DLM-OPEN = 'Y'
               CLOSE DELIM-FILE
           END-IF .
           CLOSE REPORT-FILE .

       800-INIT-REPORT.
           MOVE CURRENT-YEAR   TO RPT-YY.
           MOVE CURRENT-MONTH  TO RPT-MM.
           MOVE CURRENT-DAY    TO RPT-DD.
           MOVE CURRENT-HOUR   TO RPT-HH.
           MOVE CURRENT-MINUTE TO RPT-MIN.
           MOVE CURRENT-SECOND TO RPT-SS.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       810-WRITE-HEADINGS.
           IF WS-TITLE NOT = SPACES
               MOVE WS-TITLE TO RPT-TITLE
               WRITE REPORT-RECORD FROM RPT-TITLE-LINE AFTER 2
           END-IF.
           IF WS-COL-DROPPED > 0
               MOVE 'Columns not printed (line full): '
                                   TO RPT-ADHOC-TOTAL-TEXT
               MOVE WS-COL-DROPPED TO RPT-ADHOC-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-ADHOC-TOTAL-LINE AFTER 2
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-PRINT-ROWS = 'Y'
      *        text headings sit left, the rest right, as the data
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM VARYING WS-COL-IX FROM 1 BY 1
                 UNTIL WS-COL-IX > WS-COL-CNT
                   IF COL-START(WS-COL-IX) > 0
                       MOVE COL-START(WS-COL-IX) TO WS-POS
                       IF FLD-TYPE(COL-FLD(WS-COL-IX)) NOT = 'A'
                           COMPUTE WS-POS = WS-POS
                                          + COL-WIDTH(WS-COL-IX)
                                          - COL-NAME-LEN(WS-COL-IX)
                       END-IF
                       MOVE FLD-NAME(COL-FLD(WS-COL-IX))
                       TO WS-PRINT-LINE(WS-POS:COL-NAME-LEN(WS-COL-IX))
                   END-IF
               END-PERFORM
               WRITE REPORT-RECORD FROM WS-PRINT-LINE AFTER 2
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM VARYING WS-COL-IX FROM 1 BY 1
                 UNTIL WS-COL-IX > WS-COL-CNT
                   IF COL-START(WS-COL-IX) > 0
                       MOVE WS-DASHES(1:COL-WIDTH(WS-COL-IX))
                         TO WS-PRINT-LINE(COL-START(WS-COL-IX):
                                          COL-WIDTH(WS-COL-IX))
                   END-IF
               END-PERFORM
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-IF .

       850-REPORT-TOTALS.
           MOVE 'Master records read:        '
                               TO RPT-ADHOC-TOTAL-TEXT.
           MOVE NUM-MASTER-RECS TO RPT-ADHOC-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-ADHOC-TOTAL-LINE AFTER 3.
           IF WS-JOIN = 'Y'
               MOVE 'Contact records read:       '
                                   TO RPT-ADHOC-TOTAL-TEXT
               MOVE NUM-CONTACTS-READ TO RPT-ADHOC-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-ADHOC-TOTAL-LINE
               MOVE '  latest copies kept:       '
                                   TO RPT-ADHOC-TOTAL-TEXT
               MOVE NUM-CONTACTS-KEPT TO RPT-ADHOC-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-ADHOC-TOTAL-LINE
               MOVE '  joined to a master:       '
                                   TO RPT-ADHOC-TOTAL-TEXT
               MOVE NUM-CONTACTS-JOINED TO RPT-ADHOC-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-ADHOC-TOTAL-LINE
           END-IF.
           MOVE 'Rows tested:                '
                               TO RPT-ADHOC-TOTAL-TEXT.
           MOVE NUM-ROWS-TESTED TO RPT-ADHOC-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-ADHOC-TOTAL-LINE.
           MOVE 'Rows selected:              '
                               TO RPT-ADHOC-TOTAL-TEXT.
           MOVE NUM-ROWS-SELECTED TO RPT-ADHOC-TOTAL-NUM.
           WRITE REPORT-RECORD FROM RPT-ADHOC-TOTAL-LINE.
           IF WS-DLM-OPEN = 'Y'
               MOVE 'Delimited records written:  '
                                   TO RPT-ADHOC-TOTAL-TEXT
               MOVE NUM-DLM-WRITTEN TO RPT-ADHOC-TOTAL-NUM
               WRITE REPORT-RECORD FROM RPT-ADHOC-TOTAL-LINE
           END-IF .
