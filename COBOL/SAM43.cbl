      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * PROGRAM:  SAM43
      *
      * AUTHOR :  Doug Stout
      *
      * COMMUNICATIONS-HISTORY SERVICE: SUBROUTINE CALLED BY EVERY
      * PROGRAM THAT SENDS SOMETHING TO A CUSTOMER -- STATEMENTS
      * (SAM7), DUNNING LETTERS (SAM27), THE MARKETING EXTRACT AND
      * REFUND DISBURSEMENTS (SAM1) -- TO RECORD WHAT WENT OUT, BY
      * WHICH CHANNEL, AND THE ADDRESS OR EMAIL IT WENT TO, IN THE
      * KEYED COMMUNICATIONS HISTORY (CMHREC).
      *
      * THE HISTORY IS OPENED ON THE FIRST CALL OF THE RUN UNIT
      * AND CLOSED BY THE 'C' CALL AT THE END OF THE RUN.  EVERY
      * RECORD OF ONE RUN CARRIES THE SAME BUSINESS DATE AND TIME,
      * WITH A SEQUENCE NUMBER THAT KEEPS THEM APART.  A PARTITIONED
      * RUN WRITES TO A SEQUENTIAL WORK FILE INSTEAD (TARGET 'W'),
      * WHICH THE JOB MERGES INTO THE HISTORY AFTER THE PARTITIONS,
      * AS IT DOES THE ARCHIVE.
      *
      * A RUN WITHOUT THE HISTORY DD RECORDS NOTHING AND SAYS SO
      * ONCE; THE CALLER IS NOT STOPPED.  RETENTION IS SAM5'S JOB.
      *****************************************************************
      * Linkage:
      *      parameters:
      *        1: Communications-history parameter block (CMHPARM)
      *              CHS-FUNCTION      (passed)    R or C
      *              CHS-TARGET        (passed)    H, space or W
      *              CHS-RETURN        (returned)  00, 04, 08, 16
      *           see the copybook for the fields 'R' reads.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM43.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT COMHIST-FILE     ASSIGN TO COMHIST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CMH-KEY
                   FILE STATUS  IS  WS-CMH-STATUS WS-CMH-STATUS-2.

            SELECT COMWORK-FILE     ASSIGN TO COMWORK
                   FILE STATUS  IS  WS-CMW-STATUS WS-CMW-STATUS-2.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  COMHIST-FILE.
       COPY CMHREC REPLACING ==:TAG:== BY ==CMH==.

       FD  COMWORK-FILE
           RECORDING MODE IS F.
       01  COMWORK-RECORD              PIC X(200).

       WORKING-STORAGE SECTION.
      *
       01  WS-FIELDS.
           05  WS-CMH-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-CMH-STATUS-2          PIC X(4)  VALUE SPACES.
           05  WS-CMW-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-CMW-STATUS-2          PIC X(4)  VALUE SPACES.
           05  WS-CMH-OPENED            PIC X     VALUE 'N'.
      *        'Y' history open, 'N' no history DD, 'E' open error,
      *        'C' closed
           05  WS-CMH-ACTIVE            PIC X     VALUE 'N'.
      *        'H' keyed history, 'W' work file
           05  WS-CMH-TARGET            PIC X     VALUE 'H'.
           05  WS-SEND-DATE             PIC 9(8)  VALUE 0.
           05  WS-SEND-TIME             PIC 9(8)  VALUE 0.
           05  WS-SEND-SEQ              PIC 9(7)  VALUE 0.
           05  WS-RECORD-COUNT          PIC S9(9) COMP VALUE +0.
           05  WS-ERROR-COUNT           PIC S9(9) COMP VALUE +0.
           05  WS-COUNT-ED              PIC ZZZ,ZZZ,ZZ9.

       01  SAM30                        PIC X(8)  VALUE 'SAM30'.
       COPY BUSDPARM.


       LINKAGE SECTION.

       COPY CMHPARM.

      *****************************************************************
       PROCEDURE DIVISION USING COMM-HISTORY-PARMS.
      *****************************************************************

       000-MAIN.
           IF WS-CMH-OPENED NOT = 'Y'
               PERFORM 600-OPEN-HISTORY
           END-IF.
           EVALUATE WS-CMH-ACTIVE
               WHEN 'Y'
                   MOVE '00' TO CHS-RETURN
               WHEN 'E'
                   MOVE '16' TO CHS-RETURN
               WHEN OTHER
                   MOVE '04' TO CHS-RETURN
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CHS-RECORD
                   IF WS-CMH-ACTIVE = 'Y'
                       PERFORM 100-RECORD-COMMUNICATION
                   END-IF
               WHEN CHS-CLOSE
                   IF WS-CMH-ACTIVE = 'Y'
                       PERFORM 700-CLOSE-HISTORY
                   END-IF
               WHEN OTHER
                   MOVE '08' TO CHS-RETURN
           END-EVALUATE.
           MOVE WS-RECORD-COUNT TO CHS-RECORD-COUNT.
           GOBACK.

       100-RECORD-COMMUNICATION.
           ADD 1 TO WS-SEND-SEQ.
           MOVE SPACES            TO CMH-REC.
           MOVE CHS-CUST-KEY      TO CMH-CUST-KEY.
           MOVE WS-SEND-DATE      TO CMH-SEND-DATE.
           MOVE WS-SEND-TIME      TO CMH-SEND-TIME.
           MOVE WS-SEND-SEQ       TO CMH-SEND-SEQ.
           MOVE CHS-CHANNEL       TO CMH-CHANNEL.
           MOVE CHS-DOC-TYPE      TO CMH-DOC-TYPE.
           MOVE CHS-DOC-REF       TO CMH-DOC-REF.
           MOVE CHS-PROGRAM       TO CMH-PROGRAM.
           MOVE CHS-AMOUNT        TO CMH-AMOUNT.
           MOVE CHS-CURRENCY      TO CMH-CURRENCY.
           MOVE CHS-NAME          TO CMH-NAME.
           MOVE CHS-ADDR          TO CMH-ADDR.
           MOVE CHS-CITY          TO CMH-CITY.
           MOVE CHS-STATE         TO CMH-STATE.
           MOVE CHS-COUNTRY       TO CMH-COUNTRY.
           MOVE CHS-POSTAL        TO CMH-POSTAL.
           MOVE CHS-EMAIL-ADDR    TO CMH-EMAIL-ADDR.
           IF WS-CMH-TARGET = 'W'
               WRITE COMWORK-RECORD FROM CMH-REC
               IF WS-CMW-STATUS = '00'
                   ADD +1 TO WS-RECORD-COUNT
               ELSE
                   PERFORM 150-WRITE-FAILED
               END-IF
           ELSE
               WRITE CMH-REC
               IF WS-CMH-STATUS = '00'
                   ADD +1 TO WS-RECORD-COUNT
               ELSE
                   PERFORM 150-WRITE-FAILED
               END-IF
           END-IF.

       150-WRITE-FAILED.
      *
      *        One bad write is reported and counted, not fatal:
      *        the document itself has already gone out.
      *
           MOVE '08' TO CHS-RETURN.
           ADD +1 TO WS-ERROR-COUNT.
           DISPLAY 'SAM43 COMMUNICATIONS HISTORY WRITE ERROR. KEY:'
                   CMH-KEY ' RC:' WS-CMH-STATUS WS-CMW-STATUS.

       600-OPEN-HISTORY.
      *
      *        Once per run unit, on the first call.  The business
      *        date and the time of this first call stamp every
      *        record the run writes.
      *
           MOVE 'Y' TO WS-CMH-OPENED.
           MOVE 'G' TO BDS-FUNCTION.
           CALL SAM30 USING BUSINESS-DATE-PARMS.
           MOVE BDS-BUS-DATE TO WS-SEND-DATE.
           ACCEPT WS-SEND-TIME FROM TIME.
           IF CHS-TO-WORK
               MOVE 'W' TO WS-CMH-TARGET
               OPEN OUTPUT COMWORK-FILE
               IF WS-CMW-STATUS = '00'
                   MOVE 'Y' TO WS-CMH-ACTIVE
               ELSE
                   MOVE 'E' TO WS-CMH-ACTIVE
                   DISPLAY 'SAM43 COMMUNICATIONS WORK FILE OPEN ERROR.'
                           ' RC:' WS-CMW-STATUS '/' WS-CMW-STATUS-2
               END-IF
           ELSE
               MOVE 'H' TO WS-CMH-TARGET
               OPEN I-O COMHIST-FILE
               EVALUATE WS-CMH-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-CMH-ACTIVE
                   WHEN '35'
                       MOVE 'N' TO WS-CMH-ACTIVE
                       DISPLAY 'SAM43 NO COMMUNICATIONS HISTORY FILE - '
                               'NOTHING RECORDED'
                   WHEN OTHER
                       MOVE 'E' TO WS-CMH-ACTIVE
                       DISPLAY 'SAM43 COMMUNICATIONS HISTORY OPEN '
                               'ERROR. RC:' WS-CMH-STATUS '/'
                               WS-CMH-STATUS-2
               END-EVALUATE
           END-IF.

       700-CLOSE-HISTORY.
           IF WS-CMH-TARGET = 'W'
               CLOSE COMWORK-FILE
           ELSE
               CLOSE COMHIST-FILE
           END-IF.
           MOVE 'C' TO WS-CMH-ACTIVE.
           MOVE WS-RECORD-COUNT TO WS-COUNT-ED.
           DISPLAY 'SAM43 COMMUNICATIONS RECORDED: ' WS-COUNT-ED.
           IF WS-ERROR-COUNT > 0
               MOVE WS-ERROR-COUNT TO WS-COUNT-ED
               DISPLAY 'SAM43 COMMUNICATIONS NOT RECORDED: '
                       WS-COUNT-ED
           END-IF.
