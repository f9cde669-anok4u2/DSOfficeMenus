      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custwocm.

      *---------------------------------------------------------------*
      *    Write-off control maintenance. custwoc.ism's single record
      *    carries the tolerance custwoff.cbl's automatic mode clears
      *    residual order balances under - the few cents left behind
      *    by short payments. This job prompts for it the same way
      *    custdunm.cbl prompts for the dunning values (a blank
      *    answer keeps the value already on file) and rewrites the
      *    control record, creating the file on first use. A
      *    tolerance of zero switches the automatic mode off.
      *
      *    The record also carries the write-off age: an order owing
      *    for longer than that many days is treated by custcfor.cbl
      *    as at risk rather than as cash to expect. Zero leaves the
      *    forecast on its standard age.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT woff-ctl-file ASSIGN "custwoc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS woc-ctl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-woc-ctl-file-status.

       DATA DIVISION.

       FILE SECTION.
       FD  woff-ctl-file.
       01  woff-ctl-record.
           03  woc-ctl-key                 PIC X(1).
           03  woc-ctl-tolerance           PIC 9(3)V99.
           03  woc-ctl-risk-days           PIC 9(3).

       WORKING-STORAGE SECTION.

       77  ws-tolerance-answer         PIC X(5).
       77  ws-tolerance-answer-n REDEFINES ws-tolerance-answer
                                       PIC 9(3)V99.
       77  ws-risk-days-answer         PIC X(3).

       77  ws-woc-ctl-file-status      PIC X(2).
           88  woc-ctl-status-ok                VALUE "00".
           88  woc-ctl-status-not-found         VALUE "35".

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Open-Control-File
           PERFORM Read-Control-Record
           PERFORM Accept-New-Values
           PERFORM Rewrite-Control-Record
           CLOSE woff-ctl-file
           DISPLAY "CUSTWOCM: WRITE-OFF TOLERANCE "
                   woc-ctl-tolerance ", WRITE-OFF AGE "
                   woc-ctl-risk-days " DAYS"
           STOP RUN.

      *---------------------------------------------------------------*
      *    Created on first use - the same not-found-creates-the-
      *    file guard customer.cbl's Program-Initialize uses for
      *    custctr.ism.
      *---------------------------------------------------------------*

       Open-Control-File SECTION.

           OPEN I-O woff-ctl-file
           IF woc-ctl-status-not-found
               OPEN OUTPUT woff-ctl-file
               CLOSE woff-ctl-file
               OPEN I-O woff-ctl-file
           END-IF
           IF NOT woc-ctl-status-ok
               DISPLAY "CUSTWOCM: CANNOT OPEN custwoc.ism - STATUS "
                       ws-woc-ctl-file-status
               STOP RUN
           END-IF.

      *---------------------------------------------------------------*

       Read-Control-Record SECTION.

           MOVE "C" TO woc-ctl-key
           READ woff-ctl-file
               INVALID KEY
                   MOVE "C" TO woc-ctl-key
                   MOVE 0   TO woc-ctl-tolerance
                   MOVE 0   TO woc-ctl-risk-days
           END-READ.

      *---------------------------------------------------------------*
      *    Fixed-width zero-filled entry, pennies implied - 00050 is
      *    0.50 - the same keyed shape custdunm.cbl uses for its
      *    rate. Blank keeps what's on file.
      *---------------------------------------------------------------*

       Accept-New-Values SECTION.

           DISPLAY "CURRENT WRITE-OFF TOLERANCE " woc-ctl-tolerance
           DISPLAY "NEW TOLERANCE, 5 DIGITS PENNIES IMPLIED "
                   "(BLANK TO KEEP): " WITH NO ADVANCING
           ACCEPT ws-tolerance-answer
           IF ws-tolerance-answer NOT = SPACES
               INSPECT ws-tolerance-answer REPLACING ALL " " BY "0"
               MOVE ws-tolerance-answer-n TO woc-ctl-tolerance
           END-IF
           DISPLAY "CURRENT WRITE-OFF AGE " woc-ctl-risk-days " DAYS"
           DISPLAY "NEW WRITE-OFF AGE, 3 DIGITS ZERO FILLED "
                   "(BLANK TO KEEP): " WITH NO ADVANCING
           ACCEPT ws-risk-days-answer
           IF ws-risk-days-answer NOT = SPACES
               INSPECT ws-risk-days-answer REPLACING ALL " " BY "0"
               MOVE ws-risk-days-answer TO woc-ctl-risk-days
           END-IF.

      *---------------------------------------------------------------*

       Rewrite-Control-Record SECTION.

           REWRITE woff-ctl-record
               INVALID KEY
                   WRITE woff-ctl-record
               END-WRITE
           END-REWRITE.
