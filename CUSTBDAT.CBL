      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custbdat.

      *---------------------------------------------------------------*
      *    Shared business date. Every batch job takes "today" from
      *    here rather than straight off the system clock, so a night
      *    stream that halts and is resumed the next morning still
      *    ages, charges, posts and extracts as of the night it
      *    started. The date lives in custbdat.ism, a single-record
      *    control file (key "C") in the style of custctr.ism:
      *        - custnite.cbl sets the business date to the system
      *          date when a stream starts from the top and marks the
      *          stream open; a resumed stream leaves it as it was;
      *        - while the stream is open - running, or halted and
      *          waiting to be resumed - every job gets that date;
      *        - custnite.cbl marks the stream closed once every step
      *          has run, and from then until the next stream starts
      *          a job run by hand during the day gets the system
      *          date, which is the business day by then.
      *    With no custbdat.ism on disk no stream has ever run and
      *    the system date is used. The file is opened and closed per
      *    call, as custtax.cbl does. The request byte is S to set
      *    the business date and open the stream (the date passed
      *    in, or the system date if it is zero), E to close the
      *    stream, and anything else to ask for today's date.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT custbdat-file ASSIGN "custbdat.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS bdt-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custbdat-file-status.

       DATA DIVISION.

       FILE SECTION.
       FD  custbdat-file.
       01  custbdat-record.
           03  bdt-key                 PIC X(1).
           03  bdt-business-date       PIC 9(8).
           03  bdt-stream-flg          PIC X(1).
               88  bdt-stream-open             VALUE "O".
               88  bdt-stream-closed           VALUE "C".
           03  bdt-set.
               05  bdt-set-date        PIC 9(8).
               05  bdt-set-time        PIC 9(8).

       WORKING-STORAGE SECTION.

       77  ws-custbdat-file-status     PIC X(2).
           88  bdtf-status-ok                   VALUE "00".
           88  bdtf-status-not-found            VALUE "35".

       LINKAGE SECTION.

       01  lnk-bdt-request              PIC X(1).
           88  lnk-bdt-set-date                 VALUE "S".
           88  lnk-bdt-end-stream               VALUE "E".
       01  lnk-bdt-date                 PIC 9(8).

       PROCEDURE DIVISION USING lnk-bdt-request
                                 lnk-bdt-date.

       Resolve-Business-Date SECTION.

           EVALUATE TRUE
               WHEN lnk-bdt-set-date
                   PERFORM Open-Stream
               WHEN lnk-bdt-end-stream
                   PERFORM Close-Stream
               WHEN OTHER
                   PERFORM Read-Business-Date
           END-EVALUATE
           GOBACK.

      *---------------------------------------------------------------*

       Read-Business-Date SECTION.

           ACCEPT lnk-bdt-date FROM DATE YYYYMMDD
           OPEN INPUT custbdat-file
           IF NOT bdtf-status-not-found
               MOVE "C" TO bdt-key
               READ custbdat-file
                   NOT INVALID KEY
                       IF bdt-stream-open
                           MOVE bdt-business-date TO lnk-bdt-date
                       END-IF
               END-READ
               CLOSE custbdat-file
           END-IF.

      *---------------------------------------------------------------*
      *    Created on first use - the same not-found-creates-the-file
      *    guard customer.cbl's Program-Initialize uses for
      *    custctr.ism.
      *---------------------------------------------------------------*

       Open-Custbdat-File SECTION.

           OPEN I-O custbdat-file
           IF bdtf-status-not-found
               OPEN OUTPUT custbdat-file
               CLOSE custbdat-file
               OPEN I-O custbdat-file
           END-IF.

      *---------------------------------------------------------------*

       Open-Stream SECTION.

           IF lnk-bdt-date = ZERO
               ACCEPT lnk-bdt-date FROM DATE YYYYMMDD
           END-IF
           PERFORM Open-Custbdat-File
           MOVE "C"          TO bdt-key
           MOVE lnk-bdt-date TO bdt-business-date
           SET bdt-stream-open TO TRUE
           PERFORM Store-Business-Date
           CLOSE custbdat-file.

      *---------------------------------------------------------------*

       Close-Stream SECTION.

           PERFORM Open-Custbdat-File
           MOVE "C" TO bdt-key
           READ custbdat-file
               INVALID KEY
                   ACCEPT bdt-business-date FROM DATE YYYYMMDD
           END-READ
           MOVE "C" TO bdt-key
           SET bdt-stream-closed TO TRUE
           MOVE bdt-business-date TO lnk-bdt-date
           PERFORM Store-Business-Date
           CLOSE custbdat-file.

      *---------------------------------------------------------------*

       Store-Business-Date SECTION.

           ACCEPT bdt-set-date FROM DATE YYYYMMDD
           ACCEPT bdt-set-time FROM TIME
           REWRITE custbdat-record
               INVALID KEY
                   WRITE custbdat-record
                   END-WRITE
           END-REWRITE.
