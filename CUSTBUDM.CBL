      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custbudm.

      *---------------------------------------------------------------*
      *    Sales budget maintenance. The area managers' targets used
      *    to live in a spreadsheet that never matched our figures;
      *    custbud.ism now holds them, one record per sales area and
      *    month (CCYYMM) with the budgeted order value in home
      *    currency, for custbudr.cbl to report actual sales against.
      *    Sales administration applies a sequential transaction
      *    file, the same maintenance shape as custprdm.cbl, with an
      *    action code in column 1:
      *      A  add a month's budget for an area, or replace the
      *         amount of one already on file;
      *      D  delete a month's budget keyed in error.
      *    An area must be on custarea.dat (custaream.cbl) - a budget
      *    for an area nobody sells in could never be met or
      *    reported - so the job will not run at all without the
      *    area file. Every change is stamped with the date and the
      *    operator's USERNAME. Bad transactions go to the exception
      *    report custbudm.lst.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT input-file ASSIGN "custbud.trn"
           ORGANIZATION IS SEQUENTIAL.

           SELECT custbud-file ASSIGN "custbud.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS bud-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custbud-file-status.

           SELECT area-file ASSIGN "custarea.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-area-file-status.

           SELECT exception-file ASSIGN "custbudm.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  input-file.
       01  input-record.
           03  in-action               PIC X(1).
               88  in-action-add               VALUE "A".
               88  in-action-delete            VALUE "D".
           03  in-area                 PIC X(1).
           03  in-month                PIC 9(6).
           03  in-month-x REDEFINES in-month.
               05  in-month-year       PIC X(4).
               05  in-month-no         PIC X(2).
           03  in-amount               PIC 9(9)V99.

       FD  custbud-file.
       01  custbud-record.
           03  bud-key.
               05  bud-area            PIC X(1).
               05  bud-month           PIC 9(6).
           03  bud-amount              PIC 9(9)V99.
           03  bud-changed-date        PIC 9(8).
           03  bud-changed-by          PIC X(20).

       FD  area-file.
       01  area-record.
           03  area-rec-code           PIC X(1).
           03  area-rec-desc           PIC X(20).

       FD  exception-file.
       01  exception-line              PIC X(132).

       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
      *    Same table size custval.cbl allows for custarea.dat.
      *---------------------------------------------------------------*
       78  max-area-codes                   VALUE 50.

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  ws-area-eof-sw              PIC X(1) VALUE "N".
           88  ws-area-eof                      VALUE "Y".

       77  ws-area-found-sw            PIC X(1).
           88  ws-area-found                    VALUE "Y".

       77  area-ind                    PIC 9(4) COMP.
       77  ws-area-count               PIC 9(3) COMP VALUE 0.

       77  ws-env-name                 PIC X(20) VALUE "USERNAME".
       77  ws-env-rc                   PIC S9(9) COMP-5.
       77  ws-operator-id              PIC X(20).

       77  ws-applied-count            PIC 9(7) COMP VALUE 0.
       77  ws-rejected-count           PIC 9(7) COMP VALUE 0.

       77  ws-reject-reason            PIC X(40).

       77  ws-custbud-file-status      PIC X(2).
           88  budf-status-ok                   VALUE "00".
           88  budf-status-not-found            VALUE "35".

       77  ws-area-file-status         PIC X(2).
           88  area-status-ok                   VALUE "00".
           88  area-status-not-found            VALUE "35".

       01  ws-area-table.
           05  ws-area-code            PIC X(1)
                                       OCCURS max-area-codes.

       01  exc-line.
           03  exc-action              PIC X(1).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-area                PIC X(1).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-month               PIC X(6).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-amount              PIC X(11).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-reason              PIC X(40).

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Apply-Input-Record UNTIL ws-eof
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*

       Program-Initialize SECTION.

           PERFORM Load-Area-Table
           IF area-status-not-found
               DISPLAY "CUSTBUDM: NO AREA FILE custarea.dat ON DISK "
                       "- SET THE AREAS UP THROUGH custaream FIRST"
               STOP RUN
           END-IF
           OPEN INPUT  input-file
           PERFORM Open-Custbud-File
           OPEN OUTPUT exception-file
           PERFORM Get-Operator-Id
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*

       Load-Area-Table SECTION.

           OPEN INPUT area-file
           IF NOT area-status-not-found
               PERFORM Read-Area-Record
               PERFORM Store-Area-Record
                              UNTIL ws-area-eof
                              OR ws-area-count >= max-area-codes
               CLOSE area-file
           END-IF.

      *---------------------------------------------------------------*

       Read-Area-Record SECTION.

           READ area-file
               AT END
                   SET ws-area-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Store-Area-Record SECTION.

           ADD 1 TO ws-area-count
           MOVE area-rec-code TO ws-area-code(ws-area-count)
           PERFORM Read-Area-Record.

      *---------------------------------------------------------------*
      *    custbud.ism is created by this program rather than shipped
      *    with it - the same not-found-creates-the-file guard
      *    customer.cbl's Program-Initialize uses for custctr.ism.
      *---------------------------------------------------------------*

       Open-Custbud-File SECTION.

           OPEN I-O custbud-file
           IF budf-status-not-found
               OPEN OUTPUT custbud-file
               CLOSE custbud-file
               OPEN I-O custbud-file
           END-IF.

      *---------------------------------------------------------------*

       Get-Operator-Id SECTION.

           CALL "CBL_GET_ENVIRONMENT_VARIABLE" USING ws-env-name
                                                      ws-operator-id
               RETURNING ws-env-rc
           END-CALL
           IF ws-env-rc NOT = 0
               MOVE "UNKNOWN" TO ws-operator-id
           END-IF.

      *---------------------------------------------------------------*

       Read-Input-Record SECTION.

           READ input-file
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Apply-Input-Record SECTION.

           MOVE SPACES TO ws-reject-reason
           PERFORM Check-Area-On-File
           EVALUATE TRUE
               WHEN NOT ws-area-found
                   MOVE "AREA NOT ON custarea.dat" TO ws-reject-reason
               WHEN in-month NOT NUMERIC
                   MOVE "MONTH NOT NUMERIC" TO ws-reject-reason
               WHEN in-month-no < "01" OR in-month-no > "12"
                   MOVE "MONTH MUST BE CCYYMM, MM 01-12"
                                             TO ws-reject-reason
               WHEN in-action-add
                   PERFORM Add-Budget
               WHEN in-action-delete
                   PERFORM Delete-Budget
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO ws-reject-reason
           END-EVALUATE
           IF ws-reject-reason NOT = SPACES
               PERFORM Write-Exception
           END-IF
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*

       Check-Area-On-File SECTION.

           MOVE "N" TO ws-area-found-sw
           PERFORM VARYING area-ind FROM 1 BY 1
                              UNTIL area-ind > ws-area-count
               IF ws-area-code(area-ind) = in-area
                   SET ws-area-found TO TRUE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*

       Add-Budget SECTION.

           IF in-amount NOT NUMERIC
               MOVE "BUDGET AMOUNT NOT NUMERIC" TO ws-reject-reason
           ELSE
               MOVE in-area   TO bud-area
               MOVE in-month  TO bud-month
               MOVE in-amount TO bud-amount
               ACCEPT bud-changed-date FROM DATE YYYYMMDD
               MOVE ws-operator-id TO bud-changed-by
               REWRITE custbud-record
                   INVALID KEY
                       WRITE custbud-record
                       END-WRITE
               END-REWRITE
               IF budf-status-ok
                   ADD 1 TO ws-applied-count
               ELSE
                   MOVE "ERROR WRITING BUDGET RECORD"
                                             TO ws-reject-reason
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Delete-Budget SECTION.

           MOVE in-area  TO bud-area
           MOVE in-month TO bud-month
           DELETE custbud-file
               INVALID KEY
                   MOVE "BUDGET NOT ON FILE" TO ws-reject-reason
               NOT INVALID KEY
                   ADD 1 TO ws-applied-count
           END-DELETE.

      *---------------------------------------------------------------*

       Write-Exception SECTION.

           MOVE SPACES       TO exc-line
           MOVE in-action    TO exc-action
           MOVE in-area      TO exc-area
           MOVE in-month-x   TO exc-month
           MOVE input-record(9:11) TO exc-amount
           MOVE ws-reject-reason TO exc-reason
           WRITE exception-line FROM exc-line
           ADD 1 TO ws-rejected-count.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           CLOSE input-file
           CLOSE custbud-file
           CLOSE exception-file
           DISPLAY "CUSTBUDM: " ws-applied-count " APPLIED, "
                   ws-rejected-count " REJECTED - SEE custbudm.lst"
           STOP RUN.
