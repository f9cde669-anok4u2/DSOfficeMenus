      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custprdm.

      *---------------------------------------------------------------*
      *    Accounting period calendar maintenance - the supervisor's
      *    program for opening, closing and reopening months.
      *    custprd.ism holds one record per accounting period, keyed
      *    by the period number (CCYYPP), with the first and last
      *    dates it covers and whether it is open or closed; the
      *    custprdc.cbl subprogram reads it to stop every posting
      *    batch posting into a closed month. Supervisors apply a
      *    sequential transaction file, the same maintenance shape
      *    as custprmm.cbl, with an action code in column 1:
      *      A  add a period (or, for one already on file and still
      *         open, move its dates). Periods may not overlap, and
      *         a new period starts open;
      *      C  close a period - postings dated into it are refused
      *         from then on;
      *      R  reopen a closed period, for a late adjustment. This
      *         needs authority: the operator running the job must
      *         hold the override right on custperm.ism (custprmm.cbl)
      *         - with no custperm.ism on disk at all the site runs
      *         unrestricted, as customer.cbl does;
      *      D  delete a period set up in error - open ones only.
      *    Every change is stamped with the date and the operator's
      *    USERNAME. Bad transactions go to the exception report
      *    custprdm.lst, which then lists the whole calendar as it
      *    stands after the run.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT input-file ASSIGN "custprd.trn"
           ORGANIZATION IS SEQUENTIAL.

           SELECT custprd-file ASSIGN "custprd.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS prd-period
           ALTERNATE RECORD KEY IS prd-to-date
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custprd-file-status.

           SELECT custperm-file ASSIGN "custperm.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS perm-username
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custperm-file-status.

           SELECT exception-file ASSIGN "custprdm.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  input-file.
       01  input-record.
           03  in-action               PIC X(1).
               88  in-action-add               VALUE "A".
               88  in-action-close             VALUE "C".
               88  in-action-reopen            VALUE "R".
               88  in-action-delete            VALUE "D".
           03  in-period               PIC 9(6).
           03  in-period-x REDEFINES in-period.
               05  in-period-year      PIC X(4).
               05  in-period-no        PIC X(2).
           03  in-from-date            PIC 9(8).
           03  in-to-date              PIC 9(8).

       FD  custprd-file.
       01  custprd-record.
           03  prd-period              PIC 9(6).
           03  prd-from-date           PIC 9(8).
           03  prd-to-date             PIC 9(8).
           03  prd-status              PIC X(1).
               88  prd-open                    VALUE "O".
               88  prd-closed                  VALUE "C".
           03  prd-changed-date        PIC 9(8).
           03  prd-changed-by          PIC X(20).

       FD  custperm-file.
       01  custperm-record.
           03  perm-username           PIC X(20).
           03  perm-delete-right       PIC X(1).
           03  perm-limit-right        PIC X(1).
           03  perm-override-right     PIC X(1).

       FD  exception-file.
       01  exception-line              PIC X(132).

       WORKING-STORAGE SECTION.

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  ws-prd-eof-sw               PIC X(1).
           88  ws-prd-eof                       VALUE "Y".

       77  ws-overlap-sw               PIC X(1).
           88  ws-period-overlaps               VALUE "Y".

       77  ws-reopen-right             PIC X(1).
           88  ws-may-reopen                    VALUE "Y".

       77  ws-env-name                 PIC X(20) VALUE "USERNAME".
       77  ws-env-rc                   PIC S9(9) COMP-5.
       77  ws-operator-id              PIC X(20).

       77  ws-date-check               PIC 9(8).
       77  ws-saved-status             PIC X(1).

       77  ws-applied-count            PIC 9(7) COMP VALUE 0.
       77  ws-rejected-count           PIC 9(7) COMP VALUE 0.

       77  ws-reject-reason            PIC X(40).

       77  ws-custprd-file-status      PIC X(2).
           88  prdf-status-ok                   VALUE "00".
           88  prdf-status-not-found            VALUE "35".

       77  ws-custperm-file-status     PIC X(2).
           88  permf-status-ok                  VALUE "00".
           88  permf-status-not-found           VALUE "35".

       01  exc-line.
           03  exc-action              PIC X(1).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-period              PIC X(6).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-from-date           PIC X(8).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-to-date             PIC X(8).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-reason              PIC X(40).

       01  cal-hdg-line.
           03  FILLER                  PIC X(9)  VALUE "PERIOD".
           03  FILLER                  PIC X(10) VALUE "FROM".
           03  FILLER                  PIC X(10) VALUE "TO".
           03  FILLER                  PIC X(9)  VALUE "STATUS".
           03  FILLER                  PIC X(10) VALUE "CHANGED".
           03  FILLER                  PIC X(20) VALUE "BY".

       01  cal-line.
           03  cal-period              PIC 9(6).
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  cal-from-date           PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  cal-to-date             PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  cal-status              PIC X(7).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  cal-changed-date        PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  cal-changed-by          PIC X(20).

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Apply-Input-Record UNTIL ws-eof
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*

       Program-Initialize SECTION.

           OPEN INPUT  input-file
           PERFORM Open-Custprd-File
           OPEN OUTPUT exception-file
           PERFORM Get-Operator-Id
           PERFORM Load-Reopen-Right
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*
      *    custprd.ism is created by this program rather than shipped
      *    with it - the same not-found-creates-the-file guard
      *    customer.cbl's Program-Initialize uses for custctr.ism.
      *---------------------------------------------------------------*

       Open-Custprd-File SECTION.

           OPEN I-O custprd-file
           IF prdf-status-not-found
               OPEN OUTPUT custprd-file
               CLOSE custprd-file
               OPEN I-O custprd-file
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
      *    The same rights rule as customer.cbl's Load-Operator-
      *    Rights: no custperm.ism at all means unrestricted, no
      *    record for the operator means no right.
      *---------------------------------------------------------------*

       Load-Reopen-Right SECTION.

           OPEN INPUT custperm-file
           IF permf-status-not-found
               MOVE "Y" TO ws-reopen-right
           ELSE
               MOVE ws-operator-id TO perm-username
               READ custperm-file
                   INVALID KEY
                       MOVE "N" TO ws-reopen-right
                   NOT INVALID KEY
                       MOVE perm-override-right TO ws-reopen-right
               END-READ
               CLOSE custperm-file
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
           EVALUATE TRUE
               WHEN in-period NOT NUMERIC
                   MOVE "PERIOD NOT NUMERIC" TO ws-reject-reason
               WHEN in-period-no < "01" OR in-period-no > "13"
                   MOVE "PERIOD MUST BE CCYYPP, PP 01-13"
                                             TO ws-reject-reason
               WHEN in-action-add
                   PERFORM Add-Period
               WHEN in-action-close
                   PERFORM Close-Period
               WHEN in-action-reopen
                   PERFORM Reopen-Period
               WHEN in-action-delete
                   PERFORM Delete-Period
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO ws-reject-reason
           END-EVALUATE
           IF ws-reject-reason NOT = SPACES
               PERFORM Write-Exception
           END-IF
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*

       Add-Period SECTION.

           MOVE in-from-date TO ws-date-check
           EVALUATE TRUE
               WHEN in-from-date NOT NUMERIC
                    OR in-to-date NOT NUMERIC
                   MOVE "PERIOD DATES NOT NUMERIC" TO ws-reject-reason
               WHEN ws-date-check(5:2) < "01"
                    OR ws-date-check(5:2) > "12"
                    OR ws-date-check(7:2) < "01"
                    OR ws-date-check(7:2) > "31"
                   MOVE "FROM DATE NOT CCYYMMDD" TO ws-reject-reason
               WHEN in-to-date < in-from-date
                   MOVE "TO DATE BEFORE FROM DATE" TO ws-reject-reason
           END-EVALUATE
           IF ws-reject-reason = SPACES
               MOVE in-to-date TO ws-date-check
               IF ws-date-check(5:2) < "01"
                  OR ws-date-check(5:2) > "12"
                  OR ws-date-check(7:2) < "01"
                  OR ws-date-check(7:2) > "31"
                   MOVE "TO DATE NOT CCYYMMDD" TO ws-reject-reason
               END-IF
           END-IF
           IF ws-reject-reason = SPACES
               MOVE in-period TO prd-period
               READ custprd-file
                   INVALID KEY
                       MOVE "O" TO ws-saved-status
                   NOT INVALID KEY
                       MOVE prd-status TO ws-saved-status
               END-READ
               IF ws-saved-status = "C"
                   MOVE "PERIOD IS CLOSED - DATES CANNOT CHANGE"
                                             TO ws-reject-reason
               END-IF
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Check-Period-Overlap
               IF ws-period-overlaps
                   MOVE "OVERLAPS ANOTHER PERIOD" TO ws-reject-reason
               END-IF
           END-IF
           IF ws-reject-reason = SPACES
               MOVE in-period    TO prd-period
               MOVE in-from-date TO prd-from-date
               MOVE in-to-date   TO prd-to-date
               SET prd-open TO TRUE
               PERFORM Store-Period
           END-IF.

      *---------------------------------------------------------------*
      *    Every other period is compared: two ranges overlap unless
      *    one ends before the other begins. The calendar is a few
      *    records a year, so the whole file is read.
      *---------------------------------------------------------------*

       Check-Period-Overlap SECTION.

           MOVE "N" TO ws-overlap-sw
           MOVE "N" TO ws-prd-eof-sw
           MOVE 0   TO prd-period
           START custprd-file KEY IS NOT LESS THAN prd-period
               INVALID KEY
                   SET ws-prd-eof TO TRUE
           END-START
           PERFORM Compare-One-Period
                              UNTIL ws-prd-eof OR ws-period-overlaps.

      *---------------------------------------------------------------*

       Compare-One-Period SECTION.

           READ custprd-file NEXT RECORD
               AT END
                   SET ws-prd-eof TO TRUE
           END-READ
           IF NOT ws-prd-eof
              AND prd-period NOT = in-period
               IF prd-from-date NOT > in-to-date
                  AND prd-to-date NOT < in-from-date
                   SET ws-period-overlaps TO TRUE
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Close-Period SECTION.

           MOVE in-period TO prd-period
           READ custprd-file
               INVALID KEY
                   MOVE "PERIOD NOT ON FILE" TO ws-reject-reason
           END-READ
           IF ws-reject-reason = SPACES
               IF prd-closed
                   MOVE "PERIOD ALREADY CLOSED" TO ws-reject-reason
               ELSE
                   SET prd-closed TO TRUE
                   PERFORM Store-Period
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Reopen-Period SECTION.

           IF NOT ws-may-reopen
               MOVE "NO AUTHORITY TO REOPEN A PERIOD"
                                             TO ws-reject-reason
           ELSE
               MOVE in-period TO prd-period
               READ custprd-file
                   INVALID KEY
                       MOVE "PERIOD NOT ON FILE" TO ws-reject-reason
               END-READ
               IF ws-reject-reason = SPACES
                   IF prd-open
                       MOVE "PERIOD IS NOT CLOSED" TO ws-reject-reason
                   ELSE
                       SET prd-open TO TRUE
                       PERFORM Store-Period
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Delete-Period SECTION.

           MOVE in-period TO prd-period
           READ custprd-file
               INVALID KEY
                   MOVE "PERIOD NOT ON FILE" TO ws-reject-reason
           END-READ
           IF ws-reject-reason = SPACES
               IF prd-closed
                   MOVE "PERIOD IS CLOSED - CANNOT DELETE"
                                             TO ws-reject-reason
               ELSE
                   DELETE custprd-file
                       INVALID KEY
                           MOVE "ERROR DELETING PERIOD RECORD"
                                             TO ws-reject-reason
                       NOT INVALID KEY
                           ADD 1 TO ws-applied-count
                   END-DELETE
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Store-Period SECTION.

           ACCEPT prd-changed-date FROM DATE YYYYMMDD
           MOVE ws-operator-id TO prd-changed-by
           REWRITE custprd-record
               INVALID KEY
                   WRITE custprd-record
                   END-WRITE
           END-REWRITE
           IF prdf-status-ok
               ADD 1 TO ws-applied-count
           ELSE
               MOVE "ERROR WRITING PERIOD RECORD" TO ws-reject-reason
           END-IF.

      *---------------------------------------------------------------*

       Write-Exception SECTION.

           MOVE SPACES       TO exc-line
           MOVE in-action    TO exc-action
           MOVE in-period-x  TO exc-period
           MOVE in-from-date TO exc-from-date
           MOVE in-to-date   TO exc-to-date
           MOVE ws-reject-reason TO exc-reason
           WRITE exception-line FROM exc-line
           ADD 1 TO ws-rejected-count.

      *---------------------------------------------------------------*

       List-Calendar SECTION.

           MOVE SPACES TO exception-line
           WRITE exception-line
           WRITE exception-line FROM cal-hdg-line
           MOVE "N" TO ws-prd-eof-sw
           MOVE 0   TO prd-period
           START custprd-file KEY IS NOT LESS THAN prd-period
               INVALID KEY
                   SET ws-prd-eof TO TRUE
           END-START
           PERFORM List-One-Period UNTIL ws-prd-eof.

      *---------------------------------------------------------------*

       List-One-Period SECTION.

           READ custprd-file NEXT RECORD
               AT END
                   SET ws-prd-eof TO TRUE
           END-READ
           IF NOT ws-prd-eof
               MOVE prd-period       TO cal-period
               MOVE prd-from-date    TO cal-from-date
               MOVE prd-to-date      TO cal-to-date
               IF prd-closed
                   MOVE "CLOSED" TO cal-status
               ELSE
                   MOVE "OPEN"   TO cal-status
               END-IF
               MOVE prd-changed-date TO cal-changed-date
               MOVE prd-changed-by   TO cal-changed-by
               WRITE exception-line FROM cal-line
           END-IF.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           PERFORM List-Calendar
           CLOSE input-file
           CLOSE custprd-file
           CLOSE exception-file
           DISPLAY "CUSTPRDM: " ws-applied-count " APPLIED, "
                   ws-rejected-count " REJECTED - SEE custprdm.lst"
           STOP RUN.
