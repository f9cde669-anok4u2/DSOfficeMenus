      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custgrpr.

      *---------------------------------------------------------------*
      *    Consolidated group exposure report. custage.lst shows each
      *    branch of a head-office group as a customer in its own
      *    right, so what the group as a whole owes - and how close it
      *    is to the group credit limit credit approved - had to be
      *    added up by hand. This report takes each group parent on
      *    custgrp.ism (kept by custgrpm.cbl) and lists the parent and
      *    every branch with its outstanding balance aged into the
      *    same 30/60/90 day buckets custage.cbl uses, and its account
      *    status off custacct.ism, then a group total set against the
      *    group limit, flagged where the group is over it. Grand
      *    totals across all groups close the report. Nothing is
      *    updated; the report runs at any time.
      *    Branches may trade in different currencies, so each
      *    member's buckets are turned into home currency through
      *    custfx.cbl at the business date before they are added in;
      *    the group limit is in home currency too. A member with no
      *    rate in force is listed as held, flagged NO RATE, and left
      *    out of the group and grand totals.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-customer-file-status.

           SELECT custgrp-file ASSIGN "custgrp.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS grp-c-code
           ALTERNATE RECORD KEY IS grp-parent-code WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custgrp-file-status.

           SELECT custacct-file ASSIGN "custacct.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS acct-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custacct-file-status.

           SELECT report-file ASSIGN "custgrpr.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  customer-file.
       01  customer-record.
           03  file-c-code             PIC X(5).
           03  file-c-name             PIC X(15).
           03  file-c-addr1            PIC X(15).
           03  file-c-addr2            PIC X(15).
           03  file-c-addr3            PIC X(15).
           03  file-c-addr4            PIC X(15).
           03  file-c-limit            PIC 9(7) COMP.
           03  file-c-area             PIC X.
           03  file-last-changed.
               05  file-last-changed-date    PIC 9(8).
               05  file-last-changed-time    PIC 9(8).
           03  file-c-order.
             78  no-of-orders              VALUE 10.
               05  file-c-order-entry OCCURS no-of-orders.
                   07  file-ord-no     PIC 9(6).
                   07  file-ord-date   PIC 9(8).
                   07  file-ord-val    PIC 9(7)V99 COMP.
                   07  file-pay-val    PIC 9(7)V99 COMP.

       FD  custgrp-file.
       01  custgrp-record.
           03  grp-c-code              PIC X(5).
           03  grp-parent-code         PIC X(5).
           03  grp-limit               PIC 9(7) COMP.
           03  grp-held-by-parent      PIC X(1).
               88  grp-parent-hold              VALUE "Y".
           03  grp-changed-date        PIC 9(8).

       FD  custacct-file.
       01  custacct-record.
           03  acct-c-code             PIC X(5).
           03  acct-status             PIC X(1).
               88  acct-status-hold            VALUE "H".
               88  acct-status-closed          VALUE "C".
           03  acct-changed-date       PIC 9(8).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".
       77  ws-member-eof-sw            PIC X(1).
           88  ws-member-eof                    VALUE "Y".

       77  array-ind                   PIC 9(4) COMP.

       77  ws-today-date               PIC 9(8).
       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).
       77  ws-today-days               PIC 9(9) COMP.
       77  ws-order-days               PIC 9(9) COMP.
       77  ws-age-days                 PIC S9(9) COMP.

       77  ws-group-count              PIC 9(5) VALUE 0.
       77  ws-over-count               PIC 9(5) VALUE 0.
       77  ws-members-no-rate          PIC 9(5) VALUE 0.

       78  currency-resolver                VALUE "custfx".
       77  ws-fx-date                  PIC 9(8).
       77  ws-fx-currency              PIC X(3).
       77  ws-fx-rate                  PIC 9(4)V9(6).
       77  ws-fx-ok-flg                PIC X(1).
           88  ws-fx-ok                         VALUE "Y".

       77  ws-parent-code              PIC X(5).
       77  ws-group-limit              PIC 9(7).

       77  ws-order-bal                PIC S9(7)V99.
       77  ws-cust-total               PIC 9(9)V99.
       77  ws-bucket-current           PIC 9(9)V99.
       77  ws-bucket-30                PIC 9(9)V99.
       77  ws-bucket-60                PIC 9(9)V99.
       77  ws-bucket-90                PIC 9(9)V99.

       77  ws-group-current            PIC 9(11)V99.
       77  ws-group-30                 PIC 9(11)V99.
       77  ws-group-60                 PIC 9(11)V99.
       77  ws-group-90                 PIC 9(11)V99.
       77  ws-group-total              PIC 9(11)V99.
       77  ws-group-excess             PIC 9(11)V99.

       77  ws-grand-current            PIC 9(11)V99.
       77  ws-grand-30                 PIC 9(11)V99.
       77  ws-grand-60                 PIC 9(11)V99.
       77  ws-grand-90                 PIC 9(11)V99.
       77  ws-grand-total              PIC 9(11)V99.

       77  ws-customer-file-status     PIC X(2).
           88  cf-status-ok                     VALUE "00".

      *---------------------------------------------------------------*
      *    No custgrp.ism means no groups have been set up; no
      *    custacct.ism means every account is active.
      *---------------------------------------------------------------*
       77  ws-custgrp-file-status      PIC X(2).
           88  grpf-status-ok                   VALUE "00".
           88  grpf-status-not-found            VALUE "35".

       77  ws-custacct-file-status     PIC X(2).
           88  acctf-status-ok                  VALUE "00".
           88  acctf-status-not-found           VALUE "35".

       01  hdg-line-1.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(40)
                           VALUE "GROUP CREDIT EXPOSURE REPORT".

       01  hdg-line-2.
           03  FILLER                  PIC X(5)  VALUE "CODE".
           03  FILLER                  PIC X(16) VALUE "NAME".
           03  FILLER                  PIC X(13) VALUE "1-30".
           03  FILLER                  PIC X(13) VALUE "31-60".
           03  FILLER                  PIC X(13) VALUE "61-90".
           03  FILLER                  PIC X(13) VALUE "90+".
           03  FILLER                  PIC X(15) VALUE "TOTAL".
           03  FILLER                  PIC X(15) VALUE "STATUS".

       01  grp-line.
           03  FILLER                  PIC X(6)  VALUE "GROUP ".
           03  grp-line-code           PIC X(5).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  grp-line-name           PIC X(15).
           03  FILLER                  PIC X(15)
                                       VALUE "   GROUP LIMIT ".
           03  grp-line-limit          PIC Z,ZZZ,ZZ9.
           03  grp-line-no-limit REDEFINES grp-line-limit
                                       PIC X(9).

       01  det-line.
           03  det-code                PIC X(5).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-name                PIC X(15).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-current             PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-30                  PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-60                  PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-90                  PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-total               PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-status              PIC X(20).

       01  tot-line.
           03  tot-label               PIC X(22).
           03  tot-current             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tot-30                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tot-60                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tot-90                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tot-total               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  tot-flag                PIC X(15).
           03  tot-excess              PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  msg-line                    PIC X(80).

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Process-Group-Record UNTIL ws-eof
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*

       Program-Initialize SECTION.

           OPEN INPUT customer-file
           OPEN INPUT custgrp-file
           OPEN INPUT custacct-file
           OPEN OUTPUT report-file
           MOVE 0 TO ws-grand-current ws-grand-30
                     ws-grand-60 ws-grand-90
           MOVE SPACES TO ws-bdt-request
           CALL business-date USING ws-bdt-request
                                    ws-today-date
           END-CALL
           MOVE ws-today-date TO ws-fx-date
           COMPUTE ws-today-days =
                     FUNCTION INTEGER-OF-DATE(ws-today-date)
           PERFORM Write-Report-Headings
           IF grpf-status-not-found
               SET ws-eof TO TRUE
           ELSE
               MOVE LOW-VALUES TO grp-c-code
               START custgrp-file KEY IS NOT LESS THAN grp-c-code
                   INVALID KEY
                       SET ws-eof TO TRUE
               END-START
           END-IF
           IF NOT ws-eof
               PERFORM Read-Group-Record
           END-IF.

      *---------------------------------------------------------------*

       Read-Group-Record SECTION.

           READ custgrp-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*
      *    The pass is on the primary key, stopping at each parent's
      *    own record; reading the group on the alternate key moves
      *    the file along, so the primary pass is picked up again
      *    just past the parent afterwards.
      *---------------------------------------------------------------*

       Process-Group-Record SECTION.

           IF grp-parent-code = grp-c-code
               MOVE grp-c-code TO ws-parent-code
               MOVE grp-limit  TO ws-group-limit
               PERFORM Report-Group
               MOVE ws-parent-code TO grp-c-code
               START custgrp-file KEY IS GREATER THAN grp-c-code
                   INVALID KEY
                       SET ws-eof TO TRUE
               END-START
           END-IF
           IF NOT ws-eof
               PERFORM Read-Group-Record
           END-IF.

      *---------------------------------------------------------------*

       Report-Group SECTION.

           ADD 1 TO ws-group-count
           MOVE 0 TO ws-group-current ws-group-30
                     ws-group-60 ws-group-90
           PERFORM Write-Group-Heading
           MOVE "N" TO ws-member-eof-sw
           MOVE ws-parent-code TO grp-parent-code
           START custgrp-file KEY IS EQUAL TO grp-parent-code
               INVALID KEY
                   SET ws-member-eof TO TRUE
           END-START
           PERFORM Report-Group-Member UNTIL ws-member-eof
           PERFORM Write-Group-Total.

      *---------------------------------------------------------------*

       Write-Group-Heading SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE ws-parent-code TO grp-line-code
           MOVE ws-parent-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "NOT ON FILE" TO grp-line-name
               NOT INVALID KEY
                   MOVE file-c-name   TO grp-line-name
           END-READ
           IF ws-group-limit = 0
               MOVE "NONE SET" TO grp-line-no-limit
           ELSE
               MOVE ws-group-limit TO grp-line-limit
           END-IF
           WRITE report-line FROM grp-line.

      *---------------------------------------------------------------*

       Report-Group-Member SECTION.

           READ custgrp-file NEXT RECORD
               AT END
                   SET ws-member-eof TO TRUE
           END-READ
           IF NOT ws-member-eof
               IF grp-parent-code NOT = ws-parent-code
                   SET ws-member-eof TO TRUE
               END-IF
           END-IF
           IF NOT ws-member-eof
               MOVE SPACES     TO det-line
               MOVE grp-c-code TO det-code
               MOVE grp-c-code TO file-c-code
               READ customer-file
                   INVALID KEY
                       MOVE "NOT ON FILE" TO det-name
                       WRITE report-line FROM det-line
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM Age-Customer-Orders
                       PERFORM Write-Member-Detail
               END-READ
           END-IF.

      *---------------------------------------------------------------*
      *    The same bucketing as custage.cbl's Age-Customer-Orders,
      *    in the member's own currency, then each bucket into home
      *    currency - a home customer's rate is one. With no rate the
      *    buckets stay as held and are not added to the group.
      *---------------------------------------------------------------*

       Age-Customer-Orders SECTION.

           MOVE 0 TO ws-cust-total ws-bucket-current
                     ws-bucket-30 ws-bucket-60 ws-bucket-90
           PERFORM VARYING array-ind FROM 1 BY 1
                              UNTIL array-ind > no-of-orders
               COMPUTE ws-order-bal =
                     file-ord-val(array-ind) - file-pay-val(array-ind)
               IF ws-order-bal > 0
                   PERFORM Compute-Order-Age
                   EVALUATE TRUE
                       WHEN ws-age-days <= 30
                           ADD ws-order-bal TO ws-bucket-current
                       WHEN ws-age-days <= 60
                           ADD ws-order-bal TO ws-bucket-30
                       WHEN ws-age-days <= 90
                           ADD ws-order-bal TO ws-bucket-60
                       WHEN OTHER
                           ADD ws-order-bal TO ws-bucket-90
                   END-EVALUATE
                   ADD ws-order-bal TO ws-cust-total
               END-IF
           END-PERFORM
           CALL currency-resolver USING file-c-code
                                        ws-fx-date
                                        ws-fx-currency
                                        ws-fx-rate
                                        ws-fx-ok-flg
           END-CALL
           IF ws-fx-ok
               COMPUTE ws-bucket-current ROUNDED =
                       ws-bucket-current * ws-fx-rate
               COMPUTE ws-bucket-30 ROUNDED = ws-bucket-30 * ws-fx-rate
               COMPUTE ws-bucket-60 ROUNDED = ws-bucket-60 * ws-fx-rate
               COMPUTE ws-bucket-90 ROUNDED = ws-bucket-90 * ws-fx-rate
               COMPUTE ws-cust-total = ws-bucket-current + ws-bucket-30
                                     + ws-bucket-60 + ws-bucket-90
               ADD ws-bucket-current TO ws-group-current
               ADD ws-bucket-30      TO ws-group-30
               ADD ws-bucket-60      TO ws-group-60
               ADD ws-bucket-90      TO ws-group-90
           ELSE
               ADD 1 TO ws-members-no-rate
           END-IF.

      *---------------------------------------------------------------*

       Compute-Order-Age SECTION.

           COMPUTE ws-order-days =
                     FUNCTION INTEGER-OF-DATE(file-ord-date(array-ind))
           COMPUTE ws-age-days = ws-today-days - ws-order-days.

      *---------------------------------------------------------------*

       Write-Member-Detail SECTION.

           MOVE file-c-name       TO det-name
           MOVE ws-bucket-current TO det-current
           MOVE ws-bucket-30      TO det-30
           MOVE ws-bucket-60      TO det-60
           MOVE ws-bucket-90      TO det-90
           MOVE ws-cust-total     TO det-total
           IF grp-c-code = ws-parent-code
               MOVE "PARENT" TO det-status
           END-IF
           IF NOT acctf-status-not-found
               MOVE grp-c-code TO acct-c-code
               READ custacct-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN acct-status-closed
                               MOVE "CLOSED" TO det-status(8:13)
                           WHEN acct-status-hold AND grp-parent-hold
                               MOVE "HOLD (PARENT)" TO det-status(8:13)
                           WHEN acct-status-hold
                               MOVE "HOLD" TO det-status(8:13)
                       END-EVALUATE
               END-READ
           END-IF
           IF NOT ws-fx-ok
               MOVE SPACES TO det-status(8:13)
               STRING "NO RATE - " ws-fx-currency
                      DELIMITED BY SIZE
                      INTO det-status(8:13)
               END-STRING
           END-IF
           WRITE report-line FROM det-line.

      *---------------------------------------------------------------*

       Write-Group-Total SECTION.

           COMPUTE ws-group-total = ws-group-current + ws-group-30
                                   + ws-group-60 + ws-group-90
           MOVE SPACES           TO tot-line
           MOVE "GROUP TOTAL"    TO tot-label
           MOVE ws-group-current TO tot-current
           MOVE ws-group-30      TO tot-30
           MOVE ws-group-60      TO tot-60
           MOVE ws-group-90      TO tot-90
           MOVE ws-group-total   TO tot-total
           IF ws-group-limit > 0 AND ws-group-total > ws-group-limit
               COMPUTE ws-group-excess = ws-group-total - ws-group-limit
               MOVE "*OVER LIMIT BY" TO tot-flag
               MOVE ws-group-excess  TO tot-excess
               ADD 1 TO ws-over-count
           END-IF
           WRITE report-line FROM tot-line
           ADD ws-group-current TO ws-grand-current
           ADD ws-group-30      TO ws-grand-30
           ADD ws-group-60      TO ws-grand-60
           ADD ws-group-90      TO ws-grand-90.

      *---------------------------------------------------------------*

       Write-Report-Headings SECTION.

           WRITE report-line FROM hdg-line-1
           MOVE SPACES TO report-line
           WRITE report-line
           WRITE report-line FROM hdg-line-2.

      *---------------------------------------------------------------*

       Write-Report-Totals SECTION.

           COMPUTE ws-grand-total = ws-grand-current + ws-grand-30
                                   + ws-grand-60 + ws-grand-90
           MOVE SPACES          TO report-line
           WRITE report-line
           MOVE SPACES           TO tot-line
           MOVE "ALL GROUPS"     TO tot-label
           MOVE ws-grand-current TO tot-current
           MOVE ws-grand-30      TO tot-30
           MOVE ws-grand-60      TO tot-60
           MOVE ws-grand-90      TO tot-90
           MOVE ws-grand-total   TO tot-total
           WRITE report-line FROM tot-line
           MOVE SPACES TO msg-line
           STRING ws-group-count " GROUP(S), "
                  ws-over-count  " OVER THEIR GROUP LIMIT"
                  DELIMITED BY SIZE INTO msg-line
           END-STRING
           WRITE report-line FROM msg-line
           IF ws-members-no-rate > 0
               MOVE SPACES TO msg-line
               STRING ws-members-no-rate " MEMBER(S) WITH NO EXCHANGE "
                      "RATE LEFT OUT OF THE TOTALS"
                      DELIMITED BY SIZE INTO msg-line
               END-STRING
               WRITE report-line FROM msg-line
               DISPLAY "CUSTGRPR: " ws-members-no-rate " MEMBER(S) "
                       "WITH NO EXCHANGE RATE LEFT OUT OF THE TOTALS"
           END-IF.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           PERFORM Write-Report-Totals
           CLOSE customer-file
           IF NOT grpf-status-not-found
               CLOSE custgrp-file
           END-IF
           IF NOT acctf-status-not-found
               CLOSE custacct-file
           END-IF
           CLOSE report-file
           STOP RUN.
