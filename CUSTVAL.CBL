      *    written or rewritten. Called by customer.cbl's Save-Record
      *    and by the bulk customer load/update batch job so both
      *    paths enforce the same business rules.
      *    A customer that is a branch of a group (custgrp.ism, kept
      *    by custgrpm.cbl) is also held to the group credit limit
      *    set on its parent: the balance passed in plus the
      *    outstanding balance of every other member of the group on
      *    cust.ism must not exceed it. The same override that lets
      *    a save past the customer's own limit lets it past the
      *    group's. A group limit of zero means none is set.
      *    Members may trade in different currencies, so the group
      *    limit is in home currency and every member's balance -
      *    the one passed in included - is turned into home currency
      *    through custfx.cbl at the business date before it is
      *    added. A member with no rate in force refuses the save,
      *    since the group's total can't be known.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-area-file-status.

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

       DATA DIVISION.

       FILE SECTION.
           03  area-rec-code           PIC X(1).
           03  area-rec-desc           PIC X(20).

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

       WORKING-STORAGE SECTION.

       78  max-area-codes                   VALUE 50.
       01  ws-area-table.
           05  ws-area-entry OCCURS max-area-codes PIC X(1).

      *---------------------------------------------------------------*
      *    Both files are opened and closed on each call, so a group
      *    linked or a balance changed since the last call counts.
      *    No custgrp.ism on disk means no groups are set up yet.
      *---------------------------------------------------------------*
       77  ws-customer-file-status     PIC X(2).
           88  cf-status-ok                     VALUE "00".
           88  cf-status-not-found              VALUE "35".

       77  ws-custgrp-file-status      PIC X(2).
           88  grpf-status-ok                   VALUE "00".
           88  grpf-status-not-found            VALUE "35".

       77  ws-grp-eof-sw               PIC X(1).
           88  ws-grp-eof                       VALUE "Y".
       77  ws-grp-parent-code          PIC X(5).
       77  ws-grp-limit                PIC 9(7).
       77  ws-grp-bal                  PIC 9(11)V99.
       77  ws-member-bal               PIC S9(9)V99.

       77  ws-grp-no-rate-sw           PIC X(1).
           88  ws-grp-no-rate                   VALUE "Y".

       78  currency-resolver                VALUE "custfx".
       77  ws-fx-c-code                PIC X(5).
       77  ws-fx-date                  PIC 9(8).
       77  ws-fx-currency              PIC X(3).
       77  ws-fx-rate                  PIC 9(4)V9(6).
       77  ws-fx-ok-flg                PIC X(1).
           88  ws-fx-ok                         VALUE "Y".

       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).

       LINKAGE SECTION.

       01  lnk-val-c-limit              PIC 9(7).
       01  lnk-val-ok-flg               PIC X(1).
           88  lnk-val-ok                       VALUE "Y".
       01  lnk-val-error-msg            PIC X(40).
       01  lnk-val-c-code               PIC X(5).

       PROCEDURE DIVISION USING lnk-val-c-limit
                                 lnk-val-c-bal
                                 lnk-val-override-flg
                                 lnk-val-c-area
                                 lnk-val-ok-flg
                                 lnk-val-error-msg
                                 lnk-val-c-code.

       Validate-Customer SECTION.

               PERFORM Load-Area-Table
           END-IF
           PERFORM Check-Credit-Limit
           IF lnk-val-ok AND lnk-val-override-flg NOT = 1
               PERFORM Check-Group-Limit
           END-IF
           IF lnk-val-ok AND NOT ws-area-skip-check
               PERFORM Check-Area-Code
           END-IF
               MOVE "N" TO lnk-val-ok-flg
           END-IF.

      *---------------------------------------------------------------*
      *    The parent's own custgrp.ism record carries the group limit
      *    and the parent is a member of its own group, so reading
      *    the parent code's members on the alternate key brings in
      *    every account in the group. The customer being validated
      *    is counted at the balance passed in, not its balance on
      *    file, since the save is what is being checked.
      *---------------------------------------------------------------*

       Check-Group-Limit SECTION.

           OPEN INPUT custgrp-file
           IF NOT grpf-status-not-found
               MOVE SPACES TO ws-grp-parent-code
               MOVE 0      TO ws-grp-limit
               MOVE lnk-val-c-code TO grp-c-code
               READ custgrp-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE grp-parent-code TO ws-grp-parent-code
               END-READ
               IF ws-grp-parent-code NOT = SPACES
                   MOVE ws-grp-parent-code TO grp-c-code
                   READ custgrp-file
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE grp-limit TO ws-grp-limit
                   END-READ
               END-IF
               IF ws-grp-limit > 0
                   PERFORM Total-Group-Balance
                   EVALUATE TRUE
                       WHEN ws-grp-no-rate
                           MOVE "NO EXCHANGE RATE FOR A GROUP MEMBER"
                                         TO lnk-val-error-msg
                           MOVE "N" TO lnk-val-ok-flg
                       WHEN ws-grp-bal > ws-grp-limit
                           MOVE
                             "GROUP LIMIT EXCEEDED - OVERRIDE TO SAVE"
                                         TO lnk-val-error-msg
                           MOVE "N" TO lnk-val-ok-flg
                   END-EVALUATE
               END-IF
               CLOSE custgrp-file
           END-IF.

      *---------------------------------------------------------------*

       Total-Group-Balance SECTION.

           MOVE "N" TO ws-grp-no-rate-sw
           MOVE 0   TO ws-grp-bal
           MOVE SPACES TO ws-bdt-request
           CALL business-date USING ws-bdt-request
                                    ws-fx-date
           END-CALL
           MOVE lnk-val-c-code TO ws-fx-c-code
           MOVE lnk-val-c-bal  TO ws-member-bal
           PERFORM Add-Home-Balance
           OPEN INPUT customer-file
           IF NOT cf-status-not-found
               MOVE "N" TO ws-grp-eof-sw
               MOVE ws-grp-parent-code TO grp-parent-code
               START custgrp-file KEY IS EQUAL TO grp-parent-code
                   INVALID KEY
                       SET ws-grp-eof TO TRUE
               END-START
               PERFORM Add-Member-Balance UNTIL ws-grp-eof
               CLOSE customer-file
           END-IF.

      *---------------------------------------------------------------*

       Add-Member-Balance SECTION.

           READ custgrp-file NEXT RECORD
               AT END
                   SET ws-grp-eof TO TRUE
           END-READ
           IF NOT ws-grp-eof
               IF grp-parent-code NOT = ws-grp-parent-code
                   SET ws-grp-eof TO TRUE
               END-IF
           END-IF
           IF NOT ws-grp-eof AND grp-c-code NOT = lnk-val-c-code
               MOVE grp-c-code TO file-c-code
               READ customer-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO ws-member-bal
                       PERFORM VARYING array-ind FROM 1 BY 1
                                          UNTIL array-ind > no-of-orders
                           ADD file-ord-val(array-ind) TO ws-member-bal
                           SUBTRACT file-pay-val(array-ind)
                                                   FROM ws-member-bal
                       END-PERFORM
                       IF ws-member-bal > 0
                           MOVE grp-c-code TO ws-fx-c-code
                           PERFORM Add-Home-Balance
                       END-IF
               END-READ
           END-IF.

      *---------------------------------------------------------------*

       Add-Home-Balance SECTION.

           CALL currency-resolver USING ws-fx-c-code
                                        ws-fx-date
                                        ws-fx-currency
                                        ws-fx-rate
                                        ws-fx-ok-flg
           END-CALL
           IF ws-fx-ok
               COMPUTE ws-grp-bal ROUNDED =
                       ws-grp-bal + ws-member-bal * ws-fx-rate
           ELSE
               SET ws-grp-no-rate TO TRUE
           END-IF.

      *---------------------------------------------------------------*
      *    Check-Area-Code rejects any file-c-area not present in the
      *    custarea.dat reference file, loaded into ws-area-table once
