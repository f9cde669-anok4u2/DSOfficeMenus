      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custgrpm.

      *---------------------------------------------------------------*
      *    Account group maintenance. Several customers are branches
      *    of one head office that pays all the bills, but cust.ism
      *    knows nothing of it - every branch has its own
      *    file-c-limit and the group as a whole could run far past
      *    what credit approved. The grouping lives in custgrp.ism,
      *    keyed by customer code with the parent's code as an
      *    alternate key, the same companion-file pattern as
      *    custacct.ism (widening cust.ism would mean converting it
      *    and every program that declares it). One level only: a
      *    parent heads a group, a branch belongs to one parent, and
      *    the parent is a member of its own group - its record
      *    points at itself and carries the group credit limit that
      *    custval.cbl enforces against the whole group's balance.
      *    This job applies a sequential file of changes keyed by
      *    the credit department, one per customer:
      *      - parent code equal to the customer code sets the
      *        customer up as a group parent, or amends its group
      *        limit (zero means no group limit);
      *      - any other parent code links the customer to that
      *        group as a branch, or moves it from the group it was
      *        in. The parent must already be set up;
      *      - a blank parent code takes the customer out of its
      *        group. A parent can only be taken out once it has no
      *        branches left.
      *    A branch joining a parent that is on hold or closed is put
      *    on hold itself, and one leaving its group is released
      *    from a hold it only had through its parent - see
      *    custaccm.cbl, which carries a parent's hold to its
      *    branches. Bad input goes to the custgrpm.lst exception
      *    report, the same way custaccm.cbl handles it. The
      *    consolidated exposure of each group is printed by
      *    custgrpr.cbl.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT input-file ASSIGN "custgrp.trn"
           ORGANIZATION IS SEQUENTIAL.

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

           SELECT exception-file ASSIGN "custgrpm.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  input-file.
       01  input-record.
           03  in-c-code               PIC X(5).
           03  in-parent-code          PIC X(5).
           03  in-group-limit          PIC 9(7).

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

      *---------------------------------------------------------------*
      *    grp-limit is only used on a parent's own record. grp-held-
      *    by-parent marks a branch whose custacct.ism hold was put
      *    there because of its parent, so it can be lifted again
      *    with the parent's without touching a hold of its own.
      *---------------------------------------------------------------*
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
               88  acct-status-active          VALUE "A".
               88  acct-status-hold            VALUE "H".
               88  acct-status-closed          VALUE "C".
           03  acct-changed-date       PIC 9(8).

       FD  exception-file.
       01  exception-line              PIC X(132).

       WORKING-STORAGE SECTION.

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  ws-applied-count            PIC 9(7) COMP VALUE 0.
       77  ws-rejected-count           PIC 9(7) COMP VALUE 0.

       77  ws-reject-reason            PIC X(40).
       77  ws-today-date               PIC 9(8).
       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).

      *---------------------------------------------------------------*
      *    What the customer is now: its current parent (spaces if in
      *    no group), whether it heads a group, whether that group has
      *    branches, and whether it holds a hold through its parent.
      *---------------------------------------------------------------*
       77  ws-cur-parent-code          PIC X(5).
       77  ws-cur-held-sw              PIC X(1).
           88  ws-cur-held-by-parent            VALUE "Y".
       77  ws-has-branches-sw          PIC X(1).
           88  ws-has-branches                  VALUE "Y".
       77  ws-grp-eof-sw               PIC X(1).
           88  ws-grp-eof                       VALUE "Y".

       77  ws-customer-file-status     PIC X(2).
           88  cf-status-ok                     VALUE "00".

       77  ws-custgrp-file-status      PIC X(2).
           88  grpf-status-ok                   VALUE "00".
           88  grpf-status-not-found            VALUE "35".

       77  ws-custacct-file-status     PIC X(2).
           88  acctf-status-ok                  VALUE "00".
           88  acctf-status-not-found           VALUE "35".

       01  exc-line.
           03  exc-code                PIC X(5).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-parent-code         PIC X(5).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-reason              PIC X(40).

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Apply-Input-Record UNTIL ws-eof
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*

       Program-Initialize SECTION.

           MOVE SPACES TO ws-bdt-request
           CALL business-date USING ws-bdt-request
                                    ws-today-date
           END-CALL
           OPEN INPUT  input-file
           OPEN INPUT  customer-file
           PERFORM Open-Custgrp-File
           PERFORM Open-Custacct-File
           OPEN OUTPUT exception-file
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*
      *    custgrp.ism is created by this program rather than shipped
      *    with it, and custacct.ism may not exist yet if custaccm.cbl
      *    has never run - the same not-found-creates-the-file guard
      *    customer.cbl's Program-Initialize uses for custctr.ism.
      *---------------------------------------------------------------*

       Open-Custgrp-File SECTION.

           OPEN I-O custgrp-file
           IF grpf-status-not-found
               OPEN OUTPUT custgrp-file
               CLOSE custgrp-file
               OPEN I-O custgrp-file
           END-IF.

      *---------------------------------------------------------------*

       Open-Custacct-File SECTION.

           OPEN I-O custacct-file
           IF acctf-status-not-found
               OPEN OUTPUT custacct-file
               CLOSE custacct-file
               OPEN I-O custacct-file
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
           MOVE in-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO ws-reject-reason
           END-READ
           IF ws-reject-reason = SPACES
               PERFORM Get-Current-Group
               EVALUATE TRUE
                   WHEN in-parent-code = SPACES
                       PERFORM Leave-Group
                   WHEN in-parent-code = in-c-code
                       PERFORM Set-Up-Parent
                   WHEN OTHER
                       PERFORM Join-Group
               END-EVALUATE
           END-IF
           IF ws-reject-reason = SPACES
               ADD 1 TO ws-applied-count
           ELSE
               PERFORM Write-Exception
           END-IF
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*

       Get-Current-Group SECTION.

           MOVE SPACES TO ws-cur-parent-code
           MOVE "N"    TO ws-cur-held-sw
           MOVE "N"    TO ws-has-branches-sw
           MOVE in-c-code TO grp-c-code
           READ custgrp-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE grp-parent-code    TO ws-cur-parent-code
                   MOVE grp-held-by-parent TO ws-cur-held-sw
           END-READ
           IF ws-cur-parent-code = in-c-code
               PERFORM Check-For-Branches
           END-IF.

      *---------------------------------------------------------------*
      *    Any member of the group other than the parent itself.
      *---------------------------------------------------------------*

       Check-For-Branches SECTION.

           MOVE "N" TO ws-grp-eof-sw
           MOVE in-c-code TO grp-parent-code
           START custgrp-file KEY IS EQUAL TO grp-parent-code
               INVALID KEY
                   SET ws-grp-eof TO TRUE
           END-START
           PERFORM Look-For-Branch
               UNTIL ws-grp-eof OR ws-has-branches.

      *---------------------------------------------------------------*

       Look-For-Branch SECTION.

           READ custgrp-file NEXT RECORD
               AT END
                   SET ws-grp-eof TO TRUE
           END-READ
           IF NOT ws-grp-eof
               IF grp-parent-code NOT = in-c-code
                   SET ws-grp-eof TO TRUE
               ELSE
                   IF grp-c-code NOT = in-c-code
                       SET ws-has-branches TO TRUE
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Leave-Group SECTION.

           EVALUATE TRUE
               WHEN ws-cur-parent-code = SPACES
                   MOVE "CUSTOMER IS NOT IN A GROUP" TO ws-reject-reason
               WHEN ws-has-branches
                   MOVE "PARENT STILL HAS BRANCHES LINKED"
                                             TO ws-reject-reason
               WHEN OTHER
                   IF ws-cur-held-by-parent
                       PERFORM Release-Parent-Hold
                   END-IF
                   MOVE in-c-code TO grp-c-code
                   DELETE custgrp-file
                       INVALID KEY
                           MOVE "ERROR REMOVING GROUP LINK"
                                             TO ws-reject-reason
                   END-DELETE
           END-EVALUATE.

      *---------------------------------------------------------------*

       Set-Up-Parent SECTION.

           EVALUATE TRUE
               WHEN in-group-limit NOT NUMERIC
                   MOVE "GROUP LIMIT NOT NUMERIC" TO ws-reject-reason
               WHEN ws-cur-parent-code NOT = SPACES
                AND ws-cur-parent-code NOT = in-c-code
                   MOVE "CUSTOMER IS A BRANCH OF ANOTHER GROUP"
                                             TO ws-reject-reason
               WHEN OTHER
                   MOVE in-c-code      TO grp-c-code
                   MOVE in-c-code      TO grp-parent-code
                   MOVE in-group-limit TO grp-limit
                   MOVE "N"            TO grp-held-by-parent
                   MOVE ws-today-date  TO grp-changed-date
                   PERFORM Store-Group-Record
           END-EVALUATE.

      *---------------------------------------------------------------*
      *    A branch moving from one group to another first loses any
      *    hold its old parent gave it, then takes on the new
      *    parent's.
      *---------------------------------------------------------------*

       Join-Group SECTION.

           IF ws-cur-parent-code = in-c-code
               MOVE "CUSTOMER IS ITSELF A GROUP PARENT"
                                             TO ws-reject-reason
           END-IF
           IF ws-reject-reason = SPACES
               MOVE in-parent-code TO file-c-code
               READ customer-file
                   INVALID KEY
                       MOVE "PARENT NOT ON FILE" TO ws-reject-reason
               END-READ
           END-IF
           IF ws-reject-reason = SPACES
               MOVE in-parent-code TO grp-c-code
               READ custgrp-file
                   INVALID KEY
                       MOVE "PARENT NOT SET UP AS A GROUP"
                                             TO ws-reject-reason
                   NOT INVALID KEY
                       IF grp-parent-code NOT = in-parent-code
                           MOVE "PARENT NOT SET UP AS A GROUP"
                                             TO ws-reject-reason
                       END-IF
               END-READ
           END-IF
           IF ws-reject-reason = SPACES
               IF ws-cur-held-by-parent
                   PERFORM Release-Parent-Hold
               END-IF
               MOVE in-c-code      TO grp-c-code
               MOVE in-parent-code TO grp-parent-code
               MOVE 0              TO grp-limit
               MOVE "N"            TO grp-held-by-parent
               MOVE ws-today-date  TO grp-changed-date
               PERFORM Inherit-Parent-Hold
               PERFORM Store-Group-Record
           END-IF.

      *---------------------------------------------------------------*
      *    A branch of a held or closed parent goes on hold, unless it
      *    already has a status of its own, which is left as it is.
      *---------------------------------------------------------------*

       Inherit-Parent-Hold SECTION.

           MOVE in-parent-code TO acct-c-code
           READ custacct-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF acct-status-hold OR acct-status-closed
                       MOVE in-c-code TO acct-c-code
                       READ custacct-file
                           INVALID KEY
                               MOVE in-c-code     TO acct-c-code
                               MOVE "H"           TO acct-status
                               MOVE ws-today-date TO acct-changed-date
                               WRITE custacct-record
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       SET grp-parent-hold TO TRUE
                               END-WRITE
                       END-READ
                   END-IF
           END-READ.

      *---------------------------------------------------------------*
      *    Deleting the custacct.ism record sets the branch back to
      *    active, the way custaccm.cbl does.
      *---------------------------------------------------------------*

       Release-Parent-Hold SECTION.

           MOVE in-c-code TO acct-c-code
           READ custacct-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF acct-status-hold
                       DELETE custacct-file
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
           END-READ.

      *---------------------------------------------------------------*

       Store-Group-Record SECTION.

           REWRITE custgrp-record
               INVALID KEY
                   WRITE custgrp-record
                   END-WRITE
           END-REWRITE
           IF NOT grpf-status-ok
               MOVE "ERROR WRITING GROUP LINK" TO ws-reject-reason
           END-IF.

      *---------------------------------------------------------------*

       Write-Exception SECTION.

           MOVE SPACES         TO exc-line
           MOVE in-c-code      TO exc-code
           MOVE in-parent-code TO exc-parent-code
           MOVE ws-reject-reason TO exc-reason
           WRITE exception-line FROM exc-line
           ADD 1 TO ws-rejected-count.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           CLOSE input-file
           CLOSE customer-file
           CLOSE custgrp-file
           CLOSE custacct-file
           CLOSE exception-file
           DISPLAY "CUSTGRPM: " ws-applied-count " APPLIED, "
                   ws-rejected-count " REJECTED - SEE custgrpm.lst"
           STOP RUN.
