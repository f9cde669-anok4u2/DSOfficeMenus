      *    custstat.cbl, which refuse new order activity against a
      *    held or closed account - custrcpt.cbl deliberately keeps
      *    taking payments, because a held account must be able to
      *    pay down, just not order more. Customers whose checks
      *    keep coming back are flagged on custnsfr.cbl's returned-
      *    payments report, which reviewers work from when deciding
      *    on a hold.
      *    A hold or closure keyed against the parent of an account
      *    group (custgrp.ism, kept by custgrpm.cbl) puts every branch
      *    of the group on hold too, and setting the parent back to
      *    active lifts it again. A branch that already had a status
      *    of its own keeps it, and is not released with the parent.
      *    While the parent is held, a branch can't be set active on
      *    its own - release the parent instead.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custacct-file-status.

           SELECT custgrp-file ASSIGN "custgrp.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS grp-c-code
           ALTERNATE RECORD KEY IS grp-parent-code WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custgrp-file-status.

           SELECT exception-file ASSIGN "custaccm.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

               88  acct-status-closed          VALUE "C".
           03  acct-changed-date       PIC 9(8).

       FD  custgrp-file.
       01  custgrp-record.
           03  grp-c-code              PIC X(5).
           03  grp-parent-code         PIC X(5).
           03  grp-limit               PIC 9(7) COMP.
           03  grp-held-by-parent      PIC X(1).
               88  grp-parent-hold              VALUE "Y".
           03  grp-changed-date        PIC 9(8).

       FD  exception-file.
       01  exception-line              PIC X(132).


       77  ws-applied-count            PIC 9(7) COMP VALUE 0.
       77  ws-rejected-count           PIC 9(7) COMP VALUE 0.
       77  ws-branch-count             PIC 9(7) COMP VALUE 0.
       77  ws-branch-error-count       PIC 9(7) COMP VALUE 0.

       77  ws-reject-reason            PIC X(40).

           88  acctf-status-ok                  VALUE "00".
           88  acctf-status-not-found           VALUE "35".

      *---------------------------------------------------------------*
      *    No custgrp.ism on disk means custgrpm.cbl has never been
      *    run - there are no groups and every status stands alone.
      *---------------------------------------------------------------*
       77  ws-custgrp-file-status      PIC X(2).
           88  grpf-status-ok                   VALUE "00".
           88  grpf-status-not-found            VALUE "35".

       77  ws-grp-eof-sw               PIC X(1).
           88  ws-grp-eof                       VALUE "Y".
       77  ws-grp-role-sw              PIC X(1).
           88  ws-grp-none                      VALUE "N".
           88  ws-grp-parent                    VALUE "P".
           88  ws-grp-branch                    VALUE "B".
           88  ws-grp-branch-held               VALUE "H".

       01  exc-line.
           03  exc-code                PIC X(5).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           OPEN INPUT  input-file
           OPEN INPUT  customer-file
           PERFORM Open-Custacct-File
           OPEN I-O    custgrp-file
           OPEN OUTPUT exception-file
           PERFORM Read-Input-Record.

                       MOVE "CUSTOMER NOT ON FILE" TO ws-reject-reason
               END-READ
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Get-Group-Role
               IF ws-grp-branch-held AND in-acct-status = "A"
                   MOVE "PARENT ON HOLD - RELEASE THE PARENT"
                                             TO ws-reject-reason
               END-IF
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Store-Account-Status
           ELSE
               PERFORM Write-Exception
           END-IF
           IF ws-reject-reason = SPACES
               EVALUATE TRUE
                   WHEN ws-grp-parent
                       PERFORM Apply-Status-To-Branches
                   WHEN ws-grp-branch-held
                       PERFORM Clear-Parent-Hold-Flag
               END-EVALUATE
           END-IF
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*
      *    A parent's own custgrp.ism record points at itself; a
      *    branch's points at its parent.
      *---------------------------------------------------------------*

       Get-Group-Role SECTION.

           SET ws-grp-none TO TRUE
           IF NOT grpf-status-not-found
               MOVE in-c-code TO grp-c-code
               READ custgrp-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN grp-parent-code = in-c-code
                               SET ws-grp-parent TO TRUE
                           WHEN grp-parent-hold
                               SET ws-grp-branch-held TO TRUE
                           WHEN OTHER
                               SET ws-grp-branch TO TRUE
                       END-EVALUATE
               END-READ
           END-IF.

      *---------------------------------------------------------------*
      *    Setting an account back to active deletes its record
      *    rather than storing an "A" - no record counts as active,
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    Reads the parent's group on the alternate key. A hold or
      *    closure on the parent holds each branch that has no status
      *    of its own and marks it held by the parent; active on the
      *    parent releases just the branches so marked.
      *---------------------------------------------------------------*

       Apply-Status-To-Branches SECTION.

           MOVE "N" TO ws-grp-eof-sw
           MOVE in-c-code TO grp-parent-code
           START custgrp-file KEY IS EQUAL TO grp-parent-code
               INVALID KEY
                   SET ws-grp-eof TO TRUE
           END-START
           PERFORM Apply-Status-To-One-Branch UNTIL ws-grp-eof.

      *---------------------------------------------------------------*

       Apply-Status-To-One-Branch SECTION.

           READ custgrp-file NEXT RECORD
               AT END
                   SET ws-grp-eof TO TRUE
           END-READ
           IF NOT ws-grp-eof
               IF grp-parent-code NOT = in-c-code
                   SET ws-grp-eof TO TRUE
               END-IF
           END-IF
           IF NOT ws-grp-eof AND grp-c-code NOT = in-c-code
               IF in-acct-status = "A"
                   IF grp-parent-hold
                       PERFORM Release-Branch
                   END-IF
               ELSE
                   IF NOT grp-parent-hold
                       PERFORM Hold-Branch
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Hold-Branch SECTION.

           MOVE grp-c-code TO acct-c-code
           READ custacct-file
               INVALID KEY
                   MOVE grp-c-code TO acct-c-code
                   MOVE "H"        TO acct-status
                   ACCEPT acct-changed-date FROM DATE YYYYMMDD
                   WRITE custacct-record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET grp-parent-hold TO TRUE
                           REWRITE custgrp-record
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           IF grpf-status-ok
                               ADD 1 TO ws-branch-count
                           ELSE
                               PERFORM Write-Branch-Exception
                           END-IF
                   END-WRITE
           END-READ.

      *---------------------------------------------------------------*

       Release-Branch SECTION.

           MOVE grp-c-code TO acct-c-code
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
           END-READ
           MOVE "N" TO grp-held-by-parent
           REWRITE custgrp-record
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF grpf-status-ok
               ADD 1 TO ws-branch-count
           ELSE
               PERFORM Write-Branch-Exception
           END-IF.

      *---------------------------------------------------------------*
      *    A hold or closure keyed against a branch the parent had
      *    held makes the status the branch's own, so releasing the
      *    parent later leaves it alone.
      *---------------------------------------------------------------*

       Clear-Parent-Hold-Flag SECTION.

           MOVE in-c-code TO grp-c-code
           READ custgrp-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO grp-held-by-parent
                   REWRITE custgrp-record
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

      *---------------------------------------------------------------*

       Write-Exception SECTION.
           WRITE exception-line FROM exc-line
           ADD 1 TO ws-rejected-count.

      *---------------------------------------------------------------*
      *    A branch whose group record could not be rewritten is
      *    listed under its own code rather than counted as having
      *    followed the parent. The input record itself was applied,
      *    so it is not counted as rejected.
      *---------------------------------------------------------------*

       Write-Branch-Exception SECTION.

           MOVE SPACES         TO exc-line
           MOVE grp-c-code     TO exc-code
           MOVE in-acct-status TO exc-status
           MOVE "ERROR WRITING BRANCH GROUP RECORD" TO exc-reason
           WRITE exception-line FROM exc-line
           ADD 1 TO ws-branch-error-count.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.
           CLOSE input-file
           CLOSE customer-file
           CLOSE custacct-file
           IF NOT grpf-status-not-found
               CLOSE custgrp-file
           END-IF
           CLOSE exception-file
           DISPLAY "CUSTACCM: " ws-applied-count " APPLIED, "
                   ws-branch-count " BRANCH(ES) FOLLOWED PARENT, "
                   ws-branch-error-count " BRANCH ERROR(S), "
                   ws-rejected-count " REJECTED - SEE custaccm.lst"
           STOP RUN.
