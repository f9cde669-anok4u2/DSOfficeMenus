      *    graft a new customer onto an old customer's paper trail),
      *    and writes the survivors to custfree.ism. Assign-New-Code
      *    hands those codes out again before touching the counter.
      *    A code on custanon.ism belongs to an account whose personal
      *    data custanon.cbl has removed; it stays retired whatever
      *    else is or isn't left under it.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custfree-file-status.

           SELECT custanon-file ASSIGN "custanon.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS anon-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custanon-file-status.

           SELECT report-file ASSIGN "custrecl.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

               05  pay-time            PIC 9(8).
           03  pay-amount              PIC 9(7)V99 COMP.
           03  pay-reference           PIC X(15).
           03  pay-reversed-flg        PIC 9.
           03  pay-reversed-date       PIC 9(8).

       FD  custordl-file.
       01  custordl-record.
           03  odl-prod-code           PIC X(8).
           03  odl-qty                 PIC 9(5).
           03  odl-ship-no             PIC 9(2).
           03  odl-unit-price          PIC 9(5)V99 COMP.

       FD  custfree-file.
       01  custfree-record.
           03  free-c-code             PIC X(5).

       FD  custanon-file.
       01  custanon-record.
           03  anon-c-code             PIC X(5).
           03  anon-closed-date        PIC 9(8).
           03  anon-date               PIC 9(8).
           03  anon-by                 PIC X(20).

       FD  report-file.
       01  report-line                 PIC X(132).

           88  custfree-status-ok               VALUE "00".
           88  custfree-status-not-found        VALUE "35".

       77  ws-custanon-file-status     PIC X(2).
           88  custanon-status-ok               VALUE "00".
           88  custanon-status-not-found        VALUE "35".

       01  rpt-line.
           03  FILLER                  PIC X(10) VALUE "RECLAIMED ".
           03  rpt-code                PIC X(5).
           PERFORM Prune-Candidates-On-Audit
           PERFORM Prune-Candidates-On-Payments
           PERFORM Prune-Candidates-On-Order-Lines
           PERFORM Prune-Candidates-On-Anonymised
           PERFORM Write-Free-Codes
           PERFORM Program-Terminate.

           OPEN INPUT audit-file
           OPEN INPUT custpay-file
           OPEN INPUT custordl-file
           OPEN INPUT custanon-file
           PERFORM Open-Custfree-File
           OPEN OUTPUT report-file.

                   END-READ
           END-START.

      *---------------------------------------------------------------*
      *    An anonymised account normally keeps its cust.ism record
      *    and so is never a candidate, but once that record has gone
      *    the register is what keeps the code out of circulation.
      *---------------------------------------------------------------*

       Prune-Candidates-On-Anonymised SECTION.

           IF NOT custanon-status-not-found
               PERFORM VARYING array-ind FROM 1 BY 1
                                  UNTIL array-ind > ws-cand-count
                   MOVE ws-cand-code(array-ind) TO anon-c-code
                   READ custanon-file
                       NOT INVALID KEY
                           SET ws-cand-used(array-ind) TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

      *---------------------------------------------------------------*
      *    One sequential pass of the audit trail knocks out every
      *    candidate that was ever added, changed or deleted through
           IF NOT custordl-status-not-found
               CLOSE custordl-file
           END-IF
           IF NOT custanon-status-not-found
               CLOSE custanon-file
           END-IF
           CLOSE custfree-file
           CLOSE report-file
           DISPLAY "CUSTRECL: " ws-reclaimed-count " CODE(S) "
