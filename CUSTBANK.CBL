      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custbank.

      *---------------------------------------------------------------*
      *    Bank remittance import. Every morning the bank's list of
      *    receipts was re-keyed into custrcpt.dat by hand, with
      *    somebody looking up which customer and order each payment
      *    belonged to. This job reads the bank's daily remittance
      *    file, custbank.dat - a header (file date and sequence),
      *    one detail per receipt and a trailer carrying the bank's
      *    own item count and control total - and matches each
      *    receipt to a customer and order, trying in turn:
      *      1. an order number quoted in the remittance reference
      *         (any run of exactly six digits that is an order on
      *         cust.ism - an order quoted that is already settled,
      *         or that is on more than one customer, is left for a
      *         clerk rather than guessed at);
      *      2. the exact amount owed on ONE open order - if two or
      *         more orders owe that amount none of them is taken;
      *      3. the payer's name against the customer name on the
      *         cust.ism name index - such a receipt goes on account
      *         (order number zero) for custaloc.cbl to allocate.
      *    Matched receipts are added to custrcpt.dat in its own
      *    layout, after anything already keyed there, so the
      *    normal custrcpt.cbl run applies them. Unmatched ones go
      *    to the suspense file custbnks.dat, with the reason, for a
      *    clerk to resolve and key. custbank.lst shows how every
      *    receipt was dealt with and sets the bank's control total
      *    beside the matched and suspense totals.
      *
      *    The file is reconciled BEFORE anything is released: if
      *    the details do not add up to the trailer's count and
      *    total, or the trailer is missing, nothing at all is
      *    written to custrcpt.dat or suspense and the report says
      *    why. A file whose header date and sequence are not later
      *    than the last one imported (custbnkc.ism keeps it) is
      *    refused the same way, so no day's cash can be applied
      *    twice - not even from an older file re-sent by the bank.
      *    cust.ism is only read - custrcpt.cbl does
      *    the posting, inside its own batch window.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT remit-file ASSIGN "custbank.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-remit-file-status.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ALTERNATE RECORD KEY IS file-c-name WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-customer-file-status.

           SELECT work-file ASSIGN "custbnkw.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS wrk-ord-key
           ALTERNATE RECORD KEY IS wrk-bal-key WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-work-file-status.

           SELECT bank-ctl-file ASSIGN "custbnkc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS bnc-ctl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-bank-ctl-file-status.

           SELECT receipt-file ASSIGN "custrcpt.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-receipt-file-status.

           SELECT suspense-file ASSIGN "custbnks.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-suspense-file-status.

           SELECT report-file ASSIGN "custbank.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  remit-file.
       01  remit-record.
           03  rem-rec-type            PIC X(1).
               88  rem-header                  VALUE "H".
               88  rem-detail                  VALUE "D".
               88  rem-trailer                 VALUE "T".
           03  rem-detail-data.
               05  rem-value-date      PIC 9(8).
               05  rem-amount          PIC 9(7)V99.
               05  rem-payer-name      PIC X(30).
               05  rem-reference       PIC X(18).
               05  rem-bank-ref        PIC X(15).
           03  rem-header-data REDEFINES rem-detail-data.
               05  rem-file-date       PIC 9(8).
               05  rem-file-seq        PIC 9(3).
               05  rem-bank-account    PIC X(20).
               05  FILLER              PIC X(49).
           03  rem-trailer-data REDEFINES rem-detail-data.
               05  rem-ctl-count       PIC 9(6).
               05  rem-ctl-total       PIC 9(9)V99.
               05  FILLER              PIC X(63).

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
      *    Every order on cust.ism, rebuilt from empty each run the
      *    way custdupe.cbl builds custdupe.ism: keyed by order
      *    number for the reference match, and by what is still
      *    owed for the amount match. A settled order carries zero.
      *    The balance is brought down as receipts are matched, so
      *    two receipts for the same amount can't both take one
      *    order.
      *---------------------------------------------------------------*
       FD  work-file.
       01  work-record.
           03  wrk-ord-key.
               05  wrk-ord-no          PIC 9(6).
               05  wrk-c-code          PIC X(5).
           03  wrk-bal-key.
               05  wrk-balance         PIC 9(7)V99.
           03  wrk-c-name              PIC X(15).

       FD  bank-ctl-file.
       01  bank-ctl-record.
           03  bnc-ctl-key             PIC X(1).
           03  bnc-last-file-date      PIC 9(8).
           03  bnc-last-file-seq       PIC 9(3).
           03  bnc-last-run-date       PIC 9(8).

      *---------------------------------------------------------------*
      *    custrcpt.cbl's input layout.
      *---------------------------------------------------------------*
       FD  receipt-file.
       01  receipt-record.
           03  rct-c-code              PIC X(5).
           03  rct-ord-no              PIC 9(6).
           03  rct-pay-date            PIC 9(8).
           03  rct-pay-amt             PIC 9(7)V99.
           03  rct-pay-ref             PIC X(15).

       FD  suspense-file.
       01  suspense-record.
           03  sus-value-date          PIC 9(8).
           03  sus-amount              PIC 9(7)V99.
           03  sus-payer-name          PIC X(30).
           03  sus-reference           PIC X(18).
           03  sus-bank-ref            PIC X(15).
           03  sus-reason              PIC X(40).
           03  sus-file-date           PIC 9(8).
           03  sus-file-seq            PIC 9(3).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  ws-cust-eof-sw              PIC X(1) VALUE "N".
           88  ws-cust-eof                      VALUE "Y".

       77  ws-wrk-eof-sw               PIC X(1).
           88  ws-wrk-eof                       VALUE "Y".

       77  ws-file-ok-sw               PIC X(1) VALUE "Y".
           88  ws-file-ok                       VALUE "Y".
           88  ws-file-refused                  VALUE "N".

       77  ws-trailer-found-sw         PIC X(1) VALUE "N".
           88  ws-trailer-found                 VALUE "Y".

       77  ws-matched-sw               PIC X(1).
           88  ws-matched                       VALUE "Y".

       77  ws-run-start-sw             PIC X(1).
           88  ws-run-starts                    VALUE "Y".

       77  ws-run-end-sw               PIC X(1).
           88  ws-run-ends                      VALUE "Y".

       77  array-ind                   PIC 9(4) COMP.
       77  ref-ind                     PIC 9(4) COMP.

       77  ws-file-date                PIC 9(8).
       77  ws-file-seq                 PIC 9(3).
       77  ws-ctl-count                PIC 9(6) VALUE 0.
       77  ws-ctl-total                PIC 9(9)V99 VALUE 0.

       77  ws-ref-ord-no               PIC 9(6).
       77  ws-hit-count                PIC 9(4) COMP.
       77  ws-match-method             PIC X(4).
       77  ws-match-c-code             PIC X(5).
       77  ws-match-ord-no             PIC 9(6).
       77  ws-payer-name               PIC X(15).
       77  ws-order-bal                PIC S9(8)V99.

       77  ws-item-count               PIC 9(6) VALUE 0.
       77  ws-item-total               PIC 9(9)V99 VALUE 0.
       77  ws-matched-count            PIC 9(6) VALUE 0.
       77  ws-matched-total            PIC 9(9)V99 VALUE 0.
       77  ws-suspense-count           PIC 9(6) VALUE 0.
       77  ws-suspense-total           PIC 9(9)V99 VALUE 0.

       77  ws-reject-reason            PIC X(40).

       77  ws-remit-file-status        PIC X(2).
           88  remf-status-ok                   VALUE "00".
           88  remf-status-not-found            VALUE "35".

       77  ws-customer-file-status     PIC X(2).
           88  cf-status-ok                     VALUE "00".

       77  ws-work-file-status         PIC X(2).
           88  wrkf-status-ok                   VALUE "00".

       77  ws-bank-ctl-file-status     PIC X(2).
           88  bncf-status-ok                   VALUE "00".
           88  bncf-status-not-found            VALUE "35".

       77  ws-receipt-file-status      PIC X(2).
           88  rctf-status-ok                   VALUE "00".
           88  rctf-status-not-found            VALUE "35".

       77  ws-suspense-file-status     PIC X(2).
           88  susf-status-ok                   VALUE "00".
           88  susf-status-not-found            VALUE "35".

       01  hdg-line-1.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(27)
                           VALUE "BANK REMITTANCE IMPORT FOR ".
           03  hdg-file-date           PIC 9(8).
           03  FILLER                  PIC X(6)  VALUE " SEQ. ".
           03  hdg-file-seq            PIC 9(3).

       01  hdg-line-2.
           03  FILLER                  PIC X(16) VALUE "BANK REF".
           03  FILLER                  PIC X(14) VALUE "        AMOUNT".
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  FILLER                  PIC X(21) VALUE "PAYER".
           03  FILLER                  PIC X(5)  VALUE "BY".
           03  FILLER                  PIC X(6)  VALUE "CUST".
           03  FILLER                  PIC X(8)  VALUE "ORDER".

       01  det-line.
           03  det-bank-ref            PIC X(15).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-amount              PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  det-payer-name          PIC X(20).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-method              PIC X(4).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-c-code              PIC X(5).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-ord-no              PIC X(8).
           03  det-reason              PIC X(40).

       01  tot-line.
           03  tot-label               PIC X(30).
           03  tot-count               PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  tot-amount              PIC ZZZ,ZZZ,ZZ9.99.

       01  msg-line.
           03  FILLER                  PIC X(4)  VALUE "*** ".
           03  msg-text                PIC X(60).

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           IF ws-file-ok
               PERFORM Build-Order-Work-File
               PERFORM Open-Output-Files
               PERFORM Read-Remit-Record
               PERFORM Match-Remit-Record UNTIL ws-eof
           END-IF
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*
      *    The whole file is read once just to prove it, before a
      *    single receipt is matched - header first, details adding
      *    up to the trailer, and a header not seen before.
      *---------------------------------------------------------------*

       Program-Initialize SECTION.

           OPEN INPUT remit-file
           IF remf-status-not-found
               DISPLAY "CUSTBANK: NO REMITTANCE FILE custbank.dat ON "
                       "DISK - NOTHING IMPORTED"
               STOP RUN
           END-IF
           OPEN OUTPUT report-file
           MOVE 0 TO ws-file-date ws-file-seq
           PERFORM Read-Remit-Record
           IF ws-eof OR NOT rem-header
               MOVE "FIRST RECORD IS NOT A HEADER" TO ws-reject-reason
               SET ws-file-refused TO TRUE
           ELSE
               MOVE rem-file-date TO ws-file-date
               MOVE rem-file-seq  TO ws-file-seq
               PERFORM Read-Remit-Record
               PERFORM Prove-Remit-Record UNTIL ws-eof
               PERFORM Check-Control-Totals
           END-IF
           CLOSE remit-file
           MOVE ws-file-date TO hdg-file-date
           MOVE ws-file-seq  TO hdg-file-seq
           WRITE report-line FROM hdg-line-1
           MOVE SPACES TO report-line
           WRITE report-line
           IF ws-file-ok
               PERFORM Check-Not-Already-Imported
           END-IF
           IF ws-file-ok
               WRITE report-line FROM hdg-line-2
               MOVE "N" TO ws-eof-sw
               OPEN INPUT remit-file
               PERFORM Read-Remit-Record
           ELSE
               MOVE ws-reject-reason TO msg-text
               WRITE report-line FROM msg-line
           END-IF.

      *---------------------------------------------------------------*

       Read-Remit-Record SECTION.

           READ remit-file
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Prove-Remit-Record SECTION.

           EVALUATE TRUE
               WHEN rem-detail
                   ADD 1          TO ws-item-count
                   ADD rem-amount TO ws-item-total
               WHEN rem-trailer
                   SET ws-trailer-found TO TRUE
                   MOVE rem-ctl-count TO ws-ctl-count
                   MOVE rem-ctl-total TO ws-ctl-total
           END-EVALUATE
           PERFORM Read-Remit-Record.

      *---------------------------------------------------------------*

       Check-Control-Totals SECTION.

           EVALUATE TRUE
               WHEN NOT ws-trailer-found
                   MOVE "NO TRAILER - FILE INCOMPLETE"
                                             TO ws-reject-reason
                   SET ws-file-refused TO TRUE
               WHEN ws-item-count NOT = ws-ctl-count
                   MOVE "ITEM COUNT DOES NOT AGREE WITH TRAILER"
                                             TO ws-reject-reason
                   SET ws-file-refused TO TRUE
               WHEN ws-item-total NOT = ws-ctl-total
                   MOVE "ITEM TOTAL DOES NOT AGREE WITH TRAILER"
                                             TO ws-reject-reason
                   SET ws-file-refused TO TRUE
           END-EVALUATE.

      *---------------------------------------------------------------*
      *    custbnkc.ism is created here the first time - the same
      *    not-found-creates-the-file guard customer.cbl's Program-
      *    Initialize uses for custctr.ism.
      *---------------------------------------------------------------*

       Check-Not-Already-Imported SECTION.

           OPEN I-O bank-ctl-file
           IF bncf-status-not-found
               OPEN OUTPUT bank-ctl-file
               CLOSE bank-ctl-file
               OPEN I-O bank-ctl-file
           END-IF
           MOVE "C" TO bnc-ctl-key
           READ bank-ctl-file
               INVALID KEY
                   MOVE 0 TO bnc-last-file-date
                             bnc-last-file-seq
           END-READ
           IF ws-file-date < bnc-last-file-date
              OR (ws-file-date = bnc-last-file-date
                  AND ws-file-seq NOT > bnc-last-file-seq)
               MOVE "FILE IS NOT LATER THAN THE LAST IMPORT"
                                             TO ws-reject-reason
               SET ws-file-refused TO TRUE
               CLOSE bank-ctl-file
           END-IF.

      *---------------------------------------------------------------*

       Build-Order-Work-File SECTION.

           OPEN OUTPUT work-file
           CLOSE work-file
           OPEN I-O work-file
           OPEN INPUT customer-file
           PERFORM Read-Customer-Record
           PERFORM Load-Customer-Orders UNTIL ws-cust-eof.

      *---------------------------------------------------------------*

       Read-Customer-Record SECTION.

           READ customer-file NEXT RECORD
               AT END
                   SET ws-cust-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Load-Customer-Orders SECTION.

           PERFORM VARYING array-ind FROM 1 BY 1
                              UNTIL array-ind > no-of-orders
               IF file-ord-no(array-ind) NOT = ZERO
                   MOVE file-ord-no(array-ind) TO wrk-ord-no
                   MOVE file-c-code            TO wrk-c-code
                   MOVE file-c-name            TO wrk-c-name
                   COMPUTE ws-order-bal = file-ord-val(array-ind)
                                        - file-pay-val(array-ind)
                   IF ws-order-bal > 0
                       MOVE ws-order-bal TO wrk-balance
                   ELSE
                       MOVE 0 TO wrk-balance
                   END-IF
                   WRITE work-record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-PERFORM
           PERFORM Read-Customer-Record.

      *---------------------------------------------------------------*
      *    Receipts already keyed into custrcpt.dat for today's run
      *    are kept - the matched ones are added after them.
      *---------------------------------------------------------------*

       Open-Output-Files SECTION.

           OPEN EXTEND receipt-file
           IF rctf-status-not-found
               OPEN OUTPUT receipt-file
           END-IF
           OPEN EXTEND suspense-file
           IF susf-status-not-found
               OPEN OUTPUT suspense-file
           END-IF.

      *---------------------------------------------------------------*

       Match-Remit-Record SECTION.

           IF rem-detail
               MOVE SPACES TO ws-reject-reason
                              ws-match-method
               MOVE "N" TO ws-matched-sw
               PERFORM Match-By-Reference
               IF NOT ws-matched AND ws-reject-reason = SPACES
                   PERFORM Match-By-Amount
               END-IF
               IF NOT ws-matched AND ws-reject-reason = SPACES
                   PERFORM Match-By-Name
               END-IF
               IF ws-matched
                   PERFORM Write-Receipt
               ELSE
                   IF ws-reject-reason = SPACES
                       MOVE "NO MATCH ON REFERENCE, AMOUNT OR NAME"
                                             TO ws-reject-reason
                   END-IF
                   PERFORM Write-Suspense
               END-IF
           END-IF
           PERFORM Read-Remit-Record.

      *---------------------------------------------------------------*
      *    Any run of exactly six digits in the reference is tried
      *    as an order number, left to right, until one is an order
      *    on file.
      *---------------------------------------------------------------*

       Match-By-Reference SECTION.

           PERFORM VARYING ref-ind FROM 1 BY 1
                              UNTIL ref-ind > 13
                                 OR ws-matched
                                 OR ws-reject-reason NOT = SPACES
               IF rem-reference(ref-ind:6) IS NUMERIC
                   MOVE "Y" TO ws-run-start-sw
                   IF ref-ind > 1
                       IF rem-reference(ref-ind - 1:1) IS NUMERIC
                           MOVE "N" TO ws-run-start-sw
                       END-IF
                   END-IF
                   MOVE "Y" TO ws-run-end-sw
                   IF ref-ind < 13
                       IF rem-reference(ref-ind + 6:1) IS NUMERIC
                           MOVE "N" TO ws-run-end-sw
                       END-IF
                   END-IF
                   IF ws-run-starts AND ws-run-ends
                       MOVE rem-reference(ref-ind:6) TO ws-ref-ord-no
                       PERFORM Look-Up-Quoted-Order
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*

       Look-Up-Quoted-Order SECTION.

           MOVE 0 TO ws-hit-count
           MOVE "N" TO ws-wrk-eof-sw
           MOVE ws-ref-ord-no TO wrk-ord-no
           MOVE LOW-VALUES    TO wrk-c-code
           START work-file KEY IS NOT LESS THAN wrk-ord-key
               INVALID KEY
                   SET ws-wrk-eof TO TRUE
           END-START
           PERFORM Count-Quoted-Order UNTIL ws-wrk-eof
           EVALUATE TRUE
               WHEN ws-hit-count = 0
                   CONTINUE
               WHEN ws-hit-count > 1
                   MOVE "ORDER QUOTED IS ON TWO OR MORE CUSTOMERS"
                                             TO ws-reject-reason
               WHEN OTHER
                   MOVE ws-match-c-code TO wrk-c-code
                   MOVE ws-ref-ord-no   TO wrk-ord-no
                   READ work-file KEY IS wrk-ord-key
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF wrk-balance = 0
                       MOVE "ORDER QUOTED IS ALREADY SETTLED"
                                             TO ws-reject-reason
                   ELSE
                       MOVE "REF" TO ws-match-method
                       MOVE ws-ref-ord-no TO ws-match-ord-no
                       SET ws-matched TO TRUE
                   END-IF
           END-EVALUATE.

      *---------------------------------------------------------------*

       Count-Quoted-Order SECTION.

           READ work-file NEXT RECORD
               AT END
                   SET ws-wrk-eof TO TRUE
           END-READ
           IF NOT ws-wrk-eof
               IF wrk-ord-no NOT = ws-ref-ord-no
                   SET ws-wrk-eof TO TRUE
               ELSE
                   ADD 1 TO ws-hit-count
                   MOVE wrk-c-code TO ws-match-c-code
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    Exactly one open order owing the amount to the penny.
      *---------------------------------------------------------------*

       Match-By-Amount SECTION.

           MOVE 0 TO ws-hit-count
           IF rem-amount > 0
               MOVE "N" TO ws-wrk-eof-sw
               MOVE rem-amount TO wrk-balance
               START work-file KEY IS EQUAL TO wrk-bal-key
                   INVALID KEY
                       SET ws-wrk-eof TO TRUE
               END-START
               PERFORM Count-Amount-Match
                   UNTIL ws-wrk-eof OR ws-hit-count > 1
           END-IF
           IF ws-hit-count = 1
               MOVE "AMT" TO ws-match-method
               SET ws-matched TO TRUE
           END-IF.

      *---------------------------------------------------------------*

       Count-Amount-Match SECTION.

           READ work-file NEXT RECORD
               AT END
                   SET ws-wrk-eof TO TRUE
           END-READ
           IF NOT ws-wrk-eof
               IF wrk-balance NOT = rem-amount
                   SET ws-wrk-eof TO TRUE
               ELSE
                   ADD 1 TO ws-hit-count
                   MOVE wrk-c-code TO ws-match-c-code
                   MOVE wrk-ord-no TO ws-match-ord-no
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    Only the first 15 characters of the payer's name can be
      *    held against file-c-name, and the name must belong to one
      *    customer only.
      *---------------------------------------------------------------*

       Match-By-Name SECTION.

           MOVE rem-payer-name(1:15) TO ws-payer-name
           IF ws-payer-name NOT = SPACES
               MOVE "N" TO ws-cust-eof-sw
               MOVE ws-payer-name TO file-c-name
               READ customer-file KEY IS file-c-name
                   INVALID KEY
                       SET ws-cust-eof TO TRUE
               END-READ
               IF NOT ws-cust-eof
                   MOVE file-c-code TO ws-match-c-code
                   READ customer-file NEXT RECORD
                       AT END
                           SET ws-cust-eof TO TRUE
                   END-READ
                   IF NOT ws-cust-eof
                      AND file-c-name = ws-payer-name
                       MOVE "PAYER NAME IS ON TWO OR MORE CUSTOMERS"
                                             TO ws-reject-reason
                   ELSE
                       MOVE "NAME" TO ws-match-method
                       MOVE 0      TO ws-match-ord-no
                       SET ws-matched TO TRUE
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    The matched order's balance on the work file comes down
      *    by the receipt, so a later receipt can't take it again.
      *---------------------------------------------------------------*

       Write-Receipt SECTION.

           IF ws-match-ord-no NOT = 0
               MOVE ws-match-ord-no TO wrk-ord-no
               MOVE ws-match-c-code TO wrk-c-code
               READ work-file KEY IS wrk-ord-key
                   NOT INVALID KEY
                       IF wrk-balance > rem-amount
                           SUBTRACT rem-amount FROM wrk-balance
                       ELSE
                           MOVE 0 TO wrk-balance
                       END-IF
                       REWRITE work-record
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
           END-IF
           MOVE ws-match-c-code TO rct-c-code
           MOVE ws-match-ord-no TO rct-ord-no
           MOVE rem-value-date  TO rct-pay-date
           MOVE rem-amount      TO rct-pay-amt
           MOVE rem-bank-ref    TO rct-pay-ref
           WRITE receipt-record
           MOVE SPACES          TO det-line
           MOVE rem-bank-ref    TO det-bank-ref
           MOVE rem-amount      TO det-amount
           MOVE rem-payer-name  TO det-payer-name
           MOVE ws-match-method TO det-method
           MOVE ws-match-c-code TO det-c-code
           IF ws-match-ord-no = 0
               MOVE "ON ACCT" TO det-ord-no
           ELSE
               MOVE ws-match-ord-no TO det-ord-no
           END-IF
           WRITE report-line FROM det-line
           ADD 1          TO ws-matched-count
           ADD rem-amount TO ws-matched-total.

      *---------------------------------------------------------------*

       Write-Suspense SECTION.

           MOVE rem-value-date   TO sus-value-date
           MOVE rem-amount       TO sus-amount
           MOVE rem-payer-name   TO sus-payer-name
           MOVE rem-reference    TO sus-reference
           MOVE rem-bank-ref     TO sus-bank-ref
           MOVE ws-reject-reason TO sus-reason
           MOVE ws-file-date     TO sus-file-date
           MOVE ws-file-seq      TO sus-file-seq
           WRITE suspense-record
           MOVE SPACES           TO det-line
           MOVE rem-bank-ref     TO det-bank-ref
           MOVE rem-amount       TO det-amount
           MOVE rem-payer-name   TO det-payer-name
           MOVE "SUSP"           TO det-method
           MOVE ws-reject-reason TO det-reason
           WRITE report-line FROM det-line
           ADD 1          TO ws-suspense-count
           ADD rem-amount TO ws-suspense-total.

      *---------------------------------------------------------------*
      *    The control totals print whether or not the file was
      *    released, so the refusal can be checked against the
      *    bank's advice. The header is only recorded as imported
      *    once its receipts are out.
      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "BANK CONTROL TOTAL"     TO tot-label
           MOVE ws-ctl-count             TO tot-count
           MOVE ws-ctl-total             TO tot-amount
           WRITE report-line FROM tot-line
           MOVE "RECEIPTS ON FILE"       TO tot-label
           MOVE ws-item-count            TO tot-count
           MOVE ws-item-total            TO tot-amount
           WRITE report-line FROM tot-line
           MOVE "MATCHED TO custrcpt.dat" TO tot-label
           MOVE ws-matched-count         TO tot-count
           MOVE ws-matched-total         TO tot-amount
           WRITE report-line FROM tot-line
           MOVE "TO SUSPENSE custbnks.dat" TO tot-label
           MOVE ws-suspense-count        TO tot-count
           MOVE ws-suspense-total        TO tot-amount
           WRITE report-line FROM tot-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO msg-text
           IF ws-file-ok
               MOVE "DEPOSIT RECONCILED TO BANK CONTROL TOTAL"
                                             TO msg-text
           ELSE
               MOVE "FILE REFUSED - NOTHING RELEASED TO custrcpt.dat"
                                             TO msg-text
           END-IF
           WRITE report-line FROM msg-line
           IF ws-file-ok
               CLOSE remit-file
               CLOSE customer-file
               CLOSE work-file
               CLOSE receipt-file
               CLOSE suspense-file
               MOVE "C"          TO bnc-ctl-key
               MOVE ws-file-date TO bnc-last-file-date
               MOVE ws-file-seq  TO bnc-last-file-seq
               ACCEPT bnc-last-run-date FROM DATE YYYYMMDD
               REWRITE bank-ctl-record
                   INVALID KEY
                       WRITE bank-ctl-record
                   END-WRITE
               END-REWRITE
               CLOSE bank-ctl-file
           END-IF
           CLOSE report-file
           IF ws-file-ok
               DISPLAY "CUSTBANK: " ws-matched-count " MATCHED, "
                       ws-suspense-count " TO SUSPENSE - SEE "
                       "custbank.lst"
           ELSE
               DISPLAY "CUSTBANK: FILE REFUSED - " ws-reject-reason
           END-IF
           STOP RUN.
