      *    screen while the order's lines arrive separately through
      *    custordl.dat, and nothing ever checks the two against each
      *    other. This job walks every order slot on cust.ism, totals
      *    the matching custordl.ism lines at the unit price each
      *    line was taken at, and reports:
      *      - every order whose header value disagrees with its
      *        priced line total;
      *      - every header order with no lines on file at all;
      *      - every custordl.ism order with lines but no matching
      *        header slot on cust.ism.
      *    A credit note raised by custretn.cbl takes its value off
      *    the header, so whatever has been credited against an
      *    order on custretn.ism comes off its priced line total too.
      *    The header also carries the sales tax charged on each
      *    line, so a line's tax on custordt.ism is added to the
      *    priced total along with its goods value. Each line of a
      *    header order is also priced again through custprc.cbl as
      *    at the order date, the same resolution the order programs
      *    use; a line the customer had a contract price for but was
      *    taken at some other price is reported, since the invoice
      *    went out wrong and the customer is owed a credit.
      *    Everything found goes to a printed report, so the drift
      *    surfaces on paper instead of as a customer dispute.
      *---------------------------------------------------------------*
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custordl-file-status.

           SELECT custordt-file ASSIGN "custordt.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS odt-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custordt-file-status.

           SELECT custretn-file ASSIGN "custretn.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ret-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custretn-file-status.

           SELECT report-file ASSIGN "custrecn.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
           03  odl-prod-code           PIC X(8).
           03  odl-qty                 PIC 9(5).
           03  odl-ship-no             PIC 9(2).
           03  odl-unit-price          PIC 9(5)V99 COMP.

       FD  custretn-file.
       01  custretn-record.
           03  ret-key.
               05  ret-c-code          PIC X(5).
               05  ret-ord-no          PIC 9(6).
               05  ret-line-no         PIC 9(3).
               05  ret-credit-no       PIC 9(6).
           03  ret-prod-code           PIC X(8).
           03  ret-qty                 PIC 9(5).
           03  ret-unit-price          PIC 9(5)V99 COMP.
           03  ret-amount              PIC 9(7)V99 COMP.
           03  ret-reason              PIC X(2).
           03  ret-created.
               05  ret-created-date    PIC 9(8).
               05  ret-created-time    PIC 9(8).
           03  ret-tax-code            PIC X(1).
           03  ret-tax-amount          PIC 9(7)V99 COMP.
           03  ret-entered.
               05  ret-entered-date    PIC 9(8).
               05  ret-entered-time    PIC 9(8).

       FD  custordt-file.
       01  custordt-record.
           03  odt-key.
               05  odt-c-code          PIC X(5).
               05  odt-ord-no          PIC 9(6).
               05  odt-line-no         PIC 9(3).
           03  odt-rate-code           PIC X(1).
           03  odt-rate                PIC 9(2)V99.
           03  odt-net-amount          PIC 9(7)V99 COMP.
           03  odt-tax-amount          PIC 9(7)V99 COMP.
           03  odt-tax-date            PIC 9(8).
           03  odt-cancelled-date      PIC 9(8).

       FD  report-file.
       01  report-line                 PIC X(132).
       77  ws-odl-eof-sw               PIC X(1) VALUE "N".
           88  ws-odl-eof                       VALUE "Y".

       77  ws-ret-eof-sw               PIC X(1).
           88  ws-ret-eof                       VALUE "Y".

       77  array-ind                   PIC 9(4) COMP.

       77  ws-line-total               PIC 9(8)V99.
       77  ws-mismatch-count           PIC 9(7) COMP VALUE 0.
       77  ws-no-lines-count           PIC 9(7) COMP VALUE 0.
       77  ws-no-header-count          PIC 9(7) COMP VALUE 0.
       77  ws-contract-count           PIC 9(7) COMP VALUE 0.

       77  ws-price-check-sw           PIC X(1) VALUE "N".
           88  ws-price-check                   VALUE "Y".

       78  price-resolver                   VALUE "custprc".
       77  ws-prc-c-code               PIC X(5).
       77  ws-prc-prod-code            PIC X(8).
       77  ws-prc-date                 PIC 9(8).
       77  ws-prc-unit-price           PIC 9(5)V99.
       77  ws-prc-basis                PIC X(1).
           88  ws-prc-contract                  VALUE "C".

       01  ws-group-key.
           03  ws-group-c-code         PIC X(5).
           88  odlf-status-ok                   VALUE "00".
           88  odlf-status-not-found            VALUE "35".

       77  ws-custretn-file-status     PIC X(2).
           88  retf-status-ok                   VALUE "00".
           88  retf-status-not-found            VALUE "35".

       77  ws-custordt-file-status     PIC X(2).
           88  odtf-status-ok                   VALUE "00".
           88  odtf-status-not-found            VALUE "35".

       01  hdg-line-1.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(7)  VALUE " LINES ".
           03  noh-line-val            PIC Z,ZZZ,ZZ9.99.

       01  cpr-line.
           03  FILLER                  PIC X(22)
                           VALUE "CONTRACT NOT APPLIED: ".
           03  cpr-code                PIC X(5).
           03  FILLER                  PIC X(7)  VALUE " ORDER ".
           03  cpr-ord-no              PIC 9(6).
           03  FILLER                  PIC X(6)  VALUE " LINE ".
           03  cpr-line-no             PIC 9(3).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  cpr-prod-code           PIC X(8).
           03  FILLER                  PIC X(9)  VALUE " CHARGED ".
           03  cpr-charged             PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(10) VALUE " CONTRACT ".
           03  cpr-contract            PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.

       Main-Process SECTION.

           OPEN INPUT customer-file
           OPEN INPUT custordl-file
           OPEN INPUT custretn-file
           OPEN INPUT custordt-file
           OPEN OUTPUT report-file
           WRITE report-line FROM hdg-line-1
           MOVE SPACES TO report-line
           WRITE report-line
           IF odlf-status-not-found
               MOVE "NO ORDER DETAIL FILE ON DISK - EVERY HEADER WILL"
                                                 TO report-line

           MOVE file-c-code            TO ws-group-c-code
           MOVE file-ord-no(array-ind) TO ws-group-ord-no
           SET ws-price-check TO TRUE
           PERFORM Total-Order-Lines
           MOVE "N" TO ws-price-check-sw
           EVALUATE TRUE
               WHEN NOT ws-lines-found
                   MOVE file-c-code            TO nol-code
                       SET ws-odl-eof TO TRUE
               END-START
           END-IF
           PERFORM Add-Line-To-Total UNTIL ws-odl-eof
           IF ws-lines-found
               PERFORM Deduct-Order-Credits
           END-IF.

      *---------------------------------------------------------------*

           IF NOT ws-odl-eof
               SET ws-lines-found TO TRUE
               PERFORM Price-Order-Line
               IF ws-price-check
                   PERFORM Check-Contract-Price
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    Each line is priced at the unit price stamped on it when
      *    the order was taken, not today's prodmast.ism price - a
      *    price change on the master since then is not drift in the
      *    order and must not show up here as a mismatch. The tax
      *    is likewise the amount stored when the line was taxed.
      *---------------------------------------------------------------*

       Price-Order-Line SECTION.

           COMPUTE ws-line-total =
                 ws-line-total + odl-qty * odl-unit-price
           IF NOT odtf-status-not-found
               MOVE odl-key TO odt-key
               READ custordt-file
                   NOT INVALID KEY
                       ADD odt-tax-amount TO ws-line-total
               END-READ
           END-IF.

      *---------------------------------------------------------------*
      *    Only a contract is checked: a list price or discount
      *    that has moved since the order was taken is not an error
      *    in the order, but a contract covering the order date was
      *    agreed before the order and should have been charged.
      *---------------------------------------------------------------*

       Check-Contract-Price SECTION.

           MOVE odl-c-code               TO ws-prc-c-code
           MOVE odl-prod-code            TO ws-prc-prod-code
           MOVE file-ord-date(array-ind) TO ws-prc-date
           CALL price-resolver USING ws-prc-c-code
                                      ws-prc-prod-code
                                      ws-prc-date
                                      ws-prc-unit-price
                                      ws-prc-basis
           END-CALL
           IF ws-prc-contract
              AND ws-prc-unit-price NOT = odl-unit-price
               MOVE odl-c-code        TO cpr-code
               MOVE odl-ord-no        TO cpr-ord-no
               MOVE odl-line-no       TO cpr-line-no
               MOVE odl-prod-code     TO cpr-prod-code
               MOVE odl-unit-price    TO cpr-charged
               MOVE ws-prc-unit-price TO cpr-contract
               WRITE report-line FROM cpr-line
               ADD 1 TO ws-contract-count
           END-IF.

      *---------------------------------------------------------------*
      *    Every credit note against the order, whichever line it
      *    credits - the same START/READ NEXT range over the
      *    customer and order part of custretn.ism's key. No file on
      *    disk simply means nothing has ever been returned.
      *---------------------------------------------------------------*

       Deduct-Order-Credits SECTION.

           MOVE "N" TO ws-ret-eof-sw
           IF retf-status-not-found
               SET ws-ret-eof TO TRUE
           ELSE
               MOVE ws-group-c-code TO ret-c-code
               MOVE ws-group-ord-no TO ret-ord-no
               MOVE 0               TO ret-line-no
               MOVE 0               TO ret-credit-no
               START custretn-file KEY IS NOT LESS THAN ret-key
                   INVALID KEY
                       SET ws-ret-eof TO TRUE
               END-START
           END-IF
           PERFORM Deduct-One-Credit UNTIL ws-ret-eof.

      *---------------------------------------------------------------*

       Deduct-One-Credit SECTION.

           READ custretn-file NEXT RECORD
               AT END
                   SET ws-ret-eof TO TRUE
           END-READ
           IF NOT ws-ret-eof
              AND (ret-c-code NOT = ws-group-c-code
                   OR ret-ord-no NOT = ws-group-ord-no)
               SET ws-ret-eof TO TRUE
           END-IF
           IF NOT ws-ret-eof
               SUBTRACT ret-amount FROM ws-line-total
           END-IF.

      *---------------------------------------------------------------*
      *    Second pass, the other way round: every distinct order on
           IF ws-mismatch-count = 0
                      AND ws-no-lines-count = 0
                      AND ws-no-header-count = 0
                      AND ws-contract-count = 0
               MOVE "NO RECONCILIATION PROBLEMS FOUND" TO report-line
               WRITE report-line
           END-IF
           IF NOT odlf-status-not-found
               CLOSE custordl-file
           END-IF
           IF NOT retf-status-not-found
               CLOSE custretn-file
           END-IF
           IF NOT odtf-status-not-found
               CLOSE custordt-file
           END-IF
           CLOSE report-file
           DISPLAY "CUSTRECN: " ws-mismatch-count " MISMATCHED, "
                   ws-no-lines-count " UNLINED HEADER(S), "
                   ws-no-header-count " ORPHANED ORDER(S), "
                   ws-contract-count " CONTRACT PRICE(S) MISSED - "
                   "SEE custrecn.lst"
           STOP RUN.
