      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custcprm.

      *---------------------------------------------------------------*
      *    Contract price and customer discount maintenance. The
      *    custprc.cbl subprogram prices every order line from two
      *    companion files this job keeps:
      *      - custcprc.ism, the negotiated contract prices, keyed by
      *        customer, product and the date the contract takes
      *        effect, each with the last date it runs to (a blank or
      *        zero end date runs indefinitely and is held as
      *        99999999). Contracts for the same customer and product
      *        may follow one another but never overlap, so there is
      *        only ever one price in force on a given day;
      *      - custdisc.ism, one standing discount percentage per
      *        customer, taken off the list price of anything not on
      *        contract. A zero percentage removes the discount.
      *    It reads a sequential file of adds, changes and deletes,
      *    the same shape prodmstm.cbl applies to the product master,
      *    with a record type in column 2 - P for a contract price,
      *    D for a discount. Bad transactions go to a printed
      *    exception report instead of being applied. Prices already
      *    stamped on order lines are not touched: a new or changed
      *    contract applies to lines taken from then on.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT input-file ASSIGN "custcprc.trn"
           ORGANIZATION IS SEQUENTIAL.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-customer-file-status.

           SELECT prodmast-file ASSIGN "prodmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS prod-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-prodmast-file-status.

           SELECT custcprc-file ASSIGN "custcprc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS cpr-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custcprc-file-status.

           SELECT custdisc-file ASSIGN "custdisc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS dsc-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custdisc-file-status.

           SELECT exception-file ASSIGN "custcprm.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  input-file.
       01  input-record.
           03  in-action               PIC X(1).
               88  in-action-add               VALUE "A".
               88  in-action-change             VALUE "C".
               88  in-action-delete             VALUE "D".
           03  in-rec-type             PIC X(1).
               88  in-contract-price           VALUE "P".
               88  in-discount                 VALUE "D".
           03  in-c-code               PIC X(5).
           03  in-prod-code            PIC X(8).
           03  in-from-date            PIC 9(8).
           03  in-to-date              PIC 9(8).
           03  in-to-date-x REDEFINES in-to-date
                                       PIC X(8).
           03  in-unit-price           PIC 9(5)V99.
           03  in-disc-percent         PIC 9(2)V99.

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

       FD  prodmast-file.
       01  prodmast-record.
           03  prod-code               PIC X(8).
           03  prod-desc               PIC X(20).
           03  prod-unit-price         PIC 9(5)V99 COMP.
           03  prod-taxable-flg        PIC X(1).

       FD  custcprc-file.
       01  custcprc-record.
           03  cpr-key.
               05  cpr-c-code          PIC X(5).
               05  cpr-prod-code       PIC X(8).
               05  cpr-from-date       PIC 9(8).
           03  cpr-to-date             PIC 9(8).
           03  cpr-unit-price          PIC 9(5)V99 COMP.
           03  cpr-changed-date        PIC 9(8).

       FD  custdisc-file.
       01  custdisc-record.
           03  dsc-c-code              PIC X(5).
           03  dsc-percent             PIC 9(2)V99.
           03  dsc-changed-date        PIC 9(8).

       FD  exception-file.
       01  exception-line              PIC X(132).

       WORKING-STORAGE SECTION.

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  ws-cpr-eof-sw               PIC X(1).
           88  ws-cpr-eof                       VALUE "Y".

       77  ws-overlap-sw               PIC X(1).
           88  ws-contract-overlaps             VALUE "Y".

       77  ws-to-date                  PIC 9(8).
       77  ws-date-check               PIC 9(8).

       77  ws-applied-count            PIC 9(7) COMP VALUE 0.
       77  ws-rejected-count           PIC 9(7) COMP VALUE 0.

       77  ws-reject-reason            PIC X(40).

       77  ws-customer-file-status     PIC X(2).
           88  cf-status-ok                     VALUE "00".

       77  ws-prodmast-file-status     PIC X(2).
           88  prodf-status-ok                  VALUE "00".
           88  prodf-status-not-found           VALUE "35".

       77  ws-custcprc-file-status     PIC X(2).
           88  cprf-status-ok                   VALUE "00".
           88  cprf-status-not-found            VALUE "35".

       77  ws-custdisc-file-status     PIC X(2).
           88  dscf-status-ok                   VALUE "00".
           88  dscf-status-not-found            VALUE "35".

       01  exc-line.
           03  exc-action              PIC X(1).
           03  exc-rec-type            PIC X(1).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-code                PIC X(5).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-prod-code           PIC X(8).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-from-date           PIC X(8).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-reason              PIC X(40).

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Apply-Input-Record UNTIL ws-eof
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*

       Program-Initialize SECTION.

           OPEN INPUT  input-file
           OPEN INPUT  customer-file
           OPEN INPUT  prodmast-file
           PERFORM Open-Custcprc-File
           PERFORM Open-Custdisc-File
           OPEN OUTPUT exception-file
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*
      *    Both created by this program rather than shipped with it -
      *    the same not-found-creates-the-file guard customer.cbl's
      *    Program-Initialize uses for custctr.ism.
      *---------------------------------------------------------------*

       Open-Custcprc-File SECTION.

           OPEN I-O custcprc-file
           IF cprf-status-not-found
               OPEN OUTPUT custcprc-file
               CLOSE custcprc-file
               OPEN I-O custcprc-file
           END-IF.

      *---------------------------------------------------------------*

       Open-Custdisc-File SECTION.

           OPEN I-O custdisc-file
           IF dscf-status-not-found
               OPEN OUTPUT custdisc-file
               CLOSE custdisc-file
               OPEN I-O custdisc-file
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
               WHEN NOT in-action-add AND NOT in-action-change
                                      AND NOT in-action-delete
                   MOVE "UNKNOWN ACTION CODE" TO ws-reject-reason
               WHEN NOT in-contract-price AND NOT in-discount
                   MOVE "RECORD TYPE MUST BE P OR D"
                                             TO ws-reject-reason
               WHEN OTHER
                   MOVE in-c-code TO file-c-code
                   READ customer-file
                       INVALID KEY
                           MOVE "CUSTOMER NOT ON FILE"
                                             TO ws-reject-reason
                   END-READ
           END-EVALUATE
           IF ws-reject-reason = SPACES
               IF in-contract-price
                   PERFORM Apply-Contract-Price
               ELSE
                   PERFORM Apply-Discount
               END-IF
           END-IF
           IF ws-reject-reason NOT = SPACES
               PERFORM Write-Exception
           END-IF
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*

       Apply-Contract-Price SECTION.

           IF in-from-date NOT NUMERIC
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO ws-reject-reason
           ELSE
               MOVE in-c-code    TO cpr-c-code
               MOVE in-prod-code TO cpr-prod-code
               MOVE in-from-date TO cpr-from-date
               IF in-action-delete
                   DELETE custcprc-file
                       INVALID KEY
                           MOVE "CONTRACT NOT ON FILE"
                                             TO ws-reject-reason
                       NOT INVALID KEY
                           ADD 1 TO ws-applied-count
                   END-DELETE
               ELSE
                   PERFORM Validate-Contract
                   IF ws-reject-reason = SPACES
                       PERFORM Store-Contract
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    A contract must be for a product the master knows, carry a
      *    real price and a date range that runs forwards - and must
      *    not overlap any other contract for the same customer and
      *    product, or the resolver could not tell which was meant.
      *---------------------------------------------------------------*

       Validate-Contract SECTION.

           IF in-to-date-x = SPACES OR in-to-date-x = ZEROES
               MOVE 99999999 TO ws-to-date
           ELSE
               MOVE in-to-date TO ws-to-date
           END-IF
           MOVE in-from-date TO ws-date-check
           EVALUATE TRUE
               WHEN in-to-date-x NOT = SPACES
                    AND in-to-date NOT NUMERIC
                   MOVE "END DATE NOT NUMERIC" TO ws-reject-reason
               WHEN ws-date-check(5:2) < "01"
                    OR ws-date-check(5:2) > "12"
                    OR ws-date-check(7:2) < "01"
                    OR ws-date-check(7:2) > "31"
                   MOVE "EFFECTIVE DATE NOT CCYYMMDD"
                                             TO ws-reject-reason
               WHEN ws-to-date < in-from-date
                   MOVE "END DATE BEFORE EFFECTIVE DATE"
                                             TO ws-reject-reason
               WHEN in-unit-price NOT NUMERIC
                    OR in-unit-price = ZERO
                   MOVE "CONTRACT PRICE MISSING OR NOT NUMERIC"
                                             TO ws-reject-reason
           END-EVALUATE
           IF ws-reject-reason = SPACES
              AND NOT prodf-status-not-found
               MOVE in-prod-code TO prod-code
               READ prodmast-file
                   INVALID KEY
                       MOVE "PRODUCT NOT ON FILE" TO ws-reject-reason
               END-READ
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Check-Contract-Overlap
               IF ws-contract-overlaps
                   MOVE "OVERLAPS ANOTHER CONTRACT FOR PRODUCT"
                                             TO ws-reject-reason
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    Every contract for the customer and product other than the
      *    one being stored (same effective date) is compared: two
      *    ranges overlap unless one ends before the other begins.
      *---------------------------------------------------------------*

       Check-Contract-Overlap SECTION.

           MOVE "N" TO ws-overlap-sw
           MOVE "N" TO ws-cpr-eof-sw
           MOVE in-c-code    TO cpr-c-code
           MOVE in-prod-code TO cpr-prod-code
           MOVE 0            TO cpr-from-date
           START custcprc-file KEY IS NOT LESS THAN cpr-key
               INVALID KEY
                   SET ws-cpr-eof TO TRUE
           END-START
           PERFORM Compare-One-Contract
                              UNTIL ws-cpr-eof OR ws-contract-overlaps.

      *---------------------------------------------------------------*

       Compare-One-Contract SECTION.

           READ custcprc-file NEXT RECORD
               AT END
                   SET ws-cpr-eof TO TRUE
           END-READ
           IF NOT ws-cpr-eof
              AND (cpr-c-code NOT = in-c-code
                   OR cpr-prod-code NOT = in-prod-code)
               SET ws-cpr-eof TO TRUE
           END-IF
           IF NOT ws-cpr-eof
              AND cpr-from-date NOT = in-from-date
               IF cpr-from-date NOT > ws-to-date
                  AND cpr-to-date NOT < in-from-date
                   SET ws-contract-overlaps TO TRUE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    An add for a contract already on file is applied as a
      *    change, as prodmstm.cbl does.
      *---------------------------------------------------------------*

       Store-Contract SECTION.

           MOVE in-c-code     TO cpr-c-code
           MOVE in-prod-code  TO cpr-prod-code
           MOVE in-from-date  TO cpr-from-date
           MOVE ws-to-date    TO cpr-to-date
           MOVE in-unit-price TO cpr-unit-price
           ACCEPT cpr-changed-date FROM DATE YYYYMMDD
           REWRITE custcprc-record
               INVALID KEY
                   WRITE custcprc-record
                   END-WRITE
           END-REWRITE
           IF cprf-status-ok
               ADD 1 TO ws-applied-count
           ELSE
               MOVE "ERROR WRITING CONTRACT RECORD" TO ws-reject-reason
           END-IF.

      *---------------------------------------------------------------*
      *    A zero percentage is a delete - no record means no
      *    discount, and the file stays a list of exactly the
      *    customers who have one.
      *---------------------------------------------------------------*

       Apply-Discount SECTION.

           MOVE in-c-code TO dsc-c-code
           EVALUATE TRUE
               WHEN in-action-delete
                    OR (in-disc-percent NUMERIC
                        AND in-disc-percent = ZERO)
                   DELETE custdisc-file
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO ws-applied-count
               WHEN in-disc-percent NOT NUMERIC
                   MOVE "DISCOUNT PERCENTAGE NOT NUMERIC"
                                             TO ws-reject-reason
               WHEN OTHER
                   MOVE in-disc-percent TO dsc-percent
                   ACCEPT dsc-changed-date FROM DATE YYYYMMDD
                   REWRITE custdisc-record
                       INVALID KEY
                           WRITE custdisc-record
                           END-WRITE
                   END-REWRITE
                   IF dscf-status-ok
                       ADD 1 TO ws-applied-count
                   ELSE
                       MOVE "ERROR WRITING DISCOUNT RECORD"
                                             TO ws-reject-reason
                   END-IF
           END-EVALUATE.

      *---------------------------------------------------------------*

       Write-Exception SECTION.

           MOVE SPACES       TO exc-line
           MOVE in-action    TO exc-action
           MOVE in-rec-type  TO exc-rec-type
           MOVE in-c-code    TO exc-code
           MOVE in-prod-code TO exc-prod-code
           MOVE in-from-date TO exc-from-date
           MOVE ws-reject-reason TO exc-reason
           WRITE exception-line FROM exc-line
           ADD 1 TO ws-rejected-count.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           CLOSE input-file
           CLOSE customer-file
           IF NOT prodf-status-not-found
               CLOSE prodmast-file
           END-IF
           CLOSE custcprc-file
           CLOSE custdisc-file
           CLOSE exception-file
           DISPLAY "CUSTCPRM: " ws-applied-count " APPLIED, "
                   ws-rejected-count " REJECTED - SEE custcprm.lst"
           STOP RUN.
