      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custsorm.

      *---------------------------------------------------------------*
      *    Standing-order template maintenance. A good many customers
      *    order the same goods on the same cycle; rather than have
      *    a clerk re-key each order on the customer screen, the
      *    order is kept as a template on custsord.ism, keyed by
      *    customer code and template number, and custsogn.cbl
      *    raises the real order from it each time it falls due.
      *    A template holds up to ten lines (product, quantity and
      *    ship-to number, as an order line on custordl.ism does), a
      *    frequency - W weekly, F fortnightly, M monthly or Q
      *    quarterly - and the date the next order is due.
      *    This job reads a sequential file of adds, changes and
      *    deletes, the same shape custcprm.cbl applies, with a
      *    record type in column 2:
      *      - H, the template header: frequency and next-due date.
      *        An add for a template already on file is applied as a
      *        change and keeps its lines; a delete removes the
      *        template and all its lines;
      *      - L, one template line (01-10). The template must
      *        already be on file. A delete, or a quantity of zero,
      *        clears the line.
      *    Products must be on prodmast.ism and ship-tos on
      *    custship.ism, the checks custordl.cbl makes on a keyed
      *    line. Bad transactions go to a printed exception report
      *    instead of being applied.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT input-file ASSIGN "custsord.trn"
           ORGANIZATION IS SEQUENTIAL.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-customer-file-status.

           SELECT custsord-file ASSIGN "custsord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sot-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custsord-file-status.

           SELECT prodmast-file ASSIGN "prodmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS prod-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-prodmast-file-status.

           SELECT custship-file ASSIGN "custship.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ship-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custship-file-status.

           SELECT exception-file ASSIGN "custsorm.lst"
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
               88  in-template-header          VALUE "H".
               88  in-template-line            VALUE "L".
           03  in-c-code               PIC X(5).
           03  in-tmpl-no              PIC 9(2).
           03  in-freq                 PIC X(1).
               88  in-freq-valid               VALUE "W" "F" "M" "Q".
           03  in-next-due             PIC 9(8).
           03  in-line-no              PIC 9(2).
           03  in-prod-code            PIC X(8).
           03  in-qty                  PIC 9(5).
           03  in-ship-no              PIC 9(2).

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
      *    One record per template. sot-last-ord-no and sot-last-gen-
      *    date are set by custsogn.cbl each time it raises an order
      *    from the template; a line with no product is unused.
      *---------------------------------------------------------------*
       FD  custsord-file.
       01  custsord-record.
           03  sot-key.
               05  sot-c-code          PIC X(5).
               05  sot-tmpl-no         PIC 9(2).
           03  sot-freq                PIC X(1).
           03  sot-next-due            PIC 9(8).
           03  sot-last-ord-no         PIC 9(6).
           03  sot-last-gen-date       PIC 9(8).
           03  sot-changed-date        PIC 9(8).
           03  sot-lines.
             78  max-template-lines        VALUE 10.
               05  sot-line OCCURS max-template-lines.
                   07  sot-prod-code   PIC X(8).
                   07  sot-qty         PIC 9(5).
                   07  sot-ship-no     PIC 9(2).

       FD  prodmast-file.
       01  prodmast-record.
           03  prod-code               PIC X(8).
           03  prod-desc               PIC X(20).
           03  prod-unit-price         PIC 9(5)V99 COMP.
           03  prod-taxable-flg        PIC X(1).

       FD  custship-file.
       01  custship-record.
           03  ship-key.
               05  ship-c-code         PIC X(5).
               05  ship-no             PIC 9(2).
           03  ship-addr1              PIC X(15).
           03  ship-addr2              PIC X(15).
           03  ship-addr3              PIC X(15).
           03  ship-addr4              PIC X(15).

       FD  exception-file.
       01  exception-line              PIC X(132).

       WORKING-STORAGE SECTION.

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  ws-template-found-sw        PIC X(1).
           88  ws-template-found                VALUE "Y".

       77  ws-date-check               PIC 9(8).

       77  ws-applied-count            PIC 9(7) COMP VALUE 0.
       77  ws-rejected-count           PIC 9(7) COMP VALUE 0.

       77  ws-reject-reason            PIC X(40).

       77  ws-customer-file-status     PIC X(2).
           88  cf-status-ok                     VALUE "00".

       77  ws-custsord-file-status     PIC X(2).
           88  sotf-status-ok                   VALUE "00".
           88  sotf-status-not-found            VALUE "35".

      *---------------------------------------------------------------*
      *    prodmast.ism and custship.ism are optional the way
      *    custordl.cbl treats them - no product master means the
      *    product check is skipped, no ship-to file means only
      *    ship-to zero (the billing address) is accepted.
      *---------------------------------------------------------------*
       77  ws-prodmast-file-status     PIC X(2).
           88  prodf-status-ok                  VALUE "00".
           88  prodf-status-not-found           VALUE "35".

       77  ws-custship-file-status     PIC X(2).
           88  shipf-status-ok                  VALUE "00".
           88  shipf-status-not-found           VALUE "35".

       01  exc-line.
           03  exc-action              PIC X(1).
           03  exc-rec-type            PIC X(1).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-code                PIC X(5).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-tmpl-no             PIC X(2).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-line-no             PIC X(2).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-prod-code           PIC X(8).
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
           PERFORM Open-Custsord-File
           OPEN INPUT  prodmast-file
           OPEN INPUT  custship-file
           OPEN OUTPUT exception-file
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*
      *    custsord.ism is created by this program rather than
      *    shipped with it - the same not-found-creates-the-file
      *    guard customer.cbl's Program-Initialize uses for
      *    custctr.ism.
      *---------------------------------------------------------------*

       Open-Custsord-File SECTION.

           OPEN I-O custsord-file
           IF sotf-status-not-found
               OPEN OUTPUT custsord-file
               CLOSE custsord-file
               OPEN I-O custsord-file
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
               WHEN NOT in-template-header AND NOT in-template-line
                   MOVE "RECORD TYPE MUST BE H OR L"
                                             TO ws-reject-reason
               WHEN in-tmpl-no NOT NUMERIC OR in-tmpl-no = ZERO
                   MOVE "TEMPLATE NUMBER MUST BE 01-99"
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
               PERFORM Read-Template
               IF in-template-header
                   PERFORM Apply-Template-Header
               ELSE
                   PERFORM Apply-Template-Line
               END-IF
           END-IF
           IF ws-reject-reason NOT = SPACES
               PERFORM Write-Exception
           END-IF
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*

       Read-Template SECTION.

           MOVE "N" TO ws-template-found-sw
           MOVE in-c-code  TO sot-c-code
           MOVE in-tmpl-no TO sot-tmpl-no
           READ custsord-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ws-template-found TO TRUE
           END-READ.

      *---------------------------------------------------------------*
      *    A new template starts with no lines and no order raised;
      *    a change keeps both and takes the new frequency and due
      *    date, so a clerk moving a customer from weekly to
      *    fortnightly re-sends only the header.
      *---------------------------------------------------------------*

       Apply-Template-Header SECTION.

           IF in-action-delete
               IF NOT ws-template-found
                   MOVE "TEMPLATE NOT ON FILE" TO ws-reject-reason
               ELSE
                   DELETE custsord-file
                       INVALID KEY
                           MOVE "TEMPLATE NOT ON FILE"
                                             TO ws-reject-reason
                       NOT INVALID KEY
                           ADD 1 TO ws-applied-count
                   END-DELETE
               END-IF
           ELSE
               PERFORM Validate-Template-Header
               IF ws-reject-reason = SPACES
                   IF NOT ws-template-found
                       INITIALIZE custsord-record
                       MOVE in-c-code  TO sot-c-code
                       MOVE in-tmpl-no TO sot-tmpl-no
                   END-IF
                   MOVE in-freq     TO sot-freq
                   MOVE in-next-due TO sot-next-due
                   PERFORM Store-Template
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Validate-Template-Header SECTION.

           MOVE in-next-due TO ws-date-check
           EVALUATE TRUE
               WHEN NOT in-freq-valid
                   MOVE "FREQUENCY MUST BE W, F, M OR Q"
                                             TO ws-reject-reason
               WHEN in-next-due NOT NUMERIC
                   MOVE "NEXT-DUE DATE NOT NUMERIC" TO ws-reject-reason
               WHEN ws-date-check(5:2) < "01"
                    OR ws-date-check(5:2) > "12"
                    OR ws-date-check(7:2) < "01"
                    OR ws-date-check(7:2) > "31"
                   MOVE "NEXT-DUE DATE NOT CCYYMMDD"
                                             TO ws-reject-reason
           END-EVALUATE.

      *---------------------------------------------------------------*

       Apply-Template-Line SECTION.

           EVALUATE TRUE
               WHEN NOT ws-template-found
                   MOVE "TEMPLATE NOT ON FILE - SEND HEADER FIRST"
                                             TO ws-reject-reason
               WHEN in-line-no NOT NUMERIC
                    OR in-line-no = ZERO
                    OR in-line-no > max-template-lines
                   MOVE "TEMPLATE LINE MUST BE 01-10"
                                             TO ws-reject-reason
               WHEN in-action-delete
                   INITIALIZE sot-line(in-line-no)
                   PERFORM Store-Template
               WHEN in-qty NUMERIC AND in-qty = ZERO
                   INITIALIZE sot-line(in-line-no)
                   PERFORM Store-Template
               WHEN OTHER
                   PERFORM Validate-Template-Line
                   IF ws-reject-reason = SPACES
                       MOVE in-prod-code TO sot-prod-code(in-line-no)
                       MOVE in-qty       TO sot-qty(in-line-no)
                       MOVE in-ship-no   TO sot-ship-no(in-line-no)
                       PERFORM Store-Template
                   END-IF
           END-EVALUATE.

      *---------------------------------------------------------------*

       Validate-Template-Line SECTION.

           EVALUATE TRUE
               WHEN in-prod-code = SPACES
                   MOVE "TEMPLATE LINE HAS NO PRODUCT"
                                             TO ws-reject-reason
               WHEN in-qty NOT NUMERIC
                   MOVE "QUANTITY NOT NUMERIC" TO ws-reject-reason
               WHEN in-ship-no NOT NUMERIC
                   MOVE "SHIP-TO NUMBER NOT NUMERIC" TO ws-reject-reason
           END-EVALUATE
           IF ws-reject-reason = SPACES
              AND NOT prodf-status-not-found
               MOVE in-prod-code TO prod-code
               READ prodmast-file
                   INVALID KEY
                       MOVE "PRODUCT NOT ON FILE" TO ws-reject-reason
               END-READ
           END-IF
           IF ws-reject-reason = SPACES AND in-ship-no NOT = ZERO
               IF shipf-status-not-found
                   MOVE "SHIP-TO NOT ON FILE" TO ws-reject-reason
               ELSE
                   MOVE in-c-code  TO ship-c-code
                   MOVE in-ship-no TO ship-no
                   READ custship-file
                       INVALID KEY
                           MOVE "SHIP-TO NOT ON FILE"
                                             TO ws-reject-reason
                   END-READ
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Store-Template SECTION.

           ACCEPT sot-changed-date FROM DATE YYYYMMDD
           REWRITE custsord-record
               INVALID KEY
                   WRITE custsord-record
                   END-WRITE
           END-REWRITE
           IF sotf-status-ok
               ADD 1 TO ws-applied-count
           ELSE
               MOVE "ERROR WRITING TEMPLATE RECORD" TO ws-reject-reason
           END-IF.

      *---------------------------------------------------------------*

       Write-Exception SECTION.

           MOVE SPACES       TO exc-line
           MOVE in-action    TO exc-action
           MOVE in-rec-type  TO exc-rec-type
           MOVE in-c-code    TO exc-code
           MOVE in-tmpl-no   TO exc-tmpl-no
           IF in-template-line
               MOVE in-line-no   TO exc-line-no
               MOVE in-prod-code TO exc-prod-code
           END-IF
           MOVE ws-reject-reason TO exc-reason
           WRITE exception-line FROM exc-line
           ADD 1 TO ws-rejected-count.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           CLOSE input-file
           CLOSE customer-file
           CLOSE custsord-file
           IF NOT prodf-status-not-found
               CLOSE prodmast-file
           END-IF
           IF NOT shipf-status-not-found
               CLOSE custship-file
           END-IF
           CLOSE exception-file
           DISPLAY "CUSTSORM: " ws-applied-count " APPLIED, "
                   ws-rejected-count " REJECTED - SEE custsorm.lst"
           STOP RUN.
