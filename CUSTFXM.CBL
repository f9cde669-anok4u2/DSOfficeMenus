      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custfxm.

      *---------------------------------------------------------------*
      *    Customer currency and exchange rate maintenance. The
      *    custfx.cbl subprogram converts every foreign value from
      *    two companion files this job keeps:
      *      - custcur.ism, the currency each export customer is
      *        invoiced and pays in. A customer with no record trades
      *        in home currency; keying a blank currency, or the home
      *        currency itself, removes the record;
      *      - custrate.ism, the exchange rates, keyed by currency and
      *        the date the rate takes effect, each giving the home
      *        currency value of one unit of the foreign currency. A
      *        rate stays in force until the next one for the same
      *        currency takes effect, so the daily or weekly rate is
      *        just another add.
      *    It reads a sequential file of adds, changes and deletes,
      *    the same shape custcprm.cbl applies to contract prices,
      *    with a record type in column 2 - C for a customer's
      *    currency, R for a rate. Bad transactions go to a printed
      *    exception report instead of being applied.
      *
      *    A customer's currency can only be set or changed while it
      *    has no orders on cust.ism: every value already held for it
      *    is in the old currency, and nothing would convert it.
      *    A currency can only be given to a customer once there is a
      *    rate on file for it, so there is something to price its
      *    first order from.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT input-file ASSIGN "custfxm.trn"
           ORGANIZATION IS SEQUENTIAL.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-customer-file-status.

           SELECT custcur-file ASSIGN "custcur.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ccy-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custcur-file-status.

           SELECT custrate-file ASSIGN "custrate.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS fxr-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custrate-file-status.

           SELECT exception-file ASSIGN "custfxm.lst"
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
               88  in-customer-currency        VALUE "C".
               88  in-exchange-rate            VALUE "R".
           03  in-c-code               PIC X(5).
           03  in-currency             PIC X(3).
           03  in-eff-date             PIC 9(8).
           03  in-home-rate            PIC 9(4)V9(6).

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

       FD  custcur-file.
       01  custcur-record.
           03  ccy-c-code              PIC X(5).
           03  ccy-currency            PIC X(3).
           03  ccy-changed-date        PIC 9(8).

       FD  custrate-file.
       01  custrate-record.
           03  fxr-key.
               05  fxr-currency        PIC X(3).
               05  fxr-eff-date        PIC 9(8).
           03  fxr-home-rate           PIC 9(4)V9(6).
           03  fxr-changed-date        PIC 9(8).

       FD  exception-file.
       01  exception-line              PIC X(132).

       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
      *    Must match the home currency custfx.cbl assumes for a
      *    customer with no custcur.ism record.
      *---------------------------------------------------------------*
       78  home-currency                    VALUE "USD".

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  ws-rate-found-sw            PIC X(1).
           88  ws-rate-found                    VALUE "Y".

       77  ws-orders-held-sw           PIC X(1).
           88  ws-orders-held                   VALUE "Y".

       77  array-ind                   PIC 9(4) COMP.
       77  ws-date-check               PIC 9(8).
       77  ws-old-currency             PIC X(3).
       77  ws-new-currency             PIC X(3).

       77  ws-applied-count            PIC 9(7) COMP VALUE 0.
       77  ws-rejected-count           PIC 9(7) COMP VALUE 0.

       77  ws-reject-reason            PIC X(40).

       77  ws-customer-file-status     PIC X(2).
           88  cf-status-ok                     VALUE "00".

       77  ws-custcur-file-status      PIC X(2).
           88  ccyf-status-ok                   VALUE "00".
           88  ccyf-status-not-found            VALUE "35".

       77  ws-custrate-file-status     PIC X(2).
           88  fxrf-status-ok                   VALUE "00".
           88  fxrf-status-not-found            VALUE "35".

       01  exc-line.
           03  exc-action              PIC X(1).
           03  exc-rec-type            PIC X(1).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-code                PIC X(5).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-currency            PIC X(3).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-eff-date            PIC X(8).
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
           PERFORM Open-Custcur-File
           PERFORM Open-Custrate-File
           OPEN OUTPUT exception-file
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*
      *    Both created by this program rather than shipped with it -
      *    the same not-found-creates-the-file guard custcprm.cbl
      *    uses for custcprc.ism.
      *---------------------------------------------------------------*

       Open-Custcur-File SECTION.

           OPEN I-O custcur-file
           IF ccyf-status-not-found
               OPEN OUTPUT custcur-file
               CLOSE custcur-file
               OPEN I-O custcur-file
           END-IF.

      *---------------------------------------------------------------*

       Open-Custrate-File SECTION.

           OPEN I-O custrate-file
           IF fxrf-status-not-found
               OPEN OUTPUT custrate-file
               CLOSE custrate-file
               OPEN I-O custrate-file
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
               WHEN in-customer-currency
                   PERFORM Apply-Customer-Currency
               WHEN in-exchange-rate
                   PERFORM Apply-Exchange-Rate
               WHEN OTHER
                   MOVE "RECORD TYPE MUST BE C OR R"
                                             TO ws-reject-reason
           END-EVALUATE
           IF ws-reject-reason NOT = SPACES
               PERFORM Write-Exception
           END-IF
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*
      *    A blank or home currency - or a delete - puts the customer
      *    back to home currency by removing its record, so the file
      *    stays a list of exactly the customers who trade abroad.
      *---------------------------------------------------------------*

       Apply-Customer-Currency SECTION.

           MOVE in-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO ws-reject-reason
           END-READ
           IF ws-reject-reason = SPACES
               IF in-action-delete OR in-currency = home-currency
                   MOVE SPACES      TO ws-new-currency
               ELSE
                   MOVE in-currency TO ws-new-currency
               END-IF
               PERFORM Read-Current-Currency
               IF ws-new-currency NOT = ws-old-currency
                   PERFORM Validate-Currency-Change
                   IF ws-reject-reason = SPACES
                       PERFORM Store-Customer-Currency
                   END-IF
               ELSE
                   ADD 1 TO ws-applied-count
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Read-Current-Currency SECTION.

           MOVE SPACES    TO ws-old-currency
           MOVE in-c-code TO ccy-c-code
           READ custcur-file
               NOT INVALID KEY
                   MOVE ccy-currency TO ws-old-currency
           END-READ.

      *---------------------------------------------------------------*

       Validate-Currency-Change SECTION.

           MOVE "N" TO ws-orders-held-sw
           PERFORM VARYING array-ind FROM 1 BY 1
                              UNTIL array-ind > no-of-orders
               IF file-ord-no(array-ind) NOT = ZERO
                   SET ws-orders-held TO TRUE
               END-IF
           END-PERFORM
           IF ws-orders-held
               MOVE "CUSTOMER HAS ORDERS - CURRENCY IS FIXED"
                                             TO ws-reject-reason
           END-IF
           IF ws-reject-reason = SPACES
              AND ws-new-currency NOT = SPACES
               MOVE ws-new-currency TO fxr-currency
               PERFORM Check-Rate-On-File
               IF NOT ws-rate-found
                   MOVE "NO EXCHANGE RATE ON FILE FOR CURRENCY"
                                             TO ws-reject-reason
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Check-Rate-On-File SECTION.

           MOVE "N" TO ws-rate-found-sw
           MOVE 0   TO fxr-eff-date
           START custrate-file KEY IS NOT LESS THAN fxr-key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ custrate-file NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF fxr-currency = ws-new-currency
                               SET ws-rate-found TO TRUE
                           END-IF
                   END-READ
           END-START.

      *---------------------------------------------------------------*

       Store-Customer-Currency SECTION.

           MOVE in-c-code TO ccy-c-code
           IF ws-new-currency = SPACES
               DELETE custcur-file
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO ws-applied-count
           ELSE
               MOVE ws-new-currency TO ccy-currency
               ACCEPT ccy-changed-date FROM DATE YYYYMMDD
               REWRITE custcur-record
                   INVALID KEY
                       WRITE custcur-record
                       END-WRITE
               END-REWRITE
               IF ccyf-status-ok
                   ADD 1 TO ws-applied-count
               ELSE
                   MOVE "ERROR WRITING CURRENCY RECORD"
                                             TO ws-reject-reason
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    An add for a rate already on file is applied as a change,
      *    as custcprm.cbl does for contracts.
      *---------------------------------------------------------------*

       Apply-Exchange-Rate SECTION.

           MOVE in-eff-date TO ws-date-check
           EVALUATE TRUE
               WHEN in-currency = SPACES
                   MOVE "CURRENCY CODE MISSING" TO ws-reject-reason
               WHEN in-currency = home-currency
                   MOVE "NO RATE IS KEPT FOR HOME CURRENCY"
                                             TO ws-reject-reason
               WHEN in-eff-date NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT NUMERIC" TO ws-reject-reason
               WHEN ws-date-check(5:2) < "01"
                    OR ws-date-check(5:2) > "12"
                    OR ws-date-check(7:2) < "01"
                    OR ws-date-check(7:2) > "31"
                   MOVE "EFFECTIVE DATE NOT CCYYMMDD"
                                             TO ws-reject-reason
               WHEN in-action-delete
                   CONTINUE
               WHEN in-home-rate NOT NUMERIC
                    OR in-home-rate = ZERO
                   MOVE "EXCHANGE RATE MISSING OR NOT NUMERIC"
                                             TO ws-reject-reason
           END-EVALUATE
           IF ws-reject-reason = SPACES
               MOVE in-currency TO fxr-currency
               MOVE in-eff-date TO fxr-eff-date
               IF in-action-delete
                   DELETE custrate-file
                       INVALID KEY
                           MOVE "RATE NOT ON FILE" TO ws-reject-reason
                       NOT INVALID KEY
                           ADD 1 TO ws-applied-count
                   END-DELETE
               ELSE
                   PERFORM Store-Exchange-Rate
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Store-Exchange-Rate SECTION.

           MOVE in-home-rate TO fxr-home-rate
           ACCEPT fxr-changed-date FROM DATE YYYYMMDD
           REWRITE custrate-record
               INVALID KEY
                   WRITE custrate-record
                   END-WRITE
           END-REWRITE
           IF fxrf-status-ok
               ADD 1 TO ws-applied-count
           ELSE
               MOVE "ERROR WRITING RATE RECORD" TO ws-reject-reason
           END-IF.

      *---------------------------------------------------------------*

       Write-Exception SECTION.

           MOVE SPACES       TO exc-line
           MOVE in-action    TO exc-action
           MOVE in-rec-type  TO exc-rec-type
           MOVE in-c-code    TO exc-code
           MOVE in-currency  TO exc-currency
           MOVE in-eff-date  TO exc-eff-date
           MOVE ws-reject-reason TO exc-reason
           WRITE exception-line FROM exc-line
           ADD 1 TO ws-rejected-count.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           CLOSE input-file
           CLOSE customer-file
           CLOSE custcur-file
           CLOSE custrate-file
           CLOSE exception-file
           DISPLAY "CUSTFXM: " ws-applied-count " APPLIED, "
                   ws-rejected-count " REJECTED - SEE custfxm.lst"
           STOP RUN.
