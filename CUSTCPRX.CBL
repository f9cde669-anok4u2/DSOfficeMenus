      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custcprx.

      *---------------------------------------------------------------*
      *    Expiring contracts report for the sales office. Walks
      *    custcprc.ism, where custcprm.cbl keeps the negotiated
      *    contract prices, and lists every contract whose end date
      *    falls within the next expiry-window days, so sales can
      *    renegotiate before the customer drops back to list price
      *    less discount. A contract already followed by a later one
      *    for the same customer and product is marked RENEWED - it
      *    needs no action. Open-ended contracts never appear.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT custcprc-file ASSIGN "custcprc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS cpr-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-custcprc-file-status.

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

           SELECT report-file ASSIGN "custcprx.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  custcprc-file.
       01  custcprc-record.
           03  cpr-key.
               05  cpr-c-code          PIC X(5).
               05  cpr-prod-code       PIC X(8).
               05  cpr-from-date       PIC 9(8).
           03  cpr-to-date             PIC 9(8).
           03  cpr-unit-price          PIC 9(5)V99 COMP.
           03  cpr-changed-date        PIC 9(8).

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

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       78  expiry-window                    VALUE 30.

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  ws-today-date               PIC 9(8).
       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).
       77  ws-today-days               PIC 9(8).
       77  ws-window-end-date          PIC 9(8).
       77  ws-days-left                PIC 9(4).

      *---------------------------------------------------------------*
      *    The expiring contract is held while the next record is
      *    read, since only the next record can say whether the same
      *    customer and product has a later contract following it.
      *---------------------------------------------------------------*
       77  ws-held-sw                  PIC X(1) VALUE "N".
           88  ws-contract-held                 VALUE "Y".
       01  ws-held-contract.
           03  ws-held-c-code          PIC X(5).
           03  ws-held-prod-code       PIC X(8).
           03  ws-held-from-date       PIC 9(8).
           03  ws-held-to-date         PIC 9(8).
           03  ws-held-unit-price      PIC 9(5)V99.

       77  ws-expiring-count           PIC 9(7) COMP VALUE 0.
       77  ws-renewed-count            PIC 9(7) COMP VALUE 0.

       77  ws-custcprc-file-status     PIC X(2).
           88  cprf-status-ok                   VALUE "00".
           88  cprf-status-not-found            VALUE "35".

       77  ws-customer-file-status     PIC X(2).
           88  cf-status-ok                     VALUE "00".

       77  ws-prodmast-file-status     PIC X(2).
           88  prodf-status-ok                  VALUE "00".
           88  prodf-status-not-found           VALUE "35".

       01  hdg-line-1.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(34)
                           VALUE "CONTRACTS EXPIRING IN 30 DAYS AT ".
           03  hdg-date                PIC 9(8).

       01  hdg-line-2.
           03  FILLER                  PIC X(6)  VALUE "CODE".
           03  FILLER                  PIC X(16) VALUE "NAME".
           03  FILLER                  PIC X(9)  VALUE "PRODUCT".
           03  FILLER                  PIC X(21) VALUE "DESCRIPTION".
           03  FILLER                  PIC X(9)  VALUE "FROM".
           03  FILLER                  PIC X(9)  VALUE "TO".
           03  FILLER                  PIC X(10) VALUE "     PRICE".
           03  FILLER                  PIC X(6)  VALUE "  DAYS".

       01  det-line.
           03  det-code                PIC X(5).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-name                PIC X(15).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-prod-code           PIC X(8).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-prod-desc           PIC X(20).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-from-date           PIC 9(8).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-to-date             PIC 9(8).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-unit-price          PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-days-left           PIC ZZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-renewed             PIC X(7).

       01  cnt-line.
           03  cnt-expiring            PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(24)
                           VALUE " CONTRACT(S) EXPIRING, ".
           03  cnt-renewed             PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(19)
                           VALUE " ALREADY RENEWED".

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Check-Contract UNTIL ws-eof
           IF ws-contract-held
               PERFORM Print-Held-Contract
           END-IF
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*

       Program-Initialize SECTION.

           OPEN INPUT custcprc-file
           IF cprf-status-not-found
               DISPLAY "CUSTCPRX: NO CONTRACT PRICE FILE "
                       "custcprc.ism ON DISK"
               STOP RUN
           END-IF
           OPEN INPUT customer-file
           OPEN INPUT prodmast-file
           OPEN OUTPUT report-file
           MOVE SPACES TO ws-bdt-request
           CALL business-date USING ws-bdt-request
                                    ws-today-date
           END-CALL
           COMPUTE ws-today-days =
                     FUNCTION INTEGER-OF-DATE(ws-today-date)
           COMPUTE ws-window-end-date = FUNCTION DATE-OF-INTEGER
                     (ws-today-days + expiry-window)
           MOVE ws-today-date TO hdg-date
           WRITE report-line FROM hdg-line-1
           MOVE SPACES TO report-line
           WRITE report-line
           WRITE report-line FROM hdg-line-2
           MOVE SPACES TO report-line
           WRITE report-line
           PERFORM Read-Contract.

      *---------------------------------------------------------------*

       Read-Contract SECTION.

           READ custcprc-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*
      *    A held contract followed by another for the same customer
      *    and product has been renewed; anything else ends the run
      *    of that product and the held contract is printed as it
      *    stands.
      *---------------------------------------------------------------*

       Check-Contract SECTION.

           IF ws-contract-held
               IF cpr-c-code = ws-held-c-code
                  AND cpr-prod-code = ws-held-prod-code
                   MOVE "RENEWED" TO det-renewed
                   ADD 1 TO ws-renewed-count
               END-IF
               PERFORM Print-Held-Contract
           END-IF
           IF cpr-to-date NOT < ws-today-date
              AND cpr-to-date NOT > ws-window-end-date
               MOVE cpr-c-code     TO ws-held-c-code
               MOVE cpr-prod-code  TO ws-held-prod-code
               MOVE cpr-from-date  TO ws-held-from-date
               MOVE cpr-to-date    TO ws-held-to-date
               MOVE cpr-unit-price TO ws-held-unit-price
               SET ws-contract-held TO TRUE
               MOVE SPACES TO det-renewed
           END-IF
           PERFORM Read-Contract.

      *---------------------------------------------------------------*

       Print-Held-Contract SECTION.

           MOVE ws-held-c-code TO det-code
           MOVE ws-held-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "**NOT ON FILE**" TO file-c-name
           END-READ
           MOVE file-c-name TO det-name
           MOVE "**NOT ON FILE**" TO prod-desc
           IF NOT prodf-status-not-found
               MOVE ws-held-prod-code TO prod-code
               READ prodmast-file
                   INVALID KEY
                       MOVE "**NOT ON FILE**" TO prod-desc
               END-READ
           END-IF
           MOVE ws-held-prod-code  TO det-prod-code
           MOVE prod-desc          TO det-prod-desc
           MOVE ws-held-from-date  TO det-from-date
           MOVE ws-held-to-date    TO det-to-date
           MOVE ws-held-unit-price TO det-unit-price
           COMPUTE ws-days-left =
                     FUNCTION INTEGER-OF-DATE(ws-held-to-date)
                   - ws-today-days
           MOVE ws-days-left TO det-days-left
           WRITE report-line FROM det-line
           ADD 1 TO ws-expiring-count
           MOVE "N" TO ws-held-sw
           MOVE SPACES TO det-renewed.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE ws-expiring-count TO cnt-expiring
           MOVE ws-renewed-count  TO cnt-renewed
           WRITE report-line FROM cnt-line
           CLOSE custcprc-file
           CLOSE customer-file
           IF NOT prodf-status-not-found
               CLOSE prodmast-file
           END-IF
           CLOSE report-file
           DISPLAY "CUSTCPRX: " ws-expiring-count " CONTRACT(S) "
                   "EXPIRING - SEE custcprx.lst"
           STOP RUN.
