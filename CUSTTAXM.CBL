      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custtaxm.

      *---------------------------------------------------------------*
      *    Customer tax code maintenance. Each customer is charged
      *    sales tax at the standard (S) or reduced (R) rate, or is
      *    exempt (E) on the strength of an exemption certificate
      *    whose reference must be kept with the code. The code lives
      *    in custtax.ism, keyed by customer code - the same
      *    companion-file pattern as custacct.ism, so cust.ism and
      *    every program that declares it are left alone. A customer
      *    with no record at all is standard rated, so a new account
      *    needs no extra step. This job applies a sequential file
      *    of tax code changes; bad input goes to a printed exception
      *    report, the same way custaccm.cbl handles it. The code is
      *    read by the custtax.cbl subprogram whenever an order line
      *    is taxed.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT input-file ASSIGN "custtax.trn"
           ORGANIZATION IS SEQUENTIAL.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-customer-file-status.

           SELECT custtax-file ASSIGN "custtax.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctx-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custtax-file-status.

           SELECT exception-file ASSIGN "custtaxm.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  input-file.
       01  input-record.
           03  in-c-code               PIC X(5).
           03  in-tax-code             PIC X(1).
               88  in-tax-code-valid           VALUE "S" "R" "E".
               88  in-tax-exempt               VALUE "E".
           03  in-exempt-ref           PIC X(15).

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

       FD  custtax-file.
       01  custtax-record.
           03  ctx-c-code              PIC X(5).
           03  ctx-tax-code            PIC X(1).
           03  ctx-exempt-ref          PIC X(15).
           03  ctx-changed-date        PIC 9(8).

       FD  exception-file.
       01  exception-line              PIC X(132).

       WORKING-STORAGE SECTION.

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  ws-applied-count            PIC 9(7) COMP VALUE 0.
       77  ws-rejected-count           PIC 9(7) COMP VALUE 0.

       77  ws-reject-reason            PIC X(40).

       77  ws-customer-file-status     PIC X(2).
           88  cf-status-ok                     VALUE "00".

       77  ws-custtax-file-status      PIC X(2).
           88  ctxf-status-ok                   VALUE "00".
           88  ctxf-status-not-found            VALUE "35".

       01  exc-line.
           03  exc-code                PIC X(5).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-tax-code            PIC X(1).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-exempt-ref          PIC X(15).
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
           PERFORM Open-Custtax-File
           OPEN OUTPUT exception-file
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*
      *    custtax.ism is created by this program rather than shipped
      *    with it - the same not-found-creates-the-file guard
      *    customer.cbl's Program-Initialize uses for custctr.ism.
      *---------------------------------------------------------------*

       Open-Custtax-File SECTION.

           OPEN I-O custtax-file
           IF ctxf-status-not-found
               OPEN OUTPUT custtax-file
               CLOSE custtax-file
               OPEN I-O custtax-file
           END-IF.

      *---------------------------------------------------------------*

       Read-Input-Record SECTION.

           READ input-file
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*
      *    An exemption is only as good as the certificate behind it,
      *    so an E with no reference is refused - the tax inspector
      *    asks for the reference, not the code.
      *---------------------------------------------------------------*

       Apply-Input-Record SECTION.

           MOVE SPACES TO ws-reject-reason
           EVALUATE TRUE
               WHEN NOT in-tax-code-valid
                   MOVE "UNKNOWN TAX CODE" TO ws-reject-reason
               WHEN in-tax-exempt AND in-exempt-ref = SPACES
                   MOVE "EXEMPTION REFERENCE REQUIRED"
                                             TO ws-reject-reason
           END-EVALUATE
           IF ws-reject-reason = SPACES
               MOVE in-c-code TO file-c-code
               READ customer-file
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON FILE" TO ws-reject-reason
               END-READ
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Store-Tax-Code
           ELSE
               PERFORM Write-Exception
           END-IF
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*
      *    Setting a customer back to standard deletes the record
      *    rather than storing an "S" - no record counts as standard,
      *    and the file stays a list of exactly the customers taxed
      *    differently, the way custaccm.cbl keeps custacct.ism to
      *    the accounts credit is watching.
      *---------------------------------------------------------------*

       Store-Tax-Code SECTION.

           MOVE in-c-code TO ctx-c-code
           IF in-tax-code = "S"
               DELETE custtax-file
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO ws-applied-count
           ELSE
               MOVE in-tax-code TO ctx-tax-code
               IF in-tax-exempt
                   MOVE in-exempt-ref TO ctx-exempt-ref
               ELSE
                   MOVE SPACES        TO ctx-exempt-ref
               END-IF
               ACCEPT ctx-changed-date FROM DATE YYYYMMDD
               REWRITE custtax-record
                   INVALID KEY
                       WRITE custtax-record
                   END-WRITE
               END-REWRITE
               IF ctxf-status-ok
                   ADD 1 TO ws-applied-count
               ELSE
                   MOVE "ERROR WRITING TAX CODE" TO ws-reject-reason
                   PERFORM Write-Exception
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Write-Exception SECTION.

           MOVE SPACES         TO exc-line
           MOVE in-c-code      TO exc-code
           MOVE in-tax-code    TO exc-tax-code
           MOVE in-exempt-ref  TO exc-exempt-ref
           MOVE ws-reject-reason TO exc-reason
           WRITE exception-line FROM exc-line
           ADD 1 TO ws-rejected-count.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           CLOSE input-file
           CLOSE customer-file
           CLOSE custtax-file
           CLOSE exception-file
           DISPLAY "CUSTTAXM: " ws-applied-count " APPLIED, "
                   ws-rejected-count " REJECTED - SEE custtaxm.lst"
           STOP RUN.
