      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custcnvp.

      *---------------------------------------------------------------*
      *    One-time order-line conversion. custordl.ism records grew
      *    a unit price (odl-unit-price) so that every line keeps the
      *    price it was sold at - invoices and custrecn.cbl used to
      *    price lines from prodmast.ism on the day they ran, so a
      *    price change re-priced every order already on file. A
      *    file written at the old length can no longer be opened by
      *    the live programs. This job rebuilds it at the new length
      *    with each existing line stamped at the product's current
      *    prodmast.ism price, the best figure there is for an order
      *    taken before prices were kept on the line; a product no
      *    longer on the master (or no master on disk) goes on at
      *    zero, the same price the reports always gave it.
      *
      *    A site still on the order-line layout without ship-to
      *    numbers must run custcnvl FIRST - this job reads the
      *    layout custcnvl writes.
      *
      *    TO RUN: rename custordl.ism to custordl.old first, then
      *    run this job once. Keep the .old file until the converted
      *    system has been proved.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT old-custordl-file ASSIGN "custordl.old"
           ORGANIZATION IS INDEXED
           RECORD KEY IS oodl-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-old-file-status.

           SELECT custordl-file ASSIGN "custordl.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS odl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-new-file-status.

           SELECT prodmast-file ASSIGN "prodmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS prod-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-prodmast-file-status.

       DATA DIVISION.

       FILE SECTION.
       FD  old-custordl-file.
       01  old-custordl-record.
           03  oodl-key.
               05  oodl-c-code         PIC X(5).
               05  oodl-ord-no         PIC 9(6).
               05  oodl-line-no        PIC 9(3).
           03  oodl-prod-code          PIC X(8).
           03  oodl-qty                PIC 9(5).
           03  oodl-ship-no            PIC 9(2).

       FD  custordl-file.
       01  custordl-record.
           03  odl-key.
               05  odl-c-code          PIC X(5).
               05  odl-ord-no          PIC 9(6).
               05  odl-line-no         PIC 9(3).
           03  odl-prod-code           PIC X(8).
           03  odl-qty                 PIC 9(5).
           03  odl-ship-no             PIC 9(2).
           03  odl-unit-price          PIC 9(5)V99 COMP.

       FD  prodmast-file.
       01  prodmast-record.
           03  prod-code               PIC X(8).
           03  prod-desc               PIC X(20).
           03  prod-unit-price         PIC 9(5)V99 COMP.

       WORKING-STORAGE SECTION.

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  ws-record-count             PIC 9(7) COMP VALUE 0.
       77  ws-unpriced-count           PIC 9(7) COMP VALUE 0.

       77  ws-old-file-status          PIC X(2).
           88  old-status-ok                    VALUE "00".
           88  old-status-not-found             VALUE "35".

       77  ws-new-file-status          PIC X(2).
           88  new-status-ok                    VALUE "00".

       77  ws-prodmast-file-status     PIC X(2).
           88  prodf-status-ok                  VALUE "00".
           88  prodf-status-not-found           VALUE "35".

       PROCEDURE DIVISION.

       Main-Process SECTION.

           OPEN INPUT old-custordl-file
           IF old-status-not-found
               DISPLAY "CUSTCNVP: NO custordl.old ON DISK - "
                       "NOTHING TO CONVERT"
               STOP RUN
           END-IF
           OPEN INPUT prodmast-file
           OPEN OUTPUT custordl-file
           PERFORM Read-Old-Order-Line
           PERFORM Convert-Order-Line UNTIL ws-eof
           CLOSE old-custordl-file
           CLOSE custordl-file
           IF NOT prodf-status-not-found
               CLOSE prodmast-file
           END-IF
           DISPLAY "CUSTCNVP: " ws-record-count " ORDER LINE(S) "
                   "CONVERTED, " ws-unpriced-count " AT ZERO PRICE - "
                   "KEEP custordl.old UNTIL PROVED"
           STOP RUN.

      *---------------------------------------------------------------*

       Read-Old-Order-Line SECTION.

           READ old-custordl-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Convert-Order-Line SECTION.

           MOVE oodl-key       TO odl-key
           MOVE oodl-prod-code TO odl-prod-code
           MOVE oodl-qty       TO odl-qty
           MOVE oodl-ship-no   TO odl-ship-no
           PERFORM Look-Up-Current-Price
           WRITE custordl-record
           ADD 1 TO ws-record-count
           PERFORM Read-Old-Order-Line.

      *---------------------------------------------------------------*

       Look-Up-Current-Price SECTION.

           MOVE 0 TO odl-unit-price
           IF NOT prodf-status-not-found
               MOVE oodl-prod-code TO prod-code
               READ prodmast-file
                   NOT INVALID KEY
                       MOVE prod-unit-price TO odl-unit-price
               END-READ
           END-IF
           IF odl-unit-price = 0
               ADD 1 TO ws-unpriced-count
           END-IF.
