      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custcnvr.

      *---------------------------------------------------------------*
      *    One-time payment-file conversion. custpay.ism records grew
      *    a reversed flag and reversal date (pay-reversed-flg,
      *    pay-reversed-date) so that a check the bank returns can be
      *    flagged by custnsf.cbl instead of being deleted or edited
      *    out of the order table by hand. A file written at the old
      *    length can no longer be opened by the live programs. This
      *    job rebuilds it at the new length with every existing
      *    payment marked not reversed.
      *
      *    A site still on 2-digit-year dates or the narrow money
      *    fields must run custcnvd and custcnvv FIRST - this job
      *    reads the layout custcnvv writes. custpay.CCYYMMDD
      *    archives written by custarch.cbl before this conversion
      *    keep the old layout.
      *
      *    TO RUN: rename custpay.ism to custpay.old first, then run
      *    this job once. Keep the .old file until the converted
      *    system has been proved.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT old-custpay-file ASSIGN "custpay.old"
           ORGANIZATION IS INDEXED
           RECORD KEY IS opay-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-old-file-status.

           SELECT custpay-file ASSIGN "custpay.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS pay-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-new-file-status.

       DATA DIVISION.

       FILE SECTION.
       FD  old-custpay-file.
       01  old-custpay-record.
           03  opay-key.
               05  opay-c-code         PIC X(5).
               05  opay-ord-no         PIC 9(6).
               05  opay-date           PIC 9(8).
               05  opay-time           PIC 9(8).
           03  opay-amount             PIC 9(7)V99 COMP.
           03  opay-reference          PIC X(15).

       FD  custpay-file.
       01  custpay-record.
           03  pay-key.
               05  pay-c-code          PIC X(5).
               05  pay-ord-no          PIC 9(6).
               05  pay-date            PIC 9(8).
               05  pay-time            PIC 9(8).
           03  pay-amount              PIC 9(7)V99 COMP.
           03  pay-reference           PIC X(15).
           03  pay-reversed-flg        PIC 9.
           03  pay-reversed-date       PIC 9(8).

       WORKING-STORAGE SECTION.

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  ws-record-count             PIC 9(7) COMP VALUE 0.

       77  ws-old-file-status          PIC X(2).
           88  old-status-ok                    VALUE "00".
           88  old-status-not-found             VALUE "35".

       77  ws-new-file-status          PIC X(2).
           88  new-status-ok                    VALUE "00".

       PROCEDURE DIVISION.

       Main-Process SECTION.

           OPEN INPUT old-custpay-file
           IF old-status-not-found
               DISPLAY "CUSTCNVR: NO custpay.old ON DISK - "
                       "NOTHING TO CONVERT"
               STOP RUN
           END-IF
           OPEN OUTPUT custpay-file
           PERFORM Read-Old-Payment
           PERFORM Convert-Payment UNTIL ws-eof
           CLOSE old-custpay-file
           CLOSE custpay-file
           DISPLAY "CUSTCNVR: " ws-record-count " PAYMENT(S) "
                   "CONVERTED - KEEP custpay.old UNTIL PROVED"
           STOP RUN.

      *---------------------------------------------------------------*

       Read-Old-Payment SECTION.

           READ old-custpay-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Convert-Payment SECTION.

           MOVE opay-key       TO pay-key
           MOVE opay-amount    TO pay-amount
           MOVE opay-reference TO pay-reference
           MOVE 0              TO pay-reversed-flg
                                  pay-reversed-date
           WRITE custpay-record
           ADD 1 TO ws-record-count
           PERFORM Read-Old-Payment.
