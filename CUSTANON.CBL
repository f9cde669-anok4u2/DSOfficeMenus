      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custanon.

      *---------------------------------------------------------------*
      *    Personal data removal for long-closed accounts. Once an
      *    account has been closed through custaccm.cbl, the contact's
      *    name, phone and e-mail on custcont.ism, the name and
      *    addresses on cust.ism and custship.ism, and the name and
      *    address in every before/after image on custaudt.dat would
      *    otherwise be kept for ever. Data protection policy is that
      *    they go once the account has been closed and fully settled
      *    for a set number of years (prompted, blank takes six).
      *
      *    An account qualifies when custacct.ism shows it closed on
      *    or before the cut-off (the business date less that many
      *    years) and it is settled: no order on the cust.ism table
      *    or on custhist.ism still owing, no on-account credit left
      *    on custoacc.ism, and no order or payment dated after the
      *    cut-off. For each one the personal fields are overwritten
      *    with the placeholder ANONYMISED (or blanked), the customer
      *    code and every financial record are left exactly as they
      *    were, and the code goes on the register custanon.ism, so
      *    an account is only ever treated once. custrecl.cbl and
      *    custmerg.cbl read the register and will never bring an
      *    anonymised code back into use.
      *
      *    Every audit image for a registered code - not only this
      *    run's - is then blanked the same way on custaudt.dat and
      *    on every archived audit file custarch.cbl has recorded on
      *    custarcl.dat, along with any other archive named at the
      *    prompt (archives cut before custarch kept that list).
      *    Each audit file is rebuilt through custanon.tmp, the way
      *    custarch.cbl rebuilds the live file. A closed account held
      *    back because it is not yet settled is listed with the
      *    reason.
      *
      *    custanon.lst is the certificate of what was done: the
      *    accounts anonymised, which of their records were changed,
      *    and the records changed on each audit file. Like
      *    custarch.cbl the run refuses to start while any customer
      *    screen session is signed on, and marks the custsys.ism
      *    batch window for the duration. Take a custbkup run first;
      *    nothing overwritten here can be got back.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-customer-file-status.

           SELECT custacct-file ASSIGN "custacct.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS acct-c-code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-custacct-file-status.

           SELECT custhist-file ASSIGN "custhist.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS hist-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custhist-file-status.

           SELECT custpay-file ASSIGN "custpay.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS pay-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custpay-file-status.

           SELECT custoacc-file ASSIGN "custoacc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS oacc-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custoacc-file-status.

           SELECT custcont-file ASSIGN "custcont.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS cont-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custcont-file-status.

           SELECT custship-file ASSIGN "custship.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ship-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custship-file-status.

           SELECT custanon-file ASSIGN "custanon.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS anon-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custanon-file-status.

           SELECT arch-list-file ASSIGN "custarcl.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-arch-list-file-status.

           SELECT audit-file ASSIGN ws-audit-file-name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-audit-file-status.

           SELECT audit-work-file ASSIGN "custanon.tmp"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-work-file-status.

           SELECT report-file ASSIGN "custanon.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
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

       FD  custacct-file.
       01  custacct-record.
           03  acct-c-code             PIC X(5).
           03  acct-status             PIC X(1).
               88  acct-status-active          VALUE "A".
               88  acct-status-hold            VALUE "H".
               88  acct-status-closed          VALUE "C".
           03  acct-changed-date       PIC 9(8).

       FD  custhist-file.
       01  custhist-record.
           03  hist-key.
               05  hist-c-code         PIC X(5).
               05  hist-ord-no         PIC 9(6).
           03  hist-ord-date           PIC 9(8).
           03  hist-ord-val            PIC 9(7)V99 COMP.
           03  hist-pay-val            PIC 9(7)V99 COMP.
           03  hist-archived-date      PIC 9(8).

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

       FD  custoacc-file.
       01  custoacc-record.
           03  oacc-c-code             PIC X(5).
           03  oacc-balance            PIC 9(9)V99 COMP.

       FD  custcont-file.
       01  custcont-record.
           03  cont-c-code             PIC X(5).
           03  cont-name               PIC X(20).
           03  cont-phone              PIC X(15).
           03  cont-faxmail            PIC X(30).

       FD  custship-file.
       01  custship-record.
           03  ship-key.
               05  ship-c-code         PIC X(5).
               05  ship-no             PIC 9(2).
           03  ship-addr1              PIC X(15).
           03  ship-addr2              PIC X(15).
           03  ship-addr3              PIC X(15).
           03  ship-addr4              PIC X(15).

      *---------------------------------------------------------------*
      *    The register of anonymised codes, one record per account,
      *    with the closure date it qualified on and when and by whom
      *    it was anonymised.
      *---------------------------------------------------------------*
       FD  custanon-file.
       01  custanon-record.
           03  anon-c-code             PIC X(5).
           03  anon-closed-date        PIC 9(8).
           03  anon-date               PIC 9(8).
           03  anon-by                 PIC X(20).

      *---------------------------------------------------------------*
      *    One record per audit archive custarch.cbl has written.
      *---------------------------------------------------------------*
       FD  arch-list-file.
       01  arch-list-record.
           03  arcl-file-name          PIC X(20).
           03  arcl-cutoff-date        PIC 9(8).

       FD  audit-file.
       01  audit-record                PIC X(208).

       FD  audit-work-file.
       01  audit-work-record           PIC X(208).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       78  default-retention-years          VALUE 6.
       78  anon-placeholder                 VALUE "ANONYMISED".

      *---------------------------------------------------------------*
      *    The live audit file, every archive on custarcl.dat and
      *    any named at the prompt, each treated once.
      *---------------------------------------------------------------*
       78  max-audit-files                  VALUE 100.

       78  system-status                    VALUE "custsys".
       77  ws-sys-request              PIC X(1).
       77  ws-sys-job-name             PIC X(10).
       77  ws-sys-screen-count         PIC 9(3).

       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).
       77  ws-today-date               PIC 9(8).

       77  ws-env-name                 PIC X(20) VALUE "USERNAME".
       77  ws-env-rc                   PIC S9(9) COMP-5.
       77  ws-operator-id              PIC X(20).

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  ws-scan-eof-sw              PIC X(1).
           88  ws-scan-eof                      VALUE "Y".

       77  ws-audit-eof-sw             PIC X(1).
           88  ws-audit-eof                     VALUE "Y".

       77  ws-cust-found-sw            PIC X(1).
           88  ws-cust-found                    VALUE "Y".

       77  ws-image-changed-sw         PIC X(1).
           88  ws-image-changed                 VALUE "Y".

       77  ws-years-answer             PIC X(2).
       77  ws-retention-years          PIC 9(2).
       77  ws-cutoff-date              PIC 9(8).
       77  ws-extra-answer             PIC X(20).

       77  ws-hold-reason              PIC X(40).

       77  array-ind                   PIC 9(4) COMP.
       77  file-ind                    PIC 9(4) COMP.
       77  ws-file-count               PIC 9(4) COMP VALUE 0.
       77  ws-ship-count               PIC 9(3) COMP.

       77  ws-audit-file-name          PIC X(20).
       77  ws-add-file-name            PIC X(20).

       77  ws-accounts-anonymised      PIC 9(7) COMP VALUE 0.
       77  ws-accounts-held            PIC 9(7) COMP VALUE 0.
       77  ws-audit-read-count         PIC 9(7) COMP.
       77  ws-audit-changed-count      PIC 9(7) COMP.
       77  ws-audit-changed-total      PIC 9(7) COMP VALUE 0.

       77  ws-customer-file-status     PIC X(2).
           88  cf-status-ok                     VALUE "00".

       77  ws-custacct-file-status     PIC X(2).
           88  acctf-status-ok                  VALUE "00".
           88  acctf-status-not-found           VALUE "35".

       77  ws-custhist-file-status     PIC X(2).
           88  histf-status-ok                  VALUE "00".
           88  histf-status-not-found           VALUE "35".

       77  ws-custpay-file-status      PIC X(2).
           88  payf-status-ok                   VALUE "00".
           88  payf-status-not-found            VALUE "35".

       77  ws-custoacc-file-status     PIC X(2).
           88  oaccf-status-ok                  VALUE "00".
           88  oaccf-status-not-found           VALUE "35".

       77  ws-custcont-file-status     PIC X(2).
           88  contf-status-ok                  VALUE "00".
           88  contf-status-not-found           VALUE "35".

       77  ws-custship-file-status     PIC X(2).
           88  shipf-status-ok                  VALUE "00".
           88  shipf-status-not-found           VALUE "35".

       77  ws-custanon-file-status     PIC X(2).
           88  anonf-status-ok                  VALUE "00".
           88  anonf-status-not-found           VALUE "35".

       77  ws-arch-list-file-status    PIC X(2).
           88  arcl-status-ok                   VALUE "00".
           88  arcl-status-not-found            VALUE "35".

       77  ws-audit-file-status        PIC X(2).
           88  audit-status-ok                  VALUE "00".
           88  audit-status-not-found           VALUE "35".

       77  ws-work-file-status         PIC X(2).
           88  work-status-ok                   VALUE "00".

       01  ws-audit-file-table.
           05  ws-audit-file-entry     PIC X(20)
                                       OCCURS max-audit-files.

      *---------------------------------------------------------------*
      *    custaudt.dat's record, as customer.cbl's Write-Audit-Record
      *    lays it out; every audit file is read into it and written
      *    back from it.
      *---------------------------------------------------------------*
       01  ws-audit-image.
           03  audit-date              PIC 9(8).
           03  audit-time              PIC 9(8).
           03  audit-operator-id       PIC X(20).
           03  audit-action            PIC X(1).
           03  audit-code              PIC X(5).
           03  audit-before.
               05  audit-before-name   PIC X(15).
               05  audit-before-addr1  PIC X(15).
               05  audit-before-addr2  PIC X(15).
               05  audit-before-addr3  PIC X(15).
               05  audit-before-addr4  PIC X(15).
               05  audit-before-limit  PIC 9(7).
               05  audit-before-area   PIC X.
           03  audit-after.
               05  audit-after-name    PIC X(15).
               05  audit-after-addr1   PIC X(15).
               05  audit-after-addr2   PIC X(15).
               05  audit-after-addr3   PIC X(15).
               05  audit-after-addr4   PIC X(15).
               05  audit-after-limit   PIC 9(7).
               05  audit-after-area    PIC X.

       01  hdg-line-1.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(40)
                   VALUE "PERSONAL DATA ANONYMISATION CERTIFICATE".

       01  run-line.
           03  FILLER                  PIC X(20)
                           VALUE "RUN DATE".
           03  run-date                PIC 9(8).
           03  FILLER                  PIC X(4)  VALUE SPACES.
           03  FILLER                  PIC X(9)  VALUE "OPERATOR ".
           03  run-operator            PIC X(20).

       01  cut-line.
           03  FILLER                  PIC X(20)
                           VALUE "CLOSED AND SETTLED".
           03  cut-years               PIC Z9.
           03  FILLER                  PIC X(19)
                           VALUE " YEARS - ON/BEFORE ".
           03  cut-date                PIC 9(8).

       01  acct-hdg-line.
           03  FILLER                  PIC X(26)
                           VALUE "CODE   CLOSED    CUSTOMER ".
           03  FILLER                  PIC X(23)
                           VALUE "CONTACT  SHIP-TO ADDRS".

       01  acct-line.
           03  acl-code                PIC X(5).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  acl-closed-date         PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  acl-customer            PIC X(8).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  acl-contact             PIC X(8).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  acl-ship-count          PIC ZZ9.

       01  held-line.
           03  hld-code                PIC X(5).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  hld-closed-date         PIC 9(8).
           03  FILLER                  PIC X(21)
                           VALUE "  ** NOT ANONYMISED: ".
           03  hld-reason              PIC X(40).

       01  file-hdg-line.
           03  FILLER                  PIC X(21)
                           VALUE "AUDIT FILE".
           03  FILLER                  PIC X(30)
                           VALUE "     RECORDS     ANONYMISED".

       01  file-line.
           03  fil-file-name           PIC X(20).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  fil-read                PIC ZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(5)  VALUE SPACES.
           03  fil-changed             PIC ZZ,ZZZ,ZZ9.

       01  skp-line.
           03  skp-file-name           PIC X(20).
           03  FILLER                  PIC X(25)
                           VALUE " NOT ON DISK - SKIPPED".

       01  tot-line.
           03  tot-label               PIC X(40).
           03  tot-count               PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Read-Account-Record
           PERFORM Consider-Account UNTIL ws-eof
           PERFORM Write-Audit-Heading
           PERFORM Load-Archive-List
           PERFORM VARYING file-ind FROM 1 BY 1
                              UNTIL file-ind > ws-file-count
               MOVE ws-audit-file-entry(file-ind)
                                    TO ws-audit-file-name
               PERFORM Anonymise-Audit-File
           END-PERFORM
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*
      *    Everything that can refuse the run is settled before the
      *    batch window is marked or any file is opened for update.
      *---------------------------------------------------------------*

       Program-Initialize SECTION.

           DISPLAY "YEARS AN ACCOUNT MUST BE CLOSED AND SETTLED, "
                   "2 DIGITS ZERO FILLED (BLANK FOR 06): "
                                         WITH NO ADVANCING
           ACCEPT ws-years-answer
           MOVE default-retention-years TO ws-retention-years
           IF ws-years-answer NOT = SPACES
               INSPECT ws-years-answer REPLACING ALL " " BY "0"
               IF ws-years-answer NOT NUMERIC
                  OR ws-years-answer = "00"
                   DISPLAY "CUSTANON: YEARS MUST BE 01-99 - "
                           "NOTHING ANONYMISED"
                   STOP RUN
               END-IF
               MOVE ws-years-answer TO ws-retention-years
           END-IF
           MOVE "custaudt.dat" TO ws-add-file-name
           PERFORM Add-Audit-File-Name
           DISPLAY "ANY OTHER ARCHIVED AUDIT FILE TO TREAT "
                   "(BLANK WHEN NONE): " WITH NO ADVANCING
           ACCEPT ws-extra-answer
           PERFORM Accept-Extra-Archive
                              UNTIL ws-extra-answer = SPACES
           MOVE "Q" TO ws-sys-request
           MOVE SPACES TO ws-sys-job-name
           CALL system-status USING ws-sys-request
                                     ws-sys-job-name
                                     ws-sys-screen-count
           END-CALL
           IF ws-sys-screen-count NOT = 0
               DISPLAY "CUSTANON: " ws-sys-screen-count
                       " CUSTOMER SCREEN SESSION(S) SIGNED ON - "
                       "RUN REFUSED"
               STOP RUN
           END-IF
           OPEN INPUT custacct-file
           IF acctf-status-not-found
               DISPLAY "CUSTANON: NO ACCOUNT STATUS FILE custacct.ism "
                       "ON DISK - NO CLOSED ACCOUNTS"
               STOP RUN
           END-IF
           MOVE "B" TO ws-sys-request
           MOVE "CUSTANON" TO ws-sys-job-name
           CALL system-status USING ws-sys-request
                                     ws-sys-job-name
                                     ws-sys-screen-count
           END-CALL
           MOVE SPACES TO ws-bdt-request
           CALL business-date USING ws-bdt-request
                                    ws-today-date
           END-CALL
           COMPUTE ws-cutoff-date =
                   ws-today-date - ws-retention-years * 10000
           PERFORM Get-Operator-Id
           OPEN I-O customer-file
           OPEN INPUT custhist-file
           OPEN INPUT custpay-file
           OPEN INPUT custoacc-file
           OPEN I-O custcont-file
           OPEN I-O custship-file
           PERFORM Open-Custanon-File
           OPEN OUTPUT report-file
           WRITE report-line FROM hdg-line-1
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE ws-today-date  TO run-date
           MOVE ws-operator-id TO run-operator
           WRITE report-line FROM run-line
           MOVE ws-retention-years TO cut-years
           MOVE ws-cutoff-date     TO cut-date
           WRITE report-line FROM cut-line
           MOVE SPACES TO report-line
           WRITE report-line
           WRITE report-line FROM acct-hdg-line.

      *---------------------------------------------------------------*

       Accept-Extra-Archive SECTION.

           MOVE ws-extra-answer TO ws-add-file-name
           PERFORM Add-Audit-File-Name
           DISPLAY "ANY OTHER ARCHIVED AUDIT FILE TO TREAT "
                   "(BLANK WHEN NONE): " WITH NO ADVANCING
           ACCEPT ws-extra-answer.

      *---------------------------------------------------------------*
      *    Adds ws-add-file-name to the list of audit files to treat
      *    unless it is already there.
      *---------------------------------------------------------------*

       Add-Audit-File-Name SECTION.

           MOVE 0 TO array-ind
           PERFORM VARYING file-ind FROM 1 BY 1
                              UNTIL file-ind > ws-file-count
               IF ws-audit-file-entry(file-ind) = ws-add-file-name
                   MOVE file-ind TO array-ind
               END-IF
           END-PERFORM
           IF array-ind = 0
               IF ws-file-count < max-audit-files
                   ADD 1 TO ws-file-count
                   MOVE ws-add-file-name
                                  TO ws-audit-file-entry(ws-file-count)
               ELSE
                   DISPLAY "CUSTANON: TOO MANY AUDIT FILES - "
                           ws-add-file-name " NOT TREATED"
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    custanon.ism is created by this program rather than
      *    shipped with it - the same not-found-creates-the-file
      *    guard customer.cbl's Program-Initialize uses for
      *    custctr.ism.
      *---------------------------------------------------------------*

       Open-Custanon-File SECTION.

           OPEN I-O custanon-file
           IF anonf-status-not-found
               OPEN OUTPUT custanon-file
               CLOSE custanon-file
               OPEN I-O custanon-file
           END-IF.

      *---------------------------------------------------------------*

       Get-Operator-Id SECTION.

           CALL "CBL_GET_ENVIRONMENT_VARIABLE" USING ws-env-name
                                                      ws-operator-id
               RETURNING ws-env-rc
           END-CALL
           IF ws-env-rc NOT = 0
               MOVE "UNKNOWN" TO ws-operator-id
           END-IF.

      *---------------------------------------------------------------*

       Read-Account-Record SECTION.

           READ custacct-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*
      *    An account closed on or before the cut-off and not already
      *    on the register is anonymised if it is settled, or listed
      *    with the reason it was held back.
      *---------------------------------------------------------------*

       Consider-Account SECTION.

           IF acct-status-closed
              AND acct-changed-date NOT > ws-cutoff-date
               MOVE acct-c-code TO anon-c-code
               READ custanon-file
                   INVALID KEY
                       PERFORM Check-Account-Settled
                       IF ws-hold-reason = SPACES
                           PERFORM Anonymise-Account
                       ELSE
                           PERFORM Write-Held-Account
                       END-IF
               END-READ
           END-IF
           PERFORM Read-Account-Record.

      *---------------------------------------------------------------*
      *    The first reason found is the one reported. A customer
      *    already deleted from cust.ism has no live orders to owe
      *    on; its history, payments and audit images are still
      *    checked and treated.
      *---------------------------------------------------------------*

       Check-Account-Settled SECTION.

           MOVE SPACES TO ws-hold-reason
           MOVE acct-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "N" TO ws-cust-found-sw
               NOT INVALID KEY
                   SET ws-cust-found TO TRUE
           END-READ
           IF ws-cust-found
               PERFORM VARYING array-ind FROM 1 BY 1
                                  UNTIL array-ind > no-of-orders
                   IF file-ord-no(array-ind) NOT = ZERO
                       EVALUATE TRUE
                           WHEN ws-hold-reason NOT = SPACES
                               CONTINUE
                           WHEN file-ord-val(array-ind) >
                                file-pay-val(array-ind)
                               MOVE "ORDER BALANCE OUTSTANDING"
                                             TO ws-hold-reason
                           WHEN file-ord-date(array-ind) >
                                ws-cutoff-date
                               MOVE "ORDER WITHIN RETENTION PERIOD"
                                             TO ws-hold-reason
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF
           IF ws-hold-reason = SPACES AND NOT histf-status-not-found
               PERFORM Check-History-Settled
           END-IF
           IF ws-hold-reason = SPACES AND NOT payf-status-not-found
               PERFORM Check-Payments-Settled
           END-IF
           IF ws-hold-reason = SPACES AND NOT oaccf-status-not-found
               MOVE acct-c-code TO oacc-c-code
               READ custoacc-file
                   NOT INVALID KEY
                       IF oacc-balance > 0
                           MOVE "ON-ACCOUNT CREDIT NOT REFUNDED"
                                             TO ws-hold-reason
                       END-IF
               END-READ
           END-IF.

      *---------------------------------------------------------------*

       Check-History-Settled SECTION.

           MOVE acct-c-code TO hist-c-code
           MOVE 0           TO hist-ord-no
           MOVE "N" TO ws-scan-eof-sw
           START custhist-file KEY IS NOT LESS THAN hist-key
               INVALID KEY
                   SET ws-scan-eof TO TRUE
           END-START
           PERFORM Check-One-History-Record
                              UNTIL ws-scan-eof
                              OR ws-hold-reason NOT = SPACES.

      *---------------------------------------------------------------*

       Check-One-History-Record SECTION.

           READ custhist-file NEXT RECORD
               AT END
                   SET ws-scan-eof TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN ws-scan-eof
                   CONTINUE
               WHEN hist-c-code NOT = acct-c-code
                   SET ws-scan-eof TO TRUE
               WHEN hist-ord-val > hist-pay-val
                   MOVE "ARCHIVED ORDER BALANCE OUTSTANDING"
                                             TO ws-hold-reason
               WHEN hist-ord-date > ws-cutoff-date
                   MOVE "ORDER WITHIN RETENTION PERIOD"
                                             TO ws-hold-reason
           END-EVALUATE.

      *---------------------------------------------------------------*

       Check-Payments-Settled SECTION.

           MOVE LOW-VALUES  TO pay-key
           MOVE acct-c-code TO pay-c-code
           MOVE "N" TO ws-scan-eof-sw
           START custpay-file KEY IS NOT LESS THAN pay-key
               INVALID KEY
                   SET ws-scan-eof TO TRUE
           END-START
           PERFORM Check-One-Payment-Record
                              UNTIL ws-scan-eof
                              OR ws-hold-reason NOT = SPACES.

      *---------------------------------------------------------------*

       Check-One-Payment-Record SECTION.

           READ custpay-file NEXT RECORD
               AT END
                   SET ws-scan-eof TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN ws-scan-eof
                   CONTINUE
               WHEN pay-c-code NOT = acct-c-code
                   SET ws-scan-eof TO TRUE
               WHEN pay-date > ws-cutoff-date
                   MOVE "PAYMENT WITHIN RETENTION PERIOD"
                                             TO ws-hold-reason
           END-EVALUATE.

      *---------------------------------------------------------------*
      *    The customer code, limit, area and order table stay; only
      *    the name and addresses go. file-last-changed is left alone
      *    so custglx.cbl does not pick the account up again.
      *---------------------------------------------------------------*

       Anonymise-Account SECTION.

           MOVE SPACES TO acl-customer acl-contact
           IF ws-cust-found
               MOVE anon-placeholder TO file-c-name
               MOVE SPACES TO file-c-addr1 file-c-addr2
                              file-c-addr3 file-c-addr4
               REWRITE customer-record
               END-REWRITE
               MOVE "CHANGED" TO acl-customer
           END-IF
           IF NOT contf-status-not-found
               MOVE acct-c-code TO cont-c-code
               READ custcont-file
                   NOT INVALID KEY
                       MOVE anon-placeholder TO cont-name
                       MOVE SPACES TO cont-phone cont-faxmail
                       REWRITE custcont-record
                       END-REWRITE
                       MOVE "CHANGED" TO acl-contact
               END-READ
           END-IF
           MOVE 0 TO ws-ship-count
           IF NOT shipf-status-not-found
               PERFORM Anonymise-Ship-To-Records
           END-IF
           MOVE acct-c-code       TO anon-c-code
           MOVE acct-changed-date TO anon-closed-date
           MOVE ws-today-date     TO anon-date
           MOVE ws-operator-id    TO anon-by
           WRITE custanon-record
           END-WRITE
           MOVE acct-c-code       TO acl-code
           MOVE acct-changed-date TO acl-closed-date
           MOVE ws-ship-count     TO acl-ship-count
           WRITE report-line FROM acct-line
           ADD 1 TO ws-accounts-anonymised.

      *---------------------------------------------------------------*

       Anonymise-Ship-To-Records SECTION.

           MOVE acct-c-code TO ship-c-code
           MOVE 0           TO ship-no
           MOVE "N" TO ws-scan-eof-sw
           START custship-file KEY IS NOT LESS THAN ship-key
               INVALID KEY
                   SET ws-scan-eof TO TRUE
           END-START
           PERFORM Anonymise-One-Ship-To UNTIL ws-scan-eof.

      *---------------------------------------------------------------*

       Anonymise-One-Ship-To SECTION.

           READ custship-file NEXT RECORD
               AT END
                   SET ws-scan-eof TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN ws-scan-eof
                   CONTINUE
               WHEN ship-c-code NOT = acct-c-code
                   SET ws-scan-eof TO TRUE
               WHEN OTHER
                   MOVE anon-placeholder TO ship-addr1
                   MOVE SPACES TO ship-addr2 ship-addr3 ship-addr4
                   REWRITE custship-record
                   END-REWRITE
                   ADD 1 TO ws-ship-count
           END-EVALUATE.

      *---------------------------------------------------------------*

       Write-Held-Account SECTION.

           MOVE acct-c-code       TO hld-code
           MOVE acct-changed-date TO hld-closed-date
           MOVE ws-hold-reason    TO hld-reason
           WRITE report-line FROM held-line
           ADD 1 TO ws-accounts-held.

      *---------------------------------------------------------------*

       Write-Audit-Heading SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           WRITE report-line FROM file-hdg-line.

      *---------------------------------------------------------------*
      *    No custarcl.dat just means custarch.cbl has not cut an
      *    archive since it started keeping the list.
      *---------------------------------------------------------------*

       Load-Archive-List SECTION.

           OPEN INPUT arch-list-file
           IF NOT arcl-status-not-found
               MOVE "N" TO ws-scan-eof-sw
               PERFORM Read-Archive-List
               PERFORM Store-Archive-Name UNTIL ws-scan-eof
               CLOSE arch-list-file
           END-IF.

      *---------------------------------------------------------------*

       Read-Archive-List SECTION.

           READ arch-list-file
               AT END
                   SET ws-scan-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Store-Archive-Name SECTION.

           MOVE arcl-file-name TO ws-add-file-name
           PERFORM Add-Audit-File-Name
           PERFORM Read-Archive-List.

      *---------------------------------------------------------------*
      *    The audit file is sequential, so, as in custarch.cbl, it
      *    is rebuilt: every record through custanon.tmp with the
      *    images of registered codes blanked, and the work file
      *    copied back over the original only when something on it
      *    changed.
      *---------------------------------------------------------------*

       Anonymise-Audit-File SECTION.

           OPEN INPUT audit-file
           IF audit-status-not-found
               MOVE ws-audit-file-name TO skp-file-name
               WRITE report-line FROM skp-line
           ELSE
               OPEN OUTPUT audit-work-file
               MOVE "N" TO ws-audit-eof-sw
               MOVE 0   TO ws-audit-read-count
               MOVE 0   TO ws-audit-changed-count
               PERFORM Read-Audit-Record
               PERFORM Anonymise-Audit-Record UNTIL ws-audit-eof
               CLOSE audit-file
               CLOSE audit-work-file
               IF ws-audit-changed-count > 0
                   PERFORM Copy-Work-File-Back
               END-IF
               MOVE ws-audit-file-name     TO fil-file-name
               MOVE ws-audit-read-count    TO fil-read
               MOVE ws-audit-changed-count TO fil-changed
               WRITE report-line FROM file-line
               ADD ws-audit-changed-count TO ws-audit-changed-total
           END-IF.

      *---------------------------------------------------------------*

       Read-Audit-Record SECTION.

           READ audit-file INTO ws-audit-image
               AT END
                   SET ws-audit-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*
      *    A name is replaced by the placeholder and an address line
      *    blanked; an image that is blank already (the after image
      *    of a delete) stays blank. Limit and area are not personal
      *    and stay.
      *---------------------------------------------------------------*

       Anonymise-Audit-Record SECTION.

           ADD 1 TO ws-audit-read-count
           MOVE audit-code TO anon-c-code
           READ custanon-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO ws-image-changed-sw
                   IF audit-before-name NOT = SPACES
                      AND audit-before-name NOT = anon-placeholder
                       MOVE anon-placeholder TO audit-before-name
                       SET ws-image-changed TO TRUE
                   END-IF
                   IF audit-after-name NOT = SPACES
                      AND audit-after-name NOT = anon-placeholder
                       MOVE anon-placeholder TO audit-after-name
                       SET ws-image-changed TO TRUE
                   END-IF
                   IF audit-before-addr1 NOT = SPACES
                      OR audit-before-addr2 NOT = SPACES
                      OR audit-before-addr3 NOT = SPACES
                      OR audit-before-addr4 NOT = SPACES
                      OR audit-after-addr1 NOT = SPACES
                      OR audit-after-addr2 NOT = SPACES
                      OR audit-after-addr3 NOT = SPACES
                      OR audit-after-addr4 NOT = SPACES
                       MOVE SPACES TO audit-before-addr1
                                      audit-before-addr2
                                      audit-before-addr3
                                      audit-before-addr4
                                      audit-after-addr1
                                      audit-after-addr2
                                      audit-after-addr3
                                      audit-after-addr4
                       SET ws-image-changed TO TRUE
                   END-IF
                   IF ws-image-changed
                       ADD 1 TO ws-audit-changed-count
                   END-IF
           END-READ
           WRITE audit-work-record FROM ws-audit-image
           PERFORM Read-Audit-Record.

      *---------------------------------------------------------------*

       Copy-Work-File-Back SECTION.

           OPEN INPUT audit-work-file
           OPEN OUTPUT audit-file
           MOVE "N" TO ws-audit-eof-sw
           PERFORM Read-Work-Record
           PERFORM Copy-One-Work-Record UNTIL ws-audit-eof
           CLOSE audit-work-file
           CLOSE audit-file.

      *---------------------------------------------------------------*

       Read-Work-Record SECTION.

           READ audit-work-file
               AT END
                   SET ws-audit-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Copy-One-Work-Record SECTION.

           WRITE audit-record FROM audit-work-record
           PERFORM Read-Work-Record.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "ACCOUNTS ANONYMISED" TO tot-label
           MOVE ws-accounts-anonymised TO tot-count
           WRITE report-line FROM tot-line
           MOVE "CLOSED ACCOUNTS HELD BACK" TO tot-label
           MOVE ws-accounts-held TO tot-count
           WRITE report-line FROM tot-line
           MOVE "AUDIT RECORDS ANONYMISED" TO tot-label
           MOVE ws-audit-changed-total TO tot-count
           WRITE report-line FROM tot-line
           CLOSE custacct-file
           CLOSE customer-file
           IF NOT histf-status-not-found
               CLOSE custhist-file
           END-IF
           IF NOT payf-status-not-found
               CLOSE custpay-file
           END-IF
           IF NOT oaccf-status-not-found
               CLOSE custoacc-file
           END-IF
           IF NOT contf-status-not-found
               CLOSE custcont-file
           END-IF
           IF NOT shipf-status-not-found
               CLOSE custship-file
           END-IF
           CLOSE custanon-file
           CLOSE report-file
           MOVE "E" TO ws-sys-request
           MOVE SPACES TO ws-sys-job-name
           CALL system-status USING ws-sys-request
                                     ws-sys-job-name
                                     ws-sys-screen-count
           END-CALL
           DISPLAY "CUSTANON: " ws-accounts-anonymised " ACCOUNT(S) "
                   "ANONYMISED, " ws-accounts-held " HELD BACK - "
                   "CERTIFICATE ON custanon.lst"
           STOP RUN.
