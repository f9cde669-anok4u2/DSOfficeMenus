      *    custrest.cbl, the run refuses to start while any customer
      *    screen session is signed on, and marks the custsys.ism
      *    batch window for the duration.
      *
      *    Each audit archive written is also recorded on
      *    custarcl.dat, so that custanon.cbl can find every archived
      *    audit image of an account it anonymises.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-archive-file-status.

           SELECT arch-list-file ASSIGN "custarcl.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-arch-list-file-status.

           SELECT report-file ASSIGN "custarch.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

               05  pay-time            PIC 9(8).
           03  pay-amount              PIC 9(7)V99 COMP.
           03  pay-reference           PIC X(15).
           03  pay-reversed-flg        PIC 9.
           03  pay-reversed-date       PIC 9(8).

       FD  custdunh-file.
       01  dunning-hist-record.
           03  apay-time               PIC 9(8).
           03  apay-amount             PIC 9(7)V99 COMP.
           03  apay-reference          PIC X(15).
           03  apay-reversed-flg       PIC 9.
           03  apay-reversed-date      PIC 9(8).

       FD  arch-dunh-file.
       01  arch-dunh-record.
           03  adnh-letter-count       PIC 9(3).
           03  adnh-last-date          PIC 9(8).

      *---------------------------------------------------------------*
      *    One record per audit archive written, for custanon.cbl.
      *---------------------------------------------------------------*
       FD  arch-list-file.
       01  arch-list-record.
           03  arcl-file-name          PIC X(20).
           03  arcl-cutoff-date        PIC 9(8).

       FD  report-file.
       01  report-line                 PIC X(132).

       77  ws-archive-file-status      PIC X(2).
           88  arch-status-ok                   VALUE "00".

       77  ws-arch-list-file-status    PIC X(2).
           88  arcl-status-ok                   VALUE "00".
           88  arcl-status-not-found            VALUE "35".

       01  hdg-line-1.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(40)
               CLOSE arch-audit-file
               CLOSE audit-work-file
               PERFORM Copy-Keepers-Back
               PERFORM Record-Audit-Archive
               MOVE "custaudt.dat" TO tot-file-name
               PERFORM Write-File-Totals
           END-IF.
           WRITE audit-record FROM audit-work-record
           PERFORM Read-Work-Record.

      *---------------------------------------------------------------*
      *    custarcl.dat is created by the first archive cut, the same
      *    not-found guard customer.cbl uses for custaudt.dat. Cutting
      *    the same date twice rewrites the same archive, so it is
      *    recorded twice; custanon.cbl treats each name once.
      *---------------------------------------------------------------*

       Record-Audit-Archive SECTION.

           OPEN EXTEND arch-list-file
           IF arcl-status-not-found
               OPEN OUTPUT arch-list-file
               CLOSE arch-list-file
               OPEN EXTEND arch-list-file
           END-IF
           MOVE ws-archive-name TO arcl-file-name
           MOVE ws-cutoff-date  TO arcl-cutoff-date
           WRITE arch-list-record
           CLOSE arch-list-file.

      *---------------------------------------------------------------*
      *    The keyed files are walked in key order; an old record is
      *    written to the dated archive and DELETEd from the live
