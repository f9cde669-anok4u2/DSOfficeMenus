      *    value they carried (11 digits, implied pennies), and the
      *    run stamp echoed back off the extract's HDR line - the
      *    proof this acknowledgement belongs to the extract now
      *    pending and not to an earlier cycle. Credit note (CRN),
      *    write-off (WOF) and sales tax (TAX) lines are detail lines
      *    too: they count in the line count and their amounts - the
      *    tax, on a TAX line - in the gross total.
      *---------------------------------------------------------------*
       FD  ack-file.
       01  ack-record.
