      *    when the two agree is the through date advanced, so a
      *    transfer that failed (or posted short) leaves the
      *    extract re-runnable instead of silently dropping a day's
      *    cash out of the ledger. The gross value is every line at
      *    its amount regardless of sign, so a returned-check
      *    reversal line adds to it like a receipt does.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
