      *----------------------------------------------------------------
      * COMBAL - Commodity balance master record.
      *
      * One record per commodity the dock holds, keyed by the same
      * commodity code as the commodity master (copybook COMMOD),
      * carrying the book figure for how many pallets of it should
      * be in the building.  CommodityBalanceUpdate posts each
      * day's transaction file to it - receiving-shift commodity
      * subtotals on, shipping-shift subtotals off, coded suspense
      * re-entries to the side of the shift they name - and stamps
      * the date it last posted.  The balance is signed: shipping
      * more than the book says is on hand drives it below zero,
      * and the daily report shows that as an exception rather
      * than hiding it.
      * StockTakeEntry records the last physical count and its
      * date, and, when the supervisor accepts the count, resets
      * the book figure to it.
      *----------------------------------------------------------------
       01  CommodityBalanceRecord.
           05  CB-CommodityCode    PIC X(05).
           05  CB-OnHandPallets    PIC S9(07)
                                   SIGN IS LEADING SEPARATE.
           05  CB-LastPostedDate   PIC 9(06).
           05  CB-LastCountDate    PIC 9(06).
           05  CB-LastCountPallets PIC 9(07).
           05  FILLER              PIC X(08).
