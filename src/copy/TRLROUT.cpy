      *----------------------------------------------------------------
      * TRLROUT - Trailer outcome record.
      *
      * One record per trailer a trailer-level shift counted, cut at
      * the shift close after any supervisor corrections, carrying
      * the figures the shift-end match-off judged it on: the
      * trailer, its carrier (spaces for an unmanifested trailer, or
      * a load-plan trailer whose plan named none), the shift's
      * direction (R receiving, S shipping), the pallets expected
      * from the manifest or load plan, the pallets counted, and
      * the outcome - matched, short, over, or unmanifested.
      * The match-off listing on the shift
      * report is paper; this file is the same result kept where a
      * program can read it back, accumulated across runs the way
      * the claims file is.  Read by CarrierScorecard.
      * The counted figure is good pallets only; the pallets set
      * aside as damaged ride beside it.  A receiving trailer is
      * judged on the two together - its damaged pallets still came
      * off it - and an outbound one on the good pallets alone.
      * Records cut before damage was kept carry spaces there.
      * An outbound trailer carries the seal number it was released
      * under, spaces when it was held on the door; receiving
      * trailers, and records cut before seals were taken, carry
      * spaces.  Read by BillOfLadingPrint for the bill of lading
      * and the shipping confirmation.
      *----------------------------------------------------------------
       01  TrailerOutcomeRecord.
           05  TO-RunDate          PIC 9(06).
           05  TO-ShiftId          PIC X(04).
           05  TO-TrailerId        PIC X(08).
           05  TO-CarrierId        PIC X(05).
           05  TO-Direction        PIC X(01).
               88  TO-Receiving        VALUE "R".
               88  TO-Shipping         VALUE "S".
           05  TO-ExpectedPallets  PIC 9(05).
           05  TO-CountedPallets   PIC 9(07).
           05  TO-Outcome          PIC X(01).
               88  TO-Matched          VALUE "M".
               88  TO-Short            VALUE "S".
               88  TO-Over             VALUE "O".
               88  TO-Unmanifested     VALUE "U".
           05  TO-DamagedPallets   PIC 9(03).
           05  TO-SealNumber       PIC X(10).
               88  TO-NotSealed        VALUE SPACES.
