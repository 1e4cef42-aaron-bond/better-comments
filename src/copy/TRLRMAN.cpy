      *----------------------------------------------------------------
      * TRLRMAN - Trailer manifest record.
      *
      * The carrier's trailer manifest for a receiving shift: one
      * record per trailer with the pallet count the carrier says is
      * on it and the carrier it belongs to, so a short or over
      * trailer's claim opens against the right carrier.  Built each
      * morning from the carriers' advance ship notices by
      * AsnManifestLoad, which also carries the commodity where the
      * notice gives one (spaces where it does not).  Manifests cut
      * before the carrier or commodity fields existed read them as
      * spaces.
      *----------------------------------------------------------------
       01  TrailerManifestRecord.
           05  TM-TrailerId        PIC X(08).
           05  TM-ExpectedPallets  PIC 9(05).
           05  TM-CarrierId        PIC X(05).
           05  TM-CommodityCode    PIC X(05).
