      *----------------------------------------------------------------
      * ASNREC - Advance ship notice record.
      *
      * One record per inbound shipment on the day's ASN file, as
      * the carriers' EDI arrives and is cut to a flat file for the
      * dock: the carrier's ASN number, the carrier, the trailer the
      * shipment rides on, the pallet count the carrier declares,
      * and the commodity where the carrier gives one (spaces where
      * it does not).  The pallet count is taken as the carrier
      * sends it and is not to be trusted numeric until checked;
      * the text view is how a garbled one is printed.
      * Read by AsnManifestLoad, which builds the trailer manifest
      * (copybook TRLRMAN) from the shipments it accepts.
      *----------------------------------------------------------------
       01  AsnRecord.
           05  AS-AsnNumber        PIC X(10).
           05  AS-CarrierId        PIC X(05).
           05  AS-TrailerId        PIC X(08).
           05  AS-PalletCount      PIC 9(05).
           05  AS-PalletCountText  REDEFINES AS-PalletCount
                                   PIC X(05).
           05  AS-CommodityCode    PIC X(05).
           05  FILLER              PIC X(07).
