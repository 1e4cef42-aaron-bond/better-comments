      * PostingAckMatch marks it P, with the posting date, when the
      * inventory side's acknowledgment for it comes back.  Records
      * written before the handshake existed carry a space, which
      * reads as unposted.
      * The shift type says which way the shift's pallets moved -
      * S for a receiving shift, O for an outbound one - so the
      * month-end movement statement can split receipts from
      * shipments.  It rides in what was filler, so records rolled
      * up before it existed carry a space and read as receiving,
      * which every shift was before outbound shifts were counted.
      * The rest of the filler leaves room for fields a later
      * change may need to carry per shift.
      *----------------------------------------------------------------
       01  HistoryMasterRecord.
           05  TH-HistoryKey.
               88  TH-Posted           VALUE "P".
               88  TH-Unposted         VALUE "U" " ".
           05  TH-PostedDate       PIC 9(06).
           05  TH-ShiftType        PIC X(01).
               88  TH-OutboundShift    VALUE "O".
           05  FILLER              PIC X(04).
