      * naming the commodity in TR-CommodityCode, so the posting
      * job receives item-level receipts; the history roll-up
      * skips type C - the master is per shift, and the shift's
      * totals record already carries the full figure.  A type A
      * adjustment names the commodity the supervisor backed out,
      * and a type R re-entry the commodity keyed when it was
      * dispositioned, where either is known; on every other
      * record type the commodity field is spaces.
      * CommodityBalanceUpdate posts the type C subtotals and the
      * coded re-entries to the commodity balance master (copybook
      * COMBAL).
      * Pallets the dock set aside as damaged never reach the
      * shift's totals; a shift that flagged any cuts one type Q
      * quarantine record per commodity damaged (spaces for the
      * uncoded ones), carrying the damaged pallets and entries, so
      * inventory books them into quarantine instead of good stock.
      * The history roll-up and the commodity balance posting both
      * leave type Q out of their figures.
      * Every program that writes transaction records writes them
      * as a batch: a type H batch header first, carrying the run
      * date, the station (spaces once stations are merged), the
      * generation - 001 for the first batch of the day, one more
      * for each batch cut again the same day - and the batch's
      * source; then the records; then six type T batch trailers,
      * one for each record type in the order S, O, A, R, C, Q,
      * carrying how many records of that type the batch holds and
      * the sum of their pallets as a hash total.  A space-typed
      * totals record is counted as type S.  A trailer for a type
      * the batch does not hold carries zeros.  The batch header
      * and trailers use the TransactionBatchRecord layout below;
      * the record type sits in the same column as TR-RecordType.
      * The count program writes one COUNT batch per station file;
      * StationConsolidation proves every station batch and writes
      * the day file as one MERGE batch; SuspenseDisposition
      * appends a REENT batch for the re-entries it makes;
      * TransactionHistoryUpdate appends a HOLD batch to the hold
      * file (DOCKHOLD) for the transactions it refuses because
      * their month is closed, to be rolled up once it reopens.  The
      * merge, the history roll-up, the integrity audit and the
      * commodity balance posting prove every batch against its
      * trailers before using the file, so a file cut short or
      * half merged stops the run instead of passing for a quiet
      * day.
      * COPYed into the FILE SECTION by every program that writes
      * or reads the transaction file.
      *----------------------------------------------------------------
               88  TR-Adjustment       VALUE "A".
               88  TR-Reentry          VALUE "R".
               88  TR-CommoditySubtotal VALUE "C".
               88  TR-Quarantine       VALUE "Q".
               88  TR-BatchHeader      VALUE "H".
               88  TR-BatchTrailer     VALUE "T".
           05  TR-CommodityCode    PIC X(05).
               88  TR-NoCommodity      VALUE SPACES.
       01  TransactionBatchRecord.
           05  TB-RunDate          PIC 9(06).
           05  TB-StationId        PIC X(01).
           05  TB-Generation       PIC 9(03).
           05  TB-CountedType      PIC X(01).
           05  TB-RecordCount      PIC 9(05).
           05  TB-PalletHash       PIC 9(08).
           05  TB-RecordType       PIC X(01).
               88  TB-BatchHeader      VALUE "H".
               88  TB-BatchTrailer     VALUE "T".
           05  TB-BatchSource      PIC X(05).
               88  TB-CountBatch       VALUE "COUNT".
               88  TB-MergeBatch       VALUE "MERGE".
               88  TB-ReentryBatch     VALUE "REENT".
               88  TB-HoldBatch        VALUE "HOLD ".
