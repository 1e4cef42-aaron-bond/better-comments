      * a space.  The commodity on the pallet rides with the event
      * as well - spaces when the entry was taken uncoded or before
      * commodity counting existed.
      * A scanner gun that reads the pallet's label sends the label
      * number with the count, and it rides with the event too, so
      * a pallet can be traced by its label and the same label
      * cannot be counted twice in a day; keyed entries, and events
      * written before labels were captured, carry spaces.  The
      * record grew from 50 to 70 bytes to carry it; an older
      * 50-byte line reads back with the label and the new filler
      * as spaces.
      * A pallet the operator sets aside as damaged is logged as a
      * damage event (type D) rather than an entry, carrying the
      * reason code from the damage reason master (copybook DMGRSN)
      * in DEF-DamageReason, so it never reads as good stock.  A
      * damage event takes its sequence from the shift's own run of
      * damaged pallets, as a reversal takes the sequence of the
      * entry it backs out; on every other event the reason is
      * spaces.
      * The log also still holds the free-text 80-byte lines written
      * before this fixed layout existed, and those parse as nothing
      * at all - every reader must skip any record whose run date
           05  DEF-EventType       PIC X(01).
               88  DEF-EntryEvent      VALUE "E" " ".
               88  DEF-ReversalEvent   VALUE "R".
               88  DEF-DamageEvent     VALUE "D".
           05  DEF-StationId       PIC X(01).
           05  DEF-CommodityCode   PIC X(05).
           05  DEF-PalletLabel     PIC X(12).
               88  DEF-NoPalletLabel   VALUE SPACES.
           05  DEF-DamageReason    PIC X(03).
           05  FILLER              PIC X(08).
