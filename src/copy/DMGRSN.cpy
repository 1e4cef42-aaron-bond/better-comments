      *----------------------------------------------------------------
      * DMGRSN - Damage reason master record.
      *
      * One record per reason a pallet can be set aside as damaged
      * at the door - crushed, wet, broken wrap and the like - keyed
      * by the short code the operator keys when flagging the
      * pallet.  Every damaged entry in the count stream is
      * validated against this master, so the daily over, short
      * and damaged report groups by a reason the dock office has
      * agreed rather than by free text.
      * An inactive reason stays on file so old damaged events can
      * still be read, but new pallets may not be flagged with it.
      * Maintained by DamageReasonMaint, in the same mold as the
      * commodity master, and read at start-up by the count
      * program and by the damage report.
      *----------------------------------------------------------------
       01  DamageReasonRecord.
           05  DR-ReasonCode       PIC X(03).
           05  DR-Description      PIC X(20).
           05  DR-Status           PIC X(01).
               88  DR-ReasonActive     VALUE "A".
               88  DR-ReasonInactive   VALUE "I".
           05  FILLER              PIC X(06).
