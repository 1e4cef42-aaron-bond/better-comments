      * commodity master; spaces when the entry was taken uncoded.
      *----------------------------------------------------------------
           05  DE-CommodityCode    PIC X(05)  VALUE SPACES.
      *----------------------------------------------------------------
      * The label number the scanner read off the pallet; spaces
      * for a keyed entry or a gun that does not read labels.
      *----------------------------------------------------------------
           05  DE-PalletLabel      PIC X(12)  VALUE SPACES.
      *----------------------------------------------------------------
      * The damage reason the operator keyed when setting the pallet
      * aside as damaged; spaces for a sound pallet.
      *----------------------------------------------------------------
           05  DE-DamageReason     PIC X(03)  VALUE SPACES.
               88  DE-SoundPallet  VALUE SPACES.
