      * Shared emergency medication stock layout. CAFETERIA-LIST tells
      * each school which students carry a severe allergen, but what
      * the nurse's office actually holds was on a clipboard. MEDSTOCK
      * holds one line per lot on the shelf at a school: the item
      * code (the auto-injector is the item MED-STOCK-CHECK counts
      * against the severe-allergy students), the manufacturer's lot
      * number, the quantity on hand and the expiry date, YYYYMMDD.
      * The nurse keeps it by hand in any order; a lot used up is
      * deleted or set to zero.
       01 MS-STOCK-RECORD.
          05 MS-SCHOOL-ID        PIC X(3).
          05 FILLER              PIC X.
          05 MS-ITEM             PIC X(20).
          05 FILLER              PIC X.
          05 MS-LOT              PIC X(12).
          05 FILLER              PIC X.
          05 MS-QUANTITY         PIC X(4).
          05 FILLER              PIC X.
          05 MS-EXPIRY-DATE      PIC X(8).
