      * Shared warehouse item master layout. ITEMPOOL carried only a
      * weight, value and class per line, with no item identity and
      * no stock level, so the same pallet could be planned onto two
      * trucks on consecutive nights. ITEMMST holds one record per
      * item, keyed on IM-ITEM-ID, with its description, unit weight,
      * unit value, IP-CLASS and the quantity on hand. KNAPSACK's
      * MULTI-TRUCK-LOAD builds its item pool from the units on hand
      * and takes the units it loads off IM-ON-HAND as it writes
      * LOADPLAN; WEIGH-RECONCILE puts back any unit the scale shows
      * never left. ITEM-MASTER-MAINT adds and changes items and
      * posts receipts; ITEM-MASTER reports stock at or below
      * IM-REORDER-LEVEL as running low.
       01 IM-ITEM-RECORD.
          05 IM-ITEM-ID          PIC X(8).
          05 IM-DESCRIPTION      PIC X(30).
          05 IM-WEIGHT           PIC 9(4).
          05 IM-VALUE            PIC 9(3).
          05 IM-CLASS            PIC X(4).
          05 IM-ON-HAND          PIC 9(5).
          05 IM-REORDER-LEVEL    PIC 9(5).
          05 IM-LAST-RECEIPT     PIC X(8).
          05 IM-LAST-RECONCILE   PIC X(8).
       01 IM-MASTER-STATUS       PIC XX.
