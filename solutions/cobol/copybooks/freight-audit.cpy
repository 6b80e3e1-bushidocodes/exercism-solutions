      * Shared freight invoice audit layouts. Carriers bill us per
      * truck by weight and distance and the invoice was paid as
      * billed. FREIGHT-AUDIT re-rates every invoice line from these
      * files before accounts payable sees it.
      *
      * FRTRATE: the freight rate master, one line per carrier, lane
      * and change of rate. The newest line in force on the ship
      * date prices the shipment: the lane's agreed distance, the
      * rate per hundred weight units per mile (four implied
      * decimals) and the minimum charge for a truck on the lane.
       01 FR-RATE-RECORD.
          05 FR-CARRIER-ID       PIC X(6).
          05 FILLER              PIC X.
          05 FR-LANE-ID          PIC X(10).
          05 FILLER              PIC X.
          05 FR-EFFECTIVE-DATE   PIC X(8).
          05 FILLER              PIC X.
          05 FR-LANE-MILES       PIC 9(4).
          05 FILLER              PIC X.
          05 FR-CWT-MILE-RATE    PIC 9(2)V9(4).
          05 FILLER              PIC X.
          05 FR-MINIMUM-CHARGE   PIC 9(5)V99.
      * FRTINVC: the carriers' invoice lines, one per truck billed --
      * the carrier's invoice and line number, our TR-TRUCK-ID, the
      * ship date and lane, and the weight, distance and amount the
      * carrier billed. Amounts carry two implied decimals.
       01 FI-INVOICE-RECORD.
          05 FI-CARRIER-ID       PIC X(6).
          05 FILLER              PIC X.
          05 FI-INVOICE-NO       PIC X(12).
          05 FILLER              PIC X.
          05 FI-LINE-NO          PIC 9(3).
          05 FILLER              PIC X.
          05 FI-TRUCK-ID         PIC X(10).
          05 FILLER              PIC X.
          05 FI-SHIP-DATE        PIC X(8).
          05 FILLER              PIC X.
          05 FI-LANE-ID          PIC X(10).
          05 FILLER              PIC X.
          05 FI-BILLED-WEIGHT    PIC 9(5).
          05 FILLER              PIC X.
          05 FI-BILLED-MILES     PIC 9(4).
          05 FILLER              PIC X.
          05 FI-BILLED-AMOUNT    PIC 9(7)V99.
      * FRTHOLD: the disputed invoice lines held back from payment,
      * the line as the carrier sent it with the reason it was held
      * and the amount it re-rated to. Reasons:
      *    UNKT  truck not in the TRUCKS fleet
      *    NDSP  truck not dispatched -- no BILLLOG bill for it on
      *          the ship date
      *    DUPL  invoice line already approved
      *    DUPS  truck already paid for on that ship date
      *    NORT  no FRTRATE line in force for carrier and lane
      *    OVCH  billed over the re-rated amount by more than the
      *          tolerance
      *    BADL  line unreadable
       01 FX-HOLD-RECORD.
          05 FX-INVOICE-LINE     PIC X(75).
          05 FILLER              PIC X.
          05 FX-REASON-CODE      PIC X(4).
          05 FILLER              PIC X.
          05 FX-RERATED-AMOUNT   PIC 9(7)V99.
          05 FILLER              PIC X.
          05 FX-REASON           PIC X(40).
      * FRTHIST: every invoice line ever audited, with the audit
      * date and whether it was approved or held -- how a duplicate
      * invoice, or a second bill for a truck and ship date already
      * paid, is known. Indexed on carrier, invoice and line number,
      * with the truck and ship date as an alternate key; a held
      * line is replaced when it is audited again, an approved one
      * never is.
       01 FH-HISTORY-RECORD.
          05 FH-AUDIT-DATE       PIC X(8).
          05 FILLER              PIC X.
          05 FH-CARRIER-ID       PIC X(6).
          05 FILLER              PIC X.
          05 FH-INVOICE-NO       PIC X(12).
          05 FILLER              PIC X.
          05 FH-LINE-NO          PIC 9(3).
          05 FILLER              PIC X.
          05 FH-TRUCK-ID         PIC X(10).
          05 FILLER              PIC X.
          05 FH-SHIP-DATE        PIC X(8).
          05 FILLER              PIC X.
          05 FH-STATUS           PIC X.
             88 FH-APPROVED              VALUE "A".
             88 FH-HELD                  VALUE "H".
          05 FILLER              PIC X.
          05 FH-AMOUNT           PIC 9(7)V99.
      * FRTAPPR: the approved-to-pay interface to accounts payable,
      * eighty bytes a record. One header, a detail per approved
      * invoice line at the amount billed, and a trailer whose
      * counts and total AP checks before it pays anything.
      * AP-T-RECORD-COUNT counts every record, header and trailer
      * included.
       01 AP-HEADER-RECORD.
          05 AP-H-TYPE           PIC X(2).
          05 AP-H-CREATED-DATE   PIC X(8).
          05 AP-H-SOURCE         PIC X(14).
          05 FILLER              PIC X(56).
       01 AP-DETAIL-RECORD.
          05 AP-D-TYPE           PIC X(2).
          05 AP-D-CARRIER-ID     PIC X(6).
          05 AP-D-INVOICE-NO     PIC X(12).
          05 AP-D-LINE-NO        PIC 9(3).
          05 AP-D-TRUCK-ID       PIC X(10).
          05 AP-D-SHIP-DATE      PIC X(8).
          05 AP-D-LANE-ID        PIC X(10).
          05 AP-D-AMOUNT         PIC 9(9)V99.
          05 FILLER              PIC X(18).
       01 AP-TRAILER-RECORD.
          05 AP-T-TYPE           PIC X(2).
          05 AP-T-DETAIL-COUNT   PIC 9(6).
          05 AP-T-AMOUNT-TOTAL   PIC 9(11)V99.
          05 AP-T-RECORD-COUNT   PIC 9(6).
          05 FILLER              PIC X(53).
