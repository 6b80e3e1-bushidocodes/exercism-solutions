      * Shared partner-lab billing layouts. The labs were invoiced
      * from a spreadsheet built by hand off LABQRPT every month, and
      * it was regularly wrong.
      *
      * LABPRICE: the lab price master, one line per lab. The fee
      * for each sample sequenced, the fee for each further run of
      * the same sample in the month, the surcharge on a sample the
      * lab asked to have rushed, and the credit given back on a
      * sample that failed our own QC. Amounts carry two
      * implied decimals.
       01 LP-PRICE-RECORD.
          05 LP-LAB-ID           PIC X(10).
          05 FILLER              PIC X.
          05 LP-SAMPLE-FEE       PIC 9(5)V99.
          05 FILLER              PIC X.
          05 LP-RERUN-FEE        PIC 9(5)V99.
          05 FILLER              PIC X.
          05 LP-RUSH-SURCHARGE   PIC 9(5)V99.
          05 FILLER              PIC X.
          05 LP-QC-CREDIT        PIC 9(5)V99.
      * LABRUSH: the samples a lab asked us to rush, one line each.
       01 LR-RUSH-RECORD.
          05 LR-SAMPLE-ID        PIC X(10).
          05 FILLER              PIC X.
          05 LR-REQUEST-DATE     PIC X(8).
      * ARINTF: the accounts-receivable interface, eighty bytes a
      * record. One header naming the billing month, one detail per
      * invoice, and a trailer whose counts and totals the AR system
      * checks before it posts anything. AR-T-RECORD-COUNT counts
      * every record, header and trailer included.
       01 AR-HEADER-RECORD.
          05 AR-H-TYPE           PIC X(2).
          05 AR-H-PERIOD         PIC X(6).
          05 AR-H-CREATED-DATE   PIC X(8).
          05 AR-H-SOURCE         PIC X(10).
          05 FILLER              PIC X(54).
       01 AR-DETAIL-RECORD.
          05 AR-D-TYPE           PIC X(2).
          05 AR-D-INVOICE-NO     PIC X(12).
          05 AR-D-LAB-ID         PIC X(10).
          05 AR-D-INVOICE-DATE   PIC X(8).
          05 AR-D-GROSS          PIC 9(9)V99.
          05 AR-D-CREDIT         PIC 9(9)V99.
          05 AR-D-NET            PIC S9(9)V99
                                 SIGN IS LEADING SEPARATE.
          05 FILLER              PIC X(14).
       01 AR-TRAILER-RECORD.
          05 AR-T-TYPE           PIC X(2).
          05 AR-T-DETAIL-COUNT   PIC 9(6).
          05 AR-T-GROSS-TOTAL    PIC 9(11)V99.
          05 AR-T-CREDIT-TOTAL   PIC 9(11)V99.
          05 AR-T-NET-TOTAL      PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.
          05 AR-T-RECORD-COUNT   PIC 9(6).
          05 FILLER              PIC X(26).
