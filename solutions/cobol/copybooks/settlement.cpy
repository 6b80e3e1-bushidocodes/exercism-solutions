      * Shared acquirer settlement layouts. The cards that came
      * through LUHN, NUCLEOTIDE-COUNT and HAMMING were keyed into the
      * acquirer's portal by hand. SETTLEMENT writes SETLFILE in the
      * acquirer's fixed eighty-byte format: one file header, then
      * for each source feed (CARDFILE columns 33-36) a batch header,
      * its detail records and a batch trailer, then the file
      * trailer. The hash totals are the sum of the card numbers
      * taken as numbers, low-order eighteen digits kept. The file
      * id is the business date, so one settlement file a day.
       01 ST-FILE-HEADER.
          05 ST-FH-TYPE          PIC X(2).
          05 ST-FH-SENDER        PIC X(10).
          05 ST-FH-FILE-ID       PIC X(8).
          05 ST-FH-CREATED-DATE  PIC X(8).
          05 ST-FH-CREATED-TIME  PIC X(4).
          05 FILLER              PIC X(48).
       01 ST-BATCH-HEADER.
          05 ST-BH-TYPE          PIC X(2).
          05 ST-BH-BATCH-NO      PIC 9(4).
          05 ST-BH-FEED-ID       PIC X(4).
          05 FILLER              PIC X(70).
       01 ST-DETAIL.
          05 ST-DT-TYPE          PIC X(2).
          05 ST-DT-BATCH-NO      PIC 9(4).
          05 ST-DT-SEQ           PIC 9(6).
          05 ST-DT-CARD-NUMBER   PIC X(19).
          05 ST-DT-FEED-ID       PIC X(4).
          05 FILLER              PIC X(45).
       01 ST-BATCH-TRAILER.
          05 ST-BT-TYPE          PIC X(2).
          05 ST-BT-BATCH-NO      PIC 9(4).
          05 ST-BT-COUNT         PIC 9(6).
          05 ST-BT-HASH          PIC 9(18).
          05 FILLER              PIC X(50).
      * ST-FT-RECORD-COUNT counts every record on the file, the file
      * header and trailer included.
       01 ST-FILE-TRAILER.
          05 ST-FT-TYPE          PIC X(2).
          05 ST-FT-BATCH-COUNT   PIC 9(4).
          05 ST-FT-DETAIL-COUNT  PIC 9(8).
          05 ST-FT-RECORD-COUNT  PIC 9(8).
          05 ST-FT-HASH          PIC 9(18).
          05 FILLER              PIC X(40).
      * SETLACK: the acquirer's acknowledgement of a settlement file.
      * FA acknowledges the file; BA each batch, with the count and
      * hash the acquirer took in; RJ names a detail record it
      * refused, by batch and sequence, with its reason. Status A
      * is accepted, R rejected -- a rejected batch or file refuses
      * every record in it.
       01 SA-ACK-RECORD.
          05 SA-TYPE             PIC X(2).
             88 SA-FILE-ACK              VALUE "FA".
             88 SA-BATCH-ACK             VALUE "BA".
             88 SA-DETAIL-REJECT         VALUE "RJ".
          05 SA-FILE-ID          PIC X(8).
          05 SA-BATCH-NO         PIC X(4).
          05 SA-SEQ              PIC X(6).
          05 SA-STATUS           PIC X.
             88 SA-ACCEPTED              VALUE "A".
             88 SA-REJECTED              VALUE "R".
          05 SA-COUNT            PIC X(6).
          05 SA-HASH             PIC X(18).
          05 SA-REASON           PIC X(30).
