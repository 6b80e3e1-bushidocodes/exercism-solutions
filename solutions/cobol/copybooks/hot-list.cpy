      * Shared lost/stolen card hot-list layouts. LUHN-BATCH only
      * rejected malformed numbers and replays, so a good number on a
      * card reported stolen went straight through to LUHNSURV.
      * HOTLIST holds one line per listed card, keyed on the same
      * eighteen-digit digest CARDSEEN uses -- taken over the card's
      * digits alone, so spacing in the keyed-in number does not
      * matter -- with the issuer's reason, the date the listing
      * takes effect and the date it lapses (zeros: until removed).
      * The masked PAN, first six and last four as CARDRPT shows
      * them, is kept only so the hot-list can be read by a person;
      * the PAN itself is never on the file.
       01 HL-HOT-RECORD.
          05 HL-CARD-DIGEST      PIC X(18).
          05 FILLER              PIC X.
          05 HL-REASON           PIC X(2).
             88 HL-LOST                  VALUE "LO".
             88 HL-STOLEN                VALUE "ST".
             88 HL-FRAUD                 VALUE "FR".
             88 HL-COMPROMISED           VALUE "CP".
             88 HL-VALID-REASON          VALUE "LO" "ST" "FR" "CP".
          05 FILLER              PIC X.
          05 HL-LISTED-DATE      PIC 9(8).
          05 FILLER              PIC X.
          05 HL-EXPIRY-DATE      PIC 9(8).
          05 FILLER              PIC X.
          05 HL-MASKED-PAN       PIC X(19).
      * HOTFEED: the issuers' daily hot-list feed, applied by
      * LUHN-HOTLIST. A adds a card (or relists one already on the
      * hot-list with the new reason and dates), D takes one off.
      * A blank listed date is the business date; a blank expiry
      * date keeps the card listed until an issuer removes it.
       01 HF-FEED-RECORD.
          05 HF-ACTION           PIC X.
             88 HF-ADD                   VALUE "A".
             88 HF-DELETE                VALUE "D".
          05 FILLER              PIC X.
          05 HF-CARD-NUMBER      PIC X(32).
          05 FILLER              PIC X.
          05 HF-REASON           PIC X(2).
          05 FILLER              PIC X.
          05 HF-LISTED-DATE      PIC X(8).
          05 FILLER              PIC X.
          05 HF-EXPIRY-DATE      PIC X(8).
      * HOTCARD: rewritten by every LUHN-BATCH run, one line per
      * valid card the hot-list stopped, for the issuers' fraud
      * desks. The number travels under the same key-schedule
      * cipher as LUHNSURV.
       01 HC-HOT-CARD-RECORD.
          05 HC-CARD-NUMBER      PIC X(32).
          05 FILLER              PIC X.
          05 HC-REASON           PIC X(2).
          05 FILLER              PIC X.
          05 HC-LISTED-DATE      PIC 9(8).
          05 FILLER              PIC X.
          05 HC-PRESENTED-DATE   PIC X(8).
