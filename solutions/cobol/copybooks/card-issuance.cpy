      * Shared card issuance layouts. Numbers for our own cards used
      * to be made up by hand and only checked afterwards by LUHN.
      * ISSUERMST is LUHN's indexed issuer master, keyed on the BIN
      * (the first six digits of every card number) and described
      * on the FD as LUHN has it -- only a BIN on it may issue.
      * BINRANGE: one control line per range of account numbers
      * under a BIN. A card number is the BIN, the account number
      * zero-filled to BR-CARD-LENGTH less seven digits, and the
      * Luhn check digit. BR-NEXT-ACCOUNT is the next number to
      * allocate and only ever moves up; BR-HIGH-ACCOUNT + 1 there
      * means the range is used up. CARD-ISSUANCE rewrites the file
      * at the end of every run.
       01 BR-RANGE-RECORD.
          05 BR-RANGE-ID         PIC X(4).
          05 FILLER              PIC X.
          05 BR-BIN              PIC 9(6).
          05 FILLER              PIC X.
          05 BR-CARD-LENGTH      PIC 9(2).
          05 FILLER              PIC X.
          05 BR-LOW-ACCOUNT      PIC 9(12).
          05 FILLER              PIC X.
          05 BR-HIGH-ACCOUNT     PIC 9(12).
          05 FILLER              PIC X.
          05 BR-NEXT-ACCOUNT     PIC 9(12).
          05 FILLER              PIC X.
          05 BR-LAST-ISSUED      PIC X(8).
      * ISSUEREQ: card production's requests -- how many cards to
      * issue from which range, and their own reference for the
      * batch. A request is issued whole or refused whole; refused
      * lines stay on the file for correction.
       01 IQ-REQUEST-RECORD.
          05 IQ-RANGE-ID         PIC X(4).
          05 FILLER              PIC X.
          05 IQ-QUANTITY         PIC X(5).
          05 FILLER              PIC X.
          05 IQ-REFERENCE        PIC X(20).
      * ISSUEREG: the issuance register, one line per number ever
      * issued. It is only ever added to; a number already on it is
      * never issued again.
       01 IR-REGISTER-RECORD.
          05 IR-CARD-NUMBER      PIC X(19).
          05 FILLER              PIC X.
          05 IR-RANGE-ID         PIC X(4).
          05 FILLER              PIC X.
          05 IR-ISSUE-DATE       PIC X(8).
          05 FILLER              PIC X.
          05 IR-REFERENCE        PIC X(20).
