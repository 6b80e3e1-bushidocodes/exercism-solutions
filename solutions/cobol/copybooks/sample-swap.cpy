      * Shared sample-swap layouts. A re-sequenced sample was never
      * checked against what was sequenced for it before, and two
      * swapped tubes went out as each other's results.
      *
      * SAMPREF: the retained reference sequence, one line per
      * SG-SAMPLE-ID, as first sequenced, indexed on the sample ID.
      * HAMMING-SWAP-CHECK adds a record for each sample it has not
      * seen before and never replaces one.
       01 SR-REFERENCE-RECORD.
          05 SR-SAMPLE-ID        PIC X(10).
          05 FILLER              PIC X.
          05 SR-RETAINED-DATE    PIC X(8).
          05 FILLER              PIC X.
          05 SR-SEQUENCE         PIC X(128).
      * SAMPHOLD: the sample hold register. A sequence further from
      * its own reference than the PARMMST SWAPDIST distance holds
      * that sample and the likely true owner -- the sample whose
      * reference is closest -- each naming the other. A hold stays
      * in force until the lab releases it on SWAPREL; while it is,
      * LAB-BILLING does not invoice the sample and
      * DNA-PROTEIN-ORF-SCAN keeps its result off ORFLONG. A
      * released line is dropped the next time HAMMING rewrites the
      * register.
       01 SH-HOLD-RECORD.
          05 SH-SAMPLE-ID        PIC X(10).
          05 FILLER              PIC X.
          05 SH-STATUS           PIC X.
             88 SH-HELD                  VALUE "H".
             88 SH-RELEASED              VALUE "R".
          05 FILLER              PIC X.
          05 SH-HOLD-DATE        PIC X(8).
          05 FILLER              PIC X.
          05 SH-PAIRED-SAMPLE    PIC X(10).
          05 FILLER              PIC X.
          05 SH-RELEASE-DATE     PIC X(8).
          05 FILLER              PIC X.
          05 SH-RELEASED-BY      PIC X(20).
      * SWAPREL: the lab's releases, one line per held sample, with
      * who released it. Lines that release nothing stay on the file.
       01 XR-RELEASE-RECORD.
          05 XR-SAMPLE-ID        PIC X(10).
          05 FILLER              PIC X.
          05 XR-RELEASED-BY      PIC X(20).
