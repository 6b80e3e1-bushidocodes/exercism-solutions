      * Shared lot acceptance sampling plan. Receiving used to run
      * every fabricated part through the TRIANGLE audit; with the
      * volume up, a lot of SA-LOT-SIZE parts is judged on a sample
      * of SA-SAMPLE-SIZE of them and accepted when no more than
      * SA-ACCEPT-NUMBER of the sample are defective. The plan in
      * force lives on PARMMST under SAMPLING-PLAN as LOT-SIZE,
      * SAMPLE-SIZE and ACCEPT-NO, so SAMPLING-PLAN (which prints
      * the plan's operating-characteristic table) and TRIANGLE-LOT-
      * BATCH (which applies it) can never disagree. A value missing
      * or not numeric keeps the default below. The plan is valid
      * when the sample is at least one part, no larger than the lot
      * and no larger than SA-MAX-SAMPLE (the largest sample whose
      * binomial coefficients PASCALS-TRIANGLE can hold), and the
      * acceptance number is below the sample size.
       01 SA-SAMPLING-PLAN.
          05 SA-LOT-SIZE         PIC 9(5).
          05 SA-SAMPLE-SIZE      PIC 9(3).
          05 SA-ACCEPT-NUMBER    PIC 9(3).
          05 SA-PLAN-FLAG        PIC X   VALUE 'N'.
             88 SA-PLAN-VALID            VALUE 'Y' FALSE 'N'.
       01 SA-PLAN-DEFAULTS.
          05 SA-DEFAULT-LOT      PIC 9(5) VALUE 500.
          05 SA-DEFAULT-SAMPLE   PIC 9(3) VALUE 50.
          05 SA-DEFAULT-ACCEPT   PIC 9(3) VALUE 1.
          05 SA-MAX-SAMPLE       PIC 9(3) VALUE 63.
