      * Shared calculation request layout. Analysts used to prepare a
      * request file per math utility, each in its own layout, and
      * stitch four reports together; CALC-ROUTER takes them all from
      * one file.
      *
      * CALCREQ: one calculation per line -- an operation code and
      * its operands. Each operation's operands are laid out exactly
      * as the utility that does the work reads them:
      *   BASE      digits, from-base, to-base    (ALL-YOUR-BASE)
      *   COMPLEX   ADD/SUB/MUL/DIV/ABS and two
      *             signed complex operands       (COMPLEX-NUMBERS)
      *   FACTOR    a whole number of nine digits (SIEVE)
      *   SQRT      a 32-digit number, precision  (SQUARE-ROOT)
      *   COLLATZ   a starting value of 8 digits  (COLLATZ-CONJECTURE)
      *   DAYCOUNT  from date, to date, ACT/365,
      *             ACT/ACT or 30/360, and an
      *             optional annual amount        (LEAP)
       01 CQ-REQUEST-RECORD.
          05 CQ-OPERATION        PIC X(8).
             88 CQ-OP-BASE               VALUE "BASE".
             88 CQ-OP-COMPLEX            VALUE "COMPLEX".
             88 CQ-OP-FACTOR             VALUE "FACTOR".
             88 CQ-OP-SQRT               VALUE "SQRT".
             88 CQ-OP-COLLATZ            VALUE "COLLATZ".
             88 CQ-OP-DAYCOUNT           VALUE "DAYCOUNT".
          05 FILLER              PIC X.
          05 CQ-OPERANDS         PIC X(80).
          05 CQ-BASE-OPERANDS REDEFINES CQ-OPERANDS.
             10 CQ-BASE-VALUE    PIC X(60).
             10 FILLER           PIC X.
             10 CQ-FROM-BASE     PIC X(3).
             10 FILLER           PIC X.
             10 CQ-TO-BASE       PIC X(3).
             10 FILLER           PIC X(12).
          05 CQ-COMPLEX-OPERANDS REDEFINES CQ-OPERANDS.
             10 CQ-COMPLEX-OP    PIC X(3).
             10 FILLER           PIC X.
             10 CQ-COMPLEX-PAIRS PIC X(27).
             10 FILLER           PIC X(49).
          05 CQ-FACTOR-OPERANDS REDEFINES CQ-OPERANDS.
             10 CQ-FACTOR-NUMBER PIC X(9).
             10 FILLER           PIC X(71).
          05 CQ-SQRT-OPERANDS REDEFINES CQ-OPERANDS.
             10 CQ-SQRT-NUMBER   PIC X(32).
             10 FILLER           PIC X.
             10 CQ-SQRT-PRECISION PIC X.
             10 FILLER           PIC X(46).
          05 CQ-COLLATZ-OPERANDS REDEFINES CQ-OPERANDS.
             10 CQ-COLLATZ-START PIC X(8).
             10 FILLER           PIC X(72).
          05 CQ-DAYCOUNT-OPERANDS REDEFINES CQ-OPERANDS.
             10 CQ-FROM-DATE     PIC X(8).
             10 FILLER           PIC X.
             10 CQ-TO-DATE       PIC X(8).
             10 FILLER           PIC X.
             10 CQ-CONVENTION    PIC X(7).
             10 FILLER           PIC X.
             10 CQ-ANNUAL-AMOUNT PIC X(11).
             10 FILLER           PIC X(43).
