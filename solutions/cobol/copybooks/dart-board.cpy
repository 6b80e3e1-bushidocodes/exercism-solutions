      * Shared dartboard calibration layout. DARTS scores a throw as
      * though every board's sensor sat dead on the bull; at the pub
      * venues the sensors drift and trebles were scored as singles.
      *
      * BOARDCAL: the board calibration master, one line per venue,
      * board and recalibration. The newest line dated on or before
      * the league night corrects that board's throws: the sensor's
      * x and y offsets are taken off the reading and the result is
      * multiplied by the scale (three implied decimals, 1.000 for
      * none). DARTS-DRIFT suggests the offsets for a new line.
       01 DB-CALIBRATION-RECORD.
          05 DB-VENUE-ID         PIC X(10).
          05 FILLER              PIC X.
          05 DB-BOARD-ID         PIC X(4).
          05 FILLER              PIC X.
          05 DB-X-OFFSET         PIC S9(2)V9 SIGN LEADING SEPARATE.
          05 FILLER              PIC X.
          05 DB-Y-OFFSET         PIC S9(2)V9 SIGN LEADING SEPARATE.
          05 FILLER              PIC X.
          05 DB-SCALE            PIC 9V999.
          05 FILLER              PIC X.
          05 DB-CALIBRATED-DATE  PIC X(8).
