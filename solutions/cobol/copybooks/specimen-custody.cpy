      * Shared specimen chain-of-custody layout. SPECREG records where
      * and when a sample was collected and nothing after, so when a
      * result was questioned nobody could show who held the tube.
      * One line per custody event: the sample, what happened, where
      * (for TRANSFERRED, the location it was sent to), who handled
      * it and when, YYYYMMDDHHMMSS. Labs send events on CUSTTRAN;
      * SPECIMEN-CUSTODY posts the ones in order to the CUSTLOG
      * custody log, which is only ever added to. A sample's first
      * event is RECEIVED and nothing follows DISPOSED.
       01 CE-CUSTODY-EVENT.
          05 CE-SAMPLE-ID        PIC X(10).
          05 FILLER              PIC X.
          05 CE-EVENT-TYPE       PIC X(11).
             88 CE-RECEIVED              VALUE "RECEIVED".
             88 CE-STORED                VALUE "STORED".
             88 CE-TRANSFERRED           VALUE "TRANSFERRED".
             88 CE-SEQUENCED             VALUE "SEQUENCED".
             88 CE-DISPOSED              VALUE "DISPOSED".
             88 CE-VALID-EVENT           VALUE "RECEIVED" "STORED"
                                               "TRANSFERRED"
                                               "SEQUENCED"
                                               "DISPOSED".
          05 FILLER              PIC X.
          05 CE-LOCATION         PIC X(12).
          05 FILLER              PIC X.
          05 CE-HANDLER          PIC X(20).
          05 FILLER              PIC X.
          05 CE-TIMESTAMP        PIC X(14).
