      * Shared robot maintenance master layout. The crew used to
      * service the fleet on a fixed calendar whatever the robots
      * had actually done. ROBOTMNT holds one record per robot,
      * keyed on the ROBOTASK robot ID: lifetime wear totals and the
      * wear since the robot was last serviced -- cells driven,
      * turns made, moves refused and trips to a charging station
      * -- as ROBOT-FLEET-BATCH reports them on ROBOTUSE after each
      * run. ROBOT-MAINT posts the usage, raises a work order when
      * any since-service figure reaches its PARMMST limit, and
      * clears the since-service figures when the crew closes the
      * order. While MR-UNDER-ORDER is set the robot is out of
      * service: ROBOT-DISPATCH reads the master and assigns it no
      * tasks until the order is closed.
       01 MR-MAINT-RECORD.
          05 MR-ROBOT-ID         PIC X(10).
          05 MR-LIFETIME.
             10 MR-LIFE-DISTANCE PIC 9(9).
             10 MR-LIFE-TURNS    PIC 9(9).
             10 MR-LIFE-REFUSALS PIC 9(7).
             10 MR-LIFE-CHARGES  PIC 9(7).
          05 MR-SINCE-SERVICE.
             10 MR-SVC-DISTANCE  PIC 9(7).
             10 MR-SVC-TURNS     PIC 9(7).
             10 MR-SVC-REFUSALS  PIC 9(5).
             10 MR-SVC-CHARGES   PIC 9(5).
          05 MR-LAST-SERVICE     PIC X(8).
          05 MR-LAST-RUN         PIC X(8).
          05 MR-STATUS           PIC X.
             88 MR-AVAILABLE             VALUE 'A'.
             88 MR-UNDER-ORDER           VALUE 'W'.
          05 MR-ORDER-NUMBER     PIC 9(6).
          05 MR-ORDER-DATE       PIC X(8).
          05 MR-ORDER-REASON     PIC X(32).
       01 MR-MASTER-STATUS       PIC XX.
