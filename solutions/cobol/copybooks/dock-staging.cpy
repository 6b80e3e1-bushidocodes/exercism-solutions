      * Shared dock staging layouts. Once MULTI-TRUCK-LOAD commits a
      * LOADPLAN, the items still had to be walked to the dock by
      * hand while the robot fleet stood idle. DOCK-STAGING turns
      * each truck's planned items into pick-and-deliver tasks for
      * ROBOT-DISPATCH.
      *
      * SLOTMAP: one line per item on ITEMMST -- the floor cell a
      * robot picks it from (the aisle face of its racking, not the
      * racking cell itself, which FLOORMAP blocks).
       01 DS-SLOT-RECORD.
          05 DS-ITEM-ID          PIC X(8).
          05 FILLER              PIC X.
          05 DS-CELL-X           PIC S9(3) SIGN LEADING SEPARATE.
          05 FILLER              PIC X.
          05 DS-CELL-Y           PIC S9(3) SIGN LEADING SEPARATE.
      * DOCKDOOR: the yard's door assignments -- the dock door each
      * truck is backed onto, the floor cell inside that door where
      * robots set its load down, and the cell beside it a robot
      * steps away to once the load is down, so the drop cell is
      * free for the next. A door with no clear cell has its robots
      * end on the drop cell.
       01 DD-DOOR-RECORD.
          05 DD-TRUCK-ID         PIC X(10).
          05 FILLER              PIC X.
          05 DD-DOOR-ID          PIC X(4).
          05 FILLER              PIC X.
          05 DD-CELL-X           PIC S9(3) SIGN LEADING SEPARATE.
          05 FILLER              PIC X.
          05 DD-CELL-Y           PIC S9(3) SIGN LEADING SEPARATE.
          05 FILLER              PIC X.
          05 DD-CLEAR-X          PIC S9(3) SIGN LEADING SEPARATE.
          05 FILLER              PIC X.
          05 DD-CLEAR-Y          PIC S9(3) SIGN LEADING SEPARATE.
      * DOCKSTG: the staging register, one line per task in the
      * order it was staged -- truck by truck, heaviest item first,
      * DK-LOAD-SEQ being the item's place in the loading order. A
      * task is pending until the robot ROBOT-DISPATCH gave it to ran
      * its whole route in the fleet run -- through the drop cell to
      * the clear cell, DK-CLEAR-X/Y -- and is then completed; an
      * item that cannot be staged (no item id on the plan, no
      * SLOTMAP cell, no door for the truck) is refused with the
      * reason. DK-PLAN-DATE is the date of the load plan the task
      * came from -- the business date of the ITEMISSU stock issue
      * MULTI-TRUCK-LOAD made for it. A truck's tasks stay on the
      * register until the truck is no longer on LOADPLAN or is
      * staged off a later plan; a later plan supersedes the
      * truck's completed and refused tasks, while a task still
      * pending from an earlier plan stays until it is delivered.
       01 DK-TASK-RECORD.
          05 DK-TASK-NO          PIC 9(6).
          05 FILLER              PIC X.
          05 DK-TRUCK-ID         PIC X(10).
          05 FILLER              PIC X.
          05 DK-LOAD-SEQ         PIC 9(3).
          05 FILLER              PIC X.
          05 DK-ITEM-ID          PIC X(8).
          05 FILLER              PIC X.
          05 DK-WEIGHT           PIC 9(4).
          05 FILLER              PIC X.
          05 DK-FROM-X           PIC S9(3) SIGN LEADING SEPARATE.
          05 FILLER              PIC X.
          05 DK-FROM-Y           PIC S9(3) SIGN LEADING SEPARATE.
          05 FILLER              PIC X.
          05 DK-DOOR-ID          PIC X(4).
          05 FILLER              PIC X.
          05 DK-TO-X             PIC S9(3) SIGN LEADING SEPARATE.
          05 FILLER              PIC X.
          05 DK-TO-Y             PIC S9(3) SIGN LEADING SEPARATE.
          05 FILLER              PIC X.
          05 DK-STATUS           PIC X.
             88 DK-PENDING               VALUE "P".
             88 DK-COMPLETED             VALUE "C".
             88 DK-REFUSED               VALUE "R".
          05 FILLER              PIC X.
          05 DK-ROBOT-ID         PIC X(10).
          05 FILLER              PIC X.
          05 DK-STAGED-DATE      PIC X(8).
          05 FILLER              PIC X.
          05 DK-REASON           PIC X(30).
          05 FILLER              PIC X.
          05 DK-CLEAR-X          PIC S9(3) SIGN LEADING SEPARATE.
          05 FILLER              PIC X.
          05 DK-CLEAR-Y          PIC S9(3) SIGN LEADING SEPARATE.
          05 FILLER              PIC X.
          05 DK-PLAN-DATE        PIC X(8).
