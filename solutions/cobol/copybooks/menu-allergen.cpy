      * Shared cafeteria menu layouts. CAFETERIA-LIST tells the
      * kitchen which students avoid which allergens but not which
      * dishes on tomorrow's menu are a problem; ALLERGEN-SCREEN
      * crosses the two from these files.
      *
      * MENUMST: the menu master, one line per dish served at a
      * school on a date.
       01 MN-MENU-RECORD.
          05 MN-MENU-DATE        PIC X(8).
          05 FILLER              PIC X.
          05 MN-SCHOOL-ID        PIC X(3).
          05 FILLER              PIC X.
          05 MN-DISH-ID          PIC X(8).
          05 FILLER              PIC X.
          05 MN-DISH-NAME        PIC X(30).
      * DISHINGR: the dish recipes, one line per ingredient of a
      * dish, tagged with the allergens the ingredient carries under
      * the names ALRGYMST uses ("eggs", "peanuts", ...), separated
      * by commas or spaces. An ingredient checked and found free of
      * them is tagged "none"; one left blank has not been checked,
      * and every dish using it is reported unscreened.
       01 DI-INGREDIENT-RECORD.
          05 DI-DISH-ID          PIC X(8).
          05 FILLER              PIC X.
          05 DI-INGREDIENT       PIC X(20).
          05 FILLER              PIC X.
          05 DI-ALLERGEN-TAGS    PIC X(60).
