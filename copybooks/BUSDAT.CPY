      *
      *    BUSDAT.CPY - STAGING FIELDS FOR THE BUSINESS-DATE MODULE.
      *
      *    CTL-RUN-DATE IS THE MACHINE DATE A STEP RAN, WHICH IS NOT
      *    THE BUSINESS DAY ITS FEED BELONGS TO AFTER A WEEKEND
      *    CATCH-UP OR A RUN THAT CROSSES MIDNIGHT. EVERY CONTROL
      *    TOTAL NOW ALSO CARRIES THE BUSINESS DATE, HELD FOR THE
      *    RUN BY DAY00BUS: A CORE READING A SUPPLIER *HDR HANDS THE
      *    HEADER'S DATE TO THE MODULE (BATCHCHK.CPY DOES THIS), AND
      *    THE WRITER OF THE CONTROL TOTAL ASKS FOR IT BACK. CALL
      *    'DAY00BUS' USING WS-BUS-ACTION, WS-BUS-DATE, WS-BUS-SOURCE
      *    WITH ACTION
      *       G  GET - THE HEADER'S DATE IF ONE WAS HANDED IN
      *          (SOURCE H), OTHERWISE THE PREVIOUS BUSINESS DAY
      *          BEFORE TODAY BY THE SHOP CALENDAR (SOURCE C)
      *       R  RESET - FORGET THE HEADER'S DATE BEFORE ANOTHER
      *          CORE IS CALLED IN THE SAME SESSION
      *       N  NEXT - REPLACE WS-BUS-DATE WITH THE BUSINESS DAY
      *          THAT FOLLOWS IT BY THE SHOP CALENDAR
      *    A BUSINESS DAY IS ANY DATE THAT IS NOT A SHOPCAL 'H'
      *    HOLIDAY - THE SAME RULE DAY00ROL COUNTS PROCESSING DATES
      *    BY.
      *
       01 WS-BUS-ACTION         PIC X.
       01 WS-BUS-DATE           PIC 9(8) VALUE 0.
       01 WS-BUS-SOURCE         PIC X VALUE SPACE.
          88 BUS-FROM-HEADER          VALUE 'H'.
          88 BUS-FROM-CALENDAR        VALUE 'C'.
