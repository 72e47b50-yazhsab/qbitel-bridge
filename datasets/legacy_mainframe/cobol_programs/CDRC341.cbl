          05 HISTORY-CHARGE PIC S9(11)V99 COMP-3.
          05 HISTORY-TAX PIC S9(9)V99 COMP-3.
          05 HISTORY-TOTAL PIC S9(11)V99 COMP-3.
          05 FILLER PIC X(20).
      * EXTERNAL RATING PLAN: USAGE TIERS AND UNIT RATES PER SERVICE
      * CLASS, AND THE TAX-JURISDICTION TABLE, BOTH LOADED AT
      * INITIALIZATION SO A TARIFF OR TAX CHANGE IS A FILE UPDATE
