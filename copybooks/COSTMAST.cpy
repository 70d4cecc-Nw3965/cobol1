      *================================================================
      * COSTMAST.cpy
      * Product unit-cost master record layout. The unit cost is a
      * moving weighted average INVPOST keeps from costed receipts;
      * COSTMNT keys a supervisor override. Every change is shadowed
      * by the COSTHST change history the same way PRICEHST shadows
      * the selling price.
      *================================================================
       01  CM-RECORD.
           05  CM-PRODUCT-ID           PIC X(05).
