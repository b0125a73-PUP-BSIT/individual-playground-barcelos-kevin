      *> PRICELST.CPY - the selling-price list: one line per SKU
      *> the counter sells, with its unit selling price. Order
      *> entry prices every line from here, so the clerk never
      *> keys a price; a SKU with no line here cannot be sold.
       01  PRICE-LIST-REC.
           05  PI-SKU                 PIC X(10).
           05  PI-UNIT-PRICE          PIC 9(5)V99.
