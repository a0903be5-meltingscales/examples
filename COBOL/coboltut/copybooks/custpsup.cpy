      *> ---------------------------------------------------------
      *> CUSTPSUP.CPY
      *> Record layout for the indexed product supply terms file
      *> (SupplyFile / "prodsupp.dat"), maintained by SUPPMNT.
      *> One row per product, keyed by ProdName on tutorial11's
      *> product master : who supplies it, what it costs us, how
      *> many days the supplier takes to deliver, and the reorder
      *> point and reorder quantity REORDRPT proposes purchase
      *> orders from. A product with no row here falls back to
      *> the old flat reorder point of 25 and has no supplier to
      *> propose a purchase order to.
      *> ---------------------------------------------------------
       01 SupplyData.
           02 PsuProdName PIC X(10).
           02 PsuSupID PIC X(6).
           02 PsuUnitCost PIC 9(4)V99.
           02 PsuLeadDays PIC 9(3).
           02 PsuReorderPoint PIC 9(5).
           02 PsuReorderQty PIC 9(5).
