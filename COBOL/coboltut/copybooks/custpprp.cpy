      *> ---------------------------------------------------------
      *> CUSTPPRP.CPY
      *> Record layout for the reorder proposal file
      *> (ProposalFile / "poprop.txt"), written by REORDRPT in
      *> supplier order and worked through by the buyer in
      *> POMAINT. One row per product and size that has fallen to its
      *> reorder point once stock already on order is counted,
      *> with the quantity and cost the supply terms suggest.
      *> PrpQtyBackordered is what customers are already waiting
      *> for on backordr.dat - it comes out of what's on hand
      *> before the product is measured against its point.
      *> PrpSupID is blank for a product with no supplier on
      *> prodsupp.dat - listed so purchasing sees it, but
      *> nothing can be ordered until SUPPMNT gives it one.
      *> Every row carries the date and time of the REORDRPT run
      *> that produced it.
      *> ---------------------------------------------------------
       01 ProposalData.
           02 PrpSupID PIC X(6).
           02 PrpProdName PIC X(10).
           02 PrpSize PIC X.
           02 PrpQtyOnHand PIC 9(5).
           02 PrpQtyOnOrder PIC 9(5).
           02 PrpQtyBackordered PIC 9(5).
           02 PrpReorderPoint PIC 9(5).
           02 PrpQty PIC 9(5).
           02 PrpUnitCost PIC 9(4)V99.
           02 PrpLeadDays PIC 9(3).
           02 PrpRunDate PIC 9(08).
           02 PrpRunTime PIC 9(08).
