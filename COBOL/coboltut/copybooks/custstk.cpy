      *> ---------------------------------------------------------
      *> CUSTSTK.CPY
      *> Record layout for the indexed stock file
      *> (StockFile / "prodstk.dat") - what is on hand of each
      *> product in each size. Orders are taken by product and
      *> size, so that is how stock is carried : one row per
      *> product and size, keyed by both. Price stays on the
      *> product master; only the quantity lives here. A size
      *> with no row has nothing on hand. PRODMNT receives into
      *> it, tutorial11 and ORDLOAD draw it down, ORDRTRN puts
      *> returns back and PHYSCNT corrects it to a count.
      *> ---------------------------------------------------------
       01 StockData.
           02 StkKey.
               03 StkProdName PIC X(10).
               03 StkSize PIC X.
           02 StkQtyOnHand PIC 9(5).
