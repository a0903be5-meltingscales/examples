      *> Record layout for the indexed product master
      *> (ProductFile / "products.txt"), owned by tutorial11.
      *> Replaces the old hardcoded OrderTable OCCURS table as
      *> the source of truth for what products exist. What is
      *> on hand is carried by size on prodstk.dat (CUSTSTK.CPY);
      *> the price here is the same for every size.
      *> ---------------------------------------------------------
       01 ProductData.
           02 ProdName PIC X(10).
           02 ProdPrice PIC 9(4)V99.
