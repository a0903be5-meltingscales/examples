      *> ---------------------------------------------------------
      *> CUSTSUPP.CPY
      *> Record layout for the indexed supplier master
      *> (SupplierFile / "suppliers.dat"), maintained by SUPPMNT.
      *> One row per supplier purchasing buys from, keyed by a
      *> short supplier code, so a purchase order names who it
      *> went to instead of whatever was written on the paper
      *> copy. PsuSupID on prodsupp.dat and PoSupID on
      *> purchord.dat reference SupID here.
      *> ---------------------------------------------------------
       01 SupplierData.
           02 SupID PIC X(6).
           02 SupName PIC X(30).
           02 SupAddress PIC X(30).
           02 SupPhone PIC X(15).
