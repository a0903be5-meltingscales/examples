      *> ---------------------------------------------------------
      *> CUSTGLMP.CPY
      *> Record layout for the indexed GL account mapping file
      *> (GLMapFile / "glmap.dat"), maintained by GLMAINT and
      *> read by GLEXTR. One row per kind of money movement the
      *> extract summarizes, naming the accountant's GL account
      *> it posts to - so a new chart of accounts is a data
      *> change instead of a recompile. GlmEntry is one of :
      *>   AR     receivables          SALES  sales
      *>   RETURN returns/allowances   TAX    sales tax payable
      *>   CASH   cash received        CUSTCR customer credits
      *>   INVENT inventory            RCVACR received, not billed
      *>   SHRINK inventory shrinkage
      *> GlmJuris is only used on TAX rows : a row per
      *> CustTaxJuris code carries that jurisdiction's tax
      *> payable account, and the TAX row with GlmJuris blank
      *> catches the default-rate customers and any jurisdiction
      *> without its own row. GlmOperator and GlmChangeDate are
      *> the supervisor who last set the row, and when.
      *> ---------------------------------------------------------
       01 GLMapData.
           02 GlmKey.
               03 GlmEntry PIC X(6).
               03 GlmJuris PIC X(05).
           02 GlmAccount PIC X(10).
           02 GlmDesc PIC X(30).
           02 GlmOperator PIC X(8).
           02 GlmChangeDate PIC 9(08).
