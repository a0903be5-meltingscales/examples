      *> ---------------------------------------------------------
      *> CUSTLBCT.CPY
      *> Record layout for the lockbox control file
      *> (LockboxControlFile / "lbxctl.dat"), owned by LBXPOST.
      *> One record : the last bank batch taken for posting, by
      *> deposit date and batch number, so the same lockbox file
      *> can't be posted twice. LbcStatus is set to 'P' before
      *> the first check posts and to 'C' once the last one has,
      *> so a batch that stopped part way is refused rather than
      *> re-posted - its CashPost.log rows show how far it got.
      *> ---------------------------------------------------------
       01 LockboxControlData.
           02 LbcDepositDate PIC 9(08).
           02 LbcBatchNum PIC 9(06).
           02 LbcStatus PIC X.
               88 LbcPosting VALUE 'P'.
               88 LbcComplete VALUE 'C'.
           02 LbcRunDate PIC 9(08).
           02 LbcChecksPosted PIC 9(05).
