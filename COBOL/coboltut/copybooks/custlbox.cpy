      *> ---------------------------------------------------------
      *> CUSTLBOX.CPY
      *> Record layouts for the bank's lockbox file
      *> (LockboxFile / "lockbox.txt"), one file per deposit
      *> batch, read by LBXPOST. The first record is the batch
      *> header ('H') naming the bank's batch number and the
      *> deposit date; each remittance is a detail ('D') giving
      *> the invoice number off the remittance stub, the amount
      *> and the check it came on - a check paying several
      *> invoices comes as several details with the same check
      *> number; the last record is the trailer ('T') with the
      *> bank's item count and batch total. The three share the
      *> one record area, told apart by the first byte.
      *> ---------------------------------------------------------
       01 LockboxHeader.
           02 LbhRecType PIC X.
               88 LbhIsHeader VALUE 'H'.
           02 LbhBatchNum PIC 9(06).
           02 LbhDepositDate PIC 9(08).
       01 LockboxDetail.
           02 LbdRecType PIC X.
               88 LbdIsDetail VALUE 'D'.
           02 LbdInvNum PIC 9(06).
           02 LbdAmount PIC 9(9)V99.
           02 LbdCheckNum PIC X(10).
       01 LockboxTrailer.
           02 LbtRecType PIC X.
               88 LbtIsTrailer VALUE 'T'.
           02 LbtItemCount PIC 9(05).
           02 LbtBatchTotal PIC 9(11)V99.
