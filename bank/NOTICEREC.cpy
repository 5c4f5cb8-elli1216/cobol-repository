      * Customer notice event record, dropped onto the notices queue
      * (NOTICEQ.DAT) by the programs whose actions owe the customer
      * a letter -- dormancy.cob (DORMANT), acctfrz.cob (FREEZE /
      * UNFREEZE), bank.cob (OD-FEE; CVVLOCK, the holder locked out
      * after repeated CVV failures), stordexe.cob (SOREFUSE),
      * loanswp.cob (LOANPDUE), escheat.cob (ESCHNOTE) and
      * chqret.cob (CHQRETN, a cheque returned unpaid) -- and
      * consumed by lettergen.cob, which formats one addressed
      * notice per event from CUSTMAST and the template table. The
      * queue is always extended by the writers and emptied only by
      * a clean letter run.
