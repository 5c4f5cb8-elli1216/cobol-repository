      * Customer notice letter generation. Consumes the notices queue
      * (NOTICEQ.DAT) the posting programs drop events onto --
      * dormancy markings, freezes, overdraft fees, refused standing
      * orders, missed loan installments, final unclaimed-property
      * due-diligence notices, cheques returned unpaid, holder
      * lockouts after repeated CVV failures -- and formats one
      * addressed notice per event onto NOTICES.RPT: the holder's
      * name and postal address from CUSTMAST, the event date and
      * amount, and the letter text for the event code from the
      * template table. Finishes with a run summary of letters
      * produced per event code. An event whose holder is missing
      * from the customer master or whose event code has no template
      * cannot print -- it is reported and retained on the queue for
      * operator follow-up; everything printed comes off the queue on
      * a clean finish, so a rerun never posts the same letter twice.
      *
      * LTRTMPL.DAT, one line per event code:
      *   event code (8) | letter text (60)
