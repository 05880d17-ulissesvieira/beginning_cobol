      *> an item may carry SEVERAL records, one per GL-account
      *> change applied through MultItemMaint, each stamped with the
      *> date it took effect and a status (A = active,
      *> I = deactivated from that date). Listing4-2 reads the keyed
      *> copy of the master (MULTITK, kept in step by MultItemMaint)
      *> and resolves each transaction's item code to the record in
      *> force on the run date - the one with the highest effective
      *> date not after it - so a rerun of an older generation posts
      *> to the account that was in force then, exactly as it posted
