      *****************************************************
      *  GLPOST.CPY                                       *
      *  General ledger journal-entry record - one entry   *
      *  per debit/credit line. INVOICECALC writes each     *
      *  invoice's three records (debit AR, credit revenue,  *
      *  credit tax payable) to GLPOST.DAT; the AR feeders    *
      *  write the same layout to their own files - CASHAPP    *
      *  to CASHGL.DAT (debit cash, credit AR), FINCHG to       *
      *  FINGL.DAT (debit AR, credit finance-charge income),     *
      *  ARREFUND to REFGL.DAT (debit AR, credit refund           *
      *  clearing), ARWRTOFF to WOGL.DAT (debit the bad-debt      *
      *  allowance or expense, credit AR) and ARRETURN to           *
      *  RETGL.DAT (debit AR, credit cash, sales discounts or        *
      *  returned-item fees). GLBAL proves and summarizes them        *
      *  together.                                                    *
      *  GL-INVOICE-NUMBER carries the document the entries         *
      *  came from, so each document's entries foot as a group.     *
      *****************************************************
       01 GL-POSTING-RECORD.
           05 GL-INVOICE-NUMBER      PIC X(10).
