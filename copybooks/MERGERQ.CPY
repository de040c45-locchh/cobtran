      *****************************************************
      *  MERGERQ.CPY                                      *
      *  Customer merge request - one per duplicate set up  *
      *  in error, naming the CUSTOMER-ID to retire and the  *
      *  one its history moves to. CUSTMERG re-keys the AR    *
      *  files to the survivor and retires the other master    *
      *  through the maintenance merge. A pair that conflicts   *
      *  with the files or with another pair is refused whole   *
      *  and reported, never half-merged.                       *
      *****************************************************
       01 MERGE-REQUEST-RECORD.
           05 MRQ-RETIRING-ID        PIC 9(5).
           05 MRQ-SURVIVING-ID       PIC 9(5).
           05 MRQ-REQUESTED-BY       PIC X(08).
