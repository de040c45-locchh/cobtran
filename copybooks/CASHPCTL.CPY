      *****************************************************
      *  CASHPCTL.CPY                                     *
      *  Cash-proof control record - the one record CASHPRF *
      *  rewrites each day, carrying what the next day's     *
      *  proof opens with: the suspense CASHFIX left on       *
      *  SUSPNEW.DAT (tomorrow's CASHSUSP.DAT) and the          *
      *  payments it resubmitted on LBXRESUB.DAT (merged into   *
      *  tomorrow's LOCKBOX.DAT). The opening figures the day    *
      *  was proved with are kept too, so a rerun the same day   *
      *  proves against the same opening and not against its     *
      *  own closing. A proof out of balance holds the stream     *
      *  until treasury signs it off; the sign-off is kept here   *
      *  and lets a rerun that is out by the same amount pass.    *
      *****************************************************
       01 CASH-PROOF-CONTROL-RECORD.
           05 CPC-PROOF-DATE         PIC 9(8).
           05 CPC-OPEN-SUSP-COUNT    PIC 9(7).
           05 CPC-OPEN-SUSP-AMOUNT   PIC 9(9)V99.
           05 CPC-OPEN-RESUB-COUNT   PIC 9(7).
           05 CPC-OPEN-RESUB-AMOUNT  PIC 9(9)V99.
           05 CPC-CLOSE-SUSP-COUNT   PIC 9(7).
           05 CPC-CLOSE-SUSP-AMOUNT  PIC 9(9)V99.
           05 CPC-CLOSE-RESUB-COUNT  PIC 9(7).
           05 CPC-CLOSE-RESUB-AMOUNT PIC 9(9)V99.
           05 CPC-PROOF-RESULT       PIC X(01).
               88 CPC-IN-BALANCE     VALUE "B".
               88 CPC-OUT-OF-BALANCE VALUE "O".
               88 CPC-SIGNED-OFF     VALUE "S".
           05 CPC-SIGNED-OFF-BY      PIC X(08).
           05 CPC-SIGNED-DIFFERENCE  PIC 9(9)V99.
