           MOVE CON-TAX-JURISDICTION TO HDR-TAX-JURISDICTION.
           MOVE "I" TO HDR-DOCUMENT-TYPE.
           MOVE CON-SALES-REP TO HDR-SALES-REP.
           MOVE SPACES TO HDR-ORIG-INVOICE.
           WRITE INVOICE-HEADER-RECORD.
           IF GEN-HDR-STATUS NOT = "00"
               DISPLAY "Error writing GENHDR.DAT: " GEN-HDR-STATUS
