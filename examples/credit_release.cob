           05 HH-TAX-JURISDICTION   PIC X(02).
           05 HH-DOCUMENT-TYPE      PIC X(01).
           05 HH-SALES-REP          PIC X(3).
           05 HH-ORIG-INVOICE       PIC X(10).

       FD INVOICE-HOLD-LINE-FILE
           LABEL RECORDS ARE STANDARD.
           05 NH-TAX-JURISDICTION   PIC X(02).
           05 NH-DOCUMENT-TYPE      PIC X(01).
           05 NH-SALES-REP          PIC X(3).
           05 NH-ORIG-INVOICE       PIC X(10).

       FD NEW-HOLD-LINE-FILE
           LABEL RECORDS ARE STANDARD.
           MOVE HH-TAX-JURISDICTION TO HDR-TAX-JURISDICTION.
           MOVE HH-DOCUMENT-TYPE TO HDR-DOCUMENT-TYPE.
           MOVE HH-SALES-REP TO HDR-SALES-REP.
           MOVE HH-ORIG-INVOICE TO HDR-ORIG-INVOICE.
           WRITE INVOICE-HEADER-RECORD.
           IF REL-HDR-STATUS NOT = "00"
               DISPLAY "Error writing INVRELH.DAT: " REL-HDR-STATUS
           MOVE HH-TAX-JURISDICTION TO NH-TAX-JURISDICTION.
           MOVE HH-DOCUMENT-TYPE TO NH-DOCUMENT-TYPE.
           MOVE HH-SALES-REP TO NH-SALES-REP.
           MOVE HH-ORIG-INVOICE TO NH-ORIG-INVOICE.
           WRITE NEW-HOLD-HEADER-RECORD.
           IF NEW-HOLD-STATUS NOT = "00"
               DISPLAY "Error writing HOLDNEW.DAT: " NEW-HOLD-STATUS
