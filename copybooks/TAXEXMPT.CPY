      *****************************************************
      *  TAXEXMPT.CPY                                     *
      *  Tax exemption certificate record - one per         *
      *  certificate a customer has filed for a tax           *
      *  jurisdiction (resale or nonprofit). INVOICECALC       *
      *  zero-rates the customer's invoices in that             *
      *  jurisdiction while a certificate is in force on the    *
      *  billing date, and taxes them and flags the invoice     *
      *  once it has lapsed. A renewal is filed as a new        *
      *  record, so the old certificate stays on file as the    *
      *  record of what earlier invoices were exempted under.   *
      *  TAXCERT lists the certificates coming up for renewal.  *
      *****************************************************
       01 TAX-EXEMPTION-RECORD.
           05 TXE-CUSTOMER-ID        PIC 9(5).
           05 TXE-JURISDICTION       PIC X(02).
           05 TXE-CERTIFICATE-NUMBER PIC X(15).
           05 TXE-EXEMPT-TYPE        PIC X(01).
               88 TXE-RESALE         VALUE "R".
               88 TXE-NONPROFIT      VALUE "N".
           05 TXE-EFFECTIVE-DATE     PIC 9(8).
           05 TXE-EXPIRY-DATE        PIC 9(8).
