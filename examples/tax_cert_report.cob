       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-EXEMPTION-FILE ASSIGN TO "TAXEXMPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TAX-EXEMPT-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT EXPIRY-REPORT-FILE ASSIGN TO "CERTEXP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TAX-EXEMPTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TAXEXMPT.

       FD CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD EXPIRY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 EXPIRY-REPORT-LINE         PIC X(100).

       FD RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 TAX-EXEMPT-STATUS          PIC XX VALUE SPACES.
       01 FILE-STATUS                PIC XX VALUE SPACES.
       01 RPT-STATUS                 PIC XX VALUE SPACES.
       01 RUNLOG-STATUS              PIC XX VALUE SPACES.

       01 WS-RAW-TIME                PIC 9(8).
       01 WS-START-TIMESTAMP         PIC 9(14) VALUE ZERO.
       01 WS-END-TIMESTAMP           PIC 9(14) VALUE ZERO.

       01 WS-EXEMPT-EOF              PIC X VALUE "N".
       01 WS-CUSTOMER-EOF            PIC X VALUE "N".
       01 WS-CUSTOMER-AVAILABLE      PIC X VALUE "Y".

       01 WS-TODAY-DATE              PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-INTEGER           PIC S9(9) VALUE ZERO.
       01 WS-DAYS-LEFT               PIC S9(9) VALUE ZERO.
      * How far ahead a certificate's expiry puts it on the report -
      * two monthly runs' notice to get the renewal in from the
      * customer before INVOICECALC starts taxing them.
       01 WS-WINDOW-DAYS             PIC 9(3) VALUE 60.

      * Every certificate on file, tabled so each can be checked for
      * a renewal - a later certificate for the same customer and
      * jurisdiction - before it is listed. EXT-DISPOSITION is "E"
      * for one to list, "R" for one already renewed, "L" once it is
      * on the report, blank when its expiry is outside the window.
       01 TAX-EXEMPTION-TABLE.
           05 TAX-EXEMPTION-ENTRY OCCURS 500 TIMES
               INDEXED BY EX-IDX EX-RENEW-IDX.
               10 EXT-CUSTOMER-ID    PIC 9(5).
               10 EXT-JURISDICTION   PIC X(02).
               10 EXT-CERTIFICATE-NUMBER PIC X(15).
               10 EXT-EXEMPT-TYPE    PIC X(01).
               10 EXT-EFFECTIVE-DATE PIC 9(8).
               10 EXT-EXPIRY-DATE    PIC 9(8).
               10 EXT-DAYS-LEFT      PIC 9(3).
               10 EXT-DISPOSITION    PIC X(01).
                   88 EXT-EXPIRING   VALUE "E".
                   88 EXT-RENEWED    VALUE "R".
                   88 EXT-LISTED     VALUE "L".
       01 WS-EXEMPT-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-EXEMPT-MAX              PIC 9(3) VALUE 500.

       01 WS-COUNTERS.
           05 WS-CERTIFICATES-READ   PIC 9(7) VALUE ZERO.
           05 WS-CERTIFICATES-LISTED PIC 9(7) VALUE ZERO.
           05 WS-CERTIFICATES-RENEWED PIC 9(7) VALUE ZERO.
           05 WS-CERTIFICATES-NO-CUST PIC 9(7) VALUE ZERO.

       01 WS-REPORT-HEADING-1.
           05 FILLER PIC X(27) VALUE "TAX EXEMPTION CERTIFICATES ".
           05 FILLER PIC X(16) VALUE "EXPIRING WITHIN ".
           05 RH-WINDOW-DAYS PIC ZZ9.
           05 FILLER PIC X(9) VALUE " DAYS OF ".
           05 RH-REPORT-DATE PIC 9(8).
           05 FILLER PIC X(37) VALUE SPACES.
       01 WS-REPORT-HEADING-2.
           05 FILLER PIC X(7) VALUE "CUST   ".
           05 FILLER PIC X(32) VALUE "CUSTOMER NAME".
           05 FILLER PIC X(5) VALUE "JUR  ".
           05 FILLER PIC X(17) VALUE "CERTIFICATE".
           05 FILLER PIC X(11) VALUE "TYPE".
           05 FILLER PIC X(10) VALUE "EFFECTIVE".
           05 FILLER PIC X(10) VALUE "EXPIRES".
           05 FILLER PIC X(8) VALUE "    DAYS".

       01 WS-REPORT-DETAIL.
           05 CD-CUSTOMER-ID         PIC 9(5).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 CD-CUSTOMER-NAME       PIC X(30).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 CD-JURISDICTION        PIC X(02).
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 CD-CERTIFICATE-NUMBER  PIC X(15).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 CD-EXEMPT-TYPE         PIC X(09).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 CD-EFFECTIVE-DATE      PIC 9(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 CD-EXPIRY-DATE         PIC 9(8).
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 CD-DAYS-LEFT           PIC ZZZ9.

       01 WS-LISTED-LINE.
           05 FILLER                 PIC X(32) VALUE
               "CERTIFICATES EXPIRING:          ".
           05 RT-LISTED-COUNT        PIC ZZZ,ZZ9.
       01 WS-RENEWED-LINE.
           05 FILLER                 PIC X(32) VALUE
               "ALREADY RENEWED, NOT LISTED:    ".
           05 RT-RENEWED-COUNT       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CAPTURE-START-TIME.
           PERFORM OPEN-FILES.
           PERFORM LOAD-TAX-EXEMPTIONS.
           PERFORM MARK-ONE-CERTIFICATE
               VARYING EX-IDX FROM 1 BY 1
               UNTIL EX-IDX > WS-EXEMPT-COUNT.
           PERFORM READ-CUSTOMER.
           PERFORM LIST-CUSTOMER-CERTIFICATES
               UNTIL WS-CUSTOMER-EOF = "Y".
           PERFORM LIST-UNMATCHED-CERTIFICATE
               VARYING EX-IDX FROM 1 BY 1
               UNTIL EX-IDX > WS-EXEMPT-COUNT.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-FILES.
           PERFORM WRITE-RUN-LOG.
           DISPLAY "TAXCERT: " WS-CERTIFICATES-READ
               " certificate(s) read, " WS-CERTIFICATES-LISTED
               " expiring within " WS-WINDOW-DAYS " days, "
               WS-CERTIFICATES-RENEWED " already renewed.".
           IF WS-CERTIFICATES-NO-CUST > ZERO
               DISPLAY "TAXCERT: " WS-CERTIFICATES-NO-CUST
                   " expiring certificate(s) for customers not on "
                   "CUSTOMER.DAT"
           END-IF.
           STOP RUN.

       CAPTURE-START-TIME.
           ACCEPT WS-START-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-START-TIMESTAMP(9:6).

      * Writes one audit record to the shared run log, same layout
      * and append convention CUSTFILE and INVOICECALC use. Records
      * out is the number of certificates put on the report.
       WRITE-RUN-LOG.
           ACCEPT WS-END-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-END-TIMESTAMP(9:6).
           OPEN EXTEND RUN-LOG-FILE.
           IF RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE "TAXCERT" TO RL-PROGRAM-NAME.
           MOVE WS-START-TIMESTAMP TO RL-START-TIMESTAMP.
           MOVE WS-END-TIMESTAMP TO RL-END-TIMESTAMP.
           MOVE WS-CERTIFICATES-READ TO RL-RECORDS-IN.
           MOVE WS-CERTIFICATES-LISTED TO RL-RECORDS-OUT.
           SET RL-NORMAL TO TRUE.
           WRITE RUN-LOG-RECORD.
           IF RUNLOG-STATUS NOT = "00"
               DISPLAY "Warning: could not write RUNLOG.DAT ("
                   RUNLOG-STATUS ")"
           END-IF.
           CLOSE RUN-LOG-FILE.

      * No TAXEXMPT.DAT is no certificates to renew - the report
      * still goes out, empty, the same as INVOICECALC treats it.
      * Without CUSTOMER.DAT the certificates are still listed, each
      * marked MASTER NOT AVAILABLE rather than named, and none is
      * counted as a customer missing from the master.
       OPEN-FILES.
           MOVE WS-START-TIMESTAMP(1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           OPEN INPUT TAX-EXEMPTION-FILE.
           IF TAX-EXEMPT-STATUS NOT = "00"
               DISPLAY "Warning: TAXEXMPT.DAT not available ("
                   TAX-EXEMPT-STATUS "), no certificates to list"
               MOVE "Y" TO WS-EXEMPT-EOF
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF FILE-STATUS NOT = "00"
               DISPLAY "Warning: CUSTOMER.DAT not available ("
                   FILE-STATUS "), certificates listed without names"
               MOVE "Y" TO WS-CUSTOMER-EOF
               MOVE "N" TO WS-CUSTOMER-AVAILABLE
           END-IF.
           OPEN OUTPUT EXPIRY-REPORT-FILE.
           IF RPT-STATUS NOT = "00"
               DISPLAY "Error opening CERTEXP.RPT: " RPT-STATUS
           END-IF.
           MOVE WS-WINDOW-DAYS TO RH-WINDOW-DAYS.
           MOVE WS-TODAY-DATE TO RH-REPORT-DATE.
           MOVE WS-REPORT-HEADING-1 TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
           MOVE WS-REPORT-HEADING-2 TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.

       LOAD-TAX-EXEMPTIONS.
           PERFORM READ-TAX-EXEMPTION.
           PERFORM STORE-TAX-EXEMPTION
               UNTIL WS-EXEMPT-EOF = "Y".

       READ-TAX-EXEMPTION.
           IF WS-EXEMPT-EOF = "N"
               READ TAX-EXEMPTION-FILE
                   AT END MOVE "Y" TO WS-EXEMPT-EOF
               END-READ
               IF TAX-EXEMPT-STATUS NOT = "00"
                   AND TAX-EXEMPT-STATUS NOT = "10"
                   DISPLAY "Error reading TAXEXMPT.DAT: "
                       TAX-EXEMPT-STATUS
                   MOVE "Y" TO WS-EXEMPT-EOF
               END-IF
           END-IF.

       STORE-TAX-EXEMPTION.
           ADD 1 TO WS-CERTIFICATES-READ.
           IF WS-EXEMPT-COUNT < WS-EXEMPT-MAX
               ADD 1 TO WS-EXEMPT-COUNT
               SET EX-IDX TO WS-EXEMPT-COUNT
               MOVE TXE-CUSTOMER-ID TO EXT-CUSTOMER-ID(EX-IDX)
               MOVE TXE-JURISDICTION TO EXT-JURISDICTION(EX-IDX)
               MOVE TXE-CERTIFICATE-NUMBER
                   TO EXT-CERTIFICATE-NUMBER(EX-IDX)
               MOVE TXE-EXEMPT-TYPE TO EXT-EXEMPT-TYPE(EX-IDX)
               MOVE TXE-EFFECTIVE-DATE TO EXT-EFFECTIVE-DATE(EX-IDX)
               MOVE TXE-EXPIRY-DATE TO EXT-EXPIRY-DATE(EX-IDX)
               MOVE ZERO TO EXT-DAYS-LEFT(EX-IDX)
               MOVE SPACE TO EXT-DISPOSITION(EX-IDX)
           ELSE
               DISPLAY "Warning: exemption table full - certificate "
                   TXE-CERTIFICATE-NUMBER " not checked"
           END-IF.
           PERFORM READ-TAX-EXEMPTION.

      * A certificate that has already lapsed is INVOICECALC's to
      * flag on the invoices it taxes; this report is the notice
      * ahead of that, so it only looks at expiries from today out
      * to the window.
       MARK-ONE-CERTIFICATE.
           IF EXT-EXPIRY-DATE(EX-IDX) NOT < WS-TODAY-DATE
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(EXT-EXPIRY-DATE(EX-IDX))
                   - WS-TODAY-INTEGER
               IF WS-DAYS-LEFT NOT < ZERO
                   AND WS-DAYS-LEFT NOT > WS-WINDOW-DAYS
                   MOVE WS-DAYS-LEFT TO EXT-DAYS-LEFT(EX-IDX)
                   SET EXT-EXPIRING(EX-IDX) TO TRUE
                   PERFORM CHECK-FOR-RENEWAL
                       VARYING EX-RENEW-IDX FROM 1 BY 1
                       UNTIL EX-RENEW-IDX > WS-EXEMPT-COUNT
                   IF EXT-RENEWED(EX-IDX)
                       ADD 1 TO WS-CERTIFICATES-RENEWED
                   END-IF
               END-IF
           END-IF.

      * Renewals are filed as new records, so a later expiry for the
      * same customer and jurisdiction means this one is taken care
      * of.
       CHECK-FOR-RENEWAL.
           IF EXT-CUSTOMER-ID(EX-RENEW-IDX) = EXT-CUSTOMER-ID(EX-IDX)
               AND EXT-JURISDICTION(EX-RENEW-IDX) =
                   EXT-JURISDICTION(EX-IDX)
               AND EXT-EXPIRY-DATE(EX-RENEW-IDX) >
                   EXT-EXPIRY-DATE(EX-IDX)
               SET EXT-RENEWED(EX-IDX) TO TRUE
           END-IF.

       READ-CUSTOMER.
           IF WS-CUSTOMER-EOF = "N"
               READ CUSTOMER-FILE
                   AT END MOVE "Y" TO WS-CUSTOMER-EOF
               END-READ
               IF FILE-STATUS NOT = "00" AND FILE-STATUS NOT = "10"
                   DISPLAY "Error reading CUSTOMER.DAT: " FILE-STATUS
                   MOVE "Y" TO WS-CUSTOMER-EOF
                   MOVE "N" TO WS-CUSTOMER-AVAILABLE
               END-IF
           END-IF.

      * The master is walked in CUSTOMER-ID order, so the report
      * comes out by customer with each one's expiring certificates
      * together.
       LIST-CUSTOMER-CERTIFICATES.
           MOVE CUSTOMER-NAME TO CD-CUSTOMER-NAME.
           PERFORM LIST-MATCHED-CERTIFICATE
               VARYING EX-IDX FROM 1 BY 1
               UNTIL EX-IDX > WS-EXEMPT-COUNT.
           PERFORM READ-CUSTOMER.

       LIST-MATCHED-CERTIFICATE.
           IF EXT-EXPIRING(EX-IDX)
               AND EXT-CUSTOMER-ID(EX-IDX) = CUSTOMER-ID
               PERFORM WRITE-CERTIFICATE-LINE
           END-IF.

      * Whatever is still waiting to be listed has no customer on
      * the master - listed anyway, since the certificate is what
      * INVOICECALC acts on. When the master could not be read in
      * full, that says nothing about the customer, so the line is
      * marked and not counted.
       LIST-UNMATCHED-CERTIFICATE.
           IF EXT-EXPIRING(EX-IDX)
               IF WS-CUSTOMER-AVAILABLE = "Y"
                   MOVE "** NOT ON CUSTOMER MASTER **"
                       TO CD-CUSTOMER-NAME
                   ADD 1 TO WS-CERTIFICATES-NO-CUST
               ELSE
                   MOVE "** MASTER NOT AVAILABLE **"
                       TO CD-CUSTOMER-NAME
               END-IF
               PERFORM WRITE-CERTIFICATE-LINE
           END-IF.

       WRITE-CERTIFICATE-LINE.
           MOVE EXT-CUSTOMER-ID(EX-IDX) TO CD-CUSTOMER-ID.
           MOVE EXT-JURISDICTION(EX-IDX) TO CD-JURISDICTION.
           MOVE EXT-CERTIFICATE-NUMBER(EX-IDX)
               TO CD-CERTIFICATE-NUMBER.
           EVALUATE EXT-EXEMPT-TYPE(EX-IDX)
               WHEN "R"
                   MOVE "RESALE" TO CD-EXEMPT-TYPE
               WHEN "N"
                   MOVE "NONPROFIT" TO CD-EXEMPT-TYPE
               WHEN OTHER
                   MOVE EXT-EXEMPT-TYPE(EX-IDX) TO CD-EXEMPT-TYPE
           END-EVALUATE.
           MOVE EXT-EFFECTIVE-DATE(EX-IDX) TO CD-EFFECTIVE-DATE.
           MOVE EXT-EXPIRY-DATE(EX-IDX) TO CD-EXPIRY-DATE.
           MOVE EXT-DAYS-LEFT(EX-IDX) TO CD-DAYS-LEFT.
           MOVE WS-REPORT-DETAIL TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
           SET EXT-LISTED(EX-IDX) TO TRUE.
           ADD 1 TO WS-CERTIFICATES-LISTED.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
           MOVE WS-CERTIFICATES-LISTED TO RT-LISTED-COUNT.
           MOVE WS-LISTED-LINE TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
           MOVE WS-CERTIFICATES-RENEWED TO RT-RENEWED-COUNT.
           MOVE WS-RENEWED-LINE TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.

       CLOSE-FILES.
           IF TAX-EXEMPT-STATUS = "00" OR TAX-EXEMPT-STATUS = "10"
               CLOSE TAX-EXEMPTION-FILE
           END-IF.
           IF FILE-STATUS = "00" OR FILE-STATUS = "10"
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE EXPIRY-REPORT-FILE.
