              10 RG-INVOICE-LINE-TAX-RATE PIC 9(03)V99.
              10 RG-INVOICE-LINE-TAX-AMT  PIC 9(08)V99.
              10 RG-INVOICE-PURCH-DATE    PIC 9(08).
              10 RG-INVOICE-QTY           PIC 9(05).
           05 RG-INVOICE-TRAILER REDEFINES RG-INVOICE-DETAIL.
              10 RG-INVOICE-SUBTOTAL  PIC 9(09)V99.
              10 RG-INVOICE-TAX-RATE  PIC 9(03)V99.
              10 RG-INVOICE-TAX-AMT   PIC 9(09)V99.
              10 RG-INVOICE-TOTAL     PIC 9(09)V99.
              10 RG-INVOICE-ORIG-NF   PIC 9(07).
              10 RG-INVOICE-REP       PIC 9(03).
              10 RG-INVOICE-ISSUE-DATE PIC 9(08).
              10 FILLER               PIC X(37).

      **================== FD CSV-OUT BEGINNING =======================*
       FD  CSV-OUT.
