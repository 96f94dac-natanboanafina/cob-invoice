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

      **================== FD NFHIST BEGINNING =========================*
      *    SAME LAYOUT AS MONTH-CLOSE'S FD.                            *
              10 RG-NFH-LINE-TAX-RATE PIC 9(03)V99.
              10 RG-NFH-LINE-TAX-AMT  PIC 9(08)V99.
              10 RG-NFH-PURCH-DATE    PIC 9(08).
              10 RG-NFH-QTY           PIC 9(05).
           05 RG-NFH-TRAILER REDEFINES RG-NFH-DATA.
              10 RG-NFH-SUBTOTAL  PIC 9(09)V99.
              10 RG-NFH-TAX-RATE  PIC 9(03)V99.
              10 RG-NFH-TAX-AMT   PIC 9(09)V99.
              10 RG-NFH-TOTAL     PIC 9(09)V99.
              10 RG-NFH-ORIG-NF   PIC 9(07).
              10 RG-NFH-REP       PIC 9(03).
              10 RG-NFH-ISSUE-DATE PIC 9(08).
              10 FILLER           PIC X(37).

      **================ FD RECEIVABLES BEGINNING ======================*
      *    SAME LAYOUT AS INVOICE-PROG'S FD.                           *
              88 RG-AR-IS-OPEN            VALUE "N".
              88 RG-AR-IS-PAID            VALUE "S".
              88 RG-AR-IS-CANCELLED       VALUE "E".
              88 RG-AR-IS-WAIVED          VALUE "D".
           05 RG-AR-PAID-DATE      PIC 9(08).
           05 RG-AR-KIND           PIC X(01).
              88 RG-AR-IS-PRINCIPAL       VALUE "P" " ".
              88 RG-AR-IS-CHARGE          VALUE "J".
           05 RG-AR-ORIG-INST      PIC 9(02).
           05 RG-AR-CHG-FINE       PIC 9(09)V99.
           05 RG-AR-CHG-CALC-DATE  PIC 9(08).
           05 RG-AR-WAIVE-USER     PIC X(08).
           05 RG-AR-WAIVE-REASON   PIC X(30).

      **================ FD JOURNAL-RPT BEGINNING ======================*
       FD  JOURNAL-RPT.
