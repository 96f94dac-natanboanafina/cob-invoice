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

      **================ FD AGING-RPT BEGINNING ========================*
       FD  AGING-RPT.
