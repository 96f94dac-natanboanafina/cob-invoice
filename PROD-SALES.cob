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

      **================== FD RANK-RPT BEGINNING =======================*
       FD  RANK-RPT.
              10 WRK-GRP-PROD      PIC X(15).
              10 WRK-GRP-PRICE     PIC 9(08)V99.
              10 WRK-GRP-NET-PRICE PIC 9(08)V99.
              10 WRK-GRP-QTY       PIC 9(05).
      *----------------------------------------------------------------*
      *    ONE RECORD AT A TIME IS HANDED TO THE GROUP LOGIC THROUGH   *
      *    THESE FIELDS, SO NF.DAT AND NFHIST.DAT SHARE ONE SET OF     *
       77  WRK-REC-PROD     PIC X(15)  VALUE SPACES.
       77  WRK-REC-PRICE    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-REC-NET      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-REC-QTY      PIC 9(05)  VALUE ZEROS.
       77  WRK-REC-ORIG-NF  PIC 9(07)  VALUE ZEROS.
      *----------------------------------------------------------------*
      *    GROUP CLOSING STATE - THE RESOLVED ISSUE DATE AND THE SIGN  *
                    MOVE RG-INVOICE-PROD         TO WRK-REC-PROD
                    MOVE RG-INVOICE-PRICE        TO WRK-REC-PRICE
                    MOVE RG-INVOICE-NET-PRICE    TO WRK-REC-NET
                    MOVE RG-INVOICE-QTY          TO WRK-REC-QTY
                    MOVE RG-INVOICE-ORIG-NF      TO WRK-REC-ORIG-NF
                    PERFORM 0220-CLASSIFY-RECORD
                 END-IF
                        WRK-GRP-PRICE (WRK-GRP-IDX)
                   MOVE WRK-REC-NET TO
                        WRK-GRP-NET-PRICE (WRK-GRP-IDX)
      *            A LINE WRITTEN BEFORE THE QUANTITY EXISTED (ZERO OR *
      *            BLANK) IS ONE UNIT.                                 *
                   IF WRK-REC-QTY NUMERIC
                      AND WRK-REC-QTY GREATER THAN ZEROS
                      MOVE WRK-REC-QTY TO WRK-GRP-QTY (WRK-GRP-IDX)
                   ELSE
                      MOVE 1 TO WRK-GRP-QTY (WRK-GRP-IDX)
                   END-IF
                END-IF
             WHEN WRK-REC-IS-TRAILER
             WHEN WRK-REC-IS-CREDIT-TRL
              END-IF
           END-IF.
           IF WRK-PROD-MATCHED
              COMPUTE WRK-PROD-UNITS (WRK-PROD-IDX) =
                      WRK-PROD-UNITS (WRK-PROD-IDX) +
                      WRK-GRP-SIGN * WRK-GRP-QTY (WRK-GRP-IDX)
              COMPUTE WRK-PROD-GROSS (WRK-PROD-IDX) =
                      WRK-PROD-GROSS (WRK-PROD-IDX) +
                      WRK-GRP-SIGN * WRK-GRP-PRICE (WRK-GRP-IDX)
                    MOVE RG-NFH-PROD         TO WRK-REC-PROD
                    MOVE RG-NFH-PRICE        TO WRK-REC-PRICE
                    MOVE RG-NFH-NET-PRICE    TO WRK-REC-NET
                    MOVE RG-NFH-QTY          TO WRK-REC-QTY
                    MOVE RG-NFH-ORIG-NF      TO WRK-REC-ORIG-NF
                    PERFORM 0220-CLASSIFY-RECORD
                 END-IF
