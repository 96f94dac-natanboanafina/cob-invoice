      *    PAYMENT AMOUNT (FULL OR PARTIAL) IS POSTED AGAINST IT -     *
      *    THE INSTALLMENT ONLY FLIPS TO PAID WHEN THE BALANCE         *
      *    REACHES ZERO. ITEMS ALREADY PAID OR SETTLED BY A CREDIT     *
      *    NOTE ARE REFUSED. WHEN AN OVERDUE INSTALLMENT CARRIES AN    *
      *    OPEN LATE-PAYMENT CHARGE (AR-CHARGES), THE PAYMENT MAY      *
      *    COVER PRINCIPAL PLUS CHARGE: IT SETTLES THE INSTALLMENT     *
      *    FIRST AND THE EXCESS GOES TO THE CHARGE ITEM. A CHARGE CAN  *
      *    ALSO BE PAID ON ITS OWN BY PICKING ITS INSTALLMENT (50 +    *
      *    THE ORIGINAL ONE). ONLY PRINCIPAL BRINGS THE EXPOSURE DOWN. *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
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

      **================ FD CREDIT-CTL BEGINNING =======================*
      *    SAME LAYOUT AS CREDIT-MAINT'S FD.                           *
           88 WRK-AR-SCAN-EOF         VALUE "Y".
       77  WRK-REMAINING    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PAY-AMOUNT   PIC 9(09)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *    PRINCIPAL + CHARGE SPLIT OF ONE PAYMENT.                    *
      *----------------------------------------------------------------*
       01  WRK-PRIN-KEY.
           05 WRK-PRIN-NF       PIC 9(07).
           05 WRK-PRIN-INST     PIC 9(02).
       77  WRK-CHG-SW       PIC X(01)  VALUE "N".
           88 WRK-CHG-OPEN            VALUE "Y".
       77  WRK-CHG-REMAINING PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-DUE    PIC 9(10)V99 VALUE ZEROS.
       77  WRK-PRIN-PART    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CHG-PART     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DUE-ED       PIC Z.ZZZ.ZZZ.ZZZ,ZZ.
       77  WRK-ITEM-LABEL   PIC X(12)  VALUE SPACES.
       77  WRK-REMAIN-ED    PIC ZZZ.ZZZ.ZZZ,ZZ.
       77  WRK-CONFIRM      PIC X(01)  VALUE SPACES.
       77  WRK-DONE-SW      PIC X(01)  VALUE "N".
                            RG-AR-AMOUNT - RG-AR-PAID-AMT
                    MOVE RG-AR-AMOUNT  TO WRK-TOTAL-ED
                    MOVE WRK-REMAINING TO WRK-REMAIN-ED
                    IF RG-AR-IS-CHARGE
                       MOVE "ENCARGO P." TO WRK-ITEM-LABEL
                       MOVE RG-AR-ORIG-INST TO WRK-ITEM-LABEL (11:2)
                    ELSE
                       MOVE SPACES TO WRK-ITEM-LABEL
                    END-IF
                    EVALUATE TRUE
                      WHEN RG-AR-IS-PAID
                         DISPLAY "PARCELA " RG-AR-INST
                                 "  VENC " RG-AR-DUE-DATE
                                 "  VALOR " WRK-TOTAL-ED
                                 "  (BAIXADA) " WRK-ITEM-LABEL
                      WHEN RG-AR-IS-CANCELLED
                         DISPLAY "PARCELA " RG-AR-INST
                                 "  VENC " RG-AR-DUE-DATE
                                 "  VALOR " WRK-TOTAL-ED
                                 "  (ESTORNADA) " WRK-ITEM-LABEL
                      WHEN RG-AR-IS-WAIVED
                         DISPLAY "PARCELA " RG-AR-INST
                                 "  VENC " RG-AR-DUE-DATE
                                 "  VALOR " WRK-TOTAL-ED
                                 "  (DISPENSADO) " WRK-ITEM-LABEL
                      WHEN OTHER
                         DISPLAY "PARCELA " RG-AR-INST
                                 "  VENC " RG-AR-DUE-DATE
                                 "  VALOR " WRK-TOTAL-ED
                                 "  SALDO " WRK-REMAIN-ED
                                 "  (EM ABERTO) " WRK-ITEM-LABEL
                    END-EVALUATE
                 END-IF
              END-IF
           END-PERFORM.
      **================ POSTING-PAYMENT BEGINNING ====================**
      *    FULL OR PARTIAL: THE TYPED AMOUNT (ZERO MEANS EVERYTHING    *
      *    STILL OWED, CHARGE INCLUDED) SETTLES THE INSTALLMENT FIRST  *
      *    AND ANY EXCESS GOES TO ITS OPEN CHARGE; AN ITEM ONLY FLIPS  *
      *    TO PAID WHEN NOTHING REMAINS. AN AMOUNT OVER WHAT IS OWED   *
      *    IS REFUSED - AN OVERPAYMENT IS A DESK MATTER, NOT A BAIXA.  *
       0220-POSTING-PAYMENT.
           EVALUATE TRUE
             WHEN RG-AR-IS-PAID
             WHEN RG-AR-IS-CANCELLED
                DISPLAY "PARCELA LIQUIDADA POR NOTA DE ESTORNO - "
                        "NAO HA O QUE BAIXAR."
             WHEN RG-AR-IS-WAIVED
                DISPLAY "ENCARGO DISPENSADO POR " RG-AR-WAIVE-USER
                        " - NAO HA O QUE BAIXAR."
             WHEN OTHER
                MOVE "N"   TO WRK-CHG-SW
                MOVE ZEROS TO WRK-CHG-REMAINING
                IF RG-AR-IS-PRINCIPAL
                   PERFORM 0222-FINDING-CHARGE
                END-IF
                COMPUTE WRK-REMAINING =
                        RG-AR-AMOUNT - RG-AR-PAID-AMT
                COMPUTE WRK-TOTAL-DUE =
                        WRK-REMAINING + WRK-CHG-REMAINING
                MOVE RG-AR-AMOUNT  TO WRK-TOTAL-ED
                MOVE WRK-REMAINING TO WRK-REMAIN-ED
                DISPLAY "CLIENTE:    " RG-AR-CLID
                DISPLAY "VENCIMENTO: " RG-AR-DUE-DATE
                DISPLAY "VALOR:      " WRK-TOTAL-ED
                DISPLAY "SALDO:      " WRK-REMAIN-ED
                IF WRK-CHG-OPEN
                   MOVE WRK-CHG-REMAINING TO WRK-REMAIN-ED
                   MOVE WRK-TOTAL-DUE     TO WRK-DUE-ED
                   DISPLAY "ENCARGOS:   " WRK-REMAIN-ED
                   DISPLAY "TOTAL:    " WRK-DUE-ED
                END-IF
                DISPLAY "VALOR PAGO (0 = TOTAL DEVIDO): "
                  ACCEPT WRK-PAY-AMOUNT
                IF WRK-PAY-AMOUNT EQUAL ZEROS
                   MOVE WRK-TOTAL-DUE TO WRK-PAY-AMOUNT
                END-IF
                IF WRK-PAY-AMOUNT GREATER THAN WRK-TOTAL-DUE
                   DISPLAY "VALOR MAIOR QUE O SALDO DEVIDO - "
                           "BAIXA RECUSADA."
                ELSE
                   DISPLAY "CONFIRMA A BAIXA (S/N)? "
                     ACCEPT WRK-CONFIRM
                   IF WRK-CONFIRM EQUAL "S"
                      PERFORM 0224-SPLITTING-PAYMENT
                   ELSE
                      DISPLAY "BAIXA NAO CONFIRMADA."
                   END-IF
                END-IF
           END-EVALUATE.
      **================ FINDING-CHARGE BEGINNING =====================**
      *    THE INSTALLMENT'S CHARGE ITEM, IF ONE IS OPEN. READING IT   *
      *    REPLACES THE RECORD AREA, SO THE INSTALLMENT IS READ BACK.  *
       0222-FINDING-CHARGE.
           MOVE RG-AR-KEY TO WRK-PRIN-KEY.
           COMPUTE RG-AR-INST = 50 + WRK-PRIN-INST.
           READ RECEIVABLES
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF RG-AR-IS-CHARGE AND RG-AR-IS-OPEN
                   SET WRK-CHG-OPEN TO TRUE
                   COMPUTE WRK-CHG-REMAINING =
                           RG-AR-AMOUNT - RG-AR-PAID-AMT
                END-IF
           END-READ.
           MOVE WRK-PRIN-KEY TO RG-AR-KEY.
           READ RECEIVABLES
             INVALID KEY
                DISPLAY "ERRO AO RELER A PARCELA " WRK-PRIN-INST "."
           END-READ.
      **================ SPLITTING-PAYMENT BEGINNING ==================**
      *    PRINCIPAL FIRST, THEN THE CHARGE. A CHARGE PICKED ON ITS    *
      *    OWN HAS NO PRINCIPAL PART AND LEAVES THE EXPOSURE ALONE.    *
       0224-SPLITTING-PAYMENT.
           IF WRK-PAY-AMOUNT GREATER THAN WRK-REMAINING
              MOVE WRK-REMAINING TO WRK-PRIN-PART
           ELSE
              MOVE WRK-PAY-AMOUNT TO WRK-PRIN-PART
           END-IF.
           COMPUTE WRK-CHG-PART = WRK-PAY-AMOUNT - WRK-PRIN-PART.
           MOVE RG-AR-KEY TO WRK-PRIN-KEY.
           ADD WRK-PRIN-PART TO RG-AR-PAID-AMT.
           MOVE WRK-SYS-DATE-N TO RG-AR-PAID-DATE.
           IF RG-AR-PAID-AMT NOT LESS THAN RG-AR-AMOUNT
              SET RG-AR-IS-PAID TO TRUE
           END-IF.
           REWRITE RG-AR
             INVALID KEY
                DISPLAY "ERRO AO BAIXAR A PARCELA."
                MOVE ZEROS TO WRK-CHG-PART
             NOT INVALID KEY
                IF RG-AR-IS-PAID
                   DISPLAY "PARCELA " WRK-INST-NUM
                           " DA NF " WRK-NF-NUM
                           " BAIXADA INTEGRALMENTE."
                ELSE
                   COMPUTE WRK-REMAINING =
                           RG-AR-AMOUNT - RG-AR-PAID-AMT
                   MOVE WRK-REMAINING TO WRK-REMAIN-ED
                   DISPLAY "PAGAMENTO PARCIAL REGISTRADO"
                           " - SALDO " WRK-REMAIN-ED
                END-IF
                IF RG-AR-IS-PRINCIPAL
                   PERFORM 0230-REDUCE-EXPOSURE
                END-IF
           END-REWRITE.
           IF WRK-CHG-PART GREATER THAN ZEROS
              PERFORM 0226-POSTING-CHARGE-PART
           END-IF.
      **================ POSTING-CHARGE-PART BEGINNING ================**
       0226-POSTING-CHARGE-PART.
           MOVE WRK-PRIN-NF TO RG-AR-NF-NUM.
           COMPUTE RG-AR-INST = 50 + WRK-PRIN-INST.
           READ RECEIVABLES
             INVALID KEY
                DISPLAY "ENCARGO DA PARCELA " WRK-PRIN-INST
                        " NAO ENCONTRADO - VALOR DO ENCARGO NAO "
                        "BAIXADO."
             NOT INVALID KEY
                ADD WRK-CHG-PART TO RG-AR-PAID-AMT
                MOVE WRK-SYS-DATE-N TO RG-AR-PAID-DATE
                IF RG-AR-PAID-AMT NOT LESS THAN RG-AR-AMOUNT
                   SET RG-AR-IS-PAID TO TRUE
                END-IF
                REWRITE RG-AR
                  INVALID KEY
                     DISPLAY "ERRO AO BAIXAR O ENCARGO."
                  NOT INVALID KEY
                     MOVE WRK-CHG-PART TO WRK-REMAIN-ED
                     DISPLAY "ENCARGO DA PARCELA " WRK-PRIN-INST
                             " BAIXADO: " WRK-REMAIN-ED
                END-REWRITE
           END-READ.
      **================ REDUCE-EXPOSURE BEGINNING ====================**
      *    BRING THE CLIENT'S OPEN EXPOSURE DOWN BY THE PRINCIPAL      *
      *    ACTUALLY PAID - NEVER BELOW ZERO (AN EXPOSURE REBUILT BY    *
      *    HAND MAY BE SMALLER THAN THE PAYMENT BEING POSTED).         *
       0230-REDUCE-EXPOSURE.
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF RG-CRED-EXPOSURE GREATER THAN WRK-PRIN-PART
                      SUBTRACT WRK-PRIN-PART FROM RG-CRED-EXPOSURE
                   ELSE
                      MOVE ZEROS TO RG-CRED-EXPOSURE
                   END-IF
