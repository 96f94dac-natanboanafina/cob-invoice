      *    ORIGINAL WITH NEGATIVE EFFECT, PLUS A PRINTED CREDIT-NOTE   *
      *    LAYOUT ON NF-IMPRESSAO.DAT. AN NF ALREADY REVERSED BY A     *
      *    "C" TRAILER (RG-INVOICE-ORIG-NF) IS REFUSED, SO THE SAME    *
      *    INVOICE CAN NEVER BE CANCELLED TWICE. THE UNITS OF EVERY    *
      *    REVERSED LINE GO BACK INTO STOCK (PRODUTOS.DAT), EACH WITH  *
      *    AN "E"/ESTORNO RECORD ON MOVESTOQUE.DAT.                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    RECEIVABLES            I-O                     -            *
      *    CREDIT-CTL             I-O                     -            *
      *    PRINT-RPT               O                      -            *
      *    PRODUCTS               I-O                     -            *
      *    STOCK-MOV               O                      -            *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-PRINT-STATUS.

      *=================================================================
      *                    SELECT PRODUTOS.DAT
      *=================================================================
      *    THE REVERSED UNITS ARE PUT BACK ON RG-PRODUCTS-ONHAND.      *
           SELECT PRODUCTS ASSIGN TO "C:\Cobol\task3\data\PRODUTOS.DAT"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-PRODUCTS-CODE
                              FILE STATUS IS FS-PRODUCTS-STATUS.

      *=================================================================
      *                    SELECT MOVESTOQUE.DAT
      *=================================================================
      *    SAME STOCK MOVEMENT LOG INVOICE-PROG APPENDS TO - HERE ONE  *
      *    ENTRY PER REVERSED LINE.                                    *
           SELECT STOCK-MOV ASSIGN TO
                                 "C:\Cobol\task3\data\MOVESTOQUE.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-STKMOV-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
      *    SAME LAYOUT AS INVOICE-PROG'S FD. "E"/"C" ARE THE CREDIT-   *
      *    NOTE DETAIL/TRAILER TYPES THIS PROGRAM WRITES;              *
      *    RG-INVOICE-ORIG-NF ON A "C" TRAILER POINTS AT THE NF IT     *
      *    REVERSES, AND RG-INVOICE-REP REPEATS THE ORIGINAL'S REP SO  *
      *    REP-COMMISSION CAN CLAW BACK COMMISSION ALREADY PAID.       *
       FD  INVOICE.
       01  RG-INVOICE.
           05 RG-INVOICE-TYPE      PIC X(01).
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

      **=================== FD CTRL-NF BEGINNING =======================*
       FD  CTRL-NF.
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
       FD  PRINT-RPT.
       01  RG-PRINT-LINE            PIC X(80).

      **================= FD PRODUCTS BEGINNING =======================*
      *    SAME LAYOUT AS PRODUCT-MAINT'S FD.                          *
       FD  PRODUCTS.
       01  RG-PRODUCTS.
           05 RG-PRODUCTS-CODE     PIC 9(05).
           05 RG-PRODUCTS-DESC     PIC X(15).
           05 RG-PRODUCTS-PRICE    PIC 9(08)V99.
           05 RG-PRODUCTS-TAXCAT   PIC 9(02).
           05 RG-PRODUCTS-ONHAND   PIC 9(07).
           05 RG-PRODUCTS-AVG-COST PIC 9(08)V99.
           05 RG-PRODUCTS-STOCK-FL PIC X(01).
              88 RG-PRODUCTS-IS-STOCKED   VALUE "S" SPACE.
              88 RG-PRODUCTS-IS-SERVICE   VALUE "N".

      **================= FD STOCK-MOV BEGINNING =======================*
      *    SAME LAYOUT AS INVOICE-PROG'S FD - SEE 0285-WRITING-STOCK-  *
      *    MOV FOR THE FIELD ORDER.                                    *
       FD  STOCK-MOV.
       01  RG-STKMOV-LINE           PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  FS-AR-STATUS            PIC 9(02).
       77  FS-CREDIT-STATUS        PIC 9(02).
       77  FS-PRINT-STATUS         PIC 9(02).
       77  FS-PRODUCTS-STATUS      PIC 9(02).
       77  FS-STKMOV-STATUS        PIC 9(02).
      *----------------------------------------------------------------*
       77  WRK-CTRLNF-KEY          PIC 9(04)  VALUE 1.
      *----------------------------------------------------------------*
       77  WRK-FROM-HIST-SW PIC X(01)  VALUE "N".
           88 WRK-FROM-HIST           VALUE "Y".
      *----------------------------------------------------------------*
      *    RESTOCKING. BOTH FILES ARE OPTIONAL - WITHOUT PRODUTOS.DAT  *
      *    THE CREDIT NOTE IS STILL ISSUED, ONLY THE STOCK IS NOT PUT  *
      *    BACK (WITH A WARNING).                                      *
      *----------------------------------------------------------------*
       77  WRK-PROD-AVAIL-SW PIC X(01) VALUE "N".
           88 WRK-PROD-AVAILABLE      VALUE "Y".
       77  WRK-STKMOV-SW    PIC X(01)  VALUE "N".
           88 WRK-STKMOV-AVAILABLE    VALUE "Y".
       77  WRK-MOV-QTY      PIC 9(05)  VALUE ZEROS.
       77  WRK-MOV-COST     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-MOV-DATE     PIC 9(08)  VALUE ZEROS.
       01  WRK-MOV-TIME.
           05 WRK-MOV-HH    PIC 9(02).
           05 WRK-MOV-MI    PIC 9(02).
           05 WRK-MOV-SS    PIC 9(02).
           05 FILLER        PIC 9(02).
      *----------------------------------------------------------------*
      *    THE ORIGINAL INVOICE, BUFFERED DURING THE SCAN SO THE       *
      *    REVERSING RECORDS CAN BE APPENDED AFTERWARDS. SAME 500-LINE *
      *    CEILING AS INVOICE-PROG'S PER-CLIENT DETAIL BUFFER - NO     *
              10 WRK-DTL-TAX-RATE  PIC 9(03)V99.
              10 WRK-DTL-TAX-AMT   PIC 9(08)V99.
              10 WRK-DTL-PURCH-DATE PIC 9(08).
              10 WRK-DTL-QTY       PIC 9(05).
       77  WRK-ORIG-SUBTOTAL PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ORIG-TAX-RATE PIC 9(03)V99 VALUE ZEROS.
       77  WRK-ORIG-TAX-AMT  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ORIG-TOTAL    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ORIG-REP      PIC 9(03)  VALUE ZEROS.
       77  WRK-CLIENT-NAME   PIC X(20)  VALUE SPACES.
      *----------------------------------------------------------------*
      *    PRINT-STYLE CREDIT NOTE                                     *
                      FS-NFHIST-STATUS ") - SO NFS DE NF.DAT "
                      "PODERAO SER CANCELADAS."
           END-IF.
      **================ OPENING-PRODUCTS BEGINNING ===================**
      *    OPTIONAL, LIKE CONTASREC.DAT ABOVE - WITHOUT THE MASTER THE *
      *    CANCELLATION STILL RUNS, ONLY THE RESTOCK IS SKIPPED.       *
       0118-OPEN-PRODUCTS.
           OPEN I-O PRODUCTS.
           IF FS-PRODUCTS-STATUS EQUAL 00
              SET WRK-PROD-AVAILABLE TO TRUE
           ELSE
              DISPLAY "PRODUTOS.DAT INDISPONIVEL (STATUS "
                      FS-PRODUCTS-STATUS ") - ESTOQUE NAO SERA "
                      "DEVOLVIDO."
           END-IF.
      **================ OPENING-STOCK-MOV BEGINNING ==================**
      *    ALWAYS EXTEND; CREATED EMPTY IF IT DOES NOT EXIST YET.      *
       0119-OPEN-STOCK-MOV.
           OPEN EXTEND STOCK-MOV.
           IF FS-STKMOV-STATUS EQUAL 35
              OPEN OUTPUT STOCK-MOV
              CLOSE STOCK-MOV
              OPEN EXTEND STOCK-MOV
           END-IF.
           IF FS-STKMOV-STATUS EQUAL 00
              SET WRK-STKMOV-AVAILABLE TO TRUE
           ELSE
              DISPLAY "MOVESTOQUE.DAT INDISPONIVEL (STATUS "
                      FS-STKMOV-STATUS ") - MOVIMENTOS NAO SERAO "
                      "REGISTRADOS."
           END-IF.
      **================ OPENING-PRINT-RPT BEGINNING ==================**
       0120-OPEN-PRINT-RPT.
           OPEN EXTEND PRINT-RPT.
                      MOVE ZEROS TO
                           WRK-DTL-PURCH-DATE (WRK-DTL-IDX)
                   END-IF
                   IF RG-INVOICE-QTY NUMERIC
                      AND RG-INVOICE-QTY GREATER THAN ZEROS
                      MOVE RG-INVOICE-QTY TO WRK-DTL-QTY (WRK-DTL-IDX)
                   ELSE
                      MOVE 1 TO WRK-DTL-QTY (WRK-DTL-IDX)
                   END-IF
                END-IF
             WHEN RG-INVOICE-IS-TRAILER
                  AND RG-INVOICE-NF-NUM EQUAL WRK-CANCEL-NF
                MOVE RG-INVOICE-TAX-RATE TO WRK-ORIG-TAX-RATE
                MOVE RG-INVOICE-TAX-AMT  TO WRK-ORIG-TAX-AMT
                MOVE RG-INVOICE-TOTAL    TO WRK-ORIG-TOTAL
                IF RG-INVOICE-REP NUMERIC
                   MOVE RG-INVOICE-REP   TO WRK-ORIG-REP
                END-IF
             WHEN RG-INVOICE-IS-CREDIT-TRL
                  AND RG-INVOICE-ORIG-NF EQUAL WRK-CANCEL-NF
                SET WRK-ALREADY-CANCELLED TO TRUE
                      MOVE ZEROS TO
                           WRK-DTL-PURCH-DATE (WRK-DTL-IDX)
                   END-IF
                   IF RG-NFH-QTY NUMERIC
                      AND RG-NFH-QTY GREATER THAN ZEROS
                      MOVE RG-NFH-QTY TO WRK-DTL-QTY (WRK-DTL-IDX)
                   ELSE
                      MOVE 1 TO WRK-DTL-QTY (WRK-DTL-IDX)
                   END-IF
                END-IF
             WHEN RG-NFH-IS-TRAILER
                  AND RG-NFH-NF-NUM EQUAL WRK-CANCEL-NF
                MOVE RG-NFH-TAX-RATE TO WRK-ORIG-TAX-RATE
                MOVE RG-NFH-TAX-AMT  TO WRK-ORIG-TAX-AMT
                MOVE RG-NFH-TOTAL    TO WRK-ORIG-TOTAL
                IF RG-NFH-REP NUMERIC
                   MOVE RG-NFH-REP   TO WRK-ORIG-REP
                END-IF
             WHEN RG-NFH-IS-CREDIT-TRL
                  AND RG-NFH-ORIG-NF EQUAL WRK-CANCEL-NF
                SET WRK-ALREADY-CANCELLED TO TRUE
                PERFORM 0250-WRITING-CREDIT-NOTE
                PERFORM 0260-PRINTING-CREDIT-NOTE
                PERFORM 0270-SETTLE-RECEIVABLE
                PERFORM 0280-RESTOCK-LINES
                DISPLAY "NF " WRK-CANCEL-NF " CANCELADA PELA NOTA "
                        "DE ESTORNO " WRK-CREDIT-NF "."
                IF WRK-FROM-HIST
                   RG-INVOICE-LINE-TAX-AMT
              MOVE WRK-DTL-PURCH-DATE (WRK-DTL-IDX) TO
                   RG-INVOICE-PURCH-DATE
              MOVE WRK-DTL-QTY (WRK-DTL-IDX) TO RG-INVOICE-QTY
              WRITE RG-INVOICE
           END-PERFORM.
           MOVE SPACES TO RG-INVOICE.
           MOVE WRK-ORIG-TAX-AMT  TO RG-INVOICE-TAX-AMT.
           MOVE WRK-ORIG-TOTAL    TO RG-INVOICE-TOTAL.
           MOVE WRK-CANCEL-NF     TO RG-INVOICE-ORIG-NF.
           MOVE WRK-ORIG-REP      TO RG-INVOICE-REP.
           MOVE WRK-SYS-DATE-N    TO RG-INVOICE-ISSUE-DATE.
           WRITE RG-INVOICE.
           CLOSE INVOICE.
      **================ PRINTING-CREDIT-NOTE BEGINNING ===============**
                DISPLAY "PARCELA " RG-AR-INST " DA NF "
                        WRK-CANCEL-NF " JA ESTAVA BAIXADA - "
                        "VERIFICAR DEVOLUCAO COM A CONTABILIDADE."
             WHEN RG-AR-IS-CANCELLED OR RG-AR-IS-WAIVED
                CONTINUE
             WHEN OTHER
      *         THE EXPOSURE COMES DOWN BY WHAT WAS STILL OWED ON     *
      *         THE INSTALLMENT, NET OF PARTIAL PAYMENTS. AN OPEN     *
      *         LATE CHARGE FALLS WITH ITS NF BUT NEVER WAS EXPOSURE. *
                COMPUTE WRK-SETTLE-AMT =
                        RG-AR-AMOUNT - RG-AR-PAID-AMT
                SET RG-AR-IS-CANCELLED TO TRUE
                             RG-AR-INST " DA NF "
                             WRK-CANCEL-NF "."
                  NOT INVALID KEY
                     IF RG-AR-IS-PRINCIPAL
                        PERFORM 0275-REDUCE-EXPOSURE
                     END-IF
                END-REWRITE
           END-EVALUATE.
      **================ REDUCE-EXPOSURE BEGINNING ====================**
                   END-REWRITE
              END-READ
           END-IF.
      **================ RESTOCK-LINES BEGINNING ======================**
      *    EVERY REVERSED LINE PUTS ITS UNITS BACK ON THE SHELF - THE  *
      *    GOODS CAME BACK WITH THE CANCELLATION. A LINE WHOSE PRODUCT *
      *    CODE IS NO LONGER ON THE MASTER IS REPORTED AND SKIPPED. A  *
      *    SERVICE WAS NEVER TAKEN OFF STOCK, SO NOTHING GOES BACK.    *
       0280-RESTOCK-LINES.
           IF WRK-PROD-AVAILABLE
              PERFORM 0282-RESTOCK-ONE-LINE
                VARYING WRK-DTL-IDX FROM 1 BY 1
                UNTIL WRK-DTL-IDX GREATER THAN WRK-DETAIL-COUNT
           END-IF.
      **================ RESTOCK-ONE-LINE BEGINNING ===================**
       0282-RESTOCK-ONE-LINE.
           MOVE WRK-DTL-PROD-CODE (WRK-DTL-IDX) TO RG-PRODUCTS-CODE.
           MOVE WRK-DTL-QTY (WRK-DTL-IDX)       TO WRK-MOV-QTY.
           READ PRODUCTS
             INVALID KEY
                DISPLAY "PRODUTO " RG-PRODUCTS-CODE
                        " NAO ENCONTRADO - ESTOQUE NAO DEVOLVIDO."
             NOT INVALID KEY
                IF NOT RG-PRODUCTS-IS-SERVICE
                   IF RG-PRODUCTS-ONHAND NOT NUMERIC
                      MOVE ZEROS TO RG-PRODUCTS-ONHAND
                   END-IF
                   ADD WRK-MOV-QTY TO RG-PRODUCTS-ONHAND
                     ON SIZE ERROR
                        MOVE 9999999 TO RG-PRODUCTS-ONHAND
                   END-ADD
                   REWRITE RG-PRODUCTS
                     INVALID KEY
                        DISPLAY "PRODUCTS: ERRO AO DEVOLVER ESTOQUE "
                                "DO PRODUTO " RG-PRODUCTS-CODE
                     NOT INVALID KEY
                        PERFORM 0285-WRITING-STOCK-MOV
                   END-REWRITE
                END-IF
           END-READ.
      **================ WRITING-STOCK-MOV BEGINNING ==================**
      *    SAME RECORD AS INVOICE-PROG'S 0247-WRITING-STOCK-MOV: DATE; *
      *    TIME; TYPE; ORIGIN; PRODUCT; QUANTITY; ON-HAND AFTER;       *
      *    DOCUMENT (THE CREDIT NOTE NUMBER); UNIT COST.               *
       0285-WRITING-STOCK-MOV.
           IF WRK-STKMOV-AVAILABLE
              ACCEPT WRK-MOV-DATE FROM DATE YYYYMMDD
              ACCEPT WRK-MOV-TIME FROM TIME
              IF RG-PRODUCTS-AVG-COST NUMERIC
                 MOVE RG-PRODUCTS-AVG-COST TO WRK-MOV-COST
              ELSE
                 MOVE ZEROS TO WRK-MOV-COST
              END-IF
              MOVE SPACES TO RG-STKMOV-LINE
              STRING WRK-MOV-DATE          DELIMITED BY SIZE
                     ";" WRK-MOV-HH        DELIMITED BY SIZE
                     WRK-MOV-MI            DELIMITED BY SIZE
                     WRK-MOV-SS            DELIMITED BY SIZE
                     ";E;ESTORNO"          DELIMITED BY SIZE
                     ";" RG-PRODUCTS-CODE  DELIMITED BY SIZE
                     ";" WRK-MOV-QTY       DELIMITED BY SIZE
                     ";" RG-PRODUCTS-ONHAND DELIMITED BY SIZE
                     ";" WRK-CREDIT-NF     DELIMITED BY SIZE
                     ";" WRK-MOV-COST      DELIMITED BY SIZE
                     INTO RG-STKMOV-LINE
              WRITE RG-STKMOV-LINE
           END-IF.
      *----------------------------------------------------------------*
       0300-END                        SECTION.
           CLOSE CTRL-NF.
           IF WRK-CREDIT-AVAILABLE
              CLOSE CREDIT-CTL
           END-IF.
           IF WRK-PROD-AVAILABLE
              CLOSE PRODUCTS
           END-IF.
           IF WRK-STKMOV-AVAILABLE
              CLOSE STOCK-MOV
           END-IF.
           CLOSE PRINT-RPT.
      *----------------------------------------------------------------*
