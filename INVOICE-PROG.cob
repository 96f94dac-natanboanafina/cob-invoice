      *----------------------------------------------------------------*
      *    PURPOSE     : SEARCH FOR CLIENTS VIA ID, SAVE THEIR GOODS   *
      *    BOUGHT INTO A NEW FILE AND SHOW IT UP.                      *
      *    RETURN-CODE: 0 CLEAN BATCH, 4 BATCH COMPLETE WITH ORPHANS,  *
      *    BAD DISCOUNTS, OVERFLOWS OR CREDIT HOLDS TO REVIEW, 8 THE   *
      *    END-OF-BATCH CONTROL UPDATE FAILED, 16 THE BATCH STOPPED    *
      *    SHORT (RESTART.DAT THEN HOLDS THE RESUME POINT).            *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
                              RECORD KEY IS RG-TAXCAT-CODE
                              FILE STATUS IS FS-TAXCAT-STATUS.

      *=================================================================
      *                    SELECT PRECOS.DAT
      *=================================================================
      *    PRICE LISTS AND PROMOTIONS (SEE PRICE-MAINT). THE PRICE IN  *
      *    EFFECT FOR THE CLIENT ON THE PURCHASE DATE REPLACES THE     *
      *    MASTER UNIT PRICE IN THE TOLERANCE CHECK; A MISSING FILE    *
      *    LEAVES THE MASTER PRICE IN FORCE, EXACTLY AS BEFORE.        *
           SELECT PRICES ASSIGN TO "C:\Cobol\task3\data\PRECOS.DAT"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-PRICE-KEY
                              FILE STATUS IS FS-PRICES-STATUS.

      *=================================================================
      *                    SELECT ORFAOS.DAT
      *=================================================================
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-RUNLOG-STATUS.

      *=================================================================
      *                    SELECT MOVESTOQUE.DAT
      *=================================================================
      *    STOCK MOVEMENT LOG - ONE SEMICOLON-DELIMITED RECORD PER     *
      *    ENTRY OR EXIT OF STOCK, APPENDED BY EVERY PROGRAM THAT      *
      *    CHANGES RG-PRODUCTS-ONHAND (HERE: ONE EXIT PER BILLED       *
      *    LINE). STOCK-REPORT RECONCILES THE PERIOD FROM IT.          *
           SELECT STOCK-MOV ASSIGN TO
                                 "C:\Cobol\task3\data\MOVESTOQUE.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-STKMOV-STATUS.

      *=================================================================
      *                    SELECT RESTART.DAT
      *=================================================================
           05 RG-CLIENTS-NAME      PIC X(20).
           05 RG-CLIENTS-TERMS.
              10 RG-CLIENTS-TERM-DAYS OCCURS 3 TIMES PIC 9(03).
           05 RG-CLIENTS-REP       PIC 9(03).
           05 RG-CLIENTS-PRICE-LIST PIC 9(03).

      **================= FD SHOPPING BEGINNING =======================*
      *    RG-SHOPPING-BILLED-FL/-NF-NUM RECORD WHETHER (AND ON WHICH  *
      *    SHOPPING ONLY SELECTS UNBILLED ROWS, AND 0226-MARK-         *
      *    PURCHASES-BILLED STAMPS THEM ONCE THE CLIENT'S TRAILER IS   *
      *    COMMITTED, SO RERUNS NEVER BILL THE SAME PURCHASE TWICE.    *
      *    RG-SHOPPING-PRICE IS THE UNIT PRICE; RG-SHOPPING-QTY IS THE *
      *    NUMBER OF UNITS ORDERED (ZERO ON A LEGACY ROW MEANS ONE).   *
       FD  SHOPPING.
       01  RG-SHOPPING.
           05 RG-SHOPPING-ID       PIC 9(05).
              88 RG-SHOPPING-NOT-BILLED   VALUE "N".
           05 RG-SHOPPING-NF-NUM   PIC 9(07).
           05 RG-SHOPPING-PURCH-DATE PIC 9(08).
           05 RG-SHOPPING-QTY      PIC 9(05).

      **================= FD PRODUCTS BEGINNING =======================*
      *    PRODUCT MASTER - DESCRIPTION IS X(15) SO IT MOVES VERBATIM  *
      *    INTO RG-INVOICE-PROD. RG-PRODUCTS-ONHAND IS THE STOCK ON    *
      *    HAND, DECREMENTED HERE AS LINES ARE BILLED AND RAISED BY    *
      *    STOCK-RECEIPT; RG-PRODUCTS-AVG-COST IS THE WEIGHTED AVERAGE *
      *    UNIT COST THE RECEIPTS HAVE BUILT UP (VALUATION ONLY). A    *
      *    SERVICE (RG-PRODUCTS-IS-SERVICE) HAS NO STOCK AND IS NEVER  *
      *    HELD NOR DECREMENTED.                                       *
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

      **================== FD INVOICE BEGINNING =======================*
      *    TYPES "E"/"C" ARE CREDIT-NOTE (ESTORNO) DETAIL/TRAILER      *
      *    TRAILER POINTS AT THE NF IT REVERSES. THIS PROGRAM ONLY     *
      *    WRITES "D"/"T". EACH DETAIL CARRIES THE PRODUTOS.DAT CODE   *
      *    BESIDES THE DESCRIPTION, SO DOWNSTREAM REPORTS CAN GROUP    *
      *    SALES BY THE PRODUCT MASTER. RG-INVOICE-QTY IS THE NUMBER   *
      *    OF UNITS ON THE LINE AND RG-INVOICE-PRICE THE GROSS LINE    *
      *    VALUE (UNIT PRICE TIMES QUANTITY), SO EVERY READER THAT     *
      *    TOTALS PRICE/NET-PRICE KEEPS WORKING UNCHANGED. A ZERO      *
      *    QUANTITY (LINES WRITTEN BEFORE THE FIELD EXISTED) IS ONE.   *
      *    RG-INVOICE-REP ON A TRAILER IS THE CLIENT'S SALES REP AT    *
      *    THE TIME OF ISSUE (ZERO = NONE) - REP-COMMISSION PAYS ON IT.*
      *    RG-INVOICE-ISSUE-DATE (YYYYMMDD) IS THE DAY THE NF WAS      *
      *    ISSUED - NFE-SUBMIT SENDS IT TO THE TAX AUTHORITY.          *
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

      **=================== FD CTRL-NF BEGINNING =======================*
      *    PERSISTENT NF-NUMBER COUNTER ACROSS RUNS.                    *
           05 RG-PARAM-TAX-RATE    PIC 9(03)V99.
           05 RG-PARAM-PRICE-TOL   PIC 9(03)V99.
           05 RG-PARAM-DUE-TERM    PIC 9(03).
           05 RG-PARAM-FINE-PCT    PIC 9(03)V99.
           05 RG-PARAM-DAILY-INT   PIC 9(01)V9999.

      **================== FD TAXCAT BEGINNING =========================*
      *    SAME LAYOUT AS TAXCAT-MAINT'S FD.                           *
           05 RG-TAXCAT-DESC       PIC X(15).
           05 RG-TAXCAT-RATE       PIC 9(03)V99.

      **================== FD PRICES BEGINNING ========================*
      *    SAME LAYOUT AS PRICE-MAINT'S FD.                            *
       FD  PRICES.
       01  RG-PRICE.
           05 RG-PRICE-KEY.
              10 RG-PRICE-LIST     PIC 9(03).
              10 RG-PRICE-PROD     PIC 9(05).
              10 RG-PRICE-FROM-DATE PIC 9(08).
           05 RG-PRICE-TO-DATE     PIC 9(08).
           05 RG-PRICE-AMOUNT      PIC 9(08)V99.

      **================= FD ORPHAN-RPT BEGINNING ======================*
      *    SHOPPING ROWS WITH NO MATCHING CLIENT, OR WITH DATA TOO      *
      *    INVALID/OUT-OF-BOUNDS TO CARRY THROUGH TO AN INVOICE.        *
      *    ONE RECEIVABLE PER INSTALLMENT OF EACH ISSUED NF (KEY = NF  *
      *    NUMBER + INSTALLMENT). THE PAID FLAG IS "N" (OPEN, WITH A   *
      *    PAID-SO-FAR BALANCE IN RG-AR-PAID-AMT), "S" (PAID IN FULL,  *
      *    WITH THE LAST PAYMENT DATE), "E" (SETTLED BY A CREDIT       *
      *    NOTE) OR "D" (LATE CHARGE WAIVED). DATES ARE YYYYMMDD.      *
      *    RG-AR-KIND "P" IS AN INSTALLMENT WRITTEN HERE; "J" IS THE   *
      *    LATE-PAYMENT CHARGE AR-CHARGES OPENS FOR AN OVERDUE         *
      *    INSTALLMENT, KEYED UNDER THE SAME NF WITH INSTALLMENT 50 +  *
      *    RG-AR-ORIG-INST, CARRYING THE FINE PART, THE DATE INTEREST  *
      *    HAS BEEN ACCRUED TO AND, WHEN WAIVED, WHO WAIVED IT AND WHY.*
       FD  RECEIVABLES.
       01  RG-AR.
           05 RG-AR-KEY.
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
       FD  RUN-LOG.
       01  RG-RUNLOG-LINE           PIC X(160).

      **================= FD STOCK-MOV BEGINNING =======================*
      *    SAME LAYOUT AS STOCK-RECEIPT'S FD - SEE 0247-WRITING-STOCK- *
      *    MOV FOR THE FIELD ORDER.                                    *
       FD  STOCK-MOV.
       01  RG-STKMOV-LINE           PIC X(100).

      **================ FD RESTART-CTRL BEGINNING =====================*
      *    RESTART/CHECKPOINT CONTROL RECORD. RG-RESTART-CLID/-SHOPID   *
      *    ARE THE LAST CLIENT WHOSE INVOICE WAS FULLY COMMITTED TO     *
       77  FS-CTRLNF-STATUS        PIC 9(02).
       77  FS-CTRLTAX-STATUS       PIC 9(02).
       77  FS-TAXCAT-STATUS        PIC 9(02).
       77  FS-PRICES-STATUS        PIC 9(02).
       77  FS-PARAM-STATUS         PIC 9(02).
       77  FS-ORPHAN-STATUS        PIC 9(02).
       77  FS-PRINT-STATUS         PIC 9(02).
       77  FS-RUNRPT-STATUS        PIC 9(02).
       77  FS-RUNLOG-STATUS        PIC 9(02).
       77  FS-RESTART-STATUS       PIC 9(02).
       77  FS-STKMOV-STATUS        PIC 9(02).
      *----------------------------------------------------------------*
      *    RELATIVE KEYS FOR CTRL-NF/RESTART-CTRL - BOTH FILES HOLD     *
      *    EXACTLY ONE RECORD, SO THE KEY IS ALWAYS 1.                  *
      *----------------------------------------------------------------*
      *    PRODUCT MASTER MATCH AND PRICE TOLERANCE.                   *
      *    A PURCHASE PRICE MORE THAN WRK-PRICE-TOL-PCT (LOADED FROM   *
      *    PARAMETROS.DAT) AWAY FROM THE PRICE IN EFFECT IS FLAGGED    *
      *    TO ORFAOS.DAT AND SKIPPED, THE SAME WAY AN ORPHAN CLIENT    *
      *    ID IS. THE PRICE IN EFFECT IS THE MASTER UNIT PRICE UNLESS  *
      *    THE CLIENT'S PRICE LIST OR THE PROMOTION LIST (000) HAS A   *
      *    PERIOD COVERING THE PURCHASE DATE - THEN THE LOWEST OF      *
      *    THOSE LIST PRICES (SEE 0248-FINDING-LIST-PRICE).            *
      *----------------------------------------------------------------*
       77  WRK-PROD-OK-SW   PIC X(01)  VALUE "N".
           88 WRK-PROD-OK             VALUE "S".
       77  WRK-PRICE-TOL-PCT PIC 9(03)V99 VALUE 010,00.
       77  WRK-PRICE-TOL-AMT PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PRICE-DIFF   PIC S9(08)V99 VALUE ZEROS.
       77  WRK-PRICES-SW    PIC X(01)  VALUE "N".
           88 WRK-PRICES-AVAILABLE    VALUE "Y".
       77  WRK-EFF-PRICE    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-EFF-DATE     PIC 9(08)  VALUE ZEROS.
       77  WRK-SCAN-LIST    PIC 9(03)  VALUE ZEROS.
       77  WRK-LIST-FOUND-SW PIC X(01) VALUE "N".
           88 WRK-LIST-FOUND          VALUE "S".
       77  WRK-LIST-END-SW  PIC X(01)  VALUE "N".
           88 WRK-LIST-END            VALUE "S".
      *----------------------------------------------------------------*
      *    PER-CLIENT DETAIL BUFFER.                                   *
      *    LINES ARE HELD HERE WHILE A CLIENT'S PURCHASES ARE BEING    *
              10 WRK-DTL-TAX-RATE  PIC 9(03)V99.
              10 WRK-DTL-TAX-AMT   PIC 9(08)V99.
              10 WRK-DTL-PURCH-DATE PIC 9(08).
              10 WRK-DTL-QTY       PIC 9(05).
              10 WRK-DTL-UNIT-PRICE PIC 9(08)V99.
      *----------------------------------------------------------------*
      *    STOCK CONTROL.                                              *
      *    EACH ROW'S QUANTITY (ONE FOR A LEGACY ROW) IS CHECKED       *
      *    AGAINST THE PRODUCT'S ON-HAND STOCK, LESS WHAT THE LINES    *
      *    ALREADY BUFFERED FOR THE SAME CLIENT WILL TAKE (SEE 0229-   *
      *    CHECK-QUANTITY). A SHORT LINE IS WRITTEN TO ORFAOS.DAT AS A *
      *    BACKORDER AND STAYS UNBILLED UNTIL STOCK ARRIVES. STOCK IS  *
      *    ONLY TAKEN (0246-DECREMENT-STOCK) AS THE PURCHASES ARE      *
      *    STAMPED BILLED, SO A CLIENT HELD BY THE CREDIT CHECK NEVER  *
      *    CONSUMES IT. A SERVICE PRODUCT SKIPS BOTH STEPS.            *
      *----------------------------------------------------------------*
       77  WRK-LINE-QTY       PIC 9(05) VALUE ZEROS.
       77  WRK-GROSS-PRICE    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-STOCK-AVAIL    PIC 9(07) VALUE ZEROS.
       77  WRK-STOCK-OK-SW    PIC X(01) VALUE "N".
           88 WRK-STOCK-OK             VALUE "S".
       77  WRK-QTY-ED         PIC ZZ.ZZ9.
       77  WRK-MOV-PROD       PIC 9(05) VALUE ZEROS.
       77  WRK-MOV-QTY        PIC 9(05) VALUE ZEROS.
       77  WRK-MOV-DOC        PIC 9(07) VALUE ZEROS.
       77  WRK-MOV-DATE       PIC 9(08) VALUE ZEROS.
       77  WRK-MOV-COST       PIC 9(08)V99 VALUE ZEROS.
       01  WRK-MOV-TIME.
           05 WRK-MOV-HH      PIC 9(02).
           05 WRK-MOV-MI      PIC 9(02).
           05 WRK-MOV-SS      PIC 9(02).
           05 FILLER          PIC 9(02).
       77  WRK-STKMOV-SW      PIC X(01) VALUE "N".
           88 WRK-STKMOV-AVAILABLE     VALUE "Y".
      *----------------------------------------------------------------*
      *    CREDIT-LIMIT HOLD.                                          *
      *    THE PROSPECTIVE INVOICE TOTAL IS COMPUTED BEFORE THE NF     *
           05 FILLER        PIC X(01) VALUE "/".
           05 WRK-CED-YYYY  PIC 9(04).
       77  WRK-DUE-TERM-DAYS PIC 9(03)  VALUE 030.
      *    LATE-CHARGE SEEDS (2% FINE, 1% A MONTH AS 0,0333% A DAY) -  *
      *    ONLY WRITTEN WHEN PARAMETROS.DAT IS CREATED HERE; THE       *
      *    BILLING BATCH ITSELF NEVER USES THEM (SEE AR-CHARGES).      *
       77  WRK-FINE-PCT      PIC 9(03)V99   VALUE 002,00.
       77  WRK-DAILY-INT-PCT PIC 9(01)V9999 VALUE 0,0333.
      *----------------------------------------------------------------*
      *    INSTALLMENT PLAN - THE CLIENT'S TERMS (UP TO THREE DAY     *
      *    OFFSETS ON CLIENTES.DAT) SPLIT EACH NF TOTAL ACROSS DUE    *
       77  WRK-RUN-OVERFLOWS    PIC 9(06) VALUE ZEROS.
       77  WRK-RUN-HELD         PIC 9(06) VALUE ZEROS.
       77  WRK-RUN-DEFERRED     PIC 9(06) VALUE ZEROS.
       77  WRK-RUN-BACKORDERS   PIC 9(06) VALUE ZEROS.
       77  WRK-RUN-TOTAL-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-RUN-TIME.
           05 WRK-TIME-HH       PIC 9(02).
              10 WRK-PENDLN-PROD     PIC X(15).
              10 WRK-PENDLN-PRICE    PIC 9(08)V99.
              10 WRK-PENDLN-DISCOUNT PIC 9(03)V99.
              10 WRK-PENDLN-QTY      PIC 9(05).
              10 WRK-PENDLN-USED-FL  PIC X(01).
                 88 WRK-PENDLN-IS-USED     VALUE "S".
       77  WRK-PENDLN-MATCH-SW PIC X(01) VALUE "N".
           PERFORM 0100-INIT.
           PERFORM 0210-READING-CLIENTS.
           PERFORM 0300-END.
      *    GOBACK RATHER THAN STOP RUN - JOB-STREAM CALLS THIS PROGRAM *
      *    AS A STEP OF THE NIGHTLY STREAM AND READS RETURN-CODE BACK. *
           GOBACK.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
      **================ ASKING-CUTOFF BEGINNING ======================**
                IF FS-SHOPPING-STATUS NOT EQUAL 00
                   DISPLAY "SHOPPING: " WRK-OPEN-ERROR
                   DISPLAY "STATUS:   " FS-SHOPPING-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
                END-IF.
      **================ OPENING-PRODUCTS BEGINNING ===================**
      *    THE MASTER IS MAINTAINED BY PRODUCT-MAINT; IT IS OPENED     *
      *    I-O HERE ONLY SO 0246-DECREMENT-STOCK CAN TAKE THE BILLED   *
      *    QUANTITIES OFF RG-PRODUCTS-ONHAND. NO MASTER MEANS NO       *
      *    PURCHASE CAN BE RESOLVED, SO A MISSING FILE IS A HARD STOP. *
       0115-OPEN-PRODUCTS.
           OPEN I-O PRODUCTS.
                IF FS-PRODUCTS-STATUS NOT EQUAL 00
                   DISPLAY "PRODUCTS: " WRK-OPEN-ERROR
                   DISPLAY "STATUS:   " FS-PRODUCTS-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
                END-IF.
      **================ OPENING-STOCK-MOV BEGINNING ==================**
      *    ALWAYS EXTEND - THE MOVEMENT LOG IS PERMANENT. OPENED       *
      *    BEFORE 0126 BECAUSE THE PENDING-NF RECOVERY ALSO TAKES      *
      *    STOCK. IF THE FILE DOES NOT EXIST YET, CREATE IT EMPTY; ANY *
      *    OTHER FAILURE ONLY LOSES THE LOG, NOT THE STOCK UPDATE.     *
       0117-OPEN-STOCK-MOV.
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
      **================ OPENING-CLIENTS BEGINNING ===================**
       0120-OPEN-CLIENTS.
           OPEN INPUT CLIENTS.
                IF FS-CLIENTS-STATUS NOT EQUAL 00
                   DISPLAY "CLIENTS: " WRK-OPEN-ERROR
                   DISPLAY "STATUS:  " FS-CLIENTS-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
                END-IF.
      **================ OPENING-RESTART BEGINNING ====================**
           IF FS-RESTART-STATUS NOT EQUAL 00
              DISPLAY "RESTART-CTRL: " WRK-OPEN-ERROR
              DISPLAY "STATUS:       " FS-RESTART-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           READ RESTART-CTRL
                            WRK-PENDLN-PRICE (WRK-PENDLN-IDX)
                       MOVE RG-INVOICE-DISCOUNT-PCT TO
                            WRK-PENDLN-DISCOUNT (WRK-PENDLN-IDX)
                       IF RG-INVOICE-QTY NUMERIC
                          AND RG-INVOICE-QTY GREATER THAN ZEROS
                          MOVE RG-INVOICE-QTY TO
                               WRK-PENDLN-QTY (WRK-PENDLN-IDX)
                       ELSE
                          MOVE 1 TO WRK-PENDLN-QTY (WRK-PENDLN-IDX)
                       END-IF
                       MOVE "N" TO
                            WRK-PENDLN-USED-FL (WRK-PENDLN-IDX)
                    END-IF
                IF FS-INVOICE-STATUS NOT EQUAL 00
                   DISPLAY "INVOICE: " WRK-OPEN-ERROR
                   DISPLAY "STATUS:  " FS-INVOICE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
                END-IF.
      **================ OPENING-CTRL-NF BEGINNING ====================**
           IF FS-CTRLNF-STATUS NOT EQUAL 00
              DISPLAY "CTRL-NF: " WRK-OPEN-ERROR
              DISPLAY "STATUS:  " FS-CTRLNF-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           READ CTRL-NF
              MOVE WRK-TAX-RATE-PCT  TO RG-PARAM-TAX-RATE
              MOVE WRK-PRICE-TOL-PCT TO RG-PARAM-PRICE-TOL
              MOVE WRK-DUE-TERM-DAYS TO RG-PARAM-DUE-TERM
              MOVE WRK-FINE-PCT      TO RG-PARAM-FINE-PCT
              MOVE WRK-DAILY-INT-PCT TO RG-PARAM-DAILY-INT
              WRITE RG-PARAM
              CLOSE PARAM-CTL
              OPEN I-O PARAM-CTL
           IF FS-PARAM-STATUS NOT EQUAL 00
              DISPLAY "PARAM-CTL: " WRK-OPEN-ERROR
              DISPLAY "STATUS:    " FS-PARAM-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           READ PARAM-CTL
               MOVE WRK-TAX-RATE-PCT  TO RG-PARAM-TAX-RATE
               MOVE WRK-PRICE-TOL-PCT TO RG-PARAM-PRICE-TOL
               MOVE WRK-DUE-TERM-DAYS TO RG-PARAM-DUE-TERM
               MOVE WRK-FINE-PCT      TO RG-PARAM-FINE-PCT
               MOVE WRK-DAILY-INT-PCT TO RG-PARAM-DAILY-INT
           END-READ.
           MOVE RG-PARAM-TAX-RATE  TO WRK-TAX-RATE-PCT.
           MOVE RG-PARAM-PRICE-TOL TO WRK-PRICE-TOL-PCT.
                      FS-TAXCAT-STATUS ") - TAXA PADRAO EM TODAS "
                      "AS LINHAS."
           END-IF.
      **================ OPENING-PRICES BEGINNING =====================**
      *    OPTIONAL - WITHOUT PRECOS.DAT EVERY PURCHASE IS CHECKED     *
      *    AGAINST THE MASTER UNIT PRICE, EXACTLY AS BEFORE.           *
       0148-OPEN-PRICES.
           OPEN INPUT PRICES.
           IF FS-PRICES-STATUS EQUAL 00
              SET WRK-PRICES-AVAILABLE TO TRUE
           ELSE
              DISPLAY "PRECOS.DAT INDISPONIVEL (STATUS "
                      FS-PRICES-STATUS ") - PRECO DE CADASTRO EM "
                      "TODAS AS COMPRAS."
           END-IF.
      **================ OPENING-ORPHAN-RPT BEGINNING =================**
      *    RESUME EXTENDS THE PARTIAL ORFAOS.DAT LEFT BY THE INTERRUPTED*
      *    RUN INSTEAD OF TRUNCATING IT - 0210-READING-CLIENTS SKIPS    *
                IF FS-ORPHAN-STATUS NOT EQUAL 00
                   DISPLAY "ORPHAN-RPT: " WRK-OPEN-ERROR
                   DISPLAY "STATUS:     " FS-ORPHAN-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
                END-IF.
      *    A RESERVATION LEFT PENDING BY AN INTERRUPTED RUN (SEE        *
           IF FS-CREDIT-STATUS NOT EQUAL 00
              DISPLAY "CREDIT-CTL: " WRK-OPEN-ERROR
              DISPLAY "STATUS:     " FS-CREDIT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      **================ OPENING-HELD-RPT BEGINNING ====================**
           IF FS-HELD-STATUS NOT EQUAL 00
              DISPLAY "HELD-RPT: " WRK-OPEN-ERROR
              DISPLAY "STATUS:   " FS-HELD-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      **================ OPENING-PRINT-RPT BEGINNING ===================**
                IF FS-PRINT-STATUS NOT EQUAL 00
                   DISPLAY "PRINT-RPT: " WRK-OPEN-ERROR
                   DISPLAY "STATUS:    " FS-PRINT-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
                END-IF.
           ACCEPT WRK-SYS-DATE FROM DATE YYYYMMDD.
           IF FS-AR-STATUS NOT EQUAL 00
              DISPLAY "RECEIVABLES: " WRK-OPEN-ERROR
              DISPLAY "STATUS:      " FS-AR-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      **============ PENDING-RECEIVABLE BEGINNING ======================**
                                SET WRK-DETAIL-OVERFLOW TO TRUE
                             END-IF
                          ELSE
      *                    THE QUANTITY MUST BE IN STOCK - A SHORT     *
      *                    LINE IS HELD AS A BACKORDER BY 0229 AND     *
      *                    STAYS UNBILLED FOR A LATER RUN.             *
                             PERFORM 0229-CHECK-QUANTITY
                             IF WRK-STOCK-OK
                                PERFORM 0222-BUFFERING-LINE
                             END-IF
                          END-IF
                       END-IF
           IF FS-RESTART-STATUS NOT EQUAL 00
              DISPLAY "RESTART-CTRL: ERRO AO RESERVAR NF."
              DISPLAY "STATUS:       " FS-RESTART-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WRK-NF-NUMBER TO RG-CTRL-NF-LAST-NUM.
           IF FS-CTRLNF-STATUS NOT EQUAL 00
              DISPLAY "CTRL-NF: ERRO AO RESERVAR NF."
              DISPLAY "STATUS:  " FS-CTRLNF-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      **================ BUFFERING-LINE BEGINING =======================*
      *    DISCOUNT IS APPLIED HERE, BEFORE THE INVOICE LINE IS        *
      *    BUFFERED; THE ORIGINAL (GROSS) VALUE STILL GOES ON THE      *
      *    INVOICE FOR AUDIT, BUT THE SUBTOTAL IS ROLLED UP FROM THE   *
      *    NET VALUE. BOTH ARE LINE VALUES - UNIT PRICE TIMES THE      *
      *    QUANTITY SET BY 0229-CHECK-QUANTITY.                        *
      *    THE LINE IS BUFFERED INSTEAD OF WRITTEN NOW - NOTHING       *
      *    REACHES NF.DAT OR NF-IMPRESSAO.DAT UNTIL THE WHOLE CLIENT   *
      *    IS DONE, SO A CRASH MID-CLIENT CANNOT LEAVE PARTIAL ROWS    *
      *    BEHIND FOR A RESUMED RUN TO DUPLICATE.                      *
       0222-BUFFERING-LINE.
           COMPUTE WRK-NET-PRICE ROUNDED =
                   WRK-GROSS-PRICE -
                   (WRK-GROSS-PRICE * RG-SHOPPING-DISCOUNT / 100).
           ADD WRK-NET-PRICE   TO WRK-SUBTOTAL.
           PERFORM 0224-COMPUTE-LINE-TAX.
           MOVE RG-SHOPPING-ID TO WRK-LAST-SHOPID.
           ADD 1 TO WRK-DETAIL-COUNT.
           SET WRK-DTL-IDX TO WRK-DETAIL-COUNT.
           MOVE RG-SHOPPING-ID       TO WRK-DTL-SHOPID (WRK-DTL-IDX).
      *    THE DESCRIPTION COMES FROM THE MASTER READ IN 0223-CHECK-   *
      *    PRODUCT, NOT FROM THE ROW - ONE SPELLING PER PRODUCT ON     *
      *    EVERY INVOICE.                                              *
           MOVE RG-PRODUCTS-DESC     TO WRK-DTL-PROD (WRK-DTL-IDX).
           MOVE RG-SHOPPING-PROD-CODE TO
                WRK-DTL-PROD-CODE (WRK-DTL-IDX).
           MOVE WRK-GROSS-PRICE      TO WRK-DTL-PRICE (WRK-DTL-IDX).
           MOVE RG-SHOPPING-PRICE    TO
                WRK-DTL-UNIT-PRICE (WRK-DTL-IDX).
           MOVE WRK-LINE-QTY         TO WRK-DTL-QTY (WRK-DTL-IDX).
           MOVE RG-SHOPPING-DISCOUNT TO WRK-DTL-DISCOUNT (WRK-DTL-IDX).
           MOVE WRK-NET-PRICE        TO WRK-DTL-NET-PRICE (WRK-DTL-IDX).
           MOVE WRK-LINE-TAX-RATE    TO WRK-DTL-TAX-RATE (WRK-DTL-IDX).
           MOVE WRK-LINE-TAX-AMT     TO WRK-DTL-TAX-AMT (WRK-DTL-IDX).
           IF RG-SHOPPING-PURCH-DATE NUMERIC
              MOVE RG-SHOPPING-PURCH-DATE TO
                   WRK-DTL-PURCH-DATE (WRK-DTL-IDX)
           ELSE
              MOVE ZEROS TO WRK-DTL-PURCH-DATE (WRK-DTL-IDX)
           END-IF.
      **================ CHECK-QUANTITY BEGINING =======================*
      *    RESOLVE THE ROW'S QUANTITY (ZERO OR NON-NUMERIC ON A LEGACY *
      *    ROW MEANS ONE UNIT) AND ITS GROSS LINE VALUE, THEN CHECK    *
      *    THE QUANTITY AGAINST THE STOCK STILL AVAILABLE: ON-HAND     *
      *    (RG-PRODUCTS, STILL LOADED FROM 0223-CHECK-PRODUCT) LESS    *
      *    THE UNITS OF THE SAME PRODUCT ALREADY BUFFERED FOR THIS     *
      *    CLIENT, WHICH ARE NOT TAKEN OFF THE MASTER UNTIL THE        *
      *    INVOICE IS COMMITTED. A LINE THAT DOES NOT FIT - IN STOCK   *
      *    OR IN THE LINE-VALUE FIELD - DROPS WRK-STOCK-OK AND IS      *
      *    WRITTEN TO ORFAOS.DAT.                                      *
       0229-CHECK-QUANTITY.
           MOVE "S" TO WRK-STOCK-OK-SW.
           IF RG-SHOPPING-QTY NUMERIC
              AND RG-SHOPPING-QTY GREATER THAN ZEROS
              MOVE RG-SHOPPING-QTY TO WRK-LINE-QTY
           ELSE
              MOVE 1 TO WRK-LINE-QTY
           END-IF.
           COMPUTE WRK-GROSS-PRICE = RG-SHOPPING-PRICE * WRK-LINE-QTY
             ON SIZE ERROR
                MOVE "N" TO WRK-STOCK-OK-SW
                MOVE SPACES TO RG-ORPHAN-LINE
                STRING "COMPRA ID " RG-SHOPPING-ID DELIMITED BY SIZE
                       " QTD " WRK-LINE-QTY         DELIMITED BY SIZE
                       " - VALOR DA LINHA ACIMA DO LIMITE - IGNORADA"
                                                    DELIMITED BY SIZE
                       INTO RG-ORPHAN-LINE
                WRITE RG-ORPHAN-LINE
                DISPLAY "ORFAO: " RG-ORPHAN-LINE
                ADD 1 TO WRK-RUN-ORPHANS
           END-COMPUTE.
           IF WRK-STOCK-OK
              AND NOT RG-PRODUCTS-IS-SERVICE
              IF RG-PRODUCTS-ONHAND NUMERIC
                 MOVE RG-PRODUCTS-ONHAND TO WRK-STOCK-AVAIL
              ELSE
                 MOVE ZEROS TO WRK-STOCK-AVAIL
              END-IF
              PERFORM VARYING WRK-DTL-IDX FROM 1 BY 1
                        UNTIL WRK-DTL-IDX GREATER THAN WRK-DETAIL-COUNT
                 IF WRK-DTL-PROD-CODE (WRK-DTL-IDX)
                    EQUAL RG-SHOPPING-PROD-CODE
                    IF WRK-DTL-QTY (WRK-DTL-IDX)
                       NOT LESS THAN WRK-STOCK-AVAIL
                       MOVE ZEROS TO WRK-STOCK-AVAIL
                    ELSE
                       SUBTRACT WRK-DTL-QTY (WRK-DTL-IDX)
                           FROM WRK-STOCK-AVAIL
                    END-IF
                 END-IF
              END-PERFORM
              IF WRK-LINE-QTY GREATER THAN WRK-STOCK-AVAIL
                 MOVE "N" TO WRK-STOCK-OK-SW
                 MOVE SPACES TO RG-ORPHAN-LINE
                 STRING "COMPRA ID " RG-SHOPPING-ID DELIMITED BY SIZE
                        " PRODUTO " RG-SHOPPING-PROD-CODE
                                     DELIMITED BY SIZE
                        " QTD " WRK-LINE-QTY DELIMITED BY SIZE
                        " DISP " WRK-STOCK-AVAIL DELIMITED BY SIZE
                        " - SEM ESTOQUE, PENDENTE" DELIMITED BY SIZE
                        INTO RG-ORPHAN-LINE
                 WRITE RG-ORPHAN-LINE
                 DISPLAY "PENDENTE: " RG-ORPHAN-LINE
                 ADD 1 TO WRK-RUN-BACKORDERS
              END-IF
           END-IF.
      **================ CHECK-PRODUCT BEGINING ========================*
      *    RESOLVE THE ROW'S PRODUCT CODE AGAINST PRODUTOS.DAT AND     *
      *    CHECK THE PURCHASE PRICE AGAINST THE PRICE IN EFFECT FOR    *
      *    THE CLIENT ON THE PURCHASE DATE.                            *
      *    AN UNKNOWN CODE OR AN OUT-OF-TOLERANCE PRICE DROPS          *
      *    WRK-PROD-OK AND WRITES THE ORFAOS.DAT LINE; ON SUCCESS THE  *
      *    MASTER RECORD IS LEFT IN RG-PRODUCTS FOR THE CALLER TO      *
                ADD 1 TO WRK-RUN-ORPHANS
           END-READ.
           IF WRK-PROD-OK
              PERFORM 0248-FINDING-LIST-PRICE
              COMPUTE WRK-PRICE-TOL-AMT ROUNDED =
                      WRK-EFF-PRICE * WRK-PRICE-TOL-PCT / 100
              COMPUTE WRK-PRICE-DIFF =
                      RG-SHOPPING-PRICE - WRK-EFF-PRICE
              IF WRK-PRICE-DIFF LESS THAN ZERO
                 COMPUTE WRK-PRICE-DIFF = ZERO - WRK-PRICE-DIFF
              END-IF
                 ADD 1 TO WRK-RUN-ORPHANS
              END-IF
           END-IF.
      **================ FINDING-LIST-PRICE BEGINING ===================*
      *    WRK-EFF-PRICE STARTS AS THE MASTER UNIT PRICE. THE CLIENT'S *
      *    OWN LIST (RG-CLIENTS, THE CLIENT BEING BILLED) AND THEN THE *
      *    PROMOTION LIST ARE SEARCHED FOR A PERIOD COVERING THE       *
      *    PURCHASE DATE; WHEN BOTH HAVE ONE THE LOWER PRICE WINS. A   *
      *    ROW WITH NO PURCHASE DATE IS PRICED AS OF TODAY.            *
       0248-FINDING-LIST-PRICE.
           MOVE RG-PRODUCTS-PRICE TO WRK-EFF-PRICE.
           MOVE "N" TO WRK-LIST-FOUND-SW.
           IF WRK-PRICES-AVAILABLE
              IF RG-SHOPPING-PURCH-DATE NUMERIC
                 AND RG-SHOPPING-PURCH-DATE GREATER THAN ZEROS
                 MOVE RG-SHOPPING-PURCH-DATE TO WRK-EFF-DATE
              ELSE
                 MOVE WRK-SYS-DATE-N TO WRK-EFF-DATE
              END-IF
              IF RG-CLIENTS-PRICE-LIST NUMERIC
                 AND RG-CLIENTS-PRICE-LIST GREATER THAN ZEROS
                 MOVE RG-CLIENTS-PRICE-LIST TO WRK-SCAN-LIST
                 PERFORM 0249-SCANNING-LIST
              END-IF
              MOVE ZEROS TO WRK-SCAN-LIST
              PERFORM 0249-SCANNING-LIST
           END-IF.
      **================ SCANNING-LIST BEGINING ========================*
      *    POSITIONS ON THE FIRST PERIOD OF THE PRODUCT ON            *
      *    WRK-SCAN-LIST AND WALKS FORWARD UNTIL THE PERIODS START     *
      *    AFTER THE PURCHASE DATE.                                    *
       0249-SCANNING-LIST.
           MOVE "N" TO WRK-LIST-END-SW.
           MOVE WRK-SCAN-LIST         TO RG-PRICE-LIST.
           MOVE RG-SHOPPING-PROD-CODE TO RG-PRICE-PROD.
           MOVE ZEROS                 TO RG-PRICE-FROM-DATE.
           START PRICES KEY IS NOT LESS THAN RG-PRICE-KEY
             INVALID KEY
                SET WRK-LIST-END TO TRUE
           END-START.
           PERFORM 0244-READING-LIST-PRICE UNTIL WRK-LIST-END.
      **================ READING-LIST-PRICE BEGINING ===================*
       0244-READING-LIST-PRICE.
           READ PRICES NEXT RECORD
             AT END
                SET WRK-LIST-END TO TRUE
             NOT AT END
                IF RG-PRICE-LIST NOT EQUAL WRK-SCAN-LIST
                   OR RG-PRICE-PROD NOT EQUAL RG-SHOPPING-PROD-CODE
                   OR RG-PRICE-FROM-DATE GREATER THAN WRK-EFF-DATE
                   SET WRK-LIST-END TO TRUE
                ELSE
                   IF RG-PRICE-TO-DATE NOT LESS THAN WRK-EFF-DATE
                      IF NOT WRK-LIST-FOUND
                         OR RG-PRICE-AMOUNT LESS THAN WRK-EFF-PRICE
                         MOVE RG-PRICE-AMOUNT TO WRK-EFF-PRICE
                      END-IF
                      SET WRK-LIST-FOUND TO TRUE
                   END-IF
                END-IF
           END-READ.
      **================ COMPUTE-LINE-TAX BEGINING =====================*
      *    THE LINE'S RATE COMES FROM ITS PRODUCT'S TAX CATEGORY       *
      *    (RG-PRODUCTS IS STILL LOADED FROM 0223-CHECK-PRODUCT);      *
           IF FS-RESTART-STATUS NOT EQUAL 00
              DISPLAY "RESTART-CTRL: ERRO AO GRAVAR CHECKPOINT."
              DISPLAY "STATUS:       " FS-RESTART-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      **============ MARK-PURCHASES-BILLED BEGINING ====================*
                        DISPLAY "SHOPPING: ERRO AO MARCAR COMPRA "
                                WRK-DTL-SHOPID (WRK-DTL-IDX)
                                " COMO FATURADA."
                     NOT INVALID KEY
                        MOVE WRK-DTL-PROD-CODE (WRK-DTL-IDX) TO
                             WRK-MOV-PROD
                        MOVE WRK-DTL-QTY (WRK-DTL-IDX) TO WRK-MOV-QTY
                        MOVE WRK-NF-NUMBER TO WRK-MOV-DOC
                        PERFORM 0246-DECREMENT-STOCK
                   END-REWRITE
              END-READ
           END-PERFORM.
      **============ DECREMENT-STOCK BEGINING ==========================*
      *    TAKE WRK-MOV-QTY UNITS OF WRK-MOV-PROD OFF THE MASTER'S     *
      *    ON-HAND STOCK, RIGHT AFTER THE ROW WAS STAMPED BILLED, SO   *
      *    A ROW IS NEVER BILLED WITHOUT ITS STOCK (OR THE REVERSE)    *
      *    ACROSS A RESUME. 0229-CHECK-QUANTITY ALREADY GUARANTEED THE *
      *    UNITS WERE THERE; THE CLAMP AT ZERO ONLY PROTECTS AGAINST A *
      *    CONCURRENT ADJUSTMENT ON THE MASTER. A SERVICE HAS NO       *
      *    STOCK TO TAKE AND LEAVES NO MOVEMENT.                       *
       0246-DECREMENT-STOCK.
           MOVE WRK-MOV-PROD TO RG-PRODUCTS-CODE.
           READ PRODUCTS
             INVALID KEY
                DISPLAY "PRODUCTS: PRODUTO " WRK-MOV-PROD
                        " NAO ENCONTRADO AO BAIXAR ESTOQUE."
             NOT INVALID KEY
                IF NOT RG-PRODUCTS-IS-SERVICE
                   IF RG-PRODUCTS-ONHAND NOT NUMERIC
                      MOVE ZEROS TO RG-PRODUCTS-ONHAND
                   END-IF
                   IF WRK-MOV-QTY GREATER THAN RG-PRODUCTS-ONHAND
                      MOVE ZEROS TO RG-PRODUCTS-ONHAND
                   ELSE
                      SUBTRACT WRK-MOV-QTY FROM RG-PRODUCTS-ONHAND
                   END-IF
                   REWRITE RG-PRODUCTS
                     INVALID KEY
                        DISPLAY "PRODUCTS: ERRO AO BAIXAR ESTOQUE DO "
                                "PRODUTO " WRK-MOV-PROD
                     NOT INVALID KEY
                        PERFORM 0247-WRITING-STOCK-MOV
                   END-REWRITE
                END-IF
           END-READ.
      **============ WRITING-STOCK-MOV BEGINING ========================*
      *    ONE DELIMITED RECORD PER STOCK MOVEMENT, APPENDED TO        *
      *    MOVESTOQUE.DAT: DATE; TIME; TYPE (E = IN, S = OUT); ORIGIN; *
      *    PRODUCT; QUANTITY; ON-HAND AFTER THE MOVEMENT; DOCUMENT     *
      *    (NF NUMBER HERE); UNIT COST (THE AVERAGE COST ON AN OUT).   *
       0247-WRITING-STOCK-MOV.
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
                     ";S;FATURAM"          DELIMITED BY SIZE
                     ";" WRK-MOV-PROD      DELIMITED BY SIZE
                     ";" WRK-MOV-QTY       DELIMITED BY SIZE
                     ";" RG-PRODUCTS-ONHAND DELIMITED BY SIZE
                     ";" WRK-MOV-DOC       DELIMITED BY SIZE
                     ";" WRK-MOV-COST      DELIMITED BY SIZE
                     INTO RG-STKMOV-LINE
              WRITE RG-STKMOV-LINE
           END-IF.
      **============ STAMP-PENDING-CLIENT BEGINING =====================*
      *    CALLED FROM 0126-VERIFY-PENDING-INVOICE WHEN A RESERVATION  *
      *    LEFT BY AN INTERRUPTED RUN TURNS OUT TO BE A COMPLETE,      *
      *    FIND THE FIRST UNCONSUMED "D" LINE EQUAL TO THE ROW IN      *
      *    DESCRIPTION, GROSS PRICE AND DISCOUNT; ON A MATCH THE LINE  *
      *    IS CONSUMED AND THE ROW STAMPED, SO N IDENTICAL INVOICE     *
      *    LINES STAMP EXACTLY N MATCHING ROWS AND NO MORE. THE GROSS  *
      *    PRICE ON THE LINE IS THE LINE VALUE (UNIT PRICE TIMES       *
      *    QUANTITY), SO THE ROW IS COMPARED THE SAME WAY, AND THE     *
      *    STAMPED ROW TAKES ITS STOCK JUST AS 0226 WOULD HAVE.        *
       0129-MATCH-PENDING-LINE.
           MOVE "N" TO WRK-PENDLN-MATCH-SW.
           IF RG-SHOPPING-QTY NUMERIC
              AND RG-SHOPPING-QTY GREATER THAN ZEROS
              MOVE RG-SHOPPING-QTY TO WRK-LINE-QTY
           ELSE
              MOVE 1 TO WRK-LINE-QTY
           END-IF.
           COMPUTE WRK-GROSS-PRICE = RG-SHOPPING-PRICE * WRK-LINE-QTY
             ON SIZE ERROR
                MOVE ZEROS TO WRK-GROSS-PRICE
           END-COMPUTE.
           PERFORM VARYING WRK-PENDLN-IDX FROM 1 BY 1
                     UNTIL WRK-PENDLN-IDX GREATER THAN WRK-PENDLN-COUNT
                        OR WRK-PENDLN-MATCHED
                 AND WRK-PENDLN-PROD (WRK-PENDLN-IDX)
                     EQUAL RG-PRODUCTS-DESC
                 AND WRK-PENDLN-PRICE (WRK-PENDLN-IDX)
                     EQUAL WRK-GROSS-PRICE
                 AND WRK-PENDLN-QTY (WRK-PENDLN-IDX)
                     EQUAL WRK-LINE-QTY
                 AND WRK-PENDLN-DISCOUNT (WRK-PENDLN-IDX)
                     EQUAL RG-SHOPPING-DISCOUNT
                 SET WRK-PENDLN-MATCHED TO TRUE
                   INVALID KEY
                      DISPLAY "SHOPPING: ERRO AO MARCAR COMPRA "
                              RG-SHOPPING-ID " COMO FATURADA."
                   NOT INVALID KEY
                      MOVE RG-SHOPPING-PROD-CODE TO WRK-MOV-PROD
                      MOVE WRK-LINE-QTY   TO WRK-MOV-QTY
                      MOVE WRK-PEND-NFNUM TO WRK-MOV-DOC
                      PERFORM 0246-DECREMENT-STOCK
                 END-REWRITE
              END-IF
           END-PERFORM.
              MOVE WRK-DTL-PROD-CODE (WRK-DTL-IDX) TO
                   RG-INVOICE-PROD-CODE
              MOVE WRK-DTL-PRICE (WRK-DTL-IDX) TO RG-INVOICE-PRICE
              MOVE WRK-DTL-QTY (WRK-DTL-IDX) TO RG-INVOICE-QTY
              MOVE WRK-DTL-DISCOUNT (WRK-DTL-IDX) TO
                   RG-INVOICE-DISCOUNT-PCT
              MOVE WRK-DTL-NET-PRICE (WRK-DTL-IDX) TO
           WRITE RG-PRINT-LINE.
      **================ PRINTING-DETAIL BEGINING ======================*
      *    ONE PRINTED LINE PER PRODUCT/PRICE PAIR, PLUS A SECOND LINE *
      *    SHOWING THE QUANTITY AND UNIT PRICE BEHIND THE LINE VALUE,  *
      *    AND A THIRD SHOWING THE DISCOUNT % AND NET PRICE THAT WENT  *
      *    INTO THE SUBTOTAL.                                          *
       0232-PRINTING-DETAIL.
           MOVE WRK-DTL-PRICE (WRK-DTL-IDX) TO WRK-PRICE-ED.
                     INTO RG-PRINT-LINE
           END-IF.
           WRITE RG-PRINT-LINE.
           MOVE WRK-DTL-QTY (WRK-DTL-IDX) TO WRK-QTY-ED.
           MOVE WRK-DTL-UNIT-PRICE (WRK-DTL-IDX) TO WRK-PRICE-ED.
           MOVE SPACES TO RG-PRINT-LINE.
           STRING "   QTD:      " DELIMITED BY SIZE
                  WRK-QTY-ED      DELIMITED BY SIZE
                  "    UNITARIO: " DELIMITED BY SIZE
                  WRK-PRICE-ED     DELIMITED BY SIZE
                  INTO RG-PRINT-LINE.
           WRITE RG-PRINT-LINE.
           MOVE WRK-DTL-DISCOUNT (WRK-DTL-IDX) TO WRK-PCT-ED.
           MOVE WRK-DTL-NET-PRICE (WRK-DTL-IDX) TO WRK-PRICE-ED.
           MOVE SPACES TO RG-PRINT-LINE.
           DISPLAY "SUBTOTAL:          " WRK-TOTAL-ED.
           MOVE WRK-GRAND-TOTAL  TO WRK-TOTAL-ED.
           DISPLAY "TOTAL COM IMPOSTO: " WRK-TOTAL-ED.
           MOVE SPACES           TO RG-INVOICE.
           SET RG-INVOICE-IS-TRAILER TO TRUE.
           MOVE WRK-NF-NUMBER    TO RG-INVOICE-NF-NUM.
           MOVE WRK-SUBTOTAL     TO RG-INVOICE-SUBTOTAL.
           END-IF.
           MOVE WRK-TAX-AMT      TO RG-INVOICE-TAX-AMT.
           MOVE WRK-GRAND-TOTAL  TO RG-INVOICE-TOTAL.
           MOVE ZEROS            TO RG-INVOICE-ORIG-NF.
      *    THE REP IS STAMPED AS THE CLIENT HAS IT TODAY, SO A LATER   *
      *    REASSIGNMENT NEVER MOVES COMMISSION ON NFS ALREADY ISSUED.  *
           IF RG-CLIENTS-REP NUMERIC
              MOVE RG-CLIENTS-REP TO RG-INVOICE-REP
           ELSE
              MOVE ZEROS          TO RG-INVOICE-REP
           END-IF.
           MOVE WRK-SYS-DATE-N   TO RG-INVOICE-ISSUE-DATE.
           WRITE RG-INVOICE.
           ADD 1 TO WRK-RUN-INVOICES.
           IF WRK-RUN-FIRST-NF EQUAL ZEROS
           MOVE ZEROS            TO RG-AR-PAID-AMT.
           SET RG-AR-IS-OPEN     TO TRUE.
           MOVE ZEROS            TO RG-AR-PAID-DATE.
           SET RG-AR-IS-PRINCIPAL TO TRUE.
           MOVE WRK-TERM-IDX     TO RG-AR-ORIG-INST.
           MOVE ZEROS            TO RG-AR-CHG-FINE RG-AR-CHG-CALC-DATE.
           MOVE SPACES           TO RG-AR-WAIVE-USER RG-AR-WAIVE-REASON.
           WRITE RG-AR
             INVALID KEY
                DISPLAY "RECEIVABLES: TITULO DA NF " WRK-AR-NF
           IF FS-CTRLNF-STATUS NOT EQUAL 00
              DISPLAY "CTRL-NF: ERRO AO GRAVAR NO FINAL DO LOTE."
              DISPLAY "STATUS:  " FS-CTRLNF-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CTRL-NF.
           CLOSE PARAM-CTL.
           IF WRK-TAXCAT-AVAILABLE
              CLOSE TAXCAT
           END-IF.
           IF WRK-PRICES-AVAILABLE
              CLOSE PRICES
           END-IF.
      *    THE BATCH RAN TO COMPLETION, SO CLEAR THE RESUME POINT -     *
      *    THE NEXT RUN IS A FRESH BATCH, NOT A RESUME. NO RESERVATION  *
      *    SHOULD EVER BE LEFT PENDING HERE (0221-RESERVE-NF-NUMBER'S   *
           IF FS-RESTART-STATUS NOT EQUAL 00
              DISPLAY "RESTART-CTRL: ERRO AO LIMPAR CHECKPOINT."
              DISPLAY "STATUS:       " FS-RESTART-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE RESTART-CTRL.
           CLOSE CLIENTS.
           CLOSE RECEIVABLES.
           CLOSE CREDIT-CTL.
           CLOSE HELD-RPT.
           IF WRK-STKMOV-AVAILABLE
              CLOSE STOCK-MOV
           END-IF.
      **============== WRITING-RUN-SUMMARY BEGINING ====================*
      *    THE ONE-PAGE STATEMENT OF WHAT THE BATCH ACTUALLY DID -     *
      *    REWRITTEN EVERY RUN FOR THE OPERATIONS SIGN-OFF.            *
                     WRK-RUN-DEFERRED    DELIMITED BY SIZE
                     INTO RG-RUNRPT-LINE
              WRITE RG-RUNRPT-LINE
              MOVE SPACES TO RG-RUNRPT-LINE
              STRING "LINHAS SEM ESTOQUE:      "
                                         DELIMITED BY SIZE
                     WRK-RUN-BACKORDERS  DELIMITED BY SIZE
                     INTO RG-RUNRPT-LINE
              WRITE RG-RUNRPT-LINE
              CLOSE RUN-RPT
              DISPLAY "RESUMO DO LOTE GRAVADO EM RESUMO-LOTE.DAT."
           END-IF.
      *    ONE DELIMITED RECORD PER RUN, APPENDED FOREVER: DATE; TIME; *
      *    TYPE; CLIENTS; INVOICES; FIRST NF; LAST NF; DETAILS;        *
      *    SUBTOTAL; TAX; TOTAL; ORPHANS; BAD DISCOUNTS; OVERFLOWS;    *
      *    HELD BY CREDIT LIMIT; DEFERRED BY THE BILLING CUTOFF;       *
      *    LINES HELD AS BACKORDERS FOR LACK OF STOCK.                 *
       0320-WRITING-RUNLOG.
           OPEN EXTEND RUN-LOG.
           IF FS-RUNLOG-STATUS EQUAL 35
                     ";" WRK-RUN-OVERFLOWS DELIMITED BY SIZE
                     ";" WRK-RUN-HELD      DELIMITED BY SIZE
                     ";" WRK-RUN-DEFERRED  DELIMITED BY SIZE
                     ";" WRK-RUN-BACKORDERS DELIMITED BY SIZE
                     INTO RG-RUNLOG-LINE
              WRITE RG-RUNLOG-LINE
              CLOSE RUN-LOG
           END-IF.

      **================ SETTING-RETURN-CODE BEGINNING ================**
      *    A CONTROL-FILE FAILURE ABOVE (8) IS NEVER DOWNGRADED.       *
       0330-SETTING-RETURN-CODE.
           IF RETURN-CODE LESS THAN 8
              IF WRK-RUN-ORPHANS   GREATER THAN ZEROS
                 OR WRK-RUN-BAD-DISC  GREATER THAN ZEROS
                 OR WRK-RUN-OVERFLOWS GREATER THAN ZEROS
                 OR WRK-RUN-HELD      GREATER THAN ZEROS
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE ZEROS TO RETURN-CODE
              END-IF
           END-IF.

      *----------------------------------------------------------------*
