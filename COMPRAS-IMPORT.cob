      *----------------------------------------------------------------*
      *    PURPOSE     : LOAD THE WEB-STORE ORDER FEED (SEMICOLON-     *
      *    DELIMITED: ID DA COMPRA;ID DO CLIENTE;CODIGO DO PRODUTO;    *
      *    PRECO;DESCONTO;DATA DA COMPRA[;QUANTIDADE]) INTO THE        *
      *    INDEXED COMPRAS.DAT - A ROW WITHOUT THE OPTIONAL SEVENTH    *
      *    COLUMN IS ONE UNIT AND THE PRICE IS THE UNIT PRICE. EACH    *
      *    ROW IS                                                      *
      *    VALIDATED THE SAME WAY INVOICE-PROG'S 0220-READING-SHOPPING *
      *    VALIDATES AT BILLING TIME (CLIENT EXISTS IN CLIENTES.DAT,   *
      *    PRODUCT CODE EXISTS IN PRODUTOS.DAT, DISCOUNT NOT OVER      *
      *    GO TO A REJECTS FILE                                        *
      *    WITH A REASON, AND READ/LOADED/REJECTED COUNTS ARE          *
      *    REPORTED SO THE LOAD CAN BE BALANCED AGAINST THE STORE'S    *
      *    MANIFEST. AN ORDER FOR MORE UNITS THAN THE PRODUCT HAS ON   *
      *    HAND (LESS WHAT THIS RUN ALREADY LOADED) IS STILL LOADED -  *
      *    INVOICE-PROG HOLDS IT AS A BACKORDER - BUT IS WARNED ABOUT  *
      *    AND COUNTED SO PURCHASING CAN ACT BEFORE THE BILLING RUN.   *
      *    THE PRICE MUST SIT WITHIN THE PARAMETROS.DAT TOLERANCE OF   *
      *    THE PRICE IN EFFECT FOR THE CLIENT ON THE ORDER DATE - THE  *
      *    CLIENT'S PRICE LIST OR A PROMOTION FROM PRECOS.DAT, ELSE    *
      *    THE MASTER UNIT PRICE - THE SAME RULE INVOICE-PROG APPLIES. *
      *    A CLIENT ID MERGED AWAY BY CLIENT-MERGE IS TRANSLATED       *
      *    THROUGH XREFCLI.DAT AND THE PURCHASE IS STORED UNDER THE    *
      *    SURVIVOR. A ROW WHOSE ID IS ALREADY ON COMPRAS.DAT WITH THE *
      *    SAME CONTENT WAS LOADED BY AN EARLIER RUN OF THE SAME FEED  *
      *    (A RESTARTED STREAM) AND IS COUNTED AS ALREADY LOADED, NOT  *
      *    REJECTED; ONLY A DIFFERENT PURCHASE UNDER THE ID IS. IDS    *
      *    FROM WRK-CONTRACT-ID-BASE (90000) UP BELONG TO CONTRACT-GEN *
      *    AND ARE REFUSED ON THE FEED.                                *
      *    RETURN-CODE: 0 CLEAN LOAD, 4 LOADED WITH ORDERS SHORT OF    *
      *    STOCK, 8 ROWS REJECTED, 16 A FILE COULD NOT BE OPENED.      *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    SHOPPING               I-O                     -            *
      *    CLIENTS                 I                      -            *
      *    PRODUCTS                I                      -            *
      *    PARAM-CTL               I                      -            *
      *    PRICES                  I                      -            *
      *    XREF                    I                      -            *
      *    REJECT-OUT              O                      -            *
      *----------------------------------------------------------------*
      *================================================================*
      *=================================================================
      *    THE FEED THE WEB STORE DROPS - ONE ORDER PER LINE,           *
      *    SEMICOLON-DELIMITED, WITH THE ORDER DATE (AAAAMMDD) AS THE   *
      *    SIXTH COLUMN AND THE QUANTITY (OPTIONAL) AS THE SEVENTH.     *
           SELECT FEED-IN ASSIGN TO "C:\Cobol\task3\data\PEDIDOS.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-FEED-STATUS.
                              RECORD KEY IS RG-PRODUCTS-CODE
                              FILE STATUS IS FS-PRODUCTS-STATUS.

      *=================================================================
      *                    SELECT PARAMETROS.DAT
      *=================================================================
      *    ONLY THE PRICE TOLERANCE IS USED HERE (SEE PARAM-MAINT).     *
           SELECT PARAM-CTL ASSIGN TO
                                 "C:\Cobol\task3\data\PARAMETROS.DAT"
                              ORGANIZATION IS RELATIVE
                              ACCESS MODE IS RANDOM
                              RELATIVE KEY IS WRK-PARAM-KEY
                              FILE STATUS IS FS-PARAM-STATUS.

      *=================================================================
      *                    SELECT PRECOS.DAT
      *=================================================================
      *    PRICE LISTS AND PROMOTIONS (SEE PRICE-MAINT).                *
           SELECT PRICES ASSIGN TO "C:\Cobol\task3\data\PRECOS.DAT"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-PRICE-KEY
                              FILE STATUS IS FS-PRICES-STATUS.

      *=================================================================
      *                    SELECT XREFCLI.DAT
      *=================================================================
      *    SAME KEYS AS CLIENT-MERGE'S SELECT.                         *
           SELECT XREF ASSIGN TO "C:\Cobol\task3\data\XREFCLI.DAT"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-XREF-OLD-ID
                              ALTERNATE RECORD KEY IS
                                 RG-XREF-NEW-ID WITH DUPLICATES
                              FILE STATUS IS FS-XREF-STATUS.

      *=================================================================
      *                    SELECT PEDIDOS-REJEITADOS.DAT
      *=================================================================
              88 RG-SHOPPING-NOT-BILLED   VALUE "N".
           05 RG-SHOPPING-NF-NUM   PIC 9(07).
           05 RG-SHOPPING-PURCH-DATE PIC 9(08).
           05 RG-SHOPPING-QTY      PIC 9(05).

      **================== FD CLIENTS BEGINNING =======================*
       FD  CLIENTS.
           05 RG-CLIENTS-NAME      PIC X(20).
           05 RG-CLIENTS-TERMS.
              10 RG-CLIENTS-TERM-DAYS OCCURS 3 TIMES PIC 9(03).
           05 RG-CLIENTS-REP       PIC 9(03).
           05 RG-CLIENTS-PRICE-LIST PIC 9(03).

      **================= FD PRODUCTS BEGINNING =======================*
       FD  PRODUCTS.
           05 RG-PRODUCTS-DESC     PIC X(15).
           05 RG-PRODUCTS-PRICE    PIC 9(08)V99.
           05 RG-PRODUCTS-TAXCAT   PIC 9(02).
           05 RG-PRODUCTS-ONHAND   PIC 9(07).
           05 RG-PRODUCTS-AVG-COST PIC 9(08)V99.
           05 RG-PRODUCTS-STOCK-FL PIC X(01).
              88 RG-PRODUCTS-IS-STOCKED   VALUE "S" SPACE.
              88 RG-PRODUCTS-IS-SERVICE   VALUE "N".

      **================ FD PARAM-CTL BEGINNING ========================*
      *    SAME LAYOUT AS PARAM-MAINT'S FD.                            *
       FD  PARAM-CTL.
       01  RG-PARAM.
           05 RG-PARAM-TAX-RATE    PIC 9(03)V99.
           05 RG-PARAM-PRICE-TOL   PIC 9(03)V99.
           05 RG-PARAM-DUE-TERM    PIC 9(03).
           05 RG-PARAM-FINE-PCT    PIC 9(03)V99.
           05 RG-PARAM-DAILY-INT   PIC 9(01)V9999.

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

      **=================== FD XREF BEGINNING =========================*
      *    SAME LAYOUT AS CLIENT-MERGE'S FD.                           *
       FD  XREF.
       01  RG-XREF.
           05 RG-XREF-OLD-ID       PIC 9(05).
           05 RG-XREF-NEW-ID       PIC 9(05).
           05 RG-XREF-OLD-NAME     PIC X(20).
           05 RG-XREF-DATE         PIC 9(08).
           05 RG-XREF-OPERATOR     PIC X(08).

      **================= FD REJECT-OUT BEGINNING ======================*
       FD  REJECT-OUT.
       77  FS-CLIENTS-STATUS       PIC 9(02).
       77  FS-PRODUCTS-STATUS      PIC 9(02).
       77  FS-REJECT-STATUS        PIC 9(02).
       77  FS-PARAM-STATUS         PIC 9(02).
       77  FS-PRICES-STATUS        PIC 9(02).
       77  FS-XREF-STATUS          PIC 9(02).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(057) VALUE
           "============ PROCESSMENT VARIABLES BEGINNING ============".
       77  WRK-ROW-OK-SW    PIC X(01)  VALUE "N".
           88 WRK-ROW-OK              VALUE "S".
       77  WRK-REJECT-REASON PIC X(50) VALUE SPACES.
       77  WRK-PARAM-KEY    PIC 9(04)  VALUE 1.
      *----------------------------------------------------------------*
      *    LOAD COUNTERS - READ = LOADED + ALREADY LOADED + REJECTED;  *
      *    BLANK LINES ARE COUNTED APART SO THE BALANCE AGAINST THE    *
      *    STORE'S MANIFEST STILL CLOSES.                              *
      *----------------------------------------------------------------*
       77  WRK-READ-COUNT   PIC 9(06)  VALUE ZEROS.
       77  WRK-LOADED-COUNT PIC 9(06)  VALUE ZEROS.
       77  WRK-ALREADY-COUNT PIC 9(06) VALUE ZEROS.
       77  WRK-REJECT-COUNT PIC 9(06)  VALUE ZEROS.
       77  WRK-BLANK-COUNT  PIC 9(06)  VALUE ZEROS.
      *    LOADED ROWS THAT ASK FOR MORE THAN THE STOCK ON HAND - A    *
      *    WARNING COUNT, NOT PART OF THE READ/LOADED/REJECTED BALANCE.*
       77  WRK-NOSTOCK-COUNT PIC 9(06) VALUE ZEROS.
      *    ROWS WHOSE CLIENT WAS MERGED AWAY AND WHICH WERE STORED     *
      *    UNDER THE SURVIVOR - ALSO A WARNING COUNT ONLY.             *
       77  WRK-MERGED-COUNT PIC 9(06)  VALUE ZEROS.
      *----------------------------------------------------------------*
      *    XREFCLI.DAT IS OPTIONAL - WITHOUT IT NO MERGED ID IS        *
      *    FOLLOWED AND AN UNKNOWN CLIENT IS SIMPLY REJECTED.          *
      *----------------------------------------------------------------*
       77  WRK-XREF-SW      PIC X(01)  VALUE "N".
           88 WRK-XREF-AVAILABLE      VALUE "Y".
      *----------------------------------------------------------------*
      *    PURCHASE IDS FROM HERE UP ARE TAKEN BY CONTRACT-GEN FOR THE *
      *    CYCLES IT GENERATES (SAME BAND AS CONTRACT-GEN); THE STORE  *
      *    NUMBERS ITS ORDERS BELOW IT.                                *
      *----------------------------------------------------------------*
       77  WRK-CONTRACT-ID-BASE PIC 9(05) VALUE 90000.
      *----------------------------------------------------------------*
      *    UNSTRING RECEIVERS - ONE PER FEED COLUMN, PLUS A SPARE SO A *
      *    ROW WITH TOO MANY COLUMNS IS DETECTED INSTEAD OF SILENTLY   *
       77  WRK-FLD-PRICE    PIC X(15)  VALUE SPACES.
       77  WRK-FLD-DISC     PIC X(15)  VALUE SPACES.
       77  WRK-FLD-DATE     PIC X(15)  VALUE SPACES.
       77  WRK-FLD-QTY      PIC X(15)  VALUE SPACES.
       77  WRK-FLD-EXTRA    PIC X(15)  VALUE SPACES.
      *----------------------------------------------------------------*
      *    PARSED ROW VALUES, READY TO MOVE INTO RG-SHOPPING.          *
           05 WRK-ROW-DATE-MM   PIC 9(02).
           05 WRK-ROW-DATE-DD   PIC 9(02).
       01  WRK-ROW-DATE REDEFINES WRK-ROW-DATE-G PIC 9(08).
       77  WRK-ROW-QTY      PIC 9(05)  VALUE ZEROS.
      *----------------------------------------------------------------*
      *    UNITS LOADED SO FAR IN THIS RUN, PER PRODUCT - THE ORDERS   *
      *    ALREADY ACCEPTED COMPETE FOR THE SAME STOCK, SO THE WARNING *
      *    IN 0229-CHECK-STOCK COMPARES ON-HAND AGAINST THEIR SUM.     *
      *    A PRODUCT BEYOND THE TABLE'S CAPACITY IS CHECKED AGAINST    *
      *    ITS OWN ROW ONLY.                                           *
      *----------------------------------------------------------------*
       01  WRK-LOADQ-TABLE.
           05 WRK-LOADQ-ENTRY OCCURS 1000 TIMES
                              INDEXED BY WRK-LOADQ-IDX.
              10 WRK-LOADQ-PROD     PIC 9(05).
              10 WRK-LOADQ-QTY      PIC 9(07).
       77  WRK-LOADQ-COUNT  PIC 9(04)  VALUE ZEROS.
       77  WRK-LOADQ-FOUND-SW PIC X(01) VALUE "N".
           88 WRK-LOADQ-FOUND         VALUE "Y".
       77  WRK-DEMAND-QTY   PIC 9(07)  VALUE ZEROS.
       77  WRK-ONHAND-QTY   PIC 9(07)  VALUE ZEROS.
      *----------------------------------------------------------------*
      *    PRICE IN EFFECT AND TOLERANCE - SAME RULE AS INVOICE-PROG'S *
      *    0223-CHECK-PRODUCT: THE MASTER UNIT PRICE, REPLACED BY THE  *
      *    LOWEST PRICE OF THE CLIENT'S LIST AND THE PROMOTION LIST    *
      *    (000) WHOSE PERIOD COVERS THE ORDER DATE. WITHOUT           *
      *    PARAMETROS.DAT THE TOLERANCE KEEPS INVOICE-PROG'S DEFAULT.  *
      *----------------------------------------------------------------*
       77  WRK-PRICE-TOL-PCT PIC 9(03)V99 VALUE 010,00.
       77  WRK-PRICE-TOL-AMT PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PRICE-DIFF   PIC S9(08)V99 VALUE ZEROS.
       77  WRK-PRICES-SW    PIC X(01)  VALUE "N".
           88 WRK-PRICES-AVAILABLE    VALUE "Y".
       77  WRK-EFF-PRICE    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-SCAN-LIST    PIC 9(03)  VALUE ZEROS.
       77  WRK-LIST-FOUND-SW PIC X(01) VALUE "N".
           88 WRK-LIST-FOUND          VALUE "S".
       77  WRK-LIST-END-SW  PIC X(01)  VALUE "N".
           88 WRK-LIST-END            VALUE "S".
      *----------------------------------------------------------------*
      *    CALENDAR CHECK FOR THE ORDER DATE - SAME MONTH-LENGTH AND   *
      *    LEAP-YEAR IDIOM AS INVOICE-PROG'S DUE-DATE ARITHMETIC.      *
           PERFORM 0100-INIT.
           PERFORM 0210-READING-FEED.
           PERFORM 0300-END.
      *    GOBACK RATHER THAN STOP RUN - JOB-STREAM CALLS THIS PROGRAM *
      *    AS A STEP OF THE NIGHTLY STREAM AND READS RETURN-CODE BACK. *
           GOBACK.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
      **================ OPENING-FEED BEGINNING =======================**
           IF FS-FEED-STATUS NOT EQUAL 00
              DISPLAY "FEED-IN: " WRK-OPEN-ERROR
              DISPLAY "STATUS:  " FS-FEED-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      **================ OPENING-SHOPPING BEGINNING ===================**
           IF FS-SHOPPING-STATUS NOT EQUAL 00
              DISPLAY "SHOPPING: " WRK-OPEN-ERROR
              DISPLAY "STATUS:   " FS-SHOPPING-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      **================ OPENING-CLIENTS BEGINNING ===================**
           IF FS-CLIENTS-STATUS NOT EQUAL 00
              DISPLAY "CLIENTS: " WRK-OPEN-ERROR
              DISPLAY "STATUS:  " FS-CLIENTS-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      **================ OPENING-PRODUCTS BEGINNING ===================**
           IF FS-PRODUCTS-STATUS NOT EQUAL 00
              DISPLAY "PRODUCTS: " WRK-OPEN-ERROR
              DISPLAY "STATUS:   " FS-PRODUCTS-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      **================ OPENING-PARAM-CTL BEGINNING ==================**
      *    READ-ONLY; WITHOUT THE FILE THE DEFAULT TOLERANCE IN        *
      *    WRK-PRICE-TOL-PCT STANDS.                                   *
       0137-OPEN-PARAM-CTL.
           OPEN INPUT PARAM-CTL.
           IF FS-PARAM-STATUS EQUAL 00
              READ PARAM-CTL
                NOT INVALID KEY
                   IF RG-PARAM-PRICE-TOL NUMERIC
                      MOVE RG-PARAM-PRICE-TOL TO WRK-PRICE-TOL-PCT
                   END-IF
              END-READ
              CLOSE PARAM-CTL
           ELSE
              DISPLAY "PARAMETROS.DAT INDISPONIVEL (STATUS "
                      FS-PARAM-STATUS ") - TOLERANCIA DE PRECO PADRAO."
           END-IF.
      **================ OPENING-PRICES BEGINNING =====================**
      *    OPTIONAL - WITHOUT PRECOS.DAT EVERY ROW IS CHECKED AGAINST  *
      *    THE MASTER UNIT PRICE.                                      *
       0138-OPEN-PRICES.
           OPEN INPUT PRICES.
           IF FS-PRICES-STATUS EQUAL 00
              SET WRK-PRICES-AVAILABLE TO TRUE
           ELSE
              DISPLAY "PRECOS.DAT INDISPONIVEL (STATUS "
                      FS-PRICES-STATUS ") - PRECO DE CADASTRO EM "
                      "TODAS AS LINHAS."
           END-IF.
      **================ OPENING-XREF BEGINNING =======================**
      *    OPTIONAL - WITHOUT XREFCLI.DAT NO MERGED CLIENT ID IS       *
      *    TRANSLATED.                                                 *
       0139-OPEN-XREF.
           OPEN INPUT XREF.
           IF FS-XREF-STATUS EQUAL 00
              SET WRK-XREF-AVAILABLE TO TRUE
           END-IF.
      **================ OPENING-REJECT-OUT BEGINNING =================**
       0140-OPEN-REJECT-OUT.
           OPEN OUTPUT REJECT-OUT.
           IF FS-REJECT-STATUS NOT EQUAL 00
              DISPLAY "REJECT-OUT: " WRK-OPEN-ERROR
              DISPLAY "STATUS:     " FS-REJECT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO WRK-REJECT-REASON.
           MOVE SPACES TO WRK-FLD-ID WRK-FLD-CLI WRK-FLD-PROD
                          WRK-FLD-PRICE WRK-FLD-DISC WRK-FLD-DATE
                          WRK-FLD-QTY WRK-FLD-EXTRA.
           MOVE ZEROS  TO WRK-FLD-COUNT.
           UNSTRING RG-FEED-LINE DELIMITED BY ";"
               INTO WRK-FLD-ID
                    WRK-FLD-PRICE
                    WRK-FLD-DISC
                    WRK-FLD-DATE
                    WRK-FLD-QTY
                    WRK-FLD-EXTRA
               TALLYING IN WRK-FLD-COUNT
           END-UNSTRING.
      *    A TRAILING SEMICOLON PRODUCES AN EMPTY LAST COLUMN - THE    *
      *    STORE'S EXTRACTOR DOES THAT ON SOME ROWS; ONLY AN EIGHTH    *
      *    COLUMN WITH CONTENT IS A MALFORMED ROW. AN EMPTY SEVENTH    *
      *    (QUANTITY) COLUMN IS THE SAME AS NO QUANTITY AT ALL.        *
           IF WRK-FLD-COUNT EQUAL 8 AND WRK-FLD-EXTRA EQUAL SPACES
              MOVE 7 TO WRK-FLD-COUNT
           END-IF.
           IF WRK-FLD-COUNT EQUAL 7 AND WRK-FLD-QTY EQUAL SPACES
              MOVE 6 TO WRK-FLD-COUNT
           END-IF.
           IF WRK-FLD-COUNT LESS THAN 6
              OR WRK-FLD-COUNT GREATER THAN 7
              MOVE "NUMERO DE COLUNAS INVALIDO" TO WRK-REJECT-REASON
              MOVE "N" TO WRK-ROW-OK-SW
           END-IF.
           IF WRK-ROW-OK
              PERFORM 0226-VALIDATE-CLIENT
           END-IF.
           IF WRK-ROW-OK
              PERFORM 0227-VALIDATE-QUANTITY
           END-IF.
           IF WRK-ROW-OK
              PERFORM 0230-VALIDATE-PRICE
           END-IF.
           IF WRK-ROW-OK
              PERFORM 0228-WRITE-PURCHASE
           ELSE
           ELSE
              MOVE WRK-PARSE-AMOUNT TO WRK-ROW-ID
           END-IF.
           IF WRK-ROW-OK
              AND WRK-ROW-ID NOT LESS THAN WRK-CONTRACT-ID-BASE
              MOVE "ID DE COMPRA NA FAIXA RESERVADA A CONTRATOS"
                TO WRK-REJECT-REASON
              MOVE "N" TO WRK-ROW-OK-SW
           END-IF.
           IF WRK-ROW-OK
              MOVE WRK-FLD-CLI TO WRK-PARSE-IN
              PERFORM 0250-PARSE-NUMBER
              END-IF
           END-IF.
      **================ VALIDATE-CLIENT BEGINNING ====================**
      *    AN ID NOT ON CLIENTES.DAT MAY HAVE BEEN MERGED AWAY - SEE   *
      *    0236-TRANSLATING-CLIENT.                                    *
       0226-VALIDATE-CLIENT.
           MOVE WRK-ROW-CLI TO RG-CLIENTS-ID.
           READ CLIENTS
             INVALID KEY
                PERFORM 0236-TRANSLATING-CLIENT
           END-READ.
      **================ VALIDATE-QUANTITY BEGINNING ==================**
      *    NO SEVENTH COLUMN MEANS ONE UNIT. WHEN PRESENT IT MUST BE A *
      *    WHOLE NUMBER FROM 1 TO 99999 - A ZERO-UNIT ORDER IS AN      *
      *    EXTRACTOR FAULT, NOT AN ORDER.                              *
       0227-VALIDATE-QUANTITY.
           IF WRK-FLD-COUNT EQUAL 6
              MOVE 1 TO WRK-ROW-QTY
           ELSE
              MOVE WRK-FLD-QTY TO WRK-PARSE-IN
              PERFORM 0250-PARSE-NUMBER
              IF NOT WRK-PARSE-OK
                 OR WRK-PARSE-PARTS GREATER THAN 1
                 OR WRK-PARSE-AMOUNT GREATER THAN 99999
                 OR WRK-PARSE-AMOUNT EQUAL ZEROS
                 MOVE "QUANTIDADE NAO NUMERICA OU FORA DO LIMITE"
                   TO WRK-REJECT-REASON
                 MOVE "N" TO WRK-ROW-OK-SW
              ELSE
                 MOVE WRK-PARSE-AMOUNT TO WRK-ROW-QTY
              END-IF
           END-IF.
      **================ WRITE-PURCHASE BEGINNING =====================**
       0228-WRITE-PURCHASE.
           MOVE WRK-ROW-ID    TO RG-SHOPPING-ID.
           SET RG-SHOPPING-NOT-BILLED TO TRUE.
           MOVE ZEROS         TO RG-SHOPPING-NF-NUM.
           MOVE WRK-ROW-DATE  TO RG-SHOPPING-PURCH-DATE.
           MOVE WRK-ROW-QTY   TO RG-SHOPPING-QTY.
           WRITE RG-SHOPPING
             INVALID KEY
                PERFORM 0238-CHECKING-LOADED
             NOT INVALID KEY
                ADD 1 TO WRK-LOADED-COUNT
                IF NOT RG-PRODUCTS-IS-SERVICE
                   PERFORM 0229-CHECK-STOCK
                END-IF
           END-WRITE.
      **================ CHECK-STOCK BEGINNING ========================**
      *    ADD THE ROW'S UNITS TO THE PRODUCT'S RUNNING TOTAL FOR THIS *
      *    LOAD AND WARN WHEN THAT TOTAL PASSES THE ON-HAND STOCK OF   *
      *    THE MASTER RECORD READ BY 0223-VALIDATE-PRODUCT. NOT        *
      *    PERFORMED FOR A SERVICE, WHICH HAS NO STOCK.                *
       0229-CHECK-STOCK.
           MOVE "N" TO WRK-LOADQ-FOUND-SW.
           MOVE WRK-ROW-QTY TO WRK-DEMAND-QTY.
           PERFORM VARYING WRK-LOADQ-IDX FROM 1 BY 1
                     UNTIL WRK-LOADQ-IDX GREATER THAN WRK-LOADQ-COUNT
                        OR WRK-LOADQ-FOUND
              IF WRK-LOADQ-PROD (WRK-LOADQ-IDX) EQUAL WRK-ROW-PROD-CODE
                 SET WRK-LOADQ-FOUND TO TRUE
                 ADD WRK-ROW-QTY TO WRK-LOADQ-QTY (WRK-LOADQ-IDX)
                 MOVE WRK-LOADQ-QTY (WRK-LOADQ-IDX) TO WRK-DEMAND-QTY
              END-IF
           END-PERFORM.
           IF NOT WRK-LOADQ-FOUND
              AND WRK-LOADQ-COUNT LESS THAN 1000
              ADD 1 TO WRK-LOADQ-COUNT
              SET WRK-LOADQ-IDX TO WRK-LOADQ-COUNT
              MOVE WRK-ROW-PROD-CODE TO WRK-LOADQ-PROD (WRK-LOADQ-IDX)
              MOVE WRK-ROW-QTY       TO WRK-LOADQ-QTY (WRK-LOADQ-IDX)
           END-IF.
           IF RG-PRODUCTS-ONHAND NUMERIC
              MOVE RG-PRODUCTS-ONHAND TO WRK-ONHAND-QTY
           ELSE
              MOVE ZEROS TO WRK-ONHAND-QTY
           END-IF.
           IF WRK-DEMAND-QTY GREATER THAN WRK-ONHAND-QTY
              ADD 1 TO WRK-NOSTOCK-COUNT
              DISPLAY "AVISO: COMPRA " WRK-ROW-ID " PRODUTO "
                      WRK-ROW-PROD-CODE " SEM ESTOQUE (PEDIDO "
                      WRK-DEMAND-QTY " / DISPONIVEL " WRK-ONHAND-QTY
                      ")"
           END-IF.
      **================ VALIDATE-PRICE BEGINNING =====================**
      *    RG-PRODUCTS (0223) AND RG-CLIENTS (0226) ARE STILL LOADED.  *
      *    THE ROW PRICE MUST SIT WITHIN WRK-PRICE-TOL-PCT OF THE      *
      *    PRICE IN EFFECT ON THE ORDER DATE.                          *
       0230-VALIDATE-PRICE.
           MOVE RG-PRODUCTS-PRICE TO WRK-EFF-PRICE.
           MOVE "N" TO WRK-LIST-FOUND-SW.
           IF WRK-PRICES-AVAILABLE
              IF RG-CLIENTS-PRICE-LIST NUMERIC
                 AND RG-CLIENTS-PRICE-LIST GREATER THAN ZEROS
                 MOVE RG-CLIENTS-PRICE-LIST TO WRK-SCAN-LIST
                 PERFORM 0232-SCANNING-LIST
              END-IF
              MOVE ZEROS TO WRK-SCAN-LIST
              PERFORM 0232-SCANNING-LIST
           END-IF.
           COMPUTE WRK-PRICE-TOL-AMT ROUNDED =
                   WRK-EFF-PRICE * WRK-PRICE-TOL-PCT / 100.
           COMPUTE WRK-PRICE-DIFF = WRK-ROW-PRICE - WRK-EFF-PRICE.
           IF WRK-PRICE-DIFF LESS THAN ZERO
              COMPUTE WRK-PRICE-DIFF = ZERO - WRK-PRICE-DIFF
           END-IF.
           IF WRK-PRICE-DIFF GREATER THAN WRK-PRICE-TOL-AMT
              IF WRK-LIST-FOUND
                 MOVE "PRECO FORA DA TOLERANCIA DA TABELA EM VIGOR"
                   TO WRK-REJECT-REASON
              ELSE
                 MOVE "PRECO FORA DA TOLERANCIA DO PRECO DE CADASTRO"
                   TO WRK-REJECT-REASON
              END-IF
              MOVE "N" TO WRK-ROW-OK-SW
           END-IF.
      **================ SCANNING-LIST BEGINNING ======================**
      *    POSITIONS ON THE FIRST PERIOD OF THE PRODUCT ON             *
      *    WRK-SCAN-LIST AND WALKS FORWARD UNTIL THE PERIODS START     *
      *    AFTER THE ORDER DATE.                                       *
       0232-SCANNING-LIST.
           MOVE "N" TO WRK-LIST-END-SW.
           MOVE WRK-SCAN-LIST     TO RG-PRICE-LIST.
           MOVE WRK-ROW-PROD-CODE TO RG-PRICE-PROD.
           MOVE ZEROS             TO RG-PRICE-FROM-DATE.
           START PRICES KEY IS NOT LESS THAN RG-PRICE-KEY
             INVALID KEY
                SET WRK-LIST-END TO TRUE
           END-START.
           PERFORM 0234-READING-LIST-PRICE UNTIL WRK-LIST-END.
      **================ READING-LIST-PRICE BEGINNING =================**
       0234-READING-LIST-PRICE.
           READ PRICES NEXT RECORD
             AT END
                SET WRK-LIST-END TO TRUE
             NOT AT END
                IF RG-PRICE-LIST NOT EQUAL WRK-SCAN-LIST
                   OR RG-PRICE-PROD NOT EQUAL WRK-ROW-PROD-CODE
                   OR RG-PRICE-FROM-DATE GREATER THAN WRK-ROW-DATE
                   SET WRK-LIST-END TO TRUE
                ELSE
                   IF RG-PRICE-TO-DATE NOT LESS THAN WRK-ROW-DATE
                      IF NOT WRK-LIST-FOUND
                         OR RG-PRICE-AMOUNT LESS THAN WRK-EFF-PRICE
                         MOVE RG-PRICE-AMOUNT TO WRK-EFF-PRICE
                      END-IF
                      SET WRK-LIST-FOUND TO TRUE
                   END-IF
                END-IF
           END-READ.
      **================ TRANSLATING-CLIENT BEGINNING =================**
      *    THE ROW'S CLIENT IS NOT ON CLIENTES.DAT. IF CLIENT-MERGE    *
      *    FOLDED IT INTO ANOTHER CLIENT, XREFCLI.DAT NAMES THE        *
      *    SURVIVOR (NEVER A CHAIN - CLIENT-MERGE REPOINTS OLDER       *
      *    ENTRIES) AND THE ROW CARRIES ON UNDER THAT ID, WITH THE     *
      *    SURVIVOR LEFT IN RG-CLIENTS FOR 0230-VALIDATE-PRICE;        *
      *    OTHERWISE THE ROW IS REFUSED.                               *
       0236-TRANSLATING-CLIENT.
           MOVE "CLIENTE NAO CADASTRADO EM CLIENTES.DAT"
             TO WRK-REJECT-REASON.
           MOVE "N" TO WRK-ROW-OK-SW.
           IF WRK-XREF-AVAILABLE
              MOVE WRK-ROW-CLI TO RG-XREF-OLD-ID
              READ XREF
                NOT INVALID KEY
                   MOVE RG-XREF-NEW-ID TO RG-CLIENTS-ID
                   READ CLIENTS
                     NOT INVALID KEY
                        DISPLAY "AVISO: COMPRA " WRK-ROW-ID
                                " CLIENTE " WRK-ROW-CLI
                                " INCORPORADO AO CLIENTE "
                                RG-XREF-NEW-ID " - GRAVADA NO NOVO ID."
                        MOVE RG-XREF-NEW-ID TO WRK-ROW-CLI
                        MOVE "S"    TO WRK-ROW-OK-SW
                        MOVE SPACES TO WRK-REJECT-REASON
                        ADD 1 TO WRK-MERGED-COUNT
                   END-READ
              END-READ
           END-IF.
      **================ CHECKING-LOADED BEGINNING ====================**
      *    THE ROW'S ID IS ALREADY ON COMPRAS.DAT. THE SAME PURCHASE - *
      *    CLIENT (AFTER ANY MERGE), PRODUCT, PRICE, DISCOUNT, DATE    *
      *    AND QUANTITY - WAS LOADED BY AN EARLIER RUN OF THIS FEED,   *
      *    AS WHEN JOB-STREAM RESUMES AT THIS STEP, AND IS ONLY        *
      *    COUNTED; ANY OTHER PURCHASE UNDER THE ID IS A GENUINE       *
      *    CLASH AND THE ROW IS REJECTED.                              *
       0238-CHECKING-LOADED.
           MOVE WRK-ROW-ID TO RG-SHOPPING-ID.
           READ SHOPPING
             INVALID KEY
                MOVE "ERRO AO GRAVAR A COMPRA EM COMPRAS.DAT"
                  TO WRK-REJECT-REASON
                PERFORM 0240-REJECT-ROW
             NOT INVALID KEY
                IF RG-SHOPPING-ID-CLI EQUAL WRK-ROW-CLI
                   AND RG-SHOPPING-PROD-CODE EQUAL WRK-ROW-PROD-CODE
                   AND RG-SHOPPING-PRICE EQUAL WRK-ROW-PRICE
                   AND RG-SHOPPING-DISCOUNT EQUAL WRK-ROW-DISC
                   AND RG-SHOPPING-PURCH-DATE EQUAL WRK-ROW-DATE
                   AND RG-SHOPPING-QTY EQUAL WRK-ROW-QTY
                   ADD 1 TO WRK-ALREADY-COUNT
                ELSE
                   MOVE "ID DE COMPRA JA EXISTE COM OUTRO CONTEUDO"
                     TO WRK-REJECT-REASON
                   PERFORM 0240-REJECT-ROW
                END-IF
           END-READ.
      **================ REJECT-ROW BEGINNING =========================**
      *    THE ROW GOES BACK VERBATIM IN ITS ORIGINAL 100 COLUMNS,     *
      *    WITH THE REASON IN A FIXED COLUMN AFTER IT, SO THE STORE    *
           DISPLAY "=========================================".
           DISPLAY "LINHAS LIDAS:      " WRK-READ-COUNT.
           DISPLAY "COMPRAS CARREGADAS:" WRK-LOADED-COUNT.
           DISPLAY "JA CARREGADAS ANTES:" WRK-ALREADY-COUNT.
           DISPLAY "LINHAS REJEITADAS: " WRK-REJECT-COUNT.
           DISPLAY "LINHAS EM BRANCO:  " WRK-BLANK-COUNT.
           DISPLAY "PEDIDOS SEM ESTOQUE:" WRK-NOSTOCK-COUNT.
           DISPLAY "CLIENTES INCORPOR.:" WRK-MERGED-COUNT.
           CLOSE FEED-IN.
           CLOSE SHOPPING.
           CLOSE CLIENTS.
           CLOSE PRODUCTS.
           CLOSE REJECT-OUT.
           IF WRK-PRICES-AVAILABLE
              CLOSE PRICES
           END-IF.
           IF WRK-XREF-AVAILABLE
              CLOSE XREF
           END-IF.
           EVALUATE TRUE
             WHEN WRK-REJECT-COUNT GREATER THAN ZEROS
                MOVE 8 TO RETURN-CODE
             WHEN WRK-NOSTOCK-COUNT GREATER THAN ZEROS
                MOVE 4 TO RETURN-CODE
             WHEN OTHER
                MOVE ZEROS TO RETURN-CODE
           END-EVALUATE.
      *----------------------------------------------------------------*
