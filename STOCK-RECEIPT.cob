       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.STOCK-RECEIPT.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 24/11/2022                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : GOODS-RECEIPT ENTRY. THE OPERATOR KEYS EACH   *
      *    LINE OF A SUPPLIER DELIVERY (PRODUCT CODE, QUANTITY, UNIT   *
      *    COST AND THE SUPPLIER'S DOCUMENT NUMBER); THE UNITS ARE     *
      *    ADDED TO RG-PRODUCTS-ONHAND, THE WEIGHTED AVERAGE UNIT COST *
      *    (RG-PRODUCTS-AVG-COST) IS RECOMPUTED, AND AN "E"/RECEBIM    *
      *    RECORD IS APPENDED TO MOVESTOQUE.DAT. THIS IS THE ONLY WAY  *
      *    STOCK COMES IN - INVOICE-PROG TAKES IT OUT, NF-CANCEL PUTS  *
      *    BACK WHAT A CANCELLED NF HAD TAKEN.                         *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    PRODUCTS               I-O                     -            *
      *    STOCK-MOV               O                      -            *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *=================================================================
      *                    SELECT PRODUTOS.DAT
      *=================================================================
           SELECT PRODUCTS ASSIGN TO "C:\Cobol\task3\data\PRODUTOS.DAT"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-PRODUCTS-CODE
                              FILE STATUS IS FS-PRODUCTS-STATUS.

      *=================================================================
      *                    SELECT MOVESTOQUE.DAT
      *=================================================================
      *    SAME STOCK MOVEMENT LOG INVOICE-PROG AND NF-CANCEL APPEND   *
      *    TO - HERE ONE ENTRY PER RECEIVED LINE.                      *
           SELECT STOCK-MOV ASSIGN TO
                                 "C:\Cobol\task3\data\MOVESTOQUE.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-STKMOV-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
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
      *    ONE SEMICOLON-DELIMITED RECORD PER MOVEMENT: DATE           *
      *    (AAAAMMDD); TIME (HHMMSS); TYPE (E = IN, S = OUT); ORIGIN   *
      *    (RECEBIM, FATURAM, ESTORNO); PRODUCT CODE; QUANTITY;        *
      *    ON-HAND AFTER THE MOVEMENT; DOCUMENT NUMBER (SUPPLIER       *
      *    DOCUMENT, NF OR CREDIT NOTE); UNIT COST (9(08)V99, NO       *
      *    DECIMAL SEPARATOR). EVERY PROGRAM THAT WRITES IT DECLARES   *
      *    THE SAME LINE.                                              *
       FD  STOCK-MOV.
       01  RG-STKMOV-LINE           PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "========== WORKING-STORAGE BEGINNING ==========".

      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-PRODUCTS-STATUS      PIC 9(02).
       77  FS-STKMOV-STATUS        PIC 9(02).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(057) VALUE
           "============ PROCESSMENT VARIABLES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-DONE-SW      PIC X(01) VALUE "N".
           88 WRK-DONE                VALUE "S".
       77  WRK-CONFIRM      PIC X(01) VALUE SPACES.
       77  WRK-REC-PROD     PIC 9(05) VALUE ZEROS.
       77  WRK-REC-QTY      PIC 9(05) VALUE ZEROS.
       77  WRK-REC-COST     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-REC-DOC      PIC 9(07) VALUE ZEROS.
      *----------------------------------------------------------------*
      *    WEIGHTED AVERAGE COST: (STOCK x OLD COST + RECEIVED x       *
      *    RECEIPT COST) / NEW STOCK. THE PRODUCT IS CARRIED WIDE SO   *
      *    A LARGE STOCK NEVER OVERFLOWS BEFORE THE DIVISION.          *
      *----------------------------------------------------------------*
       77  WRK-OLD-ONHAND   PIC 9(07) VALUE ZEROS.
       77  WRK-OLD-COST     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-NEW-ONHAND   PIC 9(08) VALUE ZEROS.
       77  WRK-STOCK-VALUE  PIC 9(15)V99 VALUE ZEROS.
       77  WRK-RECEIPTS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTY-ED       PIC Z.ZZZ.ZZ9.
       77  WRK-PRICE-ED     PIC ZZ.ZZZ.ZZZ,ZZ.
       77  WRK-MOV-DATE     PIC 9(08) VALUE ZEROS.
       01  WRK-MOV-TIME.
           05 WRK-MOV-HH    PIC 9(02).
           05 WRK-MOV-MI    PIC 9(02).
           05 WRK-MOV-SS    PIC 9(02).
           05 FILLER        PIC 9(02).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(052) VALUE
           "============ WARNING MESSAGES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERROR       PIC X(20) VALUE "FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
           PERFORM 0100-INIT.
           PERFORM 0210-ASKING-RECEIPT UNTIL WRK-DONE.
           PERFORM 0300-END.
           STOP RUN.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
      **================ OPENING-PRODUCTS BEGINNING ===================**
      *    THE MASTER MUST EXIST - A RECEIPT FOR A PRODUCT THAT WAS    *
      *    NEVER REGISTERED IN PRODUCT-MAINT IS REFUSED.               *
       0110-OPEN-PRODUCTS.
           OPEN I-O PRODUCTS.
           IF FS-PRODUCTS-STATUS NOT EQUAL 00
              DISPLAY "PRODUCTS: " WRK-OPEN-ERROR
              DISPLAY "STATUS:   " FS-PRODUCTS-STATUS
              GOBACK
           END-IF.
      **================ OPENING-STOCK-MOV BEGINNING ==================**
      *    ALWAYS EXTEND; CREATED EMPTY IF IT DOES NOT EXIST YET. A    *
      *    RECEIPT WITHOUT ITS MOVEMENT RECORD WOULD NEVER RECONCILE   *
      *    IN STOCK-REPORT, SO ANY OTHER FAILURE IS A HARD STOP.       *
       0120-OPEN-STOCK-MOV.
           OPEN EXTEND STOCK-MOV.
           IF FS-STKMOV-STATUS EQUAL 35
              OPEN OUTPUT STOCK-MOV
              CLOSE STOCK-MOV
              OPEN EXTEND STOCK-MOV
           END-IF.
           IF FS-STKMOV-STATUS NOT EQUAL 00
              DISPLAY "STOCK-MOV: " WRK-OPEN-ERROR
              DISPLAY "STATUS:    " FS-STKMOV-STATUS
              GOBACK
           END-IF.

       0200-PROCESS                    SECTION.
      **================ ASKING-RECEIPT BEGINNING =====================**
       0210-ASKING-RECEIPT.
           DISPLAY "=========================================".
           DISPLAY "  ENTRADA DE MERCADORIA - PRODUTOS.DAT   ".
           DISPLAY "=========================================".
           DISPLAY "CODIGO DO PRODUTO (0 PARA SAIR): "
             ACCEPT WRK-REC-PROD.
           IF WRK-REC-PROD EQUAL ZEROS
              SET WRK-DONE TO TRUE
           ELSE
              MOVE WRK-REC-PROD TO RG-PRODUCTS-CODE
              READ PRODUCTS
                INVALID KEY
                   DISPLAY "PRODUTO " WRK-REC-PROD
                           " NAO CADASTRADO EM PRODUTOS.DAT."
                NOT INVALID KEY
                   IF RG-PRODUCTS-IS-SERVICE
                      DISPLAY "PRODUTO " WRK-REC-PROD
                              " E UM SERVICO - NAO TEM ESTOQUE."
                   ELSE
                      PERFORM 0220-RECEIVING-LINE
                   END-IF
              END-READ
           END-IF.
      **================ RECEIVING-LINE BEGINNING =====================**
      *    SHOW THE CURRENT POSITION, TAKE THE DELIVERY DATA AND ASK   *
      *    FOR CONFIRMATION BEFORE THE MASTER IS TOUCHED.              *
       0220-RECEIVING-LINE.
           IF RG-PRODUCTS-ONHAND NUMERIC
              MOVE RG-PRODUCTS-ONHAND TO WRK-OLD-ONHAND
           ELSE
              MOVE ZEROS TO WRK-OLD-ONHAND
           END-IF.
           IF RG-PRODUCTS-AVG-COST NUMERIC
              MOVE RG-PRODUCTS-AVG-COST TO WRK-OLD-COST
           ELSE
              MOVE ZEROS TO WRK-OLD-COST
           END-IF.
           MOVE WRK-OLD-ONHAND TO WRK-QTY-ED.
           MOVE WRK-OLD-COST   TO WRK-PRICE-ED.
           DISPLAY "PRODUTO:      " RG-PRODUCTS-DESC.
           DISPLAY "ESTOQUE:      " WRK-QTY-ED.
           DISPLAY "CUSTO MEDIO:  " WRK-PRICE-ED.
           DISPLAY "QUANTIDADE RECEBIDA: "
             ACCEPT WRK-REC-QTY.
           DISPLAY "CUSTO UNITARIO: "
             ACCEPT WRK-REC-COST.
           DISPLAY "DOCUMENTO DO FORNECEDOR: "
             ACCEPT WRK-REC-DOC.
           COMPUTE WRK-NEW-ONHAND = WRK-OLD-ONHAND + WRK-REC-QTY.
           EVALUATE TRUE
             WHEN WRK-REC-QTY EQUAL ZEROS
                DISPLAY "QUANTIDADE ZERO - ENTRADA RECUSADA."
             WHEN WRK-NEW-ONHAND GREATER THAN 9999999
                DISPLAY "ESTOQUE RESULTANTE ACIMA DO LIMITE - "
                        "ENTRADA RECUSADA."
             WHEN OTHER
                DISPLAY "CONFIRMA A ENTRADA (S/N)? "
                  ACCEPT WRK-CONFIRM
                IF WRK-CONFIRM EQUAL "S"
                   PERFORM 0230-UPDATING-PRODUCT
                ELSE
                   DISPLAY "ENTRADA NAO CONFIRMADA."
                END-IF
           END-EVALUATE.
      **================ UPDATING-PRODUCT BEGINNING ===================**
      *    NEW STOCK AND NEW WEIGHTED AVERAGE COST ON THE MASTER; THE  *
      *    MOVEMENT RECORD IS ONLY WRITTEN ONCE THE REWRITE HELD.      *
       0230-UPDATING-PRODUCT.
           COMPUTE WRK-STOCK-VALUE =
                   WRK-OLD-ONHAND * WRK-OLD-COST +
                   WRK-REC-QTY * WRK-REC-COST.
           COMPUTE RG-PRODUCTS-AVG-COST ROUNDED =
                   WRK-STOCK-VALUE / WRK-NEW-ONHAND.
           MOVE WRK-NEW-ONHAND TO RG-PRODUCTS-ONHAND.
           REWRITE RG-PRODUCTS
             INVALID KEY
                DISPLAY "ERRO AO ATUALIZAR O ESTOQUE DO PRODUTO."
             NOT INVALID KEY
                PERFORM 0240-WRITING-STOCK-MOV
                ADD 1 TO WRK-RECEIPTS
                MOVE RG-PRODUCTS-ONHAND   TO WRK-QTY-ED
                MOVE RG-PRODUCTS-AVG-COST TO WRK-PRICE-ED
                DISPLAY "ENTRADA REGISTRADA - ESTOQUE " WRK-QTY-ED
                        " CUSTO MEDIO " WRK-PRICE-ED
           END-REWRITE.
      **================ WRITING-STOCK-MOV BEGINNING ==================**
      *    SAME RECORD AS INVOICE-PROG'S 0247-WRITING-STOCK-MOV, WITH  *
      *    THE SUPPLIER DOCUMENT AND THE RECEIPT'S OWN UNIT COST.      *
       0240-WRITING-STOCK-MOV.
           ACCEPT WRK-MOV-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-MOV-TIME FROM TIME.
           MOVE SPACES TO RG-STKMOV-LINE.
           STRING WRK-MOV-DATE          DELIMITED BY SIZE
                  ";" WRK-MOV-HH        DELIMITED BY SIZE
                  WRK-MOV-MI            DELIMITED BY SIZE
                  WRK-MOV-SS            DELIMITED BY SIZE
                  ";E;RECEBIM"          DELIMITED BY SIZE
                  ";" RG-PRODUCTS-CODE  DELIMITED BY SIZE
                  ";" WRK-REC-QTY       DELIMITED BY SIZE
                  ";" RG-PRODUCTS-ONHAND DELIMITED BY SIZE
                  ";" WRK-REC-DOC       DELIMITED BY SIZE
                  ";" WRK-REC-COST      DELIMITED BY SIZE
                  INTO RG-STKMOV-LINE.
           WRITE RG-STKMOV-LINE.
           IF FS-STKMOV-STATUS NOT EQUAL 00
              DISPLAY "STOCK-MOV: ERRO AO GRAVAR MOVIMENTO."
              DISPLAY "STATUS:    " FS-STKMOV-STATUS
           END-IF.
      *----------------------------------------------------------------*
       0300-END                        SECTION.
           DISPLAY "ENTRADAS REGISTRADAS: " WRK-RECEIPTS.
           CLOSE PRODUCTS.
           CLOSE STOCK-MOV.
      *----------------------------------------------------------------*
