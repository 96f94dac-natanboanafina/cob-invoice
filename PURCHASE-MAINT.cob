      *    DATA FILE. THE CLIENT ID IS VALIDATED AGAINST CLIENTES.DAT  *
      *    AND THE DISCOUNT AGAINST THE 100% CEILING AT ENTRY TIME,    *
      *    SO BAD ROWS ARE REFUSED HERE INSTEAD OF SURFACING IN        *
      *    ORFAOS.DAT AT BILLING TIME. THE QUANTITY IS CHECKED AGAINST *
      *    THE PRODUCT'S STOCK ON HAND AND A SHORTFALL IS WARNED ABOUT *
      *    (THE PURCHASE IS STILL ACCEPTED - INVOICE-PROG HOLDS IT AS  *
      *    A BACKORDER UNTIL THE STOCK ARRIVES).                       *
      *    EVERY ADD, CHANGE AND DELETE IS LOGGED ON AUDITORIA.DAT     *
      *    UNDER THE OPERATOR ID ASKED AT SIGN-ON (SEE AUDIT-INQUIRY). *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    SHOPPING               I-O                     -            *
      *    CLIENTS                 I                      -            *
      *    PRODUCTS                I                      -            *
      *    AUDIT-LOG               O                      -            *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
                              RECORD KEY IS RG-PRODUCTS-CODE
                              FILE STATUS IS FS-PRODUCTS-STATUS.

      *=================================================================
      *                    SELECT AUDITORIA.DAT
      *=================================================================
      *    APPENDED ON EVERY ADD, CHANGE AND DELETE (SEE AUDIT-INQUIRY).
           SELECT AUDIT-LOG ASSIGN TO
                                 "C:\Cobol\task3\data\AUDITORIA.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-AUDIT-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
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

      **================= FD AUDIT-LOG BEGINNING =======================*
      *    SAME LAYOUT AS AUDIT-INQUIRY'S FD.                          *
       FD  AUDIT-LOG.
       01  RG-AUD.
           05 RG-AUD-DATE          PIC 9(08).
           05 RG-AUD-TIME          PIC 9(06).
           05 RG-AUD-OPERATOR      PIC X(08).
           05 RG-AUD-FILE          PIC X(12).
           05 RG-AUD-ACTION        PIC X(01).
              88 RG-AUD-IS-ADD            VALUE "I".
              88 RG-AUD-IS-CHANGE         VALUE "A".
              88 RG-AUD-IS-DELETE         VALUE "E".
           05 RG-AUD-KEY           PIC X(20).
           05 RG-AUD-BEFORE        PIC X(150).
           05 RG-AUD-AFTER         PIC X(150).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
       77  FS-SHOPPING-STATUS      PIC 9(02).
       77  FS-CLIENTS-STATUS       PIC 9(02).
       77  FS-PRODUCTS-STATUS      PIC 9(02).
       77  FS-AUDIT-STATUS         PIC 9(02).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(057) VALUE
           "============ PROCESSMENT VARIABLES BEGINNING ============".
       77  WRK-NEW-PROD     PIC X(15) VALUE SPACES.
       77  WRK-NEW-PRICE    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-NEW-DISCOUNT PIC 9(03)V99 VALUE ZEROS.
       77  WRK-NEW-QTY      PIC 9(05) VALUE ZEROS.
       01  WRK-NEW-DATE-G.
           05 WRK-NEW-DATE-YYYY PIC 9(04).
           05 WRK-NEW-DATE-MM   PIC 9(02).
           05 WRK-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
       77  WRK-PRICE-ED     PIC ZZ.ZZZ.ZZZ,ZZ.
       77  WRK-PCT-ED       PIC ZZ9,99.
       77  WRK-QTY-ED       PIC Z.ZZZ.ZZ9.
      *----------------------------------------------------------------*
      *    AUDIT TRAIL - THE OPERATOR SIGNS IN ONCE; EACH ADD, CHANGE  *
      *    AND DELETE OF THE SESSION IS LOGGED UNDER THAT ID WITH THE  *
      *    RECORD IMAGE BEFORE AND AFTER.                              *
      *----------------------------------------------------------------*
       77  WRK-OPERATOR     PIC X(08) VALUE SPACES.
       77  WRK-AUD-ACTION   PIC X(01) VALUE SPACES.
       77  WRK-AUD-KEY      PIC X(20) VALUE SPACES.
       77  WRK-AUD-BEFORE   PIC X(150) VALUE SPACES.
       77  WRK-AUD-AFTER    PIC X(150) VALUE SPACES.
       01  WRK-AUD-TIME.
           05 WRK-AUD-HHMMSS PIC 9(06).
           05 FILLER         PIC 9(02).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(052) VALUE
           "============ WARNING MESSAGES BEGINNING ============".
           STOP RUN.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
      **================ ASKING-OPERATOR BEGINNING ====================**
      *    NO CHANGE IS ACCEPTED WITHOUT AN OPERATOR TO ANSWER FOR IT. *
       0105-ASKING-OPERATOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR: "
             ACCEPT WRK-OPERATOR.
           IF WRK-OPERATOR EQUAL SPACES
              DISPLAY "MANUTENCAO EXIGE A IDENTIFICACAO DO OPERADOR."
              GOBACK
           END-IF.
      **================ OPENING-SHOPPING BEGINNING ===================**
      *    OPEN I-O SO NEW PURCHASES CAN BE WRITTEN; IF COMPRAS.DAT     *
      *    DOES NOT EXIST YET, CREATE IT EMPTY FIRST.                   *
              DISPLAY "STATUS:   " FS-PRODUCTS-STATUS
              GOBACK
           END-IF.
      **================ OPENING-AUDIT-LOG BEGINNING ==================**
      *    APPENDED TO, NEVER REWRITTEN; CREATED ON FIRST USE.         *
       0190-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG.
           IF FS-AUDIT-STATUS EQUAL 35
              OPEN OUTPUT AUDIT-LOG
              CLOSE AUDIT-LOG
              OPEN EXTEND AUDIT-LOG
           END-IF.
           IF FS-AUDIT-STATUS NOT EQUAL 00
              DISPLAY "AUDIT-LOG: " WRK-OPEN-ERROR
              DISPLAY "STATUS:    " FS-AUDIT-STATUS
              GOBACK
           END-IF.

       0200-PROCESS                    SECTION.
      **================ SHOWING-MENU BEGINNING =======================**
             ACCEPT WRK-NEW-ID-CLI.
           DISPLAY "CODIGO DO PRODUTO: "
             ACCEPT WRK-NEW-PROD-CODE.
           DISPLAY "PRECO UNITARIO: "
             ACCEPT WRK-NEW-PRICE.
           DISPLAY "QUANTIDADE (0 = 1 UNIDADE): "
             ACCEPT WRK-NEW-QTY.
           DISPLAY "DESCONTO (%): "
             ACCEPT WRK-NEW-DISCOUNT.
           DISPLAY "DATA DA COMPRA (AAAAMMDD): "
              MOVE WRK-NEW-PROD     TO RG-SHOPPING-PROD
              MOVE WRK-NEW-PRICE    TO RG-SHOPPING-PRICE
              MOVE WRK-NEW-DISCOUNT TO RG-SHOPPING-DISCOUNT
              MOVE WRK-NEW-QTY      TO RG-SHOPPING-QTY
              SET RG-SHOPPING-NOT-BILLED TO TRUE
              MOVE ZEROS            TO RG-SHOPPING-NF-NUM
              MOVE WRK-NEW-DATE     TO RG-SHOPPING-PURCH-DATE
                   DISPLAY "JA EXISTE UMA COMPRA COM ESSE ID."
                NOT INVALID KEY
                   DISPLAY "COMPRA INCLUIDA COM SUCESSO."
                   MOVE "I" TO WRK-AUD-ACTION
                   MOVE SPACES TO WRK-AUD-BEFORE
                   MOVE RG-SHOPPING TO WRK-AUD-AFTER
                   MOVE RG-SHOPPING-ID TO WRK-AUD-KEY
                   PERFORM 0295-WRITING-AUDIT
              END-WRITE
           END-IF.
      **================ CHANGE-PURCHASE BEGINNING ====================**
              DISPLAY "COMPRA JA FATURADA NA NF " RG-SHOPPING-NF-NUM
                      " - NAO PODE SER ALTERADA."
           ELSE
                MOVE RG-SHOPPING TO WRK-AUD-BEFORE
                PERFORM 0255-SHOWING-PURCHASE
                DISPLAY "NOVO ID DO CLIENTE: "
                  ACCEPT WRK-NEW-ID-CLI
                DISPLAY "NOVO CODIGO DO PRODUTO: "
                  ACCEPT WRK-NEW-PROD-CODE
                DISPLAY "NOVO PRECO UNITARIO: "
                  ACCEPT WRK-NEW-PRICE
                DISPLAY "NOVA QUANTIDADE (0 = 1 UNIDADE): "
                  ACCEPT WRK-NEW-QTY
                DISPLAY "NOVO DESCONTO (%): "
                  ACCEPT WRK-NEW-DISCOUNT
                DISPLAY "NOVA DATA DA COMPRA (AAAAMMDD): "
                   MOVE WRK-NEW-PROD     TO RG-SHOPPING-PROD
                   MOVE WRK-NEW-PRICE    TO RG-SHOPPING-PRICE
                   MOVE WRK-NEW-DISCOUNT TO RG-SHOPPING-DISCOUNT
                   MOVE WRK-NEW-QTY      TO RG-SHOPPING-QTY
                   MOVE WRK-NEW-DATE     TO RG-SHOPPING-PURCH-DATE
                   REWRITE RG-SHOPPING
                     INVALID KEY
                        DISPLAY "ERRO AO ALTERAR A COMPRA."
                     NOT INVALID KEY
                        DISPLAY "COMPRA ALTERADA COM SUCESSO."
                        MOVE "A" TO WRK-AUD-ACTION
                        MOVE RG-SHOPPING TO WRK-AUD-AFTER
                        MOVE RG-SHOPPING-ID TO WRK-AUD-KEY
                        PERFORM 0295-WRITING-AUDIT
                   END-REWRITE
                END-IF
           END-IF.
      *         A BILLED PURCHASE IS THE BACKING DETAIL OF AN ISSUED   *
      *         NF - DELETING IT WOULD LEAVE THE INVOICE WITHOUT ITS   *
      *         SOURCE ROW.                                            *
                MOVE RG-SHOPPING TO WRK-AUD-BEFORE
                IF RG-SHOPPING-IS-BILLED
                   DISPLAY "COMPRA JA FATURADA NA NF "
                           RG-SHOPPING-NF-NUM
                        DISPLAY "ERRO AO EXCLUIR A COMPRA."
                     NOT INVALID KEY
                        DISPLAY "COMPRA EXCLUIDA COM SUCESSO."
                        MOVE "E" TO WRK-AUD-ACTION
                        MOVE SPACES TO WRK-AUD-AFTER
                        MOVE RG-SHOPPING-ID TO WRK-AUD-KEY
                        PERFORM 0295-WRITING-AUDIT
                   END-DELETE
                END-IF
           END-READ.
           DISPLAY "ID DO CLIENTE: " RG-SHOPPING-ID-CLI.
           DISPLAY "COD. PRODUTO:  " RG-SHOPPING-PROD-CODE.
           DISPLAY "PRODUTO:       " RG-SHOPPING-PROD.
           DISPLAY "PRECO UNIT.:   " WRK-PRICE-ED.
           IF RG-SHOPPING-QTY NUMERIC
              AND RG-SHOPPING-QTY GREATER THAN ZEROS
              MOVE RG-SHOPPING-QTY TO WRK-QTY-ED
           ELSE
              MOVE 1 TO WRK-QTY-ED
           END-IF.
           DISPLAY "QUANTIDADE:    " WRK-QTY-ED.
           DISPLAY "DESCONTO (%):  " WRK-PCT-ED.
           DISPLAY "DATA DA COMPRA:" RG-SHOPPING-PURCH-DATE.
           IF RG-SHOPPING-IS-BILLED
                MOVE RG-PRODUCTS-DESC TO WRK-NEW-PROD
                MOVE RG-PRODUCTS-PRICE TO WRK-PRICE-ED
                DISPLAY "PRECO DE TABELA: " WRK-PRICE-ED
                PERFORM 0262-CHECK-STOCK
           END-READ.
      **================ CHECK-STOCK BEGINNING ========================**
      *    A ZERO QUANTITY IS ONE UNIT, THE SAME AS INVOICE-PROG       *
      *    READS IT. A QUANTITY OVER THE STOCK ON HAND IS ONLY A       *
      *    WARNING - THE ROW IS STILL WRITTEN AND WAITS AS A BACKORDER.*
       0262-CHECK-STOCK.
           IF WRK-NEW-QTY EQUAL ZEROS
              MOVE 1 TO WRK-NEW-QTY
           END-IF.
           IF RG-PRODUCTS-ONHAND NOT NUMERIC
              MOVE ZEROS TO RG-PRODUCTS-ONHAND
           END-IF.
           MOVE RG-PRODUCTS-ONHAND TO WRK-QTY-ED.
           DISPLAY "ESTOQUE ATUAL:   " WRK-QTY-ED.
           IF WRK-NEW-QTY GREATER THAN RG-PRODUCTS-ONHAND
              DISPLAY "AVISO: QUANTIDADE ACIMA DO ESTOQUE - A COMPRA "
                      "FICARA PENDENTE ATE A ENTRADA DE MERCADORIA."
           END-IF.
      **================ VALIDATE-DATE BEGINNING ======================**
      *    THE TYPED DATE MUST NAME A REAL CALENDAR DAY - PERIOD       *
      *    ATTRIBUTION AND THE BILLING CUTOFF LIVE ON THIS FIELD.      *
                 MOVE "N" TO WRK-VALID-SW
              END-IF
           END-IF.
      **================ WRITING-AUDIT BEGINNING ======================**
      *    ONE AUDITORIA.DAT RECORD FOR THE CHANGE JUST MADE - THE     *
      *    CALLER SETS ACTION, KEY AND BOTH IMAGES.                    *
       0295-WRITING-AUDIT.
           MOVE SPACES TO RG-AUD.
           ACCEPT RG-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-AUD-TIME FROM TIME.
           MOVE WRK-AUD-HHMMSS TO RG-AUD-TIME.
           MOVE WRK-OPERATOR   TO RG-AUD-OPERATOR.
           MOVE "COMPRAS" TO RG-AUD-FILE.
           MOVE WRK-AUD-ACTION TO RG-AUD-ACTION.
           MOVE WRK-AUD-KEY    TO RG-AUD-KEY.
           MOVE WRK-AUD-BEFORE TO RG-AUD-BEFORE.
           MOVE WRK-AUD-AFTER  TO RG-AUD-AFTER.
           WRITE RG-AUD.
           IF FS-AUDIT-STATUS NOT EQUAL 00
              DISPLAY "ERRO AO GRAVAR AUDITORIA.DAT (STATUS "
                      FS-AUDIT-STATUS ")."
           END-IF.
      *----------------------------------------------------------------*
       0300-END                        SECTION.
           CLOSE SHOPPING.
           CLOSE CLIENTS.
           CLOSE PRODUCTS.
           CLOSE AUDIT-LOG.
      *----------------------------------------------------------------*
