      *    PURCHASES CARRY THE PRODUCT CODE AND THE BILLING BATCH      *
      *    RESOLVES THE DESCRIPTION AND CHECKS THE PURCHASE PRICE      *
      *    AGAINST THIS MASTER, SO SALES FIGURES BY PRODUCT ADD UP     *
      *    UNDER ONE SPELLING AND ONE REFERENCE PRICE. THE STOCK ON    *
      *    HAND AND ITS AVERAGE COST ARE SHOWN HERE BUT NEVER KEYED -  *
      *    ONLY STOCK-RECEIPT, INVOICE-PROG AND NF-CANCEL MOVE THEM,   *
      *    EACH WITH A MOVESTOQUE.DAT RECORD BEHIND THE CHANGE.        *
      *    A PRODUCT KEYED AS A SERVICE (NO STOCK CONTROL) IS NEVER    *
      *    HELD AS A BACKORDER OR TAKEN OFF STOCK AND IS LEFT OUT OF   *
      *    THE STOCK REPORT.                                           *
      *    EVERY ADD, CHANGE AND DELETE IS LOGGED ON AUDITORIA.DAT     *
      *    UNDER THE OPERATOR ID ASKED AT SIGN-ON (SEE AUDIT-INQUIRY). *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    PRODUCTS               I-O                     -            *
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
      *    THE DESCRIPTION IS PIC X(15) ON PURPOSE - IT IS CARRIED     *
      *    VERBATIM INTO RG-SHOPPING-PROD AND RG-INVOICE-PROD, WHICH   *
      *    ARE X(15), SO NOTHING EVER TRUNCATES DOWNSTREAM.            *
      *    RG-PRODUCTS-ONHAND IS THE UNITS IN STOCK; RG-PRODUCTS-AVG-  *
      *    COST IS THE WEIGHTED AVERAGE UNIT COST OF THE RECEIPTS.     *
      *    RG-PRODUCTS-STOCK-FL "N" MARKS A SERVICE, WHICH HAS NO      *
      *    STOCK; "S" - OR SPACE, ON A RECORD KEYED BEFORE THE FLAG -  *
      *    IS A STOCK-CONTROLLED PRODUCT.                              *
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
           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-PRODUCTS-STATUS      PIC 9(02).
       77  FS-AUDIT-STATUS         PIC 9(02).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(057) VALUE
           "============ PROCESSMENT VARIABLES BEGINNING ============".
       77  WRK-NEW-DESC     PIC X(15) VALUE SPACES.
       77  WRK-NEW-PRICE    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-NEW-TAXCAT   PIC 9(02) VALUE ZEROS.
       77  WRK-NEW-STOCK-FL PIC X(01) VALUE SPACES.
       77  WRK-PRICE-ED     PIC ZZ.ZZZ.ZZZ,ZZ.
       77  WRK-ONHAND-ED    PIC Z.ZZZ.ZZ9.
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
      **================ OPENING-PRODUCTS BEGINNING ===================**
      *    OPEN I-O SO NEW PRODUCTS CAN BE WRITTEN; IF PRODUTOS.DAT    *
      *    DOES NOT EXIST YET, CREATE IT EMPTY FIRST.                  *
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
             ACCEPT RG-PRODUCTS-PRICE.
           DISPLAY "CATEGORIA DE IMPOSTO (0 = TAXA PADRAO): "
             ACCEPT RG-PRODUCTS-TAXCAT.
           DISPLAY "CONTROLA ESTOQUE (S/N - N = SERVICO): "
             ACCEPT RG-PRODUCTS-STOCK-FL.
      *    A NEW PRODUCT STARTS WITH NO STOCK - THE FIRST UNITS COME   *
      *    IN THROUGH STOCK-RECEIPT.                                   *
           MOVE ZEROS TO RG-PRODUCTS-ONHAND RG-PRODUCTS-AVG-COST.
           IF RG-PRODUCTS-STOCK-FL NOT EQUAL "S"
              AND RG-PRODUCTS-STOCK-FL NOT EQUAL "N"
              DISPLAY "CONTROLE DE ESTOQUE DEVE SER S OU N - PRODUTO "
                      "NAO INCLUIDO."
           ELSE
              WRITE RG-PRODUCTS
                INVALID KEY
                   DISPLAY "JA EXISTE UM PRODUTO COM ESSE CODIGO."
                NOT INVALID KEY
                   DISPLAY "PRODUTO INCLUIDO COM SUCESSO."
                   MOVE "I" TO WRK-AUD-ACTION
                   MOVE SPACES TO WRK-AUD-BEFORE
                   MOVE RG-PRODUCTS TO WRK-AUD-AFTER
                   MOVE RG-PRODUCTS-CODE TO WRK-AUD-KEY
                   PERFORM 0295-WRITING-AUDIT
              END-WRITE
           END-IF.
      **================ CHANGE-PRODUCT BEGINNING =====================**
       0230-CHANGE-PRODUCT.
           DISPLAY "CODIGO DO PRODUTO A ALTERAR: "
             INVALID KEY
                DISPLAY "PRODUTO NAO ENCONTRADO."
             NOT INVALID KEY
                MOVE RG-PRODUCTS TO WRK-AUD-BEFORE
                PERFORM 0255-SHOWING-PRODUCT
                DISPLAY "NOVA DESCRICAO: "
                  ACCEPT WRK-NEW-DESC
                  ACCEPT WRK-NEW-PRICE
                DISPLAY "NOVA CATEGORIA DE IMPOSTO (0 = PADRAO): "
                  ACCEPT WRK-NEW-TAXCAT
                DISPLAY "CONTROLA ESTOQUE (S/N - N = SERVICO): "
                  ACCEPT WRK-NEW-STOCK-FL
                PERFORM 0235-APPLYING-CHANGE
           END-READ.
      **================ APPLYING-CHANGE BEGINNING ====================**
      *    A PRODUCT WITH UNITS ON HAND CANNOT BECOME A SERVICE - THE  *
      *    STOCK WOULD DROP OUT OF THE VALUATION UNACCOUNTED FOR.      *
       0235-APPLYING-CHANGE.
           EVALUATE TRUE
             WHEN WRK-NEW-STOCK-FL NOT EQUAL "S"
                  AND WRK-NEW-STOCK-FL NOT EQUAL "N"
                DISPLAY "CONTROLE DE ESTOQUE DEVE SER S OU N - PRODUTO "
                        "NAO ALTERADO."
             WHEN WRK-NEW-STOCK-FL EQUAL "N"
                  AND RG-PRODUCTS-ONHAND NUMERIC
                  AND RG-PRODUCTS-ONHAND GREATER THAN ZEROS
                DISPLAY "PRODUTO COM ESTOQUE NAO PODE SER SERVICO - "
                        "PRODUTO NAO ALTERADO."
             WHEN OTHER
                MOVE WRK-NEW-DESC  TO RG-PRODUCTS-DESC
                MOVE WRK-NEW-PRICE TO RG-PRODUCTS-PRICE
                MOVE WRK-NEW-TAXCAT TO RG-PRODUCTS-TAXCAT
                MOVE WRK-NEW-STOCK-FL TO RG-PRODUCTS-STOCK-FL
                REWRITE RG-PRODUCTS
                  INVALID KEY
                     DISPLAY "ERRO AO ALTERAR O PRODUTO."
                  NOT INVALID KEY
                     DISPLAY "PRODUTO ALTERADO COM SUCESSO."
                     MOVE "A" TO WRK-AUD-ACTION
                     MOVE RG-PRODUCTS TO WRK-AUD-AFTER
                     MOVE RG-PRODUCTS-CODE TO WRK-AUD-KEY
                     PERFORM 0295-WRITING-AUDIT
                END-REWRITE
           END-EVALUATE.
      **================ DELETE-PRODUCT BEGINNING =====================**
       0240-DELETE-PRODUCT.
           DISPLAY "CODIGO DO PRODUTO A EXCLUIR: "
             INVALID KEY
                DISPLAY "PRODUTO NAO ENCONTRADO."
             NOT INVALID KEY
                MOVE RG-PRODUCTS TO WRK-AUD-BEFORE
                DELETE PRODUCTS
                  INVALID KEY
                     DISPLAY "ERRO AO EXCLUIR O PRODUTO."
                  NOT INVALID KEY
                     DISPLAY "PRODUTO EXCLUIDO COM SUCESSO."
                     MOVE "E" TO WRK-AUD-ACTION
                     MOVE SPACES TO WRK-AUD-AFTER
                     MOVE RG-PRODUCTS-CODE TO WRK-AUD-KEY
                     PERFORM 0295-WRITING-AUDIT
                END-DELETE
           END-READ.
      **================ INQUIRY-PRODUCT BEGINNING ====================**
           ELSE
              DISPLAY "CAT. IMP.: " RG-PRODUCTS-TAXCAT
           END-IF.
           IF RG-PRODUCTS-ONHAND NUMERIC
              MOVE RG-PRODUCTS-ONHAND TO WRK-ONHAND-ED
           ELSE
              MOVE ZEROS TO WRK-ONHAND-ED
           END-IF.
           DISPLAY "ESTOQUE:   " WRK-ONHAND-ED.
           IF RG-PRODUCTS-AVG-COST NUMERIC
              MOVE RG-PRODUCTS-AVG-COST TO WRK-PRICE-ED
           ELSE
              MOVE ZEROS TO WRK-PRICE-ED
           END-IF.
           DISPLAY "CUSTO MED.:" WRK-PRICE-ED.
           IF RG-PRODUCTS-IS-SERVICE
              DISPLAY "CONTROLE:  N (SERVICO - SEM ESTOQUE)"
           ELSE
              DISPLAY "CONTROLE:  S (ESTOQUE)"
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
           MOVE "PRODUTOS" TO RG-AUD-FILE.
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
           CLOSE PRODUCTS.
           CLOSE AUDIT-LOG.
      *----------------------------------------------------------------*
