       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.PRICE-MAINT.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 24/11/2022                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : ADD/CHANGE/DELETE/INQUIRE PRECOS.DAT, THE     *
      *    PRICE LISTS. EACH ENTRY GIVES ONE PRODUCT A PRICE ON ONE    *
      *    LIST FOR A FROM-DATE/TO-DATE PERIOD. LIST 000 HOLDS THE     *
      *    PROMOTIONS THAT APPLY TO EVERY CLIENT; ANY OTHER LIST IS A  *
      *    NEGOTIATED TABLE ASSIGNED TO CLIENTS IN CLIENT-MAINT.       *
      *    INVOICE-PROG AND COMPRAS-IMPORT CHECK EACH PURCHASE AGAINST *
      *    THE PRICE IN EFFECT ON ITS PURCHASE DATE. THE PRODUCT MUST  *
      *    EXIST ON PRODUTOS.DAT, AND TWO PERIODS OF THE SAME PRODUCT  *
      *    ON THE SAME LIST MAY NOT OVERLAP. A NEW PRICE IS ENTERED AS *
      *    A NEW PERIOD; CHANGE ONLY TOUCHES THE PRICE AND THE TO-DATE *
      *    OF AN EXISTING ONE. EVERY ADD, CHANGE AND DELETE IS LOGGED  *
      *    ON AUDITORIA.DAT UNDER THE OPERATOR ID ASKED AT SIGN-ON.    *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    PRICES                 I-O                     -            *
      *    PRODUCTS                I                      -            *
      *    AUDIT-LOG               O                      -            *
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
      *                    SELECT PRECOS.DAT
      *=================================================================
           SELECT PRICES ASSIGN TO "C:\Cobol\task3\data\PRECOS.DAT"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-PRICE-KEY
                              FILE STATUS IS FS-PRICES-STATUS.

      *=================================================================
      *                    SELECT PRODUTOS.DAT
      *=================================================================
           SELECT PRODUCTS ASSIGN TO "C:\Cobol\task3\data\PRODUTOS.DAT"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
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
       DATA                            DIVISION.
       FILE                            SECTION.
      **================== FD PRICES BEGINNING ========================*
      *    KEY IS LIST + PRODUCT + FROM-DATE, SO ALL PERIODS OF ONE    *
      *    PRODUCT ON ONE LIST READ IN DATE ORDER. RG-PRICE-TO-DATE    *
      *    99999999 MEANS OPEN-ENDED (ENTERED AS ZERO). LIST 000 IS    *
      *    THE PROMOTION LIST THAT APPLIES TO EVERY CLIENT.            *
       FD  PRICES.
       01  RG-PRICE.
           05 RG-PRICE-KEY.
              10 RG-PRICE-LIST     PIC 9(03).
              10 RG-PRICE-PROD     PIC 9(05).
              10 RG-PRICE-FROM-DATE PIC 9(08).
           05 RG-PRICE-TO-DATE     PIC 9(08).
           05 RG-PRICE-AMOUNT      PIC 9(08)V99.

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
      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "========== WORKING-STORAGE BEGINNING ==========".

      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-PRICES-STATUS        PIC 9(02).
       77  FS-PRODUCTS-STATUS      PIC 9(02).
       77  FS-AUDIT-STATUS         PIC 9(02).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(057) VALUE
           "============ PROCESSMENT VARIABLES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPTION       PIC X(01) VALUE SPACES.
       77  WRK-DONE-SW      PIC X(01) VALUE "N".
           88 WRK-DONE                VALUE "S".
       77  WRK-VALID-SW     PIC X(01) VALUE "N".
           88 WRK-VALID               VALUE "S".
       77  WRK-SCAN-EOF-SW  PIC X(01) VALUE "N".
           88 WRK-SCAN-EOF            VALUE "S".
       77  WRK-OVERLAP-SW   PIC X(01) VALUE "N".
           88 WRK-OVERLAP             VALUE "S".
       77  WRK-FOUND-SW     PIC X(01) VALUE "N".
           88 WRK-FOUND               VALUE "S".
      *----------------------------------------------------------------*
      *    KEY OF THE ENTRY BEING WORKED ON - KEPT APART FROM THE FD   *
      *    BECAUSE THE OVERLAP SCAN READS OVER THE RECORD AREA.        *
      *----------------------------------------------------------------*
       77  WRK-KEY-LIST     PIC 9(03) VALUE ZEROS.
       77  WRK-KEY-PROD     PIC 9(05) VALUE ZEROS.
       77  WRK-KEY-FROM     PIC 9(08) VALUE ZEROS.
       77  WRK-NEW-TO       PIC 9(08) VALUE ZEROS.
       77  WRK-NEW-PRICE    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-OPEN-END     PIC 9(08) VALUE 99999999.
      *----------------------------------------------------------------*
      *    CALENDAR CHECK FOR THE PERIOD DATES - SAME MONTH-LENGTH AND *
      *    LEAP-YEAR IDIOM AS PURCHASE-MAINT'S PURCHASE-DATE CHECK.    *
      *----------------------------------------------------------------*
       01  WRK-CHK-DATE-G.
           05 WRK-CHK-DATE-YYYY PIC 9(04).
           05 WRK-CHK-DATE-MM   PIC 9(02).
           05 WRK-CHK-DATE-DD   PIC 9(02).
       01  WRK-CHK-DATE REDEFINES WRK-CHK-DATE-G PIC 9(08).
       77  WRK-MONTH-LEN    PIC 9(02)  VALUE ZEROS.
       77  WRK-LEAP-REM     PIC 9(04)  VALUE ZEROS.
       77  WRK-LEAP-QUOT    PIC 9(04)  VALUE ZEROS.
       77  WRK-LEAP-SW      PIC X(01)  VALUE "N".
           88 WRK-LEAP-YEAR           VALUE "Y".
       01  WRK-MONTH-DAYS-VAL PIC X(24) VALUE
           "312831303130313130313031".
       01  WRK-MONTH-DAYS-TAB REDEFINES WRK-MONTH-DAYS-VAL.
           05 WRK-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
       77  WRK-PRICE-ED     PIC ZZ.ZZZ.ZZZ,ZZ.
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
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERROR       PIC X(20) VALUE "FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
           PERFORM 0100-INIT.
           PERFORM 0210-SHOWING-MENU UNTIL WRK-DONE.
           PERFORM 0300-END.
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
      **================ OPENING-PRICES BEGINNING =====================**
      *    OPEN I-O SO NEW PERIODS CAN BE WRITTEN; IF PRECOS.DAT DOES  *
      *    NOT EXIST YET, CREATE IT EMPTY FIRST.                       *
       0110-OPEN-PRICES.
           OPEN I-O PRICES.
           IF FS-PRICES-STATUS EQUAL 35
              OPEN OUTPUT PRICES
              CLOSE PRICES
              OPEN I-O PRICES
           END-IF.
           IF FS-PRICES-STATUS NOT EQUAL 00
              DISPLAY "PRICES: " WRK-OPEN-ERROR
              DISPLAY "STATUS: " FS-PRICES-STATUS
              GOBACK
           END-IF.
      **================ OPENING-PRODUCTS BEGINNING ===================**
      *    EVERY ENTRY NAMES A PRODUCT, SO A MISSING PRODUTOS.DAT IS A *
      *    HARD STOP.                                                  *
       0120-OPEN-PRODUCTS.
           OPEN INPUT PRODUCTS.
           IF FS-PRODUCTS-STATUS NOT EQUAL 00
              DISPLAY "PRODUCTS: " WRK-OPEN-ERROR
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
       0210-SHOWING-MENU.
           DISPLAY "=========================================".
           DISPLAY " MANUTENCAO DE TABELAS DE PRECOS         ".
           DISPLAY "=========================================".
           DISPLAY "  (A) INCLUIR PRECO/PROMOCAO".
           DISPLAY "  (C) ALTERAR PRECO/PROMOCAO".
           DISPLAY "  (D) EXCLUIR PRECO/PROMOCAO".
           DISPLAY "  (I) CONSULTAR PRECOS DE UM PRODUTO".
           DISPLAY "  (S) SAIR".
           DISPLAY "DIGITE A OPCAO DESEJADA: "
             ACCEPT WRK-OPTION.
           EVALUATE WRK-OPTION
             WHEN "A" PERFORM 0220-ADD-PRICE
             WHEN "C" PERFORM 0230-CHANGE-PRICE
             WHEN "D" PERFORM 0240-DELETE-PRICE
             WHEN "I" PERFORM 0250-INQUIRY-PRICE
             WHEN "S" SET WRK-DONE TO TRUE
             WHEN OTHER
                DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
      **================ ADD-PRICE BEGINNING ==========================**
      *    THE PRODUCT MUST EXIST AND THE FROM-DATE BE A REAL DAY;     *
      *    THE NEW PERIOD MAY NOT OVERLAP ANOTHER OF THE SAME PRODUCT  *
      *    ON THE SAME LIST.                                           *
       0220-ADD-PRICE.
           PERFORM 0255-ASKING-KEY.
           PERFORM 0257-CHECK-PRODUCT.
           IF WRK-VALID
              MOVE WRK-KEY-FROM TO WRK-CHK-DATE
              PERFORM 0265-VALIDATE-DATE
           END-IF.
           IF WRK-VALID
              PERFORM 0260-ASKING-PERIOD
           END-IF.
           IF WRK-VALID
              PERFORM 0275-CHECK-OVERLAP
           END-IF.
           IF WRK-VALID
              MOVE WRK-KEY-LIST  TO RG-PRICE-LIST
              MOVE WRK-KEY-PROD  TO RG-PRICE-PROD
              MOVE WRK-KEY-FROM  TO RG-PRICE-FROM-DATE
              MOVE WRK-NEW-TO    TO RG-PRICE-TO-DATE
              MOVE WRK-NEW-PRICE TO RG-PRICE-AMOUNT
              WRITE RG-PRICE
                INVALID KEY
                   DISPLAY "JA EXISTE UM PRECO COM ESSA TABELA, "
                           "PRODUTO E DATA INICIAL."
                NOT INVALID KEY
                   DISPLAY "PRECO INCLUIDO COM SUCESSO."
                   MOVE "I" TO WRK-AUD-ACTION
                   MOVE SPACES TO WRK-AUD-BEFORE
                   MOVE RG-PRICE TO WRK-AUD-AFTER
                   MOVE RG-PRICE-KEY TO WRK-AUD-KEY
                   PERFORM 0295-WRITING-AUDIT
              END-WRITE
           END-IF.
      **================ CHANGE-PRICE BEGINNING =======================**
      *    THE OVERLAP SCAN READS OVER THE RECORD AREA, SO THE ENTRY   *
      *    IS READ AGAIN BY KEY BEFORE THE REWRITE.                    *
       0230-CHANGE-PRICE.
           PERFORM 0255-ASKING-KEY.
           MOVE WRK-KEY-LIST TO RG-PRICE-LIST.
           MOVE WRK-KEY-PROD TO RG-PRICE-PROD.
           MOVE WRK-KEY-FROM TO RG-PRICE-FROM-DATE.
           READ PRICES
             INVALID KEY
                DISPLAY "PRECO NAO ENCONTRADO."
             NOT INVALID KEY
                MOVE RG-PRICE TO WRK-AUD-BEFORE
                PERFORM 0270-SHOWING-PRICE
                PERFORM 0260-ASKING-PERIOD
                IF WRK-VALID
                   PERFORM 0275-CHECK-OVERLAP
                END-IF
                IF WRK-VALID
                   MOVE WRK-KEY-LIST TO RG-PRICE-LIST
                   MOVE WRK-KEY-PROD TO RG-PRICE-PROD
                   MOVE WRK-KEY-FROM TO RG-PRICE-FROM-DATE
                   READ PRICES
                     INVALID KEY
                        DISPLAY "ERRO AO ALTERAR O PRECO."
                     NOT INVALID KEY
                        MOVE WRK-NEW-TO    TO RG-PRICE-TO-DATE
                        MOVE WRK-NEW-PRICE TO RG-PRICE-AMOUNT
                        REWRITE RG-PRICE
                          INVALID KEY
                             DISPLAY "ERRO AO ALTERAR O PRECO."
                          NOT INVALID KEY
                             DISPLAY "PRECO ALTERADO COM SUCESSO."
                             MOVE "A" TO WRK-AUD-ACTION
                             MOVE RG-PRICE TO WRK-AUD-AFTER
                             MOVE RG-PRICE-KEY TO WRK-AUD-KEY
                             PERFORM 0295-WRITING-AUDIT
                        END-REWRITE
                   END-READ
                END-IF
           END-READ.
      **================ DELETE-PRICE BEGINNING =======================**
      *    ONCE DELETED, PURCHASES OF THE PERIOD ARE CHECKED AGAINST   *
      *    WHATEVER ELSE IS IN EFFECT - USUALLY THE MASTER PRICE.      *
       0240-DELETE-PRICE.
           PERFORM 0255-ASKING-KEY.
           MOVE WRK-KEY-LIST TO RG-PRICE-LIST.
           MOVE WRK-KEY-PROD TO RG-PRICE-PROD.
           MOVE WRK-KEY-FROM TO RG-PRICE-FROM-DATE.
           READ PRICES
             INVALID KEY
                DISPLAY "PRECO NAO ENCONTRADO."
             NOT INVALID KEY
                MOVE RG-PRICE TO WRK-AUD-BEFORE
                DELETE PRICES
                  INVALID KEY
                     DISPLAY "ERRO AO EXCLUIR O PRECO."
                  NOT INVALID KEY
                     DISPLAY "PRECO EXCLUIDO COM SUCESSO."
                     MOVE "E" TO WRK-AUD-ACTION
                     MOVE SPACES TO WRK-AUD-AFTER
                     MOVE RG-PRICE-KEY TO WRK-AUD-KEY
                     PERFORM 0295-WRITING-AUDIT
                END-DELETE
           END-READ.
      **================ INQUIRY-PRICE BEGINNING ======================**
      *    LISTS EVERY PERIOD OF ONE PRODUCT ON ONE LIST, OLDEST FIRST.*
       0250-INQUIRY-PRICE.
           DISPLAY "TABELA DE PRECOS (0 = PROMOCOES): "
             ACCEPT WRK-KEY-LIST.
           DISPLAY "CODIGO DO PRODUTO: "
             ACCEPT WRK-KEY-PROD.
           MOVE "N" TO WRK-SCAN-EOF-SW.
           MOVE "N" TO WRK-FOUND-SW.
           MOVE WRK-KEY-LIST TO RG-PRICE-LIST.
           MOVE WRK-KEY-PROD TO RG-PRICE-PROD.
           MOVE ZEROS        TO RG-PRICE-FROM-DATE.
           START PRICES KEY IS NOT LESS THAN RG-PRICE-KEY
             INVALID KEY
                SET WRK-SCAN-EOF TO TRUE
           END-START.
           PERFORM 0252-LISTING-PERIODS UNTIL WRK-SCAN-EOF.
           IF NOT WRK-FOUND
              DISPLAY "NENHUM PRECO CADASTRADO PARA ESSE PRODUTO NESSA "
                      "TABELA."
           END-IF.
      **================ LISTING-PERIODS BEGINNING ====================**
       0252-LISTING-PERIODS.
           READ PRICES NEXT
             AT END
                SET WRK-SCAN-EOF TO TRUE
             NOT AT END
                IF RG-PRICE-LIST NOT EQUAL WRK-KEY-LIST
                   OR RG-PRICE-PROD NOT EQUAL WRK-KEY-PROD
                   SET WRK-SCAN-EOF TO TRUE
                ELSE
                   SET WRK-FOUND TO TRUE
                   DISPLAY "-----------------------------------------"
                   PERFORM 0270-SHOWING-PRICE
                END-IF
           END-READ.
      **================ ASKING-KEY BEGINNING =========================**
       0255-ASKING-KEY.
           DISPLAY "TABELA DE PRECOS (0 = PROMOCOES): "
             ACCEPT WRK-KEY-LIST.
           DISPLAY "CODIGO DO PRODUTO: "
             ACCEPT WRK-KEY-PROD.
           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD): "
             ACCEPT WRK-KEY-FROM.
      **================ CHECK-PRODUCT BEGINNING ======================**
       0257-CHECK-PRODUCT.
           MOVE "S" TO WRK-VALID-SW.
           MOVE WRK-KEY-PROD TO RG-PRODUCTS-CODE.
           READ PRODUCTS
             INVALID KEY
                DISPLAY "PRODUTO NAO CADASTRADO. OPERACAO CANCELADA."
                MOVE "N" TO WRK-VALID-SW
             NOT INVALID KEY
                DISPLAY "PRODUTO: " RG-PRODUCTS-DESC
                MOVE RG-PRODUCTS-PRICE TO WRK-PRICE-ED
                DISPLAY "PRECO DE CADASTRO: " WRK-PRICE-ED
           END-READ.
      **================ ASKING-PERIOD BEGINNING ======================**
      *    PRICE AND TO-DATE OF THE PERIOD STARTING ON WRK-KEY-FROM.   *
      *    A ZERO TO-DATE LEAVES THE PERIOD OPEN-ENDED.                *
       0260-ASKING-PERIOD.
           MOVE "S" TO WRK-VALID-SW.
           DISPLAY "PRECO: "
             ACCEPT WRK-NEW-PRICE.
           IF WRK-NEW-PRICE EQUAL ZEROS
              DISPLAY "PRECO INVALIDO. OPERACAO CANCELADA."
              MOVE "N" TO WRK-VALID-SW
           END-IF.
           IF WRK-VALID
              DISPLAY "FIM DA VIGENCIA (AAAAMMDD, 0 = SEM FIM): "
                ACCEPT WRK-NEW-TO
              IF WRK-NEW-TO EQUAL ZEROS
                 MOVE WRK-OPEN-END TO WRK-NEW-TO
              ELSE
                 MOVE WRK-NEW-TO TO WRK-CHK-DATE
                 PERFORM 0265-VALIDATE-DATE
                 IF WRK-VALID
                    AND WRK-NEW-TO LESS THAN WRK-KEY-FROM
                    DISPLAY "FIM DA VIGENCIA ANTERIOR AO INICIO. "
                            "OPERACAO CANCELADA."
                    MOVE "N" TO WRK-VALID-SW
                 END-IF
              END-IF
           END-IF.
      **================ VALIDATE-DATE BEGINNING ======================**
      *    WRK-CHK-DATE MUST NAME A REAL CALENDAR DAY.                 *
       0265-VALIDATE-DATE.
           IF WRK-CHK-DATE-YYYY LESS THAN 1900
              OR WRK-CHK-DATE-MM LESS THAN 01
              OR WRK-CHK-DATE-MM GREATER THAN 12
              DISPLAY "DATA INVALIDA (" WRK-CHK-DATE
                      "). OPERACAO CANCELADA."
              MOVE "N" TO WRK-VALID-SW
           ELSE
              MOVE WRK-MONTH-DAYS (WRK-CHK-DATE-MM) TO WRK-MONTH-LEN
              IF WRK-CHK-DATE-MM EQUAL 02
                 MOVE "N" TO WRK-LEAP-SW
                 DIVIDE WRK-CHK-DATE-YYYY BY 4 GIVING WRK-LEAP-QUOT
                        REMAINDER WRK-LEAP-REM
                 IF WRK-LEAP-REM EQUAL ZEROS
                    SET WRK-LEAP-YEAR TO TRUE
                 END-IF
                 DIVIDE WRK-CHK-DATE-YYYY BY 100 GIVING WRK-LEAP-QUOT
                        REMAINDER WRK-LEAP-REM
                 IF WRK-LEAP-REM EQUAL ZEROS
                    MOVE "N" TO WRK-LEAP-SW
                 END-IF
                 DIVIDE WRK-CHK-DATE-YYYY BY 400 GIVING WRK-LEAP-QUOT
                        REMAINDER WRK-LEAP-REM
                 IF WRK-LEAP-REM EQUAL ZEROS
                    SET WRK-LEAP-YEAR TO TRUE
                 END-IF
                 IF WRK-LEAP-YEAR
                    MOVE 29 TO WRK-MONTH-LEN
                 END-IF
              END-IF
              IF WRK-CHK-DATE-DD LESS THAN 01
                 OR WRK-CHK-DATE-DD GREATER THAN WRK-MONTH-LEN
                 DISPLAY "DATA INVALIDA (" WRK-CHK-DATE
                         "). OPERACAO CANCELADA."
                 MOVE "N" TO WRK-VALID-SW
              END-IF
           END-IF.
      **================ SHOWING-PRICE BEGINNING ======================**
       0270-SHOWING-PRICE.
           MOVE RG-PRICE-AMOUNT TO WRK-PRICE-ED.
           IF RG-PRICE-LIST EQUAL ZEROS
              DISPLAY "TABELA:     000 (PROMOCAO)"
           ELSE
              DISPLAY "TABELA:     " RG-PRICE-LIST
           END-IF.
           DISPLAY "PRODUTO:    " RG-PRICE-PROD.
           DISPLAY "PRECO:      " WRK-PRICE-ED.
           DISPLAY "VIGENCIA:   " RG-PRICE-FROM-DATE.
           IF RG-PRICE-TO-DATE EQUAL WRK-OPEN-END
              DISPLAY "ATE:        SEM FIM"
           ELSE
              DISPLAY "ATE:        " RG-PRICE-TO-DATE
           END-IF.
      **================ CHECK-OVERLAP BEGINNING ======================**
      *    WALKS EVERY PERIOD OF THE SAME LIST/PRODUCT; THE ENTRY WITH *
      *    THE SAME FROM-DATE IS THE ONE BEING CHANGED (ON ADD IT IS A *
      *    DUPLICATE KEY, WHICH THE WRITE ITSELF REFUSES).             *
       0275-CHECK-OVERLAP.
           MOVE "N" TO WRK-SCAN-EOF-SW.
           MOVE "N" TO WRK-OVERLAP-SW.
           MOVE WRK-KEY-LIST TO RG-PRICE-LIST.
           MOVE WRK-KEY-PROD TO RG-PRICE-PROD.
           MOVE ZEROS        TO RG-PRICE-FROM-DATE.
           START PRICES KEY IS NOT LESS THAN RG-PRICE-KEY
             INVALID KEY
                SET WRK-SCAN-EOF TO TRUE
           END-START.
           PERFORM 0277-SCANNING-OVERLAP
             UNTIL WRK-SCAN-EOF OR WRK-OVERLAP.
           IF WRK-OVERLAP
              DISPLAY "PERIODO SOBREPOE A VIGENCIA INICIADA EM "
                      RG-PRICE-FROM-DATE ". OPERACAO CANCELADA."
              MOVE "N" TO WRK-VALID-SW
           END-IF.
      **================ SCANNING-OVERLAP BEGINNING ===================**
       0277-SCANNING-OVERLAP.
           READ PRICES NEXT
             AT END
                SET WRK-SCAN-EOF TO TRUE
             NOT AT END
                IF RG-PRICE-LIST NOT EQUAL WRK-KEY-LIST
                   OR RG-PRICE-PROD NOT EQUAL WRK-KEY-PROD
                   SET WRK-SCAN-EOF TO TRUE
                ELSE
                   IF RG-PRICE-FROM-DATE NOT EQUAL WRK-KEY-FROM
                      AND RG-PRICE-FROM-DATE NOT GREATER THAN WRK-NEW-TO
                      AND RG-PRICE-TO-DATE NOT LESS THAN WRK-KEY-FROM
                      SET WRK-OVERLAP TO TRUE
                   END-IF
                END-IF
           END-READ.
      **================ WRITING-AUDIT BEGINNING ======================**
      *    ONE AUDITORIA.DAT RECORD FOR THE CHANGE JUST MADE - THE     *
      *    CALLER SETS ACTION, KEY AND BOTH IMAGES.                    *
       0295-WRITING-AUDIT.
           MOVE SPACES TO RG-AUD.
           ACCEPT RG-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-AUD-TIME FROM TIME.
           MOVE WRK-AUD-HHMMSS TO RG-AUD-TIME.
           MOVE WRK-OPERATOR   TO RG-AUD-OPERATOR.
           MOVE "PRECOS"       TO RG-AUD-FILE.
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
           CLOSE PRICES.
           CLOSE PRODUCTS.
           CLOSE AUDIT-LOG.
      *----------------------------------------------------------------*
