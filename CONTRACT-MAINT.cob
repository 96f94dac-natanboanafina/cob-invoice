       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.CONTRACT-MAINT.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 24/11/2022                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : ADD/CHANGE/DELETE/INQUIRE CONTRATOS.DAT, THE  *
      *    RECURRING BILLING CONTRACTS. EACH CONTRACT BILLS ONE CLIENT *
      *    A FIXED AMOUNT FOR ONE PRODUCT EVERY N MONTHS FROM ITS      *
      *    START DATE UNTIL ITS END DATE; CONTRACT-GEN TURNS EVERY     *
      *    CYCLE THAT FALLS DUE INTO A COMPRAS.DAT PURCHASE AND MOVES  *
      *    THE NEXT BILLING DATE ON. THE CLIENT AND THE PRODUCT MUST   *
      *    EXIST, THE DISCOUNT MAY NOT PASS 100% AND THE DATES MUST BE *
      *    REAL DAYS IN ORDER (START <= NEXT BILLING <= END). THE      *
      *    CLIENT OF A CONTRACT IS NOT CHANGED HERE - A CONTRACT FOR   *
      *    ANOTHER CLIENT IS A NEW CONTRACT. EVERY ADD, CHANGE AND     *
      *    DELETE IS LOGGED ON AUDITORIA.DAT UNDER THE OPERATOR ID     *
      *    ASKED AT SIGN-ON.                                           *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    CONTRACTS              I-O                     -            *
      *    CLIENTS                 I                      -            *
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
      *                    SELECT CONTRATOS.DAT
      *=================================================================
           SELECT CONTRACTS ASSIGN TO
                                 "C:\Cobol\task3\data\CONTRATOS.DAT"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-CONTRACT-ID
                              FILE STATUS IS FS-CONTRACTS-STATUS.

      *=================================================================
      *                    SELECT CLIENTES.DAT
      *=================================================================
           SELECT CLIENTS ASSIGN TO "C:\Cobol\task3\data\CLIENTES.DAT"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-CLIENTS-ID
                              FILE STATUS IS FS-CLIENTS-STATUS.

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
      **================= FD CONTRACTS BEGINNING ======================*
      *    RG-CONTRACT-FREQ IS THE NUMBER OF MONTHS BETWEEN CYCLES     *
      *    (01 MONTHLY, 03 QUARTERLY, 12 YEARLY). RG-CONTRACT-END      *
      *    99999999 MEANS NO END DATE (ENTERED AS ZERO). THE LAST      *
      *    CYCLE/PURCHASE PAIR IS STAMPED BY CONTRACT-GEN AND ONLY     *
      *    SHOWN HERE.                                                 *
       FD  CONTRACTS.
       01  RG-CONTRACT.
           05 RG-CONTRACT-ID       PIC 9(05).
           05 RG-CONTRACT-CLID     PIC 9(05).
           05 RG-CONTRACT-PROD     PIC 9(05).
           05 RG-CONTRACT-AMOUNT   PIC 9(08)V99.
           05 RG-CONTRACT-DISCOUNT PIC 9(03)V99.
           05 RG-CONTRACT-FREQ     PIC 9(02).
           05 RG-CONTRACT-START    PIC 9(08).
           05 RG-CONTRACT-END      PIC 9(08).
           05 RG-CONTRACT-NEXT-DATE PIC 9(08).
           05 RG-CONTRACT-LAST-CYCLE PIC 9(08).
           05 RG-CONTRACT-LAST-PURCH PIC 9(05).

      **================== FD CLIENTS BEGINNING =======================*
       FD  CLIENTS.
       01  RG-CLIENTS.
           05 RG-CLIENTS-ID        PIC 9(05).
           05 RG-CLIENTS-NAME      PIC X(20).
           05 RG-CLIENTS-TERMS.
              10 RG-CLIENTS-TERM-DAYS OCCURS 3 TIMES PIC 9(03).
           05 RG-CLIENTS-REP       PIC 9(03).
           05 RG-CLIENTS-PRICE-LIST PIC 9(03).

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
       77  FS-CONTRACTS-STATUS     PIC 9(02).
       77  FS-CLIENTS-STATUS       PIC 9(02).
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
       77  WRK-NEW-CLID     PIC 9(05) VALUE ZEROS.
       77  WRK-NEW-PROD     PIC 9(05) VALUE ZEROS.
       77  WRK-NEW-AMOUNT   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-NEW-DISCOUNT PIC 9(03)V99 VALUE ZEROS.
       77  WRK-NEW-FREQ     PIC 9(02) VALUE ZEROS.
       77  WRK-NEW-START    PIC 9(08) VALUE ZEROS.
       77  WRK-NEW-END      PIC 9(08) VALUE ZEROS.
       77  WRK-NEW-NEXT     PIC 9(08) VALUE ZEROS.
       77  WRK-OPEN-END     PIC 9(08) VALUE 99999999.
      *----------------------------------------------------------------*
      *    CALENDAR CHECK FOR THE CONTRACT DATES - SAME MONTH-LENGTH   *
      *    AND LEAP-YEAR IDIOM AS PURCHASE-MAINT'S PURCHASE-DATE CHECK.*
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
       77  WRK-PCT-ED       PIC ZZ9,99.
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
      **================ OPENING-CONTRACTS BEGINNING ==================**
      *    OPEN I-O SO NEW CONTRACTS CAN BE WRITTEN; IF CONTRATOS.DAT  *
      *    DOES NOT EXIST YET, CREATE IT EMPTY FIRST.                  *
       0110-OPEN-CONTRACTS.
           OPEN I-O CONTRACTS.
           IF FS-CONTRACTS-STATUS EQUAL 35
              OPEN OUTPUT CONTRACTS
              CLOSE CONTRACTS
              OPEN I-O CONTRACTS
           END-IF.
           IF FS-CONTRACTS-STATUS NOT EQUAL 00
              DISPLAY "CONTRACTS: " WRK-OPEN-ERROR
              DISPLAY "STATUS:    " FS-CONTRACTS-STATUS
              GOBACK
           END-IF.
      **================ OPENING-CLIENTS BEGINNING ===================**
      *    INPUT ONLY - THE CLIENT MASTER IS MAINTAINED BY             *
      *    CLIENT-MAINT; HERE IT IS ONLY READ TO VALIDATE THE CLIENT.  *
       0120-OPEN-CLIENTS.
           OPEN INPUT CLIENTS.
           IF FS-CLIENTS-STATUS NOT EQUAL 00
              DISPLAY "CLIENTS: " WRK-OPEN-ERROR
              DISPLAY "STATUS:  " FS-CLIENTS-STATUS
              GOBACK
           END-IF.
      **================ OPENING-PRODUCTS BEGINNING ===================**
      *    INPUT ONLY - READ TO VALIDATE THE PRODUCT AND SHOW ITS      *
      *    MASTER PRICE NEXT TO THE CONTRACT AMOUNT.                   *
       0130-OPEN-PRODUCTS.
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
           DISPLAY " MANUTENCAO DE CONTRATOS - CONTRATOS.DAT ".
           DISPLAY "=========================================".
           DISPLAY "  (A) INCLUIR CONTRATO".
           DISPLAY "  (C) ALTERAR CONTRATO".
           DISPLAY "  (D) EXCLUIR CONTRATO".
           DISPLAY "  (I) CONSULTAR CONTRATO".
           DISPLAY "  (S) SAIR".
           DISPLAY "DIGITE A OPCAO DESEJADA: "
             ACCEPT WRK-OPTION.
           EVALUATE WRK-OPTION
             WHEN "A" PERFORM 0220-ADD-CONTRACT
             WHEN "C" PERFORM 0230-CHANGE-CONTRACT
             WHEN "D" PERFORM 0240-DELETE-CONTRACT
             WHEN "I" PERFORM 0250-INQUIRY-CONTRACT
             WHEN "S" SET WRK-DONE TO TRUE
             WHEN OTHER
                DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
      **================ ADD-CONTRACT BEGINNING =======================**
      *    A NEW CONTRACT HAS NOT BEEN BILLED YET - ITS FIRST CYCLE IS *
      *    THE NEXT BILLING DATE TYPED (ZERO = THE START DATE).        *
       0220-ADD-CONTRACT.
           DISPLAY "NUMERO DO NOVO CONTRATO: "
             ACCEPT RG-CONTRACT-ID.
           DISPLAY "ID DO CLIENTE: "
             ACCEPT WRK-NEW-CLID.
           PERFORM 0257-CHECK-CLIENT.
           IF WRK-VALID
              DISPLAY "DATA DE INICIO (AAAAMMDD): "
                ACCEPT WRK-NEW-START
              MOVE WRK-NEW-START TO WRK-CHK-DATE
              PERFORM 0265-VALIDATE-DATE
           END-IF.
           IF WRK-VALID
              MOVE ZEROS TO RG-CONTRACT-LAST-CYCLE
              PERFORM 0260-ASKING-TERMS
           END-IF.
           IF WRK-VALID
              MOVE WRK-NEW-CLID     TO RG-CONTRACT-CLID
              MOVE WRK-NEW-PROD     TO RG-CONTRACT-PROD
              MOVE WRK-NEW-AMOUNT   TO RG-CONTRACT-AMOUNT
              MOVE WRK-NEW-DISCOUNT TO RG-CONTRACT-DISCOUNT
              MOVE WRK-NEW-FREQ     TO RG-CONTRACT-FREQ
              MOVE WRK-NEW-START    TO RG-CONTRACT-START
              MOVE WRK-NEW-END      TO RG-CONTRACT-END
              MOVE WRK-NEW-NEXT     TO RG-CONTRACT-NEXT-DATE
              MOVE ZEROS            TO RG-CONTRACT-LAST-CYCLE
                                       RG-CONTRACT-LAST-PURCH
              WRITE RG-CONTRACT
                INVALID KEY
                   DISPLAY "JA EXISTE UM CONTRATO COM ESSE NUMERO."
                NOT INVALID KEY
                   DISPLAY "CONTRATO INCLUIDO COM SUCESSO."
                   MOVE "I" TO WRK-AUD-ACTION
                   MOVE SPACES TO WRK-AUD-BEFORE
                   MOVE RG-CONTRACT TO WRK-AUD-AFTER
                   MOVE RG-CONTRACT-ID TO WRK-AUD-KEY
                   PERFORM 0295-WRITING-AUDIT
              END-WRITE
           END-IF.
      **================ CHANGE-CONTRACT BEGINNING ====================**
      *    EVERYTHING BUT THE CLIENT AND THE START DATE MAY CHANGE.    *
      *    THE NEXT BILLING DATE MAY NOT GO BACK TO OR BEFORE A CYCLE  *
      *    ALREADY BILLED.                                             *
       0230-CHANGE-CONTRACT.
           DISPLAY "NUMERO DO CONTRATO A ALTERAR: "
             ACCEPT RG-CONTRACT-ID.
           READ CONTRACTS
             INVALID KEY
                DISPLAY "CONTRATO NAO ENCONTRADO."
             NOT INVALID KEY
                MOVE RG-CONTRACT TO WRK-AUD-BEFORE
                PERFORM 0270-SHOWING-CONTRACT
                MOVE RG-CONTRACT-CLID  TO WRK-NEW-CLID
                MOVE RG-CONTRACT-START TO WRK-NEW-START
                MOVE "S" TO WRK-VALID-SW
                PERFORM 0260-ASKING-TERMS
                IF WRK-VALID
                   MOVE WRK-NEW-PROD     TO RG-CONTRACT-PROD
                   MOVE WRK-NEW-AMOUNT   TO RG-CONTRACT-AMOUNT
                   MOVE WRK-NEW-DISCOUNT TO RG-CONTRACT-DISCOUNT
                   MOVE WRK-NEW-FREQ     TO RG-CONTRACT-FREQ
                   MOVE WRK-NEW-END      TO RG-CONTRACT-END
                   MOVE WRK-NEW-NEXT     TO RG-CONTRACT-NEXT-DATE
                   REWRITE RG-CONTRACT
                     INVALID KEY
                        DISPLAY "ERRO AO ALTERAR O CONTRATO."
                     NOT INVALID KEY
                        DISPLAY "CONTRATO ALTERADO COM SUCESSO."
                        MOVE "A" TO WRK-AUD-ACTION
                        MOVE RG-CONTRACT TO WRK-AUD-AFTER
                        MOVE RG-CONTRACT-ID TO WRK-AUD-KEY
                        PERFORM 0295-WRITING-AUDIT
                   END-REWRITE
                END-IF
           END-READ.
      **================ DELETE-CONTRACT BEGINNING ====================**
      *    PURCHASES ALREADY GENERATED STAY IN COMPRAS.DAT AND ARE     *
      *    BILLED AS USUAL; NO FURTHER CYCLE IS GENERATED.             *
       0240-DELETE-CONTRACT.
           DISPLAY "NUMERO DO CONTRATO A EXCLUIR: "
             ACCEPT RG-CONTRACT-ID.
           READ CONTRACTS
             INVALID KEY
                DISPLAY "CONTRATO NAO ENCONTRADO."
             NOT INVALID KEY
                MOVE RG-CONTRACT TO WRK-AUD-BEFORE
                DELETE CONTRACTS
                  INVALID KEY
                     DISPLAY "ERRO AO EXCLUIR O CONTRATO."
                  NOT INVALID KEY
                     DISPLAY "CONTRATO EXCLUIDO COM SUCESSO."
                     MOVE "E" TO WRK-AUD-ACTION
                     MOVE SPACES TO WRK-AUD-AFTER
                     MOVE RG-CONTRACT-ID TO WRK-AUD-KEY
                     PERFORM 0295-WRITING-AUDIT
                END-DELETE
           END-READ.
      **================ INQUIRY-CONTRACT BEGINNING ===================**
       0250-INQUIRY-CONTRACT.
           DISPLAY "NUMERO DO CONTRATO A CONSULTAR: "
             ACCEPT RG-CONTRACT-ID.
           READ CONTRACTS
             INVALID KEY
                DISPLAY "CONTRATO NAO ENCONTRADO."
             NOT INVALID KEY
                PERFORM 0270-SHOWING-CONTRACT
           END-READ.
      **================ CHECK-CLIENT BEGINNING =======================**
       0257-CHECK-CLIENT.
           MOVE "S" TO WRK-VALID-SW.
           MOVE WRK-NEW-CLID TO RG-CLIENTS-ID.
           READ CLIENTS
             INVALID KEY
                DISPLAY "CLIENTE NAO CADASTRADO. OPERACAO CANCELADA."
                MOVE "N" TO WRK-VALID-SW
             NOT INVALID KEY
                DISPLAY "CLIENTE: " RG-CLIENTS-NAME
           END-READ.
      **================ ASKING-TERMS BEGINNING =======================**
      *    PRODUCT, AMOUNT, DISCOUNT, FREQUENCY, END AND NEXT BILLING  *
      *    DATE - SHARED BY ADD AND CHANGE. WRK-NEW-START IS ALREADY   *
      *    SET; RG-CONTRACT-LAST-CYCLE HOLDS THE LAST BILLED CYCLE     *
      *    (ZERO ON ADD).                                              *
       0260-ASKING-TERMS.
           DISPLAY "CODIGO DO PRODUTO: "
             ACCEPT WRK-NEW-PROD.
           MOVE WRK-NEW-PROD TO RG-PRODUCTS-CODE.
           READ PRODUCTS
             INVALID KEY
                DISPLAY "PRODUTO NAO CADASTRADO. OPERACAO CANCELADA."
                MOVE "N" TO WRK-VALID-SW
             NOT INVALID KEY
                DISPLAY "PRODUTO: " RG-PRODUCTS-DESC
                MOVE RG-PRODUCTS-PRICE TO WRK-PRICE-ED
                DISPLAY "PRECO DE CADASTRO: " WRK-PRICE-ED
           END-READ.
           IF WRK-VALID
              DISPLAY "VALOR POR CICLO: "
                ACCEPT WRK-NEW-AMOUNT
              IF WRK-NEW-AMOUNT EQUAL ZEROS
                 DISPLAY "VALOR INVALIDO. OPERACAO CANCELADA."
                 MOVE "N" TO WRK-VALID-SW
              END-IF
           END-IF.
           IF WRK-VALID
              DISPLAY "DESCONTO (%): "
                ACCEPT WRK-NEW-DISCOUNT
              IF WRK-NEW-DISCOUNT GREATER THAN 100,00
                 MOVE WRK-NEW-DISCOUNT TO WRK-PCT-ED
                 DISPLAY "DESCONTO INVALIDO (" WRK-PCT-ED
                         "%) - MAXIMO E 100,00%. OPERACAO CANCELADA."
                 MOVE "N" TO WRK-VALID-SW
              END-IF
           END-IF.
           IF WRK-VALID
              DISPLAY "PERIODICIDADE EM MESES (1 A 12): "
                ACCEPT WRK-NEW-FREQ
              IF WRK-NEW-FREQ LESS THAN 01
                 OR WRK-NEW-FREQ GREATER THAN 12
                 DISPLAY "PERIODICIDADE INVALIDA. OPERACAO CANCELADA."
                 MOVE "N" TO WRK-VALID-SW
              END-IF
           END-IF.
           IF WRK-VALID
              DISPLAY "DATA DE TERMINO (AAAAMMDD, 0 = SEM TERMINO): "
                ACCEPT WRK-NEW-END
              IF WRK-NEW-END EQUAL ZEROS
                 MOVE WRK-OPEN-END TO WRK-NEW-END
              ELSE
                 MOVE WRK-NEW-END TO WRK-CHK-DATE
                 PERFORM 0265-VALIDATE-DATE
                 IF WRK-VALID
                    AND WRK-NEW-END LESS THAN WRK-NEW-START
                    DISPLAY "TERMINO ANTERIOR AO INICIO. "
                            "OPERACAO CANCELADA."
                    MOVE "N" TO WRK-VALID-SW
                 END-IF
              END-IF
           END-IF.
           IF WRK-VALID
              DISPLAY "PROXIMO FATURAMENTO (AAAAMMDD, 0 = INICIO): "
                ACCEPT WRK-NEW-NEXT
              IF WRK-NEW-NEXT EQUAL ZEROS
                 MOVE WRK-NEW-START TO WRK-NEW-NEXT
              END-IF
              MOVE WRK-NEW-NEXT TO WRK-CHK-DATE
              PERFORM 0265-VALIDATE-DATE
           END-IF.
           IF WRK-VALID
              IF WRK-NEW-NEXT LESS THAN WRK-NEW-START
                 OR WRK-NEW-NEXT GREATER THAN WRK-NEW-END
                 DISPLAY "PROXIMO FATURAMENTO FORA DA VIGENCIA DO "
                         "CONTRATO. OPERACAO CANCELADA."
                 MOVE "N" TO WRK-VALID-SW
              END-IF
           END-IF.
           IF WRK-VALID
              AND WRK-NEW-NEXT NOT GREATER THAN RG-CONTRACT-LAST-CYCLE
              DISPLAY "CICLO DE " RG-CONTRACT-LAST-CYCLE
                      " JA FATURADO - PROXIMO FATURAMENTO DEVE SER "
                      "POSTERIOR. OPERACAO CANCELADA."
              MOVE "N" TO WRK-VALID-SW
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
      **================ SHOWING-CONTRACT BEGINNING ===================**
       0270-SHOWING-CONTRACT.
           MOVE RG-CONTRACT-AMOUNT   TO WRK-PRICE-ED.
           MOVE RG-CONTRACT-DISCOUNT TO WRK-PCT-ED.
           DISPLAY "CONTRATO:      " RG-CONTRACT-ID.
           DISPLAY "ID DO CLIENTE: " RG-CONTRACT-CLID.
           DISPLAY "COD. PRODUTO:  " RG-CONTRACT-PROD.
           DISPLAY "VALOR/CICLO:   " WRK-PRICE-ED.
           DISPLAY "DESCONTO (%):  " WRK-PCT-ED.
           DISPLAY "PERIODICIDADE: " RG-CONTRACT-FREQ " MES(ES)".
           DISPLAY "INICIO:        " RG-CONTRACT-START.
           IF RG-CONTRACT-END EQUAL WRK-OPEN-END
              DISPLAY "TERMINO:       SEM TERMINO"
           ELSE
              DISPLAY "TERMINO:       " RG-CONTRACT-END
           END-IF.
           DISPLAY "PROX. FATUR.:  " RG-CONTRACT-NEXT-DATE.
           IF RG-CONTRACT-LAST-CYCLE EQUAL ZEROS
              DISPLAY "ULTIMO CICLO:  NENHUM"
           ELSE
              DISPLAY "ULTIMO CICLO:  " RG-CONTRACT-LAST-CYCLE
                      " - COMPRA " RG-CONTRACT-LAST-PURCH
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
           MOVE "CONTRATOS"    TO RG-AUD-FILE.
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
           CLOSE CONTRACTS.
           CLOSE CLIENTS.
           CLOSE PRODUCTS.
           CLOSE AUDIT-LOG.
      *----------------------------------------------------------------*
