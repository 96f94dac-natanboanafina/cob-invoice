       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.CONTRACT-GEN.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 24/11/2022                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : TURN EVERY RECURRING CONTRACT CYCLE THAT HAS  *
      *    FALLEN DUE (NEXT BILLING DATE UP TO TODAY AND WITHIN THE    *
      *    CONTRACT'S END DATE) INTO A COMPRAS.DAT PURCHASE, AHEAD OF  *
      *    INVOICE-PROG. EACH CYCLE IS VALIDATED THE WAY COMPRAS-      *
      *    IMPORT VALIDATES A FEED ROW (CLIENT AND PRODUCT EXIST,      *
      *    DISCOUNT NOT OVER 100%, REAL CALENDAR DATE, PRICE WITHIN    *
      *    THE PARAMETROS.DAT TOLERANCE OF THE PRICE IN EFFECT FOR THE *
      *    CLIENT ON THE CYCLE DATE) AND IS BILLED AS ONE UNIT AT THE  *
      *    CONTRACT AMOUNT AND DISCOUNT, DATED ON THE CYCLE DATE. THE  *
      *    NEXT BILLING DATE THEN MOVES ON BY THE CONTRACT FREQUENCY,  *
      *    KEEPING THE START DATE'S DAY OF THE MONTH (OR THE MONTH'S   *
      *    LAST DAY WHEN SHORTER); A CONTRACT SEVERAL CYCLES BEHIND    *
      *    CATCHES UP ONE CYCLE AT A TIME. A CYCLE IS NEVER GENERATED  *
      *    TWICE: CICLOS-CONTR.DAT RECORDS EVERY CONTRACT/CYCLE        *
      *    BEFORE ITS PURCHASE IS WRITTEN, SO A RERUN - OR A RUN AFTER *
      *    A CRASH BETWEEN THE TWO WRITES - FINDS THE CYCLE THERE AND  *
      *    ONLY COMPLETES WHAT IS MISSING. A REFUSED CYCLE LEAVES THE  *
      *    CONTRACT WHERE IT WAS, SO THE NEXT RUN TRIES IT AGAIN ONCE  *
      *    THE CAUSE IS FIXED. GENERATED PURCHASES TAKE THEIR IDS FROM *
      *    A BAND RESERVED FOR THEM (WRK-CONTRACT-ID-BASE UP, WHICH    *
      *    COMPRAS-IMPORT REFUSES ON THE FEED), ABOVE THE HIGHEST ID   *
      *    THE BAND HAS EVER GIVEN OUT ON COMPRAS.DAT OR THE LEDGER,   *
      *    SO A FEED ROW NEVER CLASHES WITH A CYCLE AND A PURGED ID IS *
      *    NEVER HANDED OUT AGAIN. THE REPORT ALSO LISTS THE CONTRACTS *
      *    ENDING WITHIN WRK-HORIZON-DAYS (30) SO SALES CAN RENEW THEM.*
      *    RETURN-CODE: 0 CLEAN, 4 PURCHASES SHORT OF STOCK, 8 CYCLES  *
      *    REFUSED, 16 A FILE COULD NOT BE OPENED.                     *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    CONTRACTS              I-O                     -            *
      *    CYCLES                 I-O                     -            *
      *    SHOPPING               I-O                     -            *
      *    CLIENTS                 I                      -            *
      *    PRODUCTS                I                      -            *
      *    PARAM-CTL               I                      -            *
      *    PRICES                  I                      -            *
      *    CONTRACT-RPT            O                      -            *
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
      *                    SELECT CICLOS-CONTR.DAT
      *=================================================================
      *    ONE RECORD PER CONTRACT CYCLE EVER GENERATED, WITH THE      *
      *    PURCHASE ID IT WAS GIVEN - THE GUARD AGAINST BILLING A      *
      *    CYCLE TWICE.                                                *
           SELECT CYCLES ASSIGN TO
                                 "C:\Cobol\task3\data\CICLOS-CONTR.DAT"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-CYCLE-KEY
                              FILE STATUS IS FS-CYCLES-STATUS.

      *=================================================================
      *                    SELECT COMPRAS.DAT
      *=================================================================
      *    SAME KEYS AS INVOICE-PROG'S SELECT - PRIMARY ON THE PURCHASE*
      *    ID, ALTERNATE ON THE CLIENT ID (DUPLICATES ALLOWED).        *
           SELECT SHOPPING ASSIGN TO "C:\Cobol\task3\data\COMPRAS.DAT"
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS RG-SHOPPING-ID
                          ALTERNATE RECORD KEY IS
                             RG-SHOPPING-ID-CLI WITH DUPLICATES
                          FILE STATUS IS FS-SHOPPING-STATUS.

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
      *                    SELECT PARAMETROS.DAT
      *=================================================================
      *    ONLY THE PRICE TOLERANCE IS USED HERE (SEE PARAM-MAINT).    *
           SELECT PARAM-CTL ASSIGN TO
                                 "C:\Cobol\task3\data\PARAMETROS.DAT"
                              ORGANIZATION IS RELATIVE
                              ACCESS MODE IS RANDOM
                              RELATIVE KEY IS WRK-PARAM-KEY
                              FILE STATUS IS FS-PARAM-STATUS.

      *=================================================================
      *                    SELECT PRECOS.DAT
      *=================================================================
      *    PRICE LISTS AND PROMOTIONS (SEE PRICE-MAINT).               *
           SELECT PRICES ASSIGN TO "C:\Cobol\task3\data\PRECOS.DAT"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-PRICE-KEY
                              FILE STATUS IS FS-PRICES-STATUS.

      *=================================================================
      *                    SELECT FAT-CONTRATOS.DAT
      *=================================================================
           SELECT CONTRACT-RPT ASSIGN TO
                                 "C:\Cobol\task3\data\FAT-CONTRATOS.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-CONRPT-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
      **================= FD CONTRACTS BEGINNING ======================*
      *    SAME LAYOUT AS CONTRACT-MAINT'S FD.                         *
       FD  CONTRACTS.
       01  RG-CONTRACT.
           05 RG-CONTRACT-ID       PIC 9(05).
           05 RG-CONTRACT-CLID     PIC 9(05).
           05 RG-CONTRACT-PROD     PIC 9(05).
           05 RG-CONTRACT-AMOUNT   PIC 9(08)V99.
           05 RG-CONTRACT-DISCOUNT PIC 9(03)V99.
           05 RG-CONTRACT-FREQ     PIC 9(02).
           05 RG-CONTRACT-START    PIC 9(08).
           05 RG-CONTRACT-START-G REDEFINES RG-CONTRACT-START.
              10 RG-CONTRACT-START-YYYY PIC 9(04).
              10 RG-CONTRACT-START-MM   PIC 9(02).
              10 RG-CONTRACT-START-DD   PIC 9(02).
           05 RG-CONTRACT-END      PIC 9(08).
           05 RG-CONTRACT-NEXT-DATE PIC 9(08).
           05 RG-CONTRACT-NEXT-G REDEFINES RG-CONTRACT-NEXT-DATE.
              10 RG-CONTRACT-NEXT-YYYY  PIC 9(04).
              10 RG-CONTRACT-NEXT-MM    PIC 9(02).
              10 RG-CONTRACT-NEXT-DD    PIC 9(02).
           05 RG-CONTRACT-LAST-CYCLE PIC 9(08).
           05 RG-CONTRACT-LAST-PURCH PIC 9(05).

      **================== FD CYCLES BEGINNING ========================*
       FD  CYCLES.
       01  RG-CYCLE.
           05 RG-CYCLE-KEY.
              10 RG-CYCLE-CONTRACT PIC 9(05).
              10 RG-CYCLE-DATE     PIC 9(08).
           05 RG-CYCLE-PURCH-ID    PIC 9(05).
           05 RG-CYCLE-CLID        PIC 9(05).
           05 RG-CYCLE-GEN-DATE    PIC 9(08).

      **================= FD SHOPPING BEGINNING =======================*
       FD  SHOPPING.
       01  RG-SHOPPING.
           05 RG-SHOPPING-ID       PIC 9(05).
           05 RG-SHOPPING-ID-CLI   PIC 9(05).
           05 RG-SHOPPING-PROD-CODE PIC 9(05).
           05 RG-SHOPPING-PROD     PIC X(15).
           05 RG-SHOPPING-PRICE    PIC 9(08)V99.
           05 RG-SHOPPING-DISCOUNT PIC 9(03)V99.
           05 RG-SHOPPING-BILLED-FL PIC X(01).
              88 RG-SHOPPING-IS-BILLED    VALUE "S".
              88 RG-SHOPPING-NOT-BILLED   VALUE "N".
           05 RG-SHOPPING-NF-NUM   PIC 9(07).
           05 RG-SHOPPING-PURCH-DATE PIC 9(08).
           05 RG-SHOPPING-QTY      PIC 9(05).

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

      **================ FD PARAM-CTL BEGINNING =======================*
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

      **=============== FD CONTRACT-RPT BEGINNING =====================*
       FD  CONTRACT-RPT.
       01  RG-CONRPT-LINE           PIC X(132).

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
       77  FS-CYCLES-STATUS        PIC 9(02).
       77  FS-SHOPPING-STATUS      PIC 9(02).
       77  FS-CLIENTS-STATUS       PIC 9(02).
       77  FS-PRODUCTS-STATUS      PIC 9(02).
       77  FS-PARAM-STATUS         PIC 9(02).
       77  FS-PRICES-STATUS        PIC 9(02).
       77  FS-CONRPT-STATUS        PIC 9(02).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(057) VALUE
           "============ PROCESSMENT VARIABLES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-CONTRACTS-SW PIC X(01)  VALUE "N".
           88 WRK-CONTRACTS-EOF       VALUE "Y".
       77  WRK-SHOPPING-SW  PIC X(01)  VALUE "N".
           88 WRK-SHOPPING-EOF        VALUE "Y".
       77  WRK-CYCLES-SW    PIC X(01)  VALUE "N".
           88 WRK-CYCLES-EOF          VALUE "Y".
       77  WRK-CONTRACT-SW  PIC X(01)  VALUE "N".
           88 WRK-CONTRACT-DONE       VALUE "Y".
       77  WRK-ROW-OK-SW    PIC X(01)  VALUE "N".
           88 WRK-ROW-OK              VALUE "S".
       77  WRK-REJECT-REASON PIC X(50) VALUE SPACES.
       77  WRK-CYCLE-STATUS PIC X(50)  VALUE SPACES.
       77  WRK-PARAM-KEY    PIC 9(04)  VALUE 1.
       77  WRK-OPEN-END     PIC 9(08)  VALUE 99999999.
      *----------------------------------------------------------------*
      *    RUN COUNTERS.                                               *
      *----------------------------------------------------------------*
       77  WRK-READ-COUNT   PIC 9(06)  VALUE ZEROS.
       77  WRK-NEW-COUNT    PIC 9(06)  VALUE ZEROS.
       77  WRK-OLD-COUNT    PIC 9(06)  VALUE ZEROS.
       77  WRK-REJECT-COUNT PIC 9(06)  VALUE ZEROS.
       77  WRK-EXPIRY-COUNT PIC 9(06)  VALUE ZEROS.
       77  WRK-NOSTOCK-COUNT PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------*
      *    PURCHASE IDS - GENERATED PURCHASES HAVE THEIR OWN BAND,     *
      *    WRK-CONTRACT-ID-BASE TO 99999 (SAME BAND AS COMPRAS-IMPORT, *
      *    WHICH KEEPS THE STORE'S ORDERS OUT OF IT). A CYCLE TAKES    *
      *    THE NEXT ID ABOVE THE HIGHEST ONE THE BAND HAS GIVEN OUT,   *
      *    PROBING PAST ANY ALREADY TAKEN.                             *
      *----------------------------------------------------------------*
       77  WRK-CONTRACT-ID-BASE PIC 9(05) VALUE 90000.
       77  WRK-LAST-ID      PIC 9(05)  VALUE ZEROS.
       77  WRK-PURCH-ID     PIC 9(05)  VALUE ZEROS.
       77  WRK-ID-SW        PIC X(01)  VALUE "N".
           88 WRK-ID-FREE             VALUE "S".
           88 WRK-ID-EXHAUSTED        VALUE "X".
      *----------------------------------------------------------------*
      *    THE CYCLE BEING GENERATED, READY TO MOVE INTO RG-SHOPPING - *
      *    SAME NAMES AS COMPRAS-IMPORT'S PARSED ROW.                  *
      *----------------------------------------------------------------*
       77  WRK-ROW-CLI      PIC 9(05)  VALUE ZEROS.
       77  WRK-ROW-PROD-CODE PIC 9(05) VALUE ZEROS.
       77  WRK-ROW-PRICE    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-ROW-DISC     PIC 9(03)V99 VALUE ZEROS.
       01  WRK-ROW-DATE-G.
           05 WRK-ROW-DATE-YYYY PIC 9(04).
           05 WRK-ROW-DATE-MM   PIC 9(02).
           05 WRK-ROW-DATE-DD   PIC 9(02).
       01  WRK-ROW-DATE REDEFINES WRK-ROW-DATE-G PIC 9(08).
       77  WRK-ROW-QTY      PIC 9(05)  VALUE 1.
      *----------------------------------------------------------------*
      *    UNITS GENERATED SO FAR IN THIS RUN, PER PRODUCT - SAME      *
      *    STOCK WARNING AS COMPRAS-IMPORT'S 0229-CHECK-STOCK.         *
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
      *    PRICE IN EFFECT AND TOLERANCE - SAME RULE AS COMPRAS-       *
      *    IMPORT'S 0230-VALIDATE-PRICE.                               *
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
      *    DATES - TODAY, THE END OF THE EXPIRY HORIZON (TODAY +       *
      *    WRK-HORIZON-DAYS, SAME CARRY IDIOM AS PRICE-EXPIRY) AND THE *
      *    NEXT CYCLE DATE.                                            *
      *----------------------------------------------------------------*
       77  WRK-HORIZON-DAYS PIC 9(03)  VALUE 30.
       01  WRK-TODAY.
           05 WRK-TODAY-YYYY PIC 9(04).
           05 WRK-TODAY-MM   PIC 9(02).
           05 WRK-TODAY-DD   PIC 9(02).
       01  WRK-TODAY-N REDEFINES WRK-TODAY PIC 9(08).
       77  WRK-LIM-YYYY     PIC 9(04)  VALUE ZEROS.
       77  WRK-LIM-MM       PIC 9(02)  VALUE ZEROS.
       77  WRK-LIM-DD       PIC 9(03)  VALUE ZEROS.
       77  WRK-CARRY-SW     PIC X(01)  VALUE "N".
           88 WRK-DATE-CARRY          VALUE "Y".
       01  WRK-LIMIT-DATE-GRP.
           05 WRK-LIM-G-YYYY PIC 9(04).
           05 WRK-LIM-G-MM   PIC 9(02).
           05 WRK-LIM-G-DD   PIC 9(02).
       01  WRK-LIMIT-DATE-N REDEFINES WRK-LIMIT-DATE-GRP PIC 9(08).
       77  WRK-NXT-YYYY     PIC 9(04)  VALUE ZEROS.
       77  WRK-NXT-MM       PIC 9(02)  VALUE ZEROS.
       77  WRK-CHK-YYYY     PIC 9(04)  VALUE ZEROS.
       77  WRK-CHK-MM       PIC 9(02)  VALUE ZEROS.
       77  WRK-MONTH-LEN    PIC 9(02)  VALUE ZEROS.
       77  WRK-LEAP-REM     PIC 9(04)  VALUE ZEROS.
       77  WRK-LEAP-QUOT    PIC 9(04)  VALUE ZEROS.
       77  WRK-LEAP-SW      PIC X(01)  VALUE "N".
           88 WRK-LEAP-YEAR           VALUE "Y".
       01  WRK-MONTH-DAYS-VAL PIC X(24) VALUE
           "312831303130313130313031".
       01  WRK-MONTH-DAYS-TAB REDEFINES WRK-MONTH-DAYS-VAL.
           05 WRK-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
      *----------------------------------------------------------------*
      *    EDITED FIELDS                                               *
      *----------------------------------------------------------------*
       77  WRK-PRICE-ED     PIC ZZ.ZZZ.ZZZ,ZZ.
       77  WRK-PCT-ED       PIC ZZ9,99.
       77  WRK-COUNT-ED     PIC ZZZ.ZZ9.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(052) VALUE
           "============ WARNING MESSAGES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERROR       PIC X(20) VALUE "FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
           PERFORM 0100-INIT.
           PERFORM 0210-READING-CONTRACTS.
           PERFORM 0280-LISTING-EXPIRING.
           PERFORM 0300-END.
      *    GOBACK RATHER THAN STOP RUN - JOB-STREAM CALLS THIS PROGRAM *
      *    AS A STEP OF THE NIGHTLY STREAM AND READS RETURN-CODE BACK. *
           GOBACK.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
      **================ OPENING-CONTRACTS BEGINNING =================**
      *    NO CONTRACTS FILE YET MEANS NOTHING TO BILL - IT IS CREATED *
      *    EMPTY AND THE RUN ENDS CLEAN.                               *
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
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      **================ OPENING-CYCLES BEGINNING ====================**
      *    THE CYCLE LEDGER IS CREATED EMPTY ON THE FIRST RUN.         *
       0115-OPEN-CYCLES.
           OPEN I-O CYCLES.
           IF FS-CYCLES-STATUS EQUAL 35
              OPEN OUTPUT CYCLES
              CLOSE CYCLES
              OPEN I-O CYCLES
           END-IF.
           IF FS-CYCLES-STATUS NOT EQUAL 00
              DISPLAY "CYCLES: " WRK-OPEN-ERROR
              DISPLAY "STATUS: " FS-CYCLES-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      **================ OPENING-SHOPPING BEGINNING ==================**
      *    OPEN I-O SO THE CYCLES CAN BE WRITTEN; IF COMPRAS.DAT DOES  *
      *    NOT EXIST YET, CREATE IT EMPTY FIRST.                       *
       0120-OPEN-SHOPPING.
           OPEN I-O SHOPPING.
           IF FS-SHOPPING-STATUS EQUAL 35
              OPEN OUTPUT SHOPPING
              CLOSE SHOPPING
              OPEN I-O SHOPPING
           END-IF.
           IF FS-SHOPPING-STATUS NOT EQUAL 00
              DISPLAY "SHOPPING: " WRK-OPEN-ERROR
              DISPLAY "STATUS:   " FS-SHOPPING-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      **================ OPENING-CLIENTS BEGINNING ===================**
       0130-OPEN-CLIENTS.
           OPEN INPUT CLIENTS.
           IF FS-CLIENTS-STATUS NOT EQUAL 00
              DISPLAY "CLIENTS: " WRK-OPEN-ERROR
              DISPLAY "STATUS:  " FS-CLIENTS-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      **================ OPENING-PRODUCTS BEGINNING ==================**
       0135-OPEN-PRODUCTS.
           OPEN INPUT PRODUCTS.
           IF FS-PRODUCTS-STATUS NOT EQUAL 00
              DISPLAY "PRODUCTS: " WRK-OPEN-ERROR
              DISPLAY "STATUS:   " FS-PRODUCTS-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      **================ OPENING-PARAM-CTL BEGINNING =================**
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
      **================ OPENING-PRICES BEGINNING ====================**
      *    OPTIONAL - WITHOUT PRECOS.DAT EVERY CYCLE IS CHECKED        *
      *    AGAINST THE MASTER UNIT PRICE.                              *
       0138-OPEN-PRICES.
           OPEN INPUT PRICES.
           IF FS-PRICES-STATUS EQUAL 00
              SET WRK-PRICES-AVAILABLE TO TRUE
           ELSE
              DISPLAY "PRECOS.DAT INDISPONIVEL (STATUS "
                      FS-PRICES-STATUS ") - PRECO DE CADASTRO EM "
                      "TODOS OS CICLOS."
           END-IF.
      **================ OPENING-CONTRACT-RPT BEGINNING ==============**
       0140-OPEN-CONTRACT-RPT.
           OPEN OUTPUT CONTRACT-RPT.
           IF FS-CONRPT-STATUS NOT EQUAL 00
              DISPLAY "CONTRACT-RPT: " WRK-OPEN-ERROR
              DISPLAY "STATUS:       " FS-CONRPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      **================ COMPUTE-LIMIT-DATE BEGINNING ================**
      *    TODAY AND TODAY + WRK-HORIZON-DAYS; THE CARRY LOOP RUNS     *
      *    UNTIL THE DAY FITS THE MONTH IT LANDED IN.                  *
       0150-COMPUTE-LIMIT-DATE.
           ACCEPT WRK-TODAY FROM DATE YYYYMMDD.
           MOVE WRK-TODAY-YYYY TO WRK-LIM-YYYY.
           MOVE WRK-TODAY-MM   TO WRK-LIM-MM.
           COMPUTE WRK-LIM-DD = WRK-TODAY-DD + WRK-HORIZON-DAYS.
           MOVE "Y" TO WRK-CARRY-SW.
           PERFORM 0155-NORMALIZE-LIMIT-DATE
             UNTIL NOT WRK-DATE-CARRY.
           MOVE WRK-LIM-YYYY TO WRK-LIM-G-YYYY.
           MOVE WRK-LIM-MM   TO WRK-LIM-G-MM.
           MOVE WRK-LIM-DD   TO WRK-LIM-G-DD.
           PERFORM 0160-FINDING-LAST-ID.
           PERFORM 0170-WRITING-HEADER.

       0200-PROCESS                    SECTION.
      **================ READING-CONTRACTS BEGINNING =================**
       0210-READING-CONTRACTS.
           MOVE "N" TO WRK-CONTRACTS-SW.
           MOVE ZEROS TO RG-CONTRACT-ID.
           START CONTRACTS KEY IS NOT LESS THAN RG-CONTRACT-ID
             INVALID KEY
               SET WRK-CONTRACTS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WRK-CONTRACTS-EOF
              READ CONTRACTS NEXT RECORD
                AT END
                  SET WRK-CONTRACTS-EOF TO TRUE
              END-READ
              IF NOT WRK-CONTRACTS-EOF
                 ADD 1 TO WRK-READ-COUNT
                 MOVE "N" TO WRK-CONTRACT-SW
                 PERFORM 0220-BILLING-CYCLE
                   UNTIL WRK-CONTRACT-DONE
              END-IF
           END-PERFORM.
      **================ BILLING-CYCLE BEGINNING =====================**
      *    ONE CYCLE OF THE CONTRACT IN RG-CONTRACT, IF IT IS DUE. THE *
      *    LEDGER DECIDES BETWEEN A NEW CYCLE AND ONE ALREADY STARTED  *
      *    BY AN EARLIER RUN; EITHER WAY THE CONTRACT IS MOVED ON ONLY *
      *    ONCE ITS PURCHASE IS SAFELY IN COMPRAS.DAT.                 *
       0220-BILLING-CYCLE.
           IF RG-CONTRACT-NEXT-DATE GREATER THAN WRK-TODAY-N
              OR RG-CONTRACT-NEXT-DATE GREATER THAN RG-CONTRACT-END
              SET WRK-CONTRACT-DONE TO TRUE
           ELSE
              MOVE SPACES TO WRK-CYCLE-STATUS
              MOVE RG-CONTRACT-ID        TO RG-CYCLE-CONTRACT
              MOVE RG-CONTRACT-NEXT-DATE TO RG-CYCLE-DATE
              READ CYCLES
                INVALID KEY
                   PERFORM 0230-NEW-CYCLE
                NOT INVALID KEY
                   PERFORM 0235-RESUMING-CYCLE
              END-READ
              PERFORM 0270-WRITING-DETAIL
              IF WRK-ROW-OK
                 PERFORM 0265-ADVANCING-CONTRACT
              ELSE
                 ADD 1 TO WRK-REJECT-COUNT
                 SET WRK-CONTRACT-DONE TO TRUE
              END-IF
           END-IF.
      **================ NEW-CYCLE BEGINNING =========================**
      *    VALIDATE, TAKE A PURCHASE ID, RECORD THE CYCLE ON THE       *
      *    LEDGER AND ONLY THEN WRITE THE PURCHASE - A CRASH BETWEEN   *
      *    THE TWO WRITES IS REPAIRED BY 0235 ON THE NEXT RUN.         *
       0230-NEW-CYCLE.
           PERFORM 0240-VALIDATE-CYCLE.
           IF WRK-ROW-OK
              PERFORM 0245-TAKING-ID
           END-IF.
           IF WRK-ROW-OK
              MOVE RG-CONTRACT-ID        TO RG-CYCLE-CONTRACT
              MOVE RG-CONTRACT-NEXT-DATE TO RG-CYCLE-DATE
              MOVE WRK-PURCH-ID          TO RG-CYCLE-PURCH-ID
              MOVE RG-CONTRACT-CLID      TO RG-CYCLE-CLID
              MOVE WRK-TODAY-N           TO RG-CYCLE-GEN-DATE
              WRITE RG-CYCLE
                INVALID KEY
                   MOVE "ERRO AO GRAVAR CICLOS-CONTR.DAT"
                     TO WRK-REJECT-REASON
                   MOVE "N" TO WRK-ROW-OK-SW
              END-WRITE
           END-IF.
           IF WRK-ROW-OK
              PERFORM 0250-WRITING-PURCHASE
           END-IF.
           IF WRK-ROW-OK
              ADD 1 TO WRK-NEW-COUNT
              MOVE "GERADA" TO WRK-CYCLE-STATUS
           END-IF.
      **================ RESUMING-CYCLE BEGINNING ====================**
      *    THE LEDGER ALREADY HAS THIS CYCLE. IF ITS PURCHASE IS IN    *
      *    COMPRAS.DAT THE CYCLE IS DONE AND ONLY THE CONTRACT WAS     *
      *    LEFT BEHIND; IF IT IS MISSING IT IS WRITTEN NOW UNDER THE   *
      *    SAME ID; IF THAT ID WAS MEANWHILE TAKEN BY ANOTHER PURCHASE *
      *    THE CYCLE GETS A NEW ID AND THE LEDGER IS CORRECTED.        *
       0235-RESUMING-CYCLE.
           MOVE "S" TO WRK-ROW-OK-SW.
           MOVE RG-CYCLE-PURCH-ID TO WRK-PURCH-ID.
           MOVE WRK-PURCH-ID      TO RG-SHOPPING-ID.
           READ SHOPPING
             INVALID KEY
                PERFORM 0240-VALIDATE-CYCLE
                IF WRK-ROW-OK
                   PERFORM 0250-WRITING-PURCHASE
                END-IF
                IF WRK-ROW-OK
                   ADD 1 TO WRK-NEW-COUNT
                   MOVE "GERADA (CICLO RETOMADO)" TO WRK-CYCLE-STATUS
                END-IF
             NOT INVALID KEY
                IF RG-SHOPPING-ID-CLI EQUAL RG-CONTRACT-CLID
                   AND RG-SHOPPING-PROD-CODE EQUAL RG-CONTRACT-PROD
                   AND RG-SHOPPING-PURCH-DATE
                       EQUAL RG-CONTRACT-NEXT-DATE
                   ADD 1 TO WRK-OLD-COUNT
                   MOVE "JA GERADA EM EXECUCAO ANTERIOR"
                     TO WRK-CYCLE-STATUS
                ELSE
                   PERFORM 0237-RENUMBERING-CYCLE
                END-IF
           END-READ.
      **================ RENUMBERING-CYCLE BEGINNING =================**
       0237-RENUMBERING-CYCLE.
           PERFORM 0240-VALIDATE-CYCLE.
           IF WRK-ROW-OK
              PERFORM 0245-TAKING-ID
           END-IF.
           IF WRK-ROW-OK
              MOVE RG-CONTRACT-ID        TO RG-CYCLE-CONTRACT
              MOVE RG-CONTRACT-NEXT-DATE TO RG-CYCLE-DATE
              READ CYCLES
                INVALID KEY
                   MOVE "ERRO AO LER CICLOS-CONTR.DAT"
                     TO WRK-REJECT-REASON
                   MOVE "N" TO WRK-ROW-OK-SW
                NOT INVALID KEY
                   MOVE WRK-PURCH-ID TO RG-CYCLE-PURCH-ID
                   MOVE WRK-TODAY-N  TO RG-CYCLE-GEN-DATE
                   REWRITE RG-CYCLE
                     INVALID KEY
                        MOVE "ERRO AO GRAVAR CICLOS-CONTR.DAT"
                          TO WRK-REJECT-REASON
                        MOVE "N" TO WRK-ROW-OK-SW
                   END-REWRITE
              END-READ
           END-IF.
           IF WRK-ROW-OK
              PERFORM 0250-WRITING-PURCHASE
           END-IF.
           IF WRK-ROW-OK
              ADD 1 TO WRK-NEW-COUNT
              MOVE "GERADA (CICLO RETOMADO, NOVO ID DE COMPRA)"
                TO WRK-CYCLE-STATUS
           END-IF.
      **================ VALIDATE-CYCLE BEGINNING ====================**
      *    THE CHECKS COMPRAS-IMPORT'S 0220-PROCESS-ROW MAKES ON A     *
      *    FEED ROW, IN THE SAME ORDER, ON THE CONTRACT'S TERMS. THE   *
      *    MASTER RECORDS ARE LEFT IN RG-PRODUCTS AND RG-CLIENTS.      *
       0240-VALIDATE-CYCLE.
           MOVE "S"    TO WRK-ROW-OK-SW.
           MOVE SPACES TO WRK-REJECT-REASON.
           MOVE RG-CONTRACT-CLID      TO WRK-ROW-CLI.
           MOVE RG-CONTRACT-PROD      TO WRK-ROW-PROD-CODE.
           MOVE RG-CONTRACT-AMOUNT    TO WRK-ROW-PRICE.
           MOVE RG-CONTRACT-DISCOUNT  TO WRK-ROW-DISC.
           MOVE RG-CONTRACT-NEXT-DATE TO WRK-ROW-DATE.
           MOVE 1                     TO WRK-ROW-QTY.
           MOVE WRK-ROW-PROD-CODE TO RG-PRODUCTS-CODE.
           READ PRODUCTS
             INVALID KEY
                MOVE "PRODUTO NAO CADASTRADO EM PRODUTOS.DAT"
                  TO WRK-REJECT-REASON
                MOVE "N" TO WRK-ROW-OK-SW
           END-READ.
           IF WRK-ROW-OK
              IF WRK-ROW-PRICE NOT NUMERIC
                 OR WRK-ROW-PRICE EQUAL ZEROS
                 MOVE "VALOR DO CONTRATO INVALIDO" TO WRK-REJECT-REASON
                 MOVE "N" TO WRK-ROW-OK-SW
              ELSE
                 IF WRK-ROW-DISC NOT NUMERIC
                    OR WRK-ROW-DISC GREATER THAN 100,00
                    MOVE "DESCONTO ACIMA DE 100,00%"
                      TO WRK-REJECT-REASON
                    MOVE "N" TO WRK-ROW-OK-SW
                 END-IF
              END-IF
           END-IF.
           IF WRK-ROW-OK
              IF WRK-ROW-DATE-YYYY LESS THAN 1900
                 OR WRK-ROW-DATE-MM LESS THAN 01
                 OR WRK-ROW-DATE-MM GREATER THAN 12
                 MOVE "DATA DO CICLO INVALIDA" TO WRK-REJECT-REASON
                 MOVE "N" TO WRK-ROW-OK-SW
              ELSE
                 MOVE WRK-ROW-DATE-YYYY TO WRK-CHK-YYYY
                 MOVE WRK-ROW-DATE-MM   TO WRK-CHK-MM
                 PERFORM 0275-LOADING-MONTH-LEN
                 IF WRK-ROW-DATE-DD LESS THAN 01
                    OR WRK-ROW-DATE-DD GREATER THAN WRK-MONTH-LEN
                    MOVE "DATA DO CICLO INVALIDA" TO WRK-REJECT-REASON
                    MOVE "N" TO WRK-ROW-OK-SW
                 END-IF
              END-IF
           END-IF.
           IF WRK-ROW-OK
              MOVE WRK-ROW-CLI TO RG-CLIENTS-ID
              READ CLIENTS
                INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO EM CLIENTES.DAT"
                     TO WRK-REJECT-REASON
                   MOVE "N" TO WRK-ROW-OK-SW
              END-READ
           END-IF.
           IF WRK-ROW-OK
              PERFORM 0242-VALIDATE-PRICE
           END-IF.
      **================ VALIDATE-PRICE BEGINNING ====================**
      *    THE CONTRACT AMOUNT MUST SIT WITHIN WRK-PRICE-TOL-PCT OF    *
      *    THE PRICE IN EFFECT ON THE CYCLE DATE - A NEGOTIATED        *
      *    CONTRACT PRICE BELONGS ON THE CLIENT'S PRICE LIST.          *
       0242-VALIDATE-PRICE.
           MOVE RG-PRODUCTS-PRICE TO WRK-EFF-PRICE.
           MOVE "N" TO WRK-LIST-FOUND-SW.
           IF WRK-PRICES-AVAILABLE
              IF RG-CLIENTS-PRICE-LIST NUMERIC
                 AND RG-CLIENTS-PRICE-LIST GREATER THAN ZEROS
                 MOVE RG-CLIENTS-PRICE-LIST TO WRK-SCAN-LIST
                 PERFORM 0243-SCANNING-LIST
              END-IF
              MOVE ZEROS TO WRK-SCAN-LIST
              PERFORM 0243-SCANNING-LIST
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
      **================ SCANNING-LIST BEGINNING =====================**
      *    POSITIONS ON THE FIRST PERIOD OF THE PRODUCT ON             *
      *    WRK-SCAN-LIST AND WALKS FORWARD UNTIL THE PERIODS START     *
      *    AFTER THE CYCLE DATE.                                       *
       0243-SCANNING-LIST.
           MOVE "N" TO WRK-LIST-END-SW.
           MOVE WRK-SCAN-LIST     TO RG-PRICE-LIST.
           MOVE WRK-ROW-PROD-CODE TO RG-PRICE-PROD.
           MOVE ZEROS             TO RG-PRICE-FROM-DATE.
           START PRICES KEY IS NOT LESS THAN RG-PRICE-KEY
             INVALID KEY
                SET WRK-LIST-END TO TRUE
           END-START.
           PERFORM 0244-READING-LIST-PRICE UNTIL WRK-LIST-END.
      **================ READING-LIST-PRICE BEGINNING ================**
       0244-READING-LIST-PRICE.
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
      **================ TAKING-ID BEGINNING =========================**
      *    THE NEXT FREE PURCHASE ID ABOVE WRK-LAST-ID, INSIDE THE     *
      *    CONTRACT BAND - WHEN THE BAND IS FULL THE CYCLE IS REFUSED. *
       0245-TAKING-ID.
           MOVE "N" TO WRK-ID-SW.
           PERFORM 0247-PROBING-ID
             UNTIL WRK-ID-FREE OR WRK-ID-EXHAUSTED.
           IF WRK-ID-EXHAUSTED
              MOVE "SEM ID DE COMPRA LIVRE NA FAIXA DE CONTRATOS"
                TO WRK-REJECT-REASON
              MOVE "N" TO WRK-ROW-OK-SW
           ELSE
              MOVE WRK-LAST-ID TO WRK-PURCH-ID
           END-IF.
      **================ PROBING-ID BEGINNING ========================**
       0247-PROBING-ID.
           IF WRK-LAST-ID EQUAL 99999
              SET WRK-ID-EXHAUSTED TO TRUE
           ELSE
              ADD 1 TO WRK-LAST-ID
              MOVE WRK-LAST-ID TO RG-SHOPPING-ID
              READ SHOPPING
                INVALID KEY
                   SET WRK-ID-FREE TO TRUE
              END-READ
           END-IF.
      **================ WRITING-PURCHASE BEGINNING ==================**
      *    ONE UNIT AT THE CONTRACT AMOUNT, UNBILLED, DATED ON THE     *
      *    CYCLE DATE, UNDER WRK-PURCH-ID.                             *
       0250-WRITING-PURCHASE.
           MOVE WRK-PURCH-ID      TO RG-SHOPPING-ID.
           MOVE WRK-ROW-CLI       TO RG-SHOPPING-ID-CLI.
           MOVE WRK-ROW-PROD-CODE TO RG-SHOPPING-PROD-CODE.
           MOVE RG-PRODUCTS-DESC  TO RG-SHOPPING-PROD.
           MOVE WRK-ROW-PRICE     TO RG-SHOPPING-PRICE.
           MOVE WRK-ROW-DISC      TO RG-SHOPPING-DISCOUNT.
           SET RG-SHOPPING-NOT-BILLED TO TRUE.
           MOVE ZEROS             TO RG-SHOPPING-NF-NUM.
           MOVE WRK-ROW-DATE      TO RG-SHOPPING-PURCH-DATE.
           MOVE WRK-ROW-QTY       TO RG-SHOPPING-QTY.
           WRITE RG-SHOPPING
             INVALID KEY
                MOVE "ERRO AO GRAVAR A COMPRA EM COMPRAS.DAT"
                  TO WRK-REJECT-REASON
                MOVE "N" TO WRK-ROW-OK-SW
             NOT INVALID KEY
                IF NOT RG-PRODUCTS-IS-SERVICE
                   PERFORM 0255-CHECK-STOCK
                END-IF
           END-WRITE.
      **================ CHECK-STOCK BEGINNING =======================**
      *    ADD THE CYCLE'S UNIT TO THE PRODUCT'S RUNNING TOTAL FOR     *
      *    THIS RUN AND WARN WHEN THAT TOTAL PASSES THE ON-HAND STOCK  *
      *    - INVOICE-PROG WILL HOLD THE PURCHASE AS A BACKORDER. NOT   *
      *    PERFORMED FOR A SERVICE (THE USUAL CONTRACT FEE), WHICH HAS *
      *    NO STOCK TO CHECK.                                          *
       0255-CHECK-STOCK.
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
              DISPLAY "AVISO: COMPRA " WRK-PURCH-ID " PRODUTO "
                      WRK-ROW-PROD-CODE " SEM ESTOQUE (PEDIDO "
                      WRK-DEMAND-QTY " / DISPONIVEL " WRK-ONHAND-QTY
                      ")"
           END-IF.
      **================ ADVANCING-CONTRACT BEGINNING ================**
      *    STAMP THE CYCLE JUST BILLED AND MOVE THE NEXT BILLING DATE  *
      *    ON BY RG-CONTRACT-FREQ MONTHS, ON THE START DATE'S DAY OF   *
      *    THE MONTH OR THE LAST DAY OF A SHORTER MONTH.               *
       0265-ADVANCING-CONTRACT.
           MOVE RG-CONTRACT-NEXT-DATE TO RG-CONTRACT-LAST-CYCLE.
           MOVE WRK-PURCH-ID          TO RG-CONTRACT-LAST-PURCH.
           MOVE RG-CONTRACT-NEXT-YYYY TO WRK-NXT-YYYY.
           COMPUTE WRK-NXT-MM = RG-CONTRACT-NEXT-MM + RG-CONTRACT-FREQ.
           IF WRK-NXT-MM GREATER THAN 12
              SUBTRACT 12 FROM WRK-NXT-MM
              ADD 1 TO WRK-NXT-YYYY
           END-IF.
           MOVE WRK-NXT-YYYY TO WRK-CHK-YYYY.
           MOVE WRK-NXT-MM   TO WRK-CHK-MM.
           PERFORM 0275-LOADING-MONTH-LEN.
           MOVE WRK-NXT-YYYY TO RG-CONTRACT-NEXT-YYYY.
           MOVE WRK-NXT-MM   TO RG-CONTRACT-NEXT-MM.
           IF RG-CONTRACT-START-DD GREATER THAN WRK-MONTH-LEN
              MOVE WRK-MONTH-LEN TO RG-CONTRACT-NEXT-DD
           ELSE
              MOVE RG-CONTRACT-START-DD TO RG-CONTRACT-NEXT-DD
           END-IF.
           REWRITE RG-CONTRACT
             INVALID KEY
                DISPLAY "ERRO AO ATUALIZAR O CONTRATO "
                        RG-CONTRACT-ID " (STATUS "
                        FS-CONTRACTS-STATUS ")."
                SET WRK-CONTRACT-DONE TO TRUE
           END-REWRITE.
      **================ WRITING-DETAIL BEGINNING ====================**
       0270-WRITING-DETAIL.
           MOVE RG-CONTRACT-AMOUNT   TO WRK-PRICE-ED.
           MOVE RG-CONTRACT-DISCOUNT TO WRK-PCT-ED.
           IF NOT WRK-ROW-OK
              MOVE SPACES TO WRK-CYCLE-STATUS
              STRING "RECUSADA: "        DELIMITED BY SIZE
                     WRK-REJECT-REASON   DELIMITED BY SIZE
                     INTO WRK-CYCLE-STATUS
              MOVE ZEROS TO WRK-PURCH-ID
              DISPLAY "CONTRATO " RG-CONTRACT-ID " CICLO "
                      RG-CONTRACT-NEXT-DATE " RECUSADO: "
                      WRK-REJECT-REASON
           END-IF.
           MOVE SPACES TO RG-CONRPT-LINE.
           STRING RG-CONTRACT-ID        DELIMITED BY SIZE
                  "    "                DELIMITED BY SIZE
                  RG-CONTRACT-CLID      DELIMITED BY SIZE
                  "   "                 DELIMITED BY SIZE
                  RG-CONTRACT-PROD      DELIMITED BY SIZE
                  "   "                 DELIMITED BY SIZE
                  RG-CONTRACT-NEXT-DATE DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WRK-PURCH-ID          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WRK-PRICE-ED          DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  WRK-PCT-ED            DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  WRK-CYCLE-STATUS      DELIMITED BY SIZE
                  INTO RG-CONRPT-LINE.
           WRITE RG-CONRPT-LINE.
      **================ LOADING-MONTH-LEN BEGINNING =================**
      *    DAYS IN MONTH WRK-CHK-MM OF YEAR WRK-CHK-YYYY, WITH THE     *
      *    SAME LEAP-YEAR RULE AS INVOICE-PROG'S DUE-DATE ARITHMETIC.  *
       0275-LOADING-MONTH-LEN.
           MOVE WRK-MONTH-DAYS (WRK-CHK-MM) TO WRK-MONTH-LEN.
           IF WRK-CHK-MM EQUAL 02
              MOVE "N" TO WRK-LEAP-SW
              DIVIDE WRK-CHK-YYYY BY 4 GIVING WRK-LEAP-QUOT
                     REMAINDER WRK-LEAP-REM
              IF WRK-LEAP-REM EQUAL ZEROS
                 SET WRK-LEAP-YEAR TO TRUE
              END-IF
              DIVIDE WRK-CHK-YYYY BY 100 GIVING WRK-LEAP-QUOT
                     REMAINDER WRK-LEAP-REM
              IF WRK-LEAP-REM EQUAL ZEROS
                 MOVE "N" TO WRK-LEAP-SW
              END-IF
              DIVIDE WRK-CHK-YYYY BY 400 GIVING WRK-LEAP-QUOT
                     REMAINDER WRK-LEAP-REM
              IF WRK-LEAP-REM EQUAL ZEROS
                 SET WRK-LEAP-YEAR TO TRUE
              END-IF
              IF WRK-LEAP-YEAR
                 MOVE 29 TO WRK-MONTH-LEN
              END-IF
           END-IF.
      **================ LISTING-EXPIRING BEGINNING ==================**
      *    SECOND PASS OVER CONTRATOS.DAT: EVERY CONTRACT WHOSE END    *
      *    DATE FALLS BETWEEN TODAY AND TODAY + WRK-HORIZON-DAYS.      *
       0280-LISTING-EXPIRING.
           MOVE SPACES TO RG-CONRPT-LINE.
           WRITE RG-CONRPT-LINE.
           MOVE SPACES TO RG-CONRPT-LINE.
           STRING "CONTRATOS COM TERMINO ENTRE " DELIMITED BY SIZE
                  WRK-TODAY-N             DELIMITED BY SIZE
                  " E "                   DELIMITED BY SIZE
                  WRK-LIMIT-DATE-N        DELIMITED BY SIZE
                  " - RENOVAR"            DELIMITED BY SIZE
                  INTO RG-CONRPT-LINE.
           WRITE RG-CONRPT-LINE.
           MOVE SPACES TO RG-CONRPT-LINE.
           STRING "CONTRATO CLIENTE NOME                 PRODUTO"
                                          DELIMITED BY SIZE
                  "          VALOR  TERMINO  PROX.FAT."
                                          DELIMITED BY SIZE
                  INTO RG-CONRPT-LINE.
           WRITE RG-CONRPT-LINE.
           MOVE ALL "-" TO RG-CONRPT-LINE.
           WRITE RG-CONRPT-LINE.
           MOVE "N" TO WRK-CONTRACTS-SW.
           MOVE ZEROS TO RG-CONTRACT-ID.
           START CONTRACTS KEY IS NOT LESS THAN RG-CONTRACT-ID
             INVALID KEY
               SET WRK-CONTRACTS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WRK-CONTRACTS-EOF
              READ CONTRACTS NEXT RECORD
                AT END
                  SET WRK-CONTRACTS-EOF TO TRUE
              END-READ
              IF NOT WRK-CONTRACTS-EOF
                 AND RG-CONTRACT-END NOT EQUAL WRK-OPEN-END
                 AND RG-CONTRACT-END NOT LESS THAN WRK-TODAY-N
                 AND RG-CONTRACT-END NOT GREATER THAN WRK-LIMIT-DATE-N
                 PERFORM 0285-WRITING-EXPIRING
              END-IF
           END-PERFORM.
      **================ WRITING-EXPIRING BEGINNING ==================**
       0285-WRITING-EXPIRING.
           ADD 1 TO WRK-EXPIRY-COUNT.
           MOVE RG-CONTRACT-CLID TO RG-CLIENTS-ID.
           READ CLIENTS
             INVALID KEY
                MOVE "*** NAO CADASTRADO" TO RG-CLIENTS-NAME
           END-READ.
           MOVE RG-CONTRACT-AMOUNT TO WRK-PRICE-ED.
           MOVE SPACES TO RG-CONRPT-LINE.
           STRING RG-CONTRACT-ID        DELIMITED BY SIZE
                  "    "                DELIMITED BY SIZE
                  RG-CONTRACT-CLID      DELIMITED BY SIZE
                  "   "                 DELIMITED BY SIZE
                  RG-CLIENTS-NAME       DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  RG-CONTRACT-PROD      DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  WRK-PRICE-ED          DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  RG-CONTRACT-END       DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  RG-CONTRACT-NEXT-DATE DELIMITED BY SIZE
                  INTO RG-CONRPT-LINE.
           WRITE RG-CONRPT-LINE.
      **================ NORMALIZE-LIMIT-DATE BEGINNING ==============**
      *    PERFORMED FROM 0150-COMPUTE-LIMIT-DATE ONLY.                *
       0155-NORMALIZE-LIMIT-DATE.
           MOVE WRK-LIM-YYYY TO WRK-CHK-YYYY.
           MOVE WRK-LIM-MM   TO WRK-CHK-MM.
           PERFORM 0275-LOADING-MONTH-LEN.
           IF WRK-LIM-DD GREATER THAN WRK-MONTH-LEN
              SUBTRACT WRK-MONTH-LEN FROM WRK-LIM-DD
              ADD 1 TO WRK-LIM-MM
              IF WRK-LIM-MM GREATER THAN 12
                 MOVE 01 TO WRK-LIM-MM
                 ADD 1 TO WRK-LIM-YYYY
              END-IF
           ELSE
              MOVE "N" TO WRK-CARRY-SW
           END-IF.
      **================ FINDING-LAST-ID BEGINNING ===================**
      *    THE HIGHEST ID THE CONTRACT BAND HAS GIVEN OUT: COMPRAS.DAT *
      *    READS IN PURCHASE-ID ORDER FROM THE START OF THE BAND, SO   *
      *    ITS LAST RECORD CARRIES THE HIGHEST ONE IN USE; THE LEDGER  *
      *    KEEPS THE IDS OF PURCHASES SINCE PURGED FROM COMPRAS.DAT.   *
       0160-FINDING-LAST-ID.
           COMPUTE WRK-LAST-ID = WRK-CONTRACT-ID-BASE - 1.
           MOVE "N" TO WRK-SHOPPING-SW.
           MOVE WRK-CONTRACT-ID-BASE TO RG-SHOPPING-ID.
           START SHOPPING KEY IS NOT LESS THAN RG-SHOPPING-ID
             INVALID KEY
               SET WRK-SHOPPING-EOF TO TRUE
           END-START.
           PERFORM UNTIL WRK-SHOPPING-EOF
              READ SHOPPING NEXT RECORD
                AT END
                  SET WRK-SHOPPING-EOF TO TRUE
                NOT AT END
                  MOVE RG-SHOPPING-ID TO WRK-LAST-ID
              END-READ
           END-PERFORM.
           MOVE "N" TO WRK-CYCLES-SW.
           MOVE ZEROS TO RG-CYCLE-KEY.
           START CYCLES KEY IS NOT LESS THAN RG-CYCLE-KEY
             INVALID KEY
               SET WRK-CYCLES-EOF TO TRUE
           END-START.
           PERFORM UNTIL WRK-CYCLES-EOF
              READ CYCLES NEXT RECORD
                AT END
                  SET WRK-CYCLES-EOF TO TRUE
                NOT AT END
                  IF RG-CYCLE-PURCH-ID GREATER THAN WRK-LAST-ID
                     MOVE RG-CYCLE-PURCH-ID TO WRK-LAST-ID
                  END-IF
              END-READ
           END-PERFORM.
      **================ WRITING-HEADER BEGINNING ====================**
      *    PERFORMED FROM 0150-COMPUTE-LIMIT-DATE ONLY.                *
       0170-WRITING-HEADER.
           MOVE SPACES TO RG-CONRPT-LINE.
           STRING "FATURAMENTO DE CONTRATOS RECORRENTES - CICLOS "
                                          DELIMITED BY SIZE
                  "VENCIDOS ATE "         DELIMITED BY SIZE
                  WRK-TODAY-N             DELIMITED BY SIZE
                  INTO RG-CONRPT-LINE.
           WRITE RG-CONRPT-LINE.
           MOVE SPACES TO RG-CONRPT-LINE.
           WRITE RG-CONRPT-LINE.
           MOVE SPACES TO RG-CONRPT-LINE.
           STRING "CONTRATO CLIENTE PRODUTO CICLO    COMPRA"
                                          DELIMITED BY SIZE
                  "          VALOR  DESC.%  SITUACAO"
                                          DELIMITED BY SIZE
                  INTO RG-CONRPT-LINE.
           WRITE RG-CONRPT-LINE.
           MOVE ALL "-" TO RG-CONRPT-LINE.
           WRITE RG-CONRPT-LINE.
      *----------------------------------------------------------------*
       0300-END                        SECTION.
           MOVE SPACES TO RG-CONRPT-LINE.
           WRITE RG-CONRPT-LINE.
           MOVE WRK-READ-COUNT TO WRK-COUNT-ED.
           MOVE SPACES TO RG-CONRPT-LINE.
           STRING "CONTRATOS LIDOS:            " WRK-COUNT-ED
                  DELIMITED BY SIZE INTO RG-CONRPT-LINE.
           WRITE RG-CONRPT-LINE.
           MOVE WRK-NEW-COUNT TO WRK-COUNT-ED.
           MOVE SPACES TO RG-CONRPT-LINE.
           STRING "CICLOS GERADOS:             " WRK-COUNT-ED
                  DELIMITED BY SIZE INTO RG-CONRPT-LINE.
           WRITE RG-CONRPT-LINE.
           MOVE WRK-OLD-COUNT TO WRK-COUNT-ED.
           MOVE SPACES TO RG-CONRPT-LINE.
           STRING "CICLOS JA GERADOS ANTES:    " WRK-COUNT-ED
                  DELIMITED BY SIZE INTO RG-CONRPT-LINE.
           WRITE RG-CONRPT-LINE.
           MOVE WRK-REJECT-COUNT TO WRK-COUNT-ED.
           MOVE SPACES TO RG-CONRPT-LINE.
           STRING "CICLOS RECUSADOS:           " WRK-COUNT-ED
                  DELIMITED BY SIZE INTO RG-CONRPT-LINE.
           WRITE RG-CONRPT-LINE.
           MOVE WRK-EXPIRY-COUNT TO WRK-COUNT-ED.
           MOVE SPACES TO RG-CONRPT-LINE.
           STRING "CONTRATOS A VENCER:         " WRK-COUNT-ED
                  DELIMITED BY SIZE INTO RG-CONRPT-LINE.
           WRITE RG-CONRPT-LINE.
           DISPLAY "=========================================".
           DISPLAY "  FATURAMENTO DE CONTRATOS - RESUMO      ".
           DISPLAY "=========================================".
           DISPLAY "CONTRATOS LIDOS:    " WRK-READ-COUNT.
           DISPLAY "CICLOS GERADOS:     " WRK-NEW-COUNT.
           DISPLAY "CICLOS JA GERADOS:  " WRK-OLD-COUNT.
           DISPLAY "CICLOS RECUSADOS:   " WRK-REJECT-COUNT.
           DISPLAY "COMPRAS SEM ESTOQUE:" WRK-NOSTOCK-COUNT.
           DISPLAY "CONTRATOS A VENCER: " WRK-EXPIRY-COUNT.
           CLOSE CONTRACTS.
           CLOSE CYCLES.
           CLOSE SHOPPING.
           CLOSE CLIENTS.
           CLOSE PRODUCTS.
           CLOSE CONTRACT-RPT.
           IF WRK-PRICES-AVAILABLE
              CLOSE PRICES
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
