       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.PRICE-EXPIRY.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 24/11/2022                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : LIST THE PRECOS.DAT PRICES (CONTRACT LISTS    *
      *    AND PROMOTIONS) WHOSE PERIOD ENDS BETWEEN TODAY AND         *
      *    WRK-HORIZON-DAYS (30) DAYS FROM NOW, SO SALES CAN RENEW A   *
      *    CONTRACT PRICE OR LET A PROMOTION LAPSE BEFORE BILLING      *
      *    STARTS CHECKING THE CLIENT'S PURCHASES AGAINST THE MASTER   *
      *    PRICE AGAIN. EACH LINE CARRIES THE PRODUCT DESCRIPTION AND  *
      *    MASTER PRICE FROM PRODUTOS.DAT FOR COMPARISON. OPEN-ENDED   *
      *    PERIODS NEVER EXPIRE AND ARE NOT LISTED.                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    PRICES                  I                      -            *
      *    PRODUCTS                I                      -            *
      *    EXPIRY-RPT              O                      -            *
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
      *                    SELECT VENCIMENTO-PRECOS.DAT
      *=================================================================
           SELECT EXPIRY-RPT ASSIGN TO
                         "C:\Cobol\task3\data\VENCIMENTO-PRECOS.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-EXPRPT-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
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

      **================= FD EXPIRY-RPT BEGINNING ======================*
       FD  EXPIRY-RPT.
       01  RG-EXPRPT-LINE           PIC X(132).

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
       77  FS-EXPRPT-STATUS        PIC 9(02).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(057) VALUE
           "============ PROCESSMENT VARIABLES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-PRICES-SW    PIC X(01)  VALUE "N".
           88 WRK-PRICES-EOF          VALUE "Y".
       77  WRK-HORIZON-DAYS PIC 9(03)  VALUE 30.
       01  WRK-TODAY.
           05 WRK-TODAY-YYYY PIC 9(04).
           05 WRK-TODAY-MM   PIC 9(02).
           05 WRK-TODAY-DD   PIC 9(02).
       01  WRK-TODAY-N REDEFINES WRK-TODAY PIC 9(08).
      *----------------------------------------------------------------*
      *    TODAY + WRK-HORIZON-DAYS - SAME CARRY IDIOM AS INVOICE-     *
      *    PROG'S 0236-COMPUTE-DUE-DATE.                               *
      *----------------------------------------------------------------*
       77  WRK-LIM-YYYY     PIC 9(04)  VALUE ZEROS.
       77  WRK-LIM-MM       PIC 9(02)  VALUE ZEROS.
       77  WRK-LIM-DD       PIC 9(03)  VALUE ZEROS.
       77  WRK-MONTH-LEN    PIC 9(02)  VALUE ZEROS.
       77  WRK-LEAP-REM     PIC 9(04)  VALUE ZEROS.
       77  WRK-LEAP-QUOT    PIC 9(04)  VALUE ZEROS.
       77  WRK-LEAP-SW      PIC X(01)  VALUE "N".
           88 WRK-LEAP-YEAR           VALUE "Y".
       77  WRK-CARRY-SW     PIC X(01)  VALUE "N".
           88 WRK-DATE-CARRY          VALUE "Y".
       01  WRK-LIMIT-DATE-GRP.
           05 WRK-LIM-G-YYYY PIC 9(04).
           05 WRK-LIM-G-MM   PIC 9(02).
           05 WRK-LIM-G-DD   PIC 9(02).
       01  WRK-LIMIT-DATE-N REDEFINES WRK-LIMIT-DATE-GRP PIC 9(08).
       01  WRK-MONTH-DAYS-VAL PIC X(24) VALUE
           "312831303130313130313031".
       01  WRK-MONTH-DAYS-TAB REDEFINES WRK-MONTH-DAYS-VAL.
           05 WRK-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
      *----------------------------------------------------------------*
      *    ONE LINE'S FIELDS AND THE COUNTERS.                         *
      *----------------------------------------------------------------*
       77  WRK-LN-LIST      PIC X(12)  VALUE SPACES.
       77  WRK-LN-DESC      PIC X(15)  VALUE SPACES.
       77  WRK-PRICES-READ  PIC 9(07)  VALUE ZEROS.
       77  WRK-EXPIRING     PIC 9(07)  VALUE ZEROS.
       77  WRK-NO-PRODUCT   PIC 9(07)  VALUE ZEROS.
      *----------------------------------------------------------------*
      *    EDITED FIELDS                                               *
      *----------------------------------------------------------------*
       77  WRK-PRICE-ED     PIC ZZ.ZZZ.ZZZ,ZZ.
       77  WRK-PRICE2-ED    PIC ZZ.ZZZ.ZZZ,ZZ.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(052) VALUE
           "============ WARNING MESSAGES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERROR       PIC X(20) VALUE "FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
           PERFORM 0100-INIT.
           PERFORM 0210-READING-PRICES.
           PERFORM 0260-WRITING-TOTALS.
           PERFORM 0300-END.
           STOP RUN.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
      **================ OPENING-PRICES BEGINNING =====================**
       0110-OPEN-PRICES.
           OPEN INPUT PRICES.
           IF FS-PRICES-STATUS NOT EQUAL 00
              DISPLAY "PRICES: " WRK-OPEN-ERROR
              DISPLAY "STATUS: " FS-PRICES-STATUS
              GOBACK
           END-IF.
      **================ OPENING-PRODUCTS BEGINNING ===================**
       0120-OPEN-PRODUCTS.
           OPEN INPUT PRODUCTS.
           IF FS-PRODUCTS-STATUS NOT EQUAL 00
              DISPLAY "PRODUCTS: " WRK-OPEN-ERROR
              DISPLAY "STATUS:   " FS-PRODUCTS-STATUS
              GOBACK
           END-IF.
      **================ OPENING-EXPIRY-RPT BEGINNING =================**
       0130-OPEN-EXPIRY-RPT.
           OPEN OUTPUT EXPIRY-RPT.
           IF FS-EXPRPT-STATUS NOT EQUAL 00
              DISPLAY "EXPIRY-RPT: " WRK-OPEN-ERROR
              DISPLAY "STATUS:     " FS-EXPRPT-STATUS
              GOBACK
           END-IF.
      **================ COMPUTE-LIMIT-DATE BEGINNING =================**
      *    THE CARRY LOOP RUNS UNTIL AN ITERATION FINDS THE DAY WITHIN *
      *    THE MONTH IT LANDED IN (SEE 0150-NORMALIZE-LIMIT-DATE).     *
       0140-COMPUTE-LIMIT-DATE.
           ACCEPT WRK-TODAY FROM DATE YYYYMMDD.
           MOVE WRK-TODAY-YYYY TO WRK-LIM-YYYY.
           MOVE WRK-TODAY-MM   TO WRK-LIM-MM.
           COMPUTE WRK-LIM-DD = WRK-TODAY-DD + WRK-HORIZON-DAYS.
           MOVE "Y" TO WRK-CARRY-SW.
           PERFORM 0150-NORMALIZE-LIMIT-DATE
             UNTIL NOT WRK-DATE-CARRY.
           MOVE WRK-LIM-YYYY TO WRK-LIM-G-YYYY.
           MOVE WRK-LIM-MM   TO WRK-LIM-G-MM.
           MOVE WRK-LIM-DD   TO WRK-LIM-G-DD.
           PERFORM 0160-WRITING-HEADER.

       0200-PROCESS                    SECTION.
      **================ READING-PRICES BEGINNING =====================**
      *    ONE PASS OVER THE WHOLE FILE IN KEY ORDER (LIST, PRODUCT,   *
      *    FROM-DATE), SO EACH LIST'S EXPIRING PRICES PRINT TOGETHER.  *
       0210-READING-PRICES.
           MOVE ZEROS TO RG-PRICE-KEY.
           START PRICES KEY IS NOT LESS THAN RG-PRICE-KEY
             INVALID KEY
               SET WRK-PRICES-EOF TO TRUE
           END-START.
           PERFORM UNTIL WRK-PRICES-EOF
              READ PRICES NEXT RECORD
                AT END
                  SET WRK-PRICES-EOF TO TRUE
              END-READ
              IF NOT WRK-PRICES-EOF
                 ADD 1 TO WRK-PRICES-READ
                 IF RG-PRICE-TO-DATE NOT LESS THAN WRK-TODAY-N
                    AND RG-PRICE-TO-DATE NOT GREATER THAN
                        WRK-LIMIT-DATE-N
                    PERFORM 0220-WRITING-PRICE-LINE
                 END-IF
              END-IF
           END-PERFORM.
      **================ WRITING-PRICE-LINE BEGINNING =================**
       0220-WRITING-PRICE-LINE.
           ADD 1 TO WRK-EXPIRING.
           IF RG-PRICE-LIST EQUAL ZEROS
              MOVE "PROMOCAO"   TO WRK-LN-LIST
           ELSE
              MOVE SPACES TO WRK-LN-LIST
              STRING "TABELA " RG-PRICE-LIST DELIMITED BY SIZE
                     INTO WRK-LN-LIST
           END-IF.
           MOVE RG-PRICE-PROD TO RG-PRODUCTS-CODE.
           READ PRODUCTS
             INVALID KEY
                ADD 1 TO WRK-NO-PRODUCT
                MOVE "*SEM CADASTRO*" TO WRK-LN-DESC
                MOVE ZEROS TO WRK-PRICE2-ED
             NOT INVALID KEY
                MOVE RG-PRODUCTS-DESC  TO WRK-LN-DESC
                MOVE RG-PRODUCTS-PRICE TO WRK-PRICE2-ED
           END-READ.
           MOVE RG-PRICE-AMOUNT TO WRK-PRICE-ED.
           MOVE SPACES TO RG-EXPRPT-LINE.
           STRING WRK-LN-LIST        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  RG-PRICE-PROD      DELIMITED BY SIZE
                  "   "              DELIMITED BY SIZE
                  WRK-LN-DESC        DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WRK-PRICE-ED       DELIMITED BY SIZE
                  "     "            DELIMITED BY SIZE
                  WRK-PRICE2-ED      DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  RG-PRICE-FROM-DATE DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  RG-PRICE-TO-DATE   DELIMITED BY SIZE
                  INTO RG-EXPRPT-LINE.
           WRITE RG-EXPRPT-LINE.
      **================ WRITING-TOTALS BEGINNING =====================**
       0260-WRITING-TOTALS.
           MOVE ALL "-" TO RG-EXPRPT-LINE.
           WRITE RG-EXPRPT-LINE.
           MOVE SPACES TO RG-EXPRPT-LINE.
           STRING "PRECOS LIDOS: "        DELIMITED BY SIZE
                  WRK-PRICES-READ         DELIMITED BY SIZE
                  "   A VENCER: "         DELIMITED BY SIZE
                  WRK-EXPIRING            DELIMITED BY SIZE
                  "   PRODUTO SEM CADASTRO: " DELIMITED BY SIZE
                  WRK-NO-PRODUCT          DELIMITED BY SIZE
                  INTO RG-EXPRPT-LINE.
           WRITE RG-EXPRPT-LINE.
      **================ NORMALIZE-LIMIT-DATE BEGINNING ===============**
      *    PERFORMED FROM 0140-COMPUTE-LIMIT-DATE ONLY.                *
      *    ONE STEP OF THE CARRY: RELOAD THE CURRENT MONTH'S LENGTH    *
      *    AND, IF THE DAY STILL OVERSHOOTS IT, ROLL INTO THE NEXT     *
      *    MONTH; OTHERWISE THE DATE IS FINAL AND THE CARRY DROPPED.   *
       0150-NORMALIZE-LIMIT-DATE.
           MOVE WRK-MONTH-DAYS (WRK-LIM-MM) TO WRK-MONTH-LEN.
           IF WRK-LIM-MM EQUAL 02
              MOVE "N" TO WRK-LEAP-SW
              DIVIDE WRK-LIM-YYYY BY 4 GIVING WRK-LEAP-QUOT
                     REMAINDER WRK-LEAP-REM
              IF WRK-LEAP-REM EQUAL ZEROS
                 SET WRK-LEAP-YEAR TO TRUE
              END-IF
              DIVIDE WRK-LIM-YYYY BY 100 GIVING WRK-LEAP-QUOT
                     REMAINDER WRK-LEAP-REM
              IF WRK-LEAP-REM EQUAL ZEROS
                 MOVE "N" TO WRK-LEAP-SW
              END-IF
              DIVIDE WRK-LIM-YYYY BY 400 GIVING WRK-LEAP-QUOT
                     REMAINDER WRK-LEAP-REM
              IF WRK-LEAP-REM EQUAL ZEROS
                 SET WRK-LEAP-YEAR TO TRUE
              END-IF
              IF WRK-LEAP-YEAR
                 MOVE 29 TO WRK-MONTH-LEN
              END-IF
           END-IF.
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
      **================ WRITING-HEADER BEGINNING =====================**
      *    PERFORMED FROM 0140-COMPUTE-LIMIT-DATE ONLY.                *
       0160-WRITING-HEADER.
           MOVE SPACES TO RG-EXPRPT-LINE.
           STRING "PRECOS E PROMOCOES A VENCER ENTRE "
                                          DELIMITED BY SIZE
                  WRK-TODAY-N             DELIMITED BY SIZE
                  " E "                   DELIMITED BY SIZE
                  WRK-LIMIT-DATE-N        DELIMITED BY SIZE
                  INTO RG-EXPRPT-LINE.
           WRITE RG-EXPRPT-LINE.
           MOVE SPACES TO RG-EXPRPT-LINE.
           WRITE RG-EXPRPT-LINE.
           MOVE SPACES TO RG-EXPRPT-LINE.
           STRING "TABELA       PRODUTO DESCRICAO      "
                                       DELIMITED BY SIZE
                  "      PRECO TABELA" DELIMITED BY SIZE
                  "    PRECO CADASTRO" DELIMITED BY SIZE
                  "  INICIO    " DELIMITED BY SIZE
                  "  FIM"              DELIMITED BY SIZE
                  INTO RG-EXPRPT-LINE.
           WRITE RG-EXPRPT-LINE.
           MOVE ALL "-" TO RG-EXPRPT-LINE.
           WRITE RG-EXPRPT-LINE.
      *----------------------------------------------------------------*
       0300-END                        SECTION.
           DISPLAY "PRECOS LIDOS:             " WRK-PRICES-READ.
           DISPLAY "PRECOS A VENCER:          " WRK-EXPIRING.
           DISPLAY "RELATORIO GRAVADO EM VENCIMENTO-PRECOS.DAT.".
           CLOSE PRICES.
           CLOSE PRODUCTS.
           CLOSE EXPIRY-RPT.
      *----------------------------------------------------------------*
