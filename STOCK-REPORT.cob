       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.STOCK-REPORT.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 24/11/2022                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : STOCK POSITION AND VALUATION FOR A PERIOD,    *
      *    FOR THE WAREHOUSE AND ACCOUNTING SIGN-OFF AT MONTH-CLOSE.   *
      *    FOR EVERY PRODUCT IN PRODUTOS.DAT THE REPORT SHOWS THE      *
      *    OPENING BALANCE, THE ENTRIES AND EXITS OF THE PERIOD (FROM  *
      *    MOVESTOQUE.DAT), THE CLOSING BALANCE, THE AVERAGE UNIT COST *
      *    AND THE CLOSING VALUE, WITH GRAND TOTALS. THE CLOSING       *
      *    BALANCE IS ROLLED BACK FROM THE CURRENT ON-HAND BY THE      *
      *    MOVEMENTS DATED AFTER THE PERIOD, SO THE REPORT CAN BE RUN  *
      *    A FEW DAYS INTO THE NEW MONTH AND STILL SHOW THE POSITION   *
      *    AT THE CLOSING DATE. VALUATION USES THE CURRENT AVERAGE     *
      *    COST ON THE MASTER. SERVICES (NO STOCK CONTROL - SEE        *
      *    PRODUCT-MAINT) HAVE NO POSITION AND ARE LEFT OUT.           *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    PRODUCTS                I                      -            *
      *    STOCK-MOV               I                      -            *
      *    STOCK-RPT               O                      -            *
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
           SELECT STOCK-MOV ASSIGN TO
                                 "C:\Cobol\task3\data\MOVESTOQUE.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-STKMOV-STATUS.

      *=================================================================
      *                    SELECT POSICAO-ESTOQUE.DAT
      *=================================================================
           SELECT STOCK-RPT ASSIGN TO
                         "C:\Cobol\task3\data\POSICAO-ESTOQUE.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-STKRPT-STATUS.

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
      *    SAME LAYOUT AS STOCK-RECEIPT'S FD.                          *
       FD  STOCK-MOV.
       01  RG-STKMOV-LINE           PIC X(100).

      **================= FD STOCK-RPT BEGINNING =======================*
       FD  STOCK-RPT.
       01  RG-STKRPT-LINE           PIC X(132).

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
       77  FS-STKRPT-STATUS        PIC 9(02).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(057) VALUE
           "============ PROCESSMENT VARIABLES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-FROM-DATE    PIC 9(08)  VALUE ZEROS.
       77  WRK-TO-DATE      PIC 9(08)  VALUE ZEROS.
       77  WRK-STKMOV-SW    PIC X(01)  VALUE "N".
           88 WRK-STKMOV-AVAILABLE    VALUE "Y".
       77  WRK-STKMOV-EOF-SW PIC X(01) VALUE "N".
           88 WRK-STKMOV-EOF          VALUE "Y".
       77  WRK-PRODUCTS-SW  PIC X(01)  VALUE "N".
           88 WRK-PRODUCTS-EOF        VALUE "Y".
      *----------------------------------------------------------------*
      *    ONE MOVEMENT RECORD, SPLIT ON ITS SEMICOLONS - SEE          *
      *    STOCK-RECEIPT'S FD STOCK-MOV FOR THE FIELD ORDER.           *
      *----------------------------------------------------------------*
       01  WRK-MOV-FIELDS.
           05 WRK-MF-DATE       PIC X(08).
           05 WRK-MF-DATE-N     REDEFINES WRK-MF-DATE PIC 9(08).
           05 WRK-MF-TIME       PIC X(06).
           05 WRK-MF-TYPE       PIC X(01).
              88 WRK-MF-IS-IN           VALUE "E".
              88 WRK-MF-IS-OUT          VALUE "S".
           05 WRK-MF-ORIGIN     PIC X(07).
           05 WRK-MF-PROD       PIC X(05).
           05 WRK-MF-PROD-N     REDEFINES WRK-MF-PROD PIC 9(05).
           05 WRK-MF-QTY        PIC X(05).
           05 WRK-MF-QTY-N      REDEFINES WRK-MF-QTY  PIC 9(05).
           05 WRK-MF-REST       PIC X(40).
      *----------------------------------------------------------------*
      *    PER-PRODUCT MOVEMENT TOTALS. SAME 1000-ENTRY CEILING (AND   *
      *    TRUNCATION WARNING) AS PROD-SALES' PRODUCT TABLE.           *
      *----------------------------------------------------------------*
       77  WRK-MOVT-COUNT   PIC 9(04)  VALUE ZEROS.
       01  WRK-MOVT-TABLE.
           05 WRK-MOVT-ENTRY OCCURS 1 TO 1000 TIMES
                              DEPENDING ON WRK-MOVT-COUNT
                              INDEXED BY WRK-MOVT-IDX.
              10 WRK-MOVT-PROD      PIC 9(05).
              10 WRK-MOVT-IN        PIC 9(09).
              10 WRK-MOVT-OUT       PIC 9(09).
              10 WRK-MOVT-IN-AFTER  PIC 9(09).
              10 WRK-MOVT-OUT-AFTER PIC 9(09).
       77  WRK-MOVT-MATCH-SW PIC X(01) VALUE "N".
           88 WRK-MOVT-MATCHED        VALUE "Y".
       77  WRK-MOVT-TRUNC-SW PIC X(01) VALUE "N".
           88 WRK-MOVT-TRUNCATED      VALUE "Y".
      *----------------------------------------------------------------*
      *    ONE PRODUCT'S LINE - SIGNED, SO A MOVEMENT LOG THAT DOES    *
      *    NOT COVER THE MASTER'S HISTORY SHOWS UP AS A NEGATIVE       *
      *    OPENING INSTEAD OF BEING HIDDEN.                            *
      *----------------------------------------------------------------*
       77  WRK-LN-IN        PIC 9(09)  VALUE ZEROS.
       77  WRK-LN-OUT       PIC 9(09)  VALUE ZEROS.
       77  WRK-LN-CLOSING   PIC S9(09) VALUE ZEROS.
       77  WRK-LN-OPENING   PIC S9(09) VALUE ZEROS.
       77  WRK-LN-COST      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-LN-VALUE     PIC S9(13)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *    REPORT TOTALS AND COUNTERS.                                 *
      *----------------------------------------------------------------*
       77  WRK-TOT-OPENING  PIC S9(11) VALUE ZEROS.
       77  WRK-TOT-IN       PIC 9(11)  VALUE ZEROS.
       77  WRK-TOT-OUT      PIC 9(11)  VALUE ZEROS.
       77  WRK-TOT-CLOSING  PIC S9(11) VALUE ZEROS.
       77  WRK-TOT-VALUE    PIC S9(13)V99 VALUE ZEROS.
       77  WRK-MOV-READ     PIC 9(07)  VALUE ZEROS.
       77  WRK-MOV-BAD      PIC 9(07)  VALUE ZEROS.
       77  WRK-PROD-READ    PIC 9(05)  VALUE ZEROS.
       77  WRK-PROD-NOCOST  PIC 9(05)  VALUE ZEROS.
      *----------------------------------------------------------------*
      *    EDITED FIELDS                                               *
      *----------------------------------------------------------------*
       77  WRK-QTY-ED       PIC -ZZZ.ZZZ.ZZ9.
       77  WRK-QTY2-ED      PIC -ZZZ.ZZZ.ZZ9.
       77  WRK-QTY3-ED      PIC -ZZZ.ZZZ.ZZ9.
       77  WRK-QTY4-ED      PIC -ZZZ.ZZZ.ZZ9.
       77  WRK-PRICE-ED     PIC ZZ.ZZZ.ZZZ,ZZ.
       77  WRK-TOTAL-ED     PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(052) VALUE
           "============ WARNING MESSAGES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERROR       PIC X(20) VALUE "FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
           PERFORM 0100-INIT.
           PERFORM 0210-READING-MOVEMENTS.
           PERFORM 0230-READING-PRODUCTS.
           PERFORM 0260-WRITING-TOTALS.
           PERFORM 0300-END.
           STOP RUN.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
      **================ OPENING-PRODUCTS BEGINNING ===================**
       0110-OPEN-PRODUCTS.
           OPEN INPUT PRODUCTS.
           IF FS-PRODUCTS-STATUS NOT EQUAL 00
              DISPLAY "PRODUCTS: " WRK-OPEN-ERROR
              DISPLAY "STATUS:   " FS-PRODUCTS-STATUS
              GOBACK
           END-IF.
      **================ OPENING-STOCK-MOV BEGINNING ==================**
      *    NO MOVEMENT LOG YET MEANS NOTHING MOVED - THE REPORT STILL  *
      *    RUNS, WITH EVERY OPENING EQUAL TO ITS CLOSING.              *
       0120-OPEN-STOCK-MOV.
           OPEN INPUT STOCK-MOV.
           IF FS-STKMOV-STATUS EQUAL 00
              SET WRK-STKMOV-AVAILABLE TO TRUE
           ELSE
              DISPLAY "MOVESTOQUE.DAT INDISPONIVEL (STATUS "
                      FS-STKMOV-STATUS ") - SEM MOVIMENTOS NO "
                      "PERIODO."
           END-IF.
      **================ OPENING-STOCK-RPT BEGINNING ==================**
       0130-OPEN-STOCK-RPT.
           OPEN OUTPUT STOCK-RPT.
           IF FS-STKRPT-STATUS NOT EQUAL 00
              DISPLAY "STOCK-RPT: " WRK-OPEN-ERROR
              DISPLAY "STATUS:    " FS-STKRPT-STATUS
              GOBACK
           END-IF.
      **================ ASKING-PERIOD BEGINNING ======================**
       0140-ASKING-PERIOD.
           DISPLAY "=========================================".
           DISPLAY "  POSICAO E VALORIZACAO DE ESTOQUE       ".
           DISPLAY "=========================================".
           DISPLAY "DATA INICIAL (AAAAMMDD, 0 = SEM LIMITE): "
             ACCEPT WRK-FROM-DATE.
           DISPLAY "DATA FINAL   (AAAAMMDD, 0 = SEM LIMITE): "
             ACCEPT WRK-TO-DATE.
           IF WRK-TO-DATE EQUAL ZEROS
              MOVE 99999999 TO WRK-TO-DATE
           END-IF.
           IF WRK-TO-DATE LESS THAN WRK-FROM-DATE
              DISPLAY "PERIODO INVALIDO - DATA FINAL ANTERIOR A "
                      "INICIAL."
              GOBACK
           END-IF.

       0200-PROCESS                    SECTION.
      **================ READING-MOVEMENTS BEGINNING ==================**
      *    ONE PASS OVER THE LOG: MOVEMENTS INSIDE THE PERIOD FEED THE *
      *    ENTRY/EXIT COLUMNS, MOVEMENTS AFTER IT ARE KEPT APART TO    *
      *    ROLL THE CURRENT ON-HAND BACK TO THE CLOSING DATE. THOSE    *
      *    BEFORE THE PERIOD ARE ALREADY INSIDE THE OPENING BALANCE.   *
       0210-READING-MOVEMENTS.
           IF WRK-STKMOV-AVAILABLE
              PERFORM UNTIL WRK-STKMOV-EOF
                 READ STOCK-MOV
                   AT END
                     SET WRK-STKMOV-EOF TO TRUE
                 END-READ
                 IF NOT WRK-STKMOV-EOF
                    AND RG-STKMOV-LINE NOT EQUAL SPACES
                    ADD 1 TO WRK-MOV-READ
                    PERFORM 0220-CLASSIFY-MOVEMENT
                 END-IF
              END-PERFORM
           END-IF.
      **================ CLASSIFY-MOVEMENT BEGINNING ==================**
       0220-CLASSIFY-MOVEMENT.
           MOVE SPACES TO WRK-MOV-FIELDS.
           UNSTRING RG-STKMOV-LINE DELIMITED BY ";"
               INTO WRK-MF-DATE
                    WRK-MF-TIME
                    WRK-MF-TYPE
                    WRK-MF-ORIGIN
                    WRK-MF-PROD
                    WRK-MF-QTY
                    WRK-MF-REST
           END-UNSTRING.
           IF WRK-MF-DATE-N NOT NUMERIC
              OR WRK-MF-PROD-N NOT NUMERIC
              OR WRK-MF-QTY-N NOT NUMERIC
              OR NOT (WRK-MF-IS-IN OR WRK-MF-IS-OUT)
              ADD 1 TO WRK-MOV-BAD
           ELSE
              IF WRK-MF-DATE-N NOT LESS THAN WRK-FROM-DATE
                 PERFORM 0225-FINDING-PRODUCT
                 IF WRK-MOVT-MATCHED
                    PERFORM 0227-ACCUMULATE-MOVEMENT
                 END-IF
              END-IF
           END-IF.
      **================ FINDING-PRODUCT BEGINNING ====================**
      *    LOCATE (OR OPEN) THE TABLE ENTRY FOR WRK-MF-PROD-N.         *
       0225-FINDING-PRODUCT.
           MOVE "N" TO WRK-MOVT-MATCH-SW.
           PERFORM VARYING WRK-MOVT-IDX FROM 1 BY 1
                     UNTIL WRK-MOVT-IDX GREATER THAN WRK-MOVT-COUNT
                        OR WRK-MOVT-MATCHED
              IF WRK-MOVT-PROD (WRK-MOVT-IDX) EQUAL WRK-MF-PROD-N
                 SET WRK-MOVT-MATCHED TO TRUE
              END-IF
           END-PERFORM.
      *    THE VARYING LOOP STEPS ONE PAST THE MATCH BEFORE TESTING.   *
           IF WRK-MOVT-MATCHED
              SET WRK-MOVT-IDX DOWN BY 1
           ELSE
              IF WRK-MOVT-COUNT LESS THAN 1000
                 ADD 1 TO WRK-MOVT-COUNT
                 SET WRK-MOVT-IDX TO WRK-MOVT-COUNT
                 MOVE WRK-MF-PROD-N TO WRK-MOVT-PROD (WRK-MOVT-IDX)
                 MOVE ZEROS TO WRK-MOVT-IN (WRK-MOVT-IDX)
                               WRK-MOVT-OUT (WRK-MOVT-IDX)
                               WRK-MOVT-IN-AFTER (WRK-MOVT-IDX)
                               WRK-MOVT-OUT-AFTER (WRK-MOVT-IDX)
                 SET WRK-MOVT-MATCHED TO TRUE
              ELSE
                 IF NOT WRK-MOVT-TRUNCATED
                    DISPLAY "MAIS DE 1000 PRODUTOS COM MOVIMENTO - "
                            "RELATORIO FICARA PARCIAL."
                    SET WRK-MOVT-TRUNCATED TO TRUE
                 END-IF
              END-IF
           END-IF.
      **================ ACCUMULATE-MOVEMENT BEGINNING ================**
       0227-ACCUMULATE-MOVEMENT.
           IF WRK-MF-DATE-N GREATER THAN WRK-TO-DATE
              IF WRK-MF-IS-IN
                 ADD WRK-MF-QTY-N TO WRK-MOVT-IN-AFTER (WRK-MOVT-IDX)
              ELSE
                 ADD WRK-MF-QTY-N TO WRK-MOVT-OUT-AFTER (WRK-MOVT-IDX)
              END-IF
           ELSE
              IF WRK-MF-IS-IN
                 ADD WRK-MF-QTY-N TO WRK-MOVT-IN (WRK-MOVT-IDX)
              ELSE
                 ADD WRK-MF-QTY-N TO WRK-MOVT-OUT (WRK-MOVT-IDX)
              END-IF
           END-IF.
      **================ READING-PRODUCTS BEGINNING ===================**
      *    ONE LINE PER STOCK-CONTROLLED PRODUCT ON THE MASTER, IN     *
      *    CODE ORDER.                                                 *
       0230-READING-PRODUCTS.
           PERFORM 0235-WRITING-HEADER.
           MOVE ZEROS TO RG-PRODUCTS-CODE.
           START PRODUCTS KEY IS NOT LESS THAN RG-PRODUCTS-CODE
             INVALID KEY
               SET WRK-PRODUCTS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WRK-PRODUCTS-EOF
              READ PRODUCTS NEXT RECORD
                AT END
                  SET WRK-PRODUCTS-EOF TO TRUE
              END-READ
              IF NOT WRK-PRODUCTS-EOF
                 AND NOT RG-PRODUCTS-IS-SERVICE
                 ADD 1 TO WRK-PROD-READ
                 PERFORM 0240-WRITING-PRODUCT-LINE
              END-IF
           END-PERFORM.
      **================ WRITING-HEADER BEGINNING =====================**
       0235-WRITING-HEADER.
           MOVE SPACES TO RG-STKRPT-LINE.
           STRING "POSICAO E VALORIZACAO DE ESTOQUE - PERIODO "
                                          DELIMITED BY SIZE
                  WRK-FROM-DATE           DELIMITED BY SIZE
                  " A "                   DELIMITED BY SIZE
                  WRK-TO-DATE             DELIMITED BY SIZE
                  INTO RG-STKRPT-LINE.
           WRITE RG-STKRPT-LINE.
           MOVE SPACES TO RG-STKRPT-LINE.
           WRITE RG-STKRPT-LINE.
           MOVE SPACES TO RG-STKRPT-LINE.
           STRING "CODIGO DESCRICAO       " DELIMITED BY SIZE
                  "     SALDO INIC" DELIMITED BY SIZE
                  "     ENTRADAS"   DELIMITED BY SIZE
                  "       SAIDAS"   DELIMITED BY SIZE
                  "  SALDO FINAL"   DELIMITED BY SIZE
                  "    CUSTO MEDIO" DELIMITED BY SIZE
                  "             VALOR FINAL" DELIMITED BY SIZE
                  INTO RG-STKRPT-LINE.
           WRITE RG-STKRPT-LINE.
           MOVE ALL "-" TO RG-STKRPT-LINE.
           WRITE RG-STKRPT-LINE.
      **================ WRITING-PRODUCT-LINE BEGINNING ===============**
      *    CLOSING = CURRENT ON-HAND - ENTRIES AFTER THE PERIOD +      *
      *    EXITS AFTER THE PERIOD; OPENING = CLOSING - PERIOD ENTRIES  *
      *    + PERIOD EXITS.                                             *
       0240-WRITING-PRODUCT-LINE.
           MOVE ZEROS TO WRK-LN-IN WRK-LN-OUT.
           IF RG-PRODUCTS-ONHAND NUMERIC
              MOVE RG-PRODUCTS-ONHAND TO WRK-LN-CLOSING
           ELSE
              MOVE ZEROS TO WRK-LN-CLOSING
           END-IF.
           IF RG-PRODUCTS-AVG-COST NUMERIC
              MOVE RG-PRODUCTS-AVG-COST TO WRK-LN-COST
           ELSE
              MOVE ZEROS TO WRK-LN-COST
           END-IF.
           MOVE "N" TO WRK-MOVT-MATCH-SW.
           PERFORM VARYING WRK-MOVT-IDX FROM 1 BY 1
                     UNTIL WRK-MOVT-IDX GREATER THAN WRK-MOVT-COUNT
                        OR WRK-MOVT-MATCHED
              IF WRK-MOVT-PROD (WRK-MOVT-IDX) EQUAL RG-PRODUCTS-CODE
                 SET WRK-MOVT-MATCHED TO TRUE
                 MOVE WRK-MOVT-IN (WRK-MOVT-IDX)  TO WRK-LN-IN
                 MOVE WRK-MOVT-OUT (WRK-MOVT-IDX) TO WRK-LN-OUT
                 COMPUTE WRK-LN-CLOSING = WRK-LN-CLOSING
                         - WRK-MOVT-IN-AFTER (WRK-MOVT-IDX)
                         + WRK-MOVT-OUT-AFTER (WRK-MOVT-IDX)
              END-IF
           END-PERFORM.
           COMPUTE WRK-LN-OPENING =
                   WRK-LN-CLOSING - WRK-LN-IN + WRK-LN-OUT.
           COMPUTE WRK-LN-VALUE = WRK-LN-CLOSING * WRK-LN-COST.
           IF WRK-LN-COST EQUAL ZEROS
              AND WRK-LN-CLOSING NOT EQUAL ZEROS
              ADD 1 TO WRK-PROD-NOCOST
           END-IF.
           ADD WRK-LN-OPENING TO WRK-TOT-OPENING.
           ADD WRK-LN-IN      TO WRK-TOT-IN.
           ADD WRK-LN-OUT     TO WRK-TOT-OUT.
           ADD WRK-LN-CLOSING TO WRK-TOT-CLOSING.
           ADD WRK-LN-VALUE   TO WRK-TOT-VALUE.
           MOVE WRK-LN-OPENING TO WRK-QTY-ED.
           MOVE WRK-LN-IN      TO WRK-QTY2-ED.
           MOVE WRK-LN-OUT     TO WRK-QTY3-ED.
           MOVE WRK-LN-CLOSING TO WRK-QTY4-ED.
           MOVE WRK-LN-COST    TO WRK-PRICE-ED.
           MOVE WRK-LN-VALUE   TO WRK-TOTAL-ED.
           MOVE SPACES TO RG-STKRPT-LINE.
           STRING RG-PRODUCTS-CODE   DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  RG-PRODUCTS-DESC   DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WRK-QTY-ED         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WRK-QTY2-ED        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WRK-QTY3-ED        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WRK-QTY4-ED        DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WRK-PRICE-ED       DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WRK-TOTAL-ED       DELIMITED BY SIZE
                  INTO RG-STKRPT-LINE.
           WRITE RG-STKRPT-LINE.
      **================ WRITING-TOTALS BEGINNING =====================**
      *    GRAND TOTALS, THEN THE SIGN-OFF BLOCK THE WAREHOUSE AND     *
      *    ACCOUNTING INITIAL BEFORE THE MONTH-CLOSE IS RUN.           *
       0260-WRITING-TOTALS.
           MOVE ALL "-" TO RG-STKRPT-LINE.
           WRITE RG-STKRPT-LINE.
           MOVE WRK-TOT-OPENING TO WRK-QTY-ED.
           MOVE WRK-TOT-IN      TO WRK-QTY2-ED.
           MOVE WRK-TOT-OUT     TO WRK-QTY3-ED.
           MOVE WRK-TOT-CLOSING TO WRK-QTY4-ED.
           MOVE WRK-TOT-VALUE   TO WRK-TOTAL-ED.
           MOVE SPACES TO RG-STKRPT-LINE.
           STRING "TOTAL GERAL            " DELIMITED BY SIZE
                  WRK-QTY-ED         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WRK-QTY2-ED        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WRK-QTY3-ED        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WRK-QTY4-ED        DELIMITED BY SIZE
                  "                 "  DELIMITED BY SIZE
                  WRK-TOTAL-ED       DELIMITED BY SIZE
                  INTO RG-STKRPT-LINE.
           WRITE RG-STKRPT-LINE.
           MOVE SPACES TO RG-STKRPT-LINE.
           WRITE RG-STKRPT-LINE.
           MOVE SPACES TO RG-STKRPT-LINE.
           STRING "PRODUTOS LISTADOS: "  DELIMITED BY SIZE
                  WRK-PROD-READ          DELIMITED BY SIZE
                  "   COM SALDO E SEM CUSTO MEDIO: " DELIMITED BY SIZE
                  WRK-PROD-NOCOST        DELIMITED BY SIZE
                  "   MOVIMENTOS LIDOS: " DELIMITED BY SIZE
                  WRK-MOV-READ           DELIMITED BY SIZE
                  "   INVALIDOS: "       DELIMITED BY SIZE
                  WRK-MOV-BAD            DELIMITED BY SIZE
                  INTO RG-STKRPT-LINE.
           WRITE RG-STKRPT-LINE.
           MOVE SPACES TO RG-STKRPT-LINE.
           WRITE RG-STKRPT-LINE.
           MOVE "CONFERIDO ALMOXARIFADO: ______________________  DATA: _
      -         "___/___/______" TO RG-STKRPT-LINE.
           WRITE RG-STKRPT-LINE.
           MOVE SPACES TO RG-STKRPT-LINE.
           WRITE RG-STKRPT-LINE.
           MOVE "CONFERIDO CONTABILIDADE: _____________________  DATA: _
      -         "___/___/______" TO RG-STKRPT-LINE.
           WRITE RG-STKRPT-LINE.
      *----------------------------------------------------------------*
       0300-END                        SECTION.
           DISPLAY "PRODUTOS LISTADOS:        " WRK-PROD-READ.
           DISPLAY "MOVIMENTOS LIDOS:         " WRK-MOV-READ.
           DISPLAY "MOVIMENTOS INVALIDOS:     " WRK-MOV-BAD.
           DISPLAY "POSICAO GRAVADA EM POSICAO-ESTOQUE.DAT.".
           CLOSE PRODUCTS.
           IF WRK-STKMOV-AVAILABLE
              CLOSE STOCK-MOV
           END-IF.
           CLOSE STOCK-RPT.
      *----------------------------------------------------------------*
