       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.AR-CASHFLOW.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 24/11/2022                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : PROJECT THE CASH EXPECTED FROM CONTASREC.DAT  *
      *    OVER THE NEXT 13 WEEKS. THE REMAINING BALANCE OF EVERY      *
      *    OPEN ITEM (NET OF PARTIAL PAYMENTS, AS IN AR-AGING) IS      *
      *    BUCKETED BY WEEK TWICE: "CONTRATADO" ON ITS DUE DATE, AND   *
      *    "ESPERADO" ON ITS DUE DATE SHIFTED BY THE CLIENT'S AVERAGE  *
      *    PAYMENT DELAY - THE MEAN OF PAID-DATE MINUS DUE-DATE OVER   *
      *    THE CLIENT'S SETTLED ITEMS (NEGATIVE WHEN THE CLIENT PAYS   *
      *    EARLY, ZERO WITHOUT HISTORY). AN ITEM WHOSE DATE IS ALREADY *
      *    PAST FALLS IN WEEK 1; ONE BEYOND THE 13TH WEEK IS SHOWN     *
      *    APART SO THE COLUMNS STILL ADD UP TO THE OPEN BALANCE. THE  *
      *    REPORT GIVES ONE BLOCK PER CLIENT AND A TOTAL BLOCK; THE    *
      *    SAME FIGURES GO TO A SEMICOLON-DELIMITED FILE FOR THE       *
      *    TREASURY PLANNING SHEET (ONE ROW PER CLIENT AND WEEK, THEN  *
      *    THE TOTAL ROWS UNDER CLIENT "TOTAL").                       *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    RECEIVABLES             I                      -            *
      *    CASHFLOW-RPT            O                      -            *
      *    TREASURY-OUT            O                      -            *
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
      *                    SELECT CONTASREC.DAT
      *=================================================================
           SELECT RECEIVABLES ASSIGN TO
                                 "C:\Cobol\task3\data\CONTASREC.DAT"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-AR-KEY
                              FILE STATUS IS FS-AR-STATUS.

      *=================================================================
      *                    SELECT FLUXO-CAIXA.DAT
      *=================================================================
           SELECT CASHFLOW-RPT ASSIGN TO
                                 "C:\Cobol\task3\data\FLUXO-CAIXA.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-CASHRPT-STATUS.

      *=================================================================
      *                    SELECT FLUXO-CAIXA.CSV
      *=================================================================
      *    SEMICOLON-DELIMITED SO THE COMMA-AS-DECIMAL-POINT VALUES    *
      *    (SEE SPECIAL-NAMES ABOVE) DO NOT BREAK COLUMNS.              *
           SELECT TREASURY-OUT ASSIGN TO
                                 "C:\Cobol\task3\data\FLUXO-CAIXA.CSV"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-TREASURY-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
      **================ FD RECEIVABLES BEGINNING ======================*
      *    SAME LAYOUT AS INVOICE-PROG'S FD.                           *
       FD  RECEIVABLES.
       01  RG-AR.
           05 RG-AR-KEY.
              10 RG-AR-NF-NUM      PIC 9(07).
              10 RG-AR-INST        PIC 9(02).
           05 RG-AR-CLID           PIC 9(05).
           05 RG-AR-ISSUE-DATE     PIC 9(08).
           05 RG-AR-DUE-DATE       PIC 9(08).
           05 RG-AR-AMOUNT         PIC 9(09)V99.
           05 RG-AR-PAID-AMT       PIC 9(09)V99.
           05 RG-AR-PAID-FL        PIC X(01).
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

      **================ FD CASHFLOW-RPT BEGINNING =====================*
       FD  CASHFLOW-RPT.
       01  RG-CASHRPT-LINE          PIC X(100).

      **================ FD TREASURY-OUT BEGINNING =====================*
       FD  TREASURY-OUT.
       01  RG-TREASURY-LINE         PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "========== WORKING-STORAGE BEGINNING ==========".

      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-AR-STATUS            PIC 9(02).
       77  FS-CASHRPT-STATUS       PIC 9(02).
       77  FS-TREASURY-STATUS      PIC 9(02).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(057) VALUE
           "============ PROCESSMENT VARIABLES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-AR-SW        PIC X(01)  VALUE "N".
           88 WRK-AR-EOF              VALUE "Y".
       77  WRK-PAID-COUNT   PIC 9(06)  VALUE ZEROS.
       77  WRK-OPEN-COUNT   PIC 9(06)  VALUE ZEROS.
       77  WRK-REMAINING    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DELAY-DAYS   PIC S9(05) VALUE ZEROS.
       77  WRK-DAYS-AHEAD   PIC S9(07) VALUE ZEROS.
       77  WRK-WEEK         PIC 9(02)  VALUE ZEROS.
       77  WRK-CONTR-WEEK   PIC 9(02)  VALUE ZEROS.
       77  WRK-EXPEC-WEEK   PIC 9(02)  VALUE ZEROS.
      *----------------------------------------------------------------*
      *    13 WEEKS AHEAD PLUS ONE "AFTER" BUCKET (WRK-AFTER-WEEK).    *
      *----------------------------------------------------------------*
       77  WRK-WEEKS        PIC 9(02)  VALUE 13.
       77  WRK-AFTER-WEEK   PIC 9(02)  VALUE 14.
       77  WRK-WEEK-IDX     PIC 9(02)  VALUE ZEROS.
       01  WRK-WEEK-TABLE.
           05 WRK-WEEK-ENTRY OCCURS 14 TIMES.
              10 WRK-WEEK-START     PIC 9(08).
              10 WRK-WEEK-END       PIC 9(08).
      *----------------------------------------------------------------*
      *    CALENDAR ARITHMETIC - DATES ARE TURNED INTO A SERIAL DAY    *
      *    COUNT SO DELAYS AND DISTANCES ARE PLAIN SUBTRACTIONS (SAME  *
      *    ROUTINE AS AR-AGING'S 0250-DATE-TO-DAYS).                   *
      *----------------------------------------------------------------*
       01  WRK-D2D-DATE.
           05 WRK-D2D-YYYY  PIC 9(04).
           05 WRK-D2D-MM    PIC 9(02).
           05 WRK-D2D-DD    PIC 9(02).
       01  WRK-D2D-DATE-N REDEFINES WRK-D2D-DATE PIC 9(08).
       77  WRK-D2D-SERIAL   PIC 9(07)  VALUE ZEROS.
       77  WRK-D2D-PRIOR-YY PIC 9(04)  VALUE ZEROS.
       77  WRK-LEAP-REM     PIC 9(04)  VALUE ZEROS.
       77  WRK-LEAP-QUOT    PIC 9(04)  VALUE ZEROS.
       77  WRK-LEAP-SW      PIC X(01)  VALUE "N".
           88 WRK-LEAP-YEAR           VALUE "Y".
       77  WRK-TODAY-SERIAL PIC 9(07)  VALUE ZEROS.
       77  WRK-DUE-SERIAL   PIC 9(07)  VALUE ZEROS.
       01  WRK-CUM-DAYS-VAL PIC X(36) VALUE
           "000031059090120151181212243273304334".
       01  WRK-CUM-DAYS-TAB REDEFINES WRK-CUM-DAYS-VAL.
           05 WRK-CUM-DAYS OCCURS 12 TIMES PIC 9(03).
       01  WRK-SYS-DATE.
           05 WRK-DATE-YYYY PIC 9(04).
           05 WRK-DATE-MM   PIC 9(02).
           05 WRK-DATE-DD   PIC 9(02).
       01  WRK-SYS-DATE-N REDEFINES WRK-SYS-DATE PIC 9(08).
      *----------------------------------------------------------------*
      *    WEEK BOUNDARIES - DATE PLUS N DAYS, SAME CARRY IDIOM AS     *
      *    INVOICE-PROG'S 0236-COMPUTE-DUE-DATE.                       *
      *----------------------------------------------------------------*
       01  WRK-ADD-BASE.
           05 WRK-ADD-B-YYYY PIC 9(04).
           05 WRK-ADD-B-MM   PIC 9(02).
           05 WRK-ADD-B-DD   PIC 9(02).
       01  WRK-ADD-BASE-N REDEFINES WRK-ADD-BASE PIC 9(08).
       77  WRK-ADD-DAYS     PIC 9(03)  VALUE ZEROS.
       77  WRK-ADD-YYYY     PIC 9(04)  VALUE ZEROS.
       77  WRK-ADD-MM       PIC 9(02)  VALUE ZEROS.
       77  WRK-ADD-DD       PIC 9(03)  VALUE ZEROS.
       77  WRK-MONTH-LEN    PIC 9(02)  VALUE ZEROS.
       77  WRK-CARRY-SW     PIC X(01)  VALUE "N".
           88 WRK-DATE-CARRY          VALUE "Y".
       01  WRK-ADD-RESULT.
           05 WRK-ADD-R-YYYY PIC 9(04).
           05 WRK-ADD-R-MM   PIC 9(02).
           05 WRK-ADD-R-DD   PIC 9(02).
       01  WRK-ADD-RESULT-N REDEFINES WRK-ADD-RESULT PIC 9(08).
       01  WRK-MONTH-DAYS-VAL PIC X(24) VALUE
           "312831303130313130313031".
       01  WRK-MONTH-DAYS-TAB REDEFINES WRK-MONTH-DAYS-VAL.
           05 WRK-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
      *----------------------------------------------------------------*
      *    PER-CLIENT HISTORY AND PROJECTION. THE TABLE HOLDS UP TO    *
      *    1000 CLIENTS - THE SAME CEILING (AND THE SAME TRUNCATION    *
      *    WARNING) AS AR-AGING'S CLIENT TABLE.                        *
      *----------------------------------------------------------------*
       77  WRK-CLI-COUNT    PIC 9(04)  VALUE ZEROS.
       01  WRK-CLI-TABLE.
           05 WRK-CLI-ENTRY OCCURS 1 TO 1000 TIMES
                             DEPENDING ON WRK-CLI-COUNT
                             INDEXED BY WRK-CLI-IDX.
              10 WRK-CLI-ID          PIC 9(05).
              10 WRK-CLI-DELAY-SUM   PIC S9(09).
              10 WRK-CLI-PAID-CNT    PIC 9(06).
              10 WRK-CLI-AVG-DELAY   PIC S9(05).
              10 WRK-CLI-OPEN-CNT    PIC 9(06).
              10 WRK-CLI-CONTR-AMT   OCCURS 14 TIMES PIC 9(09)V99.
              10 WRK-CLI-EXPEC-AMT   OCCURS 14 TIMES PIC 9(09)V99.
       77  WRK-CLI-MATCH-SW PIC X(01) VALUE "N".
           88 WRK-CLI-MATCHED        VALUE "Y".
       77  WRK-CLI-TRUNC-SW PIC X(01) VALUE "N".
           88 WRK-CLI-TRUNCATED      VALUE "Y".
       01  WRK-GRAND-BUCKETS.
           05 WRK-GRAND-CONTR OCCURS 14 TIMES PIC 9(11)V99.
           05 WRK-GRAND-EXPEC OCCURS 14 TIMES PIC 9(11)V99.
       77  WRK-SUM-CONTR    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SUM-EXPEC    PIC 9(11)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *    ONE OUTPUT ROW - FILLED BY THE CLIENT AND TOTAL BLOCKS AND  *
      *    WRITTEN TO BOTH FILES BY 0275-WRITING-WEEK-ROW.             *
      *----------------------------------------------------------------*
       77  WRK-ROW-CLIENT   PIC X(05)  VALUE SPACES.
       77  WRK-ROW-WEEK     PIC X(04)  VALUE SPACES.
       77  WRK-ROW-WEEK-N   PIC 9(02)  VALUE ZEROS.
       77  WRK-ROW-START    PIC 9(08)  VALUE ZEROS.
       77  WRK-ROW-END      PIC X(08)  VALUE SPACES.
       77  WRK-ROW-CONTR    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-ROW-EXPEC    PIC 9(11)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *    EDITED FIELDS                                               *
      *----------------------------------------------------------------*
       77  WRK-TOTAL-ED     PIC ZZ.ZZZ.ZZZ.ZZZ,ZZ.
       77  WRK-TOTAL2-ED    PIC ZZ.ZZZ.ZZZ.ZZZ,ZZ.
       77  WRK-DELAY-ED     PIC +ZZZ9.
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
           PERFORM 0210-READING-PAID-HISTORY.
           PERFORM 0220-READING-OPEN-ITEMS.
           PERFORM 0260-WRITING-REPORT.
           PERFORM 0300-END.
           STOP RUN.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
      **================ OPENING-RECEIVABLES BEGINNING =================**
       0110-OPEN-RECEIVABLES.
           OPEN INPUT RECEIVABLES.
           IF FS-AR-STATUS NOT EQUAL 00
              DISPLAY "RECEIVABLES: " WRK-OPEN-ERROR
              DISPLAY "STATUS:      " FS-AR-STATUS
              GOBACK
           END-IF.
      **================ OPENING-CASHFLOW-RPT BEGINNING ===============**
       0120-OPEN-CASHFLOW-RPT.
           OPEN OUTPUT CASHFLOW-RPT.
           IF FS-CASHRPT-STATUS NOT EQUAL 00
              DISPLAY "CASHFLOW-RPT: " WRK-OPEN-ERROR
              DISPLAY "STATUS:       " FS-CASHRPT-STATUS
              GOBACK
           END-IF.
      **================ OPENING-TREASURY-OUT BEGINNING ===============**
       0130-OPEN-TREASURY-OUT.
           OPEN OUTPUT TREASURY-OUT.
           IF FS-TREASURY-STATUS NOT EQUAL 00
              DISPLAY "TREASURY-OUT: " WRK-OPEN-ERROR
              DISPLAY "STATUS:       " FS-TREASURY-STATUS
              GOBACK
           END-IF.
      **================ BUILDING-WEEKS BEGINNING =====================**
      *    WEEK 1 STARTS TODAY; EACH WEEK RUNS SEVEN DAYS. THE "AFTER" *
      *    BUCKET STARTS THE DAY AFTER WEEK 13 AND HAS NO END.         *
       0140-BUILDING-WEEKS.
           ACCEPT WRK-SYS-DATE FROM DATE YYYYMMDD.
           MOVE WRK-SYS-DATE-N TO WRK-D2D-DATE-N.
           PERFORM 0250-DATE-TO-DAYS.
           MOVE WRK-D2D-SERIAL TO WRK-TODAY-SERIAL.
           MOVE WRK-SYS-DATE-N TO WRK-WEEK-START (1).
           PERFORM VARYING WRK-WEEK-IDX FROM 1 BY 1
                     UNTIL WRK-WEEK-IDX GREATER THAN WRK-WEEKS
              MOVE WRK-WEEK-START (WRK-WEEK-IDX) TO WRK-ADD-BASE-N
              MOVE 6 TO WRK-ADD-DAYS
              PERFORM 0240-ADDING-DAYS
              MOVE WRK-ADD-RESULT-N TO WRK-WEEK-END (WRK-WEEK-IDX)
              MOVE 7 TO WRK-ADD-DAYS
              PERFORM 0240-ADDING-DAYS
              MOVE WRK-ADD-RESULT-N
                TO WRK-WEEK-START (WRK-WEEK-IDX + 1)
           END-PERFORM.
           MOVE 99999999 TO WRK-WEEK-END (WRK-AFTER-WEEK).
           MOVE SPACES TO RG-CASHRPT-LINE.
           STRING "PROJECAO DE FLUXO DE CAIXA - CONTAS A RECEBER EM "
                                          DELIMITED BY SIZE
                  WRK-SYS-DATE-N          DELIMITED BY SIZE
                  INTO RG-CASHRPT-LINE.
           WRITE RG-CASHRPT-LINE.
           MOVE SPACES TO RG-CASHRPT-LINE.
           STRING "CONTRATADO = NO VENCIMENTO; ESPERADO = VENCIMENTO "
                                          DELIMITED BY SIZE
                  "MAIS O ATRASO MEDIO DO CLIENTE"
                                          DELIMITED BY SIZE
                  INTO RG-CASHRPT-LINE.
           WRITE RG-CASHRPT-LINE.
           MOVE SPACES TO RG-TREASURY-LINE.
           STRING "CLIENTE;SEMANA;INICIO;FIM;CONTRATADO;ESPERADO"
                                          DELIMITED BY SIZE
                  INTO RG-TREASURY-LINE.
           WRITE RG-TREASURY-LINE.

       0200-PROCESS                    SECTION.
      **================ READING-PAID-HISTORY BEGINNING ===============**
      *    FIRST PASS: EVERY SETTLED ITEM WITH BOTH DATES ADDS ITS     *
      *    DELAY (PAID-DATE - DUE-DATE, IN DAYS) TO ITS CLIENT.        *
       0210-READING-PAID-HISTORY.
           MOVE "N" TO WRK-AR-SW.
           MOVE ZEROS TO RG-AR-NF-NUM RG-AR-INST.
           START RECEIVABLES KEY IS NOT LESS THAN RG-AR-KEY
             INVALID KEY
               SET WRK-AR-EOF TO TRUE
           END-START.
           PERFORM UNTIL WRK-AR-EOF
              READ RECEIVABLES NEXT RECORD
                AT END
                  SET WRK-AR-EOF TO TRUE
              END-READ
              IF NOT WRK-AR-EOF
                 AND RG-AR-IS-PAID
                 AND RG-AR-PAID-DATE NUMERIC
                 AND RG-AR-PAID-DATE GREATER THAN ZEROS
                 AND RG-AR-DUE-DATE GREATER THAN ZEROS
                 PERFORM 0215-ROLLUP-DELAY
              END-IF
           END-PERFORM.
           PERFORM VARYING WRK-CLI-IDX FROM 1 BY 1
                     UNTIL WRK-CLI-IDX GREATER THAN WRK-CLI-COUNT
              IF WRK-CLI-PAID-CNT (WRK-CLI-IDX) GREATER THAN ZEROS
                 COMPUTE WRK-CLI-AVG-DELAY (WRK-CLI-IDX) ROUNDED =
                         WRK-CLI-DELAY-SUM (WRK-CLI-IDX)
                       / WRK-CLI-PAID-CNT (WRK-CLI-IDX)
              END-IF
           END-PERFORM.
      **================ ROLLUP-DELAY BEGINNING =======================**
       0215-ROLLUP-DELAY.
           ADD 1 TO WRK-PAID-COUNT.
           MOVE RG-AR-DUE-DATE TO WRK-D2D-DATE-N.
           PERFORM 0250-DATE-TO-DAYS.
           MOVE WRK-D2D-SERIAL TO WRK-DUE-SERIAL.
           MOVE RG-AR-PAID-DATE TO WRK-D2D-DATE-N.
           PERFORM 0250-DATE-TO-DAYS.
           COMPUTE WRK-DELAY-DAYS = WRK-D2D-SERIAL - WRK-DUE-SERIAL.
           PERFORM 0230-FINDING-CLIENT.
           IF WRK-CLI-MATCHED
              ADD WRK-DELAY-DAYS TO WRK-CLI-DELAY-SUM (WRK-CLI-IDX)
              ADD 1 TO WRK-CLI-PAID-CNT (WRK-CLI-IDX)
           END-IF.
      **================ READING-OPEN-ITEMS BEGINNING =================**
      *    SECOND PASS: PROJECT EVERY OPEN ITEM, THE SAME SET          *
      *    AR-AGING AGES.                                              *
       0220-READING-OPEN-ITEMS.
           MOVE "N" TO WRK-AR-SW.
           MOVE ZEROS TO RG-AR-NF-NUM RG-AR-INST.
           START RECEIVABLES KEY IS NOT LESS THAN RG-AR-KEY
             INVALID KEY
               SET WRK-AR-EOF TO TRUE
           END-START.
           PERFORM UNTIL WRK-AR-EOF
              READ RECEIVABLES NEXT RECORD
                AT END
                  SET WRK-AR-EOF TO TRUE
              END-READ
              IF NOT WRK-AR-EOF
                 AND RG-AR-IS-OPEN
                 PERFORM 0225-PROJECTING-ITEM
              END-IF
           END-PERFORM.
      **================ PROJECTING-ITEM BEGINNING ====================**
      *    THE CONTRACTED WEEK COMES FROM THE DUE DATE ITSELF, THE     *
      *    EXPECTED WEEK FROM THE DUE DATE PLUS THE CLIENT'S AVERAGE   *
      *    DELAY. ANYTHING ALREADY PAST COUNTS IN WEEK 1.              *
       0225-PROJECTING-ITEM.
           ADD 1 TO WRK-OPEN-COUNT.
           COMPUTE WRK-REMAINING = RG-AR-AMOUNT - RG-AR-PAID-AMT.
           MOVE RG-AR-DUE-DATE TO WRK-D2D-DATE-N.
           PERFORM 0250-DATE-TO-DAYS.
           MOVE WRK-D2D-SERIAL TO WRK-DUE-SERIAL.
           PERFORM 0230-FINDING-CLIENT.
           COMPUTE WRK-DAYS-AHEAD = WRK-DUE-SERIAL - WRK-TODAY-SERIAL.
           PERFORM 0235-PICKING-WEEK.
           MOVE WRK-WEEK TO WRK-CONTR-WEEK.
           IF WRK-CLI-MATCHED
              COMPUTE WRK-DAYS-AHEAD = WRK-DUE-SERIAL
                      + WRK-CLI-AVG-DELAY (WRK-CLI-IDX)
                      - WRK-TODAY-SERIAL
              PERFORM 0235-PICKING-WEEK
           END-IF.
           MOVE WRK-WEEK TO WRK-EXPEC-WEEK.
           ADD WRK-REMAINING TO WRK-GRAND-CONTR (WRK-CONTR-WEEK).
           ADD WRK-REMAINING TO WRK-GRAND-EXPEC (WRK-EXPEC-WEEK).
           IF WRK-CLI-MATCHED
              ADD 1 TO WRK-CLI-OPEN-CNT (WRK-CLI-IDX)
              ADD WRK-REMAINING
                TO WRK-CLI-CONTR-AMT (WRK-CLI-IDX WRK-CONTR-WEEK)
              ADD WRK-REMAINING
                TO WRK-CLI-EXPEC-AMT (WRK-CLI-IDX WRK-EXPEC-WEEK)
           END-IF.
      **================ FINDING-CLIENT BEGINNING =====================**
      *    LOCATE (OR OPEN) THE TABLE ENTRY FOR RG-AR-CLID.            *
       0230-FINDING-CLIENT.
           MOVE "N" TO WRK-CLI-MATCH-SW.
           IF WRK-CLI-COUNT GREATER THAN ZEROS
              SET WRK-CLI-IDX TO 1
              SEARCH WRK-CLI-ENTRY
                AT END
                  CONTINUE
                WHEN WRK-CLI-ID (WRK-CLI-IDX) EQUAL RG-AR-CLID
                  SET WRK-CLI-MATCHED TO TRUE
              END-SEARCH
           END-IF.
           IF NOT WRK-CLI-MATCHED
              IF WRK-CLI-COUNT LESS THAN 1000
                 ADD 1 TO WRK-CLI-COUNT
                 SET WRK-CLI-IDX TO WRK-CLI-COUNT
                 MOVE RG-AR-CLID TO WRK-CLI-ID (WRK-CLI-IDX)
                 MOVE ZEROS TO WRK-CLI-DELAY-SUM (WRK-CLI-IDX)
                               WRK-CLI-PAID-CNT (WRK-CLI-IDX)
                               WRK-CLI-AVG-DELAY (WRK-CLI-IDX)
                               WRK-CLI-OPEN-CNT (WRK-CLI-IDX)
                 PERFORM VARYING WRK-WEEK-IDX FROM 1 BY 1
                           UNTIL WRK-WEEK-IDX GREATER THAN
                                 WRK-AFTER-WEEK
                    MOVE ZEROS TO
                         WRK-CLI-CONTR-AMT (WRK-CLI-IDX WRK-WEEK-IDX)
                         WRK-CLI-EXPEC-AMT (WRK-CLI-IDX WRK-WEEK-IDX)
                 END-PERFORM
                 SET WRK-CLI-MATCHED TO TRUE
              ELSE
                 IF NOT WRK-CLI-TRUNCATED
                    DISPLAY "MAIS DE 1000 CLIENTES COM TITULOS - "
                            "COLUNAS POR CLIENTE FICARAO PARCIAIS."
                    SET WRK-CLI-TRUNCATED TO TRUE
                 END-IF
              END-IF
           END-IF.
      **================ PICKING-WEEK BEGINNING =======================**
      *    WRK-DAYS-AHEAD (FROM TODAY) TO A BUCKET: PAST OR TODAY = 1, *
      *    THEN SEVEN DAYS PER WEEK, BEYOND WEEK 13 = WRK-AFTER-WEEK.  *
       0235-PICKING-WEEK.
           IF WRK-DAYS-AHEAD LESS THAN ZERO
              MOVE 1 TO WRK-WEEK
           ELSE
              IF WRK-DAYS-AHEAD NOT LESS THAN WRK-WEEKS * 7
                 MOVE WRK-AFTER-WEEK TO WRK-WEEK
              ELSE
                 COMPUTE WRK-WEEK = WRK-DAYS-AHEAD / 7 + 1
              END-IF
           END-IF.
      **================ ADDING-DAYS BEGINNING ========================**
      *    WRK-ADD-RESULT = WRK-ADD-BASE + WRK-ADD-DAYS. THE CARRY     *
      *    LOOP RUNS UNTIL THE DAY FITS THE MONTH IT LANDED IN.        *
       0240-ADDING-DAYS.
           MOVE WRK-ADD-B-YYYY TO WRK-ADD-YYYY.
           MOVE WRK-ADD-B-MM   TO WRK-ADD-MM.
           COMPUTE WRK-ADD-DD = WRK-ADD-B-DD + WRK-ADD-DAYS.
           MOVE "Y" TO WRK-CARRY-SW.
           PERFORM 0245-NORMALIZE-DATE
             UNTIL NOT WRK-DATE-CARRY.
           MOVE WRK-ADD-YYYY TO WRK-ADD-R-YYYY.
           MOVE WRK-ADD-MM   TO WRK-ADD-R-MM.
           MOVE WRK-ADD-DD   TO WRK-ADD-R-DD.
      **================ NORMALIZE-DATE BEGINNING =====================**
       0245-NORMALIZE-DATE.
           MOVE WRK-MONTH-DAYS (WRK-ADD-MM) TO WRK-MONTH-LEN.
           IF WRK-ADD-MM EQUAL 02
              MOVE "N" TO WRK-LEAP-SW
              DIVIDE WRK-ADD-YYYY BY 4 GIVING WRK-LEAP-QUOT
                     REMAINDER WRK-LEAP-REM
              IF WRK-LEAP-REM EQUAL ZEROS
                 SET WRK-LEAP-YEAR TO TRUE
              END-IF
              DIVIDE WRK-ADD-YYYY BY 100 GIVING WRK-LEAP-QUOT
                     REMAINDER WRK-LEAP-REM
              IF WRK-LEAP-REM EQUAL ZEROS
                 MOVE "N" TO WRK-LEAP-SW
              END-IF
              DIVIDE WRK-ADD-YYYY BY 400 GIVING WRK-LEAP-QUOT
                     REMAINDER WRK-LEAP-REM
              IF WRK-LEAP-REM EQUAL ZEROS
                 SET WRK-LEAP-YEAR TO TRUE
              END-IF
              IF WRK-LEAP-YEAR
                 MOVE 29 TO WRK-MONTH-LEN
              END-IF
           END-IF.
           IF WRK-ADD-DD GREATER THAN WRK-MONTH-LEN
              SUBTRACT WRK-MONTH-LEN FROM WRK-ADD-DD
              ADD 1 TO WRK-ADD-MM
              IF WRK-ADD-MM GREATER THAN 12
                 MOVE 01 TO WRK-ADD-MM
                 ADD 1 TO WRK-ADD-YYYY
              END-IF
           ELSE
              MOVE "N" TO WRK-CARRY-SW
           END-IF.
      **================ DATE-TO-DAYS BEGINNING =======================**
      *    TURN WRK-D2D-DATE (YYYYMMDD) INTO A SERIAL DAY COUNT:       *
      *    365 DAYS PER ELAPSED YEAR PLUS ONE PER ELAPSED LEAP YEAR,   *
      *    PLUS THE DAYS OF THE ELAPSED MONTHS (WITH THE FEBRUARY      *
      *    CORRECTION WHEN THE YEAR ITSELF IS LEAP), PLUS THE DAY.     *
       0250-DATE-TO-DAYS.
           COMPUTE WRK-D2D-PRIOR-YY = WRK-D2D-YYYY - 1.
           COMPUTE WRK-D2D-SERIAL = WRK-D2D-PRIOR-YY * 365.
           DIVIDE WRK-D2D-PRIOR-YY BY 4 GIVING WRK-LEAP-QUOT
                  REMAINDER WRK-LEAP-REM.
           ADD WRK-LEAP-QUOT TO WRK-D2D-SERIAL.
           DIVIDE WRK-D2D-PRIOR-YY BY 100 GIVING WRK-LEAP-QUOT
                  REMAINDER WRK-LEAP-REM.
           SUBTRACT WRK-LEAP-QUOT FROM WRK-D2D-SERIAL.
           DIVIDE WRK-D2D-PRIOR-YY BY 400 GIVING WRK-LEAP-QUOT
                  REMAINDER WRK-LEAP-REM.
           ADD WRK-LEAP-QUOT TO WRK-D2D-SERIAL.
           ADD WRK-CUM-DAYS (WRK-D2D-MM) TO WRK-D2D-SERIAL.
           ADD WRK-D2D-DD TO WRK-D2D-SERIAL.
           IF WRK-D2D-MM GREATER THAN 02
              MOVE "N" TO WRK-LEAP-SW
              DIVIDE WRK-D2D-YYYY BY 4 GIVING WRK-LEAP-QUOT
                     REMAINDER WRK-LEAP-REM
              IF WRK-LEAP-REM EQUAL ZEROS
                 SET WRK-LEAP-YEAR TO TRUE
              END-IF
              DIVIDE WRK-D2D-YYYY BY 100 GIVING WRK-LEAP-QUOT
                     REMAINDER WRK-LEAP-REM
              IF WRK-LEAP-REM EQUAL ZEROS
                 MOVE "N" TO WRK-LEAP-SW
              END-IF
              DIVIDE WRK-D2D-YYYY BY 400 GIVING WRK-LEAP-QUOT
                     REMAINDER WRK-LEAP-REM
              IF WRK-LEAP-REM EQUAL ZEROS
                 SET WRK-LEAP-YEAR TO TRUE
              END-IF
              IF WRK-LEAP-YEAR
                 ADD 1 TO WRK-D2D-SERIAL
              END-IF
           END-IF.
      **================ WRITING-REPORT BEGINNING =====================**
      *    ONE BLOCK PER CLIENT WITH SOMETHING OPEN (A CLIENT WHO ONLY *
      *    HAS PAID HISTORY HAS NOTHING TO PROJECT), THEN THE TOTALS.  *
       0260-WRITING-REPORT.
           PERFORM 0270-WRITING-CLIENT-BLOCK
             VARYING WRK-CLI-IDX FROM 1 BY 1
             UNTIL WRK-CLI-IDX GREATER THAN WRK-CLI-COUNT.
           MOVE SPACES TO RG-CASHRPT-LINE.
           WRITE RG-CASHRPT-LINE.
           MOVE "TOTAL GERAL" TO RG-CASHRPT-LINE.
           WRITE RG-CASHRPT-LINE.
           PERFORM 0265-WRITING-COLUMN-HEADER.
           MOVE "TOTAL" TO WRK-ROW-CLIENT.
           MOVE ZEROS TO WRK-SUM-CONTR WRK-SUM-EXPEC.
           PERFORM VARYING WRK-WEEK-IDX FROM 1 BY 1
                     UNTIL WRK-WEEK-IDX GREATER THAN WRK-AFTER-WEEK
              MOVE WRK-GRAND-CONTR (WRK-WEEK-IDX) TO WRK-ROW-CONTR
              MOVE WRK-GRAND-EXPEC (WRK-WEEK-IDX) TO WRK-ROW-EXPEC
              PERFORM 0275-WRITING-WEEK-ROW
           END-PERFORM.
           PERFORM 0280-WRITING-SUM-LINE.
           DISPLAY "TITULOS EM ABERTO PROJETADOS: " WRK-OPEN-COUNT.
           DISPLAY "TITULOS PAGOS NO HISTORICO:   " WRK-PAID-COUNT.
      **================ WRITING-COLUMN-HEADER BEGINNING ==============**
       0265-WRITING-COLUMN-HEADER.
           MOVE SPACES TO RG-CASHRPT-LINE.
           STRING "SEMANA  INICIO    FIM       "  DELIMITED BY SIZE
                  "         CONTRATADO"           DELIMITED BY SIZE
                  "           ESPERADO"           DELIMITED BY SIZE
                  INTO RG-CASHRPT-LINE.
           WRITE RG-CASHRPT-LINE.
           MOVE ALL "-" TO RG-CASHRPT-LINE.
           WRITE RG-CASHRPT-LINE.
      **================ WRITING-CLIENT-BLOCK BEGINNING ===============**
       0270-WRITING-CLIENT-BLOCK.
           IF WRK-CLI-OPEN-CNT (WRK-CLI-IDX) GREATER THAN ZEROS
              MOVE WRK-CLI-AVG-DELAY (WRK-CLI-IDX) TO WRK-DELAY-ED
              MOVE WRK-CLI-PAID-CNT (WRK-CLI-IDX)  TO WRK-COUNT-ED
              MOVE SPACES TO RG-CASHRPT-LINE
              WRITE RG-CASHRPT-LINE
              MOVE SPACES TO RG-CASHRPT-LINE
              STRING "CLIENTE " WRK-CLI-ID (WRK-CLI-IDX)
                                           DELIMITED BY SIZE
                     "  ATRASO MEDIO: "    DELIMITED BY SIZE
                     WRK-DELAY-ED          DELIMITED BY SIZE
                     " DIAS (EM "          DELIMITED BY SIZE
                     WRK-COUNT-ED          DELIMITED BY SIZE
                     " TITULOS PAGOS)"     DELIMITED BY SIZE
                     INTO RG-CASHRPT-LINE
              WRITE RG-CASHRPT-LINE
              PERFORM 0265-WRITING-COLUMN-HEADER
              MOVE WRK-CLI-ID (WRK-CLI-IDX) TO WRK-ROW-CLIENT
              MOVE ZEROS TO WRK-SUM-CONTR WRK-SUM-EXPEC
              PERFORM VARYING WRK-WEEK-IDX FROM 1 BY 1
                        UNTIL WRK-WEEK-IDX GREATER THAN WRK-AFTER-WEEK
                 MOVE WRK-CLI-CONTR-AMT (WRK-CLI-IDX WRK-WEEK-IDX)
                   TO WRK-ROW-CONTR
                 MOVE WRK-CLI-EXPEC-AMT (WRK-CLI-IDX WRK-WEEK-IDX)
                   TO WRK-ROW-EXPEC
                 PERFORM 0275-WRITING-WEEK-ROW
              END-PERFORM
              PERFORM 0280-WRITING-SUM-LINE
           END-IF.
      **================ WRITING-WEEK-ROW BEGINNING ===================**
      *    ONE WEEK OF THE CURRENT BLOCK (WRK-WEEK-IDX) - A REPORT     *
      *    LINE AND THE MATCHING TREASURY ROW.                         *
       0275-WRITING-WEEK-ROW.
           ADD WRK-ROW-CONTR TO WRK-SUM-CONTR.
           ADD WRK-ROW-EXPEC TO WRK-SUM-EXPEC.
           MOVE WRK-WEEK-START (WRK-WEEK-IDX) TO WRK-ROW-START.
           IF WRK-WEEK-IDX EQUAL WRK-AFTER-WEEK
              MOVE "APOS" TO WRK-ROW-WEEK
              MOVE SPACES TO WRK-ROW-END
           ELSE
              MOVE WRK-WEEK-IDX TO WRK-ROW-WEEK-N
              MOVE SPACES TO WRK-ROW-WEEK
              MOVE WRK-ROW-WEEK-N TO WRK-ROW-WEEK (1:2)
              MOVE WRK-WEEK-END (WRK-WEEK-IDX) TO WRK-ROW-END
           END-IF.
           MOVE WRK-ROW-CONTR TO WRK-TOTAL-ED.
           MOVE WRK-ROW-EXPEC TO WRK-TOTAL2-ED.
           MOVE SPACES TO RG-CASHRPT-LINE.
           STRING WRK-ROW-WEEK       DELIMITED BY SIZE
                  "    "             DELIMITED BY SIZE
                  WRK-ROW-START      DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WRK-ROW-END        DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WRK-TOTAL-ED       DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WRK-TOTAL2-ED      DELIMITED BY SIZE
                  INTO RG-CASHRPT-LINE.
           WRITE RG-CASHRPT-LINE.
           MOVE SPACES TO RG-TREASURY-LINE.
           STRING WRK-ROW-CLIENT     DELIMITED BY SPACE
                  ";"                DELIMITED BY SIZE
                  WRK-ROW-WEEK       DELIMITED BY SPACE
                  ";"                DELIMITED BY SIZE
                  WRK-ROW-START      DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  WRK-ROW-END        DELIMITED BY SPACE
                  ";"                DELIMITED BY SIZE
                  WRK-TOTAL-ED       DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  WRK-TOTAL2-ED      DELIMITED BY SIZE
                  INTO RG-TREASURY-LINE.
           WRITE RG-TREASURY-LINE.
      **================ WRITING-SUM-LINE BEGINNING ===================**
      *    BOTH COLUMNS ADD UP TO THE SAME OPEN BALANCE - ONLY THE     *
      *    TIMING DIFFERS.                                             *
       0280-WRITING-SUM-LINE.
           MOVE WRK-SUM-CONTR TO WRK-TOTAL-ED.
           MOVE WRK-SUM-EXPEC TO WRK-TOTAL2-ED.
           MOVE SPACES TO RG-CASHRPT-LINE.
           STRING "TOTAL                       " DELIMITED BY SIZE
                  WRK-TOTAL-ED       DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WRK-TOTAL2-ED      DELIMITED BY SIZE
                  INTO RG-CASHRPT-LINE.
           WRITE RG-CASHRPT-LINE.
      *----------------------------------------------------------------*
       0300-END                        SECTION.
           DISPLAY "PROJECAO GRAVADA EM FLUXO-CAIXA.DAT E "
                   "FLUXO-CAIXA.CSV.".
           CLOSE RECEIVABLES.
           CLOSE CASHFLOW-RPT.
           CLOSE TREASURY-OUT.
      *----------------------------------------------------------------*
