       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.AR-CHARGES.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 24/11/2022                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : LATE-PAYMENT CHARGES ON OVERDUE INSTALLMENTS. *
      *    EVERY OPEN INSTALLMENT OF CONTASREC.DAT PAST ITS DUE DATE   *
      *    GETS A CHARGE ITEM OF ITS OWN, KEYED UNDER THE SAME NF      *
      *    WITH INSTALLMENT 50 + THE ORIGINAL ONE: THE FINE (ONE-OFF,  *
      *    RG-PARAM-FINE-PCT OF THE OVERDUE BALANCE) PLUS SIMPLE       *
      *    INTEREST (RG-PARAM-DAILY-INT PER DAY) FROM RG-AR-DUE-DATE.  *
      *    THE RATES COME FROM PARAMETROS.DAT (SEE PARAM-MAINT). ON    *
      *    LATER RUNS THE INTEREST KEEPS ACCRUING ON WHAT IS STILL     *
      *    OWED, FROM THE DATE OF THE LAST RUN (RG-AR-CHG-CALC-DATE),  *
      *    SO PARTIAL PAYMENTS REDUCE THE INTEREST FROM THEN ON AND A  *
      *    RE-RUN ON THE SAME DAY CHANGES NOTHING. A CHARGE WAIVED BY  *
      *    A SUPERVISOR (AR-WAIVE) OR SETTLED BY ESTORNO STOPS         *
      *    ACCRUING. EVERY CHARGE OPENED OR INCREASED IS LISTED IN     *
      *    ENCARGOS.DAT.                                               *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    PARAM-CTL               I                      -            *
      *    RECEIVABLES            I-O                     -            *
      *    CHARGES-RPT             O                      -            *
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
      *                    SELECT PARAMETROS.DAT
      *=================================================================
           SELECT PARAM-CTL ASSIGN TO
                                 "C:\Cobol\task3\data\PARAMETROS.DAT"
                              ORGANIZATION IS RELATIVE
                              ACCESS MODE IS RANDOM
                              RELATIVE KEY IS WRK-PARAM-KEY
                              FILE STATUS IS FS-PARAM-STATUS.

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
      *                    SELECT ENCARGOS.DAT
      *=================================================================
           SELECT CHARGES-RPT ASSIGN TO
                                 "C:\Cobol\task3\data\ENCARGOS.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-CHGRPT-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
      **================ FD PARAM-CTL BEGINNING ========================*
      *    SAME LAYOUT AS PARAM-MAINT'S FD.                            *
       FD  PARAM-CTL.
       01  RG-PARAM.
           05 RG-PARAM-TAX-RATE    PIC 9(03)V99.
           05 RG-PARAM-PRICE-TOL   PIC 9(03)V99.
           05 RG-PARAM-DUE-TERM    PIC 9(03).
           05 RG-PARAM-FINE-PCT    PIC 9(03)V99.
           05 RG-PARAM-DAILY-INT   PIC 9(01)V9999.

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

      **================ FD CHARGES-RPT BEGINNING ======================*
       FD  CHARGES-RPT.
       01  RG-CHGRPT-LINE           PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "========== WORKING-STORAGE BEGINNING ==========".

      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-PARAM-STATUS         PIC 9(02).
       77  FS-AR-STATUS            PIC 9(02).
       77  FS-CHGRPT-STATUS        PIC 9(02).
      *----------------------------------------------------------------*
       77  WRK-PARAM-KEY           PIC 9(04)  VALUE 1.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(057) VALUE
           "============ PROCESSMENT VARIABLES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-AR-SW        PIC X(01)  VALUE "N".
           88 WRK-AR-EOF              VALUE "Y".
       77  WRK-FINE-PCT     PIC 9(03)V99   VALUE ZEROS.
       77  WRK-DAILY-INT    PIC 9(01)V9999 VALUE ZEROS.
      *----------------------------------------------------------------*
      *    THE OVERDUE INSTALLMENT BEING ASSESSED - KEPT APART, SINCE  *
      *    THE RECORD AREA IS REUSED FOR ITS CHARGE ITEM.              *
      *----------------------------------------------------------------*
       01  WRK-SAVE-KEY.
           05 WRK-SAVE-NF       PIC 9(07).
           05 WRK-SAVE-INST     PIC 9(02).
       77  WRK-PRIN-CLID    PIC 9(05)  VALUE ZEROS.
       77  WRK-PRIN-DUE     PIC 9(08)  VALUE ZEROS.
       77  WRK-BALANCE      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-FINE-AMT     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-INTEREST-AMT PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CHARGE-AMT   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ACCRUE-DAYS  PIC S9(05) VALUE ZEROS.
       77  WRK-LINE-KIND    PIC X(10)  VALUE SPACES.
      *----------------------------------------------------------------*
      *    CALENDAR ARITHMETIC - SAME SERIAL DAY COUNT AS AR-AGING.    *
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
       77  WRK-FROM-SERIAL  PIC 9(07)  VALUE ZEROS.
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
      *    RUN COUNTERS AND TOTALS.                                    *
      *----------------------------------------------------------------*
       77  WRK-OVERDUE-COUNT PIC 9(06) VALUE ZEROS.
       77  WRK-NEW-COUNT    PIC 9(06)  VALUE ZEROS.
       77  WRK-UPD-COUNT    PIC 9(06)  VALUE ZEROS.
       77  WRK-WAIVED-COUNT PIC 9(06)  VALUE ZEROS.
       77  WRK-TOT-FINE     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-INTEREST PIC 9(11)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *    EDITED FIELDS                                               *
      *----------------------------------------------------------------*
       77  WRK-BAL-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-FINE-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-INT-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-CHG-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-DAYS-ED      PIC ZZZZ9.
       77  WRK-TOTAL-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-PCT-ED       PIC ZZ9,99.
       77  WRK-DAILY-ED     PIC 9,9999.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(052) VALUE
           "============ WARNING MESSAGES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERROR       PIC X(20) VALUE "FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
           PERFORM 0100-INIT.
           PERFORM 0210-READING-RECEIVABLES.
           PERFORM 0300-END.
           STOP RUN.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
      **================ OPENING-PARAM-CTL BEGINNING ==================**
      *    THE RATES ARE FINANCE'S DECISION - WITHOUT PARAMETROS.DAT,  *
      *    OR WITH A RECORD THAT PREDATES THE LATE-CHARGE RATES, THE   *
      *    RUN STOPS RATHER THAN CHARGE AT A GUESSED RATE.             *
       0110-OPEN-PARAM-CTL.
           OPEN INPUT PARAM-CTL.
           IF FS-PARAM-STATUS NOT EQUAL 00
              DISPLAY "PARAM-CTL: " WRK-OPEN-ERROR
              DISPLAY "STATUS:    " FS-PARAM-STATUS
              GOBACK
           END-IF.
           READ PARAM-CTL
             INVALID KEY
               MOVE SPACES TO RG-PARAM
           END-READ.
           IF RG-PARAM-FINE-PCT NOT NUMERIC
              OR RG-PARAM-DAILY-INT NOT NUMERIC
              DISPLAY "MULTA/JUROS NAO CADASTRADOS EM PARAMETROS.DAT"
                      " - ACERTAR PELO PARAM-MAINT."
              CLOSE PARAM-CTL
              GOBACK
           END-IF.
           MOVE RG-PARAM-FINE-PCT  TO WRK-FINE-PCT.
           MOVE RG-PARAM-DAILY-INT TO WRK-DAILY-INT.
           CLOSE PARAM-CTL.
      **================ OPENING-RECEIVABLES BEGINNING =================**
      *    NO CONTASREC.DAT MEANS NOTHING IS OWED - HARD STOP.         *
       0120-OPEN-RECEIVABLES.
           OPEN I-O RECEIVABLES.
           IF FS-AR-STATUS NOT EQUAL 00
              DISPLAY "RECEIVABLES: " WRK-OPEN-ERROR
              DISPLAY "STATUS:      " FS-AR-STATUS
              GOBACK
           END-IF.
      **================ OPENING-CHARGES-RPT BEGINNING ================**
       0130-OPEN-CHARGES-RPT.
           OPEN OUTPUT CHARGES-RPT.
           IF FS-CHGRPT-STATUS NOT EQUAL 00
              DISPLAY "CHARGES-RPT: " WRK-OPEN-ERROR
              DISPLAY "STATUS:      " FS-CHGRPT-STATUS
              GOBACK
           END-IF.
           ACCEPT WRK-SYS-DATE FROM DATE YYYYMMDD.
           MOVE WRK-SYS-DATE-N TO WRK-D2D-DATE-N.
           PERFORM 0250-DATE-TO-DAYS.
           MOVE WRK-D2D-SERIAL TO WRK-TODAY-SERIAL.
           MOVE WRK-FINE-PCT  TO WRK-PCT-ED.
           MOVE WRK-DAILY-INT TO WRK-DAILY-ED.
           MOVE SPACES TO RG-CHGRPT-LINE.
           STRING "ENCARGOS POR ATRASO EM " DELIMITED BY SIZE
                  WRK-SYS-DATE-N            DELIMITED BY SIZE
                  " - MULTA "               DELIMITED BY SIZE
                  WRK-PCT-ED                DELIMITED BY SIZE
                  "%  JUROS "               DELIMITED BY SIZE
                  WRK-DAILY-ED              DELIMITED BY SIZE
                  "% AO DIA"                DELIMITED BY SIZE
                  INTO RG-CHGRPT-LINE.
           WRITE RG-CHGRPT-LINE.
           MOVE ALL "-" TO RG-CHGRPT-LINE.
           WRITE RG-CHGRPT-LINE.

       0200-PROCESS                    SECTION.
      **================ READING-RECEIVABLES BEGINNING ================**
      *    CONTASREC.DAT IN KEY ORDER. ASSESSING AN ITEM READS AND     *
      *    WRITES ITS CHARGE BY KEY, WHICH MOVES THE FILE POSITION,    *
      *    SO THE SCAN IS RESUMED WITH A START PAST THE INSTALLMENT    *
      *    JUST ASSESSED.                                              *
       0210-READING-RECEIVABLES.
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
                 IF RG-AR-IS-PRINCIPAL
                    AND RG-AR-IS-OPEN
                    AND RG-AR-DUE-DATE LESS THAN WRK-SYS-DATE-N
                    AND RG-AR-AMOUNT GREATER THAN RG-AR-PAID-AMT
                    ADD 1 TO WRK-OVERDUE-COUNT
                    PERFORM 0220-ASSESSING-ITEM
                    MOVE WRK-SAVE-KEY TO RG-AR-KEY
                    START RECEIVABLES KEY IS GREATER THAN RG-AR-KEY
                      INVALID KEY
                        SET WRK-AR-EOF TO TRUE
                    END-START
                 END-IF
              END-IF
           END-PERFORM.
      **================ ASSESSING-ITEM BEGINNING =====================**
      *    LOOK FOR THE INSTALLMENT'S CHARGE ITEM: NONE YET OPENS ONE  *
      *    (FINE + INTEREST SINCE THE DUE DATE); AN EXISTING ONE       *
      *    ACCRUES INTEREST SINCE THE LAST RUN.                        *
       0220-ASSESSING-ITEM.
           MOVE RG-AR-KEY      TO WRK-SAVE-KEY.
           MOVE RG-AR-CLID     TO WRK-PRIN-CLID.
           MOVE RG-AR-DUE-DATE TO WRK-PRIN-DUE.
           COMPUTE WRK-BALANCE = RG-AR-AMOUNT - RG-AR-PAID-AMT.
           MOVE WRK-SAVE-NF TO RG-AR-NF-NUM.
           COMPUTE RG-AR-INST = 50 + WRK-SAVE-INST.
           READ RECEIVABLES
             INVALID KEY
                PERFORM 0230-OPENING-CHARGE
             NOT INVALID KEY
                PERFORM 0240-ACCRUING-CHARGE
           END-READ.
      **================ OPENING-CHARGE BEGINNING =====================**
       0230-OPENING-CHARGE.
           MOVE WRK-PRIN-DUE TO WRK-D2D-DATE-N.
           PERFORM 0250-DATE-TO-DAYS.
           MOVE WRK-D2D-SERIAL TO WRK-FROM-SERIAL.
           COMPUTE WRK-ACCRUE-DAYS = WRK-TODAY-SERIAL - WRK-FROM-SERIAL.
           COMPUTE WRK-FINE-AMT ROUNDED =
                   WRK-BALANCE * WRK-FINE-PCT / 100.
           COMPUTE WRK-INTEREST-AMT ROUNDED =
                   WRK-BALANCE * WRK-DAILY-INT / 100 * WRK-ACCRUE-DAYS.
           COMPUTE WRK-CHARGE-AMT = WRK-FINE-AMT + WRK-INTEREST-AMT.
           IF WRK-CHARGE-AMT GREATER THAN ZEROS
              MOVE SPACES TO RG-AR
              MOVE WRK-SAVE-NF       TO RG-AR-NF-NUM
              COMPUTE RG-AR-INST = 50 + WRK-SAVE-INST
              MOVE WRK-PRIN-CLID     TO RG-AR-CLID
              MOVE WRK-SYS-DATE-N    TO RG-AR-ISSUE-DATE
              MOVE WRK-PRIN-DUE      TO RG-AR-DUE-DATE
              MOVE WRK-CHARGE-AMT    TO RG-AR-AMOUNT
              MOVE ZEROS             TO RG-AR-PAID-AMT
              SET RG-AR-IS-OPEN      TO TRUE
              MOVE ZEROS             TO RG-AR-PAID-DATE
              SET RG-AR-IS-CHARGE    TO TRUE
              MOVE WRK-SAVE-INST     TO RG-AR-ORIG-INST
              MOVE WRK-FINE-AMT      TO RG-AR-CHG-FINE
              MOVE WRK-SYS-DATE-N    TO RG-AR-CHG-CALC-DATE
              WRITE RG-AR
                INVALID KEY
                   DISPLAY "ERRO AO GRAVAR ENCARGO DA NF "
                           WRK-SAVE-NF " PARCELA " WRK-SAVE-INST "."
                NOT INVALID KEY
                   ADD 1 TO WRK-NEW-COUNT
                   ADD WRK-FINE-AMT     TO WRK-TOT-FINE
                   ADD WRK-INTEREST-AMT TO WRK-TOT-INTEREST
                   MOVE "NOVO"          TO WRK-LINE-KIND
                   PERFORM 0260-WRITING-CHARGE-LINE
              END-WRITE
           END-IF.
      **================ ACCRUING-CHARGE BEGINNING ====================**
      *    A CHARGE ALREADY PAID REOPENS WHEN MORE INTEREST ACCRUES    *
      *    (THE INSTALLMENT ITSELF IS STILL OPEN); A WAIVED OR         *
      *    CANCELLED ONE IS LEFT ALONE.                                *
       0240-ACCRUING-CHARGE.
           IF RG-AR-IS-WAIVED OR RG-AR-IS-CANCELLED
              ADD 1 TO WRK-WAIVED-COUNT
           ELSE
              MOVE RG-AR-CHG-CALC-DATE TO WRK-D2D-DATE-N
              PERFORM 0250-DATE-TO-DAYS
              MOVE WRK-D2D-SERIAL TO WRK-FROM-SERIAL
              COMPUTE WRK-ACCRUE-DAYS =
                      WRK-TODAY-SERIAL - WRK-FROM-SERIAL
              MOVE ZEROS TO WRK-FINE-AMT WRK-INTEREST-AMT
              IF WRK-ACCRUE-DAYS GREATER THAN ZEROS
                 COMPUTE WRK-INTEREST-AMT ROUNDED =
                         WRK-BALANCE * WRK-DAILY-INT / 100
                         * WRK-ACCRUE-DAYS
              END-IF
              IF WRK-INTEREST-AMT GREATER THAN ZEROS
                 ADD WRK-INTEREST-AMT TO RG-AR-AMOUNT
                 MOVE WRK-SYS-DATE-N  TO RG-AR-CHG-CALC-DATE
                 SET RG-AR-IS-OPEN    TO TRUE
                 REWRITE RG-AR
                   INVALID KEY
                      DISPLAY "ERRO AO ATUALIZAR ENCARGO DA NF "
                              WRK-SAVE-NF " PARCELA " WRK-SAVE-INST
                              "."
                   NOT INVALID KEY
                      ADD 1 TO WRK-UPD-COUNT
                      ADD WRK-INTEREST-AMT TO WRK-TOT-INTEREST
                      MOVE RG-AR-AMOUNT    TO WRK-CHARGE-AMT
                      MOVE "ATUALIZADO"    TO WRK-LINE-KIND
                      PERFORM 0260-WRITING-CHARGE-LINE
                 END-REWRITE
              END-IF
           END-IF.
      **================ DATE-TO-DAYS BEGINNING =======================**
      *    TURN WRK-D2D-DATE (YYYYMMDD) INTO A SERIAL DAY COUNT - SAME *
      *    PARAGRAPH AS AR-AGING'S 0250-DATE-TO-DAYS.                  *
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
      **================ WRITING-CHARGE-LINE BEGINNING ================**
       0260-WRITING-CHARGE-LINE.
           MOVE WRK-BALANCE      TO WRK-BAL-ED.
           MOVE WRK-FINE-AMT     TO WRK-FINE-ED.
           MOVE WRK-INTEREST-AMT TO WRK-INT-ED.
           MOVE WRK-CHARGE-AMT   TO WRK-CHG-ED.
           MOVE WRK-ACCRUE-DAYS  TO WRK-DAYS-ED.
           MOVE SPACES TO RG-CHGRPT-LINE.
           STRING "CLIENTE " WRK-PRIN-CLID   DELIMITED BY SIZE
                  "  NF " WRK-SAVE-NF        DELIMITED BY SIZE
                  "/" WRK-SAVE-INST          DELIMITED BY SIZE
                  "  VENC " WRK-PRIN-DUE     DELIMITED BY SIZE
                  "  DIAS " WRK-DAYS-ED      DELIMITED BY SIZE
                  "  SALDO " WRK-BAL-ED      DELIMITED BY SIZE
                  "  MULTA " WRK-FINE-ED     DELIMITED BY SIZE
                  "  JUROS " WRK-INT-ED      DELIMITED BY SIZE
                  "  ENCARGO " WRK-CHG-ED    DELIMITED BY SIZE
                  " " WRK-LINE-KIND          DELIMITED BY SIZE
                  INTO RG-CHGRPT-LINE.
           WRITE RG-CHGRPT-LINE.
      *----------------------------------------------------------------*
       0300-END                        SECTION.
           MOVE ALL "-" TO RG-CHGRPT-LINE.
           WRITE RG-CHGRPT-LINE.
           MOVE WRK-TOT-FINE TO WRK-TOTAL-ED.
           MOVE SPACES TO RG-CHGRPT-LINE.
           STRING "TOTAL DE MULTAS NESTA EXECUCAO: " DELIMITED BY SIZE
                  WRK-TOTAL-ED                       DELIMITED BY SIZE
                  INTO RG-CHGRPT-LINE.
           WRITE RG-CHGRPT-LINE.
           MOVE WRK-TOT-INTEREST TO WRK-TOTAL-ED.
           MOVE SPACES TO RG-CHGRPT-LINE.
           STRING "TOTAL DE JUROS NESTA EXECUCAO:  " DELIMITED BY SIZE
                  WRK-TOTAL-ED                       DELIMITED BY SIZE
                  INTO RG-CHGRPT-LINE.
           WRITE RG-CHGRPT-LINE.
           DISPLAY "=========================================".
           DISPLAY "  ENCARGOS POR ATRASO - RESUMO           ".
           DISPLAY "=========================================".
           DISPLAY "PARCELAS VENCIDAS:        " WRK-OVERDUE-COUNT.
           DISPLAY "ENCARGOS ABERTOS:         " WRK-NEW-COUNT.
           DISPLAY "ENCARGOS ATUALIZADOS:     " WRK-UPD-COUNT.
           DISPLAY "DISPENSADOS/ESTORNADOS:   " WRK-WAIVED-COUNT.
           MOVE WRK-TOT-FINE TO WRK-TOTAL-ED.
           DISPLAY "TOTAL DE MULTAS:          " WRK-TOTAL-ED.
           MOVE WRK-TOT-INTEREST TO WRK-TOTAL-ED.
           DISPLAY "TOTAL DE JUROS:           " WRK-TOTAL-ED.
           DISPLAY "ENCARGOS GRAVADOS EM ENCARGOS.DAT.".
           CLOSE RECEIVABLES.
           CLOSE CHARGES-RPT.
      *----------------------------------------------------------------*
