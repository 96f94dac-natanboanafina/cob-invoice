      *    PURPOSE     : VIEW AND CHANGE PARAMETROS.DAT - THE ONE      *
      *    CONTROL FILE THE BILLING BATCH READS AT STARTUP: DEFAULT    *
      *    TAX RATE, PRICE TOLERANCE (WHAT LANDS IN ORFAOS.DAT) AND    *
      *    DEFAULT DUE TERM IN DAYS - PLUS THE LATE-PAYMENT FINE AND   *
      *    DAILY INTEREST RATES AR-CHARGES APPLIES TO OVERDUE          *
      *    INSTALLMENTS. EACH CHANGE IS VALIDATED                      *
      *    (BOUNDS BELOW) AND LOGGED TO PARAM-LOG.DAT WITH DATE, OLD   *
      *    VALUE AND NEW VALUE, SO FINANCE'S CHANGES ARE LIVE FOR      *
      *    THE NEXT RUN AND STILL TRACEABLE AFTERWARDS.                *
           05 RG-PARAM-TAX-RATE    PIC 9(03)V99.
           05 RG-PARAM-PRICE-TOL   PIC 9(03)V99.
           05 RG-PARAM-DUE-TERM    PIC 9(03).
           05 RG-PARAM-FINE-PCT    PIC 9(03)V99.
           05 RG-PARAM-DAILY-INT   PIC 9(01)V9999.

      **================== FD CTRL-TAX BEGINNING =======================*
      *    SAME LAYOUT AS INVOICE-PROG'S FD.                           *
       77  WRK-SEED-TAX-RATE  PIC 9(03)V99 VALUE 010,00.
       77  WRK-SEED-PRICE-TOL PIC 9(03)V99 VALUE 010,00.
       77  WRK-SEED-DUE-TERM  PIC 9(03)    VALUE 030.
       77  WRK-SEED-FINE-PCT  PIC 9(03)V99 VALUE 002,00.
       77  WRK-SEED-DAILY-INT PIC 9(01)V9999 VALUE 0,0333.
      *----------------------------------------------------------------*
       77  WRK-NEW-RATE     PIC 9(03)V99 VALUE ZEROS.
       77  WRK-NEW-TERM     PIC 9(03)  VALUE ZEROS.
       77  WRK-OLD-TERM     PIC 9(03)  VALUE ZEROS.
       77  WRK-PCT-ED       PIC ZZ9,99.
       77  WRK-PCT2-ED      PIC ZZ9,99.
       77  WRK-NEW-DAILY    PIC 9(01)V9999 VALUE ZEROS.
       77  WRK-OLD-DAILY    PIC 9(01)V9999 VALUE ZEROS.
       77  WRK-DAILY-ED     PIC 9,9999.
       77  WRK-DAILY2-ED    PIC 9,9999.
       77  WRK-LOG-PARAM    PIC X(15)  VALUE SPACES.
       77  WRK-LOG-OLD      PIC X(06)  VALUE SPACES.
       77  WRK-LOG-NEW      PIC X(06)  VALUE SPACES.
              MOVE WRK-SEED-TAX-RATE  TO RG-PARAM-TAX-RATE
              MOVE WRK-SEED-PRICE-TOL TO RG-PARAM-PRICE-TOL
              MOVE WRK-SEED-DUE-TERM  TO RG-PARAM-DUE-TERM
              MOVE WRK-SEED-FINE-PCT  TO RG-PARAM-FINE-PCT
              MOVE WRK-SEED-DAILY-INT TO RG-PARAM-DAILY-INT
              WRITE RG-PARAM
              CLOSE PARAM-CTL
              OPEN I-O PARAM-CTL
               MOVE WRK-SEED-TAX-RATE  TO RG-PARAM-TAX-RATE
               MOVE WRK-SEED-PRICE-TOL TO RG-PARAM-PRICE-TOL
               MOVE WRK-SEED-DUE-TERM  TO RG-PARAM-DUE-TERM
               MOVE WRK-SEED-FINE-PCT  TO RG-PARAM-FINE-PCT
               MOVE WRK-SEED-DAILY-INT TO RG-PARAM-DAILY-INT
           END-READ.
      *    A PARAMETROS.DAT WRITTEN BEFORE THE LATE-CHARGE RATES       *
      *    EXISTED CARRIES NO VALUE THERE - THE SEEDS STAND IN UNTIL   *
      *    THE FIRST CHANGE REWRITES THE RECORD.                       *
           IF RG-PARAM-FINE-PCT NOT NUMERIC
              MOVE WRK-SEED-FINE-PCT  TO RG-PARAM-FINE-PCT
           END-IF.
           IF RG-PARAM-DAILY-INT NOT NUMERIC
              MOVE WRK-SEED-DAILY-INT TO RG-PARAM-DAILY-INT
           END-IF.
      **================ OPENING-PARAM-LOG BEGINNING ==================**
       0120-OPEN-PARAM-LOG.
           OPEN EXTEND PARAM-LOG.
           DISPLAY "  (T) ALTERAR TAXA PADRAO DE IMPOSTO".
           DISPLAY "  (P) ALTERAR TOLERANCIA DE PRECO".
           DISPLAY "  (Z) ALTERAR PRAZO PADRAO DE VENCIMENTO".
           DISPLAY "  (M) ALTERAR MULTA POR ATRASO".
           DISPLAY "  (J) ALTERAR JUROS DE MORA AO DIA".
           DISPLAY "  (I) CONSULTAR PARAMETROS".
           DISPLAY "  (S) SAIR".
           DISPLAY "DIGITE A OPCAO DESEJADA: "
             WHEN "T" PERFORM 0220-CHANGE-TAX-RATE
             WHEN "P" PERFORM 0230-CHANGE-PRICE-TOL
             WHEN "Z" PERFORM 0240-CHANGE-DUE-TERM
             WHEN "M" PERFORM 0242-CHANGE-FINE-PCT
             WHEN "J" PERFORM 0244-CHANGE-DAILY-INT
             WHEN "I" PERFORM 0250-SHOWING-PARAMS
             WHEN "S" SET WRK-DONE TO TRUE
             WHEN OTHER
                 DISPLAY "PRAZO PADRAO ALTERADO COM SUCESSO."
              END-IF
           END-IF.
      **================ CHANGE-FINE-PCT BEGINNING ====================**
      *    0% (NO FINE) TO 20% - ONE-OFF, ON THE OVERDUE BALANCE.      *
       0242-CHANGE-FINE-PCT.
           MOVE RG-PARAM-FINE-PCT TO WRK-OLD-RATE WRK-PCT-ED.
           DISPLAY "MULTA ATUAL: " WRK-PCT-ED "%".
           DISPLAY "NOVA MULTA (%): "
             ACCEPT WRK-NEW-RATE.
           IF WRK-NEW-RATE GREATER THAN 20,00
              MOVE WRK-NEW-RATE TO WRK-PCT-ED
              DISPLAY "MULTA INVALIDA (" WRK-PCT-ED
                      "%) - MAXIMO E 20,00%."
           ELSE
              MOVE WRK-NEW-RATE TO RG-PARAM-FINE-PCT
              REWRITE RG-PARAM
              IF FS-PARAM-STATUS NOT EQUAL 00
                 DISPLAY "PARAM-CTL: ERRO AO GRAVAR - STATUS "
                         FS-PARAM-STATUS
              ELSE
                 MOVE "MULTA-ATRASO" TO WRK-LOG-PARAM
                 MOVE WRK-OLD-RATE TO WRK-PCT-ED
                 MOVE WRK-PCT-ED   TO WRK-LOG-OLD
                 MOVE WRK-NEW-RATE TO WRK-PCT2-ED
                 MOVE WRK-PCT2-ED  TO WRK-LOG-NEW
                 PERFORM 0260-WRITING-AUDIT-LINE
                 DISPLAY "MULTA ALTERADA COM SUCESSO."
              END-IF
           END-IF.
      **================ CHANGE-DAILY-INT BEGINNING ===================**
      *    0% TO 1% A DAY, SIMPLE INTEREST ON THE OVERDUE BALANCE.     *
       0244-CHANGE-DAILY-INT.
           MOVE RG-PARAM-DAILY-INT TO WRK-OLD-DAILY WRK-DAILY-ED.
           DISPLAY "JUROS DE MORA ATUAL: " WRK-DAILY-ED "% AO DIA".
           DISPLAY "NOVOS JUROS (% AO DIA, EX. 0,0333): "
             ACCEPT WRK-NEW-DAILY.
           IF WRK-NEW-DAILY GREATER THAN 1,0000
              MOVE WRK-NEW-DAILY TO WRK-DAILY-ED
              DISPLAY "JUROS INVALIDOS (" WRK-DAILY-ED
                      "%) - MAXIMO E 1,0000% AO DIA."
           ELSE
              MOVE WRK-NEW-DAILY TO RG-PARAM-DAILY-INT
              REWRITE RG-PARAM
              IF FS-PARAM-STATUS NOT EQUAL 00
                 DISPLAY "PARAM-CTL: ERRO AO GRAVAR - STATUS "
                         FS-PARAM-STATUS
              ELSE
                 MOVE "JUROS-DIA" TO WRK-LOG-PARAM
                 MOVE WRK-OLD-DAILY TO WRK-DAILY-ED
                 MOVE WRK-DAILY-ED  TO WRK-LOG-OLD
                 MOVE WRK-NEW-DAILY TO WRK-DAILY2-ED
                 MOVE WRK-DAILY2-ED TO WRK-LOG-NEW
                 PERFORM 0260-WRITING-AUDIT-LINE
                 DISPLAY "JUROS DE MORA ALTERADOS COM SUCESSO."
              END-IF
           END-IF.
      **================ SHOWING-PARAMS BEGINNING =====================**
       0250-SHOWING-PARAMS.
           MOVE RG-PARAM-TAX-RATE TO WRK-PCT-ED.
           DISPLAY "TOLERANCIA DE PRECO:    " WRK-PCT-ED "%".
           DISPLAY "PRAZO PADRAO:           " RG-PARAM-DUE-TERM
                   " DIAS".
           MOVE RG-PARAM-FINE-PCT TO WRK-PCT-ED.
           DISPLAY "MULTA POR ATRASO:       " WRK-PCT-ED "%".
           MOVE RG-PARAM-DAILY-INT TO WRK-DAILY-ED.
           DISPLAY "JUROS DE MORA:          " WRK-DAILY-ED "% AO DIA".
      **================ WRITING-AUDIT-LINE BEGINNING =================**
      *    ONE DELIMITED LINE PER CHANGE, APPENDED FOREVER: DATE;     *
      *    PARAMETER; OLD VALUE; NEW VALUE.                           *
