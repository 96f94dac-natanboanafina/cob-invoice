       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.AR-WAIVE.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 24/11/2022                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : SUPERVISOR WAIVER OF LATE-PAYMENT CHARGES.    *
      *    THE SUPERVISOR SIGNS IN ONCE WITH AN ID, THEN GIVES AN NF    *
      *    NUMBER; ITS CHARGE ITEMS (OPENED BY AR-CHARGES) ARE LISTED  *
      *    AND ONE IS PICKED BY ITS ORIGINAL INSTALLMENT. THE OPEN     *
      *    BALANCE OF THE CHARGE IS WAIVED ("D") WITH THE DATE, THE    *
      *    SUPERVISOR AND THE REASON STAMPED ON THE ITEM ITSELF, AND   *
      *    AR-CHARGES STOPS ACCRUING INTEREST ON IT. ANY PART ALREADY  *
      *    PAID STAYS PAID. INSTALLMENTS THEMSELVES ARE NEVER WAIVED   *
      *    HERE - THAT IS A CREDIT NOTE (NF-CANCEL).                   *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    RECEIVABLES            I-O                     -            *
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
      *----------------------------------------------------------------*
       01  FILLER          PIC X(057) VALUE
           "============ PROCESSMENT VARIABLES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-SUPERVISOR   PIC X(08)  VALUE SPACES.
       77  WRK-NF-NUM       PIC 9(07)  VALUE ZEROS.
       77  WRK-INST-NUM     PIC 9(02)  VALUE ZEROS.
       77  WRK-CHG-COUNT    PIC 9(03)  VALUE ZEROS.
       77  WRK-WAIVE-COUNT  PIC 9(05)  VALUE ZEROS.
       77  WRK-AR-SCAN-SW   PIC X(01)  VALUE "N".
           88 WRK-AR-SCAN-EOF         VALUE "Y".
       77  WRK-REMAINING    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-REASON       PIC X(30)  VALUE SPACES.
       77  WRK-CONFIRM      PIC X(01)  VALUE SPACES.
       77  WRK-DONE-SW      PIC X(01)  VALUE "N".
           88 WRK-DONE                VALUE "S".
       77  WRK-TOTAL-ED     PIC ZZZ.ZZZ.ZZZ,ZZ.
       77  WRK-REMAIN-ED    PIC ZZZ.ZZZ.ZZZ,ZZ.
       01  WRK-SYS-DATE.
           05 WRK-DATE-YYYY PIC 9(04).
           05 WRK-DATE-MM   PIC 9(02).
           05 WRK-DATE-DD   PIC 9(02).
       01  WRK-SYS-DATE-N REDEFINES WRK-SYS-DATE PIC 9(08).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(052) VALUE
           "============ WARNING MESSAGES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERROR       PIC X(20) VALUE "FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
           PERFORM 0100-INIT.
           PERFORM 0210-ASKING-NF UNTIL WRK-DONE.
           PERFORM 0300-END.
           STOP RUN.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
      **================ OPENING-RECEIVABLES BEGINNING =================**
       0110-OPEN-RECEIVABLES.
           OPEN I-O RECEIVABLES.
           IF FS-AR-STATUS NOT EQUAL 00
              DISPLAY "RECEIVABLES: " WRK-OPEN-ERROR
              DISPLAY "STATUS:      " FS-AR-STATUS
              GOBACK
           END-IF.
           ACCEPT WRK-SYS-DATE FROM DATE YYYYMMDD.
      **================ ASKING-SUPERVISOR BEGINNING ==================**
      *    EVERY WAIVER OF THE SESSION IS SIGNED WITH THIS ID.         *
       0120-ASKING-SUPERVISOR.
           DISPLAY "=========================================".
           DISPLAY "  DISPENSA DE ENCARGOS - CONTASREC.DAT   ".
           DISPLAY "=========================================".
           DISPLAY "IDENTIFICACAO DO SUPERVISOR: "
             ACCEPT WRK-SUPERVISOR.
           IF WRK-SUPERVISOR EQUAL SPACES
              DISPLAY "DISPENSA EXIGE A IDENTIFICACAO DO SUPERVISOR."
              CLOSE RECEIVABLES
              GOBACK
           END-IF.

       0200-PROCESS                    SECTION.
      **================ ASKING-NF BEGINNING ==========================**
       0210-ASKING-NF.
           DISPLAY "NUMERO DA NF (0 PARA SAIR): "
             ACCEPT WRK-NF-NUM.
           IF WRK-NF-NUM EQUAL ZEROS
              SET WRK-DONE TO TRUE
           ELSE
              PERFORM 0215-LISTING-CHARGES
              IF WRK-CHG-COUNT EQUAL ZEROS
                 DISPLAY "NF " WRK-NF-NUM " SEM ENCARGOS EM "
                         "CONTASREC.DAT."
              ELSE
                 DISPLAY "PARCELA ORIGINAL DO ENCARGO A DISPENSAR: "
                   ACCEPT WRK-INST-NUM
                 MOVE WRK-NF-NUM TO RG-AR-NF-NUM
                 COMPUTE RG-AR-INST = 50 + WRK-INST-NUM
                 READ RECEIVABLES
                   INVALID KEY
                      DISPLAY "PARCELA " WRK-INST-NUM " DA NF "
                              WRK-NF-NUM " SEM ENCARGO."
                   NOT INVALID KEY
                      PERFORM 0220-WAIVING-CHARGE
                 END-READ
              END-IF
           END-IF.
      **================ LISTING-CHARGES BEGINNING ====================**
      *    THE NF'S CHARGE ITEMS, WITH THE INSTALLMENT EACH ONE        *
      *    BELONGS TO, ITS AMOUNT, OPEN BALANCE AND STATE.             *
       0215-LISTING-CHARGES.
           MOVE ZEROS TO WRK-CHG-COUNT.
           MOVE "N"   TO WRK-AR-SCAN-SW.
           MOVE WRK-NF-NUM TO RG-AR-NF-NUM.
           MOVE 51         TO RG-AR-INST.
           START RECEIVABLES KEY IS NOT LESS THAN RG-AR-KEY
             INVALID KEY
               SET WRK-AR-SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL WRK-AR-SCAN-EOF
              READ RECEIVABLES NEXT RECORD
                AT END
                  SET WRK-AR-SCAN-EOF TO TRUE
              END-READ
              IF NOT WRK-AR-SCAN-EOF
                 IF RG-AR-NF-NUM NOT EQUAL WRK-NF-NUM
                    SET WRK-AR-SCAN-EOF TO TRUE
                 ELSE
                    IF RG-AR-IS-CHARGE
                       ADD 1 TO WRK-CHG-COUNT
                       PERFORM 0217-SHOWING-CHARGE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      **================ SHOWING-CHARGE BEGINNING =====================**
       0217-SHOWING-CHARGE.
           COMPUTE WRK-REMAINING = RG-AR-AMOUNT - RG-AR-PAID-AMT.
           MOVE RG-AR-AMOUNT  TO WRK-TOTAL-ED.
           MOVE WRK-REMAINING TO WRK-REMAIN-ED.
           EVALUATE TRUE
             WHEN RG-AR-IS-PAID
                DISPLAY "ENCARGO DA PARCELA " RG-AR-ORIG-INST
                        "  VALOR " WRK-TOTAL-ED "  (PAGO)"
             WHEN RG-AR-IS-CANCELLED
                DISPLAY "ENCARGO DA PARCELA " RG-AR-ORIG-INST
                        "  VALOR " WRK-TOTAL-ED "  (ESTORNADO)"
             WHEN RG-AR-IS-WAIVED
                DISPLAY "ENCARGO DA PARCELA " RG-AR-ORIG-INST
                        "  VALOR " WRK-TOTAL-ED "  (DISPENSADO POR "
                        RG-AR-WAIVE-USER " EM " RG-AR-PAID-DATE ")"
             WHEN OTHER
                DISPLAY "ENCARGO DA PARCELA " RG-AR-ORIG-INST
                        "  VALOR " WRK-TOTAL-ED
                        "  SALDO " WRK-REMAIN-ED "  (EM ABERTO)"
           END-EVALUATE.
      **================ WAIVING-CHARGE BEGINNING =====================**
      *    ONLY AN OPEN CHARGE CAN BE WAIVED, AND ONLY WITH A REASON.  *
       0220-WAIVING-CHARGE.
           EVALUATE TRUE
             WHEN NOT RG-AR-IS-CHARGE
                DISPLAY "O TITULO NAO E UM ENCARGO - DISPENSA "
                        "RECUSADA."
             WHEN RG-AR-IS-PAID
                DISPLAY "ENCARGO JA PAGO EM " RG-AR-PAID-DATE "."
             WHEN RG-AR-IS-CANCELLED
                DISPLAY "ENCARGO JA ESTORNADO - NADA A DISPENSAR."
             WHEN RG-AR-IS-WAIVED
                DISPLAY "ENCARGO JA DISPENSADO POR " RG-AR-WAIVE-USER
                        ": " RG-AR-WAIVE-REASON
             WHEN OTHER
                COMPUTE WRK-REMAINING =
                        RG-AR-AMOUNT - RG-AR-PAID-AMT
                MOVE WRK-REMAINING TO WRK-REMAIN-ED
                DISPLAY "CLIENTE:    " RG-AR-CLID
                DISPLAY "VENCIMENTO: " RG-AR-DUE-DATE
                DISPLAY "A DISPENSAR:" WRK-REMAIN-ED
                MOVE SPACES TO WRK-REASON
                DISPLAY "MOTIVO DA DISPENSA: "
                  ACCEPT WRK-REASON
                IF WRK-REASON EQUAL SPACES
                   DISPLAY "MOTIVO OBRIGATORIO - DISPENSA NAO "
                           "REGISTRADA."
                ELSE
                   DISPLAY "CONFIRMA A DISPENSA (S/N)? "
                     ACCEPT WRK-CONFIRM
                   IF WRK-CONFIRM EQUAL "S"
                      SET RG-AR-IS-WAIVED TO TRUE
                      MOVE WRK-SYS-DATE-N TO RG-AR-PAID-DATE
                      MOVE WRK-SUPERVISOR TO RG-AR-WAIVE-USER
                      MOVE WRK-REASON     TO RG-AR-WAIVE-REASON
                      REWRITE RG-AR
                        INVALID KEY
                           DISPLAY "ERRO AO DISPENSAR O ENCARGO."
                        NOT INVALID KEY
                           ADD 1 TO WRK-WAIVE-COUNT
                           DISPLAY "ENCARGO DA PARCELA "
                                   RG-AR-ORIG-INST " DA NF "
                                   WRK-NF-NUM " DISPENSADO."
                      END-REWRITE
                   ELSE
                      DISPLAY "DISPENSA NAO CONFIRMADA."
                   END-IF
                END-IF
           END-EVALUATE.
      *----------------------------------------------------------------*
       0300-END                        SECTION.
           DISPLAY "ENCARGOS DISPENSADOS:     " WRK-WAIVE-COUNT.
           CLOSE RECEIVABLES.
      *----------------------------------------------------------------*
