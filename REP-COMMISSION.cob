       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.REP-COMMISSION.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 24/11/2022                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : MONTHLY SALES COMMISSION ON WHAT WAS ACTUALLY *
      *    COLLECTED. FOR THE PERIOD ASKED (AAAAMM), EVERY INSTALLMENT *
      *    OF CONTASREC.DAT SETTLED IN FULL WITHIN THE PERIOD EARNS    *
      *    ITS NF'S REP (RG-INVOICE-REP, STAMPED BY INVOICE-PROG) THE  *
      *    REP'S RATE ON REPRESENTANTES.DAT OVER THE INSTALLMENT       *
      *    AMOUNT. LATE CHARGES (AR-CHARGES) EARN NO COMMISSION. EACH  *
      *    PAYMENT IS RECORDED ON COMISSOES.DAT, KEYED BY NF AND       *
      *    INSTALLMENT, SO AN INSTALLMENT IS NEVER PAID TWICE AND A    *
      *    RE-RUN OF THE SAME PERIOD REPRODUCES THE SAME FIGURES.      *
      *    WHEN NF-CANCEL HAS REVERSED AN NF WHOSE INSTALLMENTS        *
      *    ALREADY EARNED COMMISSION, THE RUN THAT FIRST SEES THE      *
      *    CREDIT NOTE CLAWS IT BACK IN ITS OWN PERIOD.                *
      *    OUTPUTS: EXTRATO-COMISSAO.DAT, ONE STATEMENT PER REP WITH   *
      *    EVERY NF, AMOUNT COLLECTED, RATE AND COMMISSION; AND        *
      *    FOLHA-COMISSAO.DAT, ONE SEMICOLON-DELIMITED LINE PER REP    *
      *    FOR PAYROLL.                                                *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    REPS                    I                      -            *
      *    INVOICE                 I                      -            *
      *    NFHIST                  I                      -            *
      *    RECEIVABLES             I                      -            *
      *    COMMISSIONS            I-O                     -            *
      *    STMT-RPT                O                      -            *
      *    PAYROLL-OUT             O                      -            *
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
      *                    SELECT REPRESENTANTES.DAT
      *=================================================================
           SELECT REPS ASSIGN TO
                         "C:\Cobol\task3\data\REPRESENTANTES.DAT"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-REP-CODE
                              FILE STATUS IS FS-REPS-STATUS.

      *=================================================================
      *                    SELECT NF.DAT
      *=================================================================
           SELECT INVOICE ASSIGN TO "C:\Cobol\task3\data\NF.DAT"
                              FILE STATUS IS FS-INVOICE-STATUS.

      *=================================================================
      *                    SELECT NFHIST.DAT
      *=================================================================
           SELECT NFHIST ASSIGN TO "C:\Cobol\task3\data\NFHIST.DAT"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-NFH-KEY
                              FILE STATUS IS FS-NFHIST-STATUS.

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
      *                    SELECT COMISSOES.DAT
      *=================================================================
      *    COMMISSION LEDGER. THE ALTERNATE KEY (REP + PERIOD, WITH    *
      *    DUPLICATES) LETS THE STATEMENTS BE WRITTEN REP BY REP       *
      *    WITHOUT A SORT.                                             *
           SELECT COMMISSIONS ASSIGN TO
                                 "C:\Cobol\task3\data\COMISSOES.DAT"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-COM-KEY
                              ALTERNATE RECORD KEY IS
                                 RG-COM-REP-PERIOD WITH DUPLICATES
                              FILE STATUS IS FS-COM-STATUS.

      *=================================================================
      *                    SELECT EXTRATO-COMISSAO.DAT
      *=================================================================
           SELECT STMT-RPT ASSIGN TO
                         "C:\Cobol\task3\data\EXTRATO-COMISSAO.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-STMT-STATUS.

      *=================================================================
      *                    SELECT FOLHA-COMISSAO.DAT
      *=================================================================
           SELECT PAYROLL-OUT ASSIGN TO
                         "C:\Cobol\task3\data\FOLHA-COMISSAO.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-PAYROLL-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
      **=================== FD REPS BEGINNING =========================*
      *    SAME LAYOUT AS REP-MAINT'S FD.                              *
       FD  REPS.
       01  RG-REP.
           05 RG-REP-CODE          PIC 9(03).
           05 RG-REP-NAME          PIC X(20).
           05 RG-REP-RATE          PIC 9(02)V99.
           05 RG-REP-ACTIVE-FL     PIC X(01).
              88 RG-REP-IS-ACTIVE         VALUE "S".
              88 RG-REP-IS-INACTIVE       VALUE "N".

      **================== FD INVOICE BEGINNING =======================*
      *    SAME LAYOUT AS INVOICE-PROG'S FD. ONLY THE TRAILERS ARE    *
      *    USED HERE.                                                 *
       FD  INVOICE.
       01  RG-INVOICE.
           05 RG-INVOICE-TYPE      PIC X(01).
              88 RG-INVOICE-IS-DETAIL     VALUE "D".
              88 RG-INVOICE-IS-TRAILER    VALUE "T".
              88 RG-INVOICE-IS-CREDIT-DET VALUE "E".
              88 RG-INVOICE-IS-CREDIT-TRL VALUE "C".
           05 RG-INVOICE-NF-NUM    PIC 9(07).
           05 RG-INVOICE-DETAIL.
              10 RG-INVOICE-NAME         PIC X(20).
              10 RG-INVOICE-PROD         PIC X(15).
              10 RG-INVOICE-PROD-CODE    PIC 9(05).
              10 RG-INVOICE-PRICE        PIC 9(08)V99.
              10 RG-INVOICE-DISCOUNT-PCT PIC 9(03)V99.
              10 RG-INVOICE-NET-PRICE    PIC 9(08)V99.
              10 RG-INVOICE-LINE-TAX-RATE PIC 9(03)V99.
              10 RG-INVOICE-LINE-TAX-AMT  PIC 9(08)V99.
              10 RG-INVOICE-PURCH-DATE    PIC 9(08).
              10 RG-INVOICE-QTY           PIC 9(05).
           05 RG-INVOICE-TRAILER REDEFINES RG-INVOICE-DETAIL.
              10 RG-INVOICE-SUBTOTAL  PIC 9(09)V99.
              10 RG-INVOICE-TAX-RATE  PIC 9(03)V99.
              10 RG-INVOICE-TAX-AMT   PIC 9(09)V99.
              10 RG-INVOICE-TOTAL     PIC 9(09)V99.
              10 RG-INVOICE-ORIG-NF   PIC 9(07).
              10 RG-INVOICE-REP       PIC 9(03).
              10 RG-INVOICE-ISSUE-DATE PIC 9(08).
              10 FILLER               PIC X(37).

      **================== FD NFHIST BEGINNING =========================*
      *    SAME LAYOUT AS MONTH-CLOSE'S FD.                            *
       FD  NFHIST.
       01  RG-NFH.
           05 RG-NFH-KEY.
              10 RG-NFH-NF-NUM     PIC 9(07).
              10 RG-NFH-SEQ        PIC 9(04).
           05 RG-NFH-TYPE          PIC X(01).
              88 RG-NFH-IS-DETAIL         VALUE "D".
              88 RG-NFH-IS-TRAILER        VALUE "T".
              88 RG-NFH-IS-CREDIT-DET     VALUE "E".
              88 RG-NFH-IS-CREDIT-TRL     VALUE "C".
           05 RG-NFH-DATA.
              10 RG-NFH-NAME         PIC X(20).
              10 RG-NFH-PROD         PIC X(15).
              10 RG-NFH-PROD-CODE    PIC 9(05).
              10 RG-NFH-PRICE        PIC 9(08)V99.
              10 RG-NFH-DISCOUNT-PCT PIC 9(03)V99.
              10 RG-NFH-NET-PRICE    PIC 9(08)V99.
              10 RG-NFH-LINE-TAX-RATE PIC 9(03)V99.
              10 RG-NFH-LINE-TAX-AMT  PIC 9(08)V99.
              10 RG-NFH-PURCH-DATE    PIC 9(08).
              10 RG-NFH-QTY           PIC 9(05).
           05 RG-NFH-TRAILER REDEFINES RG-NFH-DATA.
              10 RG-NFH-SUBTOTAL  PIC 9(09)V99.
              10 RG-NFH-TAX-RATE  PIC 9(03)V99.
              10 RG-NFH-TAX-AMT   PIC 9(09)V99.
              10 RG-NFH-TOTAL     PIC 9(09)V99.
              10 RG-NFH-ORIG-NF   PIC 9(07).
              10 RG-NFH-REP       PIC 9(03).
              10 RG-NFH-ISSUE-DATE PIC 9(08).
              10 FILLER           PIC X(37).

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

      **================ FD COMMISSIONS BEGINNING ======================*
      *    ONE RECORD PER INSTALLMENT THAT EARNED COMMISSION (TYPE     *
      *    "P") AND ONE PER INSTALLMENT WHOSE COMMISSION WAS CLAWED    *
      *    BACK (TYPE "E", SAME NF/INSTALLMENT, SAME AMOUNT). PERIOD   *
      *    IS THE AAAAMM OF THE RUN THAT PAID OR CLAWED IT BACK; RATE  *
      *    IS THE REP'S RATE AT THAT TIME, KEPT SO A LATER CHANGE ON   *
      *    REPRESENTANTES.DAT NEVER ALTERS A CLOSED STATEMENT.         *
       FD  COMMISSIONS.
       01  RG-COM.
           05 RG-COM-KEY.
              10 RG-COM-NF-NUM     PIC 9(07).
              10 RG-COM-INST       PIC 9(02).
              10 RG-COM-TYPE       PIC X(01).
                 88 RG-COM-IS-PAYMENT     VALUE "P".
                 88 RG-COM-IS-CLAWBACK    VALUE "E".
           05 RG-COM-REP-PERIOD.
              10 RG-COM-REP        PIC 9(03).
              10 RG-COM-PERIOD     PIC 9(06).
           05 RG-COM-CLID          PIC 9(05).
           05 RG-COM-PAID-DATE     PIC 9(08).
           05 RG-COM-BASE          PIC 9(09)V99.
           05 RG-COM-RATE          PIC 9(02)V99.
           05 RG-COM-AMOUNT        PIC 9(09)V99.

      **================= FD STMT-RPT BEGINNING ========================*
       FD  STMT-RPT.
       01  RG-STMT-LINE             PIC X(132).

      **================ FD PAYROLL-OUT BEGINNING ======================*
       FD  PAYROLL-OUT.
       01  RG-PAYROLL-LINE          PIC X(120).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "========== WORKING-STORAGE BEGINNING ==========".

      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-REPS-STATUS          PIC 9(02).
       77  FS-INVOICE-STATUS       PIC 9(02).
       77  FS-NFHIST-STATUS        PIC 9(02).
       77  FS-AR-STATUS            PIC 9(02).
       77  FS-COM-STATUS           PIC 9(02).
       77  FS-STMT-STATUS          PIC 9(02).
       77  FS-PAYROLL-STATUS       PIC 9(02).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(057) VALUE
           "============ PROCESSMENT VARIABLES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-INVOICE-SW   PIC X(01)  VALUE "N".
           88 WRK-INVOICE-EOF         VALUE "Y".
       77  WRK-HIST-SW      PIC X(01)  VALUE "N".
           88 WRK-HIST-AVAILABLE      VALUE "Y".
       77  WRK-HIST-EOF-SW  PIC X(01)  VALUE "N".
           88 WRK-HIST-EOF            VALUE "Y".
       77  WRK-AR-SW        PIC X(01)  VALUE "N".
           88 WRK-AR-EOF              VALUE "Y".
       77  WRK-COM-SW       PIC X(01)  VALUE "N".
           88 WRK-COM-EOF             VALUE "Y".
      *----------------------------------------------------------------*
      *    PERIOD OF THE RUN (AAAAMM) AND THE SETTLEMENT DATE OF THE   *
      *    INSTALLMENT BEING LOOKED AT, SPLIT TO COMPARE WITH IT.      *
      *----------------------------------------------------------------*
       01  WRK-PERIOD-N     PIC 9(06)  VALUE ZEROS.
       01  WRK-PERIOD REDEFINES WRK-PERIOD-N.
           05 WRK-PERIOD-YYYY PIC 9(04).
           05 WRK-PERIOD-MM   PIC 9(02).
       01  WRK-PAID-DATE-N  PIC 9(08)  VALUE ZEROS.
       01  WRK-PAID-DATE REDEFINES WRK-PAID-DATE-N.
           05 WRK-PAID-PERIOD PIC 9(06).
           05 WRK-PAID-DD     PIC 9(02).
      *----------------------------------------------------------------*
      *    ONE TRAILER AT A TIME IS HANDED TO THE KEEPERS THROUGH     *
      *    THESE FIELDS, SO NF.DAT AND NFHIST.DAT SHARE ONE PATH.     *
      *----------------------------------------------------------------*
       77  WRK-IN-NF        PIC 9(07)  VALUE ZEROS.
       77  WRK-IN-REP       PIC 9(03)  VALUE ZEROS.
       77  WRK-IN-ORIG-NF   PIC 9(07)  VALUE ZEROS.
      *----------------------------------------------------------------*
      *    EVERY "T" TRAILER OF NF.DAT AND NFHIST.DAT WITH ITS REP -   *
      *    SAME IDIOM AS NF-RECON'S TRAILER TABLE.                     *
      *----------------------------------------------------------------*
       77  WRK-TRL-COUNT    PIC 9(04)  VALUE ZEROS.
       01  WRK-TRL-TABLE.
           05 WRK-TRL-ENTRY OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WRK-TRL-COUNT
                             INDEXED BY WRK-TRL-IDX.
              10 WRK-TRL-NF       PIC 9(07).
              10 WRK-TRL-REP      PIC 9(03).
       77  WRK-TRL-FOUND-SW PIC X(01) VALUE "N".
           88 WRK-TRL-FOUND           VALUE "Y".
       77  WRK-TRL-TRUNC-SW PIC X(01) VALUE "N".
           88 WRK-TRL-TRUNCATED       VALUE "Y".
      *----------------------------------------------------------------*
      *    EVERY NF REVERSED BY A "C" TRAILER.                         *
      *----------------------------------------------------------------*
       77  WRK-REV-COUNT    PIC 9(04)  VALUE ZEROS.
       01  WRK-REV-TABLE.
           05 WRK-REV-ENTRY OCCURS 1 TO 2000 TIMES
                             DEPENDING ON WRK-REV-COUNT
                             INDEXED BY WRK-REV-IDX.
              10 WRK-REV-NF PIC 9(07).
       77  WRK-REV-TRUNC-SW PIC X(01) VALUE "N".
           88 WRK-REV-TRUNCATED       VALUE "Y".
      *----------------------------------------------------------------*
      *    CLAW-BACK SCAN OF ONE REVERSED NF'S LEDGER RECORDS. AN "E"  *
      *    KEY SORTS BEFORE THE "P" OF THE SAME INSTALLMENT, SO THE    *
      *    LAST "E" SEEN TELLS WHETHER A "P" IS ALREADY CLAWED BACK.   *
      *----------------------------------------------------------------*
       77  WRK-CLAW-NF      PIC 9(07)  VALUE ZEROS.
       77  WRK-LAST-E-INST  PIC 9(02)  VALUE ZEROS.
       01  WRK-COM-SAVE     PIC X(58)  VALUE SPACES.
       01  WRK-COM-SAVE-KEY.
           05 WRK-SAVE-NF   PIC 9(07).
           05 WRK-SAVE-INST PIC 9(02).
           05 WRK-SAVE-TYPE PIC X(01).
      *----------------------------------------------------------------*
      *    STATEMENT STATE - THE LEDGER IS READ IN REP ORDER, SO EACH  *
      *    REP'S RECORDS ARE CONSECUTIVE.                              *
      *----------------------------------------------------------------*
       77  WRK-CUR-REP      PIC 9(03)  VALUE ZEROS.
       77  WRK-REP-OPEN-SW  PIC X(01)  VALUE "N".
           88 WRK-REP-OPEN            VALUE "Y".
       77  WRK-REP-NAME     PIC X(20)  VALUE SPACES.
       77  WRK-REP-LINES    PIC 9(05)  VALUE ZEROS.
       77  WRK-REP-BASE     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-REP-GROSS    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-REP-CLAWBACK PIC 9(11)V99 VALUE ZEROS.
       77  WRK-REP-NET      PIC S9(11)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *    RUN COUNTERS AND TOTALS.                                    *
      *----------------------------------------------------------------*
       77  WRK-SETTLED-COUNT PIC 9(06) VALUE ZEROS.
       77  WRK-NEW-PAY-COUNT PIC 9(06) VALUE ZEROS.
       77  WRK-OLD-PAY-COUNT PIC 9(06) VALUE ZEROS.
       77  WRK-NOREP-COUNT  PIC 9(06)  VALUE ZEROS.
       77  WRK-NONF-COUNT   PIC 9(06)  VALUE ZEROS.
       77  WRK-BADREP-COUNT PIC 9(06)  VALUE ZEROS.
       77  WRK-CLAW-COUNT   PIC 9(06)  VALUE ZEROS.
       77  WRK-REPS-PAID    PIC 9(04)  VALUE ZEROS.
       77  WRK-TOT-GROSS    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-CLAWBACK PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-NET      PIC S9(11)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *    EDITED FIELDS                                               *
      *----------------------------------------------------------------*
       77  WRK-BASE-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-COM-ED       PIC -ZZZ.ZZZ.ZZ9,99.
       77  WRK-RATE-ED      PIC Z9,99.
       77  WRK-TOTAL-ED     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL2-ED    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL3-ED    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL4-ED    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-LINE-KIND    PIC X(08)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(052) VALUE
           "============ WARNING MESSAGES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERROR       PIC X(20) VALUE "FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
           PERFORM 0100-INIT.
           PERFORM 0210-LOADING-TRAILERS.
           PERFORM 0230-READING-RECEIVABLES.
           PERFORM 0250-CLAWING-BACK.
           PERFORM 0270-WRITING-STATEMENTS.
           PERFORM 0300-END.
           STOP RUN.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
      **================ ASKING-PERIOD BEGINNING ======================**
      *    THE COMMISSION MONTH, AAAAMM. NOTHING IS OPENED UNTIL IT    *
      *    IS VALID.                                                   *
       0105-ASKING-PERIOD.
           DISPLAY "PERIODO DA COMISSAO (AAAAMM): "
             ACCEPT WRK-PERIOD-N.
           IF WRK-PERIOD-YYYY LESS THAN 2000
              OR WRK-PERIOD-MM LESS THAN 01
              OR WRK-PERIOD-MM GREATER THAN 12
              DISPLAY "PERIODO INVALIDO: " WRK-PERIOD-N
              GOBACK
           END-IF.
      **================ OPENING-REPS BEGINNING ======================**
       0110-OPEN-REPS.
           OPEN INPUT REPS.
           IF FS-REPS-STATUS NOT EQUAL 00
              DISPLAY "REPS:   " WRK-OPEN-ERROR
              DISPLAY "STATUS: " FS-REPS-STATUS
              GOBACK
           END-IF.
      **================ OPENING-RECEIVABLES BEGINNING =================**
       0120-OPEN-RECEIVABLES.
           OPEN INPUT RECEIVABLES.
           IF FS-AR-STATUS NOT EQUAL 00
              DISPLAY "RECEIVABLES: " WRK-OPEN-ERROR
              DISPLAY "STATUS:      " FS-AR-STATUS
              GOBACK
           END-IF.
      **================ OPENING-NFHIST BEGINNING =====================**
       0130-OPEN-NFHIST.
           OPEN INPUT NFHIST.
           IF FS-NFHIST-STATUS EQUAL 00
              SET WRK-HIST-AVAILABLE TO TRUE
           ELSE
              DISPLAY "NFHIST.DAT INDISPONIVEL (STATUS "
                      FS-NFHIST-STATUS ") - SO NF.DAT SERA "
                      "CONSULTADO."
           END-IF.
      **================ OPENING-COMMISSIONS BEGINNING ================**
      *    THE LEDGER IS CREATED EMPTY ON THE FIRST RUN.               *
       0140-OPEN-COMMISSIONS.
           OPEN I-O COMMISSIONS.
           IF FS-COM-STATUS EQUAL 35
              OPEN OUTPUT COMMISSIONS
              CLOSE COMMISSIONS
              OPEN I-O COMMISSIONS
           END-IF.
           IF FS-COM-STATUS NOT EQUAL 00
              DISPLAY "COMMISSIONS: " WRK-OPEN-ERROR
              DISPLAY "STATUS:      " FS-COM-STATUS
              GOBACK
           END-IF.
      **================ OPENING-REPORTS BEGINNING ====================**
       0150-OPEN-REPORTS.
           OPEN OUTPUT STMT-RPT.
           IF FS-STMT-STATUS NOT EQUAL 00
              DISPLAY "STMT-RPT: " WRK-OPEN-ERROR
              DISPLAY "STATUS:   " FS-STMT-STATUS
              GOBACK
           END-IF.
           OPEN OUTPUT PAYROLL-OUT.
           IF FS-PAYROLL-STATUS NOT EQUAL 00
              DISPLAY "PAYROLL-OUT: " WRK-OPEN-ERROR
              DISPLAY "STATUS:      " FS-PAYROLL-STATUS
              GOBACK
           END-IF.
           MOVE SPACES TO RG-PAYROLL-LINE.
           STRING "PERIODO;REPRESENTANTE;NOME;VALOR_RECEBIDO;"
                     DELIMITED BY SIZE
                  "COMISSAO;ESTORNO;LIQUIDO"
                     DELIMITED BY SIZE
                  INTO RG-PAYROLL-LINE.
           WRITE RG-PAYROLL-LINE.

       0200-PROCESS                    SECTION.
      **================ LOADING-TRAILERS BEGINNING ===================**
      *    ONE PASS OVER NF.DAT AND ONE OVER NFHIST.DAT, KEEPING       *
      *    EVERY "T" TRAILER'S NF AND REP AND EVERY "C" TRAILER'S      *
      *    REVERSED NF. A TRAILER WRITTEN BEFORE THE REP WAS STAMPED   *
      *    CARRIES NO REP.                                             *
       0210-LOADING-TRAILERS.
           OPEN INPUT INVOICE.
           IF FS-INVOICE-STATUS NOT EQUAL 00
              DISPLAY "NF.DAT INDISPONIVEL (STATUS "
                      FS-INVOICE-STATUS ") - SO NFHIST.DAT SERA "
                      "CONSULTADO."
           ELSE
              PERFORM UNTIL WRK-INVOICE-EOF
                 READ INVOICE
                   AT END
                     SET WRK-INVOICE-EOF TO TRUE
                 END-READ
                 IF NOT WRK-INVOICE-EOF
                    EVALUATE TRUE
                      WHEN RG-INVOICE-IS-TRAILER
                         MOVE RG-INVOICE-NF-NUM TO WRK-IN-NF
                         MOVE ZEROS             TO WRK-IN-REP
                         IF RG-INVOICE-REP NUMERIC
                            MOVE RG-INVOICE-REP TO WRK-IN-REP
                         END-IF
                         PERFORM 0220-KEEP-TRAILER
                      WHEN RG-INVOICE-IS-CREDIT-TRL
                         MOVE RG-INVOICE-ORIG-NF TO WRK-IN-ORIG-NF
                         PERFORM 0225-KEEP-REVERSED
                    END-EVALUATE
                 END-IF
              END-PERFORM
              CLOSE INVOICE
           END-IF.
           IF WRK-HIST-AVAILABLE
              MOVE ZEROS TO RG-NFH-NF-NUM RG-NFH-SEQ
              START NFHIST KEY IS NOT LESS THAN RG-NFH-KEY
                INVALID KEY
                  SET WRK-HIST-EOF TO TRUE
              END-START
              PERFORM UNTIL WRK-HIST-EOF
                 READ NFHIST NEXT RECORD
                   AT END
                     SET WRK-HIST-EOF TO TRUE
                 END-READ
                 IF NOT WRK-HIST-EOF
                    EVALUATE TRUE
                      WHEN RG-NFH-IS-TRAILER
                         MOVE RG-NFH-NF-NUM TO WRK-IN-NF
                         MOVE ZEROS         TO WRK-IN-REP
                         IF RG-NFH-REP NUMERIC
                            MOVE RG-NFH-REP TO WRK-IN-REP
                         END-IF
                         PERFORM 0220-KEEP-TRAILER
                      WHEN RG-NFH-IS-CREDIT-TRL
                         MOVE RG-NFH-ORIG-NF TO WRK-IN-ORIG-NF
                         PERFORM 0225-KEEP-REVERSED
                    END-EVALUATE
                 END-IF
              END-PERFORM
           END-IF.
      **================ KEEP-TRAILER BEGINNING =======================**
       0220-KEEP-TRAILER.
           IF WRK-TRL-COUNT LESS THAN 5000
              ADD 1 TO WRK-TRL-COUNT
              SET WRK-TRL-IDX TO WRK-TRL-COUNT
              MOVE WRK-IN-NF  TO WRK-TRL-NF (WRK-TRL-IDX)
              MOVE WRK-IN-REP TO WRK-TRL-REP (WRK-TRL-IDX)
           ELSE
              IF NOT WRK-TRL-TRUNCATED
                 DISPLAY "MAIS DE 5000 NFS - PARCELAS DE NFS FORA "
                         "DA TABELA FICAM SEM COMISSAO NESTA "
                         "EXECUCAO."
                 SET WRK-TRL-TRUNCATED TO TRUE
              END-IF
           END-IF.
      **================ KEEP-REVERSED BEGINNING ======================**
       0225-KEEP-REVERSED.
           IF WRK-REV-COUNT LESS THAN 2000
              ADD 1 TO WRK-REV-COUNT
              SET WRK-REV-IDX TO WRK-REV-COUNT
              MOVE WRK-IN-ORIG-NF TO WRK-REV-NF (WRK-REV-IDX)
           ELSE
              IF NOT WRK-REV-TRUNCATED
                 DISPLAY "MAIS DE 2000 ESTORNOS - ESTORNOS DE "
                         "COMISSAO FICARAO PARCIAIS."
                 SET WRK-REV-TRUNCATED TO TRUE
              END-IF
           END-IF.
      **================ READING-RECEIVABLES BEGINNING ================**
      *    CONTASREC.DAT IN KEY ORDER: EVERY INSTALLMENT (NOT LATE     *
      *    CHARGE) PAID IN FULL WITH A SETTLEMENT DATE IN THE PERIOD.  *
       0230-READING-RECEIVABLES.
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
                 AND RG-AR-IS-PRINCIPAL
                 AND RG-AR-IS-PAID
                 MOVE RG-AR-PAID-DATE TO WRK-PAID-DATE-N
                 IF WRK-PAID-PERIOD EQUAL WRK-PERIOD-N
                    ADD 1 TO WRK-SETTLED-COUNT
                    PERFORM 0240-PAYING-INSTALLMENT
                 END-IF
              END-IF
           END-PERFORM.
      **================ PAYING-INSTALLMENT BEGINNING =================**
      *    THE NF'S REP EARNS COMMISSION ON THE INSTALLMENT UNLESS THE *
      *    LEDGER ALREADY HAS IT (A RE-RUN OF THE PERIOD). AN NF WITH  *
      *    NO REP EARNS NOTHING; A REP MISSING FROM THE MASTER IS      *
      *    LISTED AND LEFT UNPAID, SO A RE-RUN AFTER REP-MAINT PAYS IT.*
       0240-PAYING-INSTALLMENT.
           MOVE "N" TO WRK-TRL-FOUND-SW.
           IF WRK-TRL-COUNT GREATER THAN ZEROS
              SET WRK-TRL-IDX TO 1
              SEARCH WRK-TRL-ENTRY
                AT END
                  CONTINUE
                WHEN WRK-TRL-NF (WRK-TRL-IDX) EQUAL RG-AR-NF-NUM
                  SET WRK-TRL-FOUND TO TRUE
              END-SEARCH
           END-IF.
           EVALUATE TRUE
             WHEN NOT WRK-TRL-FOUND
                ADD 1 TO WRK-NONF-COUNT
             WHEN WRK-TRL-REP (WRK-TRL-IDX) EQUAL ZEROS
                ADD 1 TO WRK-NOREP-COUNT
             WHEN OTHER
                MOVE RG-AR-NF-NUM TO RG-COM-NF-NUM
                MOVE RG-AR-INST   TO RG-COM-INST
                SET RG-COM-IS-PAYMENT TO TRUE
                READ COMMISSIONS
                  INVALID KEY
                     PERFORM 0245-RECORDING-PAYMENT
                  NOT INVALID KEY
                     ADD 1 TO WRK-OLD-PAY-COUNT
                END-READ
           END-EVALUATE.
      **================ RECORDING-PAYMENT BEGINNING ==================**
       0245-RECORDING-PAYMENT.
           MOVE WRK-TRL-REP (WRK-TRL-IDX) TO RG-REP-CODE.
           READ REPS
             INVALID KEY
                ADD 1 TO WRK-BADREP-COUNT
                DISPLAY "NF " RG-AR-NF-NUM " PARCELA " RG-AR-INST
                        " - REPRESENTANTE " RG-REP-CODE
                        " NAO CADASTRADO. COMISSAO NAO PAGA."
             NOT INVALID KEY
                MOVE SPACES          TO RG-COM
                MOVE RG-AR-NF-NUM    TO RG-COM-NF-NUM
                MOVE RG-AR-INST      TO RG-COM-INST
                SET RG-COM-IS-PAYMENT TO TRUE
                MOVE RG-REP-CODE     TO RG-COM-REP
                MOVE WRK-PERIOD-N    TO RG-COM-PERIOD
                MOVE RG-AR-CLID      TO RG-COM-CLID
                MOVE RG-AR-PAID-DATE TO RG-COM-PAID-DATE
                MOVE RG-AR-AMOUNT    TO RG-COM-BASE
                MOVE RG-REP-RATE     TO RG-COM-RATE
                COMPUTE RG-COM-AMOUNT ROUNDED =
                        RG-AR-AMOUNT * RG-REP-RATE / 100
                WRITE RG-COM
                  INVALID KEY
                     DISPLAY "ERRO AO GRAVAR COMISSAO DA NF "
                             RG-AR-NF-NUM " PARCELA " RG-AR-INST "."
                  NOT INVALID KEY
                     ADD 1 TO WRK-NEW-PAY-COUNT
                END-WRITE
           END-READ.
      **================ CLAWING-BACK BEGINNING =======================**
      *    FOR EVERY REVERSED NF, EVERY INSTALLMENT THAT EARNED        *
      *    COMMISSION AND HAS NOT BEEN CLAWED BACK YET GETS ITS "E"    *
      *    RECORD IN THIS PERIOD.                                      *
       0250-CLAWING-BACK.
           PERFORM VARYING WRK-REV-IDX FROM 1 BY 1
                     UNTIL WRK-REV-IDX GREATER THAN WRK-REV-COUNT
              MOVE WRK-REV-NF (WRK-REV-IDX) TO WRK-CLAW-NF
              PERFORM 0255-SCANNING-REVERSED-NF
           END-PERFORM.
      **================ SCANNING-REVERSED-NF BEGINNING ===============**
      *    WRITING A CLAW-BACK MOVES THE FILE POSITION, SO THE SCAN IS *
      *    RESUMED WITH A START PAST THE RECORD JUST HANDLED.          *
       0255-SCANNING-REVERSED-NF.
           MOVE "N" TO WRK-COM-SW.
           MOVE 99  TO WRK-LAST-E-INST.
           MOVE WRK-CLAW-NF TO RG-COM-NF-NUM.
           MOVE ZEROS      TO RG-COM-INST.
           MOVE SPACES     TO RG-COM-TYPE.
           START COMMISSIONS KEY IS NOT LESS THAN RG-COM-KEY
             INVALID KEY
               SET WRK-COM-EOF TO TRUE
           END-START.
           PERFORM UNTIL WRK-COM-EOF
              READ COMMISSIONS NEXT RECORD
                AT END
                  SET WRK-COM-EOF TO TRUE
              END-READ
              IF NOT WRK-COM-EOF
                 IF RG-COM-NF-NUM NOT EQUAL WRK-CLAW-NF
                    SET WRK-COM-EOF TO TRUE
                 ELSE
                    IF RG-COM-IS-CLAWBACK
                       MOVE RG-COM-INST TO WRK-LAST-E-INST
                    ELSE
                       IF RG-COM-INST NOT EQUAL WRK-LAST-E-INST
                          PERFORM 0260-RECORDING-CLAWBACK
                          MOVE WRK-COM-SAVE-KEY TO RG-COM-KEY
                          START COMMISSIONS
                                KEY IS GREATER THAN RG-COM-KEY
                            INVALID KEY
                              SET WRK-COM-EOF TO TRUE
                          END-START
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      **================ RECORDING-CLAWBACK BEGINNING ================**
      *    THE "E" RECORD REPEATS THE PAYMENT - SAME REP, BASE, RATE   *
      *    AND AMOUNT - DATED IN THE PERIOD OF THIS RUN.               *
       0260-RECORDING-CLAWBACK.
           MOVE RG-COM-KEY TO WRK-COM-SAVE-KEY.
           MOVE RG-COM     TO WRK-COM-SAVE.
           SET RG-COM-IS-CLAWBACK TO TRUE.
           MOVE WRK-PERIOD-N TO RG-COM-PERIOD.
           WRITE RG-COM
             INVALID KEY
                DISPLAY "ERRO AO GRAVAR ESTORNO DE COMISSAO DA NF "
                        WRK-SAVE-NF " PARCELA " WRK-SAVE-INST "."
             NOT INVALID KEY
                ADD 1 TO WRK-CLAW-COUNT
           END-WRITE.
           MOVE WRK-COM-SAVE TO RG-COM.
      **================ WRITING-STATEMENTS BEGINNING =================**
      *    THE LEDGER IN REP ORDER (ALTERNATE KEY); ONLY THIS PERIOD'S *
      *    RECORDS ARE LISTED. EACH REP GETS A STATEMENT AND ONE       *
      *    PAYROLL LINE.                                               *
       0270-WRITING-STATEMENTS.
           MOVE "N" TO WRK-COM-SW.
           MOVE ZEROS TO RG-COM-REP RG-COM-PERIOD.
           START COMMISSIONS KEY IS NOT LESS THAN RG-COM-REP-PERIOD
             INVALID KEY
               SET WRK-COM-EOF TO TRUE
           END-START.
           PERFORM UNTIL WRK-COM-EOF
              READ COMMISSIONS NEXT RECORD
                AT END
                  SET WRK-COM-EOF TO TRUE
              END-READ
              IF NOT WRK-COM-EOF
                 AND RG-COM-PERIOD EQUAL WRK-PERIOD-N
                 IF WRK-REP-OPEN
                    AND RG-COM-REP NOT EQUAL WRK-CUR-REP
                    PERFORM 0290-CLOSING-REP
                 END-IF
                 IF NOT WRK-REP-OPEN
                    PERFORM 0275-OPENING-REP
                 END-IF
                 PERFORM 0280-WRITING-COMMISSION-LINE
              END-IF
           END-PERFORM.
           IF WRK-REP-OPEN
              PERFORM 0290-CLOSING-REP
           END-IF.
      **================ OPENING-REP BEGINNING ========================**
       0275-OPENING-REP.
           SET WRK-REP-OPEN TO TRUE.
           MOVE RG-COM-REP TO WRK-CUR-REP.
           MOVE ZEROS TO WRK-REP-LINES WRK-REP-BASE WRK-REP-GROSS
                         WRK-REP-CLAWBACK.
           MOVE RG-COM-REP TO RG-REP-CODE.
           READ REPS
             INVALID KEY
                MOVE "(NAO CADASTRADO)" TO WRK-REP-NAME
             NOT INVALID KEY
                MOVE RG-REP-NAME TO WRK-REP-NAME
           END-READ.
           MOVE SPACES TO RG-STMT-LINE.
           STRING "EXTRATO DE COMISSAO - PERIODO " DELIMITED BY SIZE
                  WRK-PERIOD-N                     DELIMITED BY SIZE
                  "   REPRESENTANTE "              DELIMITED BY SIZE
                  WRK-CUR-REP                      DELIMITED BY SIZE
                  " - "                            DELIMITED BY SIZE
                  WRK-REP-NAME                     DELIMITED BY SIZE
                  INTO RG-STMT-LINE.
           WRITE RG-STMT-LINE.
           MOVE ALL "-" TO RG-STMT-LINE.
           WRITE RG-STMT-LINE.
           MOVE SPACES TO RG-STMT-LINE.
           STRING "NF      /PC  CLIENTE  RECEBIDO EM     VALOR "
                     DELIMITED BY SIZE
                  "RECEBIDO   TAXA %         COMISSAO"
                     DELIMITED BY SIZE
                  INTO RG-STMT-LINE.
           WRITE RG-STMT-LINE.
      **================ WRITING-COMMISSION-LINE BEGINNING ============**
      *    A CLAW-BACK LINE SHOWS THE COMMISSION NEGATIVE.             *
       0280-WRITING-COMMISSION-LINE.
           ADD 1 TO WRK-REP-LINES.
           MOVE RG-COM-BASE TO WRK-BASE-ED.
           MOVE RG-COM-RATE TO WRK-RATE-ED.
           IF RG-COM-IS-CLAWBACK
              COMPUTE WRK-COM-ED = ZEROS - RG-COM-AMOUNT
              MOVE "ESTORNO" TO WRK-LINE-KIND
              ADD RG-COM-AMOUNT TO WRK-REP-CLAWBACK
           ELSE
              MOVE RG-COM-AMOUNT TO WRK-COM-ED
              MOVE SPACES TO WRK-LINE-KIND
              ADD RG-COM-BASE   TO WRK-REP-BASE
              ADD RG-COM-AMOUNT TO WRK-REP-GROSS
           END-IF.
           MOVE SPACES TO RG-STMT-LINE.
           STRING RG-COM-NF-NUM         DELIMITED BY SIZE
                  "/"                   DELIMITED BY SIZE
                  RG-COM-INST           DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  RG-COM-CLID           DELIMITED BY SIZE
                  "    "                DELIMITED BY SIZE
                  RG-COM-PAID-DATE      DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  WRK-BASE-ED           DELIMITED BY SIZE
                  "    "                DELIMITED BY SIZE
                  WRK-RATE-ED           DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  WRK-COM-ED            DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WRK-LINE-KIND         DELIMITED BY SIZE
                  INTO RG-STMT-LINE.
           WRITE RG-STMT-LINE.
      **================ CLOSING-REP BEGINNING ========================**
      *    REP TOTALS ON THE STATEMENT AND THE REP'S PAYROLL LINE.     *
       0290-CLOSING-REP.
           COMPUTE WRK-REP-NET = WRK-REP-GROSS - WRK-REP-CLAWBACK.
           MOVE ALL "-" TO RG-STMT-LINE.
           WRITE RG-STMT-LINE.
           MOVE WRK-REP-BASE TO WRK-TOTAL-ED.
           MOVE SPACES TO RG-STMT-LINE.
           STRING "TOTAL RECEBIDO:          " DELIMITED BY SIZE
                  WRK-TOTAL-ED                DELIMITED BY SIZE
                  INTO RG-STMT-LINE.
           WRITE RG-STMT-LINE.
           MOVE WRK-REP-GROSS TO WRK-TOTAL2-ED.
           MOVE SPACES TO RG-STMT-LINE.
           STRING "COMISSAO DO PERIODO:     " DELIMITED BY SIZE
                  WRK-TOTAL2-ED               DELIMITED BY SIZE
                  INTO RG-STMT-LINE.
           WRITE RG-STMT-LINE.
           COMPUTE WRK-TOTAL3-ED = ZEROS - WRK-REP-CLAWBACK.
           MOVE SPACES TO RG-STMT-LINE.
           STRING "ESTORNOS DE COMISSAO:    " DELIMITED BY SIZE
                  WRK-TOTAL3-ED               DELIMITED BY SIZE
                  INTO RG-STMT-LINE.
           WRITE RG-STMT-LINE.
           MOVE WRK-REP-NET TO WRK-TOTAL4-ED.
           MOVE SPACES TO RG-STMT-LINE.
           STRING "LIQUIDO A PAGAR:         " DELIMITED BY SIZE
                  WRK-TOTAL4-ED               DELIMITED BY SIZE
                  INTO RG-STMT-LINE.
           WRITE RG-STMT-LINE.
           MOVE SPACES TO RG-STMT-LINE.
           WRITE RG-STMT-LINE.
           MOVE WRK-REP-CLAWBACK TO WRK-TOTAL3-ED.
           MOVE SPACES TO RG-PAYROLL-LINE.
           STRING WRK-PERIOD-N          DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  WRK-CUR-REP           DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  WRK-REP-NAME          DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  WRK-TOTAL-ED          DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  WRK-TOTAL2-ED         DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  WRK-TOTAL3-ED         DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  WRK-TOTAL4-ED         DELIMITED BY SIZE
                  INTO RG-PAYROLL-LINE.
           WRITE RG-PAYROLL-LINE.
           ADD 1 TO WRK-REPS-PAID.
           ADD WRK-REP-GROSS    TO WRK-TOT-GROSS.
           ADD WRK-REP-CLAWBACK TO WRK-TOT-CLAWBACK.
           MOVE "N" TO WRK-REP-OPEN-SW.
      *----------------------------------------------------------------*
       0300-END                        SECTION.
           COMPUTE WRK-TOT-NET = WRK-TOT-GROSS - WRK-TOT-CLAWBACK.
           DISPLAY "=========================================".
           DISPLAY "  COMISSAO DE REPRESENTANTES - RESUMO    ".
           DISPLAY "=========================================".
           DISPLAY "PERIODO:                  " WRK-PERIOD-N.
           DISPLAY "PARCELAS QUITADAS:        " WRK-SETTLED-COUNT.
           DISPLAY "COMISSOES NOVAS:          " WRK-NEW-PAY-COUNT.
           DISPLAY "JA REGISTRADAS:           " WRK-OLD-PAY-COUNT.
           DISPLAY "NF SEM REPRESENTANTE:     " WRK-NOREP-COUNT.
           DISPLAY "NF NAO ENCONTRADA:        " WRK-NONF-COUNT.
           DISPLAY "REPRES. NAO CADASTRADO:   " WRK-BADREP-COUNT.
           DISPLAY "ESTORNOS NOVOS:           " WRK-CLAW-COUNT.
           DISPLAY "REPRESENTANTES NO EXTRATO:" WRK-REPS-PAID.
           MOVE WRK-TOT-GROSS TO WRK-TOTAL-ED.
           DISPLAY "COMISSAO DO PERIODO:      " WRK-TOTAL-ED.
           COMPUTE WRK-TOTAL-ED = ZEROS - WRK-TOT-CLAWBACK.
           DISPLAY "ESTORNOS:                 " WRK-TOTAL-ED.
           MOVE WRK-TOT-NET TO WRK-TOTAL-ED.
           DISPLAY "LIQUIDO:                  " WRK-TOTAL-ED.
           DISPLAY "EXTRATOS EM EXTRATO-COMISSAO.DAT; FOLHA EM "
                   "FOLHA-COMISSAO.DAT.".
           CLOSE REPS.
           CLOSE RECEIVABLES.
           IF WRK-HIST-AVAILABLE
              CLOSE NFHIST
           END-IF.
           CLOSE COMMISSIONS.
           CLOSE STMT-RPT.
           CLOSE PAYROLL-OUT.
      *----------------------------------------------------------------*
