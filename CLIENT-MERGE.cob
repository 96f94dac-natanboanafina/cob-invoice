       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.CLIENT-MERGE.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 24/11/2022                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : SUPERVISED MERGE OF A DUPLICATE CLIENT ID     *
      *    INTO THE SURVIVING ONE. THE OPERATOR SIGNS IN, NAMES BOTH   *
      *    IDS AND CONFIRMS; THE MERGE THEN RUNS IN PHASES:            *
      *      1 COMPRAS.DAT   - UNBILLED PURCHASES MOVE TO THE SURVIVOR *
      *      2 CONTASREC.DAT - OPEN ITEMS MOVE TO THE SURVIVOR         *
      *      3 LIMITES.DAT   - THE DUPLICATE'S EXPOSURE IS ADDED TO    *
      *                        THE SURVIVOR'S (THE SURVIVOR'S LIMIT IS *
      *                        KEPT; WITHOUT ONE IT INHERITS THE       *
      *                        DUPLICATE'S) AND ITS RECORD DELETED     *
      *      4 CONTRATOS.DAT - RECURRING CONTRACTS MOVE TO THE SURVIVOR*
      *      5 XREFCLI.DAT   - OLD ID -> SURVIVOR, WITH THE OLD NAME;  *
      *                        IDS MERGED INTO THE DUPLICATE EARLIER   *
      *                        ARE RE-POINTED TO THE SURVIVOR TOO      *
      *      6 CLIENTES.DAT  - THE DUPLICATE IS DELETED (AUDITED)      *
      *    BILLED PURCHASES AND SETTLED ITEMS STAY UNDER THE OLD ID -  *
      *    THEY MATCH THE INVOICES ALREADY ISSUED IN NF.DAT/NFHIST.DAT,*
      *    WHICH NF-REPRINT AND CLIENT-STMT FIND THROUGH XREFCLI.DAT.  *
      *    CTRLFUSAO.DAT RECORDS THE MERGE IN FLIGHT, ITS PHASE AND    *
      *    ITS COUNTS, SO AN INTERRUPTED MERGE IS RESUMED AT THE PHASE *
      *    IT DIED IN (EVERY PHASE CAN BE RERUN SAFELY) AND NO OTHER   *
      *    MERGE STARTS UNTIL IT ENDS - THE SAME DISCIPLINE FECHAMENTO *
      *    .DAT GIVES THE MONTH-END CLOSE. A MERGE IS REFUSED WHILE    *
      *    RESTART.DAT SHOWS AN INTERRUPTED BILLING BATCH OR           *
      *    FECHAMENTO.DAT A MONTH CLOSE IN FLIGHT. THE MERGE REPORT,   *
      *    FUSAO-CLI.DAT, GIVES THE COUNTS PER FILE.                   *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    CTRL-MERGE             I-O                     -            *
      *    RESTART-CTRL            I                      -            *
      *    CTRL-CLOSE              I                      -            *
      *    CLIENTS                I-O                     -            *
      *    SHOPPING               I-O                     -            *
      *    RECEIVABLES            I-O                     -            *
      *    CREDIT-CTL             I-O                     -            *
      *    CONTRACTS              I-O                     -            *
      *    XREF                   I-O                     -            *
      *    AUDIT-LOG               O                      -            *
      *    MERGE-RPT               O                      -            *
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
      *                    SELECT CTRLFUSAO.DAT
      *=================================================================
      *    RELATIVE/RANDOM ONE-RECORD CONTROL FILE, SAME IDIOM AS      *
      *    CTRLNF.DAT/RESTART.DAT/FECHAMENTO.DAT.                      *
           SELECT CTRL-MERGE ASSIGN TO
                                 "C:\Cobol\task3\data\CTRLFUSAO.DAT"
                              ORGANIZATION IS RELATIVE
                              ACCESS MODE IS RANDOM
                              RELATIVE KEY IS WRK-CTRLMERGE-KEY
                              FILE STATUS IS FS-CTRLMERGE-STATUS.

      *=================================================================
      *                    SELECT RESTART.DAT
      *=================================================================
      *    READ ONLY - AN INTERRUPTED BILLING BATCH OWNS COMPRAS.DAT   *
      *    AND CONTASREC.DAT UNTIL IT IS RESUMED TO COMPLETION.        *
           SELECT RESTART-CTRL ASSIGN TO
                                 "C:\Cobol\task3\data\RESTART.DAT"
                              ORGANIZATION IS RELATIVE
                              ACCESS MODE IS RANDOM
                              RELATIVE KEY IS WRK-RESTART-KEY
                              FILE STATUS IS FS-RESTART-STATUS.

      *=================================================================
      *                    SELECT FECHAMENTO.DAT
      *=================================================================
      *    READ ONLY - A MONTH CLOSE IN FLIGHT OWNS COMPRAS.DAT UNTIL  *
      *    MONTH-CLOSE IS RESUMED TO COMPLETION.                       *
           SELECT CTRL-CLOSE ASSIGN TO
                                 "C:\Cobol\task3\data\FECHAMENTO.DAT"
                              ORGANIZATION IS RELATIVE
                              ACCESS MODE IS RANDOM
                              RELATIVE KEY IS WRK-CTRLCLOSE-KEY
                              FILE STATUS IS FS-CTRLCLOSE-STATUS.

      *=================================================================
      *                    SELECT CLIENTES.DAT
      *=================================================================
           SELECT CLIENTS ASSIGN TO "C:\Cobol\task3\data\CLIENTES.DAT"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-CLIENTS-ID
                              FILE STATUS IS FS-CLIENTS-STATUS.

      *=================================================================
      *                    SELECT COMPRAS.DAT
      *=================================================================
      *    SAME KEYS AS INVOICE-PROG'S SELECT - PRIMARY ON PURCHASE    *
      *    ID, ALTERNATE ON THE CLIENT ID (DUPLICATES ALLOWED).        *
           SELECT SHOPPING ASSIGN TO "C:\Cobol\task3\data\COMPRAS.DAT"
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS RG-SHOPPING-ID
                          ALTERNATE RECORD KEY IS
                             RG-SHOPPING-ID-CLI WITH DUPLICATES
                          FILE STATUS IS FS-SHOPPING-STATUS.

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
      *                    SELECT LIMITES.DAT
      *=================================================================
           SELECT CREDIT-CTL ASSIGN TO
                                 "C:\Cobol\task3\data\LIMITES.DAT"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-CRED-CLID
                              FILE STATUS IS FS-CREDIT-STATUS.

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
      *                    SELECT XREFCLI.DAT
      *=================================================================
      *    ONE RECORD PER MERGED-AWAY CLIENT ID, WITH THE SURVIVOR IT  *
      *    NOW BELONGS TO; THE ALTERNATE KEY LISTS EVERY OLD ID OF A   *
      *    SURVIVOR.                                                   *
           SELECT XREF ASSIGN TO "C:\Cobol\task3\data\XREFCLI.DAT"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-XREF-OLD-ID
                              ALTERNATE RECORD KEY IS
                                 RG-XREF-NEW-ID WITH DUPLICATES
                              FILE STATUS IS FS-XREF-STATUS.

      *=================================================================
      *                    SELECT AUDITORIA.DAT
      *=================================================================
      *    APPENDED ON EVERY MASTER RECORD THE MERGE CHANGES OR        *
      *    DELETES (SEE AUDIT-INQUIRY).                                *
           SELECT AUDIT-LOG ASSIGN TO
                                 "C:\Cobol\task3\data\AUDITORIA.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-AUDIT-STATUS.

      *=================================================================
      *                    SELECT FUSAO-CLI.DAT
      *=================================================================
           SELECT MERGE-RPT ASSIGN TO
                                 "C:\Cobol\task3\data\FUSAO-CLI.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-MERGERPT-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
      **================ FD CTRL-MERGE BEGINNING ======================*
      *    RG-MERGE-ACTIVE IS "Y" WHILE A MERGE IS IN FLIGHT, WITH     *
      *    RG-MERGE-PHASE THE NEXT PHASE TO (RE)RUN (1-6); "N" ONCE    *
      *    THE LAST MERGE ENDED, ITS IDS AND COUNTS KEPT FOR REFERENCE.*
      *    THE CREDIT FIELDS HOLD BOTH LIMITES.DAT RECORDS AS THEY     *
      *    WERE BEFORE PHASE 3 ("C" = CAPTURED), SO A RERUN OF THE     *
      *    PHASE SETS THE SAME COMBINED EXPOSURE INSTEAD OF ADDING IT  *
      *    TWICE.                                                      *
       FD  CTRL-MERGE.
       01  RG-MERGE.
           05 RG-MERGE-ACTIVE      PIC X(01).
           05 RG-MERGE-PHASE       PIC 9(01).
           05 RG-MERGE-OLD-ID      PIC 9(05).
           05 RG-MERGE-NEW-ID      PIC 9(05).
           05 RG-MERGE-OLD-NAME    PIC X(20).
           05 RG-MERGE-OPERATOR    PIC X(08).
           05 RG-MERGE-DATE        PIC 9(08).
           05 RG-MERGE-PURCH-MOVED PIC 9(06).
           05 RG-MERGE-PURCH-KEPT  PIC 9(06).
           05 RG-MERGE-AR-MOVED    PIC 9(06).
           05 RG-MERGE-AR-KEPT     PIC 9(06).
           05 RG-MERGE-AR-BALANCE  PIC 9(11)V99.
           05 RG-MERGE-CRED-STATE  PIC X(01).
              88 RG-MERGE-CRED-CAPTURED   VALUE "C".
           05 RG-MERGE-OLD-CRED-FL PIC X(01).
              88 RG-MERGE-OLD-HAS-CRED    VALUE "S".
           05 RG-MERGE-OLD-LIMIT   PIC 9(09)V99.
           05 RG-MERGE-OLD-EXPOSURE PIC 9(09)V99.
           05 RG-MERGE-NEW-CRED-FL PIC X(01).
              88 RG-MERGE-NEW-HAS-CRED    VALUE "S".
           05 RG-MERGE-NEW-LIMIT   PIC 9(09)V99.
           05 RG-MERGE-NEW-EXPOSURE PIC 9(09)V99.
           05 RG-MERGE-CONTR-MOVED PIC 9(06).
           05 RG-MERGE-XREF-MOVED  PIC 9(06).
           05 RG-MERGE-CLI-DELETED PIC X(01).

      **================ FD RESTART-CTRL BEGINNING ====================*
      *    SAME LAYOUT AS INVOICE-PROG'S FD - ONLY THE ACTIVE FLAG IS  *
      *    INSPECTED HERE.                                             *
       FD  RESTART-CTRL.
       01  RG-RESTART.
           05 RG-RESTART-CLID        PIC 9(05).
           05 RG-RESTART-SHOPID      PIC 9(05).
           05 RG-RESTART-ACTIVE      PIC X(01).
           05 RG-RESTART-PEND-CLID   PIC 9(05).
           05 RG-RESTART-PEND-NFNUM  PIC 9(07).
           05 RG-RESTART-RECON-DONE  PIC X(01).

      **================= FD CTRL-CLOSE BEGINNING =====================*
      *    SAME LAYOUT AS MONTH-CLOSE'S FD - ONLY THE ACTIVE FLAG IS   *
      *    INSPECTED HERE.                                             *
       FD  CTRL-CLOSE.
       01  RG-CLOSE.
           05 RG-CLOSE-LAST-PERIOD PIC 9(06).
           05 RG-CLOSE-ACTIVE      PIC X(01).
           05 RG-CLOSE-PERIOD      PIC 9(06).
           05 RG-CLOSE-PHASE       PIC 9(01).

      **================== FD CLIENTS BEGINNING =======================*
       FD  CLIENTS.
       01  RG-CLIENTS.
           05 RG-CLIENTS-ID        PIC 9(05).
           05 RG-CLIENTS-NAME      PIC X(20).
           05 RG-CLIENTS-TERMS.
              10 RG-CLIENTS-TERM-DAYS OCCURS 3 TIMES PIC 9(03).
           05 RG-CLIENTS-REP       PIC 9(03).
           05 RG-CLIENTS-PRICE-LIST PIC 9(03).

      **================= FD SHOPPING BEGINNING =======================*
      *    SAME LAYOUT AS INVOICE-PROG'S FD.                           *
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

      **================ FD RECEIVABLES BEGINNING =====================*
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

      **================ FD CREDIT-CTL BEGINNING ======================*
      *    SAME LAYOUT AS CREDIT-MAINT'S FD.                           *
       FD  CREDIT-CTL.
       01  RG-CRED.
           05 RG-CRED-CLID         PIC 9(05).
           05 RG-CRED-LIMIT        PIC 9(09)V99.
           05 RG-CRED-EXPOSURE     PIC 9(09)V99.

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
           05 RG-CONTRACT-END      PIC 9(08).
           05 RG-CONTRACT-NEXT-DATE PIC 9(08).
           05 RG-CONTRACT-LAST-CYCLE PIC 9(08).
           05 RG-CONTRACT-LAST-PURCH PIC 9(05).

      **=================== FD XREF BEGINNING =========================*
       FD  XREF.
       01  RG-XREF.
           05 RG-XREF-OLD-ID       PIC 9(05).
           05 RG-XREF-NEW-ID       PIC 9(05).
           05 RG-XREF-OLD-NAME     PIC X(20).
           05 RG-XREF-DATE         PIC 9(08).
           05 RG-XREF-OPERATOR     PIC X(08).

      **================= FD AUDIT-LOG BEGINNING ======================*
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

      **================= FD MERGE-RPT BEGINNING ======================*
       FD  MERGE-RPT.
       01  RG-MRGRPT-LINE           PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "========== WORKING-STORAGE BEGINNING ==========".

      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-CTRLMERGE-STATUS     PIC 9(02).
       77  FS-RESTART-STATUS       PIC 9(02).
       77  FS-CTRLCLOSE-STATUS     PIC 9(02).
       77  FS-CLIENTS-STATUS       PIC 9(02).
       77  FS-SHOPPING-STATUS      PIC 9(02).
       77  FS-AR-STATUS            PIC 9(02).
       77  FS-CREDIT-STATUS        PIC 9(02).
       77  FS-CONTRACTS-STATUS     PIC 9(02).
       77  FS-XREF-STATUS          PIC 9(02).
       77  FS-AUDIT-STATUS         PIC 9(02).
       77  FS-MERGERPT-STATUS      PIC 9(02).
      *----------------------------------------------------------------*
       77  WRK-CTRLMERGE-KEY       PIC 9(04)  VALUE 1.
       77  WRK-RESTART-KEY         PIC 9(04)  VALUE 1.
       77  WRK-CTRLCLOSE-KEY       PIC 9(04)  VALUE 1.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(057) VALUE
           "============ PROCESSMENT VARIABLES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OLD-ID       PIC 9(05)  VALUE ZEROS.
       77  WRK-NEW-ID       PIC 9(05)  VALUE ZEROS.
       77  WRK-OLD-NAME     PIC X(20)  VALUE SPACES.
       77  WRK-NEW-NAME     PIC X(20)  VALUE SPACES.
       77  WRK-CONFIRM      PIC X(01)  VALUE SPACES.
       77  WRK-SYS-DATE     PIC 9(08)  VALUE ZEROS.
       77  WRK-RESUMING-SW  PIC X(01)  VALUE "N".
           88 WRK-RESUMING-MERGE      VALUE "Y".
       77  WRK-SHOPPING-SW  PIC X(01)  VALUE "N".
           88 WRK-SHOPPING-EOF        VALUE "Y".
       77  WRK-AR-SW        PIC X(01)  VALUE "N".
           88 WRK-AR-EOF              VALUE "Y".
       77  WRK-CONTRACTS-SW PIC X(01)  VALUE "N".
           88 WRK-CONTRACTS-EOF       VALUE "Y".
       77  WRK-XREF-SW      PIC X(01)  VALUE "N".
           88 WRK-XREF-EOF            VALUE "Y".
      *----------------------------------------------------------------*
      *    AUDIT TRAIL - THE OPERATOR SIGNS IN ONCE; EVERY MASTER      *
      *    RECORD THE MERGE CHANGES OR DELETES IS LOGGED UNDER THAT ID *
      *    WITH THE RECORD IMAGE BEFORE AND AFTER.                     *
      *----------------------------------------------------------------*
       77  WRK-OPERATOR     PIC X(08) VALUE SPACES.
       77  WRK-AUD-FILE     PIC X(12) VALUE SPACES.
       77  WRK-AUD-ACTION   PIC X(01) VALUE SPACES.
       77  WRK-AUD-KEY      PIC X(20) VALUE SPACES.
       77  WRK-AUD-BEFORE   PIC X(150) VALUE SPACES.
       77  WRK-AUD-AFTER    PIC X(150) VALUE SPACES.
       01  WRK-AUD-TIME.
           05 WRK-AUD-HHMMSS PIC 9(06).
           05 FILLER         PIC 9(02).
      *----------------------------------------------------------------*
      *    EDITED FIELDS FOR THE REPORT.                               *
      *----------------------------------------------------------------*
       77  WRK-COUNT-ED     PIC ZZZ.ZZ9.
       77  WRK-AMT-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-AMT2-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-AMT3-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(052) VALUE
           "============ WARNING MESSAGES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERROR       PIC X(20) VALUE "FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
      *    0205-PHASE-DISPATCH IS PERFORMED AS A PARAGRAPH - THE REST  *
      *    OF ITS SECTION IS WORKER PARAGRAPHS IT CALLS ITSELF, WHICH  *
      *    A SECTION-LEVEL PERFORM WOULD RE-EXECUTE BY FALL-THROUGH.   *
           PERFORM 0100-INIT.
           PERFORM 0205-PHASE-DISPATCH.
           PERFORM 0280-WRITING-REPORT.
           PERFORM 0300-END.
           STOP RUN.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
      **================ ASKING-OPERATOR BEGINNING ===================**
      *    NO MERGE IS RUN OR RESUMED WITHOUT AN OPERATOR TO ANSWER    *
      *    FOR IT.                                                     *
       0105-ASKING-OPERATOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR: "
             ACCEPT WRK-OPERATOR.
           IF WRK-OPERATOR EQUAL SPACES
              DISPLAY "FUSAO DE CLIENTES EXIGE A IDENTIFICACAO DO "
                      "OPERADOR."
              GOBACK
           END-IF.
           ACCEPT WRK-SYS-DATE FROM DATE YYYYMMDD.
      **================ CHECK-BILLING-RESTART BEGINNING =============**
      *    AN INTERRUPTED BILLING BATCH OWNS THE FILES UNTIL IT IS     *
      *    RESUMED TO COMPLETION - MOVING ITS CLIENTS' PURCHASES AND   *
      *    RECEIVABLES UNDERNEATH IT WOULD SPLIT ITS RESUMED BATCH.    *
       0110-CHECK-BILLING-RESTART.
           OPEN INPUT RESTART-CTRL.
           IF FS-RESTART-STATUS EQUAL 00
              READ RESTART-CTRL
                AT END
                  MOVE "N" TO RG-RESTART-ACTIVE
              END-READ
              IF RG-RESTART-ACTIVE EQUAL "Y"
                 DISPLAY "HA UM LOTE DE FATURAMENTO INTERROMPIDO "
                         "PENDENTE DE RETOMADA - FUSAO RECUSADA."
                 CLOSE RESTART-CTRL
                 GOBACK
              END-IF
              CLOSE RESTART-CTRL
           END-IF.
      **================ CHECK-MONTH-CLOSE BEGINNING =================**
       0115-CHECK-MONTH-CLOSE.
           OPEN INPUT CTRL-CLOSE.
           IF FS-CTRLCLOSE-STATUS EQUAL 00
              READ CTRL-CLOSE
                AT END
                  MOVE "N" TO RG-CLOSE-ACTIVE
              END-READ
              IF RG-CLOSE-ACTIVE EQUAL "Y"
                 DISPLAY "HA UM FECHAMENTO MENSAL INTERROMPIDO "
                         "(PERIODO " RG-CLOSE-PERIOD
                         ") - FUSAO RECUSADA."
                 CLOSE CTRL-CLOSE
                 GOBACK
              END-IF
              CLOSE CTRL-CLOSE
           END-IF.
      **================ OPENING-CTRL-MERGE BEGINNING ================**
       0120-OPEN-CTRL-MERGE.
           OPEN I-O CTRL-MERGE.
           IF FS-CTRLMERGE-STATUS EQUAL 35
              OPEN OUTPUT CTRL-MERGE
              INITIALIZE RG-MERGE
              MOVE "N" TO RG-MERGE-ACTIVE
              WRITE RG-MERGE
              CLOSE CTRL-MERGE
              OPEN I-O CTRL-MERGE
           END-IF.
           IF FS-CTRLMERGE-STATUS NOT EQUAL 00
              DISPLAY "CTRL-MERGE: " WRK-OPEN-ERROR
              DISPLAY "STATUS:     " FS-CTRLMERGE-STATUS
              GOBACK
           END-IF.
           READ CTRL-MERGE
             AT END
               INITIALIZE RG-MERGE
               MOVE "N" TO RG-MERGE-ACTIVE
           END-READ.
      **================ OPENING-CLIENTS BEGINNING ===================**
       0130-OPEN-CLIENTS.
           OPEN I-O CLIENTS.
           IF FS-CLIENTS-STATUS NOT EQUAL 00
              DISPLAY "CLIENTS: " WRK-OPEN-ERROR
              DISPLAY "STATUS:  " FS-CLIENTS-STATUS
              GOBACK
           END-IF.
      **================ OPENING-SHOPPING BEGINNING ==================**
      *    A FILE THAT DOES NOT EXIST YET IS CREATED EMPTY - IT SIMPLY *
      *    HAS NOTHING TO MOVE. SAME FOR THE FILES BELOW.              *
       0135-OPEN-SHOPPING.
           OPEN I-O SHOPPING.
           IF FS-SHOPPING-STATUS EQUAL 35
              OPEN OUTPUT SHOPPING
              CLOSE SHOPPING
              OPEN I-O SHOPPING
           END-IF.
           IF FS-SHOPPING-STATUS NOT EQUAL 00
              DISPLAY "SHOPPING: " WRK-OPEN-ERROR
              DISPLAY "STATUS:   " FS-SHOPPING-STATUS
              GOBACK
           END-IF.
      **================ OPENING-RECEIVABLES BEGINNING ===============**
       0140-OPEN-RECEIVABLES.
           OPEN I-O RECEIVABLES.
           IF FS-AR-STATUS EQUAL 35
              OPEN OUTPUT RECEIVABLES
              CLOSE RECEIVABLES
              OPEN I-O RECEIVABLES
           END-IF.
           IF FS-AR-STATUS NOT EQUAL 00
              DISPLAY "RECEIVABLES: " WRK-OPEN-ERROR
              DISPLAY "STATUS:      " FS-AR-STATUS
              GOBACK
           END-IF.
      **================ OPENING-CREDIT-CTL BEGINNING ================**
       0145-OPEN-CREDIT-CTL.
           OPEN I-O CREDIT-CTL.
           IF FS-CREDIT-STATUS EQUAL 35
              OPEN OUTPUT CREDIT-CTL
              CLOSE CREDIT-CTL
              OPEN I-O CREDIT-CTL
           END-IF.
           IF FS-CREDIT-STATUS NOT EQUAL 00
              DISPLAY "CREDIT-CTL: " WRK-OPEN-ERROR
              DISPLAY "STATUS:     " FS-CREDIT-STATUS
              GOBACK
           END-IF.
      **================ OPENING-CONTRACTS BEGINNING =================**
       0150-OPEN-CONTRACTS.
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
      **================ OPENING-XREF BEGINNING ======================**
       0155-OPEN-XREF.
           OPEN I-O XREF.
           IF FS-XREF-STATUS EQUAL 35
              OPEN OUTPUT XREF
              CLOSE XREF
              OPEN I-O XREF
           END-IF.
           IF FS-XREF-STATUS NOT EQUAL 00
              DISPLAY "XREF: " WRK-OPEN-ERROR
              DISPLAY "STATUS: " FS-XREF-STATUS
              GOBACK
           END-IF.
      **================ OPENING-AUDIT-LOG BEGINNING =================**
      *    APPENDED TO, NEVER REWRITTEN; CREATED ON FIRST USE.         *
       0160-OPEN-AUDIT-LOG.
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
      **================ OPENING-MERGE-RPT BEGINNING =================**
       0165-OPEN-MERGE-RPT.
           OPEN OUTPUT MERGE-RPT.
           IF FS-MERGERPT-STATUS NOT EQUAL 00
              DISPLAY "MERGE-RPT: " WRK-OPEN-ERROR
              DISPLAY "STATUS:    " FS-MERGERPT-STATUS
              GOBACK
           END-IF.
      **================ ASKING-CLIENTS BEGINNING ====================**
      *    A MERGE LEFT IN FLIGHT MUST BE RESUMED BEFORE ANY OTHER CAN *
      *    START - ITS RECORDS ARE SPLIT BETWEEN THE TWO IDS. OTHERWISE*
      *    THE OPERATOR NAMES THE DUPLICATE AND THE SURVIVOR, BOTH ON  *
      *    CLIENTES.DAT AND DIFFERENT, AND CONFIRMS.                   *
       0170-ASKING-CLIENTS.
           DISPLAY "=========================================".
           DISPLAY "  FUSAO DE CLIENTES DUPLICADOS            ".
           DISPLAY "=========================================".
           IF RG-MERGE-ACTIVE EQUAL "Y"
              DISPLAY "HA UMA FUSAO INTERROMPIDA: CLIENTE "
                      RG-MERGE-OLD-ID " -> " RG-MERGE-NEW-ID
                      " (FASE " RG-MERGE-PHASE ", OPERADOR "
                      RG-MERGE-OPERATOR ")."
              DISPLAY "RETOMAR A FUSAO AGORA (S/N)? "
                ACCEPT WRK-CONFIRM
              IF WRK-CONFIRM NOT EQUAL "S"
                 DISPLAY "FUSAO NAO RETOMADA - NENHUMA OUTRA PODE SER "
                         "INICIADA ANTES DELA."
                 GOBACK
              END-IF
              SET WRK-RESUMING-MERGE TO TRUE
           ELSE
              DISPLAY "ID DO CLIENTE DUPLICADO (SERA EXCLUIDO, "
                      "0 PARA SAIR): "
                ACCEPT WRK-OLD-ID
              IF WRK-OLD-ID EQUAL ZEROS
                 GOBACK
              END-IF
              MOVE WRK-OLD-ID TO RG-CLIENTS-ID
              READ CLIENTS
                INVALID KEY
                   DISPLAY "CLIENTE " WRK-OLD-ID " NAO ENCONTRADO."
                   GOBACK
              END-READ
              MOVE RG-CLIENTS-NAME TO WRK-OLD-NAME
              DISPLAY "ID DO CLIENTE QUE PERMANECE: "
                ACCEPT WRK-NEW-ID
              IF WRK-NEW-ID EQUAL WRK-OLD-ID
                 OR WRK-NEW-ID EQUAL ZEROS
                 DISPLAY "O CLIENTE QUE PERMANECE DEVE SER OUTRO ID."
                 GOBACK
              END-IF
              MOVE WRK-NEW-ID TO RG-CLIENTS-ID
              READ CLIENTS
                INVALID KEY
                   DISPLAY "CLIENTE " WRK-NEW-ID " NAO ENCONTRADO."
                   GOBACK
              END-READ
              MOVE RG-CLIENTS-NAME TO WRK-NEW-NAME
              DISPLAY "DUPLICADO:   " WRK-OLD-ID " " WRK-OLD-NAME
              DISPLAY "PERMANECE:   " WRK-NEW-ID " " WRK-NEW-NAME
              DISPLAY "COMPRAS EM ABERTO, TITULOS EM ABERTO, EXPOSICAO "
                      "DE CREDITO E CONTRATOS"
              DISPLAY "PASSARAO PARA O CLIENTE " WRK-NEW-ID
                      " E O CLIENTE " WRK-OLD-ID " SERA EXCLUIDO."
              DISPLAY "CONFIRMA A FUSAO (S/N)? "
                ACCEPT WRK-CONFIRM
              IF WRK-CONFIRM NOT EQUAL "S"
                 DISPLAY "FUSAO CANCELADA."
                 GOBACK
              END-IF
              INITIALIZE RG-MERGE
              MOVE "Y"          TO RG-MERGE-ACTIVE
              MOVE 1            TO RG-MERGE-PHASE
              MOVE WRK-OLD-ID   TO RG-MERGE-OLD-ID
              MOVE WRK-NEW-ID   TO RG-MERGE-NEW-ID
              MOVE WRK-OLD-NAME TO RG-MERGE-OLD-NAME
              MOVE WRK-OPERATOR TO RG-MERGE-OPERATOR
              MOVE WRK-SYS-DATE TO RG-MERGE-DATE
              MOVE "N"          TO RG-MERGE-OLD-CRED-FL
                                   RG-MERGE-NEW-CRED-FL
                                   RG-MERGE-CLI-DELETED
              REWRITE RG-MERGE
              IF FS-CTRLMERGE-STATUS NOT EQUAL 00
                 DISPLAY "CTRL-MERGE: ERRO AO INICIAR FUSAO."
                 DISPLAY "STATUS:     " FS-CTRLMERGE-STATUS
                 GOBACK
              END-IF
           END-IF.

       0200-RUN-PHASES                 SECTION.
      **================ PHASE DISPATCH BEGINNING ====================**
      *    PHASES RUN IN ORDER FROM THE ONE RECORDED IN THE CONTROL    *
      *    RECORD; EACH PHASE IS IDEMPOTENT, SO A RERUN OF THE PHASE   *
      *    THAT WAS INTERRUPTED IS ALWAYS SAFE.                        *
       0205-PHASE-DISPATCH.
           IF WRK-RESUMING-MERGE
              DISPLAY "RETOMANDO FUSAO " RG-MERGE-OLD-ID " -> "
                      RG-MERGE-NEW-ID " NA FASE " RG-MERGE-PHASE "."
           END-IF.
           IF RG-MERGE-PHASE NOT GREATER THAN 1
              PERFORM 0210-MOVING-PURCHASES
              MOVE 2 TO RG-MERGE-PHASE
              PERFORM 0270-SAVING-CTRL
           END-IF.
           IF RG-MERGE-PHASE NOT GREATER THAN 2
              PERFORM 0220-MOVING-RECEIVABLES
              MOVE 3 TO RG-MERGE-PHASE
              PERFORM 0270-SAVING-CTRL
           END-IF.
           IF RG-MERGE-PHASE NOT GREATER THAN 3
              PERFORM 0230-COMBINING-CREDIT
              MOVE 4 TO RG-MERGE-PHASE
              PERFORM 0270-SAVING-CTRL
           END-IF.
           IF RG-MERGE-PHASE NOT GREATER THAN 4
              PERFORM 0240-MOVING-CONTRACTS
              MOVE 5 TO RG-MERGE-PHASE
              PERFORM 0270-SAVING-CTRL
           END-IF.
           IF RG-MERGE-PHASE NOT GREATER THAN 5
              PERFORM 0250-WRITING-XREF
              MOVE 6 TO RG-MERGE-PHASE
              PERFORM 0270-SAVING-CTRL
           END-IF.
           PERFORM 0260-DELETING-CLIENT.
           MOVE "N"   TO RG-MERGE-ACTIVE.
           MOVE ZEROS TO RG-MERGE-PHASE.
           PERFORM 0270-SAVING-CTRL.
           DISPLAY "CLIENTE " RG-MERGE-OLD-ID " INCORPORADO AO CLIENTE "
                   RG-MERGE-NEW-ID " COM SUCESSO.".
      **================ MOVING-PURCHASES BEGINNING ==================**
      *    EVERY PURCHASE OF THE DUPLICATE NOT YET BILLED GOES TO THE  *
      *    SURVIVOR, SO THE NEXT BATCH BILLS IT ON THE SURVIVOR'S NF.  *
      *    BILLED ONES STAY - THEY BELONG TO AN NF ALREADY ISSUED. THE *
      *    MOVED COUNT IS SAVED WITH EACH MOVE; THE KEPT COUNT IS      *
      *    SIMPLY RECOUNTED WHEN THE PHASE IS RERUN. EACH MOVE IS      *
      *    AUDITED AS A CHANGE TO THE PURCHASE.                        *
       0210-MOVING-PURCHASES.
           MOVE ZEROS TO RG-MERGE-PURCH-KEPT.
           MOVE "N"   TO WRK-SHOPPING-SW.
           MOVE ZEROS TO RG-SHOPPING-ID.
           START SHOPPING KEY IS NOT LESS THAN RG-SHOPPING-ID
             INVALID KEY
               SET WRK-SHOPPING-EOF TO TRUE
           END-START.
           PERFORM UNTIL WRK-SHOPPING-EOF
              READ SHOPPING NEXT RECORD
                AT END
                  SET WRK-SHOPPING-EOF TO TRUE
              END-READ
              IF NOT WRK-SHOPPING-EOF
                 AND RG-SHOPPING-ID-CLI EQUAL RG-MERGE-OLD-ID
                 IF RG-SHOPPING-IS-BILLED
                    ADD 1 TO RG-MERGE-PURCH-KEPT
                 ELSE
                    MOVE RG-SHOPPING TO WRK-AUD-BEFORE
                    MOVE RG-MERGE-NEW-ID TO RG-SHOPPING-ID-CLI
                    REWRITE RG-SHOPPING
                      INVALID KEY
                         DISPLAY "SHOPPING: ERRO AO TRANSFERIR COMPRA "
                                 RG-SHOPPING-ID
                         DISPLAY "STATUS:   " FS-SHOPPING-STATUS
                         GOBACK
                    END-REWRITE
                    MOVE RG-SHOPPING TO WRK-AUD-AFTER
                    MOVE "COMPRAS"   TO WRK-AUD-FILE
                    MOVE "A"         TO WRK-AUD-ACTION
                    MOVE RG-SHOPPING-ID TO WRK-AUD-KEY
                    PERFORM 0295-WRITING-AUDIT
                    ADD 1 TO RG-MERGE-PURCH-MOVED
                    PERFORM 0270-SAVING-CTRL
                 END-IF
              END-IF
           END-PERFORM.
           DISPLAY "COMPRAS TRANSFERIDAS:         "
                   RG-MERGE-PURCH-MOVED.
      **================ MOVING-RECEIVABLES BEGINNING ================**
      *    EVERY OPEN ITEM OF THE DUPLICATE - INSTALLMENTS AND CHARGES,*
      *    PARTLY PAID OR NOT - GOES TO THE SURVIVOR. PAID, CANCELLED  *
      *    AND WAIVED ITEMS STAY AS THE HISTORY OF THE OLD ID.         *
       0220-MOVING-RECEIVABLES.
           MOVE ZEROS TO RG-MERGE-AR-KEPT.
           MOVE "N"   TO WRK-AR-SW.
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
                 AND RG-AR-CLID EQUAL RG-MERGE-OLD-ID
                 IF RG-AR-IS-OPEN
                    MOVE RG-MERGE-NEW-ID TO RG-AR-CLID
                    REWRITE RG-AR
                      INVALID KEY
                         DISPLAY "RECEIVABLES: ERRO AO TRANSFERIR NF "
                                 RG-AR-NF-NUM " PARC " RG-AR-INST
                         DISPLAY "STATUS:      " FS-AR-STATUS
                         GOBACK
                    END-REWRITE
                    ADD 1 TO RG-MERGE-AR-MOVED
                    COMPUTE RG-MERGE-AR-BALANCE = RG-MERGE-AR-BALANCE
                            + RG-AR-AMOUNT - RG-AR-PAID-AMT
                    PERFORM 0270-SAVING-CTRL
                 ELSE
                    ADD 1 TO RG-MERGE-AR-KEPT
                 END-IF
              END-IF
           END-PERFORM.
           DISPLAY "TITULOS EM ABERTO TRANSFERIDOS: "
                   RG-MERGE-AR-MOVED.
      **================ COMBINING-CREDIT BEGINNING ==================**
      *    BOTH LIMITES.DAT RECORDS ARE FIRST CAPTURED ON THE CONTROL  *
      *    RECORD; THE SURVIVOR IS THEN SET TO ITS CAPTURED EXPOSURE   *
      *    PLUS THE DUPLICATE'S AND THE DUPLICATE'S RECORD DELETED.    *
      *    A RERUN AFTER THE CAPTURE SETS THE SAME VALUES AGAIN.       *
       0230-COMBINING-CREDIT.
           IF NOT RG-MERGE-CRED-CAPTURED
              MOVE RG-MERGE-OLD-ID TO RG-CRED-CLID
              READ CREDIT-CTL
                INVALID KEY
                   MOVE "N" TO RG-MERGE-OLD-CRED-FL
                NOT INVALID KEY
                   MOVE "S" TO RG-MERGE-OLD-CRED-FL
                   MOVE RG-CRED-LIMIT    TO RG-MERGE-OLD-LIMIT
                   MOVE RG-CRED-EXPOSURE TO RG-MERGE-OLD-EXPOSURE
              END-READ
              MOVE RG-MERGE-NEW-ID TO RG-CRED-CLID
              READ CREDIT-CTL
                INVALID KEY
                   MOVE "N" TO RG-MERGE-NEW-CRED-FL
                NOT INVALID KEY
                   MOVE "S" TO RG-MERGE-NEW-CRED-FL
                   MOVE RG-CRED-LIMIT    TO RG-MERGE-NEW-LIMIT
                   MOVE RG-CRED-EXPOSURE TO RG-MERGE-NEW-EXPOSURE
              END-READ
              MOVE "C" TO RG-MERGE-CRED-STATE
              PERFORM 0270-SAVING-CTRL
           END-IF.
           IF RG-MERGE-OLD-HAS-CRED
              MOVE RG-MERGE-NEW-ID TO RG-CRED-CLID
              IF RG-MERGE-NEW-HAS-CRED
                 MOVE RG-MERGE-NEW-LIMIT TO RG-CRED-LIMIT
              ELSE
                 MOVE RG-MERGE-OLD-LIMIT TO RG-CRED-LIMIT
              END-IF
              COMPUTE RG-CRED-EXPOSURE = RG-MERGE-NEW-EXPOSURE
                                       + RG-MERGE-OLD-EXPOSURE
              MOVE RG-CRED TO WRK-AUD-AFTER
              WRITE RG-CRED
                INVALID KEY
                   REWRITE RG-CRED
                     INVALID KEY
                        DISPLAY "CREDIT-CTL: ERRO AO GRAVAR CLIENTE "
                                RG-MERGE-NEW-ID
                        DISPLAY "STATUS:     " FS-CREDIT-STATUS
                        GOBACK
                   END-REWRITE
              END-WRITE
              MOVE RG-MERGE-OLD-ID TO RG-CRED-CLID
              DELETE CREDIT-CTL
                INVALID KEY
      *            ALREADY DELETED BY THE INTERRUPTED RUN.             *
                   CONTINUE
                NOT INVALID KEY
                   MOVE "LIMITES" TO WRK-AUD-FILE
                   MOVE RG-MERGE-NEW-ID TO WRK-AUD-KEY
                   IF RG-MERGE-NEW-HAS-CRED
                      MOVE "A" TO WRK-AUD-ACTION
                      MOVE RG-MERGE-NEW-ID       TO RG-CRED-CLID
                      MOVE RG-MERGE-NEW-LIMIT    TO RG-CRED-LIMIT
                      MOVE RG-MERGE-NEW-EXPOSURE TO RG-CRED-EXPOSURE
                      MOVE RG-CRED TO WRK-AUD-BEFORE
                   ELSE
                      MOVE "I" TO WRK-AUD-ACTION
                      MOVE SPACES TO WRK-AUD-BEFORE
                   END-IF
                   PERFORM 0295-WRITING-AUDIT
                   MOVE "E" TO WRK-AUD-ACTION
                   MOVE RG-MERGE-OLD-ID       TO RG-CRED-CLID
                   MOVE RG-MERGE-OLD-LIMIT    TO RG-CRED-LIMIT
                   MOVE RG-MERGE-OLD-EXPOSURE TO RG-CRED-EXPOSURE
                   MOVE RG-CRED TO WRK-AUD-BEFORE
                   MOVE SPACES  TO WRK-AUD-AFTER
                   MOVE RG-MERGE-OLD-ID TO WRK-AUD-KEY
                   PERFORM 0295-WRITING-AUDIT
              END-DELETE
              DISPLAY "EXPOSICAO DE CREDITO SOMADA AO CLIENTE "
                      RG-MERGE-NEW-ID "."
           ELSE
              DISPLAY "CLIENTE " RG-MERGE-OLD-ID " SEM REGISTRO EM "
                      "LIMITES.DAT - NADA A SOMAR."
           END-IF.
      **================ MOVING-CONTRACTS BEGINNING ==================**
      *    RECURRING CONTRACTS OF THE DUPLICATE ARE BILLED TO THE      *
      *    SURVIVOR FROM NOW ON - THE DUPLICATE WILL NOT EXIST. EACH   *
      *    MOVE IS AUDITED AS A CHANGE TO THE CONTRACT.                *
       0240-MOVING-CONTRACTS.
           MOVE "N"   TO WRK-CONTRACTS-SW.
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
                 AND RG-CONTRACT-CLID EQUAL RG-MERGE-OLD-ID
                 MOVE RG-CONTRACT TO WRK-AUD-BEFORE
                 MOVE RG-MERGE-NEW-ID TO RG-CONTRACT-CLID
                 REWRITE RG-CONTRACT
                   INVALID KEY
                      DISPLAY "CONTRACTS: ERRO AO TRANSFERIR CONTRATO "
                              RG-CONTRACT-ID
                      DISPLAY "STATUS:    " FS-CONTRACTS-STATUS
                      GOBACK
                 END-REWRITE
                 MOVE RG-CONTRACT TO WRK-AUD-AFTER
                 MOVE "CONTRATOS" TO WRK-AUD-FILE
                 MOVE "A"         TO WRK-AUD-ACTION
                 MOVE RG-CONTRACT-ID TO WRK-AUD-KEY
                 PERFORM 0295-WRITING-AUDIT
                 ADD 1 TO RG-MERGE-CONTR-MOVED
                 PERFORM 0270-SAVING-CTRL
              END-IF
           END-PERFORM.
           DISPLAY "CONTRATOS TRANSFERIDOS:       "
                   RG-MERGE-CONTR-MOVED.
      **================ WRITING-XREF BEGINNING ======================**
      *    IDS MERGED INTO THE DUPLICATE BEFORE ARE RE-POINTED STRAIGHT*
      *    TO THE SURVIVOR, SO XREFCLI.DAT NEVER HOLDS A CHAIN; THEN   *
      *    THE DUPLICATE ITSELF IS RECORDED (REWRITTEN ON A RERUN).    *
       0250-WRITING-XREF.
           MOVE "N"   TO WRK-XREF-SW.
           MOVE ZEROS TO RG-XREF-OLD-ID.
           START XREF KEY IS NOT LESS THAN RG-XREF-OLD-ID
             INVALID KEY
               SET WRK-XREF-EOF TO TRUE
           END-START.
           PERFORM UNTIL WRK-XREF-EOF
              READ XREF NEXT RECORD
                AT END
                  SET WRK-XREF-EOF TO TRUE
              END-READ
              IF NOT WRK-XREF-EOF
                 AND RG-XREF-NEW-ID EQUAL RG-MERGE-OLD-ID
                 MOVE RG-MERGE-NEW-ID TO RG-XREF-NEW-ID
                 REWRITE RG-XREF
                   INVALID KEY
                      DISPLAY "XREF: ERRO AO REAPONTAR CLIENTE "
                              RG-XREF-OLD-ID
                      DISPLAY "STATUS: " FS-XREF-STATUS
                      GOBACK
                 END-REWRITE
                 ADD 1 TO RG-MERGE-XREF-MOVED
                 PERFORM 0270-SAVING-CTRL
              END-IF
           END-PERFORM.
           MOVE RG-MERGE-OLD-ID   TO RG-XREF-OLD-ID.
           MOVE RG-MERGE-NEW-ID   TO RG-XREF-NEW-ID.
           MOVE RG-MERGE-OLD-NAME TO RG-XREF-OLD-NAME.
           MOVE RG-MERGE-DATE     TO RG-XREF-DATE.
           MOVE RG-MERGE-OPERATOR TO RG-XREF-OPERATOR.
           WRITE RG-XREF
             INVALID KEY
                REWRITE RG-XREF
                  INVALID KEY
                     DISPLAY "XREF: ERRO AO GRAVAR CLIENTE "
                             RG-MERGE-OLD-ID
                     DISPLAY "STATUS: " FS-XREF-STATUS
                     GOBACK
                END-REWRITE
           END-WRITE.
           DISPLAY "REFERENCIA CRUZADA GRAVADA EM XREFCLI.DAT.".
      **================ DELETING-CLIENT BEGINNING ===================**
      *    LAST PHASE - ONLY NOW IS THE DUPLICATE REMOVED. A RERUN     *
      *    THAT FINDS IT ALREADY GONE HAS NOTHING LEFT TO DO.          *
       0260-DELETING-CLIENT.
           MOVE RG-MERGE-OLD-ID TO RG-CLIENTS-ID.
           READ CLIENTS
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE RG-CLIENTS TO WRK-AUD-BEFORE
                DELETE CLIENTS
                  INVALID KEY
                     DISPLAY "CLIENTS: ERRO AO EXCLUIR CLIENTE "
                             RG-MERGE-OLD-ID
                     DISPLAY "STATUS:  " FS-CLIENTS-STATUS
                     GOBACK
                  NOT INVALID KEY
                     MOVE "S" TO RG-MERGE-CLI-DELETED
                     MOVE "CLIENTES" TO WRK-AUD-FILE
                     MOVE "E" TO WRK-AUD-ACTION
                     MOVE SPACES TO WRK-AUD-AFTER
                     STRING "INCORPORADO AO CLIENTE " DELIMITED BY SIZE
                            RG-MERGE-NEW-ID          DELIMITED BY SIZE
                            INTO WRK-AUD-AFTER
                     MOVE RG-MERGE-OLD-ID TO WRK-AUD-KEY
                     PERFORM 0295-WRITING-AUDIT
                END-DELETE
           END-READ.
      **================ SAVING-CTRL BEGINNING =======================**
      *    A CONTROL RECORD THAT CANNOT BE SAVED STOPS THE MERGE - THE *
      *    LAST SAVED PHASE IS WHERE THE NEXT RUN RESUMES.             *
       0270-SAVING-CTRL.
           REWRITE RG-MERGE.
           IF FS-CTRLMERGE-STATUS NOT EQUAL 00
              DISPLAY "CTRL-MERGE: ERRO AO GRAVAR CONTROLE DA FUSAO."
              DISPLAY "STATUS:     " FS-CTRLMERGE-STATUS
              GOBACK
           END-IF.
      **================ WRITING-REPORT BEGINNING ====================**
      *    FUSAO-CLI.DAT - THE MERGE JUST COMPLETED, FROM THE COUNTS   *
      *    KEPT ON THE CONTROL RECORD (SO A RESUMED MERGE REPORTS ITS  *
      *    WHOLE WORK, NOT ONLY THE LAST RUN'S).                       *
       0280-WRITING-REPORT.
           MOVE RG-MERGE-NEW-ID TO RG-CLIENTS-ID.
           READ CLIENTS
             INVALID KEY
                MOVE "*** NAO CADASTRADO" TO RG-CLIENTS-NAME
           END-READ.
           MOVE SPACES TO RG-MRGRPT-LINE.
           STRING "FUSAO DE CLIENTES EM " DELIMITED BY SIZE
                  WRK-SYS-DATE            DELIMITED BY SIZE
                  " - OPERADOR "          DELIMITED BY SIZE
                  WRK-OPERATOR            DELIMITED BY SIZE
                  INTO RG-MRGRPT-LINE.
           WRITE RG-MRGRPT-LINE.
           IF WRK-RESUMING-MERGE
              MOVE SPACES TO RG-MRGRPT-LINE
              STRING "FUSAO RETOMADA - INICIADA EM " DELIMITED BY SIZE
                     RG-MERGE-DATE           DELIMITED BY SIZE
                     " POR "                 DELIMITED BY SIZE
                     RG-MERGE-OPERATOR       DELIMITED BY SIZE
                     INTO RG-MRGRPT-LINE
              WRITE RG-MRGRPT-LINE
           END-IF.
           MOVE ALL "=" TO RG-MRGRPT-LINE.
           WRITE RG-MRGRPT-LINE.
           MOVE SPACES TO RG-MRGRPT-LINE.
           STRING "CLIENTE INCORPORADO:  " DELIMITED BY SIZE
                  RG-MERGE-OLD-ID          DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  RG-MERGE-OLD-NAME        DELIMITED BY SIZE
                  INTO RG-MRGRPT-LINE.
           WRITE RG-MRGRPT-LINE.
           MOVE SPACES TO RG-MRGRPT-LINE.
           STRING "CLIENTE QUE PERMANECE: " DELIMITED BY SIZE
                  RG-MERGE-NEW-ID          DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  RG-CLIENTS-NAME          DELIMITED BY SIZE
                  INTO RG-MRGRPT-LINE.
           WRITE RG-MRGRPT-LINE.
           MOVE ALL "-" TO RG-MRGRPT-LINE.
           WRITE RG-MRGRPT-LINE.
           MOVE RG-MERGE-PURCH-MOVED TO WRK-COUNT-ED.
           MOVE SPACES TO RG-MRGRPT-LINE.
           STRING "COMPRAS.DAT    TRANSFERIDAS (NAO FATURADAS): "
                                          DELIMITED BY SIZE
                  WRK-COUNT-ED            DELIMITED BY SIZE
                  INTO RG-MRGRPT-LINE.
           WRITE RG-MRGRPT-LINE.
           MOVE RG-MERGE-PURCH-KEPT TO WRK-COUNT-ED.
           MOVE SPACES TO RG-MRGRPT-LINE.
           STRING "               MANTIDAS NO ID ANTIGO (FATURADAS):"
                                          DELIMITED BY SIZE
                  WRK-COUNT-ED            DELIMITED BY SIZE
                  INTO RG-MRGRPT-LINE.
           WRITE RG-MRGRPT-LINE.
           MOVE RG-MERGE-AR-MOVED   TO WRK-COUNT-ED.
           MOVE RG-MERGE-AR-BALANCE TO WRK-AMT-ED.
           MOVE SPACES TO RG-MRGRPT-LINE.
           STRING "CONTASREC.DAT  TITULOS EM ABERTO TRANSFERIDOS: "
                                          DELIMITED BY SIZE
                  WRK-COUNT-ED            DELIMITED BY SIZE
                  "  SALDO "              DELIMITED BY SIZE
                  WRK-AMT-ED              DELIMITED BY SIZE
                  INTO RG-MRGRPT-LINE.
           WRITE RG-MRGRPT-LINE.
           MOVE RG-MERGE-AR-KEPT TO WRK-COUNT-ED.
           MOVE SPACES TO RG-MRGRPT-LINE.
           STRING "               MANTIDOS NO ID ANTIGO (LIQUIDADOS):"
                                          DELIMITED BY SIZE
                  WRK-COUNT-ED            DELIMITED BY SIZE
                  INTO RG-MRGRPT-LINE.
           WRITE RG-MRGRPT-LINE.
           MOVE SPACES TO RG-MRGRPT-LINE.
           IF RG-MERGE-OLD-HAS-CRED
              MOVE RG-MERGE-OLD-EXPOSURE TO WRK-AMT-ED
              MOVE RG-MERGE-NEW-EXPOSURE TO WRK-AMT2-ED
              COMPUTE WRK-AMT3-ED = RG-MERGE-OLD-EXPOSURE
                                  + RG-MERGE-NEW-EXPOSURE
              STRING "LIMITES.DAT    EXPOSICAO "  DELIMITED BY SIZE
                     WRK-AMT-ED                  DELIMITED BY SIZE
                     " +"                        DELIMITED BY SIZE
                     WRK-AMT2-ED                 DELIMITED BY SIZE
                     " ="                        DELIMITED BY SIZE
                     WRK-AMT3-ED                 DELIMITED BY SIZE
                     INTO RG-MRGRPT-LINE
              WRITE RG-MRGRPT-LINE
              MOVE SPACES TO RG-MRGRPT-LINE
              IF RG-MERGE-NEW-HAS-CRED
                 MOVE RG-MERGE-NEW-LIMIT TO WRK-AMT-ED
                 STRING "               LIMITE DO CLIENTE QUE "
                                             DELIMITED BY SIZE
                        "PERMANECE MANTIDO:" DELIMITED BY SIZE
                        WRK-AMT-ED           DELIMITED BY SIZE
                        INTO RG-MRGRPT-LINE
              ELSE
                 MOVE RG-MERGE-OLD-LIMIT TO WRK-AMT-ED
                 STRING "               LIMITE HERDADO DO CLIENTE "
                                             DELIMITED BY SIZE
                        "INCORPORADO:"       DELIMITED BY SIZE
                        WRK-AMT-ED           DELIMITED BY SIZE
                        INTO RG-MRGRPT-LINE
              END-IF
           ELSE
              MOVE "LIMITES.DAT    SEM REGISTRO DO CLIENTE INCORPORADO"
                TO RG-MRGRPT-LINE
           END-IF.
           WRITE RG-MRGRPT-LINE.
           MOVE RG-MERGE-CONTR-MOVED TO WRK-COUNT-ED.
           MOVE SPACES TO RG-MRGRPT-LINE.
           STRING "CONTRATOS.DAT  CONTRATOS TRANSFERIDOS:         "
                                          DELIMITED BY SIZE
                  WRK-COUNT-ED            DELIMITED BY SIZE
                  INTO RG-MRGRPT-LINE.
           WRITE RG-MRGRPT-LINE.
           MOVE RG-MERGE-XREF-MOVED TO WRK-COUNT-ED.
           MOVE SPACES TO RG-MRGRPT-LINE.
           STRING "XREFCLI.DAT    1 GRAVADO, IDS ANTERIORES "
                                          DELIMITED BY SIZE
                  "REAPONTADOS:" DELIMITED BY SIZE
                  WRK-COUNT-ED            DELIMITED BY SIZE
                  INTO RG-MRGRPT-LINE.
           WRITE RG-MRGRPT-LINE.
           MOVE SPACES TO RG-MRGRPT-LINE.
           IF RG-MERGE-CLI-DELETED EQUAL "S"
              MOVE "CLIENTES.DAT   1 EXCLUIDO" TO RG-MRGRPT-LINE
           ELSE
              MOVE "CLIENTES.DAT   0 EXCLUIDOS (JA AUSENTE)"
                TO RG-MRGRPT-LINE
           END-IF.
           WRITE RG-MRGRPT-LINE.
      **================ WRITING-AUDIT BEGINNING =====================**
      *    ONE AUDITORIA.DAT RECORD FOR THE CHANGE JUST MADE - THE     *
      *    CALLER SETS FILE, ACTION, KEY AND BOTH IMAGES.              *
       0295-WRITING-AUDIT.
           MOVE SPACES TO RG-AUD.
           ACCEPT RG-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-AUD-TIME FROM TIME.
           MOVE WRK-AUD-HHMMSS TO RG-AUD-TIME.
           MOVE WRK-OPERATOR   TO RG-AUD-OPERATOR.
           MOVE WRK-AUD-FILE   TO RG-AUD-FILE.
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
           CLOSE CTRL-MERGE.
           CLOSE CLIENTS.
           CLOSE SHOPPING.
           CLOSE RECEIVABLES.
           CLOSE CREDIT-CTL.
           CLOSE CONTRACTS.
           CLOSE XREF.
           CLOSE AUDIT-LOG.
           CLOSE MERGE-RPT.
           DISPLAY "RELATORIO DA FUSAO GRAVADO EM FUSAO-CLI.DAT.".
      *----------------------------------------------------------------*
