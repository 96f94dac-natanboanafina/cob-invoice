      *    THREE PAYMENT TERMS (DAY OFFSETS, E.G. 030/060/090) THAT    *
      *    SPLIT EACH NF INTO INSTALLMENTS AT BILLING TIME; ALL        *
      *    ZEROS MEANS ONE INSTALLMENT AT THE SYSTEM DEFAULT TERM.     *
      *    EACH CLIENT ALSO CARRIES THE SALES REP (REPRESENTANTES.DAT, *
      *    SEE REP-MAINT) THAT INVOICE-PROG STAMPS ON ITS NFS; ZERO    *
      *    MEANS NO REP. ONLY AN ACTIVE REP CAN BE ASSIGNED.           *
      *    A CLIENT MAY BE GIVEN A PRICE LIST (PRECOS.DAT, SEE         *
      *    PRICE-MAINT) WHOSE NEGOTIATED PRICES BILLING AND THE ORDER  *
      *    IMPORT CHECK ITS PURCHASES AGAINST; ZERO MEANS THE PRODUCT  *
      *    MASTER PRICE (PROMOTIONS APPLY EITHER WAY).                 *
      *    AN ID MERGED AWAY BY CLIENT-MERGE (XREFCLI.DAT) IS NOT      *
      *    REUSED - NF-REPRINT AND CLIENT-STMT STILL SEND IT TO ITS    *
      *    SURVIVOR.                                                   *
      *    EVERY ADD, CHANGE AND DELETE IS LOGGED ON AUDITORIA.DAT     *
      *    UNDER THE OPERATOR ID ASKED AT SIGN-ON (SEE AUDIT-INQUIRY). *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    CLIENTS                I-O                     -            *
      *    REPS                    I                      -            *
      *    XREF                    I                      -            *
      *    AUDIT-LOG               O                      -            *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
                              RECORD KEY IS RG-CLIENTS-ID
                              FILE STATUS IS FS-CLIENTS-STATUS.

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
      *                    SELECT XREFCLI.DAT
      *=================================================================
      *    SAME KEYS AS CLIENT-MERGE'S SELECT.                         *
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
      *    APPENDED ON EVERY ADD, CHANGE AND DELETE (SEE AUDIT-INQUIRY).
           SELECT AUDIT-LOG ASSIGN TO
                                 "C:\Cobol\task3\data\AUDITORIA.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-AUDIT-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
           05 RG-CLIENTS-NAME      PIC X(20).
           05 RG-CLIENTS-TERMS.
              10 RG-CLIENTS-TERM-DAYS OCCURS 3 TIMES PIC 9(03).
           05 RG-CLIENTS-REP       PIC 9(03).
           05 RG-CLIENTS-PRICE-LIST PIC 9(03).

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

      **=================== FD XREF BEGINNING =========================*
      *    SAME LAYOUT AS CLIENT-MERGE'S FD.                           *
       FD  XREF.
       01  RG-XREF.
           05 RG-XREF-OLD-ID       PIC 9(05).
           05 RG-XREF-NEW-ID       PIC 9(05).
           05 RG-XREF-OLD-NAME     PIC X(20).
           05 RG-XREF-DATE         PIC 9(08).
           05 RG-XREF-OPERATOR     PIC X(08).

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
           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-CLIENTS-STATUS       PIC 9(02).
       77  FS-REPS-STATUS          PIC 9(02).
       77  FS-XREF-STATUS          PIC 9(02).
       77  FS-AUDIT-STATUS         PIC 9(02).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(057) VALUE
           "============ PROCESSMENT VARIABLES BEGINNING ============".
           88 WRK-VALID               VALUE "S".
       01  WRK-NEW-TERMS.
           05 WRK-NEW-TERM-DAYS OCCURS 3 TIMES PIC 9(03).
       77  WRK-NEW-REP      PIC 9(03) VALUE ZEROS.
       77  WRK-NEW-LIST     PIC 9(03) VALUE ZEROS.
       77  WRK-REPS-SW      PIC X(01) VALUE "N".
           88 WRK-REPS-AVAILABLE      VALUE "Y".
       77  WRK-XREF-SW      PIC X(01) VALUE "N".
           88 WRK-XREF-AVAILABLE      VALUE "Y".
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
      **================ OPENING-CLIENTS BEGINNING ===================**
      *    OPEN I-O SO NEW CLIENTS CAN BE WRITTEN; IF CLIENTES.DAT      *
      *    DOES NOT EXIST YET, CREATE IT EMPTY FIRST.                   *
              DISPLAY "STATUS:  " FS-CLIENTS-STATUS
              GOBACK
           END-IF.
      **================ OPENING-REPS BEGINNING ======================**
      *    WITHOUT REPRESENTANTES.DAT ONLY REP ZERO (NONE) CAN BE      *
      *    ASSIGNED.                                                   *
       0120-OPEN-REPS.
           OPEN INPUT REPS.
           IF FS-REPS-STATUS EQUAL 00
              SET WRK-REPS-AVAILABLE TO TRUE
           ELSE
              DISPLAY "REPRESENTANTES.DAT INDISPONIVEL (STATUS "
                      FS-REPS-STATUS ") - SO SERA ACEITO "
                      "REPRESENTANTE 0 (NENHUM)."
           END-IF.
      **================ OPENING-XREF BEGINNING =======================**
      *    WITHOUT XREFCLI.DAT NO CLIENT WAS EVER MERGED - EVERY FREE  *
      *    ID CAN BE TAKEN.                                            *
       0130-OPEN-XREF.
           OPEN INPUT XREF.
           IF FS-XREF-STATUS EQUAL 00
              SET WRK-XREF-AVAILABLE TO TRUE
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
           DISPLAY "  MANUTENCAO DE CLIENTES - CLIENTES.DAT   ".
           DISPLAY "=========================================".
           DISPLAY "  (A) INCLUIR CLIENTE".
           DISPLAY "  (C) ALTERAR CLIENTE".
           DISPLAY "  (D) EXCLUIR CLIENTE".
           DISPLAY "  (I) CONSULTAR CLIENTE".
           DISPLAY "  (S) SAIR".
       0220-ADD-CLIENT.
           DISPLAY "ID DO NOVO CLIENTE: "
             ACCEPT RG-CLIENTS-ID.
           PERFORM 0225-CHECKING-MERGED-ID.
           IF WRK-VALID
              DISPLAY "NOME DO CLIENTE: "
                ACCEPT RG-CLIENTS-NAME
              PERFORM 0260-ASKING-TERMS
           END-IF.
           IF WRK-VALID
              PERFORM 0280-ASKING-REP
           END-IF.
           IF WRK-VALID
              PERFORM 0285-ASKING-PRICE-LIST
              MOVE WRK-NEW-TERMS TO RG-CLIENTS-TERMS
              MOVE WRK-NEW-REP   TO RG-CLIENTS-REP
              MOVE WRK-NEW-LIST  TO RG-CLIENTS-PRICE-LIST
              WRITE RG-CLIENTS
                INVALID KEY
                   DISPLAY "JA EXISTE UM CLIENTE COM ESSE ID."
                NOT INVALID KEY
                   DISPLAY "CLIENTE INCLUIDO COM SUCESSO."
                   MOVE "I" TO WRK-AUD-ACTION
                   MOVE SPACES TO WRK-AUD-BEFORE
                   MOVE RG-CLIENTS TO WRK-AUD-AFTER
                   MOVE RG-CLIENTS-ID TO WRK-AUD-KEY
                   PERFORM 0295-WRITING-AUDIT
              END-WRITE
           END-IF.
      **================ CHECKING-MERGED-ID BEGINNING =================**
      *    AN ID STILL ON XREFCLI.DAT BELONGS TO A MERGED-AWAY CLIENT; *
      *    A NEW CLIENT TAKING IT WOULD BE REDIRECTED TO THE SURVIVOR  *
      *    BY NF-REPRINT AND CLIENT-STMT.                              *
       0225-CHECKING-MERGED-ID.
           MOVE "S" TO WRK-VALID-SW.
           IF WRK-XREF-AVAILABLE
              MOVE RG-CLIENTS-ID TO RG-XREF-OLD-ID
              READ XREF
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   DISPLAY "ID JA INCORPORADO AO CLIENTE "
                           RG-XREF-NEW-ID
                   MOVE "N" TO WRK-VALID-SW
              END-READ
           END-IF.
      **================ CHANGE-CLIENT BEGINNING ======================**
       0230-CHANGE-CLIENT.
           DISPLAY "ID DO CLIENTE A ALTERAR: "
             INVALID KEY
                DISPLAY "CLIENTE NAO ENCONTRADO."
             NOT INVALID KEY
                MOVE RG-CLIENTS TO WRK-AUD-BEFORE
                DISPLAY "NOME ATUAL: " RG-CLIENTS-NAME
                PERFORM 0270-SHOWING-TERMS
                PERFORM 0290-SHOWING-REP
                PERFORM 0287-SHOWING-PRICE-LIST
                DISPLAY "NOVO NOME: "
                  ACCEPT WRK-NEW-NAME
                PERFORM 0260-ASKING-TERMS
                IF WRK-VALID
                   PERFORM 0280-ASKING-REP
                END-IF
                IF WRK-VALID
                   PERFORM 0285-ASKING-PRICE-LIST
                   MOVE WRK-NEW-NAME  TO RG-CLIENTS-NAME
                   MOVE WRK-NEW-TERMS TO RG-CLIENTS-TERMS
                   MOVE WRK-NEW-REP   TO RG-CLIENTS-REP
                   MOVE WRK-NEW-LIST  TO RG-CLIENTS-PRICE-LIST
                   REWRITE RG-CLIENTS
                     INVALID KEY
                        DISPLAY "ERRO AO ALTERAR O CLIENTE."
                     NOT INVALID KEY
                        DISPLAY "CLIENTE ALTERADO COM SUCESSO."
                        MOVE "A" TO WRK-AUD-ACTION
                        MOVE RG-CLIENTS TO WRK-AUD-AFTER
                        MOVE RG-CLIENTS-ID TO WRK-AUD-KEY
                        PERFORM 0295-WRITING-AUDIT
                   END-REWRITE
                END-IF
           END-READ.
             INVALID KEY
                DISPLAY "CLIENTE NAO ENCONTRADO."
             NOT INVALID KEY
                MOVE RG-CLIENTS TO WRK-AUD-BEFORE
                DELETE CLIENTS
                  INVALID KEY
                     DISPLAY "ERRO AO EXCLUIR O CLIENTE."
                  NOT INVALID KEY
                     DISPLAY "CLIENTE EXCLUIDO COM SUCESSO."
                     MOVE "E" TO WRK-AUD-ACTION
                     MOVE SPACES TO WRK-AUD-AFTER
                     MOVE RG-CLIENTS-ID TO WRK-AUD-KEY
                     PERFORM 0295-WRITING-AUDIT
                END-DELETE
           END-READ.
      **================ INQUIRY-CLIENT BEGINNING =====================**
                DISPLAY "ID:   " RG-CLIENTS-ID
                DISPLAY "NOME: " RG-CLIENTS-NAME
                PERFORM 0270-SHOWING-TERMS
                PERFORM 0290-SHOWING-REP
                PERFORM 0287-SHOWING-PRICE-LIST
           END-READ.
      **================ ASKING-TERMS BEGINNING =======================**
      *    UP TO THREE DAY OFFSETS, 0 = INSTALLMENT NOT USED; A TERM   *
                      RG-CLIENTS-TERM-DAYS (2) " / "
                      RG-CLIENTS-TERM-DAYS (3)
           END-IF.
      **================ ASKING-REP BEGINNING =========================**
      *    0 = NO REP; ANY OTHER CODE MUST BE AN ACTIVE REP ON         *
      *    REPRESENTANTES.DAT, OR THE WHOLE OPERATION IS DROPPED.      *
       0280-ASKING-REP.
           DISPLAY "REPRESENTANTE (0 = NENHUM): "
             ACCEPT WRK-NEW-REP.
           IF WRK-NEW-REP NOT EQUAL ZEROS
              IF NOT WRK-REPS-AVAILABLE
                 DISPLAY "CADASTRO DE REPRESENTANTES INDISPONIVEL. "
                         "OPERACAO CANCELADA."
                 MOVE "N" TO WRK-VALID-SW
              ELSE
                 MOVE WRK-NEW-REP TO RG-REP-CODE
                 READ REPS
                   INVALID KEY
                      DISPLAY "REPRESENTANTE " WRK-NEW-REP
                              " NAO CADASTRADO. OPERACAO CANCELADA."
                      MOVE "N" TO WRK-VALID-SW
                   NOT INVALID KEY
                      IF RG-REP-IS-INACTIVE
                         DISPLAY "REPRESENTANTE " WRK-NEW-REP
                                 " INATIVO. OPERACAO CANCELADA."
                         MOVE "N" TO WRK-VALID-SW
                      END-IF
                 END-READ
              END-IF
           END-IF.
      **================ ASKING-PRICE-LIST BEGINNING ==================**
      *    LIST 000 HOLDS THE PROMOTIONS THAT APPLY TO EVERY CLIENT,   *
      *    SO ZERO HERE SIMPLY MEANS NO CLIENT-SPECIFIC LIST.          *
       0285-ASKING-PRICE-LIST.
           DISPLAY "TABELA DE PRECOS (0 = PRECO DE CADASTRO): "
             ACCEPT WRK-NEW-LIST.
      **================ SHOWING-PRICE-LIST BEGINNING =================**
       0287-SHOWING-PRICE-LIST.
           IF RG-CLIENTS-PRICE-LIST NOT NUMERIC
              OR RG-CLIENTS-PRICE-LIST EQUAL ZEROS
              DISPLAY "TABELA DE PRECOS: NENHUMA (PRECO DE CADASTRO)"
           ELSE
              DISPLAY "TABELA DE PRECOS: " RG-CLIENTS-PRICE-LIST
           END-IF.
      **================ SHOWING-REP BEGINNING ========================**
       0290-SHOWING-REP.
           IF RG-CLIENTS-REP NOT NUMERIC
              OR RG-CLIENTS-REP EQUAL ZEROS
              DISPLAY "REPRESENTANTE: NENHUM"
           ELSE
              MOVE SPACES TO RG-REP-NAME
              IF WRK-REPS-AVAILABLE
                 MOVE RG-CLIENTS-REP TO RG-REP-CODE
                 READ REPS
                   INVALID KEY
                      MOVE "(NAO CADASTRADO)" TO RG-REP-NAME
                 END-READ
              END-IF
              DISPLAY "REPRESENTANTE: " RG-CLIENTS-REP " "
                      RG-REP-NAME
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
           MOVE "CLIENTES" TO RG-AUD-FILE.
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
           CLOSE CLIENTS.
           IF WRK-REPS-AVAILABLE
              CLOSE REPS
           END-IF.
           IF WRK-XREF-AVAILABLE
              CLOSE XREF
           END-IF.
           CLOSE AUDIT-LOG.
      *----------------------------------------------------------------*
