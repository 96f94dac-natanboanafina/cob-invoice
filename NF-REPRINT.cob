      *    HOLDING JUST THAT ONE INVOICE. A SCREEN-ONLY INQUIRY OF     *
      *    THE TOTALS IS ALSO OFFERED. INVOICES ALREADY ARCHIVED BY    *
      *    THE MONTH-END CLOSE ARE FETCHED FROM NFHIST.DAT; THE ISSUE  *
      *    DATE IS TAKEN FROM THE TRAILER, OR FOR OLDER NFS FROM THE   *
      *    NF'S RECEIVABLE WHEN CONTASREC.DAT HAS IT. AN ELECTRONIC NF *
      *    IS PRINTED WITH ITS ACCESS KEY AND PROTOCOL ONCE THE TAX    *
      *    AUTHORITY HAS AUTHORIZED IT (NFE-STATUS.DAT), OR WITH ITS   *
      *    AUTHORIZATION STATUS UNTIL THEN. A CLIENT MERGED INTO       *
      *    ANOTHER BY CLIENT-MERGE IS FOUND THROUGH XREFCLI.DAT: ITS   *
      *    OLD ID LEADS TO THE SURVIVOR, AND A SURVIVOR'S LISTING      *
      *    INCLUDES THE NFS ISSUED UNDER EVERY ID MERGED INTO IT.      *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    NFHIST                  I                      -            *
      *    CLIENTS                 I                      -            *
      *    RECEIVABLES             I                      -            *
      *    NFE-STATUS              I                      -            *
      *    XREF                    I                      -            *
      *    REPRINT-OUT             O                      -            *
      *----------------------------------------------------------------*
      *================================================================*
                              RECORD KEY IS RG-AR-KEY
                              FILE STATUS IS FS-AR-STATUS.

      *=================================================================
      *                    SELECT NFE-STATUS.DAT
      *=================================================================
           SELECT NFE-STATUS ASSIGN TO
                                 "C:\Cobol\task3\data\NFE-STATUS.DAT"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-NFE-NF-NUM
                              FILE STATUS IS FS-NFE-STATUS.

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
      *                    SELECT REIMPRESSAO.DAT
      *=================================================================
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

      **================== FD CLIENTS BEGINNING =======================*
       FD  CLIENTS.
           05 RG-CLIENTS-NAME      PIC X(20).
           05 RG-CLIENTS-TERMS.
              10 RG-CLIENTS-TERM-DAYS OCCURS 3 TIMES PIC 9(03).
           05 RG-CLIENTS-REP       PIC 9(03).
           05 RG-CLIENTS-PRICE-LIST PIC 9(03).

      **================ FD RECEIVABLES BEGINNING ======================*
      *    SAME LAYOUT AS INVOICE-PROG'S FD.                           *
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

      **================ FD NFE-STATUS BEGINNING =======================*
      *    SAME LAYOUT AS NFE-SUBMIT'S FD.                             *
       FD  NFE-STATUS.
       01  RG-NFE.
           05 RG-NFE-NF-NUM        PIC 9(07).
           05 RG-NFE-KIND          PIC X(01).
              88 RG-NFE-IS-INVOICE        VALUE "1".
              88 RG-NFE-IS-CREDIT-NOTE    VALUE "2".
           05 RG-NFE-ISSUE-DATE    PIC 9(08).
           05 RG-NFE-STATUS        PIC X(01).
              88 RG-NFE-IS-PENDING        VALUE "P".
              88 RG-NFE-IS-AUTHORIZED     VALUE "A".
              88 RG-NFE-IS-REJECTED       VALUE "R".
              88 RG-NFE-IS-CANCELLED      VALUE "X".
           05 RG-NFE-SUBMIT-DATE   PIC 9(08).
           05 RG-NFE-RETURN-DATE   PIC 9(08).
           05 RG-NFE-ACCESS-KEY    PIC X(44).
           05 RG-NFE-PROTOCOL      PIC X(15).
           05 RG-NFE-REASON-CODE   PIC 9(03).
           05 RG-NFE-REASON        PIC X(60).

      **=================== FD XREF BEGINNING =========================*
      *    SAME LAYOUT AS CLIENT-MERGE'S FD.                           *
       FD  XREF.
       01  RG-XREF.
           05 RG-XREF-OLD-ID       PIC 9(05).
           05 RG-XREF-NEW-ID       PIC 9(05).
           05 RG-XREF-OLD-NAME     PIC X(20).
           05 RG-XREF-DATE         PIC 9(08).
           05 RG-XREF-OPERATOR     PIC X(08).

      **================ FD REPRINT-OUT BEGINNING ======================*
       FD  REPRINT-OUT.
       77  FS-NFHIST-STATUS        PIC 9(02).
       77  FS-CLIENTS-STATUS       PIC 9(02).
       77  FS-AR-STATUS            PIC 9(02).
       77  FS-NFE-STATUS           PIC 9(02).
       77  FS-XREF-STATUS          PIC 9(02).
       77  FS-REPRINT-STATUS       PIC 9(02).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(057) VALUE
           88 WRK-CLI-AVAILABLE       VALUE "Y".
       77  WRK-AR-SW        PIC X(01)  VALUE "N".
           88 WRK-AR-AVAILABLE        VALUE "Y".
       77  WRK-NFE-SW       PIC X(01)  VALUE "N".
           88 WRK-NFE-AVAILABLE       VALUE "Y".
       77  WRK-XREF-SW      PIC X(01)  VALUE "N".
           88 WRK-XREF-AVAILABLE      VALUE "Y".
      *----------------------------------------------------------------*
      *    IDS MERGED INTO THE LISTED CLIENT (XREFCLI.DAT), WITH THE   *
      *    NAME THEIR INVOICES CARRY - THE LISTING MATCHES THESE AS    *
      *    WELL AS THE CLIENT'S OWN ID AND NAME.                       *
      *----------------------------------------------------------------*
       77  WRK-MERGED-COUNT PIC 9(02)  VALUE ZEROS.
       01  WRK-MERGED-TABLE.
           05 WRK-MRG-ENTRY OCCURS 1 TO 50 TIMES
                             DEPENDING ON WRK-MERGED-COUNT
                             INDEXED BY WRK-MRG-IDX.
              10 WRK-MRG-ID        PIC 9(05).
              10 WRK-MRG-NAME      PIC X(20).
       77  WRK-XREF-SCAN-SW PIC X(01)  VALUE "N".
           88 WRK-XREF-SCAN-EOF       VALUE "Y".
       77  WRK-MATCH-ID     PIC 9(05)  VALUE ZEROS.
       77  WRK-MATCH-NAME   PIC X(20)  VALUE SPACES.
       77  WRK-MATCH-SW     PIC X(01)  VALUE "N".
           88 WRK-CLIENT-MATCHED      VALUE "Y".
       77  WRK-GRP-MATCH-SW PIC X(01)  VALUE "N".
           88 WRK-GRP-MATCHED         VALUE "Y".
      *----------------------------------------------------------------*
      *    THE FETCHED INVOICE. SAME 500-LINE CEILING AS THE BATCH'S   *
      *    PER-CLIENT DETAIL BUFFER.                                   *
       77  WRK-INV-TAX-AMT  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-INV-TOTAL    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-INV-ORIG-NF  PIC 9(07)  VALUE ZEROS.
       77  WRK-INV-ISSUE-DATE PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
      *    ELECTRONIC NF LINES FOR THE FETCHED NF - SPACES WHEN THE NF *
      *    PREDATES THE ELECTRONIC NF OR NFE-STATUS.DAT IS MISSING.    *
      *----------------------------------------------------------------*
       77  WRK-NFE-TEXT     PIC X(80)  VALUE SPACES.
       77  WRK-NFE-PROT-TEXT PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------*
      *    SCAN STATE FOR THE SEQUENTIAL NF.DAT PASSES AND THE         *
      *    CLIENT-LISTING GROUP TRACKING.                              *
                      "DE HOJE."
           END-IF.
           ACCEPT WRK-SYS-DATE FROM DATE YYYYMMDD.
      **================ OPENING-NFE-STATUS BEGINNING =================**
       0140-OPEN-NFE-STATUS.
           OPEN INPUT NFE-STATUS.
           IF FS-NFE-STATUS EQUAL 00
              SET WRK-NFE-AVAILABLE TO TRUE
           ELSE
              DISPLAY "NFE-STATUS.DAT INDISPONIVEL (STATUS "
                      FS-NFE-STATUS ") - CHAVE DE ACESSO NAO SERA "
                      "IMPRESSA."
           END-IF.
      **================ OPENING-XREF BEGINNING =======================**
       0150-OPEN-XREF.
           OPEN INPUT XREF.
           IF FS-XREF-STATUS EQUAL 00
              SET WRK-XREF-AVAILABLE TO TRUE
           END-IF.

       0200-PROCESS                    SECTION.
      **================ SHOWING-MENU BEGINNING =======================**
           ELSE
              DISPLAY "NF " WRK-TARGET-NF " NAO ENCONTRADA."
           END-IF.
      **================ LOADING-MERGED-IDS BEGINNING =================**
      *    EVERY XREFCLI.DAT RECORD POINTING AT THE LISTED CLIENT, BY  *
      *    THE ALTERNATE KEY.                                          *
       0221-LOADING-MERGED-IDS.
           MOVE ZEROS TO WRK-MERGED-COUNT.
           IF WRK-XREF-AVAILABLE
              MOVE "N" TO WRK-XREF-SCAN-SW
              MOVE WRK-CLID TO RG-XREF-NEW-ID
              START XREF KEY IS EQUAL TO RG-XREF-NEW-ID
                INVALID KEY
                  SET WRK-XREF-SCAN-EOF TO TRUE
              END-START
              PERFORM UNTIL WRK-XREF-SCAN-EOF
                 READ XREF NEXT RECORD
                   AT END
                     SET WRK-XREF-SCAN-EOF TO TRUE
                 END-READ
                 IF NOT WRK-XREF-SCAN-EOF
                    IF RG-XREF-NEW-ID NOT EQUAL WRK-CLID
                       SET WRK-XREF-SCAN-EOF TO TRUE
                    ELSE
                       IF WRK-MERGED-COUNT LESS THAN 50
                          ADD 1 TO WRK-MERGED-COUNT
                          MOVE RG-XREF-OLD-ID
                            TO WRK-MRG-ID (WRK-MERGED-COUNT)
                          MOVE RG-XREF-OLD-NAME
                            TO WRK-MRG-NAME (WRK-MERGED-COUNT)
                          DISPLAY "INCLUINDO NFS DO CLIENTE "
                                  "INCORPORADO " RG-XREF-OLD-ID " "
                                  RG-XREF-OLD-NAME
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
      **================ MATCHING-ID BEGINNING ========================**
      *    WRK-MATCH-ID IS THE LISTED CLIENT OR ONE MERGED INTO IT.    *
       0222-MATCHING-ID.
           MOVE "N" TO WRK-MATCH-SW.
           IF WRK-MATCH-ID EQUAL WRK-CLID
              SET WRK-CLIENT-MATCHED TO TRUE
           ELSE
              IF WRK-MERGED-COUNT GREATER THAN ZEROS
                 SET WRK-MRG-IDX TO 1
                 SEARCH WRK-MRG-ENTRY
                   AT END
                     CONTINUE
                   WHEN WRK-MRG-ID (WRK-MRG-IDX) EQUAL WRK-MATCH-ID
                     SET WRK-CLIENT-MATCHED TO TRUE
                 END-SEARCH
              END-IF
           END-IF.
      **================ MATCHING-NAME BEGINNING ======================**
      *    WRK-MATCH-NAME IS THE LISTED CLIENT'S NAME OR THE NAME OF   *
      *    ONE MERGED INTO IT.                                         *
       0223-MATCHING-NAME.
           MOVE "N" TO WRK-MATCH-SW.
           IF WRK-MATCH-NAME EQUAL WRK-CLIENT-NAME
              SET WRK-CLIENT-MATCHED TO TRUE
           ELSE
              IF WRK-MERGED-COUNT GREATER THAN ZEROS
                 SET WRK-MRG-IDX TO 1
                 SEARCH WRK-MRG-ENTRY
                   AT END
                     CONTINUE
                   WHEN WRK-MRG-NAME (WRK-MRG-IDX) EQUAL WRK-MATCH-NAME
                     SET WRK-CLIENT-MATCHED TO TRUE
                 END-SEARCH
              END-IF
           END-IF.
      **================ LISTING-CLIENT BEGINNING =====================**
      *    TRANSLATE THE CLIENT ID TO THE NAME THE INVOICES CARRY,    *
      *    THEN LIST EVERY NF WHOSE DETAIL LINES BEAR THAT NAME -      *
      *    CURRENT FILE FIRST, THEN THE HISTORY. THE OPERATOR THEN     *
      *    PICKS A NUMBER WITH OPTION (N). AN ID MERGED AWAY IS        *
      *    REPLACED BY ITS SURVIVOR, AND THE SURVIVOR'S LISTING ALSO   *
      *    CARRIES EVERY ID MERGED INTO IT.                            *
       0225-LISTING-CLIENT.
           IF NOT WRK-CLI-AVAILABLE
              DISPLAY "CLIENTES.DAT INDISPONIVEL - BUSCA POR "
           ELSE
              DISPLAY "ID DO CLIENTE: "
                ACCEPT WRK-CLID
              IF WRK-XREF-AVAILABLE
                 MOVE WRK-CLID TO RG-XREF-OLD-ID
                 READ XREF
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      DISPLAY "CLIENTE " WRK-CLID " FOI INCORPORADO AO "
                              "CLIENTE " RG-XREF-NEW-ID "."
                      MOVE RG-XREF-NEW-ID TO WRK-CLID
                 END-READ
              END-IF
              MOVE WRK-CLID TO RG-CLIENTS-ID
              READ CLIENTS
                INVALID KEY
                NOT INVALID KEY
                   MOVE RG-CLIENTS-NAME TO WRK-CLIENT-NAME
                   MOVE ZEROS TO WRK-LIST-COUNT
                   PERFORM 0221-LOADING-MERGED-IDS
      *            CONTASREC.DAT CARRIES THE EXACT NF-TO-CLIENT-ID    *
      *            MAPPING, SO THE LISTING SURVIVES A CLIENT RENAME   *
      *            AND NEVER CROSS-LISTS TWO CLIENTS WITH THE SAME    *
                         IF RG-INVOICE-NF-NUM NOT EQUAL WRK-GRP-NF
                            MOVE RG-INVOICE-NF-NUM TO WRK-GRP-NF
                            MOVE RG-INVOICE-NAME   TO WRK-GRP-NAME
                            MOVE WRK-GRP-NAME      TO WRK-MATCH-NAME
                            PERFORM 0223-MATCHING-NAME
                            MOVE WRK-MATCH-SW      TO WRK-GRP-MATCH-SW
                         END-IF
                      WHEN RG-INVOICE-IS-TRAILER
                      WHEN RG-INVOICE-IS-CREDIT-TRL
                         IF RG-INVOICE-NF-NUM EQUAL WRK-GRP-NF
                            AND WRK-GRP-MATCHED
                            MOVE RG-INVOICE-TOTAL TO WRK-TOTAL-ED
                            DISPLAY "NF " RG-INVOICE-NF-NUM
                                    "  TIPO " RG-INVOICE-TYPE
                      IF RG-NFH-NF-NUM NOT EQUAL WRK-GRP-NF
                         MOVE RG-NFH-NF-NUM TO WRK-GRP-NF
                         MOVE RG-NFH-NAME   TO WRK-GRP-NAME
                         MOVE WRK-GRP-NAME  TO WRK-MATCH-NAME
                         PERFORM 0223-MATCHING-NAME
                         MOVE WRK-MATCH-SW  TO WRK-GRP-MATCH-SW
                      END-IF
                   WHEN RG-NFH-IS-TRAILER
                   WHEN RG-NFH-IS-CREDIT-TRL
                      IF RG-NFH-NF-NUM EQUAL WRK-GRP-NF
                         AND WRK-GRP-MATCHED
                         MOVE RG-NFH-TOTAL TO WRK-TOTAL-ED
                         DISPLAY "NF " RG-NFH-NF-NUM
                                 "  TIPO " RG-NFH-TYPE
              DISPLAY "IMPOSTO (" WRK-PCT-ED "%): " WRK-TOTAL-ED
              MOVE WRK-INV-TOTAL TO WRK-TOTAL-ED
              DISPLAY "TOTAL:             " WRK-TOTAL-ED
              IF WRK-NFE-TEXT NOT EQUAL SPACES
                 DISPLAY WRK-NFE-TEXT
              END-IF
              IF WRK-NFE-PROT-TEXT NOT EQUAL SPACES
                 DISPLAY WRK-NFE-PROT-TEXT
              END-IF
           ELSE
              DISPLAY "NF " WRK-TARGET-NF " NAO ENCONTRADA."
           END-IF.
                AT END
                  SET WRK-AR-SCAN-EOF TO TRUE
              END-READ
              MOVE "N" TO WRK-MATCH-SW
              IF NOT WRK-AR-SCAN-EOF
                 MOVE RG-AR-CLID TO WRK-MATCH-ID
                 PERFORM 0222-MATCHING-ID
              END-IF
              IF NOT WRK-AR-SCAN-EOF
                 AND WRK-CLIENT-MATCHED
                 MOVE RG-AR-AMOUNT TO WRK-TOTAL-ED
                 EVALUATE TRUE
                   WHEN RG-AR-IS-PAID
                              " PARC " RG-AR-INST
                              "  VALOR " WRK-TOTAL-ED
                              "  (ESTORNADA)"
                   WHEN RG-AR-IS-WAIVED
                      DISPLAY "NF " RG-AR-NF-NUM
                              " PARC " RG-AR-INST
                              "  VALOR " WRK-TOTAL-ED
                              "  (ENCARGO DISPENSADO)"
                   WHEN RG-AR-PAID-AMT GREATER THAN ZEROS
                      DISPLAY "NF " RG-AR-NF-NUM
                              " PARC " RG-AR-INST
       0230-FETCH-INVOICE.
           MOVE "N" TO WRK-FOUND-SW WRK-CREDIT-SW WRK-FROM-HIST-SW
                       WRK-INVOICE-SW.
           MOVE ZEROS TO WRK-DETAIL-COUNT WRK-INV-ISSUE-DATE.
           MOVE SPACES TO WRK-INV-NAME.
           OPEN INPUT INVOICE.
           IF FS-INVOICE-STATUS NOT EQUAL 00
           END-IF.
           IF WRK-NF-FOUND
              PERFORM 0245-FETCH-ISSUE-DATE
              PERFORM 0247-FETCH-NFE-STATUS
           END-IF.
      **================ CLASSIFY-NFDAT-RECORD BEGINNING ==============**
       0235-CLASSIFY-NFDAT-RECORD.
                MOVE RG-INVOICE-TAX-RATE TO WRK-INV-TAX-RATE
                MOVE RG-INVOICE-TAX-AMT  TO WRK-INV-TAX-AMT
                MOVE RG-INVOICE-TOTAL    TO WRK-INV-TOTAL
                IF RG-INVOICE-ISSUE-DATE NUMERIC
                   MOVE RG-INVOICE-ISSUE-DATE TO WRK-INV-ISSUE-DATE
                END-IF
           END-EVALUATE.
      **================ FETCH-FROM-HIST BEGINNING ====================**
      *    DIRECT START ON THE COMPOSITE KEY - ONLY THE TARGET NF'S    *
                MOVE RG-NFH-TAX-RATE TO WRK-INV-TAX-RATE
                MOVE RG-NFH-TAX-AMT  TO WRK-INV-TAX-AMT
                MOVE RG-NFH-TOTAL    TO WRK-INV-TOTAL
                IF RG-NFH-ISSUE-DATE NUMERIC
                   MOVE RG-NFH-ISSUE-DATE TO WRK-INV-ISSUE-DATE
                END-IF
           END-EVALUATE.
      **================ FETCH-ISSUE-DATE BEGINNING ===================**
      *    THE PRINTED DATE IS THE ISSUE DATE ON THE TRAILER; FOR NFS  *
      *    ISSUED BEFORE IT WAS STAMPED THERE, THE NF'S ISSUE DATE     *
      *    WHEN CONTASREC.DAT STILL CARRIES THE RECEIVABLE; OTHERWISE  *
      *    TODAY'S DATE, AS A REPRINT STAMP.                           *
       0245-FETCH-ISSUE-DATE.
           MOVE WRK-SYS-DATE-N TO WRK-PRT-DATE-N.
           IF WRK-INV-ISSUE-DATE NOT EQUAL ZEROS
              MOVE WRK-INV-ISSUE-DATE TO WRK-PRT-DATE-N
           END-IF.
           IF WRK-INV-ISSUE-DATE EQUAL ZEROS
              AND WRK-AR-AVAILABLE
              MOVE WRK-TARGET-NF TO RG-AR-NF-NUM
              MOVE 01 TO RG-AR-INST
              READ RECEIVABLES
           MOVE WRK-PRT-DD   TO WRK-ED-DD.
           MOVE WRK-PRT-MM   TO WRK-ED-MM.
           MOVE WRK-PRT-YYYY TO WRK-ED-YYYY.
      **================ FETCH-NFE-STATUS BEGINNING ===================**
      *    THE ACCESS KEY AND PROTOCOL OF AN AUTHORIZED NF; FOR ANY    *
      *    OTHER ELECTRONIC NF, WHERE IT STANDS WITH THE AUTHORITY.    *
       0247-FETCH-NFE-STATUS.
           MOVE SPACES TO WRK-NFE-TEXT WRK-NFE-PROT-TEXT.
           IF WRK-NFE-AVAILABLE
              AND WRK-INV-ISSUE-DATE NOT EQUAL ZEROS
              MOVE WRK-TARGET-NF TO RG-NFE-NF-NUM
              READ NFE-STATUS
                INVALID KEY
                   MOVE "NF-E: AINDA NAO ENVIADA A SEFAZ"
                     TO WRK-NFE-TEXT
                NOT INVALID KEY
                   EVALUATE TRUE
                     WHEN RG-NFE-IS-AUTHORIZED
                        STRING "CHAVE DE ACESSO: " DELIMITED BY SIZE
                               RG-NFE-ACCESS-KEY   DELIMITED BY SIZE
                               INTO WRK-NFE-TEXT
                        STRING "PROTOCOLO DE AUTORIZACAO: "
                                                   DELIMITED BY SIZE
                               RG-NFE-PROTOCOL     DELIMITED BY SIZE
                               INTO WRK-NFE-PROT-TEXT
                     WHEN RG-NFE-IS-PENDING
                        MOVE "NF-E: AGUARDANDO AUTORIZACAO DA SEFAZ"
                          TO WRK-NFE-TEXT
                     WHEN RG-NFE-IS-REJECTED
                        STRING "NF-E REJEITADA: " DELIMITED BY SIZE
                               RG-NFE-REASON-CODE DELIMITED BY SIZE
                               " "                DELIMITED BY SIZE
                               RG-NFE-REASON      DELIMITED BY SIZE
                               INTO WRK-NFE-TEXT
                     WHEN RG-NFE-IS-CANCELLED
                        STRING "NF-E CANCELADA - CHAVE: "
                                                   DELIMITED BY SIZE
                               RG-NFE-ACCESS-KEY   DELIMITED BY SIZE
                               INTO WRK-NFE-TEXT
                   END-EVALUATE
              END-READ
           END-IF.
      **================ WRITING-REPRINT BEGINNING ====================**
      *    THE SAME PAGE 0231/0232/0234 OF THE BATCH PRODUCE,          *
      *    REBUILT FOR THE ONE FETCHED NF INTO REIMPRESSAO.DAT.        *
                        INTO RG-PRINT-LINE
              END-IF
              WRITE RG-PRINT-LINE
              IF WRK-NFE-TEXT NOT EQUAL SPACES
                 MOVE WRK-NFE-TEXT TO RG-PRINT-LINE
                 WRITE RG-PRINT-LINE
              END-IF
              IF WRK-NFE-PROT-TEXT NOT EQUAL SPACES
                 MOVE WRK-NFE-PROT-TEXT TO RG-PRINT-LINE
                 WRITE RG-PRINT-LINE
              END-IF
              MOVE SPACES TO RG-PRINT-LINE
              WRITE RG-PRINT-LINE
              CLOSE REPRINT-OUT
           IF WRK-AR-AVAILABLE
              CLOSE RECEIVABLES
           END-IF.
           IF WRK-NFE-AVAILABLE
              CLOSE NFE-STATUS
           END-IF.
           IF WRK-XREF-AVAILABLE
              CLOSE XREF
           END-IF.
      *----------------------------------------------------------------*
