      *    PROGRAM REBUILDS THE MOVEMENT FROM CONTASREC.DAT: OPENING   *
      *    BALANCE AT THE PERIOD START, EACH NF ISSUED, EACH CREDIT    *
      *    NOTE APPLIED (SETTLEMENT "E" WITH ITS STAMPED DATE), EACH   *
      *    PAYMENT POSTED (RG-AR-PAID-DATE), EACH LATE-PAYMENT FINE    *
      *    AND INTEREST CHARGE (AR-CHARGES) WITH ITS PAYMENT OR        *
      *    WAIVER AS SEPARATE LINES, AND THE CLOSING BALANCE           *
      *    - ALL INTO ONE COMBINED PRINT FILE, EXTRATO.DAT, IN THE     *
      *    NF-IMPRESSAO.DAT STYLE. AR-AGING ONLY SHOWS WHAT IS         *
      *    OVERDUE TODAY; THIS IS THE PAGE FOR A CLIENT DISPUTE.       *
      *    A CLIENT MERGED INTO ANOTHER BY CLIENT-MERGE IS FOUND       *
      *    THROUGH XREFCLI.DAT: ITS OLD ID LEADS TO THE SURVIVOR, AND  *
      *    THE SURVIVOR'S STATEMENT INCLUDES THE ITEMS STILL HELD      *
      *    UNDER EVERY ID MERGED INTO IT.                              *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    CLIENTS                 I                      -            *
      *    RECEIVABLES             I                      -            *
      *    XREF                    I                      -            *
      *    STMT-OUT                O                      -            *
      *----------------------------------------------------------------*
      *================================================================*
                              RECORD KEY IS RG-AR-KEY
                              FILE STATUS IS FS-AR-STATUS.

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
      *                    SELECT EXTRATO.DAT
      *=================================================================
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

      **=================== FD XREF BEGINNING =========================*
      *    SAME LAYOUT AS CLIENT-MERGE'S FD.                           *
       FD  XREF.
       01  RG-XREF.
           05 RG-XREF-OLD-ID       PIC 9(05).
           05 RG-XREF-NEW-ID       PIC 9(05).
           05 RG-XREF-OLD-NAME     PIC X(20).
           05 RG-XREF-DATE         PIC 9(08).
           05 RG-XREF-OPERATOR     PIC X(08).

      **================== FD STMT-OUT BEGINNING =======================*
       FD  STMT-OUT.
       77  FS-CLIENTS-STATUS       PIC 9(02).
       77  FS-AR-STATUS            PIC 9(02).
       77  FS-STMT-STATUS          PIC 9(02).
       77  FS-XREF-STATUS          PIC 9(02).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(057) VALUE
           "============ PROCESSMENT VARIABLES BEGINNING ============".
           88 WRK-AR-EOF              VALUE "Y".
       77  WRK-STMT-COUNT   PIC 9(05)  VALUE ZEROS.
      *----------------------------------------------------------------*
      *    XREFCLI.DAT IS OPTIONAL - WITHOUT IT NO MERGED ID IS        *
      *    FOLLOWED. THE TABLE HOLDS THE IDS MERGED INTO THE CLIENT    *
      *    BEING STATED, WHOSE SETTLED ITEMS STAYED UNDER THE OLD ID.  *
      *----------------------------------------------------------------*
       77  WRK-XREF-SW      PIC X(01)  VALUE "N".
           88 WRK-XREF-AVAILABLE      VALUE "Y".
       77  WRK-XREF-SCAN-SW PIC X(01)  VALUE "N".
           88 WRK-XREF-SCAN-EOF       VALUE "Y".
       77  WRK-MERGED-COUNT PIC 9(02)  VALUE ZEROS.
       01  WRK-MERGED-TABLE.
           05 WRK-MRG-ENTRY OCCURS 1 TO 50 TIMES
                             DEPENDING ON WRK-MERGED-COUNT
                             INDEXED BY WRK-MRG-IDX.
              10 WRK-MRG-ID        PIC 9(05).
              10 WRK-MRG-NAME      PIC X(20).
       77  WRK-MATCH-SW     PIC X(01)  VALUE "N".
           88 WRK-CLIENT-MATCHED      VALUE "Y".
      *----------------------------------------------------------------*
      *    ONE CLIENT'S MOVEMENT FOR THE PERIOD. EVERY RECEIVABLE OF   *
      *    THE CLIENT CONTRIBUTES UP TO TWO EVENTS - THE NF ISSUE      *
      *    (DEBIT) AND ITS PAYMENT OR SETTLEMENT BY CREDIT NOTE        *
              DISPLAY "STATUS:      " FS-AR-STATUS
              GOBACK
           END-IF.
      **================ OPENING-XREF BEGINNING =======================**
       0125-OPEN-XREF.
           OPEN INPUT XREF.
           IF FS-XREF-STATUS EQUAL 00
              SET WRK-XREF-AVAILABLE TO TRUE
           END-IF.
      **================ OPENING-STMT-OUT BEGINNING ===================**
       0130-OPEN-STMT-OUT.
           OPEN OUTPUT STMT-OUT.
       0200-PROCESS                    SECTION.
      **================ DRIVING-CLIENTS BEGINNING ====================**
      *    ONE STATEMENT PER REQUESTED CLIENT - A SINGLE TYPED ID, OR  *
      *    EVERY CLIENT OF CLIENTES.DAT IN KEY ORDER. A TYPED ID THAT  *
      *    WAS MERGED AWAY IS REPLACED BY ITS SURVIVOR.                *
       0210-DRIVING-CLIENTS.
           IF WRK-ASKED-CLID NOT EQUAL ZEROS
              IF WRK-XREF-AVAILABLE
                 MOVE WRK-ASKED-CLID TO RG-XREF-OLD-ID
                 READ XREF
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      DISPLAY "CLIENTE " WRK-ASKED-CLID " FOI "
                              "INCORPORADO AO CLIENTE " RG-XREF-NEW-ID
                              "."
                      MOVE RG-XREF-NEW-ID TO WRK-ASKED-CLID
                 END-READ
              END-IF
              MOVE WRK-ASKED-CLID TO RG-CLIENTS-ID
              READ CLIENTS
                INVALID KEY
                 END-READ
              END-PERFORM
           END-IF.
      **================ LOADING-MERGED-IDS BEGINNING =================**
      *    EVERY XREFCLI.DAT RECORD POINTING AT THE CLIENT BEING       *
      *    STATED, BY THE ALTERNATE KEY.                               *
       0215-LOADING-MERGED-IDS.
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
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
      **================ MATCHING-CLID BEGINNING ======================**
      *    THE CURRENT RECEIVABLE BELONGS TO THE CLIENT BEING STATED   *
      *    OR TO ONE MERGED INTO IT.                                   *
       0217-MATCHING-CLID.
           MOVE "N" TO WRK-MATCH-SW.
           IF RG-AR-CLID EQUAL WRK-CLID
              SET WRK-CLIENT-MATCHED TO TRUE
           ELSE
              IF WRK-MERGED-COUNT GREATER THAN ZEROS
                 SET WRK-MRG-IDX TO 1
                 SEARCH WRK-MRG-ENTRY
                   AT END
                     CONTINUE
                   WHEN WRK-MRG-ID (WRK-MRG-IDX) EQUAL RG-AR-CLID
                     SET WRK-CLIENT-MATCHED TO TRUE
                 END-SEARCH
              END-IF
           END-IF.
      **================ BUILDING-STATEMENT BEGINNING =================**
      *    ONE FULL PASS OVER CONTASREC.DAT COLLECTING THE CLIENT'S    *
      *    EVENTS, THEN THE SORTED STATEMENT. A CLIENT WITH NO         *
      *    MOVEMENT AND NO OPENING BALANCE PRODUCES NO PAGE.           *
       0220-BUILDING-STATEMENT.
           PERFORM 0215-LOADING-MERGED-IDS.
           MOVE ZEROS TO WRK-MOV-COUNT WRK-OPEN-BALANCE.
           MOVE "N"   TO WRK-AR-SW WRK-MOV-TRUNC-SW.
           MOVE ZEROS TO RG-AR-NF-NUM RG-AR-INST.
              END-READ
           END-IF.
           PERFORM UNTIL WRK-AR-EOF
              PERFORM 0217-MATCHING-CLID
              IF WRK-CLIENT-MATCHED
                 PERFORM 0230-COLLECT-ITEM-EVENTS
              END-IF
              READ RECEIVABLES NEXT RECORD
      *    LEGACY SETTLEMENT WITHOUT THE STAMPED DATE FALLS BACK TO    *
      *    THE ISSUE DATE).                                            *
       0230-COLLECT-ITEM-EVENTS.
           IF RG-AR-IS-CHARGE
              PERFORM 0232-COLLECT-CHARGE-EVENTS
           ELSE
              PERFORM 0231-COLLECT-INSTALLMENT-EVENTS
           END-IF.
      **================ COLLECT-INSTALLMENT-EVENTS BEGINNING =========**
       0231-COLLECT-INSTALLMENT-EVENTS.
           MOVE RG-AR-ISSUE-DATE TO WRK-EVT-DATE.
           MOVE RG-AR-NF-NUM     TO WRK-EVT-NF.
           MOVE "NF EMITIDA"     TO WRK-EVT-KIND.
                COMPUTE WRK-EVT-AMOUNT = ZERO - RG-AR-PAID-AMT
                PERFORM 0235-POST-EVENT
           END-EVALUATE.
      **================ COLLECT-CHARGE-EVENTS BEGINNING ==============**
      *    A CHARGE ITEM SPLITS INTO THE FINE (DEBIT ON THE DATE IT    *
      *    WAS ASSESSED) AND THE INTEREST ACCRUED SO FAR (DEBIT ON THE *
      *    DATE OF THE LAST ACCRUAL); ITS PAYMENT, WAIVER OR ESTORNO   *
      *    IS A CREDIT ON RG-AR-PAID-DATE.                             *
       0232-COLLECT-CHARGE-EVENTS.
           MOVE RG-AR-NF-NUM     TO WRK-EVT-NF.
           IF RG-AR-CHG-FINE GREATER THAN ZEROS
              MOVE RG-AR-ISSUE-DATE TO WRK-EVT-DATE
              MOVE "MULTA ATRASO"   TO WRK-EVT-KIND
              MOVE RG-AR-CHG-FINE   TO WRK-EVT-AMOUNT
              PERFORM 0235-POST-EVENT
           END-IF.
           IF RG-AR-AMOUNT GREATER THAN RG-AR-CHG-FINE
              MOVE RG-AR-CHG-CALC-DATE TO WRK-EVT-DATE
              MOVE "JUROS MORA"        TO WRK-EVT-KIND
              COMPUTE WRK-EVT-AMOUNT = RG-AR-AMOUNT - RG-AR-CHG-FINE
              PERFORM 0235-POST-EVENT
           END-IF.
           MOVE RG-AR-PAID-DATE TO WRK-EVT-DATE.
           EVALUATE TRUE
             WHEN RG-AR-IS-PAID
                MOVE "PAGTO ENCARG" TO WRK-EVT-KIND
                COMPUTE WRK-EVT-AMOUNT = ZERO - RG-AR-AMOUNT
                PERFORM 0235-POST-EVENT
             WHEN RG-AR-IS-WAIVED OR RG-AR-IS-CANCELLED
                IF RG-AR-PAID-AMT GREATER THAN ZEROS
                   MOVE "PAGTO ENCARG" TO WRK-EVT-KIND
                   COMPUTE WRK-EVT-AMOUNT = ZERO - RG-AR-PAID-AMT
                   PERFORM 0235-POST-EVENT
                END-IF
                IF RG-AR-IS-WAIVED
                   MOVE "ENCARGO DISP" TO WRK-EVT-KIND
                ELSE
                   MOVE "ESTORNO"      TO WRK-EVT-KIND
                END-IF
                COMPUTE WRK-EVT-AMOUNT =
                        RG-AR-PAID-AMT - RG-AR-AMOUNT
                PERFORM 0235-POST-EVENT
             WHEN RG-AR-PAID-AMT GREATER THAN ZEROS
                MOVE "PAGTO ENCARG" TO WRK-EVT-KIND
                COMPUTE WRK-EVT-AMOUNT = ZERO - RG-AR-PAID-AMT
                PERFORM 0235-POST-EVENT
           END-EVALUATE.
      **================ POST-EVENT BEGINNING =========================**
       0235-POST-EVENT.
           EVALUATE TRUE
                  WRK-CLIENT-NAME      DELIMITED BY SIZE
                  INTO RG-STMT-LINE.
           WRITE RG-STMT-LINE.
           PERFORM 0252-WRITING-MERGED-LINE
             VARYING WRK-MRG-IDX FROM 1 BY 1
             UNTIL WRK-MRG-IDX GREATER THAN WRK-MERGED-COUNT.
           MOVE SPACES TO RG-STMT-LINE.
           STRING "PERIODO: " DELIMITED BY SIZE
                  WRK-FROM-DATE DELIMITED BY SIZE
           WRITE RG-STMT-LINE.
           MOVE SPACES TO RG-STMT-LINE.
           WRITE RG-STMT-LINE.
      **================ WRITING-MERGED-LINE BEGINNING ================**
       0252-WRITING-MERGED-LINE.
           MOVE SPACES TO RG-STMT-LINE.
           STRING "INCLUI CLIENTE INCORPORADO " DELIMITED BY SIZE
                  WRK-MRG-ID (WRK-MRG-IDX)      DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WRK-MRG-NAME (WRK-MRG-IDX)    DELIMITED BY SIZE
                  INTO RG-STMT-LINE.
           WRITE RG-STMT-LINE.
      **================ WRITING-MOVEMENT-LINE BEGINNING ==============**
       0255-WRITING-MOVEMENT-LINE.
           ADD WRK-MOV-AMOUNT (WRK-MOV-IDX) TO WRK-RUN-BALANCE.
           CLOSE CLIENTS.
           CLOSE RECEIVABLES.
           CLOSE STMT-OUT.
           IF WRK-XREF-AVAILABLE
              CLOSE XREF
           END-IF.
      *----------------------------------------------------------------*
