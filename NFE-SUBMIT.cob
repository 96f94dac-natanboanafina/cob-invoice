       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.NFE-SUBMIT.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 24/11/2022                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : ELECTRONIC FISCAL INVOICE SUBMISSION FILE.    *
      *    EVERY NF OF NF.DAT THAT THE TAX AUTHORITY HAS NOT YET SEEN  *
      *    (NO RECORD ON NFE-STATUS.DAT) OR HAS REJECTED IS WRITTEN TO *
      *    NFE-ENVIO.DAT IN THE AUTHORITY'S FIXED LAYOUT: A FILE       *
      *    HEADER, THEN FOR EACH NF ITS HEADER (ISSUE DATE, CLIENT),   *
      *    ONE RECORD PER DETAIL LINE WITH ITS TAX CATEGORY, RATE AND  *
      *    TAX, AND A TOTALS RECORD; A FILE TRAILER CLOSES THE FILE.   *
      *    CREDIT NOTES WRITTEN BY NF-CANCEL GO AS KIND "2" POINTING   *
      *    AT THE NF THEY REVERSE. NFS ISSUED BEFORE THE ISSUE DATE    *
      *    WAS STAMPED ON THE TRAILER ARE NOT ELECTRONIC AND ARE LEFT  *
      *    OUT. ONLY WHEN THE WHOLE FILE IS WRITTEN ARE THE NFS MARKED *
      *    "P" (SENT, AWAITING RETURN) ON NFE-STATUS.DAT, SO A RUN     *
      *    THAT STOPS HALFWAY IS SIMPLY RUN AGAIN. NFE-RETURN RECORDS  *
      *    THE AUTHORITY'S ANSWER.                                     *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    INVOICE                 I                      -            *
      *    RECEIVABLES             I                      -            *
      *    PRODUCTS                I                      -            *
      *    NFE-STATUS             I-O                     -            *
      *    SUBMIT-OUT              O                      -            *
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
      *                    SELECT NF.DAT
      *=================================================================
           SELECT INVOICE ASSIGN TO "C:\Cobol\task3\data\NF.DAT"
                              FILE STATUS IS FS-INVOICE-STATUS.

      *=================================================================
      *                    SELECT CONTASREC.DAT
      *=================================================================
      *    NF.DAT CARRIES THE CLIENT NAME ONLY - THE CLIENT ID IS      *
      *    TAKEN FROM THE NF'S FIRST INSTALLMENT.                      *
           SELECT RECEIVABLES ASSIGN TO
                                 "C:\Cobol\task3\data\CONTASREC.DAT"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-AR-KEY
                              FILE STATUS IS FS-AR-STATUS.

      *=================================================================
      *                    SELECT PRODUTOS.DAT
      *=================================================================
      *    SUPPLIES EACH LINE'S TAX CATEGORY.                          *
           SELECT PRODUCTS ASSIGN TO "C:\Cobol\task3\data\PRODUTOS.DAT"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-PRODUCTS-CODE
                              FILE STATUS IS FS-PRODUCTS-STATUS.

      *=================================================================
      *                    SELECT NFE-STATUS.DAT
      *=================================================================
      *    ONE RECORD PER NF SENT TO THE TAX AUTHORITY, WITH ITS       *
      *    AUTHORIZATION STATUS (SEE NFE-RETURN).                      *
           SELECT NFE-STATUS ASSIGN TO
                                 "C:\Cobol\task3\data\NFE-STATUS.DAT"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-NFE-NF-NUM
                              FILE STATUS IS FS-NFE-STATUS.

      *=================================================================
      *                    SELECT NFE-ENVIO.DAT
      *=================================================================
           SELECT SUBMIT-OUT ASSIGN TO
                                 "C:\Cobol\task3\data\NFE-ENVIO.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-SUBMIT-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
      **================== FD INVOICE BEGINNING =======================*
      *    SAME LAYOUT AS INVOICE-PROG'S FD.                           *
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

      **================= FD PRODUCTS BEGINNING =======================*
      *    SAME LAYOUT AS INVOICE-PROG'S FD.                           *
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

      **================ FD NFE-STATUS BEGINNING =======================*
      *    RG-NFE-STATUS: "P" SENT AND AWAITING THE RETURN, "A"        *
      *    AUTHORIZED, "R" REJECTED (CODE AND REASON AS RETURNED),     *
      *    "X" CANCELLED AT THE AUTHORITY. RG-NFE-KIND "1" IS AN NF,   *
      *    "2" A CREDIT NOTE. THE ACCESS KEY AND PROTOCOL ARE FILLED   *
      *    IN BY NFE-RETURN WHEN THE NF IS AUTHORIZED.                 *
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

      **================ FD SUBMIT-OUT BEGINNING =======================*
      *    THE AUTHORITY'S FIXED LAYOUT - 150 BYTES, RECORD TYPE IN    *
      *    THE FIRST BYTE: "0" FILE HEADER, "1" NF HEADER, "2" NF      *
      *    ITEM, "3" NF TOTALS, "9" FILE TRAILER. AMOUNTS ARE UNSIGNED *
      *    WITH TWO IMPLIED DECIMALS; A CREDIT NOTE IS IDENTIFIED BY   *
      *    ITS KIND, NOT BY SIGN.                                      *
       FD  SUBMIT-OUT.
       01  RG-SUB.
           05 RG-SUB-TYPE          PIC X(01).
           05 RG-SUB-FILE-HDR.
              10 RG-SUB-GEN-DATE      PIC 9(08).
              10 RG-SUB-GEN-TIME      PIC 9(06).
              10 RG-SUB-LAYOUT        PIC X(03).
              10 FILLER               PIC X(132).
           05 RG-SUB-NF-HDR REDEFINES RG-SUB-FILE-HDR.
              10 RG-SUB-H-NF          PIC 9(07).
              10 RG-SUB-H-KIND        PIC X(01).
              10 RG-SUB-H-ISSUE-DATE  PIC 9(08).
              10 RG-SUB-H-CLID        PIC 9(05).
              10 RG-SUB-H-NAME        PIC X(20).
              10 RG-SUB-H-ORIG-NF     PIC 9(07).
              10 FILLER               PIC X(101).
           05 RG-SUB-NF-ITEM REDEFINES RG-SUB-FILE-HDR.
              10 RG-SUB-I-NF          PIC 9(07).
              10 RG-SUB-I-SEQ         PIC 9(03).
              10 RG-SUB-I-PROD-CODE   PIC 9(05).
              10 RG-SUB-I-PROD        PIC X(15).
              10 RG-SUB-I-QTY         PIC 9(05).
              10 RG-SUB-I-GROSS       PIC 9(09)V99.
              10 RG-SUB-I-DISCOUNT    PIC 9(03)V99.
              10 RG-SUB-I-NET         PIC 9(09)V99.
              10 RG-SUB-I-TAXCAT      PIC 9(02).
              10 RG-SUB-I-TAX-RATE    PIC 9(03)V99.
              10 RG-SUB-I-TAX-AMT     PIC 9(09)V99.
              10 FILLER               PIC X(69).
           05 RG-SUB-NF-TOTALS REDEFINES RG-SUB-FILE-HDR.
              10 RG-SUB-T-NF          PIC 9(07).
              10 RG-SUB-T-ITEMS       PIC 9(03).
              10 RG-SUB-T-SUBTOTAL    PIC 9(09)V99.
              10 RG-SUB-T-TAX-AMT     PIC 9(09)V99.
              10 RG-SUB-T-TOTAL       PIC 9(09)V99.
              10 FILLER               PIC X(106).
           05 RG-SUB-FILE-TRL REDEFINES RG-SUB-FILE-HDR.
              10 RG-SUB-Z-NF-COUNT    PIC 9(06).
              10 RG-SUB-Z-REC-COUNT   PIC 9(07).
              10 RG-SUB-Z-TOTAL       PIC 9(13)V99.
              10 FILLER               PIC X(121).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "========== WORKING-STORAGE BEGINNING ==========".

      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-INVOICE-STATUS       PIC 9(02).
       77  FS-AR-STATUS            PIC 9(02).
       77  FS-PRODUCTS-STATUS      PIC 9(02).
       77  FS-NFE-STATUS           PIC 9(02).
       77  FS-SUBMIT-STATUS        PIC 9(02).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(057) VALUE
           "============ PROCESSMENT VARIABLES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-INVOICE-SW   PIC X(01)  VALUE "N".
           88 WRK-INVOICE-EOF         VALUE "Y".
       77  WRK-PRODUCTS-SW  PIC X(01)  VALUE "N".
           88 WRK-PRODUCTS-AVAILABLE  VALUE "Y".
       77  WRK-ELIGIBLE-SW  PIC X(01)  VALUE "N".
           88 WRK-ELIGIBLE            VALUE "Y".
       77  WRK-RESEND-SW    PIC X(01)  VALUE "N".
           88 WRK-RESEND              VALUE "Y".
       01  WRK-SYS-DATE.
           05 WRK-DATE-YYYY PIC 9(04).
           05 WRK-DATE-MM   PIC 9(02).
           05 WRK-DATE-DD   PIC 9(02).
       01  WRK-SYS-DATE-N REDEFINES WRK-SYS-DATE PIC 9(08).
       01  WRK-SYS-TIME.
           05 WRK-TIME-HHMMSS PIC 9(06).
           05 FILLER          PIC 9(02).
      *----------------------------------------------------------------*
      *    DETAIL LINES OF THE NF BEING READ - NF.DAT WRITES AN NF'S   *
      *    DETAILS BEFORE ITS TRAILER, AND ONLY THE TRAILER TELLS      *
      *    WHETHER THE NF IS TO BE SENT. SAME 500-LINE LIMIT AS THE    *
      *    BILLING BATCH.                                              *
      *----------------------------------------------------------------*
       77  WRK-BUF-NF       PIC 9(07)  VALUE ZEROS.
       77  WRK-BUF-NAME     PIC X(20)  VALUE SPACES.
       77  WRK-DETAIL-COUNT PIC 9(04)  VALUE ZEROS.
       77  WRK-DETAIL-OVERFLOW-SW PIC X(01) VALUE "N".
           88 WRK-DETAIL-OVERFLOW     VALUE "Y".
       01  WRK-DETAIL-TABLE.
           05 WRK-DETAIL-ENTRY OCCURS 1 TO 500 TIMES
                                DEPENDING ON WRK-DETAIL-COUNT
                                INDEXED BY WRK-DTL-IDX.
              10 WRK-DTL-PROD      PIC X(15).
              10 WRK-DTL-PROD-CODE PIC 9(05).
              10 WRK-DTL-PRICE     PIC 9(08)V99.
              10 WRK-DTL-DISCOUNT  PIC 9(03)V99.
              10 WRK-DTL-NET-PRICE PIC 9(08)V99.
              10 WRK-DTL-TAX-RATE  PIC 9(03)V99.
              10 WRK-DTL-TAX-AMT   PIC 9(08)V99.
              10 WRK-DTL-QTY       PIC 9(05).
       77  WRK-ITEM-SEQ     PIC 9(03)  VALUE ZEROS.
      *----------------------------------------------------------------*
      *    THE NF BEING SENT.                                          *
      *----------------------------------------------------------------*
       77  WRK-NF-KIND      PIC X(01)  VALUE SPACES.
       77  WRK-CLID-NF      PIC 9(07)  VALUE ZEROS.
       77  WRK-NF-CLID      PIC 9(05)  VALUE ZEROS.
      *----------------------------------------------------------------*
      *    NFS WRITTEN TO THE FILE IN THIS RUN, MARKED ON              *
      *    NFE-STATUS.DAT ONLY ONCE THE FILE IS COMPLETE.              *
      *----------------------------------------------------------------*
       77  WRK-SENT-COUNT   PIC 9(04)  VALUE ZEROS.
       01  WRK-SENT-TABLE.
           05 WRK-SENT-ENTRY OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WRK-SENT-COUNT
                              INDEXED BY WRK-SENT-IDX.
              10 WRK-SENT-NF         PIC 9(07).
              10 WRK-SENT-KIND       PIC X(01).
              10 WRK-SENT-ISSUE-DATE PIC 9(08).
              10 WRK-SENT-RESEND-FL  PIC X(01).
       77  WRK-SENT-FULL-SW PIC X(01)  VALUE "N".
           88 WRK-SENT-FULL           VALUE "Y".
      *----------------------------------------------------------------*
      *    RUN COUNTERS.                                               *
      *----------------------------------------------------------------*
       77  WRK-REC-COUNT    PIC 9(07)  VALUE ZEROS.
       77  WRK-FILE-TOTAL   PIC 9(13)V99 VALUE ZEROS.
       77  WRK-RESENT-COUNT PIC 9(06)  VALUE ZEROS.
       77  WRK-DONE-COUNT   PIC 9(06)  VALUE ZEROS.
       77  WRK-LEGACY-COUNT PIC 9(06)  VALUE ZEROS.
       77  WRK-SKIPPED-COUNT PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ED     PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(052) VALUE
           "============ WARNING MESSAGES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERROR       PIC X(20) VALUE "FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
           PERFORM 0100-INIT.
           PERFORM 0210-READING-INVOICE.
           PERFORM 0300-END.
           STOP RUN.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
      **================ OPENING-INVOICE BEGINNING ====================**
       0110-OPEN-INVOICE.
           OPEN INPUT INVOICE.
           IF FS-INVOICE-STATUS NOT EQUAL 00
              DISPLAY "INVOICE: " WRK-OPEN-ERROR
              DISPLAY "STATUS:  " FS-INVOICE-STATUS
              GOBACK
           END-IF.
      **================ OPENING-RECEIVABLES BEGINNING ================**
       0120-OPEN-RECEIVABLES.
           OPEN INPUT RECEIVABLES.
           IF FS-AR-STATUS NOT EQUAL 00
              DISPLAY "RECEIVABLES: " WRK-OPEN-ERROR
              DISPLAY "STATUS:      " FS-AR-STATUS
              GOBACK
           END-IF.
      **================ OPENING-PRODUCTS BEGINNING ===================**
      *    WITHOUT PRODUTOS.DAT THE LINES GO WITH TAX CATEGORY ZERO    *
      *    (THE DEFAULT RATE) - THE RATE ITSELF IS ON THE NF LINE.     *
       0130-OPEN-PRODUCTS.
           OPEN INPUT PRODUCTS.
           IF FS-PRODUCTS-STATUS EQUAL 00
              SET WRK-PRODUCTS-AVAILABLE TO TRUE
           ELSE
              DISPLAY "PRODUTOS.DAT INDISPONIVEL (STATUS "
                      FS-PRODUCTS-STATUS ") - CATEGORIA FISCAL "
                      "ENVIADA COMO 00."
           END-IF.
      **================ OPENING-NFE-STATUS BEGINNING =================**
       0140-OPEN-NFE-STATUS.
           OPEN I-O NFE-STATUS.
           IF FS-NFE-STATUS EQUAL 35
              OPEN OUTPUT NFE-STATUS
              CLOSE NFE-STATUS
              OPEN I-O NFE-STATUS
           END-IF.
           IF FS-NFE-STATUS NOT EQUAL 00
              DISPLAY "NFE-STATUS: " WRK-OPEN-ERROR
              DISPLAY "STATUS:     " FS-NFE-STATUS
              GOBACK
           END-IF.
      **================ OPENING-SUBMIT-OUT BEGINNING =================**
       0150-OPEN-SUBMIT-OUT.
           OPEN OUTPUT SUBMIT-OUT.
           IF FS-SUBMIT-STATUS NOT EQUAL 00
              DISPLAY "SUBMIT-OUT: " WRK-OPEN-ERROR
              DISPLAY "STATUS:     " FS-SUBMIT-STATUS
              GOBACK
           END-IF.
           ACCEPT WRK-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-SYS-TIME FROM TIME.
           MOVE SPACES TO RG-SUB.
           MOVE "0"             TO RG-SUB-TYPE.
           MOVE WRK-SYS-DATE-N  TO RG-SUB-GEN-DATE.
           MOVE WRK-TIME-HHMMSS TO RG-SUB-GEN-TIME.
           MOVE "001"           TO RG-SUB-LAYOUT.
           PERFORM 0290-WRITING-SUBMIT-RECORD.

       0200-PROCESS                    SECTION.
      **================ READING-INVOICE BEGINNING ====================**
      *    DETAILS ARE BUFFERED UNDER THEIR NF; THE TRAILER DECIDES.   *
       0210-READING-INVOICE.
           PERFORM UNTIL WRK-INVOICE-EOF
              READ INVOICE
                AT END
                  SET WRK-INVOICE-EOF TO TRUE
              END-READ
              IF NOT WRK-INVOICE-EOF
                 EVALUATE TRUE
                   WHEN RG-INVOICE-IS-DETAIL
                   WHEN RG-INVOICE-IS-CREDIT-DET
                      PERFORM 0220-BUFFERING-DETAIL
                   WHEN RG-INVOICE-IS-TRAILER
                   WHEN RG-INVOICE-IS-CREDIT-TRL
                      PERFORM 0230-CHECKING-TRAILER
                 END-EVALUATE
              END-IF
           END-PERFORM.
      **================ BUFFERING-DETAIL BEGINNING ===================**
       0220-BUFFERING-DETAIL.
           IF RG-INVOICE-NF-NUM NOT EQUAL WRK-BUF-NF
              MOVE RG-INVOICE-NF-NUM TO WRK-BUF-NF
              MOVE RG-INVOICE-NAME   TO WRK-BUF-NAME
              MOVE ZEROS TO WRK-DETAIL-COUNT
              MOVE "N"   TO WRK-DETAIL-OVERFLOW-SW
           END-IF.
           IF WRK-DETAIL-COUNT LESS THAN 500
              ADD 1 TO WRK-DETAIL-COUNT
              SET WRK-DTL-IDX TO WRK-DETAIL-COUNT
              MOVE RG-INVOICE-PROD      TO WRK-DTL-PROD (WRK-DTL-IDX)
              MOVE RG-INVOICE-PROD-CODE TO
                   WRK-DTL-PROD-CODE (WRK-DTL-IDX)
              MOVE RG-INVOICE-PRICE     TO WRK-DTL-PRICE (WRK-DTL-IDX)
              MOVE RG-INVOICE-DISCOUNT-PCT TO
                   WRK-DTL-DISCOUNT (WRK-DTL-IDX)
              MOVE RG-INVOICE-NET-PRICE TO
                   WRK-DTL-NET-PRICE (WRK-DTL-IDX)
              MOVE RG-INVOICE-LINE-TAX-RATE TO
                   WRK-DTL-TAX-RATE (WRK-DTL-IDX)
              MOVE RG-INVOICE-LINE-TAX-AMT TO
                   WRK-DTL-TAX-AMT (WRK-DTL-IDX)
              IF RG-INVOICE-QTY NUMERIC
                 AND RG-INVOICE-QTY GREATER THAN ZEROS
                 MOVE RG-INVOICE-QTY TO WRK-DTL-QTY (WRK-DTL-IDX)
              ELSE
                 MOVE 1 TO WRK-DTL-QTY (WRK-DTL-IDX)
              END-IF
           ELSE
              SET WRK-DETAIL-OVERFLOW TO TRUE
           END-IF.
      **================ CHECKING-TRAILER BEGINNING ===================**
      *    AN NF GOES OUT WHEN IT CARRIES AN ISSUE DATE AND THE        *
      *    AUTHORITY HAS NO ANSWER ON IT YET, OR HAS REJECTED IT. AN   *
      *    NF ALREADY SENT AND AWAITING ITS RETURN IS NOT SENT AGAIN.  *
       0230-CHECKING-TRAILER.
           MOVE "N" TO WRK-ELIGIBLE-SW.
           MOVE "N" TO WRK-RESEND-SW.
           IF RG-INVOICE-ISSUE-DATE NOT NUMERIC
              OR RG-INVOICE-ISSUE-DATE EQUAL ZEROS
              ADD 1 TO WRK-LEGACY-COUNT
           ELSE
              MOVE RG-INVOICE-NF-NUM TO RG-NFE-NF-NUM
              READ NFE-STATUS
                INVALID KEY
                   SET WRK-ELIGIBLE TO TRUE
                NOT INVALID KEY
                   IF RG-NFE-IS-REJECTED
                      SET WRK-ELIGIBLE TO TRUE
                      SET WRK-RESEND   TO TRUE
                   ELSE
                      ADD 1 TO WRK-DONE-COUNT
                   END-IF
              END-READ
           END-IF.
           IF WRK-ELIGIBLE
              IF WRK-BUF-NF NOT EQUAL RG-INVOICE-NF-NUM
                 MOVE ZEROS TO WRK-DETAIL-COUNT
              END-IF
              EVALUATE TRUE
                WHEN WRK-DETAIL-OVERFLOW
                   AND WRK-BUF-NF EQUAL RG-INVOICE-NF-NUM
                   DISPLAY "NF " RG-INVOICE-NF-NUM " COM MAIS DE 500 "
                           "ITENS - NAO ENVIADA."
                   ADD 1 TO WRK-SKIPPED-COUNT
                WHEN WRK-SENT-FULL
                   ADD 1 TO WRK-SKIPPED-COUNT
                WHEN OTHER
                   PERFORM 0240-SENDING-NF
              END-EVALUATE
           END-IF.
      **================ SENDING-NF BEGINNING =========================**
       0240-SENDING-NF.
           IF RG-INVOICE-IS-CREDIT-TRL
              MOVE "2"                TO WRK-NF-KIND
              MOVE RG-INVOICE-ORIG-NF TO WRK-CLID-NF
           ELSE
              MOVE "1"                TO WRK-NF-KIND
              MOVE RG-INVOICE-NF-NUM  TO WRK-CLID-NF
           END-IF.
           PERFORM 0245-FINDING-CLIENT.
           MOVE SPACES TO RG-SUB.
           MOVE "1"                   TO RG-SUB-TYPE.
           MOVE RG-INVOICE-NF-NUM     TO RG-SUB-H-NF.
           MOVE WRK-NF-KIND           TO RG-SUB-H-KIND.
           MOVE RG-INVOICE-ISSUE-DATE TO RG-SUB-H-ISSUE-DATE.
           MOVE WRK-NF-CLID           TO RG-SUB-H-CLID.
           MOVE WRK-BUF-NAME          TO RG-SUB-H-NAME.
           IF RG-INVOICE-IS-CREDIT-TRL
              MOVE RG-INVOICE-ORIG-NF TO RG-SUB-H-ORIG-NF
           ELSE
              MOVE ZEROS              TO RG-SUB-H-ORIG-NF
           END-IF.
           PERFORM 0290-WRITING-SUBMIT-RECORD.
           MOVE ZEROS TO WRK-ITEM-SEQ.
           PERFORM VARYING WRK-DTL-IDX FROM 1 BY 1
                     UNTIL WRK-DTL-IDX GREATER THAN WRK-DETAIL-COUNT
              PERFORM 0250-SENDING-ITEM
           END-PERFORM.
           MOVE SPACES TO RG-SUB.
           MOVE "3"                 TO RG-SUB-TYPE.
           MOVE RG-INVOICE-NF-NUM   TO RG-SUB-T-NF.
           MOVE WRK-ITEM-SEQ        TO RG-SUB-T-ITEMS.
           MOVE RG-INVOICE-SUBTOTAL TO RG-SUB-T-SUBTOTAL.
           MOVE RG-INVOICE-TAX-AMT  TO RG-SUB-T-TAX-AMT.
           MOVE RG-INVOICE-TOTAL    TO RG-SUB-T-TOTAL.
           ADD RG-INVOICE-TOTAL     TO WRK-FILE-TOTAL.
           PERFORM 0290-WRITING-SUBMIT-RECORD.
           ADD 1 TO WRK-SENT-COUNT.
           SET WRK-SENT-IDX TO WRK-SENT-COUNT.
           MOVE RG-INVOICE-NF-NUM     TO WRK-SENT-NF (WRK-SENT-IDX).
           MOVE WRK-NF-KIND           TO WRK-SENT-KIND (WRK-SENT-IDX).
           MOVE RG-INVOICE-ISSUE-DATE TO
                WRK-SENT-ISSUE-DATE (WRK-SENT-IDX).
           MOVE WRK-RESEND-SW TO WRK-SENT-RESEND-FL (WRK-SENT-IDX).
           IF WRK-RESEND
              ADD 1 TO WRK-RESENT-COUNT
           END-IF.
           IF WRK-SENT-COUNT EQUAL 5000
              DISPLAY "LIMITE DE 5000 NFS POR ARQUIVO ATINGIDO - AS "
                      "DEMAIS SEGUEM NO PROXIMO ENVIO."
              SET WRK-SENT-FULL TO TRUE
           END-IF.
      **================ FINDING-CLIENT BEGINNING =====================**
      *    THE CLIENT ID OF THE NF (OR, FOR A CREDIT NOTE, OF THE NF   *
      *    IT REVERSES) FROM ITS FIRST INSTALLMENT; ZERO IF NONE.      *
       0245-FINDING-CLIENT.
           MOVE ZEROS       TO WRK-NF-CLID.
           MOVE WRK-CLID-NF TO RG-AR-NF-NUM.
           MOVE 01          TO RG-AR-INST.
           READ RECEIVABLES
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE RG-AR-CLID TO WRK-NF-CLID
           END-READ.
      **================ SENDING-ITEM BEGINNING =======================**
       0250-SENDING-ITEM.
           ADD 1 TO WRK-ITEM-SEQ.
           MOVE SPACES TO RG-SUB.
           MOVE "2"               TO RG-SUB-TYPE.
           MOVE RG-INVOICE-NF-NUM TO RG-SUB-I-NF.
           MOVE WRK-ITEM-SEQ      TO RG-SUB-I-SEQ.
           MOVE WRK-DTL-PROD-CODE (WRK-DTL-IDX) TO RG-SUB-I-PROD-CODE.
           MOVE WRK-DTL-PROD (WRK-DTL-IDX)      TO RG-SUB-I-PROD.
           MOVE WRK-DTL-QTY (WRK-DTL-IDX)       TO RG-SUB-I-QTY.
           MOVE WRK-DTL-PRICE (WRK-DTL-IDX)     TO RG-SUB-I-GROSS.
           MOVE WRK-DTL-DISCOUNT (WRK-DTL-IDX)  TO RG-SUB-I-DISCOUNT.
           MOVE WRK-DTL-NET-PRICE (WRK-DTL-IDX) TO RG-SUB-I-NET.
           MOVE WRK-DTL-TAX-RATE (WRK-DTL-IDX)  TO RG-SUB-I-TAX-RATE.
           MOVE WRK-DTL-TAX-AMT (WRK-DTL-IDX)   TO RG-SUB-I-TAX-AMT.
           MOVE ZEROS TO RG-SUB-I-TAXCAT.
           IF WRK-PRODUCTS-AVAILABLE
              MOVE WRK-DTL-PROD-CODE (WRK-DTL-IDX) TO RG-PRODUCTS-CODE
              READ PRODUCTS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF RG-PRODUCTS-TAXCAT NUMERIC
                      MOVE RG-PRODUCTS-TAXCAT TO RG-SUB-I-TAXCAT
                   END-IF
              END-READ
           END-IF.
           PERFORM 0290-WRITING-SUBMIT-RECORD.
      **================ MARKING-SENT BEGINNING =======================**
      *    RUN ONLY AFTER THE FILE TRAILER IS WRITTEN: EVERY NF IN THE *
      *    FILE BECOMES "P", ITS PREVIOUS REJECTION CLEARED.           *
       0260-MARKING-SENT.
           MOVE WRK-SENT-NF (WRK-SENT-IDX) TO RG-NFE-NF-NUM.
           IF WRK-SENT-RESEND-FL (WRK-SENT-IDX) EQUAL "Y"
              READ NFE-STATUS
                INVALID KEY
                   MOVE SPACES TO RG-NFE
                   MOVE WRK-SENT-NF (WRK-SENT-IDX) TO RG-NFE-NF-NUM
              END-READ
           ELSE
              MOVE SPACES TO RG-NFE
              MOVE WRK-SENT-NF (WRK-SENT-IDX) TO RG-NFE-NF-NUM
           END-IF.
           MOVE WRK-SENT-KIND (WRK-SENT-IDX)       TO RG-NFE-KIND.
           MOVE WRK-SENT-ISSUE-DATE (WRK-SENT-IDX) TO
                RG-NFE-ISSUE-DATE.
           SET RG-NFE-IS-PENDING TO TRUE.
           MOVE WRK-SYS-DATE-N TO RG-NFE-SUBMIT-DATE.
           MOVE ZEROS  TO RG-NFE-RETURN-DATE RG-NFE-REASON-CODE.
           MOVE SPACES TO RG-NFE-ACCESS-KEY RG-NFE-PROTOCOL
                          RG-NFE-REASON.
           WRITE RG-NFE
             INVALID KEY
                REWRITE RG-NFE
                  INVALID KEY
                     DISPLAY "ERRO AO MARCAR ENVIO DA NF "
                             WRK-SENT-NF (WRK-SENT-IDX) "."
                END-REWRITE
           END-WRITE.
      **================ WRITING-SUBMIT-RECORD BEGINNING ==============**
       0290-WRITING-SUBMIT-RECORD.
           WRITE RG-SUB.
           ADD 1 TO WRK-REC-COUNT.
      *----------------------------------------------------------------*
       0300-END                        SECTION.
           MOVE SPACES TO RG-SUB.
           MOVE "9"            TO RG-SUB-TYPE.
           MOVE WRK-SENT-COUNT TO RG-SUB-Z-NF-COUNT.
           ADD 1 TO WRK-REC-COUNT.
           MOVE WRK-REC-COUNT  TO RG-SUB-Z-REC-COUNT.
           MOVE WRK-FILE-TOTAL TO RG-SUB-Z-TOTAL.
           WRITE RG-SUB.
           CLOSE SUBMIT-OUT.
           PERFORM VARYING WRK-SENT-IDX FROM 1 BY 1
                     UNTIL WRK-SENT-IDX GREATER THAN WRK-SENT-COUNT
              PERFORM 0260-MARKING-SENT
           END-PERFORM.
           DISPLAY "=========================================".
           DISPLAY "  ENVIO DE NF ELETRONICA - RESUMO        ".
           DISPLAY "=========================================".
           DISPLAY "NFS NO ARQUIVO:           " WRK-SENT-COUNT.
           DISPLAY "  DAS QUAIS REENVIADAS:   " WRK-RESENT-COUNT.
           DISPLAY "JA ENVIADAS/AUTORIZADAS:  " WRK-DONE-COUNT.
           DISPLAY "ANTERIORES A NF-E:        " WRK-LEGACY-COUNT.
           DISPLAY "NAO ENVIADAS (LIMITES):   " WRK-SKIPPED-COUNT.
           DISPLAY "REGISTROS GRAVADOS:       " WRK-REC-COUNT.
           MOVE WRK-FILE-TOTAL TO WRK-TOTAL-ED.
           DISPLAY "VALOR TOTAL:              " WRK-TOTAL-ED.
           DISPLAY "ARQUIVO GRAVADO EM NFE-ENVIO.DAT.".
           CLOSE INVOICE.
           CLOSE RECEIVABLES.
           IF WRK-PRODUCTS-AVAILABLE
              CLOSE PRODUCTS
           END-IF.
           CLOSE NFE-STATUS.
      *----------------------------------------------------------------*
