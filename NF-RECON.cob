      *        NUMBER THAT EXISTS AS A TRAILER;                        *
      *      - EVERY NF REVERSED BY A "C" TRAILER HAS NO INSTALLMENT   *
      *        STILL OPEN (THEY MUST BE MARKED "E" BY NF-CANCEL).      *
      *    IT ALSO LISTS, APART FROM THE DISCREPANCIES, EVERY          *
      *    ELECTRONIC NF OR CREDIT NOTE ISSUED BEFORE TODAY THAT THE   *
      *    TAX AUTHORITY HAS NOT YET AUTHORIZED (NFE-STATUS.DAT).      *
      *    EACH DISCREPANCY GOES TO RECONCILIACAO.DAT WITH FILE, KEY   *
      *    AND REASON; A CLEAN RUN ENDS WITH A SUMMARY LINE FIT TO     *
      *    FILE WITH THE CLOSE.                                        *
      *    RETURN-CODE: 0 FILES IN AGREEMENT, 4 ONLY UNAUTHORIZED      *
      *    NF-E LISTED, 8 DISCREPANCIES REPORTED, 16 A FILE COULD NOT  *
      *    BE OPENED.                                                  *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    NFHIST                  I                      -            *
      *    RECEIVABLES             I                      -            *
      *    SHOPPING                I                      -            *
      *    NFE-STATUS              I                      -            *
      *    RECON-RPT               O                      -            *
      *----------------------------------------------------------------*
      *================================================================*
                             RG-SHOPPING-ID-CLI WITH DUPLICATES
                          FILE STATUS IS FS-SHOPPING-STATUS.

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
      *                    SELECT RECONCILIACAO.DAT
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

      **================= FD SHOPPING BEGINNING =======================*
      *    SAME LAYOUT AS INVOICE-PROG'S FD.                           *
              88 RG-SHOPPING-NOT-BILLED   VALUE "N".
           05 RG-SHOPPING-NF-NUM   PIC 9(07).
           05 RG-SHOPPING-PURCH-DATE PIC 9(08).
           05 RG-SHOPPING-QTY      PIC 9(05).

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

      **================ FD RECON-RPT BEGINNING ========================*
       FD  RECON-RPT.
       77  FS-NFHIST-STATUS        PIC 9(02).
       77  FS-AR-STATUS            PIC 9(02).
       77  FS-SHOPPING-STATUS      PIC 9(02).
       77  FS-NFE-STATUS           PIC 9(02).
       77  FS-RECON-STATUS         PIC 9(02).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(057) VALUE
       77  WRK-SHOPPING-SW  PIC X(01)  VALUE "N".
           88 WRK-SHOPPING-EOF        VALUE "Y".
       77  WRK-ERROR-COUNT  PIC 9(06)  VALUE ZEROS.
       77  WRK-NFE-SW       PIC X(01)  VALUE "N".
           88 WRK-NFE-AVAILABLE       VALUE "Y".
       77  WRK-NFE-PENDING-COUNT PIC 9(06) VALUE ZEROS.
       01  WRK-SYS-DATE.
           05 WRK-DATE-YYYY PIC 9(04).
           05 WRK-DATE-MM   PIC 9(02).
           05 WRK-DATE-DD   PIC 9(02).
       01  WRK-SYS-DATE-N REDEFINES WRK-SYS-DATE PIC 9(08).
      *----------------------------------------------------------------*
      *    ONE TRAILER AT A TIME IS HANDED TO THE KEEPERS THROUGH     *
      *    THESE FIELDS, SO NF.DAT AND NFHIST.DAT SHARE ONE PATH.     *
       77  WRK-IN-NF        PIC 9(07)  VALUE ZEROS.
       77  WRK-IN-TOTAL     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-IN-ORIG-NF   PIC 9(07)  VALUE ZEROS.
       77  WRK-IN-ISSUE-DATE PIC 9(08) VALUE ZEROS.
       77  WRK-IN-KIND      PIC X(01)  VALUE SPACES.
      *----------------------------------------------------------------*
      *    EVERY "T" TRAILER OF NF.DAT AND NFHIST.DAT: NF, TOTAL AND   *
      *    A MATCHED FLAG SET WHEN ITS RECEIVABLES ARE FOUND. ONCE     *
           PERFORM 0250-CHECKING-UNMATCHED.
           PERFORM 0260-CHECKING-PURCHASES.
           PERFORM 0300-END.
      *    GOBACK RATHER THAN STOP RUN - JOB-STREAM CALLS THIS PROGRAM *
      *    AS A STEP OF THE NIGHTLY STREAM AND READS RETURN-CODE BACK. *
           GOBACK.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
      **================ OPENING-RECEIVABLES BEGINNING =================**
           IF FS-AR-STATUS NOT EQUAL 00
              DISPLAY "RECEIVABLES: " WRK-OPEN-ERROR
              DISPLAY "STATUS:      " FS-AR-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      **================ OPENING-SHOPPING BEGINNING ===================**
           IF FS-SHOPPING-STATUS NOT EQUAL 00
              DISPLAY "SHOPPING: " WRK-OPEN-ERROR
              DISPLAY "STATUS:   " FS-SHOPPING-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      **================ OPENING-NFHIST BEGINNING =====================**
                      FS-NFHIST-STATUS ") - SO NF.DAT SERA "
                      "CONFERIDO."
           END-IF.
      **================ OPENING-NFE-STATUS BEGINNING =================**
      *    WITHOUT NFE-STATUS.DAT (NOTHING SENT YET) THE AUTHORIZATION *
      *    CHECK IS SKIPPED.                                           *
       0135-OPEN-NFE-STATUS.
           ACCEPT WRK-SYS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT NFE-STATUS.
           IF FS-NFE-STATUS EQUAL 00
              SET WRK-NFE-AVAILABLE TO TRUE
           ELSE
              DISPLAY "NFE-STATUS.DAT INDISPONIVEL (STATUS "
                      FS-NFE-STATUS ") - AUTORIZACAO DAS NFS NAO "
                      "SERA CONFERIDA."
           END-IF.
      **================ OPENING-RECON-RPT BEGINNING ==================**
       0140-OPEN-RECON-RPT.
           OPEN OUTPUT RECON-RPT.
           IF FS-RECON-STATUS NOT EQUAL 00
              DISPLAY "RECON-RPT: " WRK-OPEN-ERROR
              DISPLAY "STATUS:    " FS-RECON-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

                         MOVE RG-INVOICE-ORIG-NF TO WRK-IN-ORIG-NF
                         PERFORM 0225-KEEP-REVERSED
                    END-EVALUATE
                    IF RG-INVOICE-IS-TRAILER
                       OR RG-INVOICE-IS-CREDIT-TRL
                       MOVE RG-INVOICE-NF-NUM TO WRK-IN-NF
                       MOVE RG-INVOICE-TYPE   TO WRK-IN-KIND
                       IF RG-INVOICE-ISSUE-DATE NUMERIC
                          MOVE RG-INVOICE-ISSUE-DATE TO
                               WRK-IN-ISSUE-DATE
                       ELSE
                          MOVE ZEROS TO WRK-IN-ISSUE-DATE
                       END-IF
                       PERFORM 0227-CHECK-AUTHORIZATION
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE INVOICE
                         MOVE RG-NFH-ORIG-NF TO WRK-IN-ORIG-NF
                         PERFORM 0225-KEEP-REVERSED
                    END-EVALUATE
                    IF RG-NFH-IS-TRAILER
                       OR RG-NFH-IS-CREDIT-TRL
                       MOVE RG-NFH-NF-NUM TO WRK-IN-NF
                       MOVE RG-NFH-TYPE   TO WRK-IN-KIND
                       IF RG-NFH-ISSUE-DATE NUMERIC
                          MOVE RG-NFH-ISSUE-DATE TO WRK-IN-ISSUE-DATE
                       ELSE
                          MOVE ZEROS TO WRK-IN-ISSUE-DATE
                       END-IF
                       PERFORM 0227-CHECK-AUTHORIZATION
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
                 SET WRK-REV-TRUNCATED TO TRUE
              END-IF
           END-IF.
      **================ CHECK-AUTHORIZATION BEGINNING ================**
      *    AN NF OR CREDIT NOTE ISSUED BEFORE TODAY MUST BE AUTHORIZED *
      *    (OR CANCELLED) AT THE TAX AUTHORITY BY NOW. NFS WITHOUT AN  *
      *    ISSUE DATE PREDATE THE ELECTRONIC NF AND ARE NOT CHECKED.   *
      *    THESE ARE LISTED APART - THEY ARE NOT FILE DISCREPANCIES.   *
       0227-CHECK-AUTHORIZATION.
           IF WRK-NFE-AVAILABLE
              AND WRK-IN-ISSUE-DATE GREATER THAN ZEROS
              AND WRK-IN-ISSUE-DATE LESS THAN WRK-SYS-DATE-N
              MOVE SPACES TO RG-RECON-LINE
              MOVE WRK-IN-NF TO RG-NFE-NF-NUM
              READ NFE-STATUS
                INVALID KEY
                   STRING "NF-E NF " WRK-IN-NF DELIMITED BY SIZE
                          " (" WRK-IN-KIND ") EMITIDA EM "
                                             DELIMITED BY SIZE
                          WRK-IN-ISSUE-DATE DELIMITED BY SIZE
                          " - NUNCA ENVIADA A SEFAZ"
                                             DELIMITED BY SIZE
                          INTO RG-RECON-LINE
                NOT INVALID KEY
                   EVALUATE TRUE
                     WHEN RG-NFE-IS-PENDING
                        STRING "NF-E NF " WRK-IN-NF DELIMITED BY SIZE
                               " (" WRK-IN-KIND ") EMITIDA EM "
                                             DELIMITED BY SIZE
                               WRK-IN-ISSUE-DATE DELIMITED BY SIZE
                               " - ENVIADA EM " RG-NFE-SUBMIT-DATE
                                             DELIMITED BY SIZE
                               ", AGUARDANDO RETORNO"
                                             DELIMITED BY SIZE
                               INTO RG-RECON-LINE
                     WHEN RG-NFE-IS-REJECTED
                        STRING "NF-E NF " WRK-IN-NF DELIMITED BY SIZE
                               " (" WRK-IN-KIND ") EMITIDA EM "
                                             DELIMITED BY SIZE
                               WRK-IN-ISSUE-DATE DELIMITED BY SIZE
                               " - REJEITADA " RG-NFE-REASON-CODE
                                             DELIMITED BY SIZE
                               " " RG-NFE-REASON DELIMITED BY SIZE
                               INTO RG-RECON-LINE
                     WHEN OTHER
                        CONTINUE
                   END-EVALUATE
              END-READ
              IF RG-RECON-LINE NOT EQUAL SPACES
                 WRITE RG-RECON-LINE
                 DISPLAY "NAO AUTORIZADA: " RG-RECON-LINE
                 ADD 1 TO WRK-NFE-PENDING-COUNT
              END-IF
           END-IF.
      **================ CHECKING-RECEIVABLES BEGINNING ===============**
      *    CONTASREC.DAT IN KEY ORDER: THE INSTALLMENTS OF ONE NF ARE  *
      *    SUMMED AND, AT THE GROUP BREAK, CHECKED AGAINST THE         *
      *    TRAILER TABLE. LATE CHARGES ARE NOT PART OF THE NF TOTAL    *
      *    AND ARE LEFT OUT OF THE SUM. EACH RECORD IS ALSO CHECKED    *
      *    AGAINST THE REVERSED SET - AN NF CANCELLED BY ESTORNO MUST  *
      *    NOT STILL CARRY AN OPEN INSTALLMENT.                        *
       0230-CHECKING-RECEIVABLES.
           MOVE ZEROS TO RG-AR-NF-NUM RG-AR-INST.
           START RECEIVABLES KEY IS NOT LESS THAN RG-AR-KEY
                 MOVE ZEROS TO WRK-GRP-SUM
                 ADD 1 TO WRK-AR-NFS-READ
              END-IF
              IF RG-AR-IS-PRINCIPAL
                 ADD RG-AR-AMOUNT TO WRK-GRP-SUM
              END-IF
              PERFORM 0245-CHECK-REVERSED-ITEM
              READ RECEIVABLES NEXT RECORD
                AT END
                                     DELIMITED BY SIZE
                  INTO RG-RECON-LINE.
           WRITE RG-RECON-LINE.
           IF WRK-NFE-AVAILABLE
              MOVE SPACES TO RG-RECON-LINE
              STRING "NF-E NAO AUTORIZADAS HA MAIS DE UM DIA: "
                                     DELIMITED BY SIZE
                     WRK-NFE-PENDING-COUNT DELIMITED BY SIZE
                     INTO RG-RECON-LINE
              WRITE RG-RECON-LINE
              IF WRK-NFE-PENDING-COUNT GREATER THAN ZEROS
                 DISPLAY "NF-E NAO AUTORIZADAS: " WRK-NFE-PENDING-COUNT
                         " - VER RECONCILIACAO.DAT."
              END-IF
           END-IF.
           IF WRK-ERROR-COUNT EQUAL ZEROS
              MOVE "RECONCILIACAO LIMPA - ARQUIVOS EM ACORDO." TO
                   RG-RECON-LINE
           IF WRK-HIST-AVAILABLE
              CLOSE NFHIST
           END-IF.
           IF WRK-NFE-AVAILABLE
              CLOSE NFE-STATUS
           END-IF.
           CLOSE RECON-RPT.
           EVALUATE TRUE
             WHEN WRK-ERROR-COUNT GREATER THAN ZEROS
                MOVE 8 TO RETURN-CODE
             WHEN WRK-NFE-PENDING-COUNT GREATER THAN ZEROS
                MOVE 4 TO RETURN-CODE
             WHEN OTHER
                MOVE ZEROS TO RETURN-CODE
           END-EVALUATE.
      *----------------------------------------------------------------*
