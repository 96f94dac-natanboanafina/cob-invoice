      *    SAME PERIOD AND AN INTERRUPTED CLOSE RESUMES AT THE PHASE   *
      *    IT DIED IN - THE SAME DISCIPLINE RESTART.DAT GIVES THE      *
      *    BILLING BATCH. A CLOSE IS REFUSED WHILE RESTART.DAT SHOWS   *
      *    AN INTERRUPTED BILLING BATCH STILL PENDING, AND WHILE AN    *
      *    ELECTRONIC NF ON NF.DAT IS UNSENT, AWAITING ITS RETURN OR   *
      *    REJECTED ON NFE-STATUS.DAT - NFE-SUBMIT SENDS FROM NF.DAT   *
      *    ONLY, SO IT COULD NEVER BE RESENT ONCE ARCHIVED.            *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    ORPHAN-RPT              O                      -            *
      *    CTRL-CLOSE             I-O                     -            *
      *    RESTART-CTRL            I                      -            *
      *    NFE-STATUS              I                      -            *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
                              RELATIVE KEY IS WRK-RESTART-KEY
                              FILE STATUS IS FS-RESTART-STATUS.

      *=================================================================
      *                    SELECT NFE-STATUS.DAT
      *=================================================================
      *    READ ONLY, TO REFUSE A CLOSE WHILE AN NF-E IS STILL OPEN AT *
      *    THE TAX AUTHORITY (SEE NFE-SUBMIT/NFE-RETURN).              *
           SELECT NFE-STATUS ASSIGN TO
                                 "C:\Cobol\task3\data\NFE-STATUS.DAT"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-NFE-NF-NUM
                              FILE STATUS IS FS-NFE-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
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
      *    MIRROR OF THE NF.DAT RECORD WITH THE COMPOSITE KEY IN       *
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

      **================= FD SHOPPING BEGINNING =======================*
      *    SAME LAYOUT AS INVOICE-PROG'S FD.                           *
              88 RG-SHOPPING-NOT-BILLED   VALUE "N".
           05 RG-SHOPPING-NF-NUM   PIC 9(07).
           05 RG-SHOPPING-PURCH-DATE PIC 9(08).
           05 RG-SHOPPING-QTY      PIC 9(05).

      **================= FD ORPHAN-RPT BEGINNING ======================*
       FD  ORPHAN-RPT.
           05 RG-RESTART-PEND-NFNUM  PIC 9(07).
           05 RG-RESTART-RECON-DONE  PIC X(01).

      **================ FD NFE-STATUS BEGINNING =======================*
      *    SAME LAYOUT AS NFE-SUBMIT'S FD - ONLY THE STATUS IS         *
      *    INSPECTED HERE.                                             *
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

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  FS-ORPHAN-STATUS        PIC 9(02).
       77  FS-CTRLCLOSE-STATUS     PIC 9(02).
       77  FS-RESTART-STATUS       PIC 9(02).
       77  FS-NFE-STATUS           PIC 9(02).
      *----------------------------------------------------------------*
       77  WRK-CTRLCLOSE-KEY       PIC 9(04)  VALUE 1.
       77  WRK-RESTART-KEY         PIC 9(04)  VALUE 1.
       77  WRK-RESUMING-SW  PIC X(01)  VALUE "N".
           88 WRK-RESUMING-CLOSE      VALUE "Y".
      *----------------------------------------------------------------*
      *    NF-E CHECK STATE - NFE-STATUS.DAT IS OPTIONAL; WITHOUT IT   *
      *    NO ELECTRONIC NF HAS BEEN SENT YET.                         *
      *----------------------------------------------------------------*
       77  WRK-NFE-SW       PIC X(01)  VALUE "N".
           88 WRK-NFE-AVAILABLE       VALUE "Y".
       77  WRK-NFE-SITUATION PIC X(20) VALUE SPACES.
       77  WRK-NFE-PEND-COUNT PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------*
      *    ARCHIVE PHASE STATE. THE SEQUENCE RESTARTS AT 1 WHENEVER    *
      *    THE NF NUMBER CHANGES, SO EACH RECORD OF AN NF GETS A       *
      *    UNIQUE KEY IN NFHIST.DAT.                                   *
                 END-READ
              END-IF
           END-IF.
      **================ CHECK-NFE-PENDING BEGINNING ==================**
      *    NF.DAT IS ARCHIVED AND EMPTIED BY THE CLOSE, AND NFE-SUBMIT *
      *    SENDS FROM NF.DAT ONLY - SO A NEW CLOSE IS REFUSED WHILE    *
      *    ANY ELECTRONIC NF ON IT (ISSUE DATE STAMPED, THE SAME TEST  *
      *    NFE-SUBMIT MAKES) HAS NOT BEEN SENT, IS STILL AWAITING ITS  *
      *    RETURN ("P") OR WAS REJECTED ("R"). A CLOSE ALREADY IN      *
      *    FLIGHT PASSED THIS CHECK WHEN IT STARTED AND RESUMES        *
      *    WITHOUT IT.                                                 *
       0125-CHECK-NFE-PENDING.
           IF WRK-ABORTED OR RG-CLOSE-ACTIVE EQUAL "Y"
              CONTINUE
           ELSE
              OPEN INPUT INVOICE
              IF FS-INVOICE-STATUS EQUAL 00
                 OPEN INPUT NFE-STATUS
                 IF FS-NFE-STATUS EQUAL 00
                    SET WRK-NFE-AVAILABLE TO TRUE
                 END-IF
                 MOVE "N" TO WRK-INVOICE-SW
                 PERFORM UNTIL WRK-INVOICE-EOF
                    READ INVOICE
                      AT END
                        SET WRK-INVOICE-EOF TO TRUE
                    END-READ
                    IF NOT WRK-INVOICE-EOF
                       AND (RG-INVOICE-IS-TRAILER
                            OR RG-INVOICE-IS-CREDIT-TRL)
                       AND RG-INVOICE-ISSUE-DATE NUMERIC
                       AND RG-INVOICE-ISSUE-DATE GREATER THAN ZEROS
                       MOVE "NAO ENVIADA" TO WRK-NFE-SITUATION
                       IF WRK-NFE-AVAILABLE
                          MOVE RG-INVOICE-NF-NUM TO RG-NFE-NF-NUM
                          READ NFE-STATUS
                            INVALID KEY
                               CONTINUE
                            NOT INVALID KEY
                               EVALUATE TRUE
                                 WHEN RG-NFE-IS-PENDING
                                    MOVE "AGUARDANDO RETORNO"
                                      TO WRK-NFE-SITUATION
                                 WHEN RG-NFE-IS-REJECTED
                                    MOVE "REJEITADA"
                                      TO WRK-NFE-SITUATION
                                 WHEN OTHER
                                    MOVE SPACES TO WRK-NFE-SITUATION
                               END-EVALUATE
                          END-READ
                       END-IF
                       IF WRK-NFE-SITUATION NOT EQUAL SPACES
                          ADD 1 TO WRK-NFE-PEND-COUNT
                          DISPLAY "NF-E " RG-INVOICE-NF-NUM " "
                                  WRK-NFE-SITUATION
                       END-IF
                    END-IF
                 END-PERFORM
                 CLOSE INVOICE
                 IF WRK-NFE-AVAILABLE
                    CLOSE NFE-STATUS
                 END-IF
                 IF WRK-NFE-PEND-COUNT GREATER THAN ZEROS
                    DISPLAY WRK-NFE-PEND-COUNT " NF-E EM ABERTO NA "
                            "SEFAZ - RODE NFE-SUBMIT/NFE-RETURN. "
                            "FECHAMENTO RECUSADO."
                    SET WRK-ABORTED TO TRUE
                 END-IF
              END-IF
           END-IF.
      **================ ASKING-PERIOD BEGINNING ======================**
      *    A CLOSE LEFT IN FLIGHT IS RESUMED AS-IS; OTHERWISE THE      *
      *    OPERATOR NAMES THE PERIOD, WHICH MUST BE A VALID YYYYMM     *
