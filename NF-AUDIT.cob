      *    CTRLNF.DAT'S LAST ISSUED NUMBER. CREDIT-NOTE GROUPS         *
      *    ("E"/"C") ARE AUDITED UNDER THE SAME RULES AS INVOICE       *
      *    GROUPS ("D"/"T").                                           *
      *    RETURN-CODE: 0 NF.DAT CLEAN, 8 INCONSISTENCIES REPORTED,    *
      *    16 A FILE COULD NOT BE OPENED.                              *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
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

      **=================== FD CTRL-NF BEGINNING =======================*
       FD  CTRL-NF.
           PERFORM 0210-READING-INVOICE.
           PERFORM 0260-FINAL-CHECKS.
           PERFORM 0300-END.
      *    GOBACK RATHER THAN STOP RUN - JOB-STREAM CALLS THIS PROGRAM *
      *    AS A STEP OF THE NIGHTLY STREAM AND READS RETURN-CODE BACK. *
           GOBACK.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
      **================ OPENING-INVOICE BEGINNING ====================**
           IF FS-INVOICE-STATUS NOT EQUAL 00
              DISPLAY "INVOICE: " WRK-OPEN-ERROR
              DISPLAY "STATUS:  " FS-INVOICE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      **================ OPENING-CTRL-NF BEGINNING ====================**
           IF FS-AUDIT-STATUS NOT EQUAL 00
              DISPLAY "AUDIT-RPT: " WRK-OPEN-ERROR
              DISPLAY "STATUS:    " FS-AUDIT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

              CLOSE CTRL-NF
           END-IF.
           CLOSE AUDIT-RPT.
           IF WRK-ERROR-COUNT EQUAL ZEROS
              MOVE ZEROS TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
