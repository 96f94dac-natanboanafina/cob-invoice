      *    POSTED AGAINST THE FIRST OPEN INSTALLMENT OF THAT NF        *
      *    WHOSE REMAINING BALANCE MATCHES THE PAID AMOUNT EXACTLY -   *
      *    THE BOLETO IS PRINTED PER INSTALLMENT, SO AN EXACT MATCH    *
      *    IS THE NORMAL CASE. A PAYMENT THAT MATCHES NO SINGLE ITEM   *
      *    BUT EQUALS AN INSTALLMENT'S BALANCE PLUS ITS OPEN LATE      *
      *    CHARGE (AR-CHARGES) SETTLES BOTH - THE BOLETO PAID LATE     *
      *    WITH FINE AND INTEREST. EVERY                               *
      *    NON-MATCH (NF UNKNOWN, ALL INSTALLMENTS SETTLED, AMOUNT     *
      *    MATCHING NO OPEN BALANCE) GOES BACK VERBATIM TO A REJECTS   *
      *    FILE                                                        *
      *    WITH THE REASON, AND READ/POSTED/REJECTED COUNTS PLUS THE   *
      *    POSTED TOTAL ARE REPORTED SO THE RUN BALANCES AGAINST THE   *
      *    BANK'S TOTAL.                                               *
      *    RETURN-CODE: 0 EVERY LINE POSTED, 4 LINES REJECTED (LEFT    *
      *    TO THE TREASURY ON THE REJECTS FILE), 16 A FILE COULD NOT   *
      *    BE OPENED.                                                  *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
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

      **================ FD CREDIT-CTL BEGINNING =======================*
      *    SAME LAYOUT AS CREDIT-MAINT'S FD.                           *
       77  WRK-ROW-DONE-SW  PIC X(01)  VALUE "N".
           88 WRK-ROW-DONE            VALUE "Y".
       77  WRK-REMAINING    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-POST-AMT     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CHG-REMAINING PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SCAN-INST    PIC 9(02)  VALUE ZEROS.
       77  WRK-SCAN-DONE-SW PIC X(01)  VALUE "N".
           88 WRK-SCAN-DONE           VALUE "Y".
       77  WRK-REJECT-REASON PIC X(50) VALUE SPACES.
       77  WRK-CREDIT-SW    PIC X(01)  VALUE "N".
           88 WRK-CREDIT-AVAILABLE    VALUE "Y".
           PERFORM 0100-INIT.
           PERFORM 0210-READING-RETURN.
           PERFORM 0300-END.
      *    GOBACK RATHER THAN STOP RUN - JOB-STREAM CALLS THIS PROGRAM *
      *    AS A STEP OF THE NIGHTLY STREAM AND READS RETURN-CODE BACK. *
           GOBACK.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
      **================ OPENING-RETURN BEGINNING =====================**
           IF FS-RETURN-STATUS NOT EQUAL 00
              DISPLAY "RETURN-IN: " WRK-OPEN-ERROR
              DISPLAY "STATUS:    " FS-RETURN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      **================ OPENING-RECEIVABLES BEGINNING =================**
           IF FS-AR-STATUS NOT EQUAL 00
              DISPLAY "RECEIVABLES: " WRK-OPEN-ERROR
              DISPLAY "STATUS:      " FS-AR-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      **================ OPENING-CREDIT-CTL BEGINNING =================**
           IF FS-REJECT-STATUS NOT EQUAL 00
              DISPLAY "REJECT-OUT: " WRK-OPEN-ERROR
              DISPLAY "STATUS:     " FS-REJECT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ACCEPT WRK-SYS-DATE FROM DATE YYYYMMDD.
                       COMPUTE WRK-REMAINING =
                               RG-AR-AMOUNT - RG-AR-PAID-AMT
                       IF WRK-REMAINING EQUAL WRK-ROW-AMOUNT
                          MOVE WRK-ROW-AMOUNT TO WRK-POST-AMT
                          PERFORM 0235-POST-INSTALLMENT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF NOT WRK-ROW-DONE AND WRK-HAS-OPEN
              PERFORM 0232-MATCHING-WITH-CHARGE
           END-IF.
           IF NOT WRK-ROW-DONE
              EVALUATE TRUE
                WHEN NOT WRK-NF-FOUND
              END-EVALUATE
              PERFORM 0240-REJECT-ROW
           END-IF.
      **================ MATCHING-WITH-CHARGE BEGINNING ===============**
      *    SECOND CHANCE: INSTALLMENT BALANCE + OPEN CHARGE BALANCE.   *
      *    INSTALLMENTS ARE NUMBERED CONTIGUOUSLY FROM 01, SO THEY     *
      *    ARE READ BY KEY UNTIL THE FIRST MISSING ONE.                *
       0232-MATCHING-WITH-CHARGE.
           MOVE ZEROS TO WRK-SCAN-INST.
           MOVE "N"   TO WRK-SCAN-DONE-SW.
           PERFORM UNTIL WRK-SCAN-DONE OR WRK-ROW-DONE
              ADD 1 TO WRK-SCAN-INST
              IF WRK-SCAN-INST GREATER THAN 49
                 SET WRK-SCAN-DONE TO TRUE
              ELSE
                 MOVE WRK-ROW-NF    TO RG-AR-NF-NUM
                 MOVE WRK-SCAN-INST TO RG-AR-INST
                 READ RECEIVABLES
                   INVALID KEY
                      SET WRK-SCAN-DONE TO TRUE
                   NOT INVALID KEY
                      IF RG-AR-IS-OPEN AND RG-AR-IS-PRINCIPAL
                         PERFORM 0233-TRYING-WITH-CHARGE
                      END-IF
                 END-READ
              END-IF
           END-PERFORM.
      **================ TRYING-WITH-CHARGE BEGINNING =================**
      *    THE CHARGE IS READ FIRST TO PRICE THE PAIR; ON A MATCH THE  *
      *    INSTALLMENT IS READ BACK AND POSTED, THEN THE CHARGE.       *
       0233-TRYING-WITH-CHARGE.
           COMPUTE WRK-REMAINING = RG-AR-AMOUNT - RG-AR-PAID-AMT.
           MOVE ZEROS TO WRK-CHG-REMAINING.
           COMPUTE RG-AR-INST = 50 + WRK-SCAN-INST.
           READ RECEIVABLES
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF RG-AR-IS-CHARGE AND RG-AR-IS-OPEN
                   COMPUTE WRK-CHG-REMAINING =
                           RG-AR-AMOUNT - RG-AR-PAID-AMT
                END-IF
           END-READ.
           IF WRK-CHG-REMAINING GREATER THAN ZEROS
              AND WRK-REMAINING + WRK-CHG-REMAINING
                  EQUAL WRK-ROW-AMOUNT
              MOVE WRK-SCAN-INST TO RG-AR-INST
              READ RECEIVABLES
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE WRK-REMAINING TO WRK-POST-AMT
                   PERFORM 0235-POST-INSTALLMENT
              END-READ
              IF WRK-ROW-DONE
                 PERFORM 0236-POST-CHARGE
              END-IF
           END-IF.
      **================ POST-INSTALLMENT BEGINNING ===================**
      *    POSTS WRK-POST-AMT ON THE ITEM IN THE RECORD AREA; THE      *
      *    ROW COUNTS AS ONE BAIXA OF ITS FULL AMOUNT.                 *
       0235-POST-INSTALLMENT.
           ADD WRK-POST-AMT TO RG-AR-PAID-AMT.
           SET RG-AR-IS-PAID TO TRUE.
           MOVE WRK-SYS-DATE-N TO RG-AR-PAID-DATE.
           REWRITE RG-AR
                SET WRK-ROW-DONE TO TRUE
                ADD 1 TO WRK-POSTED-COUNT
                ADD WRK-ROW-AMOUNT TO WRK-POSTED-TOTAL
                IF RG-AR-IS-PRINCIPAL
                   PERFORM 0238-REDUCE-EXPOSURE
                END-IF
           END-REWRITE.
      **================ POST-CHARGE BEGINNING ========================**
       0236-POST-CHARGE.
           COMPUTE RG-AR-INST = 50 + WRK-SCAN-INST.
           READ RECEIVABLES
             INVALID KEY
                DISPLAY "ENCARGO DA NF " WRK-ROW-NF " PARCELA "
                        WRK-SCAN-INST " NAO ENCONTRADO."
             NOT INVALID KEY
                ADD WRK-CHG-REMAINING TO RG-AR-PAID-AMT
                SET RG-AR-IS-PAID TO TRUE
                MOVE WRK-SYS-DATE-N TO RG-AR-PAID-DATE
                REWRITE RG-AR
                  INVALID KEY
                     DISPLAY "ERRO AO BAIXAR ENCARGO DA NF "
                             WRK-ROW-NF " PARCELA " WRK-SCAN-INST "."
                END-REWRITE
           END-READ.
      **================ REDUCE-EXPOSURE BEGINNING ====================**
      *    SAME RULE AS AR-PAYMENT: BRING THE CLIENT'S EXPOSURE DOWN  *
      *    BY THE PRINCIPAL SETTLED, NEVER BELOW ZERO.                *
       0238-REDUCE-EXPOSURE.
           IF WRK-CREDIT-AVAILABLE
              MOVE RG-AR-CLID TO RG-CRED-CLID
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF RG-CRED-EXPOSURE GREATER THAN WRK-POST-AMT
                      SUBTRACT WRK-POST-AMT FROM RG-CRED-EXPOSURE
                   ELSE
                      MOVE ZEROS TO RG-CRED-EXPOSURE
                   END-IF
              CLOSE CREDIT-CTL
           END-IF.
           CLOSE REJECT-OUT.
           IF WRK-REJECT-COUNT GREATER THAN ZEROS
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZEROS TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
