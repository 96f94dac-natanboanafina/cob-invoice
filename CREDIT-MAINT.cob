      *    NF, AR-PAYMENT/AR-BANK-IMPORT/NF-CANCEL SUBTRACT WHAT IS    *
      *    SETTLED) AND IS SHOWN HERE READ-ONLY. A CLIENT WITHOUT A    *
      *    RECORD HAS NO LIMIT AND BILLS NORMALLY.                     *
      *    EVERY ADD, CHANGE AND DELETE IS LOGGED ON AUDITORIA.DAT     *
      *    UNDER THE OPERATOR ID ASKED AT SIGN-ON (SEE AUDIT-INQUIRY). *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    CREDIT-CTL             I-O                     -            *
      *    CLIENTS                 I                      -            *
      *    AUDIT-LOG               O                      -            *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
                              RECORD KEY IS RG-CLIENTS-ID
                              FILE STATUS IS FS-CLIENTS-STATUS.

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
      *----------------------------------------------------------------*
       77  FS-CREDIT-STATUS        PIC 9(02).
       77  FS-CLIENTS-STATUS       PIC 9(02).
       77  FS-AUDIT-STATUS         PIC 9(02).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(057) VALUE
           "============ PROCESSMENT VARIABLES BEGINNING ============".
       77  WRK-LIMIT-ED     PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-EXPO-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-AVAIL-ED     PIC -ZZZ.ZZZ.ZZ9,99.
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
      **================ OPENING-CREDIT-CTL BEGINNING =================**
      *    OPEN I-O SO NEW CREDIT RECORDS CAN BE WRITTEN; IF            *
      *    LIMITES.DAT DOES NOT EXIST YET, CREATE IT EMPTY FIRST.       *
              DISPLAY "STATUS:  " FS-CLIENTS-STATUS
              GOBACK
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
                     DISPLAY "JA EXISTE LIMITE PARA ESSE CLIENTE."
                  NOT INVALID KEY
                     DISPLAY "LIMITE INCLUIDO COM SUCESSO."
                     MOVE "I" TO WRK-AUD-ACTION
                     MOVE SPACES TO WRK-AUD-BEFORE
                     MOVE RG-CRED TO WRK-AUD-AFTER
                     MOVE RG-CRED-CLID TO WRK-AUD-KEY
                     PERFORM 0295-WRITING-AUDIT
                END-WRITE
           END-READ.
      **================ CHANGE-CREDIT BEGINNING ======================**
             INVALID KEY
                DISPLAY "CLIENTE SEM LIMITE CADASTRADO."
             NOT INVALID KEY
                MOVE RG-CRED TO WRK-AUD-BEFORE
                PERFORM 0255-SHOWING-CREDIT
                DISPLAY "NOVO LIMITE: "
                  ACCEPT WRK-NEW-LIMIT
                     DISPLAY "ERRO AO ALTERAR O LIMITE."
                  NOT INVALID KEY
                     DISPLAY "LIMITE ALTERADO COM SUCESSO."
                     MOVE "A" TO WRK-AUD-ACTION
                     MOVE RG-CRED TO WRK-AUD-AFTER
                     MOVE RG-CRED-CLID TO WRK-AUD-KEY
                     PERFORM 0295-WRITING-AUDIT
                END-REWRITE
           END-READ.
      **================ DELETE-CREDIT BEGINNING ======================**
             INVALID KEY
                DISPLAY "CLIENTE SEM LIMITE CADASTRADO."
             NOT INVALID KEY
                MOVE RG-CRED TO WRK-AUD-BEFORE
                DELETE CREDIT-CTL
                  INVALID KEY
                     DISPLAY "ERRO AO EXCLUIR O LIMITE."
                  NOT INVALID KEY
                     DISPLAY "LIMITE EXCLUIDO COM SUCESSO."
                     MOVE "E" TO WRK-AUD-ACTION
                     MOVE SPACES TO WRK-AUD-AFTER
                     MOVE RG-CRED-CLID TO WRK-AUD-KEY
                     PERFORM 0295-WRITING-AUDIT
                END-DELETE
           END-READ.
      **================ INQUIRY-CREDIT BEGINNING =====================**
           DISPLAY "LIMITE:     " WRK-LIMIT-ED.
           DISPLAY "EXPOSICAO:  " WRK-EXPO-ED.
           DISPLAY "DISPONIVEL: " WRK-AVAIL-ED.
      **================ WRITING-AUDIT BEGINNING ======================**
      *    ONE AUDITORIA.DAT RECORD FOR THE CHANGE JUST MADE - THE     *
      *    CALLER SETS ACTION, KEY AND BOTH IMAGES.                    *
       0295-WRITING-AUDIT.
           MOVE SPACES TO RG-AUD.
           ACCEPT RG-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-AUD-TIME FROM TIME.
           MOVE WRK-AUD-HHMMSS TO RG-AUD-TIME.
           MOVE WRK-OPERATOR   TO RG-AUD-OPERATOR.
           MOVE "LIMITES" TO RG-AUD-FILE.
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
           CLOSE CREDIT-CTL.
           CLOSE CLIENTS.
           CLOSE AUDIT-LOG.
      *----------------------------------------------------------------*
