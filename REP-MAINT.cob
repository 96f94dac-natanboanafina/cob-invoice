       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.REP-MAINT.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 24/11/2022                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : ADD/CHANGE/DELETE/INQUIRE REPRESENTANTES.DAT, *
      *    THE SALES REPRESENTATIVE MASTER. EACH REP HAS A NAME AND    *
      *    THE COMMISSION RATE (% OF WHAT IS COLLECTED) THAT           *
      *    REP-COMMISSION PAYS; A REP MARKED INACTIVE CAN NO LONGER BE *
      *    ASSIGNED TO A CLIENT IN CLIENT-MAINT, BUT STILL RECEIVES    *
      *    COMMISSION ON THE NFS ALREADY STAMPED WITH THE CODE.        *
      *    EVERY ADD, CHANGE AND DELETE IS LOGGED ON AUDITORIA.DAT     *
      *    UNDER THE OPERATOR ID ASKED AT SIGN-ON (SEE AUDIT-INQUIRY). *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    REPS                   I-O                     -            *
      *    AUDIT-LOG               O                      -            *
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
      *                    SELECT REPRESENTANTES.DAT
      *=================================================================
           SELECT REPS ASSIGN TO
                         "C:\Cobol\task3\data\REPRESENTANTES.DAT"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-REP-CODE
                              FILE STATUS IS FS-REPS-STATUS.

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
       DATA                            DIVISION.
       FILE                            SECTION.
      **=================== FD REPS BEGINNING =========================*
      *    RG-REP-RATE IS THE COMMISSION PERCENTAGE; RG-REP-ACTIVE-FL  *
      *    "S" OR "N". CODE ZERO IS RESERVED FOR "NO REP" ON CLIENTES. *
       FD  REPS.
       01  RG-REP.
           05 RG-REP-CODE          PIC 9(03).
           05 RG-REP-NAME          PIC X(20).
           05 RG-REP-RATE          PIC 9(02)V99.
           05 RG-REP-ACTIVE-FL     PIC X(01).
              88 RG-REP-IS-ACTIVE         VALUE "S".
              88 RG-REP-IS-INACTIVE       VALUE "N".

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
       01  FILLER          PIC X(047) VALUE
           "========== WORKING-STORAGE BEGINNING ==========".

      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-REPS-STATUS          PIC 9(02).
       77  FS-AUDIT-STATUS         PIC 9(02).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(057) VALUE
           "============ PROCESSMENT VARIABLES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPTION       PIC X(01) VALUE SPACES.
       77  WRK-DONE-SW      PIC X(01) VALUE "N".
           88 WRK-DONE                VALUE "S".
       77  WRK-NEW-NAME     PIC X(20) VALUE SPACES.
       77  WRK-NEW-RATE     PIC 9(02)V99 VALUE ZEROS.
       77  WRK-NEW-ACTIVE   PIC X(01) VALUE SPACES.
       77  WRK-VALID-SW     PIC X(01) VALUE "N".
           88 WRK-VALID               VALUE "S".
       77  WRK-RATE-ED      PIC Z9,99.
      *----------------------------------------------------------------*
      *    HIGHEST COMMISSION RATE ACCEPTED - A TYPO GUARD, NOT A      *
      *    POLICY.                                                     *
      *----------------------------------------------------------------*
       77  WRK-MAX-RATE     PIC 9(02)V99 VALUE 30,00.
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
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERROR       PIC X(20) VALUE "FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
           PERFORM 0100-INIT.
           PERFORM 0210-SHOWING-MENU UNTIL WRK-DONE.
           PERFORM 0300-END.
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
      **================ OPENING-REPS BEGINNING ======================**
      *    OPEN I-O SO NEW REPS CAN BE WRITTEN; IF REPRESENTANTES.DAT  *
      *    DOES NOT EXIST YET, CREATE IT EMPTY FIRST.                  *
       0110-OPEN-REPS.
           OPEN I-O REPS.
           IF FS-REPS-STATUS EQUAL 35
              OPEN OUTPUT REPS
              CLOSE REPS
              OPEN I-O REPS
           END-IF.
           IF FS-REPS-STATUS NOT EQUAL 00
              DISPLAY "REPS:   " WRK-OPEN-ERROR
              DISPLAY "STATUS: " FS-REPS-STATUS
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
       0210-SHOWING-MENU.
           DISPLAY "=========================================".
           DISPLAY " MANUTENCAO DE REPRESENTANTES            ".
           DISPLAY "=========================================".
           DISPLAY "  (A) INCLUIR REPRESENTANTE".
           DISPLAY "  (C) ALTERAR REPRESENTANTE".
           DISPLAY "  (D) EXCLUIR REPRESENTANTE".
           DISPLAY "  (I) CONSULTAR REPRESENTANTE".
           DISPLAY "  (S) SAIR".
           DISPLAY "DIGITE A OPCAO DESEJADA: "
             ACCEPT WRK-OPTION.
           EVALUATE WRK-OPTION
             WHEN "A" PERFORM 0220-ADD-REP
             WHEN "C" PERFORM 0230-CHANGE-REP
             WHEN "D" PERFORM 0240-DELETE-REP
             WHEN "I" PERFORM 0250-INQUIRY-REP
             WHEN "S" SET WRK-DONE TO TRUE
             WHEN OTHER
                DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
      **================ ADD-REP BEGINNING ============================**
       0220-ADD-REP.
           DISPLAY "CODIGO DO NOVO REPRESENTANTE: "
             ACCEPT RG-REP-CODE.
           IF RG-REP-CODE EQUAL ZEROS
              DISPLAY "CODIGO ZERO E RESERVADO (SEM REPRESENTANTE)."
           ELSE
              DISPLAY "NOME DO REPRESENTANTE: "
                ACCEPT RG-REP-NAME
              PERFORM 0260-ASKING-RATE
              IF WRK-VALID
                 MOVE WRK-NEW-RATE TO RG-REP-RATE
                 SET RG-REP-IS-ACTIVE TO TRUE
                 WRITE RG-REP
                   INVALID KEY
                      DISPLAY "JA EXISTE UM REPRESENTANTE COM ESSE "
                              "CODIGO."
                   NOT INVALID KEY
                      DISPLAY "REPRESENTANTE INCLUIDO COM SUCESSO."
                      MOVE "I" TO WRK-AUD-ACTION
                      MOVE SPACES TO WRK-AUD-BEFORE
                      MOVE RG-REP TO WRK-AUD-AFTER
                      MOVE RG-REP-CODE TO WRK-AUD-KEY
                      PERFORM 0295-WRITING-AUDIT
                 END-WRITE
              END-IF
           END-IF.
      **================ CHANGE-REP BEGINNING =========================**
       0230-CHANGE-REP.
           DISPLAY "CODIGO DO REPRESENTANTE A ALTERAR: "
             ACCEPT RG-REP-CODE.
           READ REPS
             INVALID KEY
                DISPLAY "REPRESENTANTE NAO ENCONTRADO."
             NOT INVALID KEY
                MOVE RG-REP TO WRK-AUD-BEFORE
                PERFORM 0270-SHOWING-REP
                DISPLAY "NOVO NOME: "
                  ACCEPT WRK-NEW-NAME
                PERFORM 0260-ASKING-RATE
                IF WRK-VALID
                   DISPLAY "ATIVO (S/N): "
                     ACCEPT WRK-NEW-ACTIVE
                   IF WRK-NEW-ACTIVE NOT EQUAL "S"
                      AND WRK-NEW-ACTIVE NOT EQUAL "N"
                      DISPLAY "RESPOSTA INVALIDA. OPERACAO CANCELADA."
                      MOVE "N" TO WRK-VALID-SW
                   END-IF
                END-IF
                IF WRK-VALID
                   MOVE WRK-NEW-NAME   TO RG-REP-NAME
                   MOVE WRK-NEW-RATE   TO RG-REP-RATE
                   MOVE WRK-NEW-ACTIVE TO RG-REP-ACTIVE-FL
                   REWRITE RG-REP
                     INVALID KEY
                        DISPLAY "ERRO AO ALTERAR O REPRESENTANTE."
                     NOT INVALID KEY
                        DISPLAY "REPRESENTANTE ALTERADO COM SUCESSO."
                        MOVE "A" TO WRK-AUD-ACTION
                        MOVE RG-REP TO WRK-AUD-AFTER
                        MOVE RG-REP-CODE TO WRK-AUD-KEY
                        PERFORM 0295-WRITING-AUDIT
                   END-REWRITE
                END-IF
           END-READ.
      **================ DELETE-REP BEGINNING =========================**
      *    CLIENTS STILL POINTING AT A DELETED CODE BILL WITH NO REP   *
      *    FROM THEN ON; INACTIVATING (OPTION C) IS THE USUAL ROUTE.   *
       0240-DELETE-REP.
           DISPLAY "CODIGO DO REPRESENTANTE A EXCLUIR: "
             ACCEPT RG-REP-CODE.
           READ REPS
             INVALID KEY
                DISPLAY "REPRESENTANTE NAO ENCONTRADO."
             NOT INVALID KEY
                MOVE RG-REP TO WRK-AUD-BEFORE
                DELETE REPS
                  INVALID KEY
                     DISPLAY "ERRO AO EXCLUIR O REPRESENTANTE."
                  NOT INVALID KEY
                     DISPLAY "REPRESENTANTE EXCLUIDO COM SUCESSO."
                     MOVE "E" TO WRK-AUD-ACTION
                     MOVE SPACES TO WRK-AUD-AFTER
                     MOVE RG-REP-CODE TO WRK-AUD-KEY
                     PERFORM 0295-WRITING-AUDIT
                END-DELETE
           END-READ.
      **================ INQUIRY-REP BEGINNING ========================**
       0250-INQUIRY-REP.
           DISPLAY "CODIGO DO REPRESENTANTE A CONSULTAR: "
             ACCEPT RG-REP-CODE.
           READ REPS
             INVALID KEY
                DISPLAY "REPRESENTANTE NAO ENCONTRADO."
             NOT INVALID KEY
                PERFORM 0270-SHOWING-REP
           END-READ.
      **================ ASKING-RATE BEGINNING ========================**
      *    COMMISSION PERCENTAGE; ABOVE WRK-MAX-RATE IS REFUSED AND    *
      *    THE WHOLE OPERATION DROPPED.                                *
       0260-ASKING-RATE.
           MOVE "S" TO WRK-VALID-SW.
           DISPLAY "COMISSAO (% SOBRE O RECEBIDO): "
             ACCEPT WRK-NEW-RATE.
           IF WRK-NEW-RATE GREATER THAN WRK-MAX-RATE
              MOVE WRK-MAX-RATE TO WRK-RATE-ED
              DISPLAY "COMISSAO INVALIDA - MAXIMO E " WRK-RATE-ED
                      "%. OPERACAO CANCELADA."
              MOVE "N" TO WRK-VALID-SW
           END-IF.
      **================ SHOWING-REP BEGINNING ========================**
       0270-SHOWING-REP.
           MOVE RG-REP-RATE TO WRK-RATE-ED.
           DISPLAY "CODIGO:   " RG-REP-CODE.
           DISPLAY "NOME:     " RG-REP-NAME.
           DISPLAY "COMISSAO: " WRK-RATE-ED "%".
           IF RG-REP-IS-INACTIVE
              DISPLAY "SITUACAO: INATIVO"
           ELSE
              DISPLAY "SITUACAO: ATIVO"
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
           MOVE "REPRESENTANT" TO RG-AUD-FILE.
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
           CLOSE REPS.
           CLOSE AUDIT-LOG.
      *----------------------------------------------------------------*
