       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.NFE-RETURN.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 24/11/2022                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : ELECTRONIC FISCAL INVOICE RETURN PROCESSOR.   *
      *    READS THE TAX AUTHORITY'S ANSWER FILE NFE-RETORNO.DAT, ONE  *
      *    ROW PER NF: "A" AUTHORIZED (WITH ACCESS KEY AND PROTOCOL),  *
      *    "R" REJECTED (WITH REASON CODE AND TEXT) OR "C" CANCELLED,  *
      *    AND RECORDS IT ON NFE-STATUS.DAT, CREATING THE NF'S RECORD  *
      *    IF NFE-SUBMIT NEVER MARKED IT. A REJECTED NF IS PICKED UP   *
      *    AGAIN BY THE NEXT NFE-SUBMIT RUN ONCE CORRECTED. ROWS THAT  *
      *    ARE MALFORMED, OR CONTRADICT WHAT IS ALREADY RECORDED (AN   *
      *    AUTHORIZED NF REJECTED, A CANCELLATION OF AN NF NEVER       *
      *    AUTHORIZED), ARE NOT APPLIED AND ARE LISTED WITH THE        *
      *    REASON IN NFE-RESUMO-RETORNO.DAT, TOGETHER WITH EVERY ROW   *
      *    APPLIED. THE SAME ANSWER PROCESSED TWICE CHANGES NOTHING.   *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    RETURN-IN               I                      -            *
      *    NFE-STATUS             I-O                     -            *
      *    RETURN-RPT              O                      -            *
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
      *                    SELECT NFE-RETORNO.DAT
      *=================================================================
           SELECT RETURN-IN ASSIGN TO
                                 "C:\Cobol\task3\data\NFE-RETORNO.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-RETURN-STATUS.

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
      *                    SELECT NFE-RESUMO-RETORNO.DAT
      *=================================================================
           SELECT RETURN-RPT ASSIGN TO
                         "C:\Cobol\task3\data\NFE-RESUMO-RETORNO.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-RPT-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
      **================= FD RETURN-IN BEGINNING =======================*
      *    THE AUTHORITY'S ANSWER, 150 BYTES PER ROW. THE ACCESS KEY   *
      *    COMES ON "A" AND "C" ROWS, THE PROTOCOL ON ALL THREE (FOR   *
      *    "C" IT IS THE CANCELLATION PROTOCOL), THE REASON ON "R".    *
       FD  RETURN-IN.
       01  RG-RET.
           05 RG-RET-NF-NUM        PIC 9(07).
           05 RG-RET-STATUS        PIC X(01).
              88 RG-RET-IS-AUTHORIZED     VALUE "A".
              88 RG-RET-IS-REJECTED       VALUE "R".
              88 RG-RET-IS-CANCELLED      VALUE "C".
           05 RG-RET-DATE          PIC 9(08).
           05 RG-RET-ACCESS-KEY    PIC X(44).
           05 RG-RET-PROTOCOL      PIC X(15).
           05 RG-RET-REASON-CODE   PIC 9(03).
           05 RG-RET-REASON        PIC X(60).
           05 FILLER               PIC X(12).

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

      **================= FD RETURN-RPT BEGINNING ======================*
       FD  RETURN-RPT.
       01  RG-RPT-LINE              PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "========== WORKING-STORAGE BEGINNING ==========".

      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-RETURN-STATUS        PIC 9(02).
       77  FS-NFE-STATUS           PIC 9(02).
       77  FS-RPT-STATUS           PIC 9(02).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(057) VALUE
           "============ PROCESSMENT VARIABLES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-RETURN-SW    PIC X(01)  VALUE "N".
           88 WRK-RETURN-EOF          VALUE "Y".
       77  WRK-VALID-SW     PIC X(01)  VALUE "Y".
           88 WRK-ROW-VALID           VALUE "Y".
       77  WRK-EXISTS-SW    PIC X(01)  VALUE "N".
           88 WRK-NFE-EXISTS          VALUE "Y".
       77  WRK-REASON       PIC X(60)  VALUE SPACES.
       77  WRK-ACTION       PIC X(30)  VALUE SPACES.
       01  WRK-SYS-DATE.
           05 WRK-DATE-YYYY PIC 9(04).
           05 WRK-DATE-MM   PIC 9(02).
           05 WRK-DATE-DD   PIC 9(02).
       01  WRK-SYS-DATE-N REDEFINES WRK-SYS-DATE PIC 9(08).
      *----------------------------------------------------------------*
      *    RUN COUNTERS FOR THE SUMMARY.                               *
      *----------------------------------------------------------------*
       77  WRK-ROWS-READ    PIC 9(06)  VALUE ZEROS.
       77  WRK-AUTH-COUNT   PIC 9(06)  VALUE ZEROS.
       77  WRK-REJ-COUNT    PIC 9(06)  VALUE ZEROS.
       77  WRK-CANC-COUNT   PIC 9(06)  VALUE ZEROS.
       77  WRK-REPEAT-COUNT PIC 9(06)  VALUE ZEROS.
       77  WRK-ERROR-COUNT  PIC 9(06)  VALUE ZEROS.
       77  WRK-CREATED-COUNT PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(052) VALUE
           "============ WARNING MESSAGES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERROR       PIC X(20) VALUE "FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
           PERFORM 0100-INIT.
           PERFORM 0210-READING-RETURN.
           PERFORM 0300-END.
           STOP RUN.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
      **================ OPENING-RETURN-IN BEGINNING ==================**
       0110-OPEN-RETURN-IN.
           OPEN INPUT RETURN-IN.
           IF FS-RETURN-STATUS NOT EQUAL 00
              DISPLAY "RETURN-IN: " WRK-OPEN-ERROR
              DISPLAY "STATUS:    " FS-RETURN-STATUS
              GOBACK
           END-IF.
      **================ OPENING-NFE-STATUS BEGINNING =================**
       0120-OPEN-NFE-STATUS.
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
      **================ OPENING-RETURN-RPT BEGINNING =================**
       0130-OPEN-RETURN-RPT.
           OPEN OUTPUT RETURN-RPT.
           IF FS-RPT-STATUS NOT EQUAL 00
              DISPLAY "RETURN-RPT: " WRK-OPEN-ERROR
              DISPLAY "STATUS:     " FS-RPT-STATUS
              GOBACK
           END-IF.
           ACCEPT WRK-SYS-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO RG-RPT-LINE.
           STRING "RETORNO DA NF-E PROCESSADO EM " DELIMITED BY SIZE
                  WRK-DATE-DD "/" WRK-DATE-MM "/" WRK-DATE-YYYY
                                               DELIMITED BY SIZE
                  INTO RG-RPT-LINE.
           WRITE RG-RPT-LINE.
           MOVE ALL "-" TO RG-RPT-LINE.
           WRITE RG-RPT-LINE.

       0200-PROCESS                    SECTION.
      **================ READING-RETURN BEGINNING =====================**
       0210-READING-RETURN.
           PERFORM UNTIL WRK-RETURN-EOF
              READ RETURN-IN
                AT END
                  SET WRK-RETURN-EOF TO TRUE
              END-READ
              IF NOT WRK-RETURN-EOF
                 ADD 1 TO WRK-ROWS-READ
                 PERFORM 0220-VALIDATING-ROW
                 IF WRK-ROW-VALID
                    PERFORM 0230-APPLYING-ROW
                 END-IF
                 PERFORM 0280-REPORTING-ROW
              END-IF
           END-PERFORM.
      **================ VALIDATING-ROW BEGINNING =====================**
      *    THE ROW ON ITS OWN: A REAL NF NUMBER, A KNOWN STATUS, A     *
      *    DATE, AND WHAT THAT STATUS MUST CARRY.                      *
       0220-VALIDATING-ROW.
           MOVE "Y"    TO WRK-VALID-SW.
           MOVE SPACES TO WRK-REASON WRK-ACTION.
           EVALUATE TRUE
             WHEN RG-RET-NF-NUM NOT NUMERIC
               OR RG-RET-NF-NUM EQUAL ZEROS
                MOVE "NUMERO DE NF INVALIDO" TO WRK-REASON
             WHEN NOT RG-RET-IS-AUTHORIZED
              AND NOT RG-RET-IS-REJECTED
              AND NOT RG-RET-IS-CANCELLED
                MOVE "SITUACAO DESCONHECIDA (ESPERADO A, R OU C)"
                  TO WRK-REASON
             WHEN RG-RET-DATE NOT NUMERIC
               OR RG-RET-DATE EQUAL ZEROS
                MOVE "DATA DO RETORNO INVALIDA" TO WRK-REASON
             WHEN RG-RET-IS-AUTHORIZED
              AND (RG-RET-ACCESS-KEY EQUAL SPACES
               OR RG-RET-PROTOCOL EQUAL SPACES)
                MOVE "AUTORIZACAO SEM CHAVE DE ACESSO OU PROTOCOLO"
                  TO WRK-REASON
             WHEN RG-RET-IS-REJECTED
              AND RG-RET-REASON-CODE NOT NUMERIC
                MOVE "REJEICAO SEM CODIGO DE MOTIVO" TO WRK-REASON
             WHEN OTHER
                CONTINUE
           END-EVALUATE.
           IF WRK-REASON NOT EQUAL SPACES
              MOVE "N" TO WRK-VALID-SW
              ADD 1 TO WRK-ERROR-COUNT
           END-IF.
      **================ APPLYING-ROW BEGINNING =======================**
      *    THE ROW AGAINST WHAT IS ALREADY RECORDED FOR THE NF.        *
       0230-APPLYING-ROW.
           MOVE "N" TO WRK-EXISTS-SW.
           MOVE RG-RET-NF-NUM TO RG-NFE-NF-NUM.
           READ NFE-STATUS
             INVALID KEY
                MOVE SPACES TO RG-NFE
                MOVE RG-RET-NF-NUM TO RG-NFE-NF-NUM
                MOVE ZEROS TO RG-NFE-ISSUE-DATE RG-NFE-SUBMIT-DATE
                              RG-NFE-RETURN-DATE RG-NFE-REASON-CODE
             NOT INVALID KEY
                SET WRK-NFE-EXISTS TO TRUE
           END-READ.
           EVALUATE TRUE
             WHEN RG-RET-IS-AUTHORIZED
                PERFORM 0240-APPLYING-AUTHORIZATION
             WHEN RG-RET-IS-REJECTED
                PERFORM 0250-APPLYING-REJECTION
             WHEN RG-RET-IS-CANCELLED
                PERFORM 0260-APPLYING-CANCELLATION
           END-EVALUATE.
           IF WRK-ROW-VALID
              AND WRK-ACTION NOT EQUAL "SEM ALTERACAO (JA REGISTRADO)"
              MOVE RG-RET-DATE TO RG-NFE-RETURN-DATE
              PERFORM 0270-SAVING-STATUS
           END-IF.
      **================ APPLYING-AUTHORIZATION BEGINNING =============**
       0240-APPLYING-AUTHORIZATION.
           EVALUATE TRUE
             WHEN RG-NFE-IS-AUTHORIZED
              AND RG-NFE-ACCESS-KEY EQUAL RG-RET-ACCESS-KEY
                MOVE "SEM ALTERACAO (JA REGISTRADO)" TO WRK-ACTION
                ADD 1 TO WRK-REPEAT-COUNT
             WHEN RG-NFE-IS-AUTHORIZED
             WHEN RG-NFE-IS-CANCELLED
                MOVE "N" TO WRK-VALID-SW
                MOVE "NF JA AUTORIZADA/CANCELADA COM OUTRA CHAVE"
                  TO WRK-REASON
                ADD 1 TO WRK-ERROR-COUNT
             WHEN OTHER
                SET RG-NFE-IS-AUTHORIZED TO TRUE
                MOVE RG-RET-ACCESS-KEY TO RG-NFE-ACCESS-KEY
                MOVE RG-RET-PROTOCOL   TO RG-NFE-PROTOCOL
                MOVE ZEROS             TO RG-NFE-REASON-CODE
                MOVE SPACES            TO RG-NFE-REASON
                MOVE "AUTORIZADA" TO WRK-ACTION
                ADD 1 TO WRK-AUTH-COUNT
           END-EVALUATE.
      **================ APPLYING-REJECTION BEGINNING =================**
      *    ONLY AN NF NOT YET AUTHORIZED CAN BE REJECTED.              *
       0250-APPLYING-REJECTION.
           EVALUATE TRUE
             WHEN RG-NFE-IS-AUTHORIZED
             WHEN RG-NFE-IS-CANCELLED
                MOVE "N" TO WRK-VALID-SW
                MOVE "REJEICAO DE NF JA AUTORIZADA/CANCELADA"
                  TO WRK-REASON
                ADD 1 TO WRK-ERROR-COUNT
             WHEN RG-NFE-IS-REJECTED
              AND RG-NFE-REASON-CODE EQUAL RG-RET-REASON-CODE
              AND RG-NFE-RETURN-DATE EQUAL RG-RET-DATE
                MOVE "SEM ALTERACAO (JA REGISTRADO)" TO WRK-ACTION
                ADD 1 TO WRK-REPEAT-COUNT
             WHEN OTHER
                SET RG-NFE-IS-REJECTED TO TRUE
                MOVE RG-RET-REASON-CODE TO RG-NFE-REASON-CODE
                MOVE RG-RET-REASON      TO RG-NFE-REASON
                MOVE RG-RET-PROTOCOL    TO RG-NFE-PROTOCOL
                MOVE "REJEITADA - SERA REENVIADA" TO WRK-ACTION
                ADD 1 TO WRK-REJ-COUNT
           END-EVALUATE.
      **================ APPLYING-CANCELLATION BEGINNING ==============**
      *    ONLY AN AUTHORIZED NF CAN BE CANCELLED AT THE AUTHORITY;    *
      *    THE ACCESS KEY IS KEPT AND THE PROTOCOL BECOMES THE         *
      *    CANCELLATION'S.                                             *
       0260-APPLYING-CANCELLATION.
           EVALUATE TRUE
             WHEN RG-NFE-IS-CANCELLED
                MOVE "SEM ALTERACAO (JA REGISTRADO)" TO WRK-ACTION
                ADD 1 TO WRK-REPEAT-COUNT
             WHEN NOT RG-NFE-IS-AUTHORIZED
                MOVE "N" TO WRK-VALID-SW
                MOVE "CANCELAMENTO DE NF NAO AUTORIZADA" TO WRK-REASON
                ADD 1 TO WRK-ERROR-COUNT
             WHEN OTHER
                SET RG-NFE-IS-CANCELLED TO TRUE
                IF RG-RET-PROTOCOL NOT EQUAL SPACES
                   MOVE RG-RET-PROTOCOL TO RG-NFE-PROTOCOL
                END-IF
                MOVE "CANCELADA" TO WRK-ACTION
                ADD 1 TO WRK-CANC-COUNT
           END-EVALUATE.
      **================ SAVING-STATUS BEGINNING ======================**
       0270-SAVING-STATUS.
           IF WRK-NFE-EXISTS
              REWRITE RG-NFE
                INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR NF " RG-NFE-NF-NUM
                           " - STATUS " FS-NFE-STATUS
              END-REWRITE
           ELSE
              WRITE RG-NFE
                INVALID KEY
                   DISPLAY "ERRO AO GRAVAR NF " RG-NFE-NF-NUM
                           " - STATUS " FS-NFE-STATUS
                NOT INVALID KEY
                   ADD 1 TO WRK-CREATED-COUNT
              END-WRITE
           END-IF.
      **================ REPORTING-ROW BEGINNING ======================**
       0280-REPORTING-ROW.
           MOVE SPACES TO RG-RPT-LINE.
           IF WRK-ROW-VALID
              STRING "NF " RG-RET-NF-NUM DELIMITED BY SIZE
                     " (" RG-RET-STATUS ") " DELIMITED BY SIZE
                     WRK-ACTION DELIMITED BY SIZE
                     " " RG-RET-ACCESS-KEY DELIMITED BY SIZE
                     " " RG-RET-PROTOCOL DELIMITED BY SIZE
                     INTO RG-RPT-LINE
              IF RG-RET-IS-REJECTED
                 WRITE RG-RPT-LINE
                 MOVE SPACES TO RG-RPT-LINE
                 STRING "     MOTIVO " RG-RET-REASON-CODE
                                             DELIMITED BY SIZE
                        " " RG-RET-REASON DELIMITED BY SIZE
                        INTO RG-RPT-LINE
              END-IF
           ELSE
              STRING "NF " RG-RET-NF-NUM DELIMITED BY SIZE
                     " (" RG-RET-STATUS ") NAO APLICADO - "
                                             DELIMITED BY SIZE
                     WRK-REASON DELIMITED BY SIZE
                     INTO RG-RPT-LINE
              DISPLAY RG-RPT-LINE
           END-IF.
           WRITE RG-RPT-LINE.
      *----------------------------------------------------------------*
       0300-END                        SECTION.
           MOVE ALL "-" TO RG-RPT-LINE.
           WRITE RG-RPT-LINE.
           MOVE SPACES TO RG-RPT-LINE.
           STRING "LINHAS LIDAS: " WRK-ROWS-READ DELIMITED BY SIZE
                  "  AUTORIZADAS: " WRK-AUTH-COUNT DELIMITED BY SIZE
                  "  REJEITADAS: " WRK-REJ-COUNT DELIMITED BY SIZE
                  "  CANCELADAS: " WRK-CANC-COUNT DELIMITED BY SIZE
                  "  REPETIDAS: " WRK-REPEAT-COUNT DELIMITED BY SIZE
                  "  NAO APLICADAS: " WRK-ERROR-COUNT
                                                DELIMITED BY SIZE
                  INTO RG-RPT-LINE.
           WRITE RG-RPT-LINE.
           DISPLAY "=========================================".
           DISPLAY "  RETORNO DA NF-E - RESUMO               ".
           DISPLAY "=========================================".
           DISPLAY "LINHAS LIDAS:            " WRK-ROWS-READ.
           DISPLAY "AUTORIZADAS:             " WRK-AUTH-COUNT.
           DISPLAY "REJEITADAS:              " WRK-REJ-COUNT.
           DISPLAY "CANCELADAS:              " WRK-CANC-COUNT.
           DISPLAY "JA REGISTRADAS:          " WRK-REPEAT-COUNT.
           DISPLAY "NAO APLICADAS:           " WRK-ERROR-COUNT.
           DISPLAY "SEM ENVIO REGISTRADO:    " WRK-CREATED-COUNT.
           DISPLAY "DETALHES EM NFE-RESUMO-RETORNO.DAT.".
           CLOSE RETURN-IN.
           CLOSE NFE-STATUS.
           CLOSE RETURN-RPT.
      *----------------------------------------------------------------*
