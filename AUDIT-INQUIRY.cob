       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.AUDIT-INQUIRY.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 24/11/2022                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : MASTER-FILE AUDIT TRAIL INQUIRY. THE          *
      *    MAINTENANCE PROGRAMS (CLIENT-MAINT, PRODUCT-MAINT,          *
      *    CREDIT-MAINT, TAXCAT-MAINT, PURCHASE-MAINT, REP-MAINT,      *
      *    PRICE-MAINT AND CONTRACT-MAINT) APPEND ONE AUDITORIA.DAT    *
      *    RECORD PER ADD, CHANGE AND DELETE, AND CLIENT-MERGE ONE PER *
      *    CLIENTES, LIMITES, COMPRAS AND CONTRATOS RECORD IT TOUCHES: *
      *    DATE AND TIME, OPERATOR, FILE, KEY AND THE RECORD IMAGE     *
      *    BEFORE AND AFTER THE CHANGE. THIS PROGRAM ASKS FOR THE      *
      *    FILTERS - FILE, KEY, OPERATOR AND DATE RANGE, EACH LEFT     *
      *    BLANK (OR ZERO) FOR "ALL" - AND LISTS EVERY MATCHING CHANGE *
      *    IN AUDITORIA-CONSULTA.DAT, IN THE ORDER THEY WERE MADE,     *
      *    READY TO HAND TO THE AUDITORS.                              *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    AUDIT-LOG               I                      -            *
      *    AUDIT-RPT               O                      -            *
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
      *                    SELECT AUDITORIA.DAT
      *=================================================================
           SELECT AUDIT-LOG ASSIGN TO
                                 "C:\Cobol\task3\data\AUDITORIA.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-AUDIT-STATUS.

      *=================================================================
      *                    SELECT AUDITORIA-CONSULTA.DAT
      *=================================================================
           SELECT AUDIT-RPT ASSIGN TO
                         "C:\Cobol\task3\data\AUDITORIA-CONSULTA.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-RPT-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
      **================= FD AUDIT-LOG BEGINNING =======================*
      *    ONE RECORD PER CHANGE, APPENDED FOREVER (OPEN EXTEND, AS    *
      *    PARAM-LOG.DAT). RG-AUD-FILE IS THE DATA FILE'S NAME WITHOUT *
      *    ".DAT"; RG-AUD-KEY ITS RECORD KEY AS STORED, LEFT-ALIGNED.  *
      *    THE IMAGES ARE THE WHOLE RECORD BYTE FOR BYTE - SPACES FOR  *
      *    THE BEFORE IMAGE OF AN ADD AND THE AFTER IMAGE OF A DELETE. *
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

      **================= FD AUDIT-RPT BEGINNING =======================*
       FD  AUDIT-RPT.
       01  RG-RPT-LINE              PIC X(170).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "========== WORKING-STORAGE BEGINNING ==========".

      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-AUDIT-STATUS         PIC 9(02).
       77  FS-RPT-STATUS           PIC 9(02).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(057) VALUE
           "============ PROCESSMENT VARIABLES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-AUDIT-SW     PIC X(01)  VALUE "N".
           88 WRK-AUDIT-EOF           VALUE "Y".
       77  WRK-MATCH-SW     PIC X(01)  VALUE "N".
           88 WRK-MATCHES             VALUE "Y".
      *----------------------------------------------------------------*
      *    FILTERS - SPACES/ZEROS MEAN "ALL".                          *
      *----------------------------------------------------------------*
       77  WRK-FLT-FILE     PIC X(12)  VALUE SPACES.
       77  WRK-FLT-KEY      PIC X(20)  VALUE SPACES.
       77  WRK-FLT-OPERATOR PIC X(08)  VALUE SPACES.
       77  WRK-FLT-FROM     PIC 9(08)  VALUE ZEROS.
       77  WRK-FLT-TO       PIC 9(08)  VALUE ZEROS.
      *----------------------------------------------------------------*
      *    EDITING OF THE LISTED DATE, TIME AND ACTION.                *
      *----------------------------------------------------------------*
       01  WRK-AUD-DATE.
           05 WRK-AUD-YYYY  PIC 9(04).
           05 WRK-AUD-MM    PIC 9(02).
           05 WRK-AUD-DD    PIC 9(02).
       01  WRK-AUD-DATE-N REDEFINES WRK-AUD-DATE PIC 9(08).
       01  WRK-AUD-TIME.
           05 WRK-AUD-HH    PIC 9(02).
           05 WRK-AUD-MI    PIC 9(02).
           05 WRK-AUD-SS    PIC 9(02).
       01  WRK-AUD-TIME-N REDEFINES WRK-AUD-TIME PIC 9(06).
       77  WRK-ACTION-DESC  PIC X(09)  VALUE SPACES.
      *----------------------------------------------------------------*
      *    RUN COUNTERS FOR THE SUMMARY.                               *
      *----------------------------------------------------------------*
       77  WRK-READ-COUNT   PIC 9(07)  VALUE ZEROS.
       77  WRK-LIST-COUNT   PIC 9(07)  VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(052) VALUE
           "============ WARNING MESSAGES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERROR       PIC X(20) VALUE "FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
           PERFORM 0100-INIT.
           PERFORM 0210-READING-AUDIT.
           PERFORM 0300-END.
           STOP RUN.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
      **================ ASKING-FILTERS BEGINNING =====================**
       0105-ASKING-FILTERS.
           DISPLAY "=========================================".
           DISPLAY "  CONSULTA DA AUDITORIA - AUDITORIA.DAT  ".
           DISPLAY "=========================================".
           DISPLAY "ARQUIVO (CLIENTES, PRODUTOS, LIMITES, CATIMPOSTO,".
           DISPLAY "  COMPRAS, REPRESENTANT, PRECOS, CONTRATOS".
           DISPLAY "  - BRANCO = TODOS): "
             ACCEPT WRK-FLT-FILE.
           DISPLAY "CHAVE, COMO GRAVADA COM ZEROS A ESQUERDA "
                   "(BRANCO = TODAS): "
             ACCEPT WRK-FLT-KEY.
           DISPLAY "OPERADOR (BRANCO = TODOS): "
             ACCEPT WRK-FLT-OPERATOR.
           DISPLAY "DATA INICIAL AAAAMMDD (0 = SEM LIMITE): "
             ACCEPT WRK-FLT-FROM.
           DISPLAY "DATA FINAL AAAAMMDD (0 = SEM LIMITE): "
             ACCEPT WRK-FLT-TO.
           IF WRK-FLT-TO NOT EQUAL ZEROS
              AND WRK-FLT-FROM GREATER THAN WRK-FLT-TO
              DISPLAY "DATA INICIAL POSTERIOR A FINAL. CONSULTA "
                      "CANCELADA."
              GOBACK
           END-IF.
      **================ OPENING-AUDIT-LOG BEGINNING ==================**
       0110-OPEN-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG.
           IF FS-AUDIT-STATUS EQUAL 35
              DISPLAY "AUDITORIA.DAT AINDA NAO EXISTE - NENHUMA "
                      "ALTERACAO REGISTRADA."
              GOBACK
           END-IF.
           IF FS-AUDIT-STATUS NOT EQUAL 00
              DISPLAY "AUDIT-LOG: " WRK-OPEN-ERROR
              DISPLAY "STATUS:    " FS-AUDIT-STATUS
              GOBACK
           END-IF.
      **================ OPENING-AUDIT-RPT BEGINNING ==================**
       0120-OPEN-AUDIT-RPT.
           OPEN OUTPUT AUDIT-RPT.
           IF FS-RPT-STATUS NOT EQUAL 00
              DISPLAY "AUDIT-RPT: " WRK-OPEN-ERROR
              DISPLAY "STATUS:    " FS-RPT-STATUS
              GOBACK
           END-IF.
           MOVE "CONSULTA DA TRILHA DE AUDITORIA DOS CADASTROS" TO
                RG-RPT-LINE.
           WRITE RG-RPT-LINE.
           MOVE SPACES TO RG-RPT-LINE.
           STRING "FILTROS - ARQUIVO: " WRK-FLT-FILE DELIMITED BY SIZE
                  " CHAVE: " WRK-FLT-KEY DELIMITED BY SIZE
                  " OPERADOR: " WRK-FLT-OPERATOR DELIMITED BY SIZE
                  " DE: " WRK-FLT-FROM DELIMITED BY SIZE
                  " ATE: " WRK-FLT-TO DELIMITED BY SIZE
                  INTO RG-RPT-LINE.
           WRITE RG-RPT-LINE.
           MOVE ALL "-" TO RG-RPT-LINE.
           WRITE RG-RPT-LINE.

       0200-PROCESS                    SECTION.
      **================ READING-AUDIT BEGINNING ======================**
       0210-READING-AUDIT.
           PERFORM UNTIL WRK-AUDIT-EOF
              READ AUDIT-LOG
                AT END
                  SET WRK-AUDIT-EOF TO TRUE
              END-READ
              IF NOT WRK-AUDIT-EOF
                 ADD 1 TO WRK-READ-COUNT
                 PERFORM 0220-CHECKING-FILTERS
                 IF WRK-MATCHES
                    PERFORM 0230-LISTING-CHANGE
                 END-IF
              END-IF
           END-PERFORM.
      **================ CHECKING-FILTERS BEGINNING ===================**
       0220-CHECKING-FILTERS.
           SET WRK-MATCHES TO TRUE.
           IF WRK-FLT-FILE NOT EQUAL SPACES
              AND WRK-FLT-FILE NOT EQUAL RG-AUD-FILE
              MOVE "N" TO WRK-MATCH-SW
           END-IF.
           IF WRK-FLT-KEY NOT EQUAL SPACES
              AND WRK-FLT-KEY NOT EQUAL RG-AUD-KEY
              MOVE "N" TO WRK-MATCH-SW
           END-IF.
           IF WRK-FLT-OPERATOR NOT EQUAL SPACES
              AND WRK-FLT-OPERATOR NOT EQUAL RG-AUD-OPERATOR
              MOVE "N" TO WRK-MATCH-SW
           END-IF.
           IF WRK-FLT-FROM NOT EQUAL ZEROS
              AND RG-AUD-DATE LESS THAN WRK-FLT-FROM
              MOVE "N" TO WRK-MATCH-SW
           END-IF.
           IF WRK-FLT-TO NOT EQUAL ZEROS
              AND RG-AUD-DATE GREATER THAN WRK-FLT-TO
              MOVE "N" TO WRK-MATCH-SW
           END-IF.
      **================ LISTING-CHANGE BEGINNING =====================**
      *    ONE HEADING LINE PER CHANGE, THEN THE IMAGES.               *
       0230-LISTING-CHANGE.
           ADD 1 TO WRK-LIST-COUNT.
           MOVE RG-AUD-DATE TO WRK-AUD-DATE-N.
           MOVE RG-AUD-TIME TO WRK-AUD-TIME-N.
           EVALUATE TRUE
             WHEN RG-AUD-IS-ADD    MOVE "INCLUSAO"  TO WRK-ACTION-DESC
             WHEN RG-AUD-IS-CHANGE MOVE "ALTERACAO" TO WRK-ACTION-DESC
             WHEN RG-AUD-IS-DELETE MOVE "EXCLUSAO"  TO WRK-ACTION-DESC
             WHEN OTHER            MOVE "?"         TO WRK-ACTION-DESC
           END-EVALUATE.
           MOVE SPACES TO RG-RPT-LINE.
           STRING WRK-AUD-DD "/" WRK-AUD-MM "/" WRK-AUD-YYYY " "
                  WRK-AUD-HH ":" WRK-AUD-MI ":" WRK-AUD-SS
                                             DELIMITED BY SIZE
                  "  OPERADOR: " RG-AUD-OPERATOR DELIMITED BY SIZE
                  "  ARQUIVO: " RG-AUD-FILE DELIMITED BY SIZE
                  "  " WRK-ACTION-DESC DELIMITED BY SIZE
                  "  CHAVE: " RG-AUD-KEY DELIMITED BY SIZE
                  INTO RG-RPT-LINE.
           WRITE RG-RPT-LINE.
           IF NOT RG-AUD-IS-ADD
              MOVE SPACES TO RG-RPT-LINE
              STRING "   ANTES : " RG-AUD-BEFORE DELIMITED BY SIZE
                     INTO RG-RPT-LINE
              WRITE RG-RPT-LINE
           END-IF.
           IF NOT RG-AUD-IS-DELETE
              MOVE SPACES TO RG-RPT-LINE
              STRING "   DEPOIS: " RG-AUD-AFTER DELIMITED BY SIZE
                     INTO RG-RPT-LINE
              WRITE RG-RPT-LINE
           END-IF.
      *----------------------------------------------------------------*
       0300-END                        SECTION.
           MOVE ALL "-" TO RG-RPT-LINE.
           WRITE RG-RPT-LINE.
           MOVE SPACES TO RG-RPT-LINE.
           STRING "REGISTROS LIDOS: " WRK-READ-COUNT DELIMITED BY SIZE
                  "  ALTERACOES LISTADAS: " WRK-LIST-COUNT
                                             DELIMITED BY SIZE
                  INTO RG-RPT-LINE.
           WRITE RG-RPT-LINE.
           DISPLAY "REGISTROS DE AUDITORIA LIDOS: " WRK-READ-COUNT.
           DISPLAY "ALTERACOES LISTADAS:          " WRK-LIST-COUNT.
           DISPLAY "LISTAGEM GRAVADA EM AUDITORIA-CONSULTA.DAT.".
           CLOSE AUDIT-LOG.
           CLOSE AUDIT-RPT.
      *----------------------------------------------------------------*
