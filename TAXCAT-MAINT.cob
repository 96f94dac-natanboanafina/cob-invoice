      *    CATEGORY RATE. A RATE OF ZERO IS A VALID, EXEMPT            *
      *    CATEGORY; CATEGORY ZERO ON A PRODUCT MEANS "USE THE         *
      *    DEFAULT RATE" AND IS NOT KEPT IN THIS TABLE.                *
      *    EVERY ADD, CHANGE AND DELETE IS LOGGED ON AUDITORIA.DAT     *
      *    UNDER THE OPERATOR ID ASKED AT SIGN-ON (SEE AUDIT-INQUIRY). *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    TAXCAT                 I-O                     -            *
      *    AUDIT-LOG               O                      -            *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
                              RECORD KEY IS RG-TAXCAT-CODE
                              FILE STATUS IS FS-TAXCAT-STATUS.

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
           05 RG-TAXCAT-DESC       PIC X(15).
           05 RG-TAXCAT-RATE       PIC 9(03)V99.

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
           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-TAXCAT-STATUS        PIC 9(02).
       77  FS-AUDIT-STATUS         PIC 9(02).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(057) VALUE
           "============ PROCESSMENT VARIABLES BEGINNING ============".
       77  WRK-VALID-SW     PIC X(01) VALUE "N".
           88 WRK-VALID               VALUE "S".
       77  WRK-PCT-ED       PIC ZZ9,99.
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
      **================ OPENING-TAXCAT BEGINNING =====================**
      *    OPEN I-O SO NEW CATEGORIES CAN BE WRITTEN; IF                *
      *    CATIMPOSTO.DAT DOES NOT EXIST YET, CREATE IT EMPTY FIRST.    *
              DISPLAY "STATUS: " FS-TAXCAT-STATUS
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
                      DISPLAY "JA EXISTE CATEGORIA COM ESSE CODIGO."
                   NOT INVALID KEY
                      DISPLAY "CATEGORIA INCLUIDA COM SUCESSO."
                      MOVE "I" TO WRK-AUD-ACTION
                      MOVE SPACES TO WRK-AUD-BEFORE
                      MOVE RG-TAXCAT TO WRK-AUD-AFTER
                      MOVE RG-TAXCAT-CODE TO WRK-AUD-KEY
                      PERFORM 0295-WRITING-AUDIT
                 END-WRITE
              END-IF
           END-IF.
             INVALID KEY
                DISPLAY "CATEGORIA NAO ENCONTRADA."
             NOT INVALID KEY
                MOVE RG-TAXCAT TO WRK-AUD-BEFORE
                PERFORM 0255-SHOWING-TAXCAT
                DISPLAY "NOVA DESCRICAO: "
                  ACCEPT WRK-NEW-DESC
                        DISPLAY "ERRO AO ALTERAR A CATEGORIA."
                     NOT INVALID KEY
                        DISPLAY "CATEGORIA ALTERADA COM SUCESSO."
                        MOVE "A" TO WRK-AUD-ACTION
                        MOVE RG-TAXCAT TO WRK-AUD-AFTER
                        MOVE RG-TAXCAT-CODE TO WRK-AUD-KEY
                        PERFORM 0295-WRITING-AUDIT
                   END-REWRITE
                END-IF
           END-READ.
             INVALID KEY
                DISPLAY "CATEGORIA NAO ENCONTRADA."
             NOT INVALID KEY
                MOVE RG-TAXCAT TO WRK-AUD-BEFORE
                DELETE TAXCAT
                  INVALID KEY
                     DISPLAY "ERRO AO EXCLUIR A CATEGORIA."
                  NOT INVALID KEY
                     DISPLAY "CATEGORIA EXCLUIDA COM SUCESSO."
                     MOVE "E" TO WRK-AUD-ACTION
                     MOVE SPACES TO WRK-AUD-AFTER
                     MOVE RG-TAXCAT-CODE TO WRK-AUD-KEY
                     PERFORM 0295-WRITING-AUDIT
                END-DELETE
           END-READ.
      **================ INQUIRY-TAXCAT BEGINNING =====================**
                      "%) - MAXIMO E 100,00%."
              MOVE "N" TO WRK-VALID-SW
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
           MOVE "CATIMPOSTO" TO RG-AUD-FILE.
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
           CLOSE TAXCAT.
           CLOSE AUDIT-LOG.
      *----------------------------------------------------------------*
