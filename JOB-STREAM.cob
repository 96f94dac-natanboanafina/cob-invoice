       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.JOB-STREAM.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 24/11/2022                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : NIGHTLY JOB STREAM. RUNS THE BATCH PROGRAMS   *
      *    AS NUMBERED STEPS, IN THIS ORDER:                           *
      *      1 COMPRAS-IMPORT   2 CONTRACT-GEN   3 INVOICE-PROG        *
      *      4 NF-AUDIT         5 NF-RECON       6 AR-BANK-IMPORT      *
      *    EACH STEP IS CALLED AND REPORTS BACK THROUGH RETURN-CODE:   *
      *    0 OK, 4 OK WITH WARNINGS, ANYTHING HIGHER IS A FAILURE AND  *
      *    THE STREAM STOPS THERE - NO BILLING AFTER A BAD IMPORT, NO  *
      *    PAYMENTS POSTED OVER A FAILED AUDIT. CTRLJOB.DAT KEEPS THE  *
      *    STEP IN FLIGHT OR THE STEP THAT FAILED, SO AFTER THE CAUSE  *
      *    IS FIXED THE OPERATOR RESUMES FROM THAT STEP INSTEAD OF     *
      *    FROM THE TOP. THE STREAM IS REFUSED WHILE FECHAMENTO.DAT    *
      *    SHOWS A MONTH CLOSE IN FLIGHT, AND WHILE RESTART.DAT SHOWS  *
      *    AN INTERRUPTED BILLING BATCH - UNLESS THE STREAM IS BEING   *
      *    RESUMED AT THE BILLING STEP ITSELF, WHERE INVOICE-PROG      *
      *    PICKS THAT BATCH UP FROM ITS OWN CHECKPOINT. EVERY STEP     *
      *    RUN IS APPENDED TO LOG-NOTURNO.DAT WITH ITS START AND END   *
      *    TIME, RETURN CODE AND RESULT.                               *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    CTRL-JOB               I-O                     -            *
      *    CTRL-CLOSE              I                      -            *
      *    RESTART-CTRL            I                      -            *
      *    JOB-LOG                 O                      -            *
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
      *                    SELECT CTRLJOB.DAT
      *=================================================================
      *    RELATIVE/RANDOM ONE-RECORD CONTROL FILE, SAME IDIOM AS      *
      *    CTRLNF.DAT/RESTART.DAT/FECHAMENTO.DAT.                      *
           SELECT CTRL-JOB ASSIGN TO "C:\Cobol\task3\data\CTRLJOB.DAT"
                              ORGANIZATION IS RELATIVE
                              ACCESS MODE IS RANDOM
                              RELATIVE KEY IS WRK-CTRLJOB-KEY
                              FILE STATUS IS FS-CTRLJOB-STATUS.

      *=================================================================
      *                    SELECT FECHAMENTO.DAT
      *=================================================================
      *    READ ONLY - A MONTH CLOSE IN FLIGHT OWNS NF.DAT AND         *
      *    COMPRAS.DAT UNTIL MONTH-CLOSE IS RESUMED TO COMPLETION.     *
           SELECT CTRL-CLOSE ASSIGN TO
                                 "C:\Cobol\task3\data\FECHAMENTO.DAT"
                              ORGANIZATION IS RELATIVE
                              ACCESS MODE IS RANDOM
                              RELATIVE KEY IS WRK-CTRLCLOSE-KEY
                              FILE STATUS IS FS-CTRLCLOSE-STATUS.

      *=================================================================
      *                    SELECT RESTART.DAT
      *=================================================================
      *    READ ONLY, TO REFUSE A STREAM WHILE THE BILLING BATCH HAS A *
      *    RESUME PENDING (SEE 0140-CHECK-BILLING-RESTART).            *
           SELECT RESTART-CTRL ASSIGN TO
                                 "C:\Cobol\task3\data\RESTART.DAT"
                              ORGANIZATION IS RELATIVE
                              ACCESS MODE IS RANDOM
                              RELATIVE KEY IS WRK-RESTART-KEY
                              FILE STATUS IS FS-RESTART-STATUS.

      *=================================================================
      *                    SELECT LOG-NOTURNO.DAT
      *=================================================================
      *    APPENDED FOREVER, ONE DELIMITED RECORD PER STEP RUN PLUS    *
      *    ONE PER STREAM END (SEE 0230-WRITING-JOB-LOG).              *
           SELECT JOB-LOG ASSIGN TO
                                 "C:\Cobol\task3\data\LOG-NOTURNO.DAT"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS FS-JOBLOG-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
      **================= FD CTRL-JOB BEGINNING ========================*
      *    RG-JOBCTL-STATE IS "N" WHEN THE LAST STREAM RAN TO THE END, *
      *    "R" WHILE RG-JOBCTL-STEP IS RUNNING (FOUND SO AT START-UP,  *
      *    THE STREAM DIED INSIDE THAT STEP) AND "F" WHEN THAT STEP    *
      *    ENDED WITH THE FAILING RG-JOBCTL-RC. RG-JOBCTL-DATE/-TIME   *
      *    STAMP WHEN THE STREAM WAS FIRST STARTED.                    *
       FD  CTRL-JOB.
       01  RG-JOBCTL.
           05 RG-JOBCTL-STATE      PIC X(01).
              88 RG-JOBCTL-IDLE           VALUE "N".
              88 RG-JOBCTL-RUNNING        VALUE "R".
              88 RG-JOBCTL-FAILED         VALUE "F".
           05 RG-JOBCTL-STEP       PIC 9(01).
           05 RG-JOBCTL-RC         PIC 9(04).
           05 RG-JOBCTL-DATE       PIC 9(08).
           05 RG-JOBCTL-TIME       PIC 9(06).

      **================= FD CTRL-CLOSE BEGINNING ======================*
      *    SAME LAYOUT AS MONTH-CLOSE'S FD - ONLY THE ACTIVE FLAG IS   *
      *    INSPECTED HERE.                                             *
       FD  CTRL-CLOSE.
       01  RG-CLOSE.
           05 RG-CLOSE-LAST-PERIOD PIC 9(06).
           05 RG-CLOSE-ACTIVE      PIC X(01).
           05 RG-CLOSE-PERIOD      PIC 9(06).
           05 RG-CLOSE-PHASE       PIC 9(01).

      **================ FD RESTART-CTRL BEGINNING =====================*
      *    SAME LAYOUT AS INVOICE-PROG'S FD - ONLY THE ACTIVE FLAG IS  *
      *    INSPECTED HERE.                                             *
       FD  RESTART-CTRL.
       01  RG-RESTART.
           05 RG-RESTART-CLID        PIC 9(05).
           05 RG-RESTART-SHOPID      PIC 9(05).
           05 RG-RESTART-ACTIVE      PIC X(01).
           05 RG-RESTART-PEND-CLID   PIC 9(05).
           05 RG-RESTART-PEND-NFNUM  PIC 9(07).
           05 RG-RESTART-RECON-DONE  PIC X(01).

      **================== FD JOB-LOG BEGINNING ========================*
       FD  JOB-LOG.
       01  RG-JOBLOG-LINE          PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "========== WORKING-STORAGE BEGINNING ==========".

      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-CTRLJOB-STATUS       PIC 9(02).
       77  FS-CTRLCLOSE-STATUS     PIC 9(02).
       77  FS-RESTART-STATUS       PIC 9(02).
       77  FS-JOBLOG-STATUS        PIC 9(02).
      *----------------------------------------------------------------*
       77  WRK-CTRLJOB-KEY         PIC 9(04)  VALUE 1.
       77  WRK-CTRLCLOSE-KEY       PIC 9(04)  VALUE 1.
       77  WRK-RESTART-KEY         PIC 9(04)  VALUE 1.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(057) VALUE
           "============ PROCESSMENT VARIABLES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-ABORT-SW     PIC X(01)  VALUE "N".
           88 WRK-ABORTED             VALUE "Y".
       77  WRK-CTRL-OPEN-SW PIC X(01)  VALUE "N".
           88 WRK-CTRL-OPEN           VALUE "Y".
       77  WRK-LOG-OPEN-SW  PIC X(01)  VALUE "N".
           88 WRK-LOG-OPEN            VALUE "Y".
       77  WRK-FAILED-SW    PIC X(01)  VALUE "N".
           88 WRK-STEP-FAILED         VALUE "Y".
       77  WRK-OPTION       PIC X(01)  VALUE SPACES.
      *----------------------------------------------------------------*
      *    THE STREAM, IN RUN ORDER. A STEP NUMBER IS THE SUBSCRIPT    *
      *    INTO THIS TABLE AND IS WHAT CTRLJOB.DAT AND THE LOG CARRY.  *
      *----------------------------------------------------------------*
       01  WRK-STEP-NAMES-VAL.
           05 FILLER        PIC X(15)  VALUE "COMPRAS-IMPORT".
           05 FILLER        PIC X(15)  VALUE "CONTRACT-GEN".
           05 FILLER        PIC X(15)  VALUE "INVOICE-PROG".
           05 FILLER        PIC X(15)  VALUE "NF-AUDIT".
           05 FILLER        PIC X(15)  VALUE "NF-RECON".
           05 FILLER        PIC X(15)  VALUE "AR-BANK-IMPORT".
       01  WRK-STEP-NAMES-TAB REDEFINES WRK-STEP-NAMES-VAL.
           05 WRK-STEP-NAME OCCURS 6 TIMES PIC X(15).
       77  WRK-STEP-COUNT   PIC 9(01)  VALUE 6.
      *    INVOICE-PROG'S STEP - THE ONLY ONE ALLOWED TO START OVER AN *
      *    INTERRUPTED BILLING BATCH, SINCE IT RESUMES IT.             *
       77  WRK-BILLING-STEP PIC 9(01)  VALUE 3.
       77  WRK-STEP         PIC 9(01)  VALUE ZEROS.
       77  WRK-START-STEP   PIC 9(01)  VALUE 1.
       77  WRK-STEP-PROGRAM PIC X(15)  VALUE SPACES.
      *----------------------------------------------------------------*
      *    RETURN CODES. 4 IS THE HIGHEST A STEP MAY END WITH AND THE  *
      *    STREAM STILL GO ON; 99 MARKS A STEP PROGRAM THAT COULD NOT  *
      *    BE LOADED AT ALL.                                           *
      *----------------------------------------------------------------*
       77  WRK-STEP-RC      PIC 9(04)  VALUE ZEROS.
       77  WRK-MAX-RC       PIC 9(04)  VALUE ZEROS.
       77  WRK-WARN-RC      PIC 9(04)  VALUE 4.
       77  WRK-RESULT       PIC X(20)  VALUE SPACES.
      *----------------------------------------------------------------*
      *    DATE AND TIME STAMPS FOR THE CONSOLE AND THE JOB LOG.       *
      *----------------------------------------------------------------*
       77  WRK-SYS-DATE     PIC 9(08)  VALUE ZEROS.
       01  WRK-NOW-TIME.
           05 WRK-NOW-HHMMSS PIC 9(06).
           05 FILLER         PIC 9(02).
       77  WRK-START-TIME   PIC 9(06)  VALUE ZEROS.
       77  WRK-END-TIME     PIC 9(06)  VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(052) VALUE
           "============ WARNING MESSAGES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERROR       PIC X(20) VALUE "FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
      *    0205-RUNNING-STEPS IS PERFORMED AS A PARAGRAPH - THE REST   *
      *    OF ITS SECTION IS WORKER PARAGRAPHS IT CALLS ITSELF, WHICH  *
      *    A SECTION-LEVEL PERFORM WOULD RE-EXECUTE BY FALL-THROUGH.   *
           PERFORM 0100-INIT.
           IF NOT WRK-ABORTED
              PERFORM 0205-RUNNING-STEPS
           END-IF.
           PERFORM 0300-END.
           STOP RUN.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
      **================ CHECK-MONTH-CLOSE BEGINNING ==================**
      *    A MONTH CLOSE LEFT IN FLIGHT IS RENAMING/RESETTING THE      *
      *    VERY FILES THE STREAM WRITES - NOTHING RUNS UNTIL IT IS     *
      *    RESUMED TO COMPLETION.                                      *
       0110-CHECK-MONTH-CLOSE.
           ACCEPT WRK-SYS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CTRL-CLOSE.
           IF FS-CTRLCLOSE-STATUS EQUAL 00
              READ CTRL-CLOSE
                AT END
                  MOVE "N" TO RG-CLOSE-ACTIVE
              END-READ
              IF RG-CLOSE-ACTIVE EQUAL "Y"
                 DISPLAY "HA UM FECHAMENTO MENSAL INTERROMPIDO "
                         "(PERIODO " RG-CLOSE-PERIOD
                         ") - LOTE NOTURNO RECUSADO."
                 SET WRK-ABORTED TO TRUE
              END-IF
              CLOSE CTRL-CLOSE
           END-IF.
      **================ OPENING-CTRL-JOB BEGINNING ===================**
       0120-OPEN-CTRL-JOB.
           IF WRK-ABORTED
              CONTINUE
           ELSE
              OPEN I-O CTRL-JOB
              IF FS-CTRLJOB-STATUS EQUAL 35
                 OPEN OUTPUT CTRL-JOB
                 MOVE ZEROS TO RG-JOBCTL-STEP RG-JOBCTL-RC
                               RG-JOBCTL-DATE RG-JOBCTL-TIME
                 SET RG-JOBCTL-IDLE TO TRUE
                 WRITE RG-JOBCTL
                 CLOSE CTRL-JOB
                 OPEN I-O CTRL-JOB
              END-IF
              IF FS-CTRLJOB-STATUS NOT EQUAL 00
                 DISPLAY "CTRL-JOB: " WRK-OPEN-ERROR
                 DISPLAY "STATUS:   " FS-CTRLJOB-STATUS
                 SET WRK-ABORTED TO TRUE
              ELSE
                 SET WRK-CTRL-OPEN TO TRUE
                 READ CTRL-JOB
                   AT END
                     MOVE ZEROS TO RG-JOBCTL-STEP RG-JOBCTL-RC
                                   RG-JOBCTL-DATE RG-JOBCTL-TIME
                     SET RG-JOBCTL-IDLE TO TRUE
                 END-READ
              END-IF
           END-IF.
      **================ CHOOSING-START-STEP BEGINNING ================**
      *    A STREAM THAT LAST RAN TO THE END STARTS AT STEP 1. ONE     *
      *    LEFT FAILED OR INTERRUPTED IS RESUMED AT ITS STEP, OR RUN   *
      *    AGAIN FROM THE TOP, AS THE OPERATOR CHOOSES.                *
       0130-CHOOSING-START-STEP.
           IF WRK-ABORTED
              CONTINUE
           ELSE
              DISPLAY "=========================================="
              DISPLAY "  LOTE NOTURNO - CONTROLE DE PASSOS       "
              DISPLAY "=========================================="
              IF RG-JOBCTL-IDLE
                 MOVE 1 TO WRK-START-STEP
              ELSE
                 IF RG-JOBCTL-STEP LESS THAN 1
                    OR RG-JOBCTL-STEP GREATER THAN WRK-STEP-COUNT
                    MOVE 1 TO RG-JOBCTL-STEP
                 END-IF
                 MOVE RG-JOBCTL-STEP TO WRK-STEP
                 IF RG-JOBCTL-FAILED
                    DISPLAY "LOTE INICIADO EM " RG-JOBCTL-DATE
                            " FALHOU NO PASSO " WRK-STEP " - "
                            WRK-STEP-NAME (WRK-STEP)
                            " (RC " RG-JOBCTL-RC ")."
                 ELSE
                    DISPLAY "LOTE INICIADO EM " RG-JOBCTL-DATE
                            " FOI INTERROMPIDO NO PASSO " WRK-STEP
                            " - " WRK-STEP-NAME (WRK-STEP) "."
                 END-IF
                 DISPLAY "  (R) RETOMAR NO PASSO " WRK-STEP
                 DISPLAY "  (I) REINICIAR DO PASSO 1"
                 DISPLAY "  (S) SAIR"
                 DISPLAY "DIGITE A OPCAO DESEJADA: "
                   ACCEPT WRK-OPTION
                 EVALUATE WRK-OPTION
                   WHEN "R"
                      MOVE WRK-STEP TO WRK-START-STEP
                   WHEN "I"
                      MOVE 1 TO WRK-START-STEP
                   WHEN OTHER
                      DISPLAY "LOTE NOTURNO NAO EXECUTADO."
                      SET WRK-ABORTED TO TRUE
                 END-EVALUATE
              END-IF
           END-IF.
      **================ CHECK-BILLING-RESTART BEGINNING ==============**
      *    AN INTERRUPTED BILLING BATCH OWNS NF.DAT AND COMPRAS.DAT    *
      *    UNTIL IT IS RESUMED - IMPORTING OR AUDITING UNDER IT WOULD  *
      *    WORK ON HALF A BATCH. THE ONE WAY IN IS TO START AT THE     *
      *    BILLING STEP, WHOSE FIRST ACT IS TO RESUME THAT BATCH.      *
       0140-CHECK-BILLING-RESTART.
           IF WRK-ABORTED
              CONTINUE
           ELSE
              OPEN INPUT RESTART-CTRL
              IF FS-RESTART-STATUS EQUAL 00
                 READ RESTART-CTRL
                   AT END
                     MOVE "N" TO RG-RESTART-ACTIVE
                 END-READ
                 IF RG-RESTART-ACTIVE EQUAL "Y"
                    IF WRK-START-STEP EQUAL WRK-BILLING-STEP
                       DISPLAY "LOTE DE FATURAMENTO INTERROMPIDO "
                               "SERA RETOMADO PELO PASSO "
                               WRK-BILLING-STEP "."
                    ELSE
                       DISPLAY "HA UM LOTE DE FATURAMENTO INTERROMPIDO "
                               "PENDENTE DE RETOMADA - LOTE NOTURNO "
                               "RECUSADO."
                       SET WRK-ABORTED TO TRUE
                    END-IF
                 END-IF
                 CLOSE RESTART-CTRL
              END-IF
           END-IF.
      **================ OPENING-JOB-LOG BEGINNING ====================**
      *    APPENDED TO, NEVER REWRITTEN; CREATED ON FIRST USE.         *
       0150-OPEN-JOB-LOG.
           IF WRK-ABORTED
              CONTINUE
           ELSE
              OPEN EXTEND JOB-LOG
              IF FS-JOBLOG-STATUS EQUAL 35
                 OPEN OUTPUT JOB-LOG
                 CLOSE JOB-LOG
                 OPEN EXTEND JOB-LOG
              END-IF
              IF FS-JOBLOG-STATUS NOT EQUAL 00
                 DISPLAY "JOB-LOG: " WRK-OPEN-ERROR
                 DISPLAY "STATUS:  " FS-JOBLOG-STATUS
                 SET WRK-ABORTED TO TRUE
              ELSE
                 SET WRK-LOG-OPEN TO TRUE
              END-IF
           END-IF.

       0200-RUN-STEPS                  SECTION.
      **================ RUNNING-STEPS BEGINNING ======================**
      *    STEPS RUN IN ORDER FROM THE START STEP; THE FIRST FAILURE   *
      *    ENDS THE STREAM AND IS LEFT ON CTRLJOB.DAT FOR THE RESUME.  *
       0205-RUNNING-STEPS.
           IF WRK-START-STEP EQUAL 1
              ACCEPT WRK-NOW-TIME FROM TIME
              MOVE WRK-SYS-DATE   TO RG-JOBCTL-DATE
              MOVE WRK-NOW-HHMMSS TO RG-JOBCTL-TIME
           ELSE
              DISPLAY "RETOMANDO O LOTE NO PASSO " WRK-START-STEP "."
           END-IF.
           PERFORM 0210-RUNNING-ONE-STEP
             VARYING WRK-STEP FROM WRK-START-STEP BY 1
               UNTIL WRK-STEP GREATER THAN WRK-STEP-COUNT
                  OR WRK-STEP-FAILED.
           ACCEPT WRK-NOW-TIME FROM TIME.
           MOVE WRK-NOW-HHMMSS TO WRK-START-TIME WRK-END-TIME.
           MOVE "JOB-STREAM" TO WRK-STEP-PROGRAM.
           IF WRK-STEP-FAILED
      *       THE VARYING HAS ALREADY STEPPED PAST THE FAILED STEP.    *
              SUBTRACT 1 FROM WRK-STEP
              MOVE WRK-STEP-RC TO WRK-MAX-RC
              MOVE "LOTE PARADO" TO WRK-RESULT
              DISPLAY "LOTE NOTURNO PARADO NO PASSO " WRK-STEP " - "
                      WRK-STEP-NAME (WRK-STEP) " (RC " WRK-STEP-RC
                      "). CORRIJA A CAUSA E RETOME NESTE PASSO."
           ELSE
              MOVE ZEROS       TO WRK-STEP
              MOVE ZEROS       TO RG-JOBCTL-STEP RG-JOBCTL-RC
              SET RG-JOBCTL-IDLE TO TRUE
              PERFORM 0220-UPDATING-CTRL-JOB
              MOVE "LOTE CONCLUIDO" TO WRK-RESULT
              DISPLAY "LOTE NOTURNO CONCLUIDO (MAIOR RC " WRK-MAX-RC
                      ")."
           END-IF.
           MOVE WRK-MAX-RC TO WRK-STEP-RC.
           PERFORM 0230-WRITING-JOB-LOG.
      **================ RUNNING-ONE-STEP BEGINNING ===================**
      *    THE STEP IS MARKED RUNNING ON CTRLJOB.DAT BEFORE THE CALL,  *
      *    SO A STREAM THAT DIES INSIDE IT IS RESUMED AT THAT STEP.    *
      *    THE PROGRAM IS CANCELLED AFTERWARDS SO A LATER CALL IN THE  *
      *    SAME RUN WOULD START FROM A FRESH WORKING-STORAGE.          *
       0210-RUNNING-ONE-STEP.
           MOVE WRK-STEP-NAME (WRK-STEP) TO WRK-STEP-PROGRAM.
           ACCEPT WRK-NOW-TIME FROM TIME.
           MOVE WRK-NOW-HHMMSS TO WRK-START-TIME WRK-END-TIME.
           MOVE WRK-STEP TO RG-JOBCTL-STEP.
           MOVE ZEROS    TO RG-JOBCTL-RC.
           SET RG-JOBCTL-RUNNING TO TRUE.
           PERFORM 0220-UPDATING-CTRL-JOB.
           IF WRK-STEP-FAILED
              MOVE WRK-STEP-RC TO WRK-MAX-RC
              MOVE "FALHA" TO WRK-RESULT
           ELSE
              PERFORM 0215-CALLING-STEP
           END-IF.
           PERFORM 0230-WRITING-JOB-LOG.
      **================ CALLING-STEP BEGINNING =======================**
       0215-CALLING-STEP.
           DISPLAY "------------------------------------------".
           DISPLAY "PASSO " WRK-STEP " - " WRK-STEP-PROGRAM
                   " INICIO " WRK-START-TIME.
           MOVE ZEROS TO RETURN-CODE.
           CALL WRK-STEP-PROGRAM
             ON EXCEPTION
                DISPLAY "PROGRAMA " WRK-STEP-PROGRAM
                        " NAO ENCONTRADO."
                MOVE 99 TO WRK-STEP-RC
             NOT ON EXCEPTION
                MOVE RETURN-CODE TO WRK-STEP-RC
           END-CALL.
           CANCEL WRK-STEP-PROGRAM.
           ACCEPT WRK-NOW-TIME FROM TIME.
           MOVE WRK-NOW-HHMMSS TO WRK-END-TIME.
           IF WRK-STEP-RC GREATER THAN WRK-MAX-RC
              MOVE WRK-STEP-RC TO WRK-MAX-RC
           END-IF.
           EVALUATE TRUE
             WHEN WRK-STEP-RC GREATER THAN WRK-WARN-RC
                SET WRK-STEP-FAILED TO TRUE
                MOVE "FALHA" TO WRK-RESULT
                MOVE WRK-STEP-RC TO RG-JOBCTL-RC
                SET RG-JOBCTL-FAILED TO TRUE
                PERFORM 0220-UPDATING-CTRL-JOB
             WHEN WRK-STEP-RC EQUAL ZEROS
                MOVE "OK" TO WRK-RESULT
             WHEN OTHER
                MOVE "OK COM AVISOS" TO WRK-RESULT
           END-EVALUATE.
           DISPLAY "PASSO " WRK-STEP " - " WRK-STEP-PROGRAM
                   " FIM " WRK-END-TIME " RC " WRK-STEP-RC " - "
                   WRK-RESULT.
      **================ UPDATING-CTRL-JOB BEGINNING ==================**
      *    A CONTROL RECORD THAT CANNOT BE SAVED WOULD LET THE NEXT    *
      *    START MISJUDGE WHERE THE STREAM IS - THAT STOPS THE STREAM  *
      *    LIKE A FAILED STEP.                                         *
       0220-UPDATING-CTRL-JOB.
           REWRITE RG-JOBCTL.
           IF FS-CTRLJOB-STATUS NOT EQUAL 00
              DISPLAY "CTRL-JOB: ERRO AO GRAVAR CONTROLE DO LOTE."
              DISPLAY "STATUS:   " FS-CTRLJOB-STATUS
              SET WRK-STEP-FAILED TO TRUE
              MOVE 16 TO WRK-STEP-RC
           END-IF.
      **================ WRITING-JOB-LOG BEGINNING ====================**
      *    DATE; STEP; PROGRAM; START HHMMSS; END HHMMSS; RETURN CODE; *
      *    RESULT. THE END-OF-STREAM RECORD CARRIES STEP 0 WHEN THE    *
      *    STREAM COMPLETED, OR THE STEP IT STOPPED AT.                *
       0230-WRITING-JOB-LOG.
           MOVE SPACES TO RG-JOBLOG-LINE.
           STRING WRK-SYS-DATE          DELIMITED BY SIZE
                  ";" WRK-STEP          DELIMITED BY SIZE
                  ";" WRK-STEP-PROGRAM  DELIMITED BY SPACE
                  ";" WRK-START-TIME    DELIMITED BY SIZE
                  ";" WRK-END-TIME      DELIMITED BY SIZE
                  ";" WRK-STEP-RC       DELIMITED BY SIZE
                  ";" WRK-RESULT        DELIMITED BY SIZE
                  INTO RG-JOBLOG-LINE.
           WRITE RG-JOBLOG-LINE.
           IF FS-JOBLOG-STATUS NOT EQUAL 00
              DISPLAY "ERRO AO GRAVAR LOG-NOTURNO.DAT (STATUS "
                      FS-JOBLOG-STATUS ")."
           END-IF.
      *----------------------------------------------------------------*
       0300-END                        SECTION.
      *    THE STREAM'S OWN RETURN-CODE, FOR WHATEVER SCHEDULES IT:    *
      *    16 WHEN REFUSED, ELSE THE HIGHEST STEP RETURN CODE.         *
           IF WRK-ABORTED
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE WRK-MAX-RC TO RETURN-CODE
           END-IF.
           IF WRK-CTRL-OPEN
              CLOSE CTRL-JOB
           END-IF.
           IF WRK-LOG-OPEN
              CLOSE JOB-LOG
           END-IF.
      *----------------------------------------------------------------*
