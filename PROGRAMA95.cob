       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA95.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: IMPORTACAO DO RETORNO DO ESOCIAL - LE O ARQUIVO
      *==           DE RETORNO DO GOVERNO (ESOCRET_DAT, UMA LINHA POR
      *==           EVENTO SEPARADA POR PONTO E VIRGULA:
      *==           SEQUENCIA;SITUACAO;PROTOCOLO/RECIBO;MOTIVO) E
      *==           GRAVA NO ESOCTL.DAT A SITUACAO DE CADA EVENTO
      *==           EXPORTADO PELO PROGRAMA94: E ENVIADO (GUARDA O
      *==           PROTOCOLO DE ENVIO), A ACEITO (GUARDA O RECIBO) OU
      *==           R REJEITADO (GUARDA O MOTIVO). RETORNO ATRASADO
      *==           NAO DESFAZ UM ACEITE. LINHA INVALIDA, SEQUENCIA
      *==           FORA DO CONTROLE OU RETORNO IGNORADO SAEM NO
      *==           RELATORIO DO RELGER. O RETORNO PODE SER
      *==           REIMPORTADO SEM EFEITO DUPLO. EXECUCAO NO
      *==           BATCHLOG COM O BALANCO LIDOS = ATUALIZADOS +
      *==           RECUSADOS.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
           SELECT ESOCRET ASSIGN TO WRK-CAMINHO-ESOCRET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESOCRET.

           SELECT ESOCTL ASSIGN TO WRK-CAMINHO-ESOCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVS-CHAVE
               ALTERNATE RECORD KEY IS EVS-SEQUENCIA
               FILE STATUS IS FS-ESOCTL.

           SELECT RELRET ASSIGN TO WRK-CAMINHO-RELRET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELRET.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ESOCRET.
       01  REG-ESOCRET                PIC X(120).

       FD  ESOCTL.
           COPY "ESOCTL.cpy".

       FD  RELRET.
       01  REG-RELRET                 PIC X(120).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMEVS.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "DATAMES.cpy".
       77  FS-ESOCRET          PIC 9(02)    VALUE ZEROS.
       77  FS-ESOCTL           PIC 9(02)    VALUE ZEROS.
       77  FS-RELRET           PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-ESOCRET PIC X(100)   VALUE
           "C:/COBOL/DADOS/ESOCRET.DAT.txt".
       77  WRK-CAMINHO-RELRET  PIC X(100)   VALUE SPACES.

      *--- CAMPOS DA LINHA DE RETORNO ---
       77  WRK-RET-SEQUENCIA   PIC X(08)    VALUE SPACES.
       77  WRK-RET-SITUACAO    PIC X(01)    VALUE SPACES.
       77  WRK-RET-NUMERO      PIC X(20)    VALUE SPACES.
       77  WRK-RET-MOTIVO      PIC X(60)    VALUE SPACES.
       77  WRK-MOTIVO-REJ      PIC X(30)    VALUE SPACES.

      *--- LINHA DO RELATORIO DE RETORNOS RECUSADOS ---
       01  WRK-LINHA-RELRET.
           05 WRK-RR-MOTIVO    PIC X(30).
           05 FILLER           PIC X(02)    VALUE SPACES.
           05 WRK-RR-LINHA     PIC X(88).

      *--- ACUMULADORES ---
       77  WRK-ACUM-LIDOS      PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-ENVIADOS   PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-ACEITOS    PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-REJEIC     PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-ATUALIZ    PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-RECUSADOS  PIC 9(06)    VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           CALL "DATAMES" USING WRK-AREA-DATAMES.
           CALL "CONFIG" USING
               "ESOCRET_DAT         " WRK-CAMINHO-ESOCRET.
           OPEN INPUT ESOCRET.
           IF FS-ESOCRET NOT EQUAL 0
             DISPLAY "ARQUIVO DE RETORNO DO ESOCIAL NAO FOI ABERTO - "
                     "STATUS " FS-ESOCRET
             GOBACK
           END-IF.

           PERFORM 0166-OBTER-CAMINHO-ESOCTL.
           OPEN I-O ESOCTL.
           IF FS-ESOCTL NOT EQUAL 0
             DISPLAY "CONTROLE DO ESOCIAL NAO FOI ABERTO - STATUS "
                     FS-ESOCTL
             CLOSE ESOCRET
             GOBACK
           END-IF.

           MOVE "ESOCRETREJ" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELRET.
           OPEN OUTPUT RELRET.
           IF FS-RELRET NOT EQUAL 0
             DISPLAY "RELATORIO DE RECUSADOS NAO FOI ABERTO - STATUS "
                     FS-RELRET
             CLOSE ESOCRET
             CLOSE ESOCTL
             GOBACK
           END-IF.
           MOVE "RETORNOS DO ESOCIAL NAO APLICADOS" TO REG-RELRET.
           WRITE REG-RELRET.
           MOVE SPACES TO REG-RELRET.
           STRING "DATA: " DTM-AAAAMMDD "  ARQUIVO: "
                  WRK-CAMINHO-ESOCRET
             DELIMITED BY SIZE INTO REG-RELRET
           END-STRING.
           WRITE REG-RELRET.
           MOVE SPACES TO REG-RELRET.
           WRITE REG-RELRET.

       0200-PROCESSAR                  SECTION.
               READ ESOCRET NEXT RECORD.

               PERFORM UNTIL FS-ESOCRET NOT EQUAL 00
                 ADD 1 TO WRK-ACUM-LIDOS
                 PERFORM 0210-TRATAR-LINHA
                 READ ESOCRET NEXT RECORD
               END-PERFORM.

      *--------------------------------------------------------------
      *  0210-TRATAR-LINHA: SEPARA OS CAMPOS, LOCALIZA O EVENTO PELA
      *  SEQUENCIA E APLICA O RETORNO CONFORME A SITUACAO EM QUE O
      *  EVENTO ESTA.
      *--------------------------------------------------------------
       0210-TRATAR-LINHA               SECTION.
             MOVE SPACES TO WRK-RET-SEQUENCIA WRK-RET-SITUACAO
                            WRK-RET-NUMERO WRK-RET-MOTIVO.
             UNSTRING REG-ESOCRET DELIMITED BY ";"
               INTO WRK-RET-SEQUENCIA WRK-RET-SITUACAO
                    WRK-RET-NUMERO    WRK-RET-MOTIVO.

             EVALUATE TRUE
               WHEN WRK-RET-SEQUENCIA IS NOT NUMERIC
                 MOVE "SEQUENCIA INVALIDA" TO WRK-MOTIVO-REJ
               WHEN WRK-RET-SITUACAO NOT EQUAL "E"
                AND WRK-RET-SITUACAO NOT EQUAL "A"
                AND WRK-RET-SITUACAO NOT EQUAL "R"
                 MOVE "SITUACAO INVALIDA" TO WRK-MOTIVO-REJ
               WHEN OTHER
                 MOVE SPACES TO WRK-MOTIVO-REJ
             END-EVALUATE.
             IF WRK-MOTIVO-REJ NOT EQUAL SPACES
               PERFORM 0230-GRAVAR-RECUSADO
               GO TO 0210-TRATAR-SAIDA
             END-IF.

             MOVE WRK-RET-SEQUENCIA TO EVS-SEQUENCIA.
             READ ESOCTL KEY IS EVS-SEQUENCIA
               INVALID KEY
                 MOVE "EVENTO FORA DO CONTROLE" TO WRK-MOTIVO-REJ
                 PERFORM 0230-GRAVAR-RECUSADO
                 GO TO 0210-TRATAR-SAIDA
             END-READ.

             EVALUATE TRUE
               WHEN WRK-RET-SITUACAO EQUAL "A"
                 PERFORM 0220-ACEITAR
               WHEN EVS-ACEITO
                 MOVE "RETORNO DE EVENTO JA ACEITO" TO WRK-MOTIVO-REJ
               WHEN WRK-RET-SITUACAO EQUAL "E"
                 PERFORM 0222-ENVIAR
               WHEN OTHER
                 PERFORM 0226-REJEITAR
             END-EVALUATE.
             IF WRK-MOTIVO-REJ NOT EQUAL SPACES
               PERFORM 0230-GRAVAR-RECUSADO
               GO TO 0210-TRATAR-SAIDA
             END-IF.

             MOVE DTM-AAAAMMDD TO EVS-DATA-RETORNO.
             REWRITE REG-ESOCTL
               INVALID KEY
                 MOVE "ERRO NA REGRAVACAO DO CONTROLE"
                   TO WRK-MOTIVO-REJ
                 PERFORM 0230-GRAVAR-RECUSADO
                 GO TO 0210-TRATAR-SAIDA
             END-REWRITE.
             ADD 1 TO WRK-ACUM-ATUALIZ.
       0210-TRATAR-SAIDA.
             EXIT.

       0220-ACEITAR                    SECTION.
             IF NOT EVS-ACEITO
               ADD 1 TO WRK-ACUM-ACEITOS
             END-IF.
             MOVE 'A'            TO EVS-STATUS.
             MOVE WRK-RET-NUMERO TO EVS-RECIBO.
             MOVE WRK-RET-MOTIVO TO EVS-MOTIVO.

      *--- PROTOCOLO DE ENVIO: O PROCESSAMENTO AINDA VAI RETORNAR ---
       0222-ENVIAR                     SECTION.
             MOVE 'E'            TO EVS-STATUS.
             MOVE WRK-RET-NUMERO TO EVS-PROTOCOLO.
             MOVE SPACES         TO EVS-MOTIVO.
             ADD 1 TO WRK-ACUM-ENVIADOS.

       0226-REJEITAR                   SECTION.
             MOVE 'R'            TO EVS-STATUS.
             MOVE WRK-RET-MOTIVO TO EVS-MOTIVO.
             ADD 1 TO WRK-ACUM-REJEIC.

       0230-GRAVAR-RECUSADO            SECTION.
             ADD 1 TO WRK-ACUM-RECUSADOS.
             MOVE WRK-MOTIVO-REJ TO WRK-RR-MOTIVO.
             MOVE REG-ESOCRET    TO WRK-RR-LINHA.
             MOVE WRK-LINHA-RELRET TO REG-RELRET.
             WRITE REG-RELRET.

           COPY "CAMEVSP.cpy".
       0300-FINALIZAR                  SECTION.
               CLOSE ESOCRET.
               CLOSE ESOCTL.
               CLOSE RELRET.
               DISPLAY "==================================".
               DISPLAY "LINHAS LIDAS............ " WRK-ACUM-LIDOS.
               DISPLAY "EVENTOS ENVIADOS........ " WRK-ACUM-ENVIADOS.
               DISPLAY "EVENTOS ACEITOS......... " WRK-ACUM-ACEITOS.
               DISPLAY "EVENTOS REJEITADOS...... " WRK-ACUM-REJEIC.
               DISPLAY "RETORNOS NAO APLICADOS.. " WRK-ACUM-RECUSADOS.
               DISPLAY "RECUSADOS EM " WRK-CAMINHO-RELRET.
               MOVE "PROGRAMA95"        TO LOG-JOB.
               MOVE WRK-ACUM-ATUALIZ    TO LOG-QTD.
               MOVE WRK-ACUM-LIDOS      TO LOG-QTD-LIDOS.
               MOVE WRK-ACUM-RECUSADOS  TO LOG-QTD-REJEITADOS.
               IF WRK-ACUM-LIDOS EQUAL
                    WRK-ACUM-ATUALIZ + WRK-ACUM-RECUSADOS
                 MOVE "S" TO LOG-STATUS
                 MOVE "S" TO LOG-BALANCE
               ELSE
                 DISPLAY "*** IMPORTACAO FORA DE BALANCE: LIDOS "
                         WRK-ACUM-LIDOS " <> ATUALIZADOS "
                         WRK-ACUM-ATUALIZ " + RECUSADOS "
                         WRK-ACUM-RECUSADOS " ***"
                 MOVE "E" TO LOG-STATUS
                 MOVE "F" TO LOG-BALANCE
               END-IF.
               MOVE "RETORNO DO ESOCIAL" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
