       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA84.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: IMPORTACAO DO RETORNO DA NOTA ELETRONICA - LE O
      *==           ARQUIVO DE RETORNO DO FISCO (NFERET_DAT, UMA LINHA
      *==           POR NOTA OU EVENTO, SEPARADA POR PONTO E VIRGULA:
      *==           FILIAL;TIPO;NOTA;DATA;CSTAT;PROTOCOLO;MOTIVO) E
      *==           GRAVA NO NFECTL.DAT A SITUACAO, O PROTOCOLO, O
      *==           CODIGO E O MOTIVO DE CADA NOTA. CSTAT 100 OU 150
      *==           AUTORIZA; 101, 135 OU 155 HOMOLOGA O CANCELAMENTO;
      *==           QUALQUER OUTRO E REJEICAO - DA NOTA OU, SE HAVIA
      *==           PEDIDO DE CANCELAMENTO ENVIADO, DO EVENTO (A NOTA
      *==           SEGUE AUTORIZADA). REJEICAO ANTIGA CHEGANDO DEPOIS
      *==           DA AUTORIZACAO NAO DESFAZ A AUTORIZACAO. LINHA
      *==           INVALIDA, NOTA FORA DO CONTROLE OU RETORNO IGNORADO
      *==           SAEM NO RELATORIO DO RELGER. O RETORNO PODE SER
      *==           REIMPORTADO SEM EFEITO DUPLO. EXECUCAO NO BATCHLOG
      *==           COM O BALANCO LIDOS = ATUALIZADOS + RECUSADOS.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
           SELECT NFERET ASSIGN TO WRK-CAMINHO-NFERET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NFERET.

           SELECT NFECTL ASSIGN TO WRK-CAMINHO-NFECTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFE-CHAVE
               FILE STATUS IS FS-NFECTL.

           SELECT RELRET ASSIGN TO WRK-CAMINHO-RELRET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELRET.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  NFERET.
       01  REG-NFERET                 PIC X(120).

       FD  NFECTL.
           COPY "NFECTL.cpy".

       FD  RELRET.
       01  REG-RELRET                 PIC X(120).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMNFE.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "DATAMES.cpy".
       77  FS-NFERET           PIC 9(02)    VALUE ZEROS.
       77  FS-NFECTL           PIC 9(02)    VALUE ZEROS.
       77  FS-RELRET           PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-NFERET  PIC X(100)   VALUE
           "C:/COBOL/DADOS/NFERET.DAT.txt".
       77  WRK-CAMINHO-RELRET  PIC X(100)   VALUE SPACES.

      *--- CAMPOS DA LINHA DE RETORNO ---
       77  WRK-RET-FILIAL      PIC X(02)    VALUE SPACES.
       77  WRK-RET-TIPO        PIC X(01)    VALUE SPACES.
       77  WRK-RET-NOTA        PIC X(04)    VALUE SPACES.
       77  WRK-RET-DATA        PIC X(08)    VALUE SPACES.
       77  WRK-RET-CSTAT       PIC X(03)    VALUE SPACES.
       77  WRK-RET-PROTOCOLO   PIC X(15)    VALUE SPACES.
       77  WRK-RET-MOTIVO      PIC X(60)    VALUE SPACES.
       77  WRK-CSTAT           PIC 9(03)    VALUE ZEROS.
           88 CSTAT-AUTORIZADA              VALUE 100 150.
           88 CSTAT-CANCELADA               VALUE 101 135 155.
       77  WRK-MOTIVO-REJ      PIC X(30)    VALUE SPACES.

      *--- LINHA DO RELATORIO DE RETORNOS RECUSADOS ---
       01  WRK-LINHA-RELRET.
           05 WRK-RR-MOTIVO    PIC X(30).
           05 FILLER           PIC X(02)    VALUE SPACES.
           05 WRK-RR-LINHA     PIC X(88).

      *--- ACUMULADORES ---
       77  WRK-ACUM-LIDOS      PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-AUTORIZ    PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-REJEIC     PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-CANCEL     PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-CANC-REJ   PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-ATUALIZ    PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-RECUSADOS  PIC 9(06)    VALUE ZEROS.
       77  WRK-TOT-AUTORIZADO  PIC 9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           CALL "DATAMES" USING WRK-AREA-DATAMES.
           CALL "CONFIG" USING
               "NFERET_DAT          " WRK-CAMINHO-NFERET.
           OPEN INPUT NFERET.
           IF FS-NFERET NOT EQUAL 0
             DISPLAY "ARQUIVO DE RETORNO DA NF-E NAO FOI ABERTO - "
                     "STATUS " FS-NFERET
             GOBACK
           END-IF.

           PERFORM 0193-OBTER-CAMINHO-NFECTL.
           OPEN I-O NFECTL.
           IF FS-NFECTL NOT EQUAL 0
             DISPLAY "CONTROLE DA NF-E NAO FOI ABERTO - STATUS "
                     FS-NFECTL
             CLOSE NFERET
             GOBACK
           END-IF.

           MOVE "NFERETREJ" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELRET.
           OPEN OUTPUT RELRET.
           IF FS-RELRET NOT EQUAL 0
             DISPLAY "RELATORIO DE RECUSADOS NAO FOI ABERTO - STATUS "
                     FS-RELRET
             CLOSE NFERET
             CLOSE NFECTL
             GOBACK
           END-IF.
           MOVE "RETORNOS DA NF-E NAO APLICADOS" TO REG-RELRET.
           WRITE REG-RELRET.
           MOVE SPACES TO REG-RELRET.
           STRING "DATA: " DTM-AAAAMMDD "  ARQUIVO: "
                  WRK-CAMINHO-NFERET
             DELIMITED BY SIZE INTO REG-RELRET
           END-STRING.
           WRITE REG-RELRET.
           MOVE SPACES TO REG-RELRET.
           WRITE REG-RELRET.

       0200-PROCESSAR                  SECTION.
               READ NFERET NEXT RECORD.

               PERFORM UNTIL FS-NFERET NOT EQUAL 00
                 ADD 1 TO WRK-ACUM-LIDOS
                 PERFORM 0210-TRATAR-LINHA
                 READ NFERET NEXT RECORD
               END-PERFORM.

      *--------------------------------------------------------------
      *  0210-TRATAR-LINHA: SEPARA OS CAMPOS, LOCALIZA A NOTA PELA
      *  CHAVE E APLICA O RETORNO CONFORME O CSTAT E A SITUACAO EM
      *  QUE A NOTA ESTA.
      *--------------------------------------------------------------
       0210-TRATAR-LINHA               SECTION.
             MOVE SPACES TO WRK-RET-FILIAL WRK-RET-TIPO WRK-RET-NOTA
                            WRK-RET-DATA WRK-RET-CSTAT
                            WRK-RET-PROTOCOLO WRK-RET-MOTIVO.
             UNSTRING REG-NFERET DELIMITED BY ";"
               INTO WRK-RET-FILIAL WRK-RET-TIPO WRK-RET-NOTA
                    WRK-RET-DATA   WRK-RET-CSTAT
                    WRK-RET-PROTOCOLO WRK-RET-MOTIVO.

             EVALUATE TRUE
               WHEN WRK-RET-FILIAL IS NOT NUMERIC
                 MOVE "FILIAL INVALIDA" TO WRK-MOTIVO-REJ
               WHEN WRK-RET-TIPO NOT EQUAL "V"
                AND WRK-RET-TIPO NOT EQUAL "D"
                 MOVE "TIPO DE NOTA INVALIDO" TO WRK-MOTIVO-REJ
               WHEN WRK-RET-DATA IS NOT NUMERIC
                 MOVE "DATA INVALIDA" TO WRK-MOTIVO-REJ
               WHEN WRK-RET-CSTAT IS NOT NUMERIC
                 MOVE "CSTAT INVALIDO" TO WRK-MOTIVO-REJ
               WHEN OTHER
                 MOVE SPACES TO WRK-MOTIVO-REJ
             END-EVALUATE.
             IF WRK-MOTIVO-REJ NOT EQUAL SPACES
               PERFORM 0230-GRAVAR-RECUSADO
               GO TO 0210-TRATAR-SAIDA
             END-IF.

             MOVE WRK-RET-FILIAL TO NFE-FILIAL.
             MOVE WRK-RET-TIPO   TO NFE-TIPO.
             MOVE WRK-RET-NOTA   TO NFE-NOTA.
             MOVE WRK-RET-DATA   TO NFE-DATA-EMISSAO.
             READ NFECTL KEY IS NFE-CHAVE
               INVALID KEY
                 MOVE "NOTA FORA DO CONTROLE DA NF-E"
                   TO WRK-MOTIVO-REJ
                 PERFORM 0230-GRAVAR-RECUSADO
                 GO TO 0210-TRATAR-SAIDA
             END-READ.
             MOVE WRK-RET-CSTAT TO WRK-CSTAT.

             EVALUATE TRUE
               WHEN NFE-CANCELADA
                 MOVE "NOTA JA CANCELADA" TO WRK-MOTIVO-REJ
               WHEN CSTAT-AUTORIZADA
                 PERFORM 0220-AUTORIZAR
               WHEN CSTAT-CANCELADA
                 IF NFE-AUTORIZADA OR NFE-TRANSMITIDA
                   PERFORM 0222-CANCELAR
                 ELSE
                   MOVE "CANCELAMENTO DE NOTA NAO ENVIADA"
                     TO WRK-MOTIVO-REJ
                 END-IF
               WHEN NFE-CANC-ENVIADO
                 PERFORM 0224-REJEITAR-CANCELAMENTO
               WHEN NFE-AUTORIZADA
                 MOVE "REJEICAO DE NOTA JA AUTORIZADA"
                   TO WRK-MOTIVO-REJ
               WHEN OTHER
                 PERFORM 0226-REJEITAR
             END-EVALUATE.
             IF WRK-MOTIVO-REJ NOT EQUAL SPACES
               PERFORM 0230-GRAVAR-RECUSADO
               GO TO 0210-TRATAR-SAIDA
             END-IF.

             MOVE WRK-CSTAT    TO NFE-CSTAT.
             MOVE DTM-AAAAMMDD TO NFE-DATA-RETORNO.
             REWRITE REG-NFECTL
               INVALID KEY
                 MOVE "ERRO NA REGRAVACAO DO CONTROLE"
                   TO WRK-MOTIVO-REJ
                 PERFORM 0230-GRAVAR-RECUSADO
                 GO TO 0210-TRATAR-SAIDA
             END-REWRITE.
             ADD 1 TO WRK-ACUM-ATUALIZ.
       0210-TRATAR-SAIDA.
             EXIT.

       0220-AUTORIZAR                  SECTION.
             IF NOT NFE-AUTORIZADA
               ADD 1 TO WRK-ACUM-AUTORIZ
               ADD NFE-VALOR TO WRK-TOT-AUTORIZADO
             END-IF.
             MOVE 'A'               TO NFE-STATUS.
             MOVE WRK-RET-PROTOCOLO TO NFE-PROTOCOLO.
             MOVE WRK-RET-MOTIVO    TO NFE-MOTIVO.

       0222-CANCELAR                   SECTION.
             MOVE 'X'            TO NFE-STATUS.
             MOVE SPACES         TO NFE-SW-CANCELAR.
             MOVE WRK-RET-MOTIVO TO NFE-MOTIVO.
             ADD 1 TO WRK-ACUM-CANCEL.

      *--- O EVENTO FOI RECUSADO: A NOTA SEGUE AUTORIZADA ---
       0224-REJEITAR-CANCELAMENTO      SECTION.
             MOVE 'R'            TO NFE-SW-CANCELAR.
             MOVE WRK-RET-MOTIVO TO NFE-MOTIVO.
             ADD 1 TO WRK-ACUM-CANC-REJ.

       0226-REJEITAR                   SECTION.
             MOVE 'R'            TO NFE-STATUS.
             MOVE WRK-RET-MOTIVO TO NFE-MOTIVO.
             ADD 1 TO WRK-ACUM-REJEIC.

       0230-GRAVAR-RECUSADO            SECTION.
             ADD 1 TO WRK-ACUM-RECUSADOS.
             MOVE WRK-MOTIVO-REJ TO WRK-RR-MOTIVO.
             MOVE REG-NFERET     TO WRK-RR-LINHA.
             MOVE WRK-LINHA-RELRET TO REG-RELRET.
             WRITE REG-RELRET.

           COPY "CAMNFEP.cpy".
       0300-FINALIZAR                  SECTION.
               CLOSE NFERET.
               CLOSE NFECTL.
               CLOSE RELRET.
               DISPLAY "==================================".
               DISPLAY "LINHAS LIDAS............ " WRK-ACUM-LIDOS.
               DISPLAY "NOTAS AUTORIZADAS....... " WRK-ACUM-AUTORIZ.
               DISPLAY "NOTAS REJEITADAS........ " WRK-ACUM-REJEIC.
               DISPLAY "CANCELAMENTOS HOMOLOG... " WRK-ACUM-CANCEL.
               DISPLAY "CANCELAMENTOS REJEITADOS " WRK-ACUM-CANC-REJ.
               DISPLAY "RETORNOS NAO APLICADOS.. " WRK-ACUM-RECUSADOS.
               DISPLAY "RECUSADOS EM " WRK-CAMINHO-RELRET.
               MOVE "PROGRAMA84"        TO LOG-JOB.
               MOVE WRK-ACUM-ATUALIZ    TO LOG-QTD.
               MOVE WRK-ACUM-LIDOS      TO LOG-QTD-LIDOS.
               MOVE WRK-ACUM-RECUSADOS  TO LOG-QTD-REJEITADOS.
               MOVE WRK-TOT-AUTORIZADO  TO LOG-HASH.
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
               MOVE "RETORNO DA NF-E" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
