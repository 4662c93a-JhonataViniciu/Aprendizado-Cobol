      *==           EXPRESSA DO SUPERVISOR.
      *== DATA: 21/08/2026
      *== OBSERVAÇÕES:
      *== 15/10/2026 - JV - ANTES DE FECHAR, LISTA AS NOTAS DA
      *==           COMPETENCIA QUE AINDA NAO TEM AUTORIZACAO DO FISCO
      *==           OU COM CANCELAMENTO EM ABERTO (NFECTL.DAT) E PEDE
      *==           CONFIRMACAO PARA FECHAR ASSIM MESMO.
      *== 15/10/2026 - JV - CHECKLIST DE PRE-FECHAMENTO: ANTES DE
      *==           FECHAR, CONFERE E LISTA OS ITENS QUE DEIXAM O MES
      *==           INACABADO - SESSAO DE CAIXA ABERTA (CAIXASES),
      *==           FOLHA NAO APROVADA (FOLHACTL), RETORNO DE COBRANCA
      *==           SEM PROCESSAMENTO DO PROGRAMA49 (COBRET X
      *==           BATCHLOG), TRANSFERENCIA EM TRANSITO DO PRD020,
      *==           INVENTARIO ABERTO PELO PRD015 SEM APURACAO DO
      *==           PRD017, REAJUSTE DO PRD023 VENCIDO E NAO APLICADO
      *==           E ENCOMENDA ENTREGUE SEM NOTA (ENCOMEND X
      *==           NOTAEFE). COM ITEM BLOQUEANTE O FECHAMENTO E
      *==           RECUSADO, SALVO LIBERACAO DO SUPERVISOR COM MOTIVO
      *==           OBRIGATORIO. O CHECKLIST SAI NO RELATORIO DATADO
      *==           DO RELGER E FICA ARQUIVADO EM FECHCHK.DAT COM A
      *==           MESMA DATA/HORA DO REGISTRO DO FECHAMENTO. AS NOTAS
      *==           SEM AUTORIZACAO ENTRAM NO CHECKLIST COMO AVISO.
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERSTAT.

           SELECT NFECTL ASSIGN TO WRK-CAMINHO-NFECTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFE-CHAVE
               FILE STATUS IS FS-NFECTL.

           SELECT CAIXASES ASSIGN TO WRK-CAMINHO-CAIXASES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAIXASES.

           SELECT FOLHACTL ASSIGN TO WRK-CAMINHO-FOLHACTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FOLHACTL.

           SELECT COBRET ASSIGN TO WRK-CAMINHO-COBRET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COBRET.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

           SELECT TRANSFER ASSIGN TO WRK-CAMINHO-TRANSFER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSFER.

           SELECT CONTAGEM ASSIGN TO WRK-CAMINHO-CONTAGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTAGEM.

           SELECT REAJUSTE ASSIGN TO WRK-CAMINHO-REAJUSTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REAJUSTE.

           SELECT ENCOMENDAS ASSIGN TO WRK-CAMINHO-ENCOMEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENCOMENDAS.

           SELECT NOTAEFE ASSIGN TO WRK-CAMINHO-NOTAEFE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTAEFE.

           SELECT FECHCHK ASSIGN TO WRK-CAMINHO-FECHCHK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHCHK.

           SELECT RELFECH ASSIGN TO WRK-CAMINHO-RELFECH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELFECH.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSTAT.
           COPY "PERSTAT.cpy".

       FD  NFECTL.
           COPY "NFECTL.cpy".

       FD  CAIXASES.
           COPY "CAIXASES.cpy".

       FD  FOLHACTL.
           COPY "FOLHACTL.cpy".

       FD  COBRET.
       01  REG-COBRET.
           05 RET-TIPO-REG     PIC X(01).
           05 RET-CARTEIRA     PIC X(01).
           05 RET-ID           PIC 9(04).
           05 RET-NOTA         PIC X(04).
           05 RET-PARCELA      PIC 9(02).
           05 RET-COMPETENCIA  PIC 9(06).
           05 RET-VALOR-PAGO   PIC 9(08)V99.
           05 RET-DATA-PAGTO   PIC 9(08).
           05 FILLER           PIC X(16).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       FD  TRANSFER.
           COPY "TRANSFER.cpy".

       FD  CONTAGEM.
           COPY "CONTAGEM.cpy".

       FD  REAJUSTE.
           COPY "REAJUSTE.cpy".

       FD  ENCOMENDAS.
           COPY "ENCOMEND.cpy".

       FD  NOTAEFE.
           COPY "NOTAEFE.cpy".

       FD  FECHCHK.
           COPY "FECHCHK.cpy".

       FD  RELFECH.
       01  REG-RELFECH            PIC X(100).

       WORKING-STORAGE               SECTION.
           COPY "OPESSAO.cpy".
           COPY "CAMNFE.cpy".
           COPY "CAMCXS.cpy".
           COPY "CAMCTL.cpy".
           COPY "CAMLOG.cpy".
           COPY "CAMTRF.cpy".
           COPY "CAMCNT.cpy".
           COPY "CAMRJP.cpy".
           COPY "CAMENC.cpy".
           COPY "CAMNEF.cpy".
           COPY "CAMFCK.cpy".
           COPY "RELGER.cpy".
       77  FS-PERSTAT             PIC 9(02)  VALUE ZEROS.
       77  FS-NFECTL              PIC 9(02)  VALUE ZEROS.
       77  FS-CAIXASES            PIC 9(02)  VALUE ZEROS.
       77  FS-FOLHACTL            PIC 9(02)  VALUE ZEROS.
       77  FS-COBRET              PIC 9(02)  VALUE ZEROS.
       77  FS-BATCHLOG            PIC 9(02)  VALUE ZEROS.
       77  FS-TRANSFER            PIC 9(02)  VALUE ZEROS.
       77  FS-CONTAGEM            PIC 9(02)  VALUE ZEROS.
       77  FS-REAJUSTE            PIC 9(02)  VALUE ZEROS.
       77  FS-ENCOMENDAS          PIC 9(02)  VALUE ZEROS.
       77  FS-NOTAEFE             PIC 9(02)  VALUE ZEROS.
       77  FS-FECHCHK             PIC 9(02)  VALUE ZEROS.
       77  FS-RELFECH             PIC 9(02)  VALUE ZEROS.
       77  WRK-CAMINHO-COBRET     PIC X(100) VALUE
           "C:/COBOL/DADOS/COBRET.DAT.txt".
       77  WRK-CAMINHO-RELFECH    PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-PERSTAT    PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-PER-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/PERSTAT.DAT.txt".
       77  WRK-SW-PERIODO   PIC X(01) VALUE "N".
           88 PERIODO-ACHADO        VALUE "S".

      *------------ NOTAS ELETRONICAS NAO RESOLVIDAS -------------------
       77  WRK-QTD-NFE-ABERTA PIC 9(05) VALUE ZEROS.
       77  WRK-SW-FIM-NFECTL  PIC X(01) VALUE "N".
           88 FIM-DO-NFECTL           VALUE "S".
       77  WRK-SITUACAO-NFE   PIC X(20) VALUE SPACES.

      *------------ CHECKLIST DE PRE-FECHAMENTO ------------------------
      *    CODIGO, DESCRICAO E TIPO DO ITEM (B = BLOQUEIA, V = AVISO)
       01  WRK-TAB-ITENS-CHK.
           05 FILLER PIC X(47) VALUE
              "CAIXA SESSOES DE CAIXA AINDA ABERTAS          B".
           05 FILLER PIC X(47) VALUE
              "FOLHA FOLHA DA COMPETENCIA NAO APROVADA       B".
           05 FILLER PIC X(47) VALUE
              "COBRETRETORNO DE COBRANCA NAO PROCESSADO      B".
           05 FILLER PIC X(47) VALUE
              "TRANSFTRANSFERENCIAS EM TRANSITO              B".
           05 FILLER PIC X(47) VALUE
              "INVENTINVENTARIO ABERTO SEM APURACAO          B".
           05 FILLER PIC X(47) VALUE
              "REAJUSREAJUSTES AGENDADOS NAO APLICADOS       B".
           05 FILLER PIC X(47) VALUE
              "ENCOMDENCOMENDAS ENTREGUES SEM NOTA           B".
           05 FILLER PIC X(47) VALUE
              "NFE   NOTAS SEM AUTORIZACAO DO FISCO          V".
       01  WRK-TAB-ITENS-RED REDEFINES WRK-TAB-ITENS-CHK.
           05 WRK-CHK-ITEM OCCURS 8 TIMES.
              10 WRK-CHK-CODIGO    PIC X(06).
              10 WRK-CHK-DESCRICAO PIC X(40).
              10 WRK-CHK-TIPO      PIC X(01).
       01  WRK-TAB-QTD-CHK.
           05 WRK-CHK-QTD OCCURS 8 TIMES PIC 9(05).
       77  WRK-QTD-ITENS-CHK  PIC 9(02) VALUE 8.
       77  WRK-IND-CHK        PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-BLOQUEIOS  PIC 9(02) VALUE ZEROS.
       77  WRK-CHK-DATA       PIC 9(08) VALUE ZEROS.
       77  WRK-CHK-HORA       PIC 9(08) VALUE ZEROS.
       77  WRK-INI-COMPETENCIA PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-COMPETENCIA PIC 9(08) VALUE ZEROS.
       77  WRK-RESULTADO      PIC X(01) VALUE SPACES.
           88 FECHAMENTO-LIBERADO    VALUE 'L'.
           88 FECHAMENTO-CANCELADO   VALUE 'C'.
       77  WRK-MOTIVO         PIC X(40) VALUE SPACES.
       77  WRK-SUPERVISOR     PIC X(20) VALUE SPACES.
       77  WRK-SW-RELFECH     PIC X(01) VALUE "N".
           88 RELFECH-ABERTO         VALUE "S".
       77  WRK-SW-ACHOU       PIC X(01) VALUE "N".
           88 ITEM-ACHADO            VALUE "S".
       77  WRK-DET-TEXTO      PIC X(76) VALUE SPACES.

      *    RETORNO DE COBRANCA X ULTIMA BAIXA DO PROGRAMA49
       77  WRK-QTD-RETORNO    PIC 9(05) VALUE ZEROS.
       77  WRK-ULT-PAGTO      PIC 9(08) VALUE ZEROS.
       77  WRK-ULT-BAIXA      PIC 9(08) VALUE ZEROS.

      *    INVENTARIO - LINHAS SEM CONTAGEM E DIFERENCAS SEM AJUSTE
       77  WRK-QTD-SEM-CONTAGEM PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-AJUSTE   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-FINAL        PIC 9(05) VALUE ZEROS.

      *    ENCOMENDAS COM EFEITO DE NOTA GRAVADO (NOTAEFE TIPO N)
       01  WRK-TAB-ENC-NOTA.
           05 WRK-ENN-NUMERO OCCURS 2000 TIMES PIC X(06).
       77  WRK-QTD-ENN        PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-ENN        PIC 9(04) VALUE 2000.
       77  WRK-IND-ENN        PIC 9(04) VALUE ZEROS.
       77  WRK-ENC-NUMERO-X   PIC X(06) VALUE SPACES.

       01  WRK-LINHA-ITEM.
           05 WRK-LI-CODIGO      PIC X(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LI-DESCRICAO   PIC X(40).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WRK-LI-QTD         PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LI-SITUACAO    PIC X(10).
       01  WRK-LINHA-DETALHE.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WRK-LD-TEXTO       PIC X(76).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
           END-IF.

       0200-PROCESSAR                  SECTION.
             ACCEPT WRK-CHK-DATA FROM DATE YYYYMMDD.
             ACCEPT WRK-CHK-HORA FROM TIME.
             IF WRK-ACAO EQUAL 'R'
               DISPLAY "A REABERTURA PERMITE QUE OS NUMEROS DA "
                       "COMPETENCIA VOLTEM A MUDAR"
               END-IF
             END-IF.

             IF WRK-ACAO EQUAL 'F'
               PERFORM 0240-EXECUTAR-CHECKLIST
               IF WRK-QTD-BLOQUEIOS GREATER ZEROS
                 PERFORM 0260-LIBERAR-FECHAMENTO
                 IF FECHAMENTO-CANCELADO
                   DISPLAY "FECHAMENTO RECUSADO - RESOLVA OS ITENS "
                           "BLOQUEANTES DO CHECKLIST"
                   PERFORM 0270-ARQUIVAR-CHECKLIST
                   GO TO 0200-SAIDA
                 END-IF
               END-IF
               IF WRK-QTD-NFE-ABERTA GREATER ZEROS
                 DISPLAY WRK-QTD-NFE-ABERTA " NOTA(S) DA COMPETENCIA "
                         "SEM AUTORIZACAO OU COM CANCELAMENTO EM ABERTO"
                 DISPLAY "CONFIRMA O FECHAMENTO COM NOTAS NAO "
                         "AUTORIZADAS? (S/N) "
                   ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA NOT EQUAL 'S'
                    AND WRK-CONFIRMA NOT EQUAL 's'
                   DISPLAY "OPERACAO CANCELADA"
                   MOVE 'C' TO WRK-RESULTADO
                   MOVE "CANCELADO - NOTAS SEM AUTORIZACAO"
                     TO WRK-MOTIVO
                   PERFORM 0270-ARQUIVAR-CHECKLIST
                   GO TO 0200-SAIDA
                 END-IF
               END-IF
             END-IF.

             MOVE 1   TO WRK-IND-PERIODO.
             MOVE "N" TO WRK-SW-PERIODO.
             PERFORM 0210-LOCALIZAR-PERIODO
               MOVE 'A' TO WRK-PER-STATUS(WRK-IND-PERIODO)
             END-IF.
             MOVE WRK-OPERADOR TO WRK-PER-OPERADOR(WRK-IND-PERIODO).
             MOVE WRK-CHK-DATA TO WRK-PER-DATA(WRK-IND-PERIODO).
             MOVE WRK-CHK-HORA TO WRK-PER-HORA(WRK-IND-PERIODO).

             PERFORM 0230-REGRAVAR-ARQUIVO.

               ADD 1 TO WRK-IND-PERIODO
             END-IF.

      *--------------------------------------------------------------
      *  0220-VERIFICAR-NFE: LISTA NA TELA AS NOTAS DA COMPETENCIA
      *  PENDENTES, TRANSMITIDAS SEM RETORNO OU REJEITADAS, E AS COM
      *  PEDIDO DE CANCELAMENTO AINDA NAO CONFIRMADO PELO FISCO. SEM
      *  CONTROLE DA NF-E NAO HA O QUE CONFERIR.
      *--------------------------------------------------------------
       0220-VERIFICAR-NFE              SECTION.
             MOVE ZEROS TO WRK-QTD-NFE-ABERTA.
             PERFORM 0193-OBTER-CAMINHO-NFECTL.
             OPEN INPUT NFECTL.
             IF FS-NFECTL NOT EQUAL 0
               GO TO 0220-SAIDA
             END-IF.
             MOVE "N" TO WRK-SW-FIM-NFECTL.
             PERFORM 0225-EXAMINAR-NFE
               UNTIL FIM-DO-NFECTL.
             CLOSE NFECTL.
       0220-SAIDA.
             EXIT.

       0225-EXAMINAR-NFE               SECTION.
             READ NFECTL NEXT RECORD.
             IF FS-NFECTL NOT EQUAL 00
               SET FIM-DO-NFECTL TO TRUE
               GO TO 0225-SAIDA
             END-IF.
             IF NFE-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
               GO TO 0225-SAIDA
             END-IF.
             EVALUATE TRUE
               WHEN NFE-CANCELADA
                 GO TO 0225-SAIDA
               WHEN NFE-CANC-PEDIDO OR NFE-CANC-ENVIADO
                 MOVE "CANCELAM. EM ABERTO" TO WRK-SITUACAO-NFE
               WHEN NFE-CANC-REJEITADO
                 MOVE "CANCELAM. RECUSADO"  TO WRK-SITUACAO-NFE
               WHEN NFE-PENDENTE
                 MOVE "PENDENTE"            TO WRK-SITUACAO-NFE
               WHEN NFE-TRANSMITIDA
                 MOVE "TRANSMITIDA"         TO WRK-SITUACAO-NFE
               WHEN NFE-REJEITADA
                 MOVE "REJEITADA"           TO WRK-SITUACAO-NFE
               WHEN OTHER
                 GO TO 0225-SAIDA
             END-EVALUATE.
             ADD 1 TO WRK-QTD-NFE-ABERTA.
             DISPLAY "  FILIAL " NFE-FILIAL " " NFE-TIPO " NOTA "
                     NFE-NOTA " DE " NFE-DATA-EMISSAO " - "
                     WRK-SITUACAO-NFE.
             MOVE SPACES TO WRK-DET-TEXTO.
             STRING "FILIAL " NFE-FILIAL " " NFE-TIPO " NOTA "
                    NFE-NOTA " DE " NFE-DATA-EMISSAO " - "
                    WRK-SITUACAO-NFE
               DELIMITED BY SIZE INTO WRK-DET-TEXTO.
             PERFORM 0249-IMPRIMIR-DETALHE.
       0225-SAIDA.
             EXIT.

       0230-REGRAVAR-ARQUIVO           SECTION.
             OPEN OUTPUT PERSTAT.
             IF FS-PERSTAT NOT EQUAL 0
               DISPLAY "ARQUIVO DE COMPETENCIAS NAO FOI REGRAVADO - "
                       "STATUS " FS-PERSTAT
               IF WRK-ACAO EQUAL 'F'
                 MOVE 'C' TO WRK-RESULTADO
                 MOVE "PERSTAT.DAT NAO REGRAVADO" TO WRK-MOTIVO
                 PERFORM 0270-ARQUIVAR-CHECKLIST
               END-IF
             ELSE
               MOVE 1 TO WRK-IND-PERIODO
               PERFORM 0235-GRAVAR-PERIODO
               CLOSE PERSTAT
               IF WRK-ACAO EQUAL 'F'
                 DISPLAY "COMPETENCIA " WRK-COMPETENCIA " FECHADA"
                 PERFORM 0270-ARQUIVAR-CHECKLIST
               ELSE
                 DISPLAY "COMPETENCIA " WRK-COMPETENCIA " REABERTA"
               END-IF
             WRITE REG-PERSTAT.
             ADD 1 TO WRK-IND-PERIODO.

      *--------------------------------------------------------------
      *  0240-EXECUTAR-CHECKLIST: CONFERE OS ITENS QUE DEIXAM O MES
      *  INACABADO, IMPRIME O DETALHE DE CADA UM NO RELATORIO DATADO
      *  E CONTA OS BLOQUEANTES. O ARQUIVO QUE NAO EXISTE NAO TEM
      *  PENDENCIA (EXCETO O CONTROLE DA FOLHA).
      *--------------------------------------------------------------
       0240-EXECUTAR-CHECKLIST         SECTION.
             MOVE 'F'    TO WRK-RESULTADO.
             MOVE SPACES TO WRK-MOTIVO.
             MOVE SPACES TO WRK-SUPERVISOR.
             MOVE ZEROS  TO WRK-TAB-QTD-CHK.
             MOVE ZEROS  TO WRK-QTD-BLOQUEIOS.
             COMPUTE WRK-INI-COMPETENCIA = WRK-COMPETENCIA * 100 + 1.
             COMPUTE WRK-FIM-COMPETENCIA = WRK-COMPETENCIA * 100 + 31.

             MOVE "FECHAMENTO" TO RG-NOME-RELATORIO.
             CALL "RELGER" USING WRK-AREA-RELGER.
             MOVE RG-CAMINHO TO WRK-CAMINHO-RELFECH.
             OPEN OUTPUT RELFECH.
             IF FS-RELFECH EQUAL 0
               SET RELFECH-ABERTO TO TRUE
               MOVE SPACES TO REG-RELFECH
               STRING "CHECKLIST DE PRE-FECHAMENTO DA COMPETENCIA "
                      WRK-COMPETENCIA
                 DELIMITED BY SIZE INTO REG-RELFECH
               WRITE REG-RELFECH
               MOVE SPACES TO REG-RELFECH
               STRING "OPERADOR " WRK-OPERADOR " EM " WRK-CHK-DATA
                      " AS " WRK-CHK-HORA
                 DELIMITED BY SIZE INTO REG-RELFECH
               WRITE REG-RELFECH
             ELSE
               DISPLAY "RELATORIO DO CHECKLIST NAO FOI ABERTO - "
                       "STATUS " FS-RELFECH
             END-IF.
             DISPLAY "CHECKLIST DE PRE-FECHAMENTO DA COMPETENCIA "
                     WRK-COMPETENCIA.

             PERFORM 0241-CONFERIR-CAIXA.
             PERFORM 0242-CONFERIR-FOLHA.
             PERFORM 0243-CONFERIR-RETORNO.
             PERFORM 0244-CONFERIR-TRANSFER.
             PERFORM 0245-CONFERIR-INVENTARIO.
             PERFORM 0246-CONFERIR-REAJUSTE.
             PERFORM 0247-CONFERIR-ENCOMENDA.
             MOVE 8 TO WRK-IND-CHK.
             PERFORM 0248-ABRIR-ITEM.
             PERFORM 0220-VERIFICAR-NFE.
             MOVE WRK-QTD-NFE-ABERTA TO WRK-CHK-QTD(8).

             IF RELFECH-ABERTO
               MOVE SPACES TO REG-RELFECH
               WRITE REG-RELFECH
               MOVE "RESUMO DO CHECKLIST" TO REG-RELFECH
               WRITE REG-RELFECH
             END-IF.
             MOVE 1 TO WRK-IND-CHK.
             PERFORM UNTIL WRK-IND-CHK GREATER WRK-QTD-ITENS-CHK
               MOVE WRK-CHK-CODIGO(WRK-IND-CHK)    TO WRK-LI-CODIGO
               MOVE WRK-CHK-DESCRICAO(WRK-IND-CHK) TO WRK-LI-DESCRICAO
               MOVE WRK-CHK-QTD(WRK-IND-CHK)       TO WRK-LI-QTD
               EVALUATE TRUE
                 WHEN WRK-CHK-QTD(WRK-IND-CHK) EQUAL ZEROS
                   MOVE "OK"       TO WRK-LI-SITUACAO
                 WHEN WRK-CHK-TIPO(WRK-IND-CHK) EQUAL 'B'
                   MOVE "BLOQUEIA" TO WRK-LI-SITUACAO
                   ADD 1 TO WRK-QTD-BLOQUEIOS
                 WHEN OTHER
                   MOVE "AVISO"    TO WRK-LI-SITUACAO
               END-EVALUATE
               DISPLAY WRK-LINHA-ITEM
               IF RELFECH-ABERTO
                 MOVE WRK-LINHA-ITEM TO REG-RELFECH
                 WRITE REG-RELFECH
               END-IF
               ADD 1 TO WRK-IND-CHK
             END-PERFORM.

       0241-CONFERIR-CAIXA             SECTION.
             MOVE 1 TO WRK-IND-CHK.
             PERFORM 0248-ABRIR-ITEM.
             PERFORM 0134-OBTER-CAMINHO-CAIXASES.
             OPEN INPUT CAIXASES.
             IF FS-CAIXASES NOT EQUAL 0
               GO TO 0241-SAIDA
             END-IF.
             READ CAIXASES NEXT RECORD.
             PERFORM UNTIL FS-CAIXASES NOT EQUAL 00
               IF CXS-ABERTO
                  AND CXS-DATA-ABERTURA NOT GREATER
                      WRK-FIM-COMPETENCIA
                 ADD 1 TO WRK-CHK-QTD(1)
                 MOVE SPACES TO WRK-DET-TEXTO
                 STRING "FILIAL " CXS-FILIAL " ABERTA EM "
                        CXS-DATA-ABERTURA " POR " CXS-OPERADOR
                   DELIMITED BY SIZE INTO WRK-DET-TEXTO
                 PERFORM 0249-IMPRIMIR-DETALHE
               END-IF
               READ CAIXASES NEXT RECORD
             END-PERFORM.
             CLOSE CAIXASES.
       0241-SAIDA.
             EXIT.

      *--- SEM A LINHA DA COMPETENCIA A FOLHA NAO RODOU - BLOQUEIA ---
       0242-CONFERIR-FOLHA             SECTION.
             MOVE 2 TO WRK-IND-CHK.
             PERFORM 0248-ABRIR-ITEM.
             MOVE "N" TO WRK-SW-ACHOU.
             PERFORM 0159-OBTER-CAMINHO-FOLHACTL.
             OPEN INPUT FOLHACTL.
             IF FS-FOLHACTL EQUAL 0
               READ FOLHACTL NEXT RECORD
               PERFORM UNTIL FS-FOLHACTL NOT EQUAL 00
                          OR ITEM-ACHADO
                 IF CTL-COMPETENCIA EQUAL WRK-COMPETENCIA
                   SET ITEM-ACHADO TO TRUE
                 ELSE
                   READ FOLHACTL NEXT RECORD
                 END-IF
               END-PERFORM
               CLOSE FOLHACTL
             END-IF.
             MOVE SPACES TO WRK-DET-TEXTO.
             EVALUATE TRUE
               WHEN NOT ITEM-ACHADO
                 MOVE "FOLHA DA COMPETENCIA NAO RODADA (PROGRAMA19)"
                   TO WRK-DET-TEXTO
               WHEN CTL-APROVADA
                 GO TO 0242-SAIDA
               WHEN CTL-CONCLUIDA
                 MOVE "RODADA CONCLUIDA SEM APROVACAO (PROGRAMA61)"
                   TO WRK-DET-TEXTO
               WHEN OTHER
                 STRING "RODADA INICIADA EM " CTL-DATA " POR "
                        CTL-OPERADOR " E NAO CONCLUIDA"
                   DELIMITED BY SIZE INTO WRK-DET-TEXTO
             END-EVALUATE.
             ADD 1 TO WRK-CHK-QTD(2).
             PERFORM 0249-IMPRIMIR-DETALHE.
       0242-SAIDA.
             EXIT.

      *--------------------------------------------------------------
      *  0243-CONFERIR-RETORNO: O RETORNO DO BANCO NAO E MARCADO
      *  COMO PROCESSADO - ELE ESTA PENDENTE QUANDO TRAZ PAGAMENTO
      *  POSTERIOR A ULTIMA EXECUCAO OK DO PROGRAMA49 NO BATCHLOG.
      *--------------------------------------------------------------
       0243-CONFERIR-RETORNO           SECTION.
             MOVE 3 TO WRK-IND-CHK.
             PERFORM 0248-ABRIR-ITEM.
             MOVE ZEROS TO WRK-QTD-RETORNO.
             MOVE ZEROS TO WRK-ULT-PAGTO.
             MOVE ZEROS TO WRK-ULT-BAIXA.
             CALL "CONFIG" USING
                 "COBRET_DAT          " WRK-CAMINHO-COBRET.
             OPEN INPUT COBRET.
             IF FS-COBRET NOT EQUAL 0
               GO TO 0243-SAIDA
             END-IF.
             READ COBRET NEXT RECORD.
             PERFORM UNTIL FS-COBRET NOT EQUAL 00
               IF RET-TIPO-REG EQUAL "1"
                 ADD 1 TO WRK-QTD-RETORNO
                 IF RET-DATA-PAGTO GREATER WRK-ULT-PAGTO
                   MOVE RET-DATA-PAGTO TO WRK-ULT-PAGTO
                 END-IF
               END-IF
               READ COBRET NEXT RECORD
             END-PERFORM.
             CLOSE COBRET.
             IF WRK-QTD-RETORNO EQUAL ZEROS
               GO TO 0243-SAIDA
             END-IF.

             PERFORM 0108-OBTER-CAMINHO-BATCHLOG.
             OPEN INPUT BATCHLOG.
             IF FS-BATCHLOG EQUAL 0
               READ BATCHLOG NEXT RECORD
               PERFORM UNTIL FS-BATCHLOG NOT EQUAL 00
                 IF LOG-JOB EQUAL "PROGRAMA49" AND LOG-STATUS-OK
                    AND LOG-DATA GREATER WRK-ULT-BAIXA
                   MOVE LOG-DATA TO WRK-ULT-BAIXA
                 END-IF
                 READ BATCHLOG NEXT RECORD
               END-PERFORM
               CLOSE BATCHLOG
             END-IF.
             IF WRK-ULT-PAGTO GREATER WRK-ULT-BAIXA
               ADD 1 TO WRK-CHK-QTD(3)
               MOVE SPACES TO WRK-DET-TEXTO
               STRING "RETORNO COM " WRK-QTD-RETORNO
                      " TITULO(S) PAGOS ATE " WRK-ULT-PAGTO
                      " - ULTIMA BAIXA " WRK-ULT-BAIXA
                 DELIMITED BY SIZE INTO WRK-DET-TEXTO
               PERFORM 0249-IMPRIMIR-DETALHE
             END-IF.
       0243-SAIDA.
             EXIT.

       0244-CONFERIR-TRANSFER          SECTION.
             MOVE 4 TO WRK-IND-CHK.
             PERFORM 0248-ABRIR-ITEM.
             PERFORM 0149-OBTER-CAMINHO-TRANSFER.
             OPEN INPUT TRANSFER.
             IF FS-TRANSFER NOT EQUAL 0
               GO TO 0244-SAIDA
             END-IF.
             READ TRANSFER NEXT RECORD.
             PERFORM UNTIL FS-TRANSFER NOT EQUAL 00
               IF TRF-EM-TRANSITO
                  AND TRF-DATA NOT GREATER WRK-FIM-COMPETENCIA
                 ADD 1 TO WRK-CHK-QTD(4)
                 MOVE SPACES TO WRK-DET-TEXTO
                 STRING "DOC " TRF-NUMERO " DE " TRF-DATA " FILIAL "
                        TRF-FILIAL-ORIG " > " TRF-FILIAL-DEST
                        " PRODUTO " TRF-CODIGO " QTD " TRF-QTD
                   DELIMITED BY SIZE INTO WRK-DET-TEXTO
                 PERFORM 0249-IMPRIMIR-DETALHE
               END-IF
               READ TRANSFER NEXT RECORD
             END-PERFORM.
             CLOSE TRANSFER.
       0244-SAIDA.
             EXIT.

      *--------------------------------------------------------------
      *  0245-CONFERIR-INVENTARIO: O CICLO ESTA ABERTO ENQUANTO HA
      *  LINHA SEM CONTAGEM CONCLUIDA (PENDENTE/DIVERGENTE) OU LINHA
      *  CONFERIDA COM DIFERENCA QUE O PRD017 AINDA NAO AJUSTOU - A
      *  QUANTIDADE FINAL E A DO PRD017 (SEGUNDA CONTAGEM, SE HOUVE).
      *--------------------------------------------------------------
       0245-CONFERIR-INVENTARIO        SECTION.
             MOVE 5 TO WRK-IND-CHK.
             PERFORM 0248-ABRIR-ITEM.
             MOVE ZEROS TO WRK-QTD-SEM-CONTAGEM.
             MOVE ZEROS TO WRK-QTD-SEM-AJUSTE.
             PERFORM 0147-OBTER-CAMINHO-CONTAGEM.
             OPEN INPUT CONTAGEM.
             IF FS-CONTAGEM NOT EQUAL 0
               GO TO 0245-SAIDA
             END-IF.
             READ CONTAGEM NEXT RECORD.
             PERFORM UNTIL FS-CONTAGEM NOT EQUAL 00
               IF CNT-PENDENTE OR CNT-DIVERGENTE
                 ADD 1 TO WRK-QTD-SEM-CONTAGEM
               END-IF
               IF CNT-CONFERIDO
                 IF CNT-QTD-CONTADA2 GREATER ZEROS
                   MOVE CNT-QTD-CONTADA2 TO WRK-QTD-FINAL
                 ELSE
                   MOVE CNT-QTD-CONTADA1 TO WRK-QTD-FINAL
                 END-IF
                 IF WRK-QTD-FINAL NOT EQUAL CNT-QTD-SISTEMA
                   ADD 1 TO WRK-QTD-SEM-AJUSTE
                 END-IF
               END-IF
               READ CONTAGEM NEXT RECORD
             END-PERFORM.
             CLOSE CONTAGEM.
             IF WRK-QTD-SEM-CONTAGEM GREATER ZEROS
               ADD WRK-QTD-SEM-CONTAGEM TO WRK-CHK-QTD(5)
               MOVE SPACES TO WRK-DET-TEXTO
               STRING WRK-QTD-SEM-CONTAGEM " PRODUTO(S) SEM CONTAGEM "
                      "CONCLUIDA (PRD016)"
                 DELIMITED BY SIZE INTO WRK-DET-TEXTO
               PERFORM 0249-IMPRIMIR-DETALHE
             END-IF.
             IF WRK-QTD-SEM-AJUSTE GREATER ZEROS
               ADD WRK-QTD-SEM-AJUSTE TO WRK-CHK-QTD(5)
               MOVE SPACES TO WRK-DET-TEXTO
               STRING WRK-QTD-SEM-AJUSTE " DIFERENCA(S) CONTADA(S) "
                      "SEM AJUSTE (PRD017)"
                 DELIMITED BY SIZE INTO WRK-DET-TEXTO
               PERFORM 0249-IMPRIMIR-DETALHE
             END-IF.
       0245-SAIDA.
             EXIT.

       0246-CONFERIR-REAJUSTE          SECTION.
             MOVE 6 TO WRK-IND-CHK.
             PERFORM 0248-ABRIR-ITEM.
             PERFORM 0151-OBTER-CAMINHO-REAJUSTE.
             OPEN INPUT REAJUSTE.
             IF FS-REAJUSTE NOT EQUAL 0
               GO TO 0246-SAIDA
             END-IF.
             READ REAJUSTE NEXT RECORD.
             PERFORM UNTIL FS-REAJUSTE NOT EQUAL 00
               IF RJP-AGENDADO
                  AND RJP-DATA-VIGENCIA NOT GREATER
                      WRK-FIM-COMPETENCIA
                 ADD 1 TO WRK-CHK-QTD(6)
                 MOVE SPACES TO WRK-DET-TEXTO
                 IF RJP-POR-CATEGORIA
                   STRING "VIGENCIA " RJP-DATA-VIGENCIA
                          " CATEGORIA " RJP-CATEGORIA
                     DELIMITED BY SIZE INTO WRK-DET-TEXTO
                 ELSE
                   STRING "VIGENCIA " RJP-DATA-VIGENCIA
                          " PRODUTO " RJP-CODIGO
                     DELIMITED BY SIZE INTO WRK-DET-TEXTO
                 END-IF
                 PERFORM 0249-IMPRIMIR-DETALHE
               END-IF
               READ REAJUSTE NEXT RECORD
             END-PERFORM.
             CLOSE REAJUSTE.
       0246-SAIDA.
             EXIT.

      *--------------------------------------------------------------
      *  0247-CONFERIR-ENCOMENDA: A ENTREGA DO PROGRAMA44 GRAVA EM
      *  NOTAEFE.DAT UMA LINHA TIPO N COM O NUMERO DA ENCOMENDA; A
      *  ENCOMENDA DA COMPETENCIA MARCADA ENTREGUE SEM ESSA LINHA NAO
      *  VIROU NOTA. SEM O NOTAEFE.DAT NAO HA COMO CONFERIR.
      *--------------------------------------------------------------
       0247-CONFERIR-ENCOMENDA         SECTION.
             MOVE 7 TO WRK-IND-CHK.
             PERFORM 0248-ABRIR-ITEM.
             MOVE ZEROS TO WRK-QTD-ENN.
             PERFORM 0177-OBTER-CAMINHO-NOTAEFE.
             OPEN INPUT NOTAEFE.
             IF FS-NOTAEFE NOT EQUAL 0
               MOVE "SEM NOTAEFE.DAT - ITEM NAO CONFERIDO"
                 TO WRK-DET-TEXTO
               PERFORM 0249-IMPRIMIR-DETALHE
               GO TO 0247-SAIDA
             END-IF.
             READ NOTAEFE NEXT RECORD.
             PERFORM UNTIL FS-NOTAEFE NOT EQUAL 00
               IF NEF-ENCOMENDA AND WRK-QTD-ENN LESS WRK-MAX-ENN
                 ADD 1 TO WRK-QTD-ENN
                 MOVE NEF-REFERENCIA(1:6)
                   TO WRK-ENN-NUMERO(WRK-QTD-ENN)
               END-IF
               READ NOTAEFE NEXT RECORD
             END-PERFORM.
             CLOSE NOTAEFE.

             PERFORM 0138-OBTER-CAMINHO-ENCOMEND.
             OPEN INPUT ENCOMENDAS.
             IF FS-ENCOMENDAS NOT EQUAL 0
               GO TO 0247-SAIDA
             END-IF.
             READ ENCOMENDAS NEXT RECORD.
             PERFORM UNTIL FS-ENCOMENDAS NOT EQUAL 00
               IF ENC-ENTREGUE
                  AND ENC-DATA NOT LESS WRK-INI-COMPETENCIA
                  AND ENC-DATA NOT GREATER WRK-FIM-COMPETENCIA
                 MOVE ENC-NUMERO TO WRK-ENC-NUMERO-X
                 MOVE "N" TO WRK-SW-ACHOU
                 MOVE 1   TO WRK-IND-ENN
                 PERFORM UNTIL WRK-IND-ENN GREATER WRK-QTD-ENN
                            OR ITEM-ACHADO
                   IF WRK-ENN-NUMERO(WRK-IND-ENN) EQUAL
                        WRK-ENC-NUMERO-X
                     SET ITEM-ACHADO TO TRUE
                   ELSE
                     ADD 1 TO WRK-IND-ENN
                   END-IF
                 END-PERFORM
                 IF NOT ITEM-ACHADO
                   ADD 1 TO WRK-CHK-QTD(7)
                   MOVE SPACES TO WRK-DET-TEXTO
                   STRING "ENCOMENDA " ENC-NUMERO " DE " ENC-DATA
                          " FILIAL " ENC-FILIAL " PRODUTO " ENC-CODIGO
                     DELIMITED BY SIZE INTO WRK-DET-TEXTO
                   PERFORM 0249-IMPRIMIR-DETALHE
                 END-IF
               END-IF
               READ ENCOMENDAS NEXT RECORD
             END-PERFORM.
             CLOSE ENCOMENDAS.
       0247-SAIDA.
             EXIT.

      *--- TITULO DO ITEM WRK-IND-CHK NO RELATORIO ---
       0248-ABRIR-ITEM                 SECTION.
             IF RELFECH-ABERTO
               MOVE SPACES TO REG-RELFECH
               WRITE REG-RELFECH
               MOVE SPACES TO REG-RELFECH
               STRING WRK-CHK-CODIGO(WRK-IND-CHK) " - "
                      WRK-CHK-DESCRICAO(WRK-IND-CHK)
                 DELIMITED BY SIZE INTO REG-RELFECH
               WRITE REG-RELFECH
             END-IF.

       0249-IMPRIMIR-DETALHE           SECTION.
             IF RELFECH-ABERTO
               MOVE WRK-DET-TEXTO     TO WRK-LD-TEXTO
               MOVE WRK-LINHA-DETALHE TO REG-RELFECH
               WRITE REG-RELFECH
             END-IF.

      *--------------------------------------------------------------
      *  0260-LIBERAR-FECHAMENTO: COM ITEM BLOQUEANTE SO O
      *  SUPERVISOR FECHA, E COM MOTIVO. FORA DO MENU O MODULO
      *  SIGNON IDENTIFICA O OPERADOR, COMO NO BLOQUEIO DE LOTE DO
      *  PRD046.
      *--------------------------------------------------------------
       0260-LIBERAR-FECHAMENTO         SECTION.
             MOVE 'C' TO WRK-RESULTADO.
             DISPLAY WRK-QTD-BLOQUEIOS " ITEM(NS) BLOQUEANTE(S) NO "
                     "CHECKLIST".
             IF RELFECH-ABERTO
               DISPLAY "DETALHES EM " WRK-CAMINHO-RELFECH
             END-IF.
             DISPLAY "SUPERVISOR LIBERA O FECHAMENTO ASSIM MESMO? "
                     "(S/N) "
               ACCEPT WRK-CONFIRMA.
             IF WRK-CONFIRMA NOT EQUAL 'S'
                AND WRK-CONFIRMA NOT EQUAL 's'
               MOVE "RECUSADO - ITENS BLOQUEANTES" TO WRK-MOTIVO
               GO TO 0260-SAIDA
             END-IF.
             IF WRK-SESSAO-NIVEL IS NOT NUMERIC
                OR WRK-SESSAO-NIVEL LESS 2
               CALL "SIGNON"
             END-IF.
             IF WRK-SESSAO-NIVEL IS NOT NUMERIC
                OR WRK-SESSAO-NIVEL LESS 2
               DISPLAY "LIBERACAO DO FECHAMENTO SO PARA SUPERVISOR"
               MOVE "RECUSADO - LIBERACAO SEM SUPERVISOR"
                 TO WRK-MOTIVO
               GO TO 0260-SAIDA
             END-IF.
             DISPLAY "MOTIVO DA LIBERACAO.......... "
               ACCEPT WRK-MOTIVO.
             IF WRK-MOTIVO EQUAL SPACES
               DISPLAY "MOTIVO OBRIGATORIO - FECHAMENTO NAO LIBERADO"
               MOVE "RECUSADO - LIBERACAO SEM MOTIVO" TO WRK-MOTIVO
               GO TO 0260-SAIDA
             END-IF.
             MOVE 'L' TO WRK-RESULTADO.
             MOVE WRK-SESSAO-OPERADOR TO WRK-SUPERVISOR.
             DISPLAY "FECHAMENTO LIBERADO POR " WRK-SUPERVISOR.
       0260-SAIDA.
             EXIT.

      *--------------------------------------------------------------
      *  0270-ARQUIVAR-CHECKLIST: GRAVA OS ITENS E O RESULTADO EM
      *  FECHCHK.DAT COM A DATA/HORA DO REGISTRO DO FECHAMENTO E
      *  FECHA O RELATORIO COM O RESULTADO.
      *--------------------------------------------------------------
       0270-ARQUIVAR-CHECKLIST         SECTION.
             PERFORM 0197-OBTER-CAMINHO-FECHCHK.
             OPEN EXTEND FECHCHK.
             IF FS-FECHCHK EQUAL 35
               OPEN OUTPUT FECHCHK
             END-IF.
             IF FS-FECHCHK NOT EQUAL 0
               DISPLAY "CHECKLIST NAO FOI ARQUIVADO - STATUS "
                       FS-FECHCHK
             ELSE
               MOVE 1 TO WRK-IND-CHK
               PERFORM UNTIL WRK-IND-CHK GREATER WRK-QTD-ITENS-CHK
                 MOVE WRK-COMPETENCIA TO FCK-COMPETENCIA
                 MOVE WRK-CHK-DATA    TO FCK-DATA
                 MOVE WRK-CHK-HORA    TO FCK-HORA
                 MOVE WRK-OPERADOR    TO FCK-OPERADOR
                 MOVE 'I'             TO FCK-TIPO
                 MOVE WRK-CHK-CODIGO(WRK-IND-CHK) TO FCK-ITEM
                 MOVE WRK-CHK-QTD(WRK-IND-CHK)    TO FCK-QTD
                 EVALUATE TRUE
                   WHEN WRK-CHK-QTD(WRK-IND-CHK) EQUAL ZEROS
                     MOVE 'O' TO FCK-SITUACAO
                   WHEN WRK-CHK-TIPO(WRK-IND-CHK) EQUAL 'B'
                     MOVE 'B' TO FCK-SITUACAO
                   WHEN OTHER
                     MOVE 'V' TO FCK-SITUACAO
                 END-EVALUATE
                 MOVE WRK-CHK-DESCRICAO(WRK-IND-CHK) TO FCK-TEXTO
                 WRITE REG-FECHCHK
                 ADD 1 TO WRK-IND-CHK
               END-PERFORM
               MOVE 'R'               TO FCK-TIPO
               MOVE SPACES            TO FCK-ITEM
               MOVE WRK-QTD-BLOQUEIOS TO FCK-QTD
               MOVE WRK-RESULTADO     TO FCK-SITUACAO
               MOVE WRK-MOTIVO        TO FCK-TEXTO
               IF FECHAMENTO-LIBERADO
                 MOVE WRK-SUPERVISOR  TO FCK-OPERADOR
               END-IF
               WRITE REG-FECHCHK
               CLOSE FECHCHK
             END-IF.

             IF RELFECH-ABERTO
               MOVE SPACES TO REG-RELFECH
               WRITE REG-RELFECH
               MOVE SPACES TO REG-RELFECH
               EVALUATE TRUE
                 WHEN FECHAMENTO-LIBERADO
                   STRING "FECHADA COM LIBERACAO DE " WRK-SUPERVISOR
                          " - MOTIVO: " WRK-MOTIVO
                     DELIMITED BY SIZE INTO REG-RELFECH
                 WHEN FECHAMENTO-CANCELADO
                   STRING "COMPETENCIA NAO FECHADA - " WRK-MOTIVO
                     DELIMITED BY SIZE INTO REG-RELFECH
                 WHEN OTHER
                   MOVE "COMPETENCIA FECHADA" TO REG-RELFECH
               END-EVALUATE
               WRITE REG-RELFECH
               CLOSE RELFECH
               MOVE "N" TO WRK-SW-RELFECH
               DISPLAY "CHECKLIST IMPRESSO EM " WRK-CAMINHO-RELFECH
             END-IF.

           COPY "CAMCXSP.cpy".
           COPY "CAMCTLP.cpy".
           COPY "CAMLOGP.cpy".
           COPY "CAMTRFP.cpy".
           COPY "CAMCNTP.cpy".
           COPY "CAMRJPP.cpy".
           COPY "CAMENCP.cpy".
           COPY "CAMNEFP.cpy".
           COPY "CAMFCKP.cpy".
           COPY "CAMNFEP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "FIM DE PROGRAMA ".
