       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA86.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: ENTRADA E SAIDA DA CONTINGENCIA DA NOTA
      *==           ELETRONICA. MOSTRA A SITUACAO EM VIGOR (ULTIMA
      *==           LINHA DO NFECONT.DAT), PEDE A LIBERACAO DO
      *==           SUPERVISOR (SUPAUT) E O MOTIVO, E ACRESCENTA UMA
      *==           LINHA AO HISTORICO COM A NOVA SITUACAO. ENQUANTO A
      *==           CONTINGENCIA ESTA EM VIGOR A EMISSAO SEGUE NO
      *==           BALCAO, A NOTA SAI MARCADA E O PROGRAMA83 SO GERA
      *==           OS ARQUIVOS, SEM MONTAR LOTE. AO VOLTAR AO NORMAL,
      *==           A PROXIMA EXECUCAO DO PROGRAMA83 TRANSMITE O QUE
      *==           FICOU PENDENTE. A TROCA VAI PARA O BATCHLOG.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
           SELECT NFECONT ASSIGN TO WRK-CAMINHO-NFECONT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NFECONT.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  NFECONT.
           COPY "NFECONT.cpy".

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMNFC.cpy".
           COPY "CAMLOG.cpy".
           COPY "OPESSAO.cpy".
           COPY "SUPAUT.cpy".
       77  FS-NFECONT          PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.

       77  WRK-SW-CONTINGENCIA PIC X(01)    VALUE "N".
           88 EMISSAO-EM-CONTINGENCIA       VALUE "S".
       77  WRK-CONT-DATA       PIC 9(08)    VALUE ZEROS.
       77  WRK-CONT-HORA       PIC 9(08)    VALUE ZEROS.
       77  WRK-CONT-SUPERVISOR PIC X(20)    VALUE SPACES.
       77  WRK-CONT-MOTIVO     PIC X(40)    VALUE SPACES.
       77  WRK-MOTIVO          PIC X(40)    VALUE SPACES.
       77  WRK-CONFIRMA        PIC X(01)    VALUE SPACES.
       77  WRK-SW-GRAVOU       PIC X(01)    VALUE "N".
           88 TROCA-GRAVADA                 VALUE "S".

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           PERFORM 0194-OBTER-CAMINHO-NFECONT.
           OPEN INPUT NFECONT.
           IF FS-NFECONT NOT EQUAL 0
             GO TO 0100-MOSTRAR
           END-IF.
           READ NFECONT NEXT RECORD.
           PERFORM UNTIL FS-NFECONT NOT EQUAL 00
             IF NCT-CONTINGENCIA
               MOVE "S" TO WRK-SW-CONTINGENCIA
             ELSE
               MOVE "N" TO WRK-SW-CONTINGENCIA
             END-IF
             MOVE NCT-DATA       TO WRK-CONT-DATA
             MOVE NCT-HORA       TO WRK-CONT-HORA
             MOVE NCT-SUPERVISOR TO WRK-CONT-SUPERVISOR
             MOVE NCT-MOTIVO     TO WRK-CONT-MOTIVO
             READ NFECONT NEXT RECORD
           END-PERFORM.
           CLOSE NFECONT.
       0100-MOSTRAR.
           IF EMISSAO-EM-CONTINGENCIA
             DISPLAY "SITUACAO ATUAL: EMISSAO EM CONTINGENCIA"
           ELSE
             DISPLAY "SITUACAO ATUAL: EMISSAO NORMAL"
           END-IF.
           IF WRK-CONT-DATA NOT EQUAL ZEROS
             DISPLAY "  DESDE " WRK-CONT-DATA " " WRK-CONT-HORA(1:4)
                     " - " WRK-CONT-SUPERVISOR
             DISPLAY "  MOTIVO: " WRK-CONT-MOTIVO
           END-IF.

       0200-PROCESSAR                  SECTION.
           IF EMISSAO-EM-CONTINGENCIA
             DISPLAY "VOLTAR A EMISSAO NORMAL? (S/N) "
           ELSE
             DISPLAY "ENTRAR EM CONTINGENCIA? (S/N) "
           END-IF.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S" AND NOT EQUAL "s"
             DISPLAY "SITUACAO MANTIDA"
             GO TO 0200-SAIDA
           END-IF.

           DISPLAY "A TROCA EXIGE LIBERACAO DO SUPERVISOR".
           MOVE "N" TO SUP-SW-AUTORIZA.
           CALL "SUPAUT" USING WRK-AREA-SUPAUT.
           IF NOT SUP-AUTORIZADO
             DISPLAY "TROCA NAO LIBERADA - SITUACAO MANTIDA"
             GO TO 0200-SAIDA
           END-IF.

           DISPLAY "MOTIVO: "
             ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO EQUAL SPACES
             DISPLAY "MOTIVO OBRIGATORIO - SITUACAO MANTIDA"
             GO TO 0200-SAIDA
           END-IF.

           OPEN EXTEND NFECONT.
           IF FS-NFECONT EQUAL 35
             OPEN OUTPUT NFECONT
           END-IF.
           IF FS-NFECONT NOT EQUAL 0
             DISPLAY "HISTORICO DA CONTINGENCIA NAO FOI ABERTO - "
                     "STATUS " FS-NFECONT
             GO TO 0200-SAIDA
           END-IF.
           IF EMISSAO-EM-CONTINGENCIA
             MOVE "N" TO NCT-SITUACAO
             MOVE "N" TO WRK-SW-CONTINGENCIA
           ELSE
             MOVE "C" TO NCT-SITUACAO
             MOVE "S" TO WRK-SW-CONTINGENCIA
           END-IF.
           ACCEPT NCT-DATA FROM DATE YYYYMMDD.
           ACCEPT NCT-HORA FROM TIME.
           MOVE SUP-NOME   TO NCT-SUPERVISOR.
           MOVE WRK-MOTIVO TO NCT-MOTIVO.
           WRITE REG-NFECONT.
           CLOSE NFECONT.
           MOVE "S" TO WRK-SW-GRAVOU.
           IF EMISSAO-EM-CONTINGENCIA
             DISPLAY "EMISSAO EM CONTINGENCIA A PARTIR DE AGORA"
           ELSE
             DISPLAY "EMISSAO NORMAL - RODE O PROGRAMA83 PARA "
                     "TRANSMITIR AS PENDENTES"
           END-IF.
       0200-SAIDA.
           EXIT.

           COPY "CAMNFCP.cpy".
       0300-FINALIZAR                  SECTION.
               IF TROCA-GRAVADA
                 MOVE "PROGRAMA86" TO LOG-JOB
                 MOVE "S"          TO LOG-STATUS
                 MOVE 1            TO LOG-QTD
                 MOVE 1            TO LOG-QTD-LIDOS
                 MOVE ZEROS        TO LOG-QTD-REJEITADOS
                 MOVE ZEROS        TO LOG-HASH
                 IF EMISSAO-EM-CONTINGENCIA
                   MOVE "NF-E: ENTRADA EM CONTINGENCIA"
                     TO LOG-MENSAGEM
                 ELSE
                   MOVE "NF-E: VOLTA A EMISSAO NORMAL"
                     TO LOG-MENSAGEM
                 END-IF
                 PERFORM 0130-REGISTRAR-LOG
               END-IF.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
