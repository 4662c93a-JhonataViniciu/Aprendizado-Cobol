       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFEFILA.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: POE A NOTA EMITIDA NA FILA DA NOTA ELETRONICA
      *==            (NFECTL.DAT) COM A SITUACAO PENDENTE, PARA O
      *==            PROGRAMA83 GERAR O ARQUIVO NO LAYOUT DO FISCO E
      *==            TRANSMITIR. A ULTIMA LINHA DO NFECONT.DAT DIZ SE
      *==            A EMISSAO ESTA EM CONTINGENCIA - A NOTA SAI
      *==            MARCADA E O CHAMADOR AVISA NO DOCUMENTO. A SEGUNDA
      *==            DEVOLUCAO DA MESMA NOTA NO MESMO DIA SOMA NA
      *==            PENDENTE AINDA NAO GERADA; SE A PRIMEIRA JA FOI
      *==            GERADA, O MODULO DEVOLVE "JA TRANSMITIDA" E O
      *==            CHAMADOR ORIENTA O OPERADOR. CHAMADO POR
      *==            CALL "NFEFILA" USING A AREA DE NFEFILA.cpy.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFECTL ASSIGN TO WRK-CAMINHO-NFECTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFE-CHAVE
               FILE STATUS IS FS-NFECTL.

           SELECT NFECONT ASSIGN TO WRK-CAMINHO-NFECONT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NFECONT.

       DATA DIVISION.
       FILE SECTION.
       FD  NFECTL.
           COPY "NFECTL.cpy".

       FD  NFECONT.
           COPY "NFECONT.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMNFE.cpy".
           COPY "CAMNFC.cpy".
       77  FS-NFECTL   PIC 9(02) VALUE ZEROS.
       77  FS-NFECONT  PIC 9(02) VALUE ZEROS.
       77  WRK-SW-CONTINGENCIA PIC X(01) VALUE "N".
           88 EMISSAO-EM-CONTINGENCIA      VALUE "S".

       LINKAGE SECTION.
       01  LK-AREA-NFEFILA.
           05 LK-NFF-FILIAL       PIC 9(02).
           05 LK-NFF-TIPO         PIC X(01).
           05 LK-NFF-NOTA         PIC X(04).
           05 LK-NFF-DATA         PIC 9(08).
           05 LK-NFF-ID-CLIENTE   PIC 9(04).
           05 LK-NFF-FORMA-PAGTO  PIC X(10).
           05 LK-NFF-VALOR        PIC 9(08)V99.
           05 LK-NFF-ICMS         PIC 9(08)V99.
           05 LK-NFF-FRETE        PIC 9(08)V99.
           05 LK-NFF-DESCONTO     PIC 9(08)V99.
           05 LK-NFF-SW-RESULTADO PIC X(01).
           05 LK-NFF-STATUS-ARQ   PIC 9(02).

       PROCEDURE DIVISION USING LK-AREA-NFEFILA.
       0000-PRINCIPAL                  SECTION.
            MOVE "E"   TO LK-NFF-SW-RESULTADO.
            MOVE ZEROS TO LK-NFF-STATUS-ARQ.
            PERFORM 0100-LER-CONTINGENCIA.

            PERFORM 0193-OBTER-CAMINHO-NFECTL.
            OPEN I-O NFECTL.
            IF FS-NFECTL EQUAL 35
               OPEN OUTPUT NFECTL
               CLOSE NFECTL
               OPEN I-O NFECTL
            END-IF.
            IF FS-NFECTL NOT EQUAL 0
               MOVE FS-NFECTL TO LK-NFF-STATUS-ARQ
               GO TO 0000-ENCERRAR
            END-IF.

            MOVE LK-NFF-FILIAL TO NFE-FILIAL.
            MOVE LK-NFF-TIPO   TO NFE-TIPO.
            MOVE LK-NFF-NOTA   TO NFE-NOTA.
            MOVE LK-NFF-DATA   TO NFE-DATA-EMISSAO.
            READ NFECTL KEY IS NFE-CHAVE
              INVALID KEY
                PERFORM 0200-INCLUIR-NOTA
              NOT INVALID KEY
                PERFORM 0300-SOMAR-NA-PENDENTE
            END-READ.
            CLOSE NFECTL.
       0000-ENCERRAR.
            GOBACK.

      *--- A ULTIMA LINHA DO HISTORICO E A SITUACAO EM VIGOR ---
       0100-LER-CONTINGENCIA           SECTION.
            MOVE "N" TO WRK-SW-CONTINGENCIA.
            PERFORM 0194-OBTER-CAMINHO-NFECONT.
            OPEN INPUT NFECONT.
            IF FS-NFECONT NOT EQUAL 0
               GO TO 0100-LER-SAIDA
            END-IF.
            READ NFECONT NEXT RECORD.
            PERFORM UNTIL FS-NFECONT NOT EQUAL 00
               IF NCT-CONTINGENCIA
                  MOVE "S" TO WRK-SW-CONTINGENCIA
               ELSE
                  MOVE "N" TO WRK-SW-CONTINGENCIA
               END-IF
               READ NFECONT NEXT RECORD
            END-PERFORM.
            CLOSE NFECONT.
       0100-LER-SAIDA.
            EXIT.

       0200-INCLUIR-NOTA               SECTION.
            ACCEPT NFE-HORA-EMISSAO FROM TIME.
            MOVE LK-NFF-DATA(1:6)   TO NFE-COMPETENCIA.
            MOVE LK-NFF-ID-CLIENTE  TO NFE-ID-CLIENTE.
            MOVE LK-NFF-FORMA-PAGTO TO NFE-FORMA-PAGTO.
            MOVE LK-NFF-VALOR       TO NFE-VALOR.
            MOVE LK-NFF-ICMS        TO NFE-ICMS.
            MOVE LK-NFF-FRETE       TO NFE-FRETE.
            MOVE LK-NFF-DESCONTO    TO NFE-DESCONTO.
            MOVE 'P'                TO NFE-STATUS.
            IF EMISSAO-EM-CONTINGENCIA
               MOVE 'S' TO NFE-CONTINGENCIA
            ELSE
               MOVE 'N' TO NFE-CONTINGENCIA
            END-IF.
            MOVE SPACES TO NFE-SW-CANCELAR.
            MOVE SPACES TO NFE-ARQUIVO.
            MOVE SPACES TO NFE-LOTE.
            MOVE ZEROS  TO NFE-DATA-TRANSM.
            MOVE ZEROS  TO NFE-QTD-ENVIOS.
            MOVE SPACES TO NFE-PROTOCOLO.
            MOVE ZEROS  TO NFE-DATA-RETORNO.
            MOVE ZEROS  TO NFE-CSTAT.
            MOVE SPACES TO NFE-MOTIVO.
            WRITE REG-NFECTL
              INVALID KEY
                MOVE FS-NFECTL TO LK-NFF-STATUS-ARQ
                GO TO 0200-INCLUIR-SAIDA
            END-WRITE.
            PERFORM 0400-DEVOLVER-RESULTADO.
       0200-INCLUIR-SAIDA.
            EXIT.

      *--------------------------------------------------------------
      *  0300-SOMAR-NA-PENDENTE: A CHAVE JA EXISTE - SO ACONTECE NA
      *  SEGUNDA DEVOLUCAO DA MESMA NOTA NO DIA. ENQUANTO O ARQUIVO
      *  NAO FOI GERADO, O PROGRAMA83 AINDA VAI LER TODAS AS LINHAS
      *  DO DIA NO DEVOLUCA.DAT E BASTA SOMAR OS VALORES.
      *--------------------------------------------------------------
       0300-SOMAR-NA-PENDENTE          SECTION.
            IF NOT NFE-PENDENTE
               OR NFE-ARQUIVO NOT EQUAL SPACES
               MOVE "J" TO LK-NFF-SW-RESULTADO
               GO TO 0300-SOMAR-SAIDA
            END-IF.
            ADD LK-NFF-VALOR    TO NFE-VALOR.
            ADD LK-NFF-ICMS     TO NFE-ICMS.
            ADD LK-NFF-FRETE    TO NFE-FRETE.
            ADD LK-NFF-DESCONTO TO NFE-DESCONTO.
            REWRITE REG-NFECTL
              INVALID KEY
                MOVE FS-NFECTL TO LK-NFF-STATUS-ARQ
                GO TO 0300-SOMAR-SAIDA
            END-REWRITE.
            PERFORM 0400-DEVOLVER-RESULTADO.
       0300-SOMAR-SAIDA.
            EXIT.

       0400-DEVOLVER-RESULTADO         SECTION.
            IF NFE-EM-CONTINGENCIA
               MOVE "C" TO LK-NFF-SW-RESULTADO
            ELSE
               MOVE "S" TO LK-NFF-SW-RESULTADO
            END-IF.

           COPY "CAMNFEP.cpy".
           COPY "CAMNFCP.cpy".
