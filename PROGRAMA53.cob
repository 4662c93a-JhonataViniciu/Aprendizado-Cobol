      *==           PRIMEIRO COMPONENTE DO KITDEF.DAT - A MESMA
      *==           CATEGORIA QUE O PROGRAMA15 USOU NA VENDA, PARA O
      *==           FECHAMENTO DO MES BATER COM O DIA A DIA.
      *== 15/10/2026 - JV - BAIXAS PARA PERDAS DA COMPETENCIA
      *==           (PERDAS.DAT, PROGRAMA82) SAEM COMO D 52101 PERDAS
      *==           COM CLIENTES / C 11201 CLIENTES A RECEBER; O
      *==           RECEBIMENTO DE PARCELA JA BAIXADA (RCM-TIPO 'P')
      *==           SAI COMO D 11102 CAIXA / C 42101 RECUPERACAO DE
      *==           CREDITOS, FORA DA BAIXA DE CLIENTES.
      *== 15/10/2026 - JV - DESPESAS A PAGAR QUE NAO SAO MERCADORIA
      *==           (CONTAPAG.DAT COM CAP-CONTA PREENCHIDA, PRD042 E
      *==           PRD044) LANCADAS NA COMPETENCIA SAEM POR DIA DE
      *==           ENTRADA E CONTA COMO D CONTA DE DESPESA / C 21401
      *==           CONTAS A PAGAR - DESPESAS.
      *== 15/10/2026 - JV - ENTRADA DE MERCADORIA ENTRA NO ESTOQUE PELO
      *==           CUSTO DE CHEGADA: O FRETE, SEGURO E DESCARGA
      *==           RATEADOS NA LINHA (ENT-CUSTO-ADIC) SOMAM AO CUSTO
      *==           DA NOTA. O DIARIO DE ENTRADAS PASSA A SER LIDO PELO
      *==           LAYOUT DO ENTRADAS.cpy.
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECMOV.

           SELECT PERDAS ASSIGN TO WRK-CAMINHO-PERDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERDAS.

           SELECT CONTAPAG ASSIGN TO WRK-CAMINHO-CONTAPAG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTAPAG.

           SELECT PLANOCON ASSIGN TO WRK-CAMINHO-PLANOCON
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLANOCON.
           COPY "TABICMS.cpy".

       FD  ENTRADAS.
           COPY "ENTRADAS.cpy".

       FD  RECMOV.
           COPY "RECMOV.cpy".

       FD  PERDAS.
           COPY "PERDA.cpy".

       FD  CONTAPAG.
           COPY "CONTAPAG.cpy".

       FD  PLANOCON.
           COPY "PLANOCON.cpy".

           COPY "CAMICM.cpy".
           COPY "CAMKIT.cpy".
           COPY "CAMRCM.cpy".
           COPY "CAMPDA.cpy".
           COPY "CAMCAP.cpy".
           COPY "CAMLOG.cpy".
           COPY "COMPETEN.cpy".
       77  FS-VENDMOV          PIC 9(02)    VALUE ZEROS.
       77  FS-TABICMS          PIC 9(02)    VALUE ZEROS.
       77  FS-ENTRADAS         PIC 9(02)    VALUE ZEROS.
       77  FS-RECMOV           PIC 9(02)    VALUE ZEROS.
       77  FS-PERDAS           PIC 9(02)    VALUE ZEROS.
       77  FS-CONTAPAG         PIC 9(02)    VALUE ZEROS.
       77  FS-PLANOCON         PIC 9(02)    VALUE ZEROS.
       77  FS-EXPCOM           PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
              10 WRK-DIA-ICMS      PIC 9(10)V99.
              10 WRK-DIA-ENTRADAS  PIC 9(10)V99.
              10 WRK-DIA-RECEB     PIC 9(10)V99.
              10 WRK-DIA-PERDAS    PIC 9(10)V99.
              10 WRK-DIA-RECUPER   PIC 9(10)V99.

      *--- DESPESAS A PAGAR POR DIA DE ENTRADA E CONTA DE DESPESA ---
       01  WRK-TAB-DESPESAS.
           05 WRK-DSP-ITEM OCCURS 300 TIMES.
              10 WRK-DSP-DIA       PIC 9(02).
              10 WRK-DSP-CONTA     PIC 9(05).
              10 WRK-DSP-VALOR     PIC 9(10)V99.
       77  WRK-QTD-DESPESAS    PIC 9(03)    VALUE ZEROS.
       77  WRK-MAX-DESPESAS    PIC 9(03)    VALUE 300.
       77  WRK-IND-DESPESA     PIC 9(03)    VALUE ZEROS.
       77  WRK-SW-DESPESA      PIC X(01)    VALUE "N".
           88 DESPESA-ACHADA                VALUE "S".

      *--- PLANO DE CONTAS CARREGADO EM MEMORIA ---
       01  WRK-TAB-PLANO.
           PERFORM 0210-TOTALIZAR-VENDAS.
           PERFORM 0230-TOTALIZAR-ENTRADAS.
           PERFORM 0240-TOTALIZAR-RECEBIMENTOS.
           PERFORM 0245-TOTALIZAR-PERDAS.
           PERFORM 0247-TOTALIZAR-DESPESAS.
           PERFORM 0250-EMITIR-LANCAMENTOS.

       0210-TOTALIZAR-VENDAS           SECTION.
                AND WRK-DM-DIA IS LESS THAN OR EQUAL TO 31
               ADD ENT-CUSTO-TOTAL
                 TO WRK-DIA-ENTRADAS(WRK-DM-DIA)
               IF ENT-CUSTO-ADIC IS NUMERIC
                 ADD ENT-CUSTO-ADIC
                   TO WRK-DIA-ENTRADAS(WRK-DM-DIA)
               END-IF
             END-IF
             READ ENTRADAS NEXT RECORD
           END-PERFORM.
             IF WRK-DM-AAAAMM EQUAL WRK-COMPETENCIA
                AND WRK-DM-DIA GREATER ZEROS
                AND WRK-DM-DIA IS LESS THAN OR EQUAL TO 31
               IF RCM-RECUPERACAO
                 ADD RCM-VALOR TO WRK-DIA-RECUPER(WRK-DM-DIA)
               ELSE
                 ADD RCM-VALOR TO WRK-DIA-RECEB(WRK-DM-DIA)
               END-IF
             END-IF
             READ RECMOV NEXT RECORD
           END-PERFORM.
       0240-TOTALIZAR-SAIDA.
           EXIT.

      *--- SALDOS BAIXADOS PARA PERDAS NO PROGRAMA82 ---
       0245-TOTALIZAR-PERDAS           SECTION.
           PERFORM 0191-OBTER-CAMINHO-PERDAS.
           OPEN INPUT PERDAS.
           IF FS-PERDAS NOT EQUAL 0
             GO TO 0245-TOTALIZAR-SAIDA
           END-IF.
           READ PERDAS NEXT RECORD.
           PERFORM UNTIL FS-PERDAS NOT EQUAL 00
             MOVE PDA-DATA TO WRK-DATA-MOV
             IF WRK-DM-AAAAMM EQUAL WRK-COMPETENCIA
                AND WRK-DM-DIA GREATER ZEROS
                AND WRK-DM-DIA IS LESS THAN OR EQUAL TO 31
               ADD PDA-VALOR TO WRK-DIA-PERDAS(WRK-DM-DIA)
             END-IF
             READ PERDAS NEXT RECORD
           END-PERFORM.
           CLOSE PERDAS.
       0245-TOTALIZAR-SAIDA.
           EXIT.

      *--- DESPESAS DO PRD042/PRD044: SO AS DUPLICATAS COM CONTA ---
       0247-TOTALIZAR-DESPESAS         SECTION.
           PERFORM 0144-OBTER-CAMINHO-CONTAPAG.
           OPEN INPUT CONTAPAG.
           IF FS-CONTAPAG NOT EQUAL 0
             GO TO 0247-TOTALIZAR-SAIDA
           END-IF.
           READ CONTAPAG NEXT RECORD.
           PERFORM UNTIL FS-CONTAPAG NOT EQUAL 00
             MOVE CAP-DATA-ENTRADA TO WRK-DATA-MOV
             IF CAP-CONTA IS NUMERIC
                AND CAP-CONTA NOT EQUAL ZEROS
                AND WRK-DM-AAAAMM EQUAL WRK-COMPETENCIA
                AND WRK-DM-DIA GREATER ZEROS
                AND WRK-DM-DIA IS LESS THAN OR EQUAL TO 31
               PERFORM 0248-ACUMULAR-DESPESA
             END-IF
             READ CONTAPAG NEXT RECORD
           END-PERFORM.
           CLOSE CONTAPAG.
       0247-TOTALIZAR-SAIDA.
           EXIT.

       0248-ACUMULAR-DESPESA           SECTION.
           MOVE 1   TO WRK-IND-DESPESA.
           MOVE "N" TO WRK-SW-DESPESA.
           PERFORM UNTIL WRK-IND-DESPESA GREATER WRK-QTD-DESPESAS
                      OR DESPESA-ACHADA
             IF WRK-DSP-DIA(WRK-IND-DESPESA) EQUAL WRK-DM-DIA
                AND WRK-DSP-CONTA(WRK-IND-DESPESA) EQUAL CAP-CONTA
               SET DESPESA-ACHADA TO TRUE
             ELSE
               ADD 1 TO WRK-IND-DESPESA
             END-IF
           END-PERFORM.
           IF NOT DESPESA-ACHADA
             IF WRK-QTD-DESPESAS LESS WRK-MAX-DESPESAS
               ADD 1 TO WRK-QTD-DESPESAS
               MOVE WRK-QTD-DESPESAS TO WRK-IND-DESPESA
               MOVE WRK-DM-DIA TO WRK-DSP-DIA(WRK-IND-DESPESA)
               MOVE CAP-CONTA  TO WRK-DSP-CONTA(WRK-IND-DESPESA)
               MOVE ZEROS      TO WRK-DSP-VALOR(WRK-IND-DESPESA)
             ELSE
               DISPLAY "*** TABELA DE DESPESAS CHEIA - DUPLICATA "
                       CAP-FORNECEDOR " " CAP-DOCUMENTO
                       " FORA DO DIARIO ***"
               GO TO 0248-ACUMULAR-SAIDA
             END-IF
           END-IF.
           ADD CAP-VALOR TO WRK-DSP-VALOR(WRK-IND-DESPESA).
       0248-ACUMULAR-SAIDA.
           EXIT.

      *--- UM PAR DEBITO/CREDITO POR FATO E POR DIA ---
       0250-EMITIR-LANCAMENTOS         SECTION.
           MOVE 1 TO WRK-DIA.
             PERFORM 0260-GRAVAR-LANCAMENTO
           END-IF.

           IF WRK-DIA-PERDAS(WRK-DIA) GREATER ZEROS
             MOVE 52101 TO EXC-CONTA
             MOVE "D"   TO EXC-NATUREZA
             MOVE WRK-DIA-PERDAS(WRK-DIA) TO EXC-VALOR
             MOVE "PERDAS COM CLIENTES" TO WRK-DESCR-PADRAO
             PERFORM 0260-GRAVAR-LANCAMENTO
             MOVE 11201 TO EXC-CONTA
             MOVE "C"   TO EXC-NATUREZA
             MOVE WRK-DIA-PERDAS(WRK-DIA) TO EXC-VALOR
             MOVE "CLIENTES A RECEBER" TO WRK-DESCR-PADRAO
             PERFORM 0260-GRAVAR-LANCAMENTO
           END-IF.

           IF WRK-DIA-RECUPER(WRK-DIA) GREATER ZEROS
             MOVE 11102 TO EXC-CONTA
             MOVE "D"   TO EXC-NATUREZA
             MOVE WRK-DIA-RECUPER(WRK-DIA) TO EXC-VALOR
             MOVE "CAIXA - RECEBIMENTOS" TO WRK-DESCR-PADRAO
             PERFORM 0260-GRAVAR-LANCAMENTO
             MOVE 42101 TO EXC-CONTA
             MOVE "C"   TO EXC-NATUREZA
             MOVE WRK-DIA-RECUPER(WRK-DIA) TO EXC-VALOR
             MOVE "RECUPERACAO DE CREDITOS" TO WRK-DESCR-PADRAO
             PERFORM 0260-GRAVAR-LANCAMENTO
           END-IF.

           MOVE 1 TO WRK-IND-DESPESA.
           PERFORM UNTIL WRK-IND-DESPESA GREATER WRK-QTD-DESPESAS
             IF WRK-DSP-DIA(WRK-IND-DESPESA) EQUAL WRK-DIA
               MOVE WRK-DSP-CONTA(WRK-IND-DESPESA) TO EXC-CONTA
               MOVE "D" TO EXC-NATUREZA
               MOVE WRK-DSP-VALOR(WRK-IND-DESPESA) TO EXC-VALOR
               MOVE "DESPESAS" TO WRK-DESCR-PADRAO
               PERFORM 0260-GRAVAR-LANCAMENTO
               MOVE 21401 TO EXC-CONTA
               MOVE "C" TO EXC-NATUREZA
               MOVE WRK-DSP-VALOR(WRK-IND-DESPESA) TO EXC-VALOR
               MOVE "CONTAS A PAGAR - DESPESAS" TO WRK-DESCR-PADRAO
               PERFORM 0260-GRAVAR-LANCAMENTO
             END-IF
             ADD 1 TO WRK-IND-DESPESA
           END-PERFORM.

           ADD 1 TO WRK-DIA.

       0260-GRAVAR-LANCAMENTO          SECTION.
           COPY "CAMICMP.cpy".
           COPY "CAMKITP.cpy".
           COPY "CAMRCMP.cpy".
           COPY "CAMPDAP.cpy".
           COPY "CAMCAPP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "PROGRAMA53" TO LOG-JOB.
               MOVE WRK-ACUM-LINHAS TO LOG-QTD.
