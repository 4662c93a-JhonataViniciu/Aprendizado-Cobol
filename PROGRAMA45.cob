      *==           BATCHLOG.
      *== DATA: 02/09/2026
      *== OBSERVACOES:
      *== 15/10/2026 - JV - AS ENCOMENDAS SAEM AGRUPADAS POR FILIAL,
      *==           CADA FILIAL ABERTA PELA LINHA "FILIAL NN" (MARCA
      *==           QUE O RELDIST USA PARA SEPARAR A COPIA DE CADA
      *==           GERENTE); DENTRO DA FILIAL, A QUEBRA PELA VISAO
      *==           ESCOLHIDA CONTINUA A MESMA.
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.

       SD  WRK-ORDENC.
       01  WRK-REG-ORDENC.
           05 ORD-FILIAL   PIC 9(02).
           05 ORD-CHAVE    PIC 9(05).
           05 ORD-NUMERO   PIC 9(06).
           05 ORD-CLIENTE  PIC 9(04).
       77  WRK-PRIMEIRO        PIC X(01)    VALUE "S".

       01  WRK-GRUPO.
           05 WRK-GRP-FILIAL   PIC 9(02).
           05 WRK-GRP-CHAVE    PIC 9(05).
           05 WRK-GRP-QTD      PIC 9(05).
           05 WRK-GRP-VALOR    PIC 9(08)V99.
           05 WRK-LD-QTD       PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-VALOR     PIC ZZ.ZZ9,99.
       01  WRK-LINHA-FILIAL.
           05 FILLER           PIC X(07) VALUE "FILIAL ".
           05 WRK-LF-FILIAL    PIC 9(02).
       01  WRK-LINHA-GRP.
           05 FILLER           PIC X(09) VALUE "TOTAL DE ".
           05 WRK-LG-CHAVE     PIC 9(05).
           WRITE REG-RELENC.

       0200-PROCESSAR                  SECTION.
           SORT WRK-ORDENC ON ASCENDING KEY ORD-FILIAL ORD-CHAVE
             INPUT PROCEDURE 0210-FORNECER-ABERTAS
             OUTPUT PROCEDURE 0220-CONSUMIR-ABERTAS.
           CLOSE RELENC.
               ELSE
                 MOVE ENC-ID-CLIENTE TO ORD-CHAVE
               END-IF
               MOVE ENC-FILIAL     TO ORD-FILIAL
               MOVE ENC-NUMERO     TO ORD-NUMERO
               MOVE ENC-ID-CLIENTE TO ORD-CLIENTE
               MOVE ENC-DESCRICAO  TO ORD-DESCR
       0210-FORNECER-SAIDA.
           EXIT.

      *--- QUEBRA DE CONTROLE PELA FILIAL E, DENTRO DELA, PELA ---
      *--- CHAVE DA VISAO ESCOLHIDA                             ---
       0220-CONSUMIR-ABERTAS           SECTION.
           MOVE "N" TO WRK-FIM-ORDENC.
           MOVE "S" TO WRK-PRIMEIRO.
           PERFORM UNTIL WRK-FIM-ORDENC EQUAL "S"
             IF WRK-PRIMEIRO EQUAL "S"
               MOVE "N" TO WRK-PRIMEIRO
               PERFORM 0235-INICIAR-FILIAL
               PERFORM 0230-INICIAR-GRUPO
             ELSE
               IF ORD-FILIAL NOT EQUAL WRK-GRP-FILIAL
                 PERFORM 0240-GRAVAR-GRUPO
                 PERFORM 0235-INICIAR-FILIAL
                 PERFORM 0230-INICIAR-GRUPO
               ELSE
                 IF ORD-CHAVE NOT EQUAL WRK-GRP-CHAVE
                   PERFORM 0240-GRAVAR-GRUPO
                   PERFORM 0230-INICIAR-GRUPO
                 END-IF
               END-IF
             END-IF
             PERFORM 0250-GRAVAR-DETALHE
           MOVE ZEROS     TO WRK-GRP-QTD.
           MOVE ZEROS     TO WRK-GRP-VALOR.

       0235-INICIAR-FILIAL             SECTION.
           MOVE ORD-FILIAL TO WRK-GRP-FILIAL.
           MOVE ORD-FILIAL TO WRK-LF-FILIAL.
           MOVE WRK-LINHA-FILIAL TO REG-RELENC.
           WRITE REG-RELENC.
           MOVE SPACES TO REG-RELENC.
           WRITE REG-RELENC.

       0240-GRAVAR-GRUPO               SECTION.
           MOVE WRK-GRP-CHAVE TO WRK-LG-CHAVE.
           MOVE WRK-GRP-QTD   TO WRK-LG-QTD.
