      *==            CRIACAO); O SOBREVIVENTE E REGRAVADO, O DUPLICADO
      *==            E DESATIVADO E OS DOIS LADOS GANHAM TRILHA DE
      *==            AUDITORIA COMPLETA.
      *== 15/10/2026 - JV - O ENDERECO ESTRUTURADO (LOGRADOURO,
      *==            NUMERO, BAIRRO, CIDADE, UF E CEP) E COMBINADO
      *==            COMO UM BLOCO SO, PELO LOGRADOURO, PARA NAO
      *==            MISTURAR PARTES DE DOIS ENDERECOS.
      *=================================================================

       ENVIRONMENT DIVISION.
           05 WRK-SOB-EMAIL         PIC X(40).
           05 WRK-SOB-ENDERECO      PIC X(40).
           05 WRK-SOB-DATA-CRIACAO  PIC 9(08).
           05 WRK-SOB-FILIAL        PIC 9(02).
           05 WRK-SOB-END-NUMERO    PIC X(06).
           05 WRK-SOB-END-BAIRRO    PIC X(20).
           05 WRK-SOB-END-CIDADE    PIC X(25).
           05 WRK-SOB-END-UF        PIC X(02).
           05 WRK-SOB-END-CEP       PIC 9(08).

       01  WRK-REG-DUPL.
           05 WRK-DUP-ID            PIC 9(04).
           05 WRK-DUP-EMAIL         PIC X(40).
           05 WRK-DUP-ENDERECO      PIC X(40).
           05 WRK-DUP-DATA-CRIACAO  PIC 9(08).
           05 WRK-DUP-FILIAL        PIC 9(02).
           05 WRK-DUP-END-NUMERO    PIC X(06).
           05 WRK-DUP-END-BAIRRO    PIC X(20).
           05 WRK-DUP-END-CIDADE    PIC X(25).
           05 WRK-DUP-END-UF        PIC X(02).
           05 WRK-DUP-END-CEP       PIC 9(08).

       77  WRK-SW-DUPL-NOVO PIC X(01) VALUE "N".
           88 DUPLICADO-MAIS-NOVO    VALUE "S".
                 MOVE WRK-DUP-EMAIL TO WRK-SOB-EMAIL
               END-IF
               IF WRK-DUP-ENDERECO NOT EQUAL SPACES
                 PERFORM 0215-ADOTAR-ENDERECO-DUPL
               END-IF
             ELSE
               IF WRK-SOB-TEL EQUAL SPACES
                 MOVE WRK-DUP-EMAIL TO WRK-SOB-EMAIL
               END-IF
               IF WRK-SOB-ENDERECO EQUAL SPACES
                 PERFORM 0215-ADOTAR-ENDERECO-DUPL
               END-IF
             END-IF.

      *--- O ENDERECO ESTRUTURADO VEM INTEIRO DE UM SO REGISTRO ---
       0215-ADOTAR-ENDERECO-DUPL        SECTION.
             MOVE WRK-DUP-ENDERECO   TO WRK-SOB-ENDERECO.
             MOVE WRK-DUP-END-NUMERO TO WRK-SOB-END-NUMERO.
             MOVE WRK-DUP-END-BAIRRO TO WRK-SOB-END-BAIRRO.
             MOVE WRK-DUP-END-CIDADE TO WRK-SOB-END-CIDADE.
             MOVE WRK-DUP-END-UF     TO WRK-SOB-END-UF.
             MOVE WRK-DUP-END-CEP    TO WRK-SOB-END-CEP.

       0220-REGRAVAR-SOBREVIVENTE       SECTION.
             MOVE WRK-ID-SOBREV TO REG-ID.
             READ CLIENTES KEY IS REG-ID
                   MOVE WRK-SOB-TEL      TO REG-TEL
                   MOVE WRK-SOB-EMAIL    TO REG-EMAIL
                   MOVE WRK-SOB-ENDERECO TO REG-ENDERECO
                   MOVE WRK-SOB-END-NUMERO TO REG-END-NUMERO
                   MOVE WRK-SOB-END-BAIRRO TO REG-END-BAIRRO
                   MOVE WRK-SOB-END-CIDADE TO REG-END-CIDADE
                   MOVE WRK-SOB-END-UF     TO REG-END-UF
                   MOVE WRK-SOB-END-CEP    TO REG-END-CEP
                   REWRITE REG-CLIENTES
                     INVALID KEY
                       PERFORM 9000-TRATA-ERRO
