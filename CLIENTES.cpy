      *==            A FILIAL ASSINADA NA SESSAO (OU A VARIAVEL
      *==            FILIAL; 01 E A MATRIZ) E A LISTAGEM DO ARQ010
      *==            PODE SAIR POR FILIAL.
      *==  15/10/2026 - JV - ENDERECO ESTRUTURADO: REG-ENDERECO PASSA
      *==            A GUARDAR SO O LOGRADOURO E GANHA NUMERO, BAIRRO,
      *==            CIDADE, UF E CEP (VALIDADOS CONTRA O CEP.DAT). O
      *==            REGISTRO VAI DE 137 PARA 198 POSICOES - OS
      *==            ARQUIVOS ANTIGOS SAO CONVERTIDOS PELO ARQ040.
      *=================================================================
       01  REG-CLIENTES.
           05 REG-ID   PIC 9(04).
           05 REG-ENDERECO PIC X(40).
           05 REG-DATA-CRIACAO PIC 9(08).
           05 REG-FILIAL PIC 9(02).
           05 REG-END-NUMERO PIC X(06).
           05 REG-END-BAIRRO PIC X(20).
           05 REG-END-CIDADE PIC X(25).
           05 REG-END-UF     PIC X(02).
           05 REG-END-CEP    PIC 9(08).
