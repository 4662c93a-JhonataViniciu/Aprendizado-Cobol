      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO ARQUIVO DE REFERENCIA DE CEP (CEP.DAT),
      *==            INDEXADO PELO NUMERO DO CEP E CARREGADO PELO
      *==            ARQ039. E A BASE DE VALIDACAO DO ENDERECO
      *==            ESTRUTURADO DO CADASTRO DE CLIENTES.
      *=================================================================
       01  REG-CEP.
           05 CEP-NUMERO      PIC 9(08).
           05 CEP-LOGRADOURO  PIC X(40).
           05 CEP-BAIRRO      PIC X(20).
           05 CEP-CIDADE      PIC X(25).
           05 CEP-UF          PIC X(02).
