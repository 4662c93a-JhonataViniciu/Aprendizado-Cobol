      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO LIVRO DE REGISTRO DOS DOCUMENTOS
      *==            ESCOLARES EMITIDOS PELO ALU021 (DOCESC.DAT,
      *==            SEQUENCIAL, SO ACRESCIDO) - NUMERO SEQUENCIAL,
      *==            TIPO, ALUNO, RESPONSAVEL, DATA E HORA DA EMISSAO
      *==            E O CODIGO DE VERIFICACAO IMPRESSO NO DOCUMENTO.
      *==            QUEM RECEBE O DOCUMENTO CONFIRMA A AUTENTICIDADE
      *==            NA SECRETARIA PELO NUMERO E PELO CODIGO (OPCAO V
      *==            DO ALU021).
      *=================================================================
       01  REG-DOCESC.
           05 DOC-NUMERO       PIC 9(06).
           05 DOC-TIPO         PIC X(01).
               88 DOC-MATRICULA       VALUE 'M'.
               88 DOC-FREQUENCIA      VALUE 'F'.
               88 DOC-NADA-CONSTA     VALUE 'N'.
               88 DOC-TRANSFERENCIA   VALUE 'T'.
           05 DOC-ALU-ID       PIC 9(04).
           05 DOC-NOME         PIC X(20).
           05 DOC-RESP-ID      PIC 9(04).
           05 DOC-DATA         PIC 9(08).
           05 DOC-HORA         PIC 9(08).
           05 DOC-CODIGO       PIC 9(08).
