      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHOS EXTERNAMENTE CONFIGURAVEIS DO LIVRO DE
      *==            REGISTRO DOS DOCUMENTOS ESCOLARES E DA SAIDA DOS
      *==            DOCUMENTOS EMITIDOS, NOS MESMOS MOLDES DE
      *==            CAMALU.cpy.
      *=================================================================
       77  WRK-CAMINHO-DOCESC     PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-DOC-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/DOCESC.DAT.txt".
       77  WRK-CAMINHO-DOCEMIT    PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-EMI-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/DOCEMIT.DAT.txt".
