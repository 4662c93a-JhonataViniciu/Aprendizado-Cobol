       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMBTESTE.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CARGA DO AMBIENTE DE TESTE A PARTIR DA PRODUCAO,
      *==            COM OS DADOS PESSOAIS MASCARADOS. PARA CADA NOME
      *==            LOGICO DA SUITE (TABELA ABAIXO) RESOLVE O CAMINHO
      *==            DE PRODUCAO PELO MODULO CONFIG E COPIA O ARQUIVO
      *==            PARA O DIRETORIO DE TESTE (CONFIG TESTE_DIR OU
      *==            INFORMADO NA TELA), MANTENDO O NOME DO ARQUIVO.
      *==            NA COPIA:
      *==            - CPF E TELEFONE (CLIENTES, CLIHIST, AUDITCLI E
      *==              RESPONSA) SAEM CIFRADOS DIGITO A DIGITO, SEMPRE
      *==              DO MESMO JEITO - O MESMO CPF VIRA O MESMO CPF
      *==              MASCARADO EM TODOS OS ARQUIVOS E A CHAVE
      *==              ALTERNATIVA E O CRUZAMENTO CLIENTE X RESPONSAVEL
      *==              CONTINUAM FUNCIONANDO;
      *==            - E-MAIL, LOGRADOURO E NUMERO DO CLIENTE SAO
      *==              TROCADOS POR VALORES MONTADOS DO REG-ID (TAMBEM
      *==              NO CLIHIST, NA TRILHA AUDITCLI E NO ENDERECO DAS
      *==              ENTREGAS). BAIRRO, CIDADE, UF E CEP FICAM - SAO
      *==              O QUE O FRETE E A VALIDACAO DO CEP USAM;
      *==            - FUNC-SALARIO E O HISTORICO DO SALHIST SAO
      *==              REDUZIDOS POR UM FATOR FIXO DE CADA FUNCIONARIO
      *==              (60% A 100%), PRESERVANDO OS PERCENTUAIS DOS
      *==              REAJUSTES;
      *==            - AGENCIA E CONTA BANCARIA (FUNCIONARIOS,
      *==              FORNECEDORES E AS REMESSAS DE FOLHA,
      *==              ADIANTAMENTO E PAGAMENTO) SAO CIFRADAS PELO
      *==              PROPRIO VALOR - A CONFERENCIA DE CONTA ALTERADA
      *==              DO PROGRAMA98 CONTINUA BATENDO;
      *==            - O NOME DO ALUNO VIRA "ALUNO NNNN" NO ALUNOS,
      *==              MENSALID, DOCESC E ESPERA.
      *==            ARQUIVOS DE TRABALHO, RELATORIOS, DOCUMENTOS
      *==            IMPRESSOS, EXPORTACOES, RETORNOS DE BANCO, TRAVAS
      *==            E CATALOGOS (RELCAT, ARQCAT, DISTREL) NAO SAO
      *==            COPIADOS - SO PASSAM A APONTAR PARA O DIRETORIO
      *==            DE TESTE. NO FIM GRAVA O CONFIG.DAT DO AMBIENTE
      *==            DE TESTE (TODOS OS NOMES LOGICOS APONTANDO PARA
      *==            AS COPIAS, OS PARAMETROS DA PRODUCAO REPETIDOS E
      *==            A MARCA AMBIENTE_TESTE=S). RECUSA A CARGA QUANDO
      *==            O DESTINO CAI EM DIRETORIO OU ARQUIVO DA PRODUCAO
      *==            E QUANDO E RODADO NUM AMBIENTE JA MARCADO COMO
      *==            TESTE. SO PARA SUPERVISOR (NIVEL 2). REGISTRA NO
      *==            BATCHLOG DA PRODUCAO.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQORIGEM ASSIGN TO WRK-CAMINHO-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARQORIGEM.

           SELECT ARQDESTINO ASSIGN TO WRK-CAMINHO-DESTINO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARQDESTINO.

           SELECT CFGPROD ASSIGN TO WRK-CAMINHO-CFGPROD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CFGPROD.

           SELECT CFGTESTE ASSIGN TO WRK-CAMINHO-CFGTESTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CFGTESTE.

           SELECT CLIENTES ASSIGN TO WRK-CAMINHO-ORIGEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT TSTCLIENTES ASSIGN TO WRK-CAMINHO-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCL-ID
               ALTERNATE RECORD KEY IS TCL-CPF WITH DUPLICATES
               FILE STATUS IS FS-TSTCLIENTES.

           SELECT FUNCIONARIOS ASSIGN TO WRK-CAMINHO-ORIGEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-ID
               FILE STATUS IS FS-FUNCIONARIOS.

           SELECT TSTFUNCIONARIOS ASSIGN TO WRK-CAMINHO-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TFU-ID
               FILE STATUS IS FS-TSTFUNCIONARIOS.

           SELECT FORNECEDORES ASSIGN TO WRK-CAMINHO-ORIGEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-ID
               FILE STATUS IS FS-FORNECEDORES.

           SELECT TSTFORNECEDORES ASSIGN TO WRK-CAMINHO-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TFO-ID
               FILE STATUS IS FS-TSTFORNECEDORES.

           SELECT ALUNOS ASSIGN TO WRK-CAMINHO-ORIGEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-CHAVE
               FILE STATUS IS FS-ALUNOS.

           SELECT TSTALUNOS ASSIGN TO WRK-CAMINHO-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAL-CHAVE
               FILE STATUS IS FS-TSTALUNOS.

           SELECT MENSALIDADES ASSIGN TO WRK-CAMINHO-ORIGEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS FS-MENSALIDADES.

           SELECT TSTMENSALIDADES ASSIGN TO WRK-CAMINHO-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMN-CHAVE
               FILE STATUS IS FS-TSTMENSALIDADES.

           SELECT PRODUTOS ASSIGN TO WRK-CAMINHO-ORIGEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS FS-PRODUTOS.

           SELECT TSTPRODUTOS ASSIGN TO WRK-CAMINHO-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPR-CODIGO
               FILE STATUS IS FS-TSTPRODUTOS.

           SELECT CEPS ASSIGN TO WRK-CAMINHO-ORIGEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-NUMERO
               FILE STATUS IS FS-CEPS.

           SELECT TSTCEPS ASSIGN TO WRK-CAMINHO-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCP-NUMERO
               FILE STATUS IS FS-TSTCEPS.

           SELECT CONTAESC ASSIGN TO WRK-CAMINHO-ORIGEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CES-CHAVE
               FILE STATUS IS FS-CONTAESC.

           SELECT TSTCONTAESC ASSIGN TO WRK-CAMINHO-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCE-CHAVE
               FILE STATUS IS FS-TSTCONTAESC.

           SELECT CONTAREC ASSIGN TO WRK-CAMINHO-ORIGEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRC-CHAVE
               FILE STATUS IS FS-CONTAREC.

           SELECT TSTCONTAREC ASSIGN TO WRK-CAMINHO-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCR-CHAVE
               FILE STATUS IS FS-TSTCONTAREC.

           SELECT ESOCTL ASSIGN TO WRK-CAMINHO-ORIGEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVS-CHAVE
               ALTERNATE RECORD KEY IS EVS-SEQUENCIA
               FILE STATUS IS FS-ESOCTL.

           SELECT TSTESOCTL ASSIGN TO WRK-CAMINHO-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEV-CHAVE
               ALTERNATE RECORD KEY IS TEV-SEQUENCIA
               FILE STATUS IS FS-TSTESOCTL.

           SELECT FATFAM ASSIGN TO WRK-CAMINHO-ORIGEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAF-CHAVE
               FILE STATUS IS FS-FATFAM.

           SELECT TSTFATFAM ASSIGN TO WRK-CAMINHO-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TFF-CHAVE
               FILE STATUS IS FS-TSTFATFAM.

           SELECT NFECTL ASSIGN TO WRK-CAMINHO-ORIGEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFE-CHAVE
               FILE STATUS IS FS-NFECTL.

           SELECT TSTNFECTL ASSIGN TO WRK-CAMINHO-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TNF-CHAVE
               FILE STATUS IS FS-TSTNFECTL.

           SELECT OPERADORES ASSIGN TO WRK-CAMINHO-ORIGEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS FS-OPERADORES.

           SELECT TSTOPERADORES ASSIGN TO WRK-CAMINHO-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOP-ID
               FILE STATUS IS FS-TSTOPERADORES.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
      *--- ARQUIVO SEQUENCIAL DE ORIGEM: VISAO GENERICA E AS VISOES ---
      *--- DOS LAYOUTS QUE TEM DADO PESSOAL A MASCARAR              ---
       FD  ARQORIGEM.
       01  REG-ARQORIGEM           PIC X(400).
           COPY "AUDITORIA.cpy".
           COPY "CLIHIST.cpy".
           COPY "RESPONSA.cpy".
           COPY "SALHIST.cpy".
           COPY "ENTREGA.cpy".
           COPY "DOCESC.cpy".
           COPY "ESPERA.cpy".
      *    DETALHE DAS REMESSAS DE CREDITO DE FOLHA E ADIANTAMENTO
      *    (REMESSA, REMPEND, ADTPEND, REMADT - PROGRAMA19/90/61)
       01  REG-ORI-REMFOLHA.
           05 ORF-TIPO             PIC X(01).
           05 ORF-BANCO            PIC 9(03).
           05 ORF-AGENCIA          PIC 9(04).
           05 ORF-CONTA            PIC X(10).
           05 ORF-FUNC-ID          PIC 9(04).
           05 FILLER               PIC X(378).
      *    DETALHE DAS REMESSAS DE PAGAMENTO A FORNECEDOR
      *    (PAGPEND, PAGREM - PRD038/PRD039)
       01  REG-ORI-REMPAGTO.
           05 ORP-TIPO             PIC X(01).
           05 ORP-FORNECEDOR       PIC 9(04).
           05 ORP-DOCUMENTO        PIC X(10).
           05 ORP-VENCTO           PIC 9(08).
           05 ORP-BANCO            PIC 9(03).
           05 ORP-AGENCIA          PIC 9(04).
           05 ORP-CONTA            PIC X(10).
           05 FILLER               PIC X(360).

       FD  ARQDESTINO.
       01  REG-ARQDESTINO          PIC X(400).

       FD  CFGPROD.
       01  REG-CFGPROD             PIC X(130).

       FD  CFGTESTE.
       01  REG-CFGTESTE            PIC X(130).

       FD  CLIENTES.
           COPY "CLIENTES.cpy".
       FD  TSTCLIENTES.
       01  REG-TSTCLIENTES.
           05 TCL-ID               PIC 9(04).
           05 FILLER               PIC X(31).
           05 TCL-CPF              PIC 9(11).
           05 FILLER               PIC X(152).

       FD  FUNCIONARIOS.
           COPY "FUNCPAY.cpy".
       FD  TSTFUNCIONARIOS.
       01  REG-TSTFUNCIONARIOS.
           05 TFU-ID               PIC 9(04).
           05 FILLER               PIC X(57).

       FD  FORNECEDORES.
           COPY "FORNECED.cpy".
       FD  TSTFORNECEDORES.
       01  REG-TSTFORNECEDORES.
           05 TFO-ID               PIC 9(04).
           05 FILLER               PIC X(73).

       FD  ALUNOS.
           COPY "ALUNO.cpy".
       FD  TSTALUNOS.
       01  REG-TSTALUNOS.
           05 TAL-CHAVE            PIC X(19).
           05 FILLER               PIC X(55).

       FD  MENSALIDADES.
           COPY "MENSALID.cpy".
       FD  TSTMENSALIDADES.
       01  REG-TSTMENSALIDADES.
           05 TMN-CHAVE            PIC X(10).
           05 FILLER               PIC X(84).

       FD  PRODUTOS.
           COPY "PRODUTO.cpy".
       FD  TSTPRODUTOS.
       01  REG-TSTPRODUTOS.
           05 TPR-CODIGO           PIC 9(05).
           05 FILLER               PIC X(65).

       FD  CEPS.
           COPY "CEPREF.cpy".
       FD  TSTCEPS.
       01  REG-TSTCEPS.
           05 TCP-NUMERO           PIC 9(08).
           05 FILLER               PIC X(87).

       FD  CONTAESC.
           COPY "CONTAESC.cpy".
       FD  TSTCONTAESC.
       01  REG-TSTCONTAESC.
           05 TCE-CHAVE            PIC X(12).
           05 FILLER               PIC X(64).

       FD  CONTAREC.
           COPY "CONTAREC.cpy".
       FD  TSTCONTAREC.
       01  REG-TSTCONTAREC.
           05 TCR-CHAVE            PIC X(10).
           05 FILLER               PIC X(51).

       FD  ESOCTL.
           COPY "ESOCTL.cpy".
       FD  TSTESOCTL.
       01  REG-TSTESOCTL.
           05 TEV-CHAVE            PIC X(24).
           05 TEV-SEQUENCIA        PIC 9(08).
           05 FILLER               PIC X(119).

       FD  FATFAM.
           COPY "FATFAM.cpy".
       FD  TSTFATFAM.
       01  REG-TSTFATFAM.
           05 TFF-CHAVE            PIC X(10).
           05 FILLER               PIC X(93).

       FD  NFECTL.
           COPY "NFECTL.cpy".
       FD  TSTNFECTL.
       01  REG-TSTNFECTL.
           05 TNF-CHAVE            PIC X(15).
           05 FILLER               PIC X(281).

       FD  OPERADORES.
           COPY "OPERADOR.cpy".
       FD  TSTOPERADORES.
       01  REG-TSTOPERADORES.
           05 TOP-ID               PIC 9(04).
           05 FILLER               PIC X(32).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMLOG.cpy".
           COPY "OPESSAO.cpy".
       77  FS-ARQORIGEM           PIC 9(02)  VALUE ZEROS.
       77  FS-ARQDESTINO          PIC 9(02)  VALUE ZEROS.
       77  FS-CFGPROD             PIC 9(02)  VALUE ZEROS.
       77  FS-CFGTESTE            PIC 9(02)  VALUE ZEROS.
       77  FS-CLIENTES            PIC 9(02)  VALUE ZEROS.
       77  FS-TSTCLIENTES         PIC 9(02)  VALUE ZEROS.
       77  FS-FUNCIONARIOS        PIC 9(02)  VALUE ZEROS.
       77  FS-TSTFUNCIONARIOS     PIC 9(02)  VALUE ZEROS.
       77  FS-FORNECEDORES        PIC 9(02)  VALUE ZEROS.
       77  FS-TSTFORNECEDORES     PIC 9(02)  VALUE ZEROS.
       77  FS-ALUNOS              PIC 9(02)  VALUE ZEROS.
       77  FS-TSTALUNOS           PIC 9(02)  VALUE ZEROS.
       77  FS-MENSALIDADES        PIC 9(02)  VALUE ZEROS.
       77  FS-TSTMENSALIDADES     PIC 9(02)  VALUE ZEROS.
       77  FS-PRODUTOS            PIC 9(02)  VALUE ZEROS.
       77  FS-TSTPRODUTOS         PIC 9(02)  VALUE ZEROS.
       77  FS-CEPS                PIC 9(02)  VALUE ZEROS.
       77  FS-TSTCEPS             PIC 9(02)  VALUE ZEROS.
       77  FS-CONTAESC            PIC 9(02)  VALUE ZEROS.
       77  FS-TSTCONTAESC         PIC 9(02)  VALUE ZEROS.
       77  FS-CONTAREC            PIC 9(02)  VALUE ZEROS.
       77  FS-TSTCONTAREC         PIC 9(02)  VALUE ZEROS.
       77  FS-ESOCTL              PIC 9(02)  VALUE ZEROS.
       77  FS-TSTESOCTL           PIC 9(02)  VALUE ZEROS.
       77  FS-FATFAM              PIC 9(02)  VALUE ZEROS.
       77  FS-TSTFATFAM           PIC 9(02)  VALUE ZEROS.
       77  FS-NFECTL              PIC 9(02)  VALUE ZEROS.
       77  FS-TSTNFECTL           PIC 9(02)  VALUE ZEROS.
       77  FS-OPERADORES          PIC 9(02)  VALUE ZEROS.
       77  FS-TSTOPERADORES       PIC 9(02)  VALUE ZEROS.
       77  FS-BATCHLOG            PIC 9(02)  VALUE ZEROS.

       77  WRK-CAMINHO-ORIGEM     PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-DESTINO    PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-CFGPROD    PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-CFGTESTE   PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-CFG-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/CONFIG.DAT.txt".
       77  WRK-DIR-PRODUCAO       PIC X(100) VALUE
           "C:/COBOL/DADOS/".
       77  WRK-DIR-TESTE          PIC X(100) VALUE SPACES.
       77  WRK-DIR-TESTE-NRM      PIC X(100) VALUE SPACES.
       77  WRK-DIR-CFGPROD-NRM    PIC X(100) VALUE SPACES.
       77  WRK-CFGPROD-NRM        PIC X(100) VALUE SPACES.
       77  WRK-CFGTESTE-NRM       PIC X(100) VALUE SPACES.
       77  WRK-DIGITADO           PIC X(100) VALUE SPACES.
       77  WRK-CONFIRMA           PIC X(01)  VALUE SPACES.
       77  WRK-AMBIENTE-TESTE     PIC X(01)  VALUE "N".
       77  WRK-DATA-CARGA         PIC 9(08)  VALUE ZEROS.
       77  WRK-HORA-CARGA         PIC 9(08)  VALUE ZEROS.

       77  WRK-SW-RECUSA          PIC X(01)  VALUE "N".
           88 CARGA-RECUSADA                 VALUE "S".
       77  WRK-SW-MASCARA         PIC X(01)  VALUE "N".
           88 COPIA-COM-MASCARA              VALUE "S".

      *--------------- NOMES LOGICOS DA SUITE --------------------------
      *    NOME LOGICO DO CONFIG, ARQUIVO (OU SUFIXO DE DIRETORIO)
      *    SOB O DIRETORIO PADRAO E TIPO DE TRATAMENTO NA CARGA:
      *    S = COPIA SIMPLES (SEQUENCIAL)
      *    M = COPIA SEQUENCIAL COM MASCARA
      *    I = INDEXADO (COPIA PELA CHAVE, COM MASCARA QUANDO HA)
      *    R = NAO COPIADO - SO APONTA PARA O DIRETORIO DE TESTE
      *    D = DIRETORIO OU PREFIXO - APONTA PARA O DIRETORIO DE TESTE
       01  WRK-TAB-ARQUIVOS-VALORES.
           05 FILLER PIC X(45) VALUE
              "ACORDO_DAT          ACORDO.DAT.txt          S".
           05 FILLER PIC X(45) VALUE
              "ADIANTAM_DAT        ADIANTAM.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "ADTCTL_DAT          ADTCTL.DAT.txt          S".
           05 FILLER PIC X(45) VALUE
              "ADTPEND_DAT         ADTPEND.DAT.txt         M".
           05 FILLER PIC X(45) VALUE
              "ADTREGRA_DAT        ADTREGRA.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "ADTWORK_DAT         ADTWORK.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "AFASTAM_DAT         AFASTAM.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "AFLWORK_DAT         AFLWORK.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "ALUNOS_DAT          ALUNOS.DAT.txt          I".
           05 FILLER PIC X(45) VALUE
              "ARQCAT_DAT          ARQCAT.DAT.txt          R".
           05 FILLER PIC X(45) VALUE
              "ARQRESUM_DAT        ARQRESUM.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "ARQWORK_DAT         ARQWORK.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "ATENDIME_DAT        ATENDIME.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "AUDFOLHA_DAT        AUDFOLHA.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "AUDITALU_DAT        AUDITALU.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "AUDITCLI_DAT        AUDITCLI.DAT.txt        M".
           05 FILLER PIC X(45) VALUE
              "AUDITPRD_DAT        AUDITPRD.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "BACKCTL_DAT         BACKCTL.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "BANCOHRS_DAT        BANCOHRS.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "BATCHLOG_DAT        BATCHLOG.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "BHFOLGA_DAT         BHFOLGA.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "BHOPCAO_DAT         BHOPCAO.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "BHPONTO_DAT         BHPONTO.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "BHWORK_DAT          BHWORK.DAT.txt          R".
           05 FILLER PIC X(45) VALUE
              "BOLSAS_DAT          BOLSAS.DAT.txt          S".
           05 FILLER PIC X(45) VALUE
              "CADEIACK_DAT        CADEIACK.DAT.txt        R".
           05 FILLER PIC X(45) VALUE
              "CADEIA_DAT          CADEIA.DAT.txt          S".
           05 FILLER PIC X(45) VALUE
              "CAIXASES_DAT        CAIXASES.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "CALNOTAS_DAT        CALNOTAS.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "CANWORK_DAT         CANWORK.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "CATEGORI_DAT        CATEGORI.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "CCUSTO_DAT          CCUSTO.DAT.txt          S".
           05 FILLER PIC X(45) VALUE
              "CEPIMP_DAT          CEPIMP.DAT.txt          R".
           05 FILLER PIC X(45) VALUE
              "CEP_DAT             CEP.DAT.txt             I".
           05 FILLER PIC X(45) VALUE
              "CHEQUES_DAT         CHEQUES.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "CKPTARQ006_DAT      CKPTARQ006.DAT.txt      R".
           05 FILLER PIC X(45) VALUE
              "CLIENTES_DAT        XXCLIENTES.DAT.txt      I".
           05 FILLER PIC X(45) VALUE
              "CLIHIST_DAT         CLIHIST.DAT.txt         M".
           05 FILLER PIC X(45) VALUE
              "COBREM_DAT          COBREM.DAT.txt          R".
           05 FILLER PIC X(45) VALUE
              "COBRET_DAT          COBRET.DAT.txt          R".
           05 FILLER PIC X(45) VALUE
              "CODBARRA_DAT        CODBARRA.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "CONSENTI_DAT        CONSENTI.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "CONSFIL_DAT         CONSFIL.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "CONSIG_DAT          CONSIG.DAT.txt          S".
           05 FILLER PIC X(45) VALUE
              "CONSVEND_DAT        CONSVEND.DAT.txt        R".
           05 FILLER PIC X(45) VALUE
              "CONTABAN_DAT        CONTABAN.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "CONTAESC_DAT        CONTAESC.DAT.txt        I".
           05 FILLER PIC X(45) VALUE
              "CONTAGEM_DAT        CONTAGEM.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "CONTAPAG_DAT        CONTAPAG.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "CONTAREC_DAT        CONTAREC.DAT.txt        I".
           05 FILLER PIC X(45) VALUE
              "CREDCLI_DAT         CREDCLI.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "CREDDOC_DAT         CREDDOC.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "CSGWORK_DAT         CSGWORK.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "DEPENDEN_DAT        DEPENDEN.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "DESCNIV_DAT         DESCNIV.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "DESPREC_DAT         DESPREC.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "DEVFOR_DAT          DEVFOR.DAT.txt          S".
           05 FILLER PIC X(45) VALUE
              "DEVOLUCA_DAT        DEVOLUCA.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "DISTREL_DAT         DISTREL.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "DOCEMIT_DAT         DOCEMIT.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "DOCESC_DAT          DOCESC.DAT.txt          M".
           05 FILLER PIC X(45) VALUE
              "ENCOMEND_DAT        ENCOMEND.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "ENTRADAS_DAT        ENTRADAS.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "ENTREGAS_DAT        ENTREGAS.DAT.txt        M".
           05 FILLER PIC X(45) VALUE
              "ESOCRET_DAT         ESOCRET.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "ESOCTL_DAT          ESOCTL.DAT.txt          I".
           05 FILLER PIC X(45) VALUE
              "ESPERA_DAT          ESPERA.DAT.txt          M".
           05 FILLER PIC X(45) VALUE
              "ESTFILIA_DAT        ESTFILIA.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "ESTMES_DAT          ESTMES.DAT.txt          S".
           05 FILLER PIC X(45) VALUE
              "ESTWORK_DAT         ESTWORK.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "EXPCOM_DAT          EXPCOM.DAT.txt          R".
           05 FILLER PIC X(45) VALUE
              "EXPCONT_DAT         EXPCONT.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "EXPWORK_DAT         EXPWORK.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "EXTBANCO_DAT        EXTBANCO.DAT.txt        R".
           05 FILLER PIC X(45) VALUE
              "EXTRMKT_DAT         EXTRMKT.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "FAIXAPRC_DAT        FAIXAPRC.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "FATFAM_DAT          FATFAM.DAT.txt          I".
           05 FILLER PIC X(45) VALUE
              "FECHCHK_DAT         FECHCHK.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "FERIAS_DAT          FERIAS.DAT.txt          S".
           05 FILLER PIC X(45) VALUE
              "FIDPONT_DAT         FIDPONT.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "FIDTAXA_DAT         FIDTAXA.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "FISCEXP_DAT         FISCEXP.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "FLRWORK_DAT         FLRWORK.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "FOLHACTL_DAT        FOLHACTL.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "FOLHAEXE_DAT        FOLHAEXE.DAT.txt        R".
           05 FILLER PIC X(45) VALUE
              "FOLHARES_DAT        FOLHARES.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "FORNECED_DAT        FORNECED.DAT.txt        I".
           05 FILLER PIC X(45) VALUE
              "FREQUENC_DAT        FREQUENC.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "FUNCIONARIOS_DAT    FUNCIONARIOS.DAT.txt    I".
           05 FILLER PIC X(45) VALUE
              "GRADE_DAT           GRADE.DAT.txt           S".
           05 FILLER PIC X(45) VALUE
              "GUIAFGTS_DAT        GUIAFGTS.DAT.txt        R".
           05 FILLER PIC X(45) VALUE
              "GUIAGPS_DAT         GUIAGPS.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "HAUWORK_DAT         HAUWORK.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "HISTESC_DAT         HISTESC.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "HOLARQ_DAT          HOLARQ.DAT.txt          S".
           05 FILLER PIC X(45) VALUE
              "HOLERITE_DAT        HOLERITE.DAT.txt        R".
           05 FILLER PIC X(45) VALUE
              "HOLWORK_DAT         HOLWORK.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "HORAULA_DAT         HORAULA.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "IMPCLI_CSV          IMPCLI.CSV.txt          R".
           05 FILLER PIC X(45) VALUE
              "JOBLOCK_DAT         JOBLOCK.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "KITDEF_DAT          KITDEF.DAT.txt          S".
           05 FILLER PIC X(45) VALUE
              "LEMBENV_DAT         LEMBENV.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "LEMBRETE_DAT        LEMBRETE.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "LIBERAC_DAT         LIBERAC.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "LIQADQ_DAT          LIQADQ.DAT.txt          R".
           05 FILLER PIC X(45) VALUE
              "LOCKCLI_DAT         LOCKCLI.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "LOTEBLQ_DAT         LOTEBLQ.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "LOTEOPER_CSV        LOTEOPER.CSV.txt        R".
           05 FILLER PIC X(45) VALUE
              "LOTES_DAT           LOTES.DAT.txt           S".
           05 FILLER PIC X(45) VALUE
              "MENSALID_DAT        MENSALID.DAT.txt        I".
           05 FILLER PIC X(45) VALUE
              "METAS_DAT           METAS.DAT.txt           S".
           05 FILLER PIC X(45) VALUE
              "MOVBANCO_DAT        MOVBANCO.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "MOVFOLHA_DAT        MOVFOLHA.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "NFECONT_DAT         NFECONT.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "NFECTL_DAT          NFECTL.DAT.txt          I".
           05 FILLER PIC X(45) VALUE
              "NFERET_DAT          NFERET.DAT.txt          R".
           05 FILLER PIC X(45) VALUE
              "NOTACANC_DAT        NOTACANC.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "NOTAEFE_DAT         NOTAEFE.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "NOTAFISC_DAT        NOTAFISC.DAT.txt        R".
           05 FILLER PIC X(45) VALUE
              "NOTASERI_DAT        NOTASERI.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "OPERADOR_DAT        OPERADOR.DAT.txt        I".
           05 FILLER PIC X(45) VALUE
              "ORCAMENT_DAT        ORCAMENT.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "ORCDOC_DAT          ORCDOC.DAT.txt          R".
           05 FILLER PIC X(45) VALUE
              "ORCWORK_DAT         ORCWORK.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "PAGPEND_DAT         PAGPEND.DAT.txt         M".
           05 FILLER PIC X(45) VALUE
              "PAGREM_DAT          PAGREM.DAT.txt          M".
           05 FILLER PIC X(45) VALUE
              "PAGRET_DAT          PAGRET.DAT.txt          R".
           05 FILLER PIC X(45) VALUE
              "PEDCOMP_DAT         PEDCOMP.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "PERDAS_DAT          PERDAS.DAT.txt          S".
           05 FILLER PIC X(45) VALUE
              "PERSTAT_DAT         PERSTAT.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "PLANOCON_DAT        PLANOCON.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "POLJUROS_DAT        POLJUROS.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "PONTO_DAT           PONTO.DAT.txt           S".
           05 FILLER PIC X(45) VALUE
              "PRODUTOS_DAT        PRODUTOS.DAT.txt        I".
           05 FILLER PIC X(45) VALUE
              "PROFESSOR_DAT       PROFESSOR.DAT.txt       S".
           05 FILLER PIC X(45) VALUE
              "PROMOCAO_DAT        PROMOCAO.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "PROPCRD_DAT         PROPCRD.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "PROPMIN_DAT         PROPMIN.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "PROPTRF_DAT         PROPTRF.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "PROVISAO_DAT        PROVISAO.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "PRVWORK_DAT         PRVWORK.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "QUEBRAS_DAT         QUEBRAS.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "REAJUSTE_DAT        REAJUSTE.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "RECLAMA_DAT         RECLAMA.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "RECMOV_DAT          RECMOV.DAT.txt          S".
           05 FILLER PIC X(45) VALUE
              "REIMPRES_DAT        REIMPRES.DAT.txt        R".
           05 FILLER PIC X(45) VALUE
              "REJIMP2_DAT         REJIMP2.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "REJIMP_DAT          REJIMP.DAT.txt          R".
           05 FILLER PIC X(45) VALUE
              "REJPAG_DAT          REJPAG.DAT.txt          R".
           05 FILLER PIC X(45) VALUE
              "REJPONTO_DAT        REJPONTO.DAT.txt        R".
           05 FILLER PIC X(45) VALUE
              "REJRET_DAT          REJRET.DAT.txt          R".
           05 FILLER PIC X(45) VALUE
              "RELADT_DAT          RELADT.DAT.txt          R".
           05 FILLER PIC X(45) VALUE
              "RELAGING_DAT        RELAGING.DAT.txt        R".
           05 FILLER PIC X(45) VALUE
              "RELALUNO_DAT        RELALUNO.DAT.txt        R".
           05 FILLER PIC X(45) VALUE
              "RELAUDIT_DAT        RELAUDIT.DAT.txt        R".
           05 FILLER PIC X(45) VALUE
              "RELCAT_DAT          RELCAT.DAT.txt          R".
           05 FILLER PIC X(45) VALUE
              "RELCONF_DAT         RELCONF.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "RELESTAT_DAT        RELESTAT.DAT.txt        R".
           05 FILLER PIC X(45) VALUE
              "RELEXCCLI_DAT       RELEXCCLI.DAT.txt       R".
           05 FILLER PIC X(45) VALUE
              "RELEXPUR_DAT        RELEXPUR.DAT.txt        R".
           05 FILLER PIC X(45) VALUE
              "RELFUNC_DAT         RELFUNC.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "RELICMS_DAT         RELICMS.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "RELINAD_DAT         RELINAD.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "RELOPER_DAT         RELOPER.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "RELPROD_DAT         RELPROD.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "RELREJ_DAT          RELREJ.DAT.txt          R".
           05 FILLER PIC X(45) VALUE
              "RELREPOS_DAT        RELREPOS.DAT.txt        R".
           05 FILLER PIC X(45) VALUE
              "RELRETOR_DAT        RELRETOR.DAT.txt        R".
           05 FILLER PIC X(45) VALUE
              "REMADT_DAT          REMADT.DAT.txt          M".
           05 FILLER PIC X(45) VALUE
              "REMESSA_DAT         REMESSA.DAT.txt         M".
           05 FILLER PIC X(45) VALUE
              "REMPEND_DAT         REMPEND.DAT.txt         M".
           05 FILLER PIC X(45) VALUE
              "RESCRES_DAT         RESCRES.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "RESPONSA_DAT        RESPONSA.DAT.txt        M".
           05 FILLER PIC X(45) VALUE
              "RESWORK_DAT         RESWORK.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "SALHIST_DAT         SALHIST.DAT.txt         M".
           05 FILLER PIC X(45) VALUE
              "SEGMENTO_DAT        SEGMENTO.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "TABCOMIS_DAT        TABCOMIS.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "TABICMS_DAT         TABICMS.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "TABINSS_DAT         TABINSS.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "TABIRRF_DAT         TABIRRF.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "TABMENS_DAT         TABMENS.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "TERMORES_DAT        TERMORES.DAT.txt        R".
           05 FILLER PIC X(45) VALUE
              "TRANSFER_DAT        TRANSFER.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "TURMAS_DAT          TURMAS.DAT.txt          S".
           05 FILLER PIC X(45) VALUE
              "VALEPRES_DAT        VALEPRES.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "VALETRAN_DAT        VALETRAN.DAT.txt        S".
           05 FILLER PIC X(45) VALUE
              "VENDMOV_DAT         VENDMOV.DAT.txt         S".
           05 FILLER PIC X(45) VALUE
              "VERIFCTL_DAT        VERIFCTL.DAT.txt        R".
           05 FILLER PIC X(45) VALUE
              "VTMOV_DAT           VTMOV.DAT.txt           S".
           05 FILLER PIC X(45) VALUE
              "VTWORK_DAT          VTWORK.DAT.txt          R".
           05 FILLER PIC X(45) VALUE
              "WEBCTL_DAT          WEBCTL.DAT.txt          S".
           05 FILLER PIC X(45) VALUE
              "WEBPED_DAT          WEBPED.DAT.txt          R".
           05 FILLER PIC X(45) VALUE
              "WEBREJ_DAT          WEBREJ.DAT.txt          R".
           05 FILLER PIC X(45) VALUE
              "WEBSTAT_DAT         WEBSTAT.DAT.txt         R".
           05 FILLER PIC X(45) VALUE
              "ESTDIA_DAT          ESTDIA.DAT.txt          S".
           05 FILLER PIC X(45) VALUE
              "ARQDIR                                      D".
           05 FILLER PIC X(45) VALUE
              "RELDIR                                      D".
           05 FILLER PIC X(45) VALUE
              "NFE_DIR             NFE/                    D".
           05 FILLER PIC X(45) VALUE
              "BACKCLI_PREFIXO     BACKCLI                 D".
       01  WRK-TAB-ARQUIVOS REDEFINES WRK-TAB-ARQUIVOS-VALORES.
           05 WRK-ARQ-ITEM OCCURS 199 TIMES.
              10 WRK-ARQ-NOME     PIC X(20).
              10 WRK-ARQ-ARQUIVO  PIC X(24).
              10 WRK-ARQ-TIPO     PIC X(01).
                 88 ARQ-COPIA-SIMPLES         VALUE "S".
                 88 ARQ-COPIA-MASCARADA       VALUE "M".
                 88 ARQ-INDEXADO              VALUE "I".
                 88 ARQ-SO-APONTA             VALUE "R".
                 88 ARQ-DIRETORIO             VALUE "D".
       77  WRK-QTD-ARQUIVOS       PIC 9(03)  VALUE 199.
       77  WRK-IND-ARQ            PIC 9(03)  VALUE ZEROS.
       77  WRK-IND-PROD           PIC 9(03)  VALUE ZEROS.

      *--------------- CAMINHOS RESOLVIDOS DE CADA NOME ----------------
       01  WRK-TAB-RESOLVIDOS.
           05 WRK-RES-ITEM OCCURS 199 TIMES.
              10 WRK-RES-PRODUCAO PIC X(100).
              10 WRK-RES-PROD-NRM PIC X(100).
              10 WRK-RES-DIR-NRM  PIC X(100).
              10 WRK-RES-TESTE    PIC X(100).

      *--------------- NORMALIZACAO DE CAMINHO -------------------------
       77  WRK-NRM-CAMINHO        PIC X(100) VALUE SPACES.
       77  WRK-NRM-DIRETORIO      PIC X(100) VALUE SPACES.
       77  WRK-NRM-POS            PIC 9(03)  VALUE ZEROS.
       77  WRK-SW-BARRA           PIC X(01)  VALUE "N".
           88 BARRA-ACHADA                   VALUE "S".
       77  WRK-SW-CARACTERE       PIC X(01)  VALUE "N".
           88 CARACTERE-ACHADO               VALUE "S".

      *--------------- LINHA DO CONFIG DA PRODUCAO ---------------------
       77  WRK-CFG-NOME           PIC X(20)  VALUE SPACES.
       77  WRK-CFG-VALOR          PIC X(100) VALUE SPACES.
       77  WRK-CFG-BARRAS         PIC 9(03)  VALUE ZEROS.
       77  WRK-SW-CFG-TABELA      PIC X(01)  VALUE "N".
           88 NOME-DA-TABELA                 VALUE "S".

      *--------------- MASCARAMENTO ------------------------------------
      *    CHAVE FIXA DA CIFRA DIGITO A DIGITO (SOMA MODULO 10 PELA
      *    POSICAO) - MESMA ENTRADA, MESMA SAIDA, SEM COLISAO
       01  WRK-CHAVE-CIFRA-VALOR  PIC X(20)  VALUE
           "73915486207391548620".
       01  WRK-CHAVE-CIFRA REDEFINES WRK-CHAVE-CIFRA-VALOR.
           05 WRK-CHV-DIGITO      PIC 9(01)  OCCURS 20 TIMES.
       77  WRK-MSC-CAMPO          PIC X(20)  VALUE SPACES.
       77  WRK-MSC-TAM            PIC 9(02)  VALUE ZEROS.
       77  WRK-MSC-POS            PIC 9(02)  VALUE ZEROS.
       77  WRK-MSC-DIGITO         PIC 9(01)  VALUE ZEROS.
       77  WRK-MSC-SOMA           PIC 9(02)  VALUE ZEROS.
       01  WRK-MSC-CPF            PIC 9(11)  VALUE ZEROS.
       01  WRK-MSC-CPF-X REDEFINES WRK-MSC-CPF PIC X(11).
       01  WRK-MSC-AGENCIA        PIC 9(04)  VALUE ZEROS.
       01  WRK-MSC-AGENCIA-X REDEFINES WRK-MSC-AGENCIA PIC X(04).
       77  WRK-MSC-TEL            PIC X(11)  VALUE SPACES.
       77  WRK-MSC-CONTA          PIC X(10)  VALUE SPACES.
       77  WRK-MSC-ID             PIC 9(04)  VALUE ZEROS.
       77  WRK-MSC-LOGRADOURO     PIC X(40)  VALUE SPACES.
       77  WRK-MSC-NUMERO         PIC X(06)  VALUE SPACES.
       77  WRK-MSC-EMAIL          PIC X(40)  VALUE SPACES.
       77  WRK-MSC-NOME-ALUNO     PIC X(20)  VALUE SPACES.
       77  WRK-MSC-FUNC-ID        PIC 9(04)  VALUE ZEROS.
       77  WRK-MSC-SALARIO        PIC 9(08)V99 VALUE ZEROS.
       77  WRK-MSC-QUOCIENTE      PIC 9(04)  VALUE ZEROS.
       77  WRK-MSC-RESTO          PIC 9(02)  VALUE ZEROS.

      *---------------------- ACUMULADORES -----------------------------
       77  WRK-ACUM-LIDOS         PIC 9(07)  VALUE ZEROS.
       77  WRK-ACUM-GRAVADOS      PIC 9(07)  VALUE ZEROS.
       77  WRK-TOT-REGISTROS      PIC 9(07)  VALUE ZEROS.
       77  WRK-TOT-MASCARADOS     PIC 9(07)  VALUE ZEROS.
       77  WRK-TOT-COPIADOS       PIC 9(04)  VALUE ZEROS.
       77  WRK-TOT-AUSENTES       PIC 9(04)  VALUE ZEROS.
       77  WRK-TOT-FALHAS         PIC 9(04)  VALUE ZEROS.
       77  WRK-TOT-CONFLITOS      PIC 9(04)  VALUE ZEROS.
       77  WRK-TOT-APONTADOS      PIC 9(04)  VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               IF NOT CARGA-RECUSADA
                 PERFORM 0200-CONFERIR-DESTINOS
               END-IF.
               IF NOT CARGA-RECUSADA
                 PERFORM 0300-COPIAR-ARQUIVOS
                 PERFORM 0400-GRAVAR-CONFIG-TESTE
               END-IF.
               PERFORM 0900-FINALIZAR.
               GOBACK.

      *--------------------------------------------------------------
      *  0100-INICIALIZAR: SUPERVISOR, AMBIENTE DE ORIGEM E
      *  DIRETORIO DE DESTINO.
      *--------------------------------------------------------------
       0100-INICIALIZAR                SECTION.
      *    FORA DO MENU A SESSAO ESTA VAZIA - O MODULO SIGNON
      *    IDENTIFICA O OPERADOR CONTRA O OPERADOR.DAT
           IF WRK-SESSAO-NIVEL IS NOT NUMERIC
              OR WRK-SESSAO-NIVEL LESS 2
             CALL "SIGNON"
           END-IF.
           IF WRK-SESSAO-NIVEL IS NOT NUMERIC
              OR WRK-SESSAO-NIVEL LESS 2
             DISPLAY "CARGA DO AMBIENTE DE TESTE SO PARA SUPERVISOR"
             GOBACK
           END-IF.

           ACCEPT WRK-DATA-CARGA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-CARGA FROM TIME.

      *    A ORIGEM TEM DE SER A PRODUCAO - O CONFIG.DAT GERADO POR
      *    ESTA CARGA LEVA AMBIENTE_TESTE=S
           MOVE "N" TO WRK-AMBIENTE-TESTE.
           CALL "CONFIG" USING
               "AMBIENTE_TESTE      " WRK-AMBIENTE-TESTE.
           IF WRK-AMBIENTE-TESTE EQUAL "S"
             DISPLAY "AMBTESTE: ESTE AMBIENTE JA E DE TESTE - A CARGA "
                     "SO PARTE DA PRODUCAO"
             SET CARGA-RECUSADA TO TRUE
             GO TO 0100-INICIALIZAR-SAIDA
           END-IF.

           ACCEPT WRK-CAMINHO-CFGPROD FROM ENVIRONMENT "CONFIG_DAT".
           IF WRK-CAMINHO-CFGPROD EQUAL SPACES
             MOVE WRK-CAMINHO-CFG-PADRAO TO WRK-CAMINHO-CFGPROD
           END-IF.

           MOVE SPACES TO WRK-DIR-TESTE.
           CALL "CONFIG" USING
               "TESTE_DIR           " WRK-DIR-TESTE.
           DISPLAY "DIRETORIO DO AMBIENTE DE TESTE (ENTER = "
                   WRK-DIR-TESTE ") ".
           MOVE SPACES TO WRK-DIGITADO.
           ACCEPT WRK-DIGITADO.
           IF WRK-DIGITADO NOT EQUAL SPACES
             MOVE WRK-DIGITADO TO WRK-DIR-TESTE
           END-IF.
           IF WRK-DIR-TESTE EQUAL SPACES
             DISPLAY "AMBTESTE: DIRETORIO DE TESTE NAO INFORMADO"
             SET CARGA-RECUSADA TO TRUE
             GO TO 0100-INICIALIZAR-SAIDA
           END-IF.

      *    DIRETORIO SEMPRE TERMINADO EM BARRA
           INSPECT WRK-DIR-TESTE CONVERTING "\" TO "/".
           MOVE WRK-DIR-TESTE TO WRK-NRM-CAMINHO.
           PERFORM 0195-ULTIMO-CARACTERE.
           IF WRK-DIR-TESTE(WRK-NRM-POS:1) NOT EQUAL "/"
             IF WRK-NRM-POS NOT LESS 100
               DISPLAY "AMBTESTE: DIRETORIO DE TESTE LONGO DEMAIS"
               SET CARGA-RECUSADA TO TRUE
               GO TO 0100-INICIALIZAR-SAIDA
             END-IF
             ADD 1 TO WRK-NRM-POS
             MOVE "/" TO WRK-DIR-TESTE(WRK-NRM-POS:1)
           END-IF.
           MOVE WRK-DIR-TESTE TO WRK-NRM-CAMINHO.
           PERFORM 0180-NORMALIZAR-CAMINHO.
           MOVE WRK-NRM-CAMINHO TO WRK-DIR-TESTE-NRM.

           MOVE SPACES TO WRK-CAMINHO-CFGTESTE.
           STRING WRK-DIR-TESTE    DELIMITED BY SPACE
                  "CONFIG.DAT.txt" DELIMITED BY SIZE
             INTO WRK-CAMINHO-CFGTESTE
           END-STRING.

           DISPLAY "CONFIRMA A CARGA MASCARADA EM " WRK-DIR-TESTE
                   " (S/N)? ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
              AND WRK-CONFIRMA NOT EQUAL "s"
             DISPLAY "AMBTESTE: CARGA CANCELADA PELO OPERADOR"
             GOBACK
           END-IF.
       0100-INICIALIZAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0180-NORMALIZAR-CAMINHO: MAIUSCULAS E BARRA NORMAL, PARA
      *  COMPARAR CAMINHOS ESCRITOS DE JEITOS DIFERENTES.
      *--------------------------------------------------------------
       0180-NORMALIZAR-CAMINHO         SECTION.
           INSPECT WRK-NRM-CAMINHO CONVERTING
               "abcdefghijklmnopqrstuvwxyz\"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ/".

      *--------------------------------------------------------------
      *  0185-DIRETORIO-DO-CAMINHO: PARTE DO CAMINHO ATE A ULTIMA
      *  BARRA (INCLUSIVE).
      *--------------------------------------------------------------
       0185-DIRETORIO-DO-CAMINHO       SECTION.
           MOVE SPACES TO WRK-NRM-DIRETORIO.
           MOVE 100    TO WRK-NRM-POS.
           MOVE "N"    TO WRK-SW-BARRA.
           PERFORM 0186-PROCURAR-BARRA
             UNTIL WRK-NRM-POS EQUAL ZEROS
                OR BARRA-ACHADA.
           IF BARRA-ACHADA
             MOVE WRK-NRM-CAMINHO(1:WRK-NRM-POS) TO WRK-NRM-DIRETORIO
           END-IF.

       0186-PROCURAR-BARRA             SECTION.
           IF WRK-NRM-CAMINHO(WRK-NRM-POS:1) EQUAL "/"
             SET BARRA-ACHADA TO TRUE
           ELSE
             SUBTRACT 1 FROM WRK-NRM-POS
           END-IF.

      *--------------------------------------------------------------
      *  0195-ULTIMO-CARACTERE: POSICAO DO ULTIMO CARACTERE NAO
      *  BRANCO DE WRK-NRM-CAMINHO (ZERO QUANDO VAZIO).
      *--------------------------------------------------------------
       0195-ULTIMO-CARACTERE           SECTION.
           MOVE 100 TO WRK-NRM-POS.
           MOVE "N" TO WRK-SW-CARACTERE.
           PERFORM 0196-RECUAR-BRANCO
             UNTIL WRK-NRM-POS EQUAL ZEROS
                OR CARACTERE-ACHADO.

       0196-RECUAR-BRANCO              SECTION.
           IF WRK-NRM-CAMINHO(WRK-NRM-POS:1) NOT EQUAL SPACE
             SET CARACTERE-ACHADO TO TRUE
           ELSE
             SUBTRACT 1 FROM WRK-NRM-POS
           END-IF.

      *--------------------------------------------------------------
      *  0200-CONFERIR-DESTINOS: RESOLVE O CAMINHO DE PRODUCAO DE
      *  CADA NOME LOGICO E MONTA O DE TESTE. NENHUM ARQUIVO E
      *  TOCADO SE O DIRETORIO DE TESTE FOR UM DIRETORIO DA
      *  PRODUCAO OU SE ALGUM DESTINO COINCIDIR COM ALGUM ARQUIVO
      *  DA PRODUCAO.
      *--------------------------------------------------------------
       0200-CONFERIR-DESTINOS          SECTION.
           MOVE WRK-CAMINHO-CFGPROD TO WRK-NRM-CAMINHO.
           PERFORM 0180-NORMALIZAR-CAMINHO.
           MOVE WRK-NRM-CAMINHO TO WRK-CFGPROD-NRM.
           PERFORM 0185-DIRETORIO-DO-CAMINHO.
           MOVE WRK-NRM-DIRETORIO TO WRK-DIR-CFGPROD-NRM.
           MOVE WRK-CAMINHO-CFGTESTE TO WRK-NRM-CAMINHO.
           PERFORM 0180-NORMALIZAR-CAMINHO.
           MOVE WRK-NRM-CAMINHO TO WRK-CFGTESTE-NRM.

           PERFORM 0210-RESOLVER-NOME
             VARYING WRK-IND-ARQ FROM 1 BY 1
               UNTIL WRK-IND-ARQ GREATER WRK-QTD-ARQUIVOS.

           IF WRK-DIR-TESTE-NRM EQUAL WRK-DIR-CFGPROD-NRM
              OR WRK-CFGTESTE-NRM EQUAL WRK-CFGPROD-NRM
             DISPLAY "AMBTESTE: DESTINO E O DIRETORIO DO CONFIG.DAT "
                     "DA PRODUCAO - " WRK-CAMINHO-CFGPROD
             ADD 1 TO WRK-TOT-CONFLITOS
           END-IF.

           PERFORM 0220-CONFERIR-NOME
             VARYING WRK-IND-ARQ FROM 1 BY 1
               UNTIL WRK-IND-ARQ GREATER WRK-QTD-ARQUIVOS.

           IF WRK-TOT-CONFLITOS GREATER ZEROS
             DISPLAY "AMBTESTE: " WRK-TOT-CONFLITOS " DESTINO(S) NA "
                     "PRODUCAO - CARGA RECUSADA, NADA FOI COPIADO"
             SET CARGA-RECUSADA TO TRUE
           END-IF.

      *--------------------------------------------------------------
      *  0210-RESOLVER-NOME: PRODUCAO = CONFIG.DAT > VARIAVEL DE
      *  AMBIENTE > PADRAO, EXATAMENTE COMO OS PROGRAMAS RESOLVEM;
      *  TESTE = DIRETORIO DE TESTE + ARQUIVO (OU SUFIXO).
      *--------------------------------------------------------------
       0210-RESOLVER-NOME              SECTION.
           MOVE SPACES TO WRK-RES-PRODUCAO(WRK-IND-ARQ).
           IF WRK-ARQ-NOME(WRK-IND-ARQ) NOT EQUAL "RELAGING_DAT"
             STRING WRK-DIR-PRODUCAO           DELIMITED BY SPACE
                    WRK-ARQ-ARQUIVO(WRK-IND-ARQ) DELIMITED BY SPACE
               INTO WRK-RES-PRODUCAO(WRK-IND-ARQ)
             END-STRING
           END-IF.
           CALL "CONFIG" USING WRK-ARQ-NOME(WRK-IND-ARQ)
                               WRK-RES-PRODUCAO(WRK-IND-ARQ).

           MOVE WRK-RES-PRODUCAO(WRK-IND-ARQ) TO WRK-NRM-CAMINHO.
           PERFORM 0180-NORMALIZAR-CAMINHO.
           MOVE WRK-NRM-CAMINHO TO WRK-RES-PROD-NRM(WRK-IND-ARQ).
           PERFORM 0185-DIRETORIO-DO-CAMINHO.
           MOVE WRK-NRM-DIRETORIO TO WRK-RES-DIR-NRM(WRK-IND-ARQ).

           MOVE SPACES TO WRK-RES-TESTE(WRK-IND-ARQ).
           STRING WRK-DIR-TESTE                DELIMITED BY SPACE
                  WRK-ARQ-ARQUIVO(WRK-IND-ARQ) DELIMITED BY SPACE
             INTO WRK-RES-TESTE(WRK-IND-ARQ)
           END-STRING.

      *--------------------------------------------------------------
      *  0220-CONFERIR-NOME: O DIRETORIO DE TESTE NAO PODE SER O
      *  DIRETORIO DE NENHUM ARQUIVO DA PRODUCAO, E O DESTINO DESTE
      *  NOME NAO PODE SER O CAMINHO DE NENHUM ARQUIVO DA PRODUCAO.
      *--------------------------------------------------------------
       0220-CONFERIR-NOME              SECTION.
           IF WRK-RES-PRODUCAO(WRK-IND-ARQ) EQUAL SPACES
             GO TO 0220-CONFERIR-SAIDA
           END-IF.
           IF WRK-RES-DIR-NRM(WRK-IND-ARQ) EQUAL WRK-DIR-TESTE-NRM
             DISPLAY "AMBTESTE: DIRETORIO DE TESTE E O DIRETORIO DE "
                     WRK-ARQ-NOME(WRK-IND-ARQ) " NA PRODUCAO"
             ADD 1 TO WRK-TOT-CONFLITOS
           END-IF.
           MOVE WRK-RES-TESTE(WRK-IND-ARQ) TO WRK-NRM-CAMINHO.
           PERFORM 0180-NORMALIZAR-CAMINHO.
           PERFORM 0221-COMPARAR-PRODUCAO
             VARYING WRK-IND-PROD FROM 1 BY 1
               UNTIL WRK-IND-PROD GREATER WRK-QTD-ARQUIVOS.
       0220-CONFERIR-SAIDA.
           EXIT.

       0221-COMPARAR-PRODUCAO          SECTION.
           IF WRK-RES-PROD-NRM(WRK-IND-PROD) NOT EQUAL SPACES
              AND WRK-RES-PROD-NRM(WRK-IND-PROD) EQUAL WRK-NRM-CAMINHO
             DISPLAY "AMBTESTE: DESTINO DE "
                     WRK-ARQ-NOME(WRK-IND-ARQ) " E O ARQUIVO "
                     WRK-ARQ-NOME(WRK-IND-PROD) " DA PRODUCAO"
             ADD 1 TO WRK-TOT-CONFLITOS
           END-IF.

      *--------------------------------------------------------------
      *  0300-COPIAR-ARQUIVOS: UM NOME LOGICO POR VEZ, CONFORME O
      *  TIPO DA TABELA.
      *--------------------------------------------------------------
       0300-COPIAR-ARQUIVOS            SECTION.
           PERFORM 0305-COPIAR-NOME
             VARYING WRK-IND-ARQ FROM 1 BY 1
               UNTIL WRK-IND-ARQ GREATER WRK-QTD-ARQUIVOS.

       0305-COPIAR-NOME                SECTION.
           IF WRK-RES-PRODUCAO(WRK-IND-ARQ) EQUAL SPACES
              OR ARQ-SO-APONTA(WRK-IND-ARQ)
              OR ARQ-DIRETORIO(WRK-IND-ARQ)
             GO TO 0305-COPIAR-SAIDA
           END-IF.
           MOVE WRK-RES-PRODUCAO(WRK-IND-ARQ) TO WRK-CAMINHO-ORIGEM.
           MOVE WRK-RES-TESTE(WRK-IND-ARQ)    TO WRK-CAMINHO-DESTINO.
           MOVE ZEROS TO WRK-ACUM-LIDOS WRK-ACUM-GRAVADOS.
           MOVE "N"   TO WRK-SW-MASCARA.
           IF ARQ-COPIA-MASCARADA(WRK-IND-ARQ)
             SET COPIA-COM-MASCARA TO TRUE
           END-IF.

           IF ARQ-INDEXADO(WRK-IND-ARQ)
             PERFORM 0330-COPIAR-INDEXADO
           ELSE
             PERFORM 0310-COPIAR-SEQUENCIAL
           END-IF.
       0305-COPIAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0310-COPIAR-SEQUENCIAL: COPIA LINHA A LINHA, PASSANDO PELA
      *  MASCARA QUANDO O ARQUIVO TEM DADO PESSOAL.
      *--------------------------------------------------------------
       0310-COPIAR-SEQUENCIAL          SECTION.
           OPEN INPUT ARQORIGEM.
           IF FS-ARQORIGEM NOT EQUAL 0
             MOVE FS-ARQORIGEM TO WRK-MSC-SOMA
             PERFORM 0390-ORIGEM-AUSENTE
             GO TO 0310-COPIAR-SAIDA
           END-IF.
           OPEN OUTPUT ARQDESTINO.
           IF FS-ARQDESTINO NOT EQUAL 0
             MOVE FS-ARQDESTINO TO WRK-MSC-SOMA
             PERFORM 0392-DESTINO-FALHOU
             CLOSE ARQORIGEM
             GO TO 0310-COPIAR-SAIDA
           END-IF.

           READ ARQORIGEM NEXT RECORD.
           PERFORM 0311-COPIAR-LINHA
             UNTIL FS-ARQORIGEM NOT EQUAL 00.
           CLOSE ARQORIGEM ARQDESTINO.
           PERFORM 0395-ARQUIVO-COPIADO.
       0310-COPIAR-SAIDA.
           EXIT.

       0311-COPIAR-LINHA               SECTION.
           ADD 1 TO WRK-ACUM-LIDOS.
           IF COPIA-COM-MASCARA
             PERFORM 0320-MASCARAR-LINHA
           END-IF.
           MOVE REG-ARQORIGEM TO REG-ARQDESTINO.
           WRITE REG-ARQDESTINO.
           IF FS-ARQDESTINO EQUAL 0
             ADD 1 TO WRK-ACUM-GRAVADOS
           END-IF.
           READ ARQORIGEM NEXT RECORD.

      *--------------------------------------------------------------
      *  0320-MASCARAR-LINHA: ESCOLHE A MASCARA PELO NOME LOGICO.
      *--------------------------------------------------------------
       0320-MASCARAR-LINHA             SECTION.
           EVALUATE WRK-ARQ-NOME(WRK-IND-ARQ)
             WHEN "AUDITCLI_DAT"
               PERFORM 0321-MASCARAR-AUDITCLI
             WHEN "CLIHIST_DAT"
               PERFORM 0322-MASCARAR-CLIHIST
             WHEN "RESPONSA_DAT"
               PERFORM 0323-MASCARAR-RESPONSAVEL
             WHEN "SALHIST_DAT"
               PERFORM 0324-MASCARAR-SALHIST
             WHEN "ENTREGAS_DAT"
               PERFORM 0325-MASCARAR-ENTREGA
             WHEN "DOCESC_DAT"
               PERFORM 0326-MASCARAR-DOCESC
             WHEN "ESPERA_DAT"
               PERFORM 0327-MASCARAR-ESPERA
             WHEN "REMESSA_DAT"
             WHEN "REMPEND_DAT"
             WHEN "ADTPEND_DAT"
             WHEN "REMADT_DAT"
               PERFORM 0328-MASCARAR-REMFOLHA
             WHEN "PAGPEND_DAT"
             WHEN "PAGREM_DAT"
               PERFORM 0329-MASCARAR-REMPAGTO
           END-EVALUATE.

       0321-MASCARAR-AUDITCLI          SECTION.
           IF AUD-ID IS NOT NUMERIC
             GO TO 0321-MASCARAR-SAIDA
           END-IF.
           MOVE AUD-ID TO WRK-MSC-ID.
           PERFORM 0530-MONTAR-ENDERECO.
           IF AUD-ANTES-CPF IS NUMERIC
             MOVE AUD-ANTES-CPF TO WRK-MSC-CPF
             PERFORM 0510-CIFRAR-CPF
             MOVE WRK-MSC-CPF TO AUD-ANTES-CPF
           END-IF.
           IF AUD-DEPOIS-CPF IS NUMERIC
             MOVE AUD-DEPOIS-CPF TO WRK-MSC-CPF
             PERFORM 0510-CIFRAR-CPF
             MOVE WRK-MSC-CPF TO AUD-DEPOIS-CPF
           END-IF.
           MOVE AUD-ANTES-TEL TO WRK-MSC-TEL.
           PERFORM 0511-CIFRAR-TELEFONE.
           MOVE WRK-MSC-TEL TO AUD-ANTES-TEL.
           MOVE AUD-DEPOIS-TEL TO WRK-MSC-TEL.
           PERFORM 0511-CIFRAR-TELEFONE.
           MOVE WRK-MSC-TEL TO AUD-DEPOIS-TEL.
           IF AUD-ANTES-EMAIL NOT EQUAL SPACES
             MOVE WRK-MSC-EMAIL TO AUD-ANTES-EMAIL
           END-IF.
           IF AUD-DEPOIS-EMAIL NOT EQUAL SPACES
             MOVE WRK-MSC-EMAIL TO AUD-DEPOIS-EMAIL
           END-IF.
           IF AUD-ANTES-ENDERECO NOT EQUAL SPACES
             MOVE WRK-MSC-LOGRADOURO TO AUD-ANTES-ENDERECO
           END-IF.
           IF AUD-DEPOIS-ENDERECO NOT EQUAL SPACES
             MOVE WRK-MSC-LOGRADOURO TO AUD-DEPOIS-ENDERECO
           END-IF.
           ADD 1 TO WRK-TOT-MASCARADOS.
       0321-MASCARAR-SAIDA.
           EXIT.

       0322-MASCARAR-CLIHIST           SECTION.
           IF HIS-ID IS NOT NUMERIC
             GO TO 0322-MASCARAR-SAIDA
           END-IF.
           MOVE HIS-ID TO WRK-MSC-ID.
           PERFORM 0530-MONTAR-ENDERECO.
           IF HIS-CPF IS NUMERIC
             MOVE HIS-CPF TO WRK-MSC-CPF
             PERFORM 0510-CIFRAR-CPF
             MOVE WRK-MSC-CPF TO HIS-CPF
           END-IF.
           MOVE HIS-TEL TO WRK-MSC-TEL.
           PERFORM 0511-CIFRAR-TELEFONE.
           MOVE WRK-MSC-TEL TO HIS-TEL.
           IF HIS-EMAIL NOT EQUAL SPACES
             MOVE WRK-MSC-EMAIL TO HIS-EMAIL
           END-IF.
           IF HIS-ENDERECO NOT EQUAL SPACES
             MOVE WRK-MSC-LOGRADOURO TO HIS-ENDERECO
           END-IF.
           ADD 1 TO WRK-TOT-MASCARADOS.
       0322-MASCARAR-SAIDA.
           EXIT.

       0323-MASCARAR-RESPONSAVEL       SECTION.
           IF RSP-ID IS NOT NUMERIC
             GO TO 0323-MASCARAR-SAIDA
           END-IF.
           IF RSP-CPF IS NUMERIC
             MOVE RSP-CPF TO WRK-MSC-CPF
             PERFORM 0510-CIFRAR-CPF
             MOVE WRK-MSC-CPF TO RSP-CPF
           END-IF.
           MOVE RSP-TEL TO WRK-MSC-TEL.
           PERFORM 0511-CIFRAR-TELEFONE.
           MOVE WRK-MSC-TEL TO RSP-TEL.
           ADD 1 TO WRK-TOT-MASCARADOS.
       0323-MASCARAR-SAIDA.
           EXIT.

       0324-MASCARAR-SALHIST           SECTION.
           IF SAL-FUNC-ID IS NOT NUMERIC
             GO TO 0324-MASCARAR-SAIDA
           END-IF.
           MOVE SAL-FUNC-ID TO WRK-MSC-FUNC-ID.
           IF SAL-ANTES IS NUMERIC
             MOVE SAL-ANTES TO WRK-MSC-SALARIO
             PERFORM 0520-REDUZIR-SALARIO
             MOVE WRK-MSC-SALARIO TO SAL-ANTES
           END-IF.
           IF SAL-DEPOIS IS NUMERIC
             MOVE SAL-DEPOIS TO WRK-MSC-SALARIO
             PERFORM 0520-REDUZIR-SALARIO
             MOVE WRK-MSC-SALARIO TO SAL-DEPOIS
           END-IF.
           ADD 1 TO WRK-TOT-MASCARADOS.
       0324-MASCARAR-SAIDA.
           EXIT.

      *    O ENDERECO DA ENTREGA E O DO CLIENTE NA HORA DA VENDA -
      *    RECEBE O MESMO LOGRADOURO MASCARADO DO CADASTRO
       0325-MASCARAR-ENTREGA           SECTION.
           IF ETG-ID-CLIENTE IS NOT NUMERIC
              OR ETG-ENDERECO EQUAL SPACES
             GO TO 0325-MASCARAR-SAIDA
           END-IF.
           MOVE ETG-ID-CLIENTE TO WRK-MSC-ID.
           PERFORM 0530-MONTAR-ENDERECO.
           MOVE SPACES TO ETG-ENDERECO.
           STRING WRK-MSC-LOGRADOURO DELIMITED BY "  "
                  ", "               DELIMITED BY SIZE
                  WRK-MSC-NUMERO     DELIMITED BY SPACE
             INTO ETG-ENDERECO
           END-STRING.
           ADD 1 TO WRK-TOT-MASCARADOS.
       0325-MASCARAR-SAIDA.
           EXIT.

       0326-MASCARAR-DOCESC            SECTION.
           IF DOC-ALU-ID IS NOT NUMERIC
             GO TO 0326-MASCARAR-SAIDA
           END-IF.
           MOVE DOC-ALU-ID TO WRK-MSC-ID.
           PERFORM 0540-MONTAR-NOME-ALUNO.
           MOVE WRK-MSC-NOME-ALUNO TO DOC-NOME.
           ADD 1 TO WRK-TOT-MASCARADOS.
       0326-MASCARAR-SAIDA.
           EXIT.

       0327-MASCARAR-ESPERA            SECTION.
           IF ESP-ALU-ID IS NOT NUMERIC
             GO TO 0327-MASCARAR-SAIDA
           END-IF.
           MOVE ESP-ALU-ID TO WRK-MSC-ID.
           PERFORM 0540-MONTAR-NOME-ALUNO.
           MOVE WRK-MSC-NOME-ALUNO TO ESP-NOME.
           ADD 1 TO WRK-TOT-MASCARADOS.
       0327-MASCARAR-SAIDA.
           EXIT.

      *    SO AS LINHAS DE DETALHE (TIPO 1) TEM CONTA; O VALOR DO
      *    CREDITO SEGUE O QUE A FOLHA CALCULOU
       0328-MASCARAR-REMFOLHA          SECTION.
           IF ORF-TIPO NOT EQUAL "1"
             GO TO 0328-MASCARAR-SAIDA
           END-IF.
           IF ORF-AGENCIA IS NUMERIC
             MOVE ORF-AGENCIA TO WRK-MSC-AGENCIA
             PERFORM 0512-CIFRAR-AGENCIA
             MOVE WRK-MSC-AGENCIA TO ORF-AGENCIA
           END-IF.
           MOVE ORF-CONTA TO WRK-MSC-CONTA.
           PERFORM 0513-CIFRAR-CONTA.
           MOVE WRK-MSC-CONTA TO ORF-CONTA.
           ADD 1 TO WRK-TOT-MASCARADOS.
       0328-MASCARAR-SAIDA.
           EXIT.

       0329-MASCARAR-REMPAGTO          SECTION.
           IF ORP-TIPO NOT EQUAL "1"
             GO TO 0329-MASCARAR-SAIDA
           END-IF.
           IF ORP-AGENCIA IS NUMERIC
             MOVE ORP-AGENCIA TO WRK-MSC-AGENCIA
             PERFORM 0512-CIFRAR-AGENCIA
             MOVE WRK-MSC-AGENCIA TO ORP-AGENCIA
           END-IF.
           MOVE ORP-CONTA TO WRK-MSC-CONTA.
           PERFORM 0513-CIFRAR-CONTA.
           MOVE WRK-MSC-CONTA TO ORP-CONTA.
           ADD 1 TO WRK-TOT-MASCARADOS.
       0329-MASCARAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0330-COPIAR-INDEXADO: CADA INDEXADO TEM O SEU PAR DE
      *  ARQUIVOS (PRODUCAO E TESTE, MESMA CHAVE E TAMANHO).
      *--------------------------------------------------------------
       0330-COPIAR-INDEXADO            SECTION.
           EVALUATE WRK-ARQ-NOME(WRK-IND-ARQ)
             WHEN "CLIENTES_DAT"
               PERFORM 0331-COPIAR-CLIENTES
             WHEN "FUNCIONARIOS_DAT"
               PERFORM 0332-COPIAR-FUNCIONARIOS
             WHEN "FORNECED_DAT"
               PERFORM 0333-COPIAR-FORNECEDORES
             WHEN "ALUNOS_DAT"
               PERFORM 0334-COPIAR-ALUNOS
             WHEN "MENSALID_DAT"
               PERFORM 0335-COPIAR-MENSALIDADES
             WHEN "PRODUTOS_DAT"
               PERFORM 0336-COPIAR-PRODUTOS
             WHEN "CEP_DAT"
               PERFORM 0337-COPIAR-CEPS
             WHEN "CONTAESC_DAT"
               PERFORM 0338-COPIAR-CONTAESC
             WHEN "CONTAREC_DAT"
               PERFORM 0339-COPIAR-CONTAREC
             WHEN "ESOCTL_DAT"
               PERFORM 0340-COPIAR-ESOCTL
             WHEN "FATFAM_DAT"
               PERFORM 0341-COPIAR-FATFAM
             WHEN "NFECTL_DAT"
               PERFORM 0342-COPIAR-NFECTL
             WHEN "OPERADOR_DAT"
               PERFORM 0343-COPIAR-OPERADORES
           END-EVALUATE.

       0331-COPIAR-CLIENTES            SECTION.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 0
             MOVE FS-CLIENTES TO WRK-MSC-SOMA
             PERFORM 0390-ORIGEM-AUSENTE
             GO TO 0331-COPIAR-SAIDA
           END-IF.
           OPEN OUTPUT TSTCLIENTES.
           IF FS-TSTCLIENTES NOT EQUAL 0
             MOVE FS-TSTCLIENTES TO WRK-MSC-SOMA
             PERFORM 0392-DESTINO-FALHOU
             CLOSE CLIENTES
             GO TO 0331-COPIAR-SAIDA
           END-IF.
           READ CLIENTES NEXT RECORD.
           PERFORM 0351-GRAVAR-CLIENTE
             UNTIL FS-CLIENTES NOT EQUAL 00.
           CLOSE CLIENTES TSTCLIENTES.
           PERFORM 0395-ARQUIVO-COPIADO.
       0331-COPIAR-SAIDA.
           EXIT.

       0332-COPIAR-FUNCIONARIOS        SECTION.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 0
             MOVE FS-FUNCIONARIOS TO WRK-MSC-SOMA
             PERFORM 0390-ORIGEM-AUSENTE
             GO TO 0332-COPIAR-SAIDA
           END-IF.
           OPEN OUTPUT TSTFUNCIONARIOS.
           IF FS-TSTFUNCIONARIOS NOT EQUAL 0
             MOVE FS-TSTFUNCIONARIOS TO WRK-MSC-SOMA
             PERFORM 0392-DESTINO-FALHOU
             CLOSE FUNCIONARIOS
             GO TO 0332-COPIAR-SAIDA
           END-IF.
           READ FUNCIONARIOS NEXT RECORD.
           PERFORM 0352-GRAVAR-FUNCIONARIO
             UNTIL FS-FUNCIONARIOS NOT EQUAL 00.
           CLOSE FUNCIONARIOS TSTFUNCIONARIOS.
           PERFORM 0395-ARQUIVO-COPIADO.
       0332-COPIAR-SAIDA.
           EXIT.

       0333-COPIAR-FORNECEDORES        SECTION.
           OPEN INPUT FORNECEDORES.
           IF FS-FORNECEDORES NOT EQUAL 0
             MOVE FS-FORNECEDORES TO WRK-MSC-SOMA
             PERFORM 0390-ORIGEM-AUSENTE
             GO TO 0333-COPIAR-SAIDA
           END-IF.
           OPEN OUTPUT TSTFORNECEDORES.
           IF FS-TSTFORNECEDORES NOT EQUAL 0
             MOVE FS-TSTFORNECEDORES TO WRK-MSC-SOMA
             PERFORM 0392-DESTINO-FALHOU
             CLOSE FORNECEDORES
             GO TO 0333-COPIAR-SAIDA
           END-IF.
           READ FORNECEDORES NEXT RECORD.
           PERFORM 0353-GRAVAR-FORNECEDOR
             UNTIL FS-FORNECEDORES NOT EQUAL 00.
           CLOSE FORNECEDORES TSTFORNECEDORES.
           PERFORM 0395-ARQUIVO-COPIADO.
       0333-COPIAR-SAIDA.
           EXIT.

       0334-COPIAR-ALUNOS              SECTION.
           OPEN INPUT ALUNOS.
           IF FS-ALUNOS NOT EQUAL 0
             MOVE FS-ALUNOS TO WRK-MSC-SOMA
             PERFORM 0390-ORIGEM-AUSENTE
             GO TO 0334-COPIAR-SAIDA
           END-IF.
           OPEN OUTPUT TSTALUNOS.
           IF FS-TSTALUNOS NOT EQUAL 0
             MOVE FS-TSTALUNOS TO WRK-MSC-SOMA
             PERFORM 0392-DESTINO-FALHOU
             CLOSE ALUNOS
             GO TO 0334-COPIAR-SAIDA
           END-IF.
           READ ALUNOS NEXT RECORD.
           PERFORM 0354-GRAVAR-ALUNO
             UNTIL FS-ALUNOS NOT EQUAL 00.
           CLOSE ALUNOS TSTALUNOS.
           PERFORM 0395-ARQUIVO-COPIADO.
       0334-COPIAR-SAIDA.
           EXIT.

       0335-COPIAR-MENSALIDADES        SECTION.
           OPEN INPUT MENSALIDADES.
           IF FS-MENSALIDADES NOT EQUAL 0
             MOVE FS-MENSALIDADES TO WRK-MSC-SOMA
             PERFORM 0390-ORIGEM-AUSENTE
             GO TO 0335-COPIAR-SAIDA
           END-IF.
           OPEN OUTPUT TSTMENSALIDADES.
           IF FS-TSTMENSALIDADES NOT EQUAL 0
             MOVE FS-TSTMENSALIDADES TO WRK-MSC-SOMA
             PERFORM 0392-DESTINO-FALHOU
             CLOSE MENSALIDADES
             GO TO 0335-COPIAR-SAIDA
           END-IF.
           READ MENSALIDADES NEXT RECORD.
           PERFORM 0355-GRAVAR-MENSALIDADE
             UNTIL FS-MENSALIDADES NOT EQUAL 00.
           CLOSE MENSALIDADES TSTMENSALIDADES.
           PERFORM 0395-ARQUIVO-COPIADO.
       0335-COPIAR-SAIDA.
           EXIT.

       0336-COPIAR-PRODUTOS            SECTION.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL 0
             MOVE FS-PRODUTOS TO WRK-MSC-SOMA
             PERFORM 0390-ORIGEM-AUSENTE
             GO TO 0336-COPIAR-SAIDA
           END-IF.
           OPEN OUTPUT TSTPRODUTOS.
           IF FS-TSTPRODUTOS NOT EQUAL 0
             MOVE FS-TSTPRODUTOS TO WRK-MSC-SOMA
             PERFORM 0392-DESTINO-FALHOU
             CLOSE PRODUTOS
             GO TO 0336-COPIAR-SAIDA
           END-IF.
           READ PRODUTOS NEXT RECORD.
           PERFORM 0356-GRAVAR-PRODUTO
             UNTIL FS-PRODUTOS NOT EQUAL 00.
           CLOSE PRODUTOS TSTPRODUTOS.
           PERFORM 0395-ARQUIVO-COPIADO.
       0336-COPIAR-SAIDA.
           EXIT.

       0337-COPIAR-CEPS                SECTION.
           OPEN INPUT CEPS.
           IF FS-CEPS NOT EQUAL 0
             MOVE FS-CEPS TO WRK-MSC-SOMA
             PERFORM 0390-ORIGEM-AUSENTE
             GO TO 0337-COPIAR-SAIDA
           END-IF.
           OPEN OUTPUT TSTCEPS.
           IF FS-TSTCEPS NOT EQUAL 0
             MOVE FS-TSTCEPS TO WRK-MSC-SOMA
             PERFORM 0392-DESTINO-FALHOU
             CLOSE CEPS
             GO TO 0337-COPIAR-SAIDA
           END-IF.
           READ CEPS NEXT RECORD.
           PERFORM 0357-GRAVAR-CEP
             UNTIL FS-CEPS NOT EQUAL 00.
           CLOSE CEPS TSTCEPS.
           PERFORM 0395-ARQUIVO-COPIADO.
       0337-COPIAR-SAIDA.
           EXIT.

       0338-COPIAR-CONTAESC            SECTION.
           OPEN INPUT CONTAESC.
           IF FS-CONTAESC NOT EQUAL 0
             MOVE FS-CONTAESC TO WRK-MSC-SOMA
             PERFORM 0390-ORIGEM-AUSENTE
             GO TO 0338-COPIAR-SAIDA
           END-IF.
           OPEN OUTPUT TSTCONTAESC.
           IF FS-TSTCONTAESC NOT EQUAL 0
             MOVE FS-TSTCONTAESC TO WRK-MSC-SOMA
             PERFORM 0392-DESTINO-FALHOU
             CLOSE CONTAESC
             GO TO 0338-COPIAR-SAIDA
           END-IF.
           READ CONTAESC NEXT RECORD.
           PERFORM 0358-GRAVAR-CONTAESC
             UNTIL FS-CONTAESC NOT EQUAL 00.
           CLOSE CONTAESC TSTCONTAESC.
           PERFORM 0395-ARQUIVO-COPIADO.
       0338-COPIAR-SAIDA.
           EXIT.

       0339-COPIAR-CONTAREC            SECTION.
           OPEN INPUT CONTAREC.
           IF FS-CONTAREC NOT EQUAL 0
             MOVE FS-CONTAREC TO WRK-MSC-SOMA
             PERFORM 0390-ORIGEM-AUSENTE
             GO TO 0339-COPIAR-SAIDA
           END-IF.
           OPEN OUTPUT TSTCONTAREC.
           IF FS-TSTCONTAREC NOT EQUAL 0
             MOVE FS-TSTCONTAREC TO WRK-MSC-SOMA
             PERFORM 0392-DESTINO-FALHOU
             CLOSE CONTAREC
             GO TO 0339-COPIAR-SAIDA
           END-IF.
           READ CONTAREC NEXT RECORD.
           PERFORM 0359-GRAVAR-CONTAREC
             UNTIL FS-CONTAREC NOT EQUAL 00.
           CLOSE CONTAREC TSTCONTAREC.
           PERFORM 0395-ARQUIVO-COPIADO.
       0339-COPIAR-SAIDA.
           EXIT.

       0340-COPIAR-ESOCTL              SECTION.
           OPEN INPUT ESOCTL.
           IF FS-ESOCTL NOT EQUAL 0
             MOVE FS-ESOCTL TO WRK-MSC-SOMA
             PERFORM 0390-ORIGEM-AUSENTE
             GO TO 0340-COPIAR-SAIDA
           END-IF.
           OPEN OUTPUT TSTESOCTL.
           IF FS-TSTESOCTL NOT EQUAL 0
             MOVE FS-TSTESOCTL TO WRK-MSC-SOMA
             PERFORM 0392-DESTINO-FALHOU
             CLOSE ESOCTL
             GO TO 0340-COPIAR-SAIDA
           END-IF.
           READ ESOCTL NEXT RECORD.
           PERFORM 0360-GRAVAR-ESOCTL
             UNTIL FS-ESOCTL NOT EQUAL 00.
           CLOSE ESOCTL TSTESOCTL.
           PERFORM 0395-ARQUIVO-COPIADO.
       0340-COPIAR-SAIDA.
           EXIT.

       0341-COPIAR-FATFAM              SECTION.
           OPEN INPUT FATFAM.
           IF FS-FATFAM NOT EQUAL 0
             MOVE FS-FATFAM TO WRK-MSC-SOMA
             PERFORM 0390-ORIGEM-AUSENTE
             GO TO 0341-COPIAR-SAIDA
           END-IF.
           OPEN OUTPUT TSTFATFAM.
           IF FS-TSTFATFAM NOT EQUAL 0
             MOVE FS-TSTFATFAM TO WRK-MSC-SOMA
             PERFORM 0392-DESTINO-FALHOU
             CLOSE FATFAM
             GO TO 0341-COPIAR-SAIDA
           END-IF.
           READ FATFAM NEXT RECORD.
           PERFORM 0361-GRAVAR-FATFAM
             UNTIL FS-FATFAM NOT EQUAL 00.
           CLOSE FATFAM TSTFATFAM.
           PERFORM 0395-ARQUIVO-COPIADO.
       0341-COPIAR-SAIDA.
           EXIT.

       0342-COPIAR-NFECTL              SECTION.
           OPEN INPUT NFECTL.
           IF FS-NFECTL NOT EQUAL 0
             MOVE FS-NFECTL TO WRK-MSC-SOMA
             PERFORM 0390-ORIGEM-AUSENTE
             GO TO 0342-COPIAR-SAIDA
           END-IF.
           OPEN OUTPUT TSTNFECTL.
           IF FS-TSTNFECTL NOT EQUAL 0
             MOVE FS-TSTNFECTL TO WRK-MSC-SOMA
             PERFORM 0392-DESTINO-FALHOU
             CLOSE NFECTL
             GO TO 0342-COPIAR-SAIDA
           END-IF.
           READ NFECTL NEXT RECORD.
           PERFORM 0362-GRAVAR-NFECTL
             UNTIL FS-NFECTL NOT EQUAL 00.
           CLOSE NFECTL TSTNFECTL.
           PERFORM 0395-ARQUIVO-COPIADO.
       0342-COPIAR-SAIDA.
           EXIT.

       0343-COPIAR-OPERADORES          SECTION.
           OPEN INPUT OPERADORES.
           IF FS-OPERADORES NOT EQUAL 0
             MOVE FS-OPERADORES TO WRK-MSC-SOMA
             PERFORM 0390-ORIGEM-AUSENTE
             GO TO 0343-COPIAR-SAIDA
           END-IF.
           OPEN OUTPUT TSTOPERADORES.
           IF FS-TSTOPERADORES NOT EQUAL 0
             MOVE FS-TSTOPERADORES TO WRK-MSC-SOMA
             PERFORM 0392-DESTINO-FALHOU
             CLOSE OPERADORES
             GO TO 0343-COPIAR-SAIDA
           END-IF.
           READ OPERADORES NEXT RECORD.
           PERFORM 0363-GRAVAR-OPERADOR
             UNTIL FS-OPERADORES NOT EQUAL 00.
           CLOSE OPERADORES TSTOPERADORES.
           PERFORM 0395-ARQUIVO-COPIADO.
       0343-COPIAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0351 A 0363: UM REGISTRO DO INDEXADO - MASCARA (QUANDO HA)
      *  E GRAVA NA COPIA DE TESTE; LE O PROXIMO.
      *--------------------------------------------------------------
       0351-GRAVAR-CLIENTE             SECTION.
           ADD 1 TO WRK-ACUM-LIDOS.
           IF REG-CPF IS NUMERIC
             MOVE REG-CPF TO WRK-MSC-CPF
             PERFORM 0510-CIFRAR-CPF
             MOVE WRK-MSC-CPF TO REG-CPF
           END-IF.
           MOVE REG-TEL TO WRK-MSC-TEL.
           PERFORM 0511-CIFRAR-TELEFONE.
           MOVE WRK-MSC-TEL TO REG-TEL.
           MOVE REG-ID TO WRK-MSC-ID.
           PERFORM 0530-MONTAR-ENDERECO.
           IF REG-EMAIL NOT EQUAL SPACES
             MOVE WRK-MSC-EMAIL TO REG-EMAIL
           END-IF.
           IF REG-ENDERECO NOT EQUAL SPACES
             MOVE WRK-MSC-LOGRADOURO TO REG-ENDERECO
           END-IF.
           IF REG-END-NUMERO NOT EQUAL SPACES
             MOVE WRK-MSC-NUMERO TO REG-END-NUMERO
           END-IF.
           ADD 1 TO WRK-TOT-MASCARADOS.
           MOVE REG-CLIENTES TO REG-TSTCLIENTES.
           WRITE REG-TSTCLIENTES.
           IF FS-TSTCLIENTES EQUAL 0
             ADD 1 TO WRK-ACUM-GRAVADOS
           END-IF.
           READ CLIENTES NEXT RECORD.

       0352-GRAVAR-FUNCIONARIO         SECTION.
           ADD 1 TO WRK-ACUM-LIDOS.
           MOVE FUNC-ID TO WRK-MSC-FUNC-ID.
           IF FUNC-SALARIO IS NUMERIC
             MOVE FUNC-SALARIO TO WRK-MSC-SALARIO
             PERFORM 0520-REDUZIR-SALARIO
             MOVE WRK-MSC-SALARIO TO FUNC-SALARIO
           END-IF.
           IF FUNC-AGENCIA IS NUMERIC
             MOVE FUNC-AGENCIA TO WRK-MSC-AGENCIA
             PERFORM 0512-CIFRAR-AGENCIA
             MOVE WRK-MSC-AGENCIA TO FUNC-AGENCIA
           END-IF.
           MOVE FUNC-CONTA TO WRK-MSC-CONTA.
           PERFORM 0513-CIFRAR-CONTA.
           MOVE WRK-MSC-CONTA TO FUNC-CONTA.
           ADD 1 TO WRK-TOT-MASCARADOS.
           MOVE REG-FUNCIONARIO TO REG-TSTFUNCIONARIOS.
           WRITE REG-TSTFUNCIONARIOS.
           IF FS-TSTFUNCIONARIOS EQUAL 0
             ADD 1 TO WRK-ACUM-GRAVADOS
           END-IF.
           READ FUNCIONARIOS NEXT RECORD.

       0353-GRAVAR-FORNECEDOR          SECTION.
           ADD 1 TO WRK-ACUM-LIDOS.
           IF FOR-AGENCIA IS NUMERIC
             MOVE FOR-AGENCIA TO WRK-MSC-AGENCIA
             PERFORM 0512-CIFRAR-AGENCIA
             MOVE WRK-MSC-AGENCIA TO FOR-AGENCIA
           END-IF.
           MOVE FOR-CONTA TO WRK-MSC-CONTA.
           PERFORM 0513-CIFRAR-CONTA.
           MOVE WRK-MSC-CONTA TO FOR-CONTA.
           ADD 1 TO WRK-TOT-MASCARADOS.
           MOVE REG-FORNECEDOR TO REG-TSTFORNECEDORES.
           WRITE REG-TSTFORNECEDORES.
           IF FS-TSTFORNECEDORES EQUAL 0
             ADD 1 TO WRK-ACUM-GRAVADOS
           END-IF.
           READ FORNECEDORES NEXT RECORD.

       0354-GRAVAR-ALUNO               SECTION.
           ADD 1 TO WRK-ACUM-LIDOS.
           MOVE ALU-ID TO WRK-MSC-ID.
           PERFORM 0540-MONTAR-NOME-ALUNO.
           MOVE WRK-MSC-NOME-ALUNO TO ALU-NOME.
           ADD 1 TO WRK-TOT-MASCARADOS.
           MOVE REG-ALUNO TO REG-TSTALUNOS.
           WRITE REG-TSTALUNOS.
           IF FS-TSTALUNOS EQUAL 0
             ADD 1 TO WRK-ACUM-GRAVADOS
           END-IF.
           READ ALUNOS NEXT RECORD.

       0355-GRAVAR-MENSALIDADE         SECTION.
           ADD 1 TO WRK-ACUM-LIDOS.
           MOVE MEN-ALU-ID TO WRK-MSC-ID.
           PERFORM 0540-MONTAR-NOME-ALUNO.
           MOVE WRK-MSC-NOME-ALUNO TO MEN-NOME.
           ADD 1 TO WRK-TOT-MASCARADOS.
           MOVE REG-MENSALIDADE TO REG-TSTMENSALIDADES.
           WRITE REG-TSTMENSALIDADES.
           IF FS-TSTMENSALIDADES EQUAL 0
             ADD 1 TO WRK-ACUM-GRAVADOS
           END-IF.
           READ MENSALIDADES NEXT RECORD.

       0356-GRAVAR-PRODUTO             SECTION.
           ADD 1 TO WRK-ACUM-LIDOS.
           MOVE REG-PRODUTOS TO REG-TSTPRODUTOS.
           WRITE REG-TSTPRODUTOS.
           IF FS-TSTPRODUTOS EQUAL 0
             ADD 1 TO WRK-ACUM-GRAVADOS
           END-IF.
           READ PRODUTOS NEXT RECORD.

       0357-GRAVAR-CEP                 SECTION.
           ADD 1 TO WRK-ACUM-LIDOS.
           MOVE REG-CEP TO REG-TSTCEPS.
           WRITE REG-TSTCEPS.
           IF FS-TSTCEPS EQUAL 0
             ADD 1 TO WRK-ACUM-GRAVADOS
           END-IF.
           READ CEPS NEXT RECORD.

       0358-GRAVAR-CONTAESC            SECTION.
           ADD 1 TO WRK-ACUM-LIDOS.
           MOVE REG-CONTAESC TO REG-TSTCONTAESC.
           WRITE REG-TSTCONTAESC.
           IF FS-TSTCONTAESC EQUAL 0
             ADD 1 TO WRK-ACUM-GRAVADOS
           END-IF.
           READ CONTAESC NEXT RECORD.

       0359-GRAVAR-CONTAREC            SECTION.
           ADD 1 TO WRK-ACUM-LIDOS.
           MOVE REG-CONTAREC TO REG-TSTCONTAREC.
           WRITE REG-TSTCONTAREC.
           IF FS-TSTCONTAREC EQUAL 0
             ADD 1 TO WRK-ACUM-GRAVADOS
           END-IF.
           READ CONTAREC NEXT RECORD.

       0360-GRAVAR-ESOCTL              SECTION.
           ADD 1 TO WRK-ACUM-LIDOS.
           MOVE REG-ESOCTL TO REG-TSTESOCTL.
           WRITE REG-TSTESOCTL.
           IF FS-TSTESOCTL EQUAL 0
             ADD 1 TO WRK-ACUM-GRAVADOS
           END-IF.
           READ ESOCTL NEXT RECORD.

       0361-GRAVAR-FATFAM              SECTION.
           ADD 1 TO WRK-ACUM-LIDOS.
           MOVE REG-FATFAM TO REG-TSTFATFAM.
           WRITE REG-TSTFATFAM.
           IF FS-TSTFATFAM EQUAL 0
             ADD 1 TO WRK-ACUM-GRAVADOS
           END-IF.
           READ FATFAM NEXT RECORD.

       0362-GRAVAR-NFECTL              SECTION.
           ADD 1 TO WRK-ACUM-LIDOS.
           MOVE REG-NFECTL TO REG-TSTNFECTL.
           WRITE REG-TSTNFECTL.
           IF FS-TSTNFECTL EQUAL 0
             ADD 1 TO WRK-ACUM-GRAVADOS
           END-IF.
           READ NFECTL NEXT RECORD.

       0363-GRAVAR-OPERADOR            SECTION.
           ADD 1 TO WRK-ACUM-LIDOS.
           MOVE REG-OPERADOR TO REG-TSTOPERADORES.
           WRITE REG-TSTOPERADORES.
           IF FS-TSTOPERADORES EQUAL 0
             ADD 1 TO WRK-ACUM-GRAVADOS
           END-IF.
           READ OPERADORES NEXT RECORD.

      *--------------------------------------------------------------
      *  0390/0392/0395: SITUACAO DE CADA ARQUIVO NO CONSOLE. ORIGEM
      *  QUE NAO EXISTE NA PRODUCAO NAO E FALHA - O TESTE FICA SEM
      *  ELE, COMO A PRODUCAO.
      *--------------------------------------------------------------
       0390-ORIGEM-AUSENTE             SECTION.
           IF WRK-MSC-SOMA EQUAL 35
             DISPLAY "AMBTESTE: " WRK-ARQ-NOME(WRK-IND-ARQ)
                     " SEM ARQUIVO NA PRODUCAO - NAO COPIADO"
             ADD 1 TO WRK-TOT-AUSENTES
           ELSE
             DISPLAY "AMBTESTE: " WRK-ARQ-NOME(WRK-IND-ARQ)
                     " NAO FOI ABERTO NA PRODUCAO - STATUS "
                     WRK-MSC-SOMA
             ADD 1 TO WRK-TOT-FALHAS
           END-IF.

       0392-DESTINO-FALHOU             SECTION.
           DISPLAY "AMBTESTE: COPIA DE " WRK-ARQ-NOME(WRK-IND-ARQ)
                   " NAO FOI CRIADA - STATUS " WRK-MSC-SOMA " "
                   WRK-CAMINHO-DESTINO.
           ADD 1 TO WRK-TOT-FALHAS.

       0395-ARQUIVO-COPIADO            SECTION.
           ADD 1 TO WRK-TOT-COPIADOS.
           ADD WRK-ACUM-GRAVADOS TO WRK-TOT-REGISTROS.
           DISPLAY "AMBTESTE: " WRK-ARQ-NOME(WRK-IND-ARQ)
                   " LIDOS " WRK-ACUM-LIDOS
                   " GRAVADOS " WRK-ACUM-GRAVADOS.
           IF WRK-ACUM-GRAVADOS NOT EQUAL WRK-ACUM-LIDOS
             DISPLAY "AMBTESTE: " WRK-ARQ-NOME(WRK-IND-ARQ)
                     " COPIA INCOMPLETA"
             ADD 1 TO WRK-TOT-FALHAS
           END-IF.

      *--------------------------------------------------------------
      *  0400-GRAVAR-CONFIG-TESTE: CONFIG.DAT DO AMBIENTE DE TESTE -
      *  MARCA DE TESTE, UM NOME LOGICO POR LINHA APONTANDO PARA O
      *  DIRETORIO DE TESTE E OS PARAMETROS DO CONFIG DA PRODUCAO.
      *--------------------------------------------------------------
       0400-GRAVAR-CONFIG-TESTE        SECTION.
           OPEN OUTPUT CFGTESTE.
           IF FS-CFGTESTE NOT EQUAL 0
             DISPLAY "AMBTESTE: CONFIG.DAT DE TESTE NAO FOI CRIADO - "
                     "STATUS " FS-CFGTESTE
             ADD 1 TO WRK-TOT-FALHAS
             GO TO 0400-GRAVAR-SAIDA
           END-IF.

           MOVE SPACES TO REG-CFGTESTE.
           STRING "* AMBIENTE DE TESTE CARREGADO EM " DELIMITED BY SIZE
                  WRK-DATA-CARGA        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WRK-HORA-CARGA(1:6)   DELIMITED BY SIZE
                  " POR "               DELIMITED BY SIZE
                  WRK-SESSAO-OPERADOR   DELIMITED BY "  "
                  " - DADOS PESSOAIS MASCARADOS" DELIMITED BY SIZE
             INTO REG-CFGTESTE
           END-STRING.
           WRITE REG-CFGTESTE.
           MOVE "AMBIENTE_TESTE=S" TO REG-CFGTESTE.
           WRITE REG-CFGTESTE.

           PERFORM 0410-GRAVAR-NOME
             VARYING WRK-IND-ARQ FROM 1 BY 1
               UNTIL WRK-IND-ARQ GREATER WRK-QTD-ARQUIVOS.

           OPEN INPUT CFGPROD.
           IF FS-CFGPROD EQUAL 0
             READ CFGPROD NEXT RECORD
             PERFORM 0420-REPETIR-PARAMETRO
               UNTIL FS-CFGPROD NOT EQUAL 00
             CLOSE CFGPROD
           END-IF.

           CLOSE CFGTESTE.
           DISPLAY "AMBTESTE: CONFIG DO AMBIENTE DE TESTE GRAVADO EM "
                   WRK-CAMINHO-CFGTESTE.
           DISPLAY "AMBTESTE: APONTE A VARIAVEL CONFIG_DAT PARA ELE "
                   "ANTES DE RODAR A SUITE EM TESTE".
       0400-GRAVAR-SAIDA.
           EXIT.

       0410-GRAVAR-NOME                SECTION.
           IF WRK-RES-PRODUCAO(WRK-IND-ARQ) EQUAL SPACES
             GO TO 0410-GRAVAR-SAIDA
           END-IF.
           MOVE SPACES TO REG-CFGTESTE.
           STRING WRK-ARQ-NOME(WRK-IND-ARQ)  DELIMITED BY SPACE
                  "="                        DELIMITED BY SIZE
                  WRK-RES-TESTE(WRK-IND-ARQ) DELIMITED BY SPACE
             INTO REG-CFGTESTE
           END-STRING.
           WRITE REG-CFGTESTE.
           ADD 1 TO WRK-TOT-APONTADOS.
       0410-GRAVAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0420-REPETIR-PARAMETRO: LINHA DO CONFIG DA PRODUCAO QUE NAO
      *  E NOME DA TABELA. PARAMETRO (SEM BARRA NO VALOR) E REPETIDO
      *  COMO ESTA; CAMINHO DESCONHECIDO NAO PODE FICAR APONTANDO
      *  PARA A PRODUCAO - VAI PARA O DIRETORIO DE TESTE COM O MESMO
      *  NOME DE ARQUIVO, SEM COPIA, E E AVISADO NO CONSOLE.
      *--------------------------------------------------------------
       0420-REPETIR-PARAMETRO          SECTION.
           IF REG-CFGPROD EQUAL SPACES
              OR REG-CFGPROD(1:1) EQUAL "*"
             GO TO 0420-REPETIR-SAIDA
           END-IF.
           MOVE SPACES TO WRK-CFG-NOME WRK-CFG-VALOR.
           UNSTRING REG-CFGPROD DELIMITED BY "="
             INTO WRK-CFG-NOME WRK-CFG-VALOR
           END-UNSTRING.
           IF WRK-CFG-NOME EQUAL "AMBIENTE_TESTE"
              OR WRK-CFG-NOME EQUAL "TESTE_DIR"
             GO TO 0420-REPETIR-SAIDA
           END-IF.
           MOVE "N" TO WRK-SW-CFG-TABELA.
           PERFORM 0421-PROCURAR-NA-TABELA
             VARYING WRK-IND-ARQ FROM 1 BY 1
               UNTIL WRK-IND-ARQ GREATER WRK-QTD-ARQUIVOS
                  OR NOME-DA-TABELA.
           IF NOME-DA-TABELA
             GO TO 0420-REPETIR-SAIDA
           END-IF.

           MOVE ZEROS TO WRK-CFG-BARRAS.
           INSPECT WRK-CFG-VALOR TALLYING WRK-CFG-BARRAS
             FOR ALL "/" ALL "\".
           IF WRK-CFG-BARRAS EQUAL ZEROS
             MOVE REG-CFGPROD TO REG-CFGTESTE
             WRITE REG-CFGTESTE
             GO TO 0420-REPETIR-SAIDA
           END-IF.

           MOVE WRK-CFG-VALOR TO WRK-NRM-CAMINHO.
           INSPECT WRK-NRM-CAMINHO CONVERTING "\" TO "/".
           PERFORM 0185-DIRETORIO-DO-CAMINHO.
           MOVE SPACES TO REG-CFGTESTE.
           IF WRK-NRM-POS LESS 100
             ADD 1 TO WRK-NRM-POS
             STRING WRK-CFG-NOME  DELIMITED BY SPACE
                    "="           DELIMITED BY SIZE
                    WRK-DIR-TESTE DELIMITED BY SPACE
                    WRK-NRM-CAMINHO(WRK-NRM-POS:) DELIMITED BY SPACE
               INTO REG-CFGTESTE
             END-STRING
           ELSE
             STRING WRK-CFG-NOME  DELIMITED BY SPACE
                    "="           DELIMITED BY SIZE
                    WRK-DIR-TESTE DELIMITED BY SPACE
               INTO REG-CFGTESTE
             END-STRING
           END-IF.
           WRITE REG-CFGTESTE.
           ADD 1 TO WRK-TOT-APONTADOS.
           DISPLAY "AMBTESTE: " WRK-CFG-NOME " NAO E NOME CONHECIDO - "
                   "APONTADO PARA O TESTE SEM COPIA, CONFIRA".
       0420-REPETIR-SAIDA.
           EXIT.

       0421-PROCURAR-NA-TABELA         SECTION.
           IF WRK-ARQ-NOME(WRK-IND-ARQ) EQUAL WRK-CFG-NOME
             SET NOME-DA-TABELA TO TRUE
           END-IF.

      *--------------------------------------------------------------
      *  0500-CIFRAR-DIGITOS: CADA DIGITO DE WRK-MSC-CAMPO (ATE
      *  WRK-MSC-TAM) SOMA O DIGITO DA CHAVE DA SUA POSICAO, MODULO
      *  10. O QUE NAO E DIGITO FICA COMO ESTA.
      *--------------------------------------------------------------
       0500-CIFRAR-DIGITOS             SECTION.
           PERFORM 0501-CIFRAR-POSICAO
             VARYING WRK-MSC-POS FROM 1 BY 1
               UNTIL WRK-MSC-POS GREATER WRK-MSC-TAM.

       0501-CIFRAR-POSICAO             SECTION.
           IF WRK-MSC-CAMPO(WRK-MSC-POS:1) IS NUMERIC
             MOVE WRK-MSC-CAMPO(WRK-MSC-POS:1) TO WRK-MSC-DIGITO
             ADD WRK-MSC-DIGITO WRK-CHV-DIGITO(WRK-MSC-POS)
               GIVING WRK-MSC-SOMA
             IF WRK-MSC-SOMA GREATER 9
               SUBTRACT 10 FROM WRK-MSC-SOMA
             END-IF
             MOVE WRK-MSC-SOMA TO WRK-MSC-DIGITO
             MOVE WRK-MSC-DIGITO TO WRK-MSC-CAMPO(WRK-MSC-POS:1)
           END-IF.

      *    CPF ZERADO = NAO INFORMADO, CONTINUA ZERADO
       0510-CIFRAR-CPF                 SECTION.
           IF WRK-MSC-CPF EQUAL ZEROS
             GO TO 0510-CIFRAR-SAIDA
           END-IF.
           MOVE SPACES TO WRK-MSC-CAMPO.
           MOVE WRK-MSC-CPF-X TO WRK-MSC-CAMPO(1:11).
           MOVE 11 TO WRK-MSC-TAM.
           PERFORM 0500-CIFRAR-DIGITOS.
           MOVE WRK-MSC-CAMPO(1:11) TO WRK-MSC-CPF-X.
       0510-CIFRAR-SAIDA.
           EXIT.

       0511-CIFRAR-TELEFONE            SECTION.
           MOVE SPACES TO WRK-MSC-CAMPO.
           MOVE WRK-MSC-TEL TO WRK-MSC-CAMPO(1:11).
           MOVE 11 TO WRK-MSC-TAM.
           PERFORM 0500-CIFRAR-DIGITOS.
           MOVE WRK-MSC-CAMPO(1:11) TO WRK-MSC-TEL.

       0512-CIFRAR-AGENCIA             SECTION.
           IF WRK-MSC-AGENCIA EQUAL ZEROS
             GO TO 0512-CIFRAR-SAIDA
           END-IF.
           MOVE SPACES TO WRK-MSC-CAMPO.
           MOVE WRK-MSC-AGENCIA-X TO WRK-MSC-CAMPO(1:4).
           MOVE 4 TO WRK-MSC-TAM.
           PERFORM 0500-CIFRAR-DIGITOS.
           MOVE WRK-MSC-CAMPO(1:4) TO WRK-MSC-AGENCIA-X.
       0512-CIFRAR-SAIDA.
           EXIT.

       0513-CIFRAR-CONTA               SECTION.
           MOVE SPACES TO WRK-MSC-CAMPO.
           MOVE WRK-MSC-CONTA TO WRK-MSC-CAMPO(1:10).
           MOVE 10 TO WRK-MSC-TAM.
           PERFORM 0500-CIFRAR-DIGITOS.
           MOVE WRK-MSC-CAMPO(1:10) TO WRK-MSC-CONTA.

      *--------------------------------------------------------------
      *  0520-REDUZIR-SALARIO: FATOR FIXO POR FUNCIONARIO, DE 60% A
      *  100% (RESTO DO ID POR 41) - O MESMO NO CADASTRO E NO
      *  HISTORICO, ENTAO OS REAJUSTES CONTINUAM COERENTES.
      *--------------------------------------------------------------
       0520-REDUZIR-SALARIO            SECTION.
           DIVIDE WRK-MSC-FUNC-ID BY 41
             GIVING WRK-MSC-QUOCIENTE REMAINDER WRK-MSC-RESTO.
           COMPUTE WRK-MSC-SALARIO ROUNDED =
                   WRK-MSC-SALARIO * (60 + WRK-MSC-RESTO) / 100.

      *--------------------------------------------------------------
      *  0530-MONTAR-ENDERECO: LOGRADOURO, NUMERO E E-MAIL DE TESTE
      *  MONTADOS DO REG-ID - O MESMO CLIENTE RECEBE OS MESMOS
      *  VALORES NO CADASTRO, NO HISTORICO, NA TRILHA E NA ENTREGA.
      *--------------------------------------------------------------
       0530-MONTAR-ENDERECO            SECTION.
           MOVE SPACES TO WRK-MSC-LOGRADOURO WRK-MSC-EMAIL.
           STRING "RUA DE TESTE " DELIMITED BY SIZE
                  WRK-MSC-ID      DELIMITED BY SIZE
             INTO WRK-MSC-LOGRADOURO
           END-STRING.
           MOVE WRK-MSC-ID TO WRK-MSC-NUMERO.
           STRING "CLIENTE"            DELIMITED BY SIZE
                  WRK-MSC-ID           DELIMITED BY SIZE
                  "@TESTE.INVALIDO"    DELIMITED BY SIZE
             INTO WRK-MSC-EMAIL
           END-STRING.

       0540-MONTAR-NOME-ALUNO          SECTION.
           MOVE SPACES TO WRK-MSC-NOME-ALUNO.
           STRING "ALUNO "   DELIMITED BY SIZE
                  WRK-MSC-ID DELIMITED BY SIZE
             INTO WRK-MSC-NOME-ALUNO
           END-STRING.

       0900-FINALIZAR                  SECTION.
           MOVE "AMBTESTE" TO LOG-JOB.
           IF CARGA-RECUSADA
             MOVE "E" TO LOG-STATUS
             MOVE "CARGA DO AMBIENTE DE TESTE RECUSADA"
               TO LOG-MENSAGEM
           ELSE
             IF WRK-TOT-FALHAS GREATER ZEROS
               MOVE "E" TO LOG-STATUS
             ELSE
               MOVE "S" TO LOG-STATUS
             END-IF
             MOVE "CARGA MASCARADA DO AMBIENTE DE TESTE"
               TO LOG-MENSAGEM
           END-IF.
           MOVE WRK-TOT-COPIADOS   TO LOG-QTD.
           MOVE WRK-TOT-REGISTROS  TO LOG-QTD-LIDOS.
           MOVE WRK-TOT-FALHAS     TO LOG-QTD-REJEITADOS.
           MOVE WRK-TOT-MASCARADOS TO LOG-HASH.
           PERFORM 0130-REGISTRAR-LOG.

           DISPLAY "ARQUIVOS COPIADOS............ " WRK-TOT-COPIADOS.
           DISPLAY "AUSENTES NA PRODUCAO......... " WRK-TOT-AUSENTES.
           DISPLAY "REGISTROS GRAVADOS........... " WRK-TOT-REGISTROS.
           DISPLAY "REGISTROS MASCARADOS......... " WRK-TOT-MASCARADOS.
           DISPLAY "NOMES APONTADOS NO CONFIG.... " WRK-TOT-APONTADOS.
           DISPLAY "FALHAS....................... " WRK-TOT-FALHAS.

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
