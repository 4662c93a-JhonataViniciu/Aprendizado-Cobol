      *==            AS PARCELAS A PRAZO SAO GRAVADAS PELA CHAVE
      *==            CLIENTE/NOTA/PARCELA COM WRITE - A CHAVE
      *==            DUPLICADA BARRA A PARCELA REGRAVADA.
      *== 15/10/2026 - JV - EFEITOS DA NOTA: CADA BAIXA DE ESTOQUE
      *==            (EMPRESA, FILIAL E LOTE), DEBITO OU EMISSAO DE
      *==            VALE-PRESENTE E LINHA DE ORCAMENTO CONVERTIDA E
      *==            GRAVADA NA HORA EM NOTAEFE.DAT, COM A QUANTIDADE
      *==            OU O VALOR APLICADOS - BASE DO ESTORNO DO
      *==            CANCELAMENTO DE NOTA NO DIA (PROGRAMA69).
      *== 15/10/2026 - JV - PROGRAMA DE FIDELIDADE: A NOTA DE CLIENTE
      *==            IDENTIFICADO RENDE PONTOS POR ITEM CONFORME A
      *==            CATEGORIA DO PRODUTO (FIDTAXA.DAT), LANCADOS COM
      *==            A VALIDADE EM MESES (FIDMESES) NO EXTRATO
      *==            FIDPONT.DAT. NOVA FORMA DE PAGAMENTO PONTOS, NOS
      *==            MOLDES DO VALE: O SALDO DO CLIENTE VALE
      *==            FIDCENTAVOS POR PONTO, O ITEM QUE O ESTOURARIA E
      *==            RECUSADO E A NOTA PAGA COM PONTOS NAO RENDE
      *==            PONTOS. VALE-PRESENTE VENDIDO NAO RENDE PONTOS.
      *== 15/10/2026 - JV - AGENDA DE ENTREGAS: A NOTA COM FRETE ABRE
      *==            O REGISTRO DA ENTREGA EM ENTREGAS.DAT (NOME E
      *==            ENDERECO DO CLIENTE, UF, DATA PEDIDA E SITUACAO
      *==            PENDENTE) PARA O ROMANEIO DO PROGRAMA73. CLIENTE
      *==            NAO IDENTIFICADO INFORMA O ENDERECO NA HORA.
      *== 15/10/2026 - JV - LIBERACOES DO SUPERVISOR (VENDA ABAIXO DO
      *==            CUSTO, SEM SALDO LIVRE E PRAZO ACIMA DO LIMITE)
      *==            DEIXAM DE ACEITAR O "S" SOLTO: O MODULO SUPAUT
      *==            PEDE ID E SENHA DE SUPERVISOR NIVEL 2 E CADA
      *==            LIBERACAO VAI PARA O REGISTRO LIBERAC.DAT COM
      *==            NOTA, PRODUTO, FILIAL, OPERADOR, SUPERVISOR,
      *==            MOTIVO E VALORES (RELATORIO NO PROGRAMA76).
      *== 15/10/2026 - JV - PRECO POR QUANTIDADE (ATACADO): O ITEM
      *==            PEDE A QUANTIDADE DA LINHA E, QUANDO ELA ATINGE
      *==            UMA FAIXA VIGENTE DO PRODUTO EM FAIXAPRC.DAT
      *==            (PRD032), VALE O PRECO UNITARIO DA MAIOR FAIXA
      *==            ATINGIDA SE FOR MENOR QUE O DA PROMOCAO/TABELA.
      *==            A TRAVA DE MARGEM SEGUE VALENDO. O SALDO LIVRE E
      *==            O DA FILIAL SAO CONFERIDOS CONTRA A QUANTIDADE, E
      *==            A LINHA DO DOCUMENTO TRAZ QUANTIDADE, UNITARIO,
      *==            TOTAL E A MARCA ATACADO.
      *== 15/10/2026 - JV - DESCONTO NA NOTA: NO FIM DOS ITENS O
      *==            CAIXA PODE DAR DESCONTO EM PERCENTUAL OU VALOR,
      *==            ATE O TETO DO NIVEL DO OPERADOR (DESCNIV.DAT);
      *==            ACIMA DO TETO SO COM LIBERACAO DO SUPERVISOR
      *==            (TIPO D NO LIBERAC.DAT). AS LINHAS DO MOVIMENTO
      *==            DA NOTA FICAM EM MEMORIA ATE O FIM DOS ITENS E
      *==            SAO GRAVADAS JA COM O DESCONTO RATEADO (MOV-VALOR
      *==            LIQUIDO E MOV-DESCONTO) - RECEITA, BASE DO ICMS
      *==            E COMISSOES FECHAM COM O CAIXA. VALE-PRESENTE
      *==            VENDIDO NAO ENTRA NO RATEIO.
      *== 15/10/2026 - JV - ENDERECO ESTRUTURADO DO CLIENTE: A UF DO
      *==            CADASTRO VEM COMO PADRAO NA UF DE DESTINO DA
      *==            ENTREGA (ENTER MANTEM) E ALIMENTA O FRETEUF; O
      *==            ENDERECO DA ENTREGA E DA NOTA SAI MONTADO COM
      *==            LOGRADOURO, NUMERO E BAIRRO.
      *== 15/10/2026 - JV - NOTA ELETRONICA: CADA NOTA EMITIDA ENTRA
      *==            NA FILA DA NF-E (MODULO NFEFILA, NFECTL.DAT) PARA
      *==            O PROGRAMA83 GERAR E TRANSMITIR; EMITIDA EM
      *==            CONTINGENCIA, O DOCUMENTO SAI COM O AVISO.
      *== 15/10/2026 - JV - RASTREIO DE LOTE: A LINHA DO MOVIMENTO
      *==            GRAVA O LOTE DE ONDE O FEFO TIROU A UNIDADE
      *==            (MOV-LOTE) E O LOTE BLOQUEADO PELO RECALL DO
      *==            PRD046 (LOTEBLQ.DAT) NAO E MAIS CONSUMIDO - O
      *==            PRODUTO CUJO SALDO SO EXISTE EM LOTE VENCIDO OU
      *==            BLOQUEADO TEM A VENDA RECUSADA.
      *== 15/10/2026 - JV - NOVA FORMA DE PAGAMENTO ESCOLA: MATERIAL E
      *==            UNIFORME COBRADOS NA PROXIMA MENSALIDADE. A NOTA
      *==            PEDE O ID DO ALUNO, QUE TEM QUE ESTAR ATIVO E TER
      *==            RESPONSAVEL FINANCEIRO SEM MENSALIDADE DE
      *==            COMPETENCIA ANTERIOR EM ABERTO (A MESMA REGRA DE
      *==            INADIMPLENCIA DO ALU009/ALU014), E O TOTAL VAI
      *==            PARA A CONTA ESCOLAR (CONTAESC.DAT) - O ALU007
      *==            LANCA NA COBRANCA E O ALU023 CONCILIA COM A LOJA.
      *== 15/10/2026 - JV - O RESUMO DIARIO DE VENDAS PASSA A SER
      *==            ACRESCENTADO AO ARQUIVO DATADO DO DIA (OPEN
      *==            EXTEND) EM VEZ DE SOBRESCREVE-LO: CADA FILIAL QUE
      *==            FECHA O DIA GRAVA O SEU BLOCO, ABERTO PELA LINHA
      *==            "FILIAL NN - ...", E A MATRIZ FICA COM O
      *==            CONSOLIDADO QUE O RELDIST SEPARA POR GERENTE.
      *== 15/10/2026 - JV - DIARIO DE ESTOQUE DO CAIXA: CADA BAIXA NO
      *==            TOTAL DA EMPRESA, NA FILIAL E NO LOTE E GRAVADA NA
      *==            HORA EM ESTDIA.DAT (ABERTO E FECHADO A CADA LINHA),
      *==            ENTRE A LINHA DE ABERTURA DA SESSAO E AS DE FECHO
      *==            GRAVADAS DEPOIS DE REGRAVAR ESTFILIA E LOTES. A
      *==            ABERTURA QUE ACHA A SESSAO ANTERIOR DA FILIAL SEM
      *==            FECHO (QUEDA DE ENERGIA, ABEND) CONFERE AS NOTAS
      *==            DO DIARIO CONTRA O VENDMOV.DAT ANTES DE VENDER: A
      *==            NOTA CONCLUIDA TEM AS BAIXAS DE FILIAL E LOTE
      *==            REAPLICADAS; A NOTA INTERROMPIDA NO MEIO TEM A
      *==            BAIXA NO TOTAL DA EMPRESA DEVOLVIDA. AS NOTAS
      *==            TRATADAS SAEM NO RELATORIO DATADO RECUPCAIXA.
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROMOCOES.

           SELECT FAIXAPRC ASSIGN TO WRK-CAMINHO-FAIXAPRC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FAIXAPRC.

           SELECT DESCNIV ASSIGN TO WRK-CAMINHO-DESCNIV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DESCNIV.

           SELECT TABICMS ASSIGN TO WRK-CAMINHO-TABICMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TABICMS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTES.

           SELECT LOTEBLQ ASSIGN TO WRK-CAMINHO-LOTEBLQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTEBLQ.

           SELECT NOTAEFE ASSIGN TO WRK-CAMINHO-NOTAEFE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTAEFE.

           SELECT FIDPONT ASSIGN TO WRK-CAMINHO-FIDPONT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FIDPONT.

           SELECT FIDTAXA ASSIGN TO WRK-CAMINHO-FIDTAXA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FIDTAXA.

           SELECT ENTREGAS ASSIGN TO WRK-CAMINHO-ENTREGAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENTREGAS.

           SELECT LIBERAC ASSIGN TO WRK-CAMINHO-LIBERAC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIBERAC.

           SELECT ALUNOS ASSIGN TO WRK-CAMINHO-ALUNOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-CHAVE
               FILE STATUS IS FS-ALUNOS.

           SELECT MENSALIDADES ASSIGN TO WRK-CAMINHO-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS FS-MENSALIDADES.

           SELECT CONTAESC ASSIGN TO WRK-CAMINHO-CONTAESC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CES-CHAVE
               FILE STATUS IS FS-CONTAESC.

           SELECT ESTDIA ASSIGN TO WRK-CAMINHO-ESTDIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTDIA.

           SELECT RELRECUP ASSIGN TO WRK-CAMINHO-RELRECUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELRECUP.

           SELECT WRK-ORDRES ASSIGN TO "WRKORDRES".

       DATA DIVISION.
       FD  PROMOCOES.
           COPY "PROMOCAO.cpy".

       FD  FAIXAPRC.
           COPY "FAIXAPRC.cpy".

       FD  DESCNIV.
           COPY "DESCNIV.cpy".

       FD  TABICMS.
           COPY "TABICMS.cpy".


       FD  LOTES.
           COPY "LOTES.cpy".
       FD  LOTEBLQ.
           COPY "LOTEBLQ.cpy".
       FD  NOTAEFE.
           COPY "NOTAEFE.cpy".

       FD  FIDPONT.
           COPY "FIDPONT.cpy".

       FD  FIDTAXA.
           COPY "FIDTAXA.cpy".

       FD  ENTREGAS.
           COPY "ENTREGA.cpy".

       FD  LIBERAC.
           COPY "LIBERAC.cpy".

       FD  ALUNOS.
           COPY "ALUNO.cpy".

       FD  MENSALIDADES.
           COPY "MENSALID.cpy".

       FD  CONTAESC.
           COPY "CONTAESC.cpy".

       FD  ESTDIA.
           COPY "ESTDIA.cpy".

       FD  RELRECUP.
       01  REG-RELRECUP               PIC X(80).

       FD  RESWORK.
       01  REG-RESWORK.
           COPY "CAMEAN.cpy".
           COPY "CAMKIT.cpy".
           COPY "CAMLTS.cpy".
           COPY "CAMLBQ.cpy".
           COPY "CAMNEF.cpy".
           COPY "CAMFDP.cpy".
           COPY "CAMFTX.cpy".
           COPY "FIDPARM.cpy".
           COPY "CAMETG.cpy".
           COPY "CAMLIB.cpy".
           COPY "CAMFXP.cpy".
           COPY "CAMDSN.cpy".
           COPY "CAMALU.cpy".
           COPY "CAMMEN.cpy".
           COPY "CAMCES.cpy".
           COPY "CAMEDI.cpy".
           COPY "SUPAUT.cpy".
           COPY "NFEFILA.cpy".
           COPY "DATAMES.cpy".
           COPY "COMPETEN.cpy".
           COPY "PERIODO.cpy".
       77  FS-NOTAFISC         PIC 9(02)    VALUE ZEROS.
       77  FS-RESWORK          PIC 9(02)    VALUE ZEROS.
       77  FS-PROMOCOES        PIC 9(02)    VALUE ZEROS.
       77  FS-FAIXAPRC         PIC 9(02)    VALUE ZEROS.
       77  FS-DESCNIV          PIC 9(02)    VALUE ZEROS.
       77  FS-TABICMS          PIC 9(02)    VALUE ZEROS.
       77  FS-RELICMS          PIC 9(02)    VALUE ZEROS.
       77  FS-CONTAREC         PIC 9(02)    VALUE ZEROS.
       77  FS-CODBARRA         PIC 9(02)    VALUE ZEROS.
       77  FS-KITDEF           PIC 9(02)    VALUE ZEROS.
       77  FS-LOTES            PIC 9(02)    VALUE ZEROS.
       77  FS-NOTAEFE          PIC 9(02)    VALUE ZEROS.
       77  FS-LOTEBLQ          PIC 9(02)    VALUE ZEROS.
       77  WRK-SW-EFEITOS      PIC X(01)    VALUE "N".
           88 EFEITOS-ABERTO                VALUE "S".
       77  WRK-QTD-BAIXADA     PIC 9(01)    VALUE ZEROS.
       77  FS-FIDPONT          PIC 9(02)    VALUE ZEROS.
       77  FS-FIDTAXA          PIC 9(02)    VALUE ZEROS.
       77  FS-ENTREGAS         PIC 9(02)    VALUE ZEROS.
       77  FS-LIBERAC          PIC 9(02)    VALUE ZEROS.
       77  WRK-VENCIMENTO      PIC 9(08)    VALUE ZEROS.

      *--- SALDOS POR LOTE (LOTES.DAT) EM MEMORIA ---
              10 WRK-LOT-NUMERO   PIC X(10).
              10 WRK-LOT-VALIDADE PIC 9(08).
              10 WRK-LOT-QTD      PIC 9(05).
              10 WRK-LOT-BLOQ     PIC X(01).
       77  WRK-QTD-LOTES       PIC 9(03)    VALUE ZEROS.
       77  WRK-MAX-LOTES       PIC 9(03)    VALUE 300.
       77  WRK-IND-LOTE        PIC 9(03)    VALUE ZEROS.
           88 LOTE-VALIDO-ACHADO            VALUE "S".
       77  WRK-SW-ALT-LOTE     PIC X(01)    VALUE "N".
           88 LOTES-ALTERADOS               VALUE "S".
       77  WRK-LOTE-VENDIDO    PIC X(10)    VALUE SPACES.

      *--- DEFINICOES DE KITS EM MEMORIA (LINHA POR COMPONENTE) ---
       01  WRK-TAB-KITS.
       77  WRK-SW-ALT-ESTFIL   PIC X(01)    VALUE "N".
           88 ESTFILIA-ALTERADO             VALUE "S".

      *--- DIARIO DE ESTOQUE DO CAIXA (ESTDIA.DAT) ---
       77  FS-ESTDIA           PIC 9(02)    VALUE ZEROS.
       77  FS-RELRECUP         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-RELRECUP PIC X(100)  VALUE SPACES.
       77  WRK-SW-DIARIO       PIC X(01)    VALUE "S".
           88 DIARIO-ATIVO                  VALUE "S".
       77  WRK-EDI-HORA        PIC 9(08)    VALUE ZEROS.
       77  WRK-SW-FECHO-EST    PIC X(01)    VALUE "N".
           88 FECHO-ESTFILIA-OK             VALUE "S".
       77  WRK-SW-FECHO-LOT    PIC X(01)    VALUE "N".
           88 FECHO-LOTES-OK                VALUE "S".

      *--- SESSAO INTERROMPIDA ACHADA NO DIARIO (RECUPERACAO) ---
       77  WRK-SW-SESSAO-DIA   PIC X(01)    VALUE "N".
           88 SESSAO-NO-DIARIO              VALUE "S".
       77  WRK-SW-DIA-EST      PIC X(01)    VALUE "N".
           88 DIARIO-ESTFILIA-FECHADO       VALUE "S".
       77  WRK-SW-DIA-LOT      PIC X(01)    VALUE "N".
           88 DIARIO-LOTES-FECHADO          VALUE "S".
       77  WRK-SW-DIA-PRD      PIC X(01)    VALUE "N".
           88 DIARIO-PRODUTOS-FECHADO       VALUE "S".
       77  WRK-SW-RECUPERACAO  PIC X(01)    VALUE "N".
           88 RECUPERACAO-PENDENTE          VALUE "S".
       77  WRK-SES-DATA        PIC 9(08)    VALUE ZEROS.
       77  WRK-SES-HORA        PIC 9(06)    VALUE ZEROS.
       77  WRK-SES-OPERADOR    PIC X(20)    VALUE SPACES.
       77  WRK-DIA-EXCEDENTES  PIC 9(05)    VALUE ZEROS.
       77  WRK-TOT-RESTAURADAS PIC 9(03)    VALUE ZEROS.
       77  WRK-TOT-DEVOLVIDAS  PIC 9(03)    VALUE ZEROS.
       01  WRK-TAB-DIARIO.
           05 WRK-DIA-ITEM OCCURS 9000 TIMES.
              10 WRK-DIA-TIPO     PIC X(01).
              10 WRK-DIA-IND-NOTA PIC 9(03).
              10 WRK-DIA-CODIGO   PIC 9(05).
              10 WRK-DIA-LOTE     PIC X(10).
              10 WRK-DIA-QTD      PIC 9(05).
       77  WRK-QTD-DIA         PIC 9(04)    VALUE ZEROS.
       77  WRK-MAX-DIA         PIC 9(04)    VALUE 9000.
       77  WRK-IND-DIA         PIC 9(04)    VALUE ZEROS.
       01  WRK-TAB-RECUP.
           05 WRK-RNT-ITEM OCCURS 999 TIMES.
              10 WRK-RNT-NOTA      PIC X(04).
              10 WRK-RNT-DATA      PIC 9(08).
              10 WRK-RNT-CONCLUIDA PIC X(01).
              10 WRK-RNT-NO-MOV    PIC X(01).
              10 WRK-RNT-SITUACAO  PIC X(01).
                 88 RNT-RESTAURADA            VALUE "R".
                 88 RNT-DEVOLVIDA             VALUE "D".
              10 WRK-RNT-QTD-FIL   PIC 9(05).
              10 WRK-RNT-QTD-LOT   PIC 9(05).
              10 WRK-RNT-QTD-EMP   PIC 9(05).
       77  WRK-QTD-RNT         PIC 9(03)    VALUE ZEROS.
       77  WRK-MAX-RNT         PIC 9(03)    VALUE 999.
       77  WRK-IND-RNT         PIC 9(03)    VALUE ZEROS.
       77  WRK-SW-RNT          PIC X(01)    VALUE "N".
           88 NOTA-DIARIO-ACHADA            VALUE "S".
       77  WRK-RNT-BUSCA-NOTA  PIC X(04)    VALUE SPACES.
       77  WRK-RNT-BUSCA-DATA  PIC 9(08)    VALUE ZEROS.
       01  WRK-LINHA-RECUP.
           05 WRK-LRC-NOTA     PIC X(04).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LRC-DATA     PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LRC-SITUACAO PIC X(34).
           05 WRK-LRC-QTD-FIL  PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LRC-QTD-LOT  PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LRC-QTD-EMP  PIC ZZZZ9.

      *--- ALUNO DA NOTA COBRADA NA MENSALIDADE (FORMA ESCOLA) ---
       77  FS-ALUNOS           PIC 9(02)    VALUE ZEROS.
       77  FS-MENSALIDADES     PIC 9(02)    VALUE ZEROS.
       77  FS-CONTAESC         PIC 9(02)    VALUE ZEROS.
       77  WRK-ALUNO-ESCOLA    PIC 9(04)    VALUE ZEROS.
       77  WRK-RESP-ESCOLA     PIC 9(04)    VALUE ZEROS.
       77  WRK-SW-ALUNO-ESC    PIC X(01)    VALUE "N".
           88 ALUNO-ESCOLA-ACEITO           VALUE "S".
       77  WRK-ATRASO-RESP     PIC 9(08)V99 VALUE ZEROS.

      *--- LIMITE DE CREDITO DO CLIENTE DA NOTA (CREDCLI.DAT) ---
       77  WRK-SW-TEM-LIMITE   PIC X(01)    VALUE "N".
           88 CLIENTE-TEM-LIMITE            VALUE "S".
           88 VALES-TRANSBORDOU             VALUE "S".
       77  WRK-IND-VALE        PIC 9(03)    VALUE ZEROS.

      *--- PROGRAMA DE FIDELIDADE: PONTOS GANHOS E RESGATADOS ---
       01  WRK-TAB-TAXAS.
           05 WRK-TXP-ITEM OCCURS 50 TIMES.
              10 WRK-TXP-CATEGORIA PIC 9(03).
              10 WRK-TXP-PONTOS    PIC 9(02)V99.
       77  WRK-QTD-TAXAS       PIC 9(02)    VALUE ZEROS.
       77  WRK-MAX-TAXAS       PIC 9(02)    VALUE 50.
       77  WRK-IND-TAXA        PIC 9(02)    VALUE ZEROS.
       77  WRK-SW-TAXA         PIC X(01)    VALUE "N".
           88 TAXA-ACHADA                   VALUE "S".
       77  WRK-TAXA-PADRAO     PIC 9(02)V99 VALUE 1,00.
       77  WRK-PONTOS-ITEM     PIC 9(07)    VALUE ZEROS.
       77  WRK-PONTOS-NOTA     PIC 9(07)    VALUE ZEROS.
       77  WRK-PONTOS-RESGATE  PIC 9(07)    VALUE ZEROS.
       77  WRK-SALDO-PONTOS    PIC S9(08)   VALUE ZEROS.
       77  WRK-SALDO-PONTOS-RS PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-PONTOS    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-SW-PONTOS       PIC X(01)    VALUE "N".
           88 PONTOS-ACEITOS                VALUE "S".
       77  WRK-MESES-CORRIDOS  PIC 9(06)    VALUE ZEROS.

      *--- CHEQUES PRE-DATADOS RECEBIDOS NA NOTA ---
       77  WRK-QTD-CHEQUES     PIC 9(02)    VALUE ZEROS.
       77  WRK-IND-CHEQUE      PIC 9(02)    VALUE ZEROS.
       77  WRK-IND-PROMOCAO    PIC 9(03)    VALUE ZEROS.
       77  WRK-SW-PROMO        PIC X(01)    VALUE "N".
           88 PROMOCAO-APLICADA             VALUE "S".
           88 PRECO-ATACADO                 VALUE "A".

      *--- FAIXAS DE PRECO POR QUANTIDADE CARREGADAS NA ABERTURA ---
       01  WRK-TAB-FAIXAS.
           05 WRK-FAIXA-ITEM   OCCURS 200 TIMES.
              10 WRK-FXP-CODIGO   PIC 9(05).
              10 WRK-FXP-QTD-MIN  PIC 9(03).
              10 WRK-FXP-VALOR    PIC 9(05)V99.
              10 WRK-FXP-DATA-INI PIC 9(08).
              10 WRK-FXP-DATA-FIM PIC 9(08).
       77  WRK-QTD-FAIXAS      PIC 9(03)    VALUE ZEROS.
       77  WRK-MAX-FAIXAS      PIC 9(03)    VALUE 200.
       77  WRK-IND-FAIXA       PIC 9(03)    VALUE ZEROS.
       77  WRK-FAIXA-ESCOLHIDA PIC 9(03)    VALUE ZEROS.

      *--- TETO DE DESCONTO (%) POR NIVEL DO OPERADOR - PADRAO ---
      *--- 5% NO NIVEL 1 E 10% NO NIVEL 2, SOBREPOSTO PELO      ---
      *--- DESCNIV.DAT                                          ---
       01  WRK-TAB-DESCNIV.
           05 FILLER           PIC X(08)    VALUE "05001000".
       01  WRK-TAB-DESCNIV-RED REDEFINES WRK-TAB-DESCNIV.
           05 WRK-DSN-PCT-MAX  PIC 9(02)V99 OCCURS 2 TIMES.

      *--- DESCONTO DA NOTA EM CURSO ---
       77  WRK-NIVEL-OPERADOR  PIC 9(01)    VALUE 1.
       77  WRK-TIPO-DESCONTO   PIC X(01)    VALUE SPACES.
       77  WRK-DESC-INFORMADO  PIC 9(05)V99 VALUE ZEROS.
       77  WRK-DESC-NOTA       PIC 9(05)V99 VALUE ZEROS.
       77  WRK-DESC-PCT        PIC 9(03)V99 VALUE ZEROS.
       77  WRK-DESC-BASE       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-DESC-RATEADO    PIC 9(05)V99 VALUE ZEROS.
       77  WRK-DESC-LINHA      PIC 9(05)V99 VALUE ZEROS.
       77  WRK-DESC-ICMS       PIC 9(05)V99 VALUE ZEROS.
       77  WRK-DESC-CATEG      PIC 9(03)    VALUE ZEROS.
       77  WRK-ULTIMA-ELEGIVEL PIC 9(03)    VALUE ZEROS.
       77  WRK-SW-DESCONTO     PIC X(01)    VALUE "N".
           88 DESCONTO-DEFINIDO             VALUE "S".

      *--- MOVIMENTO DA NOTA EM CURSO, GRAVADO NO FIM DOS ITENS JA ---
      *--- COM O DESCONTO RATEADO (ALIQUOTA E CATEGORIA DA LINHA   ---
      *--- GUARDADAS PARA AJUSTAR O ICMS E AS VENDAS POR CATEGORIA) ---
       01  WRK-TAB-MOV-NOTA.
           05 WRK-MOVN-ITEM    OCCURS 300 TIMES.
              10 WRK-MOVN-REG     PIC X(110).
              10 WRK-MOVN-ALIQ    PIC 9(01).
              10 WRK-MOVN-CATEG   PIC 9(03).
       77  WRK-QTD-MOV-NOTA    PIC 9(03)    VALUE ZEROS.
       77  WRK-MAX-MOV-NOTA    PIC 9(03)    VALUE 300.
       77  WRK-IND-MOV-NOTA    PIC 9(03)    VALUE ZEROS.
       77  WRK-SW-MOV-DIRETO   PIC X(01)    VALUE "N".
           88 MOV-GRAVADO-DIRETO            VALUE "S".

      *--- QUANTIDADE DA LINHA EM DIGITACAO ---
       77  WRK-QTD-LINHA       PIC 9(03)    VALUE 1.
       77  WRK-QTD-UNID-VEND   PIC 9(03)    VALUE ZEROS.

      *--- CLIENTE IDENTIFICADO NA NOTA (0 = VENDA AVULSA) ---
       77  WRK-ID-CLIENTE      PIC 9(04)    VALUE ZEROS.
       77  WRK-CONF-CLIENTE    PIC X(01)    VALUE SPACES.
       77  WRK-NOME-CLIENTE    PIC X(20)    VALUE SPACES.
       77  WRK-END-CLIENTE     PIC X(40)    VALUE SPACES.
       77  WRK-UF-CLIENTE      PIC X(02)    VALUE SPACES.
           COPY "ENDCOMP.cpy".

      *--- ENTREGA E FRETE DA NOTA ---
       77  WRK-SW-ENTREGA      PIC X(01)    VALUE "N".
           88 NOTA-COM-ENTREGA              VALUE "S".
       77  WRK-UF-ENTREGA      PIC X(02)    VALUE SPACES.
       77  WRK-UF-DIGITADA     PIC X(02)    VALUE SPACES.
       77  WRK-DATA-ENTREGA    PIC 9(08)    VALUE ZEROS.
       77  WRK-FRETE-NOTA      PIC 9(08)V99 VALUE ZEROS.

      *--- ITENS DA NOTA EM CURSO (PARA O DOCUMENTO FORMATADO) ---
              10 WRK-IT-DESCR  PIC X(30).
              10 WRK-IT-VALOR  PIC 9(05)V99.
              10 WRK-IT-PROMO  PIC X(01).
              10 WRK-IT-QTD    PIC 9(03).
       77  WRK-QTD-ITENS-DOC   PIC 9(02)    VALUE ZEROS.
       77  WRK-MAX-ITENS-DOC   PIC 9(02)    VALUE 50.
       77  WRK-IND-ITEM-DOC    PIC 9(02)    VALUE ZEROS.
           05 WRK-NF-ENDERECO  PIC X(40).
       01  WRK-NF-LINHA-ITEM.
           05 WRK-NF-DESCR     PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-NF-QTD       PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-NF-VALOR     PIC ZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-NF-TOT-ITEM  PIC ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-NF-PROMO     PIC X(07).
       01  WRK-NF-LINHA-FRETE.
           05 FILLER           PIC X(07) VALUE "FRETE: ".
           05 WRK-NF-FRETE     PIC ZZZ.ZZ9,99.
           05 FILLER           PIC X(05) VALUE "  UF ".
           05 WRK-NF-UF        PIC X(02).
       01  WRK-NF-LINHA-DESC.
           05 FILLER           PIC X(10) VALUE "DESCONTO: ".
           05 WRK-NF-DESCONTO  PIC ZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE " (".
           05 WRK-NF-DESC-PCT  PIC ZZ9,99.
           05 FILLER           PIC X(02) VALUE "%)".
       01  WRK-NF-LINHA-TOTAL.
           05 FILLER           PIC X(07) VALUE "TOTAL: ".
           05 WRK-NF-TOTAL     PIC ZZZ.ZZ9,99.
           05 FILLER           PIC X(13) VALUE "ICMS DA NOTA:".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-NF-ICMS      PIC ZZZ.ZZ9,99.
       01  WRK-NF-LINHA-PONTOS.
           05 WRK-NF-PTS-ROTULO PIC X(22).
           05 WRK-NF-PONTOS    PIC Z.ZZZ.ZZ9.
       01  WRK-NF-LINHA-ESCOLA.
           05 FILLER           PIC X(27) VALUE
              "COBRAR NA MENSALIDADE ALUNO".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-NF-ALUNO     PIC 9(04).
           05 FILLER           PIC X(09) VALUE " - RESP. ".
           05 WRK-NF-RESP      PIC 9(04).
       01  WRK-LINHA-ICMS-DIA.
           05 WRK-LI-CATEG     PIC X(01).
           05 FILLER           PIC X(04) VALUE SPACES.
           88 MARGEM-LIBERADA               VALUE "S".
       77  WRK-LIB-MARGEM      PIC X(01)    VALUE SPACES.

      *--- LIBERACAO AUTENTICADA PARA O REGISTRO LIBERAC.DAT ---
       77  WRK-LIB-TIPO        PIC X(01)    VALUE SPACES.
       77  WRK-LIB-PRODUTO     PIC 9(05)    VALUE ZEROS.
       77  WRK-LIB-VALOR-1     PIC S9(09)V99 VALUE ZEROS.
       77  WRK-LIB-VALOR-2     PIC S9(09)V99 VALUE ZEROS.
       77  WRK-LIB-MOTIVO      PIC X(30)    VALUE SPACES.

      *--- AGRUPAMENTO DOS ITENS POR NOTA ---
       77  WRK-NUM-NOTA        PIC X(04)    VALUE SPACES.
           88 FIM-DAS-NOTAS                 VALUE "FIM".
           05 FILLER              PIC X(10) VALUE "A PRAZO   ".
           05 FILLER              PIC X(10) VALUE "CHEQUE    ".
           05 FILLER              PIC X(10) VALUE "VALE      ".
           05 FILLER              PIC X(10) VALUE "PONTOS    ".
           05 FILLER              PIC X(10) VALUE "ESCOLA    ".

       01  WRK-TABELA-FORMAS-RED REDEFINES WRK-TABELA-FORMAS.
           05 WRK-FORMA-ITEM      PIC X(10) OCCURS 8 TIMES.

       77  WRK-QTD-FORMAS         PIC 9(02) VALUE 8.
       77  WRK-IND-FORMA          PIC 9(02) VALUE ZEROS.
       77  WRK-SW-FORMA           PIC X(01) VALUE "N".
           88 FORMA-ACHADA                  VALUE "S".

       77  WRK-FORMA-PAGTO        PIC X(10) VALUE SPACES.
       01  WRK-FORMA-ACUM.
           05 WRK-FORMA-ACUM-ITEM PIC 9(07)V99 OCCURS 8 TIMES.
       77  WRK-TOTAL-FORMAS       PIC 9(07)V99 VALUE ZEROS.


               END-IF.

               PERFORM 0103-CARREGAR-PROMOCOES.
               PERFORM 0103A-CARREGAR-FAIXAS.
               PERFORM 0103B-CARREGAR-DESCNIV.
               PERFORM 0102-CARREGAR-ALIQUOTAS.
               PERFORM 0113-CARREGAR-RESERVAS.
               PERFORM 0118-CARREGAR-ESTFILIA.
               PERFORM 0109A-CARREGAR-CODBARRA.
               PERFORM 0109B-CARREGAR-KITS.
               PERFORM 0109C-CARREGAR-LOTES.
               PERFORM 0125-RECUPERAR-SESSAO.
               IF RECUPERACAO-PENDENTE
                 DISPLAY "O CAIXA NAO ABRE ANTES DE O DIARIO DE "
                         "ESTOQUE SER RECUPERADO - CHAME O SUPERVISOR"
                 CLOSE PRODUTOS
                 CLOSE VENDMOV
                 CLOSE CLIENTES
                 CLOSE NOTAFISC
                 CLOSE RESWORK
                 GOBACK
               END-IF.
               PERFORM 0126-ABRIR-DIARIO.
               PERFORM 0109D-ABRIR-EFEITOS.
               PERFORM 0181-OBTER-PARAMETROS-FIDEL.
               PERFORM 0109F-CARREGAR-TAXAS-PONTOS.

               MOVE ZEROS TO WRK-FORMA-ACUM.
               PERFORM 0105-LER-NOTA.
               CLOSE VENDMOV.
               CLOSE CLIENTES.
               CLOSE NOTAFISC.
               IF EFEITOS-ABERTO
                 CLOSE NOTAEFE
               END-IF.

               PERFORM 0127-GRAVAR-SALDOS.

             STOP RUN.

           COPY "CAMPRODP.cpy".
           COPY "CAMEANP.cpy".
           COPY "CAMKITP.cpy".
           COPY "CAMLTSP.cpy".
           COPY "CAMLBQP.cpy".
           COPY "CAMNEFP.cpy".
           COPY "CAMFDPP.cpy".
           COPY "CAMFTXP.cpy".
           COPY "FIDPARMP.cpy".
           COPY "CAMETGP.cpy".
           COPY "CAMLIBP.cpy".
           COPY "CAMFXPP.cpy".
           COPY "CAMDSNP.cpy".
           COPY "ENDCOMPP.cpy".
           COPY "CAMALUP.cpy".
           COPY "CAMMENP.cpy".
           COPY "CAMCESP.cpy".
           COPY "CAMEDIP.cpy".

      *--- A VENDA EXIGE UMA SESSAO DE CAIXA ABERTA DA FILIAL ---
       0111-VERIFICAR-CAIXA                SECTION.
               CLOSE PROMOCOES
            END-IF.

      *--- CARREGA AS FAIXAS DE PRECO POR QUANTIDADE ---
       0103A-CARREGAR-FAIXAS               SECTION.
            PERFORM 0185-OBTER-CAMINHO-FAIXAPRC.
            OPEN INPUT FAIXAPRC.
            IF FS-FAIXAPRC NOT EQUAL 0
               DISPLAY "SEM ARQUIVO DE FAIXAS DE PRECO - VENDENDO SEM "
                       "PRECO DE ATACADO"
            ELSE
               READ FAIXAPRC NEXT RECORD
               PERFORM UNTIL FS-FAIXAPRC NOT EQUAL 00
                 IF WRK-QTD-FAIXAS LESS WRK-MAX-FAIXAS
                    ADD 1 TO WRK-QTD-FAIXAS
                    MOVE FXP-CODIGO
                      TO WRK-FXP-CODIGO(WRK-QTD-FAIXAS)
                    MOVE FXP-QTD-MIN
                      TO WRK-FXP-QTD-MIN(WRK-QTD-FAIXAS)
                    MOVE FXP-VALOR
                      TO WRK-FXP-VALOR(WRK-QTD-FAIXAS)
                    MOVE FXP-DATA-INI
                      TO WRK-FXP-DATA-INI(WRK-QTD-FAIXAS)
                    MOVE FXP-DATA-FIM
                      TO WRK-FXP-DATA-FIM(WRK-QTD-FAIXAS)
                 END-IF
                 READ FAIXAPRC NEXT RECORD
               END-PERFORM
               CLOSE FAIXAPRC
            END-IF.

      *--- TETO DE DESCONTO POR NIVEL (SEM ARQUIVO VALE O PADRAO) ---
       0103B-CARREGAR-DESCNIV              SECTION.
            PERFORM 0186-OBTER-CAMINHO-DESCNIV.
            OPEN INPUT DESCNIV.
            IF FS-DESCNIV NOT EQUAL 0
               GO TO 0103B-CARREGAR-SAIDA
            END-IF.
            READ DESCNIV NEXT RECORD.
            PERFORM UNTIL FS-DESCNIV NOT EQUAL 00
              IF DSN-NIVEL IS NUMERIC
                 AND DSN-NIVEL GREATER ZEROS
                 AND DSN-NIVEL NOT GREATER 2
                 AND DSN-PCT-MAX IS NUMERIC
                 MOVE DSN-PCT-MAX TO WRK-DSN-PCT-MAX(DSN-NIVEL)
              END-IF
              READ DESCNIV NEXT RECORD
            END-PERFORM.
            CLOSE DESCNIV.
       0103B-CARREGAR-SAIDA.
            EXIT.

      *--- APLICA O PRECO PROMOCIONAL VIGENTE NA DATA DA VENDA ---
       0104-APLICAR-PROMOCAO               SECTION.
            MOVE "N" TO WRK-SW-PROMO.
               ADD 1 TO WRK-IND-PROMOCAO
            END-IF.

      *--- A MAIOR FAIXA VIGENTE ATINGIDA PELA QUANTIDADE DA ---
      *--- LINHA VALE QUANDO SAI MAIS BARATA QUE O PRECO ATUAL ---
       0104F-APLICAR-FAIXA                 SECTION.
            MOVE ZEROS TO WRK-FAIXA-ESCOLHIDA.
            MOVE 1     TO WRK-IND-FAIXA.
            PERFORM 0104G-TESTAR-FAIXA
              UNTIL WRK-IND-FAIXA GREATER WRK-QTD-FAIXAS.
            IF WRK-FAIXA-ESCOLHIDA GREATER ZEROS
               AND WRK-FXP-VALOR(WRK-FAIXA-ESCOLHIDA) LESS WRK-VALOR
               MOVE WRK-FXP-VALOR(WRK-FAIXA-ESCOLHIDA) TO WRK-VALOR
               SET PRECO-ATACADO TO TRUE
               DISPLAY "PRECO DE ATACADO APLICADO (A PARTIR DE "
                       WRK-FXP-QTD-MIN(WRK-FAIXA-ESCOLHIDA) " UN): "
                       WRK-VALOR
            END-IF.

       0104G-TESTAR-FAIXA                  SECTION.
            IF WRK-FXP-CODIGO(WRK-IND-FAIXA) EQUAL PROD-CODIGO
               AND WRK-FXP-QTD-MIN(WRK-IND-FAIXA) IS LESS THAN OR
                   EQUAL TO WRK-QTD-LINHA
               AND DTM-AAAAMMDD IS GREATER THAN OR EQUAL TO
                   WRK-FXP-DATA-INI(WRK-IND-FAIXA)
               AND DTM-AAAAMMDD IS LESS THAN OR EQUAL TO
                   WRK-FXP-DATA-FIM(WRK-IND-FAIXA)
               IF WRK-FAIXA-ESCOLHIDA EQUAL ZEROS
                  MOVE WRK-IND-FAIXA TO WRK-FAIXA-ESCOLHIDA
               ELSE
                  IF WRK-FXP-QTD-MIN(WRK-IND-FAIXA) GREATER
                     WRK-FXP-QTD-MIN(WRK-FAIXA-ESCOLHIDA)
                     MOVE WRK-IND-FAIXA TO WRK-FAIXA-ESCOLHIDA
                  END-IF
               END-IF
            END-IF.
            ADD 1 TO WRK-IND-FAIXA.

      *--- QUANTIDADE DA LINHA (EM BRANCO OU ZERO = 1 UNIDADE) ---
       0104H-OBTER-QUANTIDADE              SECTION.
            DISPLAY "QUANTIDADE (0 = 1) "
              ACCEPT WRK-QTD-LINHA.
            IF WRK-QTD-LINHA NOT NUMERIC
               OR WRK-QTD-LINHA EQUAL ZEROS
               MOVE 1 TO WRK-QTD-LINHA
            END-IF.

       0105-LER-NOTA                       SECTION.
            DISPLAY "==========================="
            DISPLAY "EMITIR NOVA NOTA? (S/N) "
               MOVE "S" TO WRK-SW-ENTREGA
            END-IF.
            IF NOTA-COM-ENTREGA
               IF WRK-UF-CLIENTE EQUAL SPACES
                  DISPLAY "UF DE DESTINO (SP/RJ/ES) "
                    ACCEPT WRK-UF-ENTREGA
               ELSE
                  MOVE SPACES TO WRK-UF-DIGITADA
                  DISPLAY "UF DE DESTINO (ENTER = " WRK-UF-CLIENTE
                          " DO CADASTRO) "
                    ACCEPT WRK-UF-DIGITADA
                  IF WRK-UF-DIGITADA EQUAL SPACES
                     MOVE WRK-UF-CLIENTE  TO WRK-UF-ENTREGA
                  ELSE
                     MOVE WRK-UF-DIGITADA TO WRK-UF-ENTREGA
                  END-IF
               END-IF
               DISPLAY "DATA PEDIDA PARA A ENTREGA (AAAAMMDD, "
                       "0 = HOJE) "
                 ACCEPT WRK-DATA-ENTREGA
               IF WRK-DATA-ENTREGA LESS DTM-AAAAMMDD
                  MOVE DTM-AAAAMMDD TO WRK-DATA-ENTREGA
               END-IF
               IF WRK-END-CLIENTE EQUAL SPACES
                  DISPLAY "ENDERECO DA ENTREGA "
                    ACCEPT WRK-END-CLIENTE
               END-IF
            END-IF.

      *--- IDENTIFICA (OU NAO) O CLIENTE DA NOTA ---
            IF WRK-ID-CLIENTE EQUAL ZEROS
               MOVE "CONSUMIDOR NAO IDENTIFICADO" TO WRK-NOME-CLIENTE
               MOVE SPACES TO WRK-END-CLIENTE
               MOVE SPACES TO WRK-UF-CLIENTE
               SET CLIENTE-DEFINIDO TO TRUE
            ELSE
               MOVE WRK-ID-CLIENTE TO REG-ID
                      IF WRK-CONF-CLIENTE EQUAL "S"
                         OR WRK-CONF-CLIENTE EQUAL "s"
                         MOVE REG-NOME     TO WRK-NOME-CLIENTE
                         PERFORM 0197-COMPOR-ENDERECO
                         MOVE WRK-END-COMPOSTO TO WRK-END-CLIENTE
                         MOVE REG-END-UF   TO WRK-UF-CLIENTE
                         SET CLIENTE-DEFINIDO TO TRUE
                      END-IF
                   END-IF
       0107-OBTER-FORMA-PAGTO              SECTION.
            MOVE "N" TO WRK-SW-FORMA.
            DISPLAY "FORMA DE PAGAMENTO (DINHEIRO/CARTAO/PIX/"
                    "A PRAZO/CHEQUE/VALE/PONTOS/ESCOLA) "
              ACCEPT WRK-FORMA-PAGTO.
            MOVE 1 TO WRK-IND-FORMA.
            PERFORM 0108-LOCALIZAR-FORMA
                     PERFORM 0107-OBTER-FORMA-PAGTO
                  END-IF
               END-IF
               IF WRK-FORMA-PAGTO EQUAL "PONTOS"
                  PERFORM 0112A-VALIDAR-PONTOS
                  IF NOT PONTOS-ACEITOS
                     PERFORM 0107-OBTER-FORMA-PAGTO
                  END-IF
               END-IF
               IF WRK-FORMA-PAGTO EQUAL "ESCOLA"
                  PERFORM 0112C-VALIDAR-ALUNO-ESCOLA
                  IF NOT ALUNO-ESCOLA-ACEITO
                     PERFORM 0107-OBTER-FORMA-PAGTO
                  END-IF
               END-IF
            END-IF.

      *--------------------------------------------------------------
      *  0112C-VALIDAR-ALUNO-ESCOLA: A NOTA COBRADA NA MENSALIDADE
      *  PRECISA DE UM ALUNO ATIVO DO CADASTRO COM RESPONSAVEL
      *  FINANCEIRO, E O RESPONSAVEL NAO PODE TER MENSALIDADE DE
      *  COMPETENCIA ANTERIOR EM ABERTO - SENAO A FORMA DE PAGAMENTO
      *  E PEDIDA DE NOVO.
      *--------------------------------------------------------------
       0112C-VALIDAR-ALUNO-ESCOLA          SECTION.
            MOVE "N"   TO WRK-SW-ALUNO-ESC.
            MOVE ZEROS TO WRK-RESP-ESCOLA.
            DISPLAY "ID DO ALUNO (COBRANCA NA MENSALIDADE) "
              ACCEPT WRK-ALUNO-ESCOLA.

            PERFORM 0109-OBTER-CAMINHO-ALUNOS.
            OPEN INPUT ALUNOS.
            IF FS-ALUNOS NOT EQUAL 0
               DISPLAY "ARQUIVO DE ALUNOS NAO FOI ABERTO - STATUS "
                       FS-ALUNOS
               GO TO 0112C-VALIDAR-SAIDA
            END-IF.
            MOVE WRK-ALUNO-ESCOLA TO ALU-ID.
            MOVE LOW-VALUES       TO ALU-DISCIPLINA.
            START ALUNOS KEY IS NOT LESS THAN ALU-CHAVE
              INVALID KEY
                CONTINUE
            END-START.
            IF FS-ALUNOS EQUAL 0
               READ ALUNOS NEXT RECORD
            END-IF.
            CLOSE ALUNOS.

            IF FS-ALUNOS NOT EQUAL 0
               OR ALU-ID NOT EQUAL WRK-ALUNO-ESCOLA
               DISPLAY "ALUNO " WRK-ALUNO-ESCOLA " NAO CADASTRADO"
               GO TO 0112C-VALIDAR-SAIDA
            END-IF.
            IF ALU-INATIVO
               DISPLAY "ALUNO " ALU-ID " INATIVO - NAO PODE SER "
                       "COBRADO NA MENSALIDADE"
               GO TO 0112C-VALIDAR-SAIDA
            END-IF.
            IF ALU-RESP-ID IS NOT NUMERIC
               OR ALU-RESP-ID EQUAL ZEROS
               DISPLAY "ALUNO " ALU-ID " SEM RESPONSAVEL FINANCEIRO "
                       "- ACERTE O CADASTRO PELO ALU011"
               GO TO 0112C-VALIDAR-SAIDA
            END-IF.
            MOVE ALU-RESP-ID TO WRK-RESP-ESCOLA.

            PERFORM 0112D-APURAR-ATRASO-RESP.
            IF WRK-ATRASO-RESP GREATER ZEROS
               DISPLAY "RESPONSAVEL " WRK-RESP-ESCOLA " BLOQUEADO - "
                       "MENSALIDADE EM ATRASO DE " WRK-ATRASO-RESP
               GO TO 0112C-VALIDAR-SAIDA
            END-IF.

            DISPLAY "ALUNO: " ALU-NOME " - RESPONSAVEL "
                    WRK-RESP-ESCOLA.
            SET ALUNO-ESCOLA-ACEITO TO TRUE.
       0112C-VALIDAR-SAIDA.
            EXIT.

      *--- SALDO EM ABERTO DO RESPONSAVEL EM COMPETENCIA ANTERIOR ---
      *--- A DA VENDA (A CHAVE COMECA PELA COMPETENCIA)           ---
       0112D-APURAR-ATRASO-RESP            SECTION.
            MOVE ZEROS TO WRK-ATRASO-RESP.
            PERFORM 0132-OBTER-CAMINHO-MENSALID.
            OPEN INPUT MENSALIDADES.
            IF FS-MENSALIDADES NOT EQUAL 0
               GO TO 0112D-APURAR-SAIDA
            END-IF.
            READ MENSALIDADES NEXT RECORD.
            PERFORM UNTIL FS-MENSALIDADES NOT EQUAL 00
                       OR MEN-COMPETENCIA NOT LESS CMP-AAAAMM
               IF MEN-ABERTA
                  AND MEN-RESP-ID EQUAL WRK-RESP-ESCOLA
                  AND MEN-VALOR GREATER MEN-VALOR-PAGO
                  COMPUTE WRK-ATRASO-RESP = WRK-ATRASO-RESP
                      + MEN-VALOR - MEN-VALOR-PAGO
               END-IF
               READ MENSALIDADES NEXT RECORD
            END-PERFORM.
            CLOSE MENSALIDADES.
       0112D-APURAR-SAIDA.
            EXIT.

      *--- VALE INFORMADO TEM QUE EXISTIR, ESTAR NA VALIDADE E TER ---
      *--- SALDO - SENAO A FORMA DE PAGAMENTO E PEDIDA DE NOVO     ---
       0112-VALIDAR-VALE                   SECTION.
       0112-VALIDAR-SAIDA.
            EXIT.

      *--- PAGAMENTO COM PONTOS SO PARA CLIENTE IDENTIFICADO COM ---
      *--- SALDO NO EXTRATO - O SALDO EM REAIS LIMITA A NOTA       ---
       0112A-VALIDAR-PONTOS                SECTION.
            MOVE "N"   TO WRK-SW-PONTOS.
            MOVE ZEROS TO WRK-SALDO-PONTOS-RS.
            IF WRK-ID-CLIENTE EQUAL ZEROS
               DISPLAY "PAGAMENTO COM PONTOS EXIGE CLIENTE "
                       "IDENTIFICADO"
               GO TO 0112A-VALIDAR-SAIDA
            END-IF.
            PERFORM 0112B-APURAR-SALDO-PONTOS.
            IF WRK-SALDO-PONTOS NOT GREATER ZEROS
               DISPLAY "CLIENTE " WRK-ID-CLIENTE " SEM SALDO DE "
                       "PONTOS"
               GO TO 0112A-VALIDAR-SAIDA
            END-IF.
            COMPUTE WRK-SALDO-PONTOS-RS =
                WRK-SALDO-PONTOS * WRK-FID-VALOR-PONTO.
            SET PONTOS-ACEITOS TO TRUE.
            DISPLAY "SALDO DE PONTOS " WRK-SALDO-PONTOS
                    " - VALE " WRK-SALDO-PONTOS-RS " NA NOTA".
       0112A-VALIDAR-SAIDA.
            EXIT.

      *--- SALDO = ENTRADAS (C, Y) MENOS SAIDAS (R, D, E, X) ---
       0112B-APURAR-SALDO-PONTOS           SECTION.
            MOVE ZEROS TO WRK-SALDO-PONTOS.
            PERFORM 0179-OBTER-CAMINHO-FIDPONT.
            OPEN INPUT FIDPONT.
            IF FS-FIDPONT NOT EQUAL 0
               GO TO 0112B-APURAR-SAIDA
            END-IF.
            READ FIDPONT NEXT RECORD.
            PERFORM UNTIL FS-FIDPONT NOT EQUAL 00
              IF FDP-ID-CLIENTE EQUAL WRK-ID-CLIENTE
                 IF FDP-ENTRADA
                    ADD FDP-PONTOS TO WRK-SALDO-PONTOS
                 ELSE
                    SUBTRACT FDP-PONTOS FROM WRK-SALDO-PONTOS
                 END-IF
              END-IF
              READ FIDPONT NEXT RECORD
            END-PERFORM.
            CLOSE FIDPONT.
       0112B-APURAR-SAIDA.
            EXIT.

       0108-LOCALIZAR-FORMA                SECTION.
            IF WRK-FORMA-ITEM(WRK-IND-FORMA) EQUAL WRK-FORMA-PAGTO
               SET FORMA-ACHADA TO TRUE
            MOVE ZEROS TO WRK-QTD-ITENS-DOC.
            MOVE "N"   TO WRK-SW-ITENS-DOC.
            MOVE ZEROS TO WRK-ICMS-NOTA.
            MOVE ZEROS TO WRK-PONTOS-NOTA.
            MOVE ZEROS TO WRK-PONTOS-RESGATE.
            MOVE ZEROS TO WRK-QTD-MOV-NOTA.
            MOVE "N"   TO WRK-SW-MOV-DIRETO.
            MOVE ZEROS TO WRK-DESC-NOTA.
            MOVE ZEROS TO WRK-DESC-PCT.
            IF WRK-NUM-ORCAMENTO GREATER ZEROS
               PERFORM 0194-VENDER-ITENS-ORCAMENTO
            ELSE
               PERFORM 0100-INICIALIZAR
               PERFORM 0200-PROCESSAR UNTIL FIM-DA-ENTRADA
            END-IF.
            IF WRK-QTD-MOV-NOTA GREATER ZEROS
               PERFORM 0191-DESCONTO-NOTA
               PERFORM 0191E-GRAVAR-MOVIMENTOS
               MOVE 'N'          TO EDI-TIPO
               MOVE WRK-NUM-NOTA TO EDI-NOTA
               MOVE ZEROS        TO EDI-CODIGO EDI-QTD
               MOVE SPACES       TO EDI-REFERENCIA
               PERFORM 0126A-GRAVAR-DIARIO
            END-IF.
            PERFORM 0195-CALCULAR-FRETE.
            IF WRK-FORMA-PAGTO EQUAL "A PRAZO"
               PERFORM 0197-GRAVAR-PARCELA-PRAZO
            IF WRK-FORMA-PAGTO EQUAL "VALE"
               PERFORM 0196-DEBITAR-VALE
            END-IF.
            IF WRK-FORMA-PAGTO EQUAL "PONTOS"
               PERFORM 0209-RESGATAR-PONTOS
            END-IF.
            IF WRK-FORMA-PAGTO EQUAL "ESCOLA"
               PERFORM 0199A-LANCAR-CONTA-ESCOLA
            END-IF.
            IF WRK-PONTOS-NOTA GREATER ZEROS
               PERFORM 0209A-CREDITAR-PONTOS
            END-IF.
            ADD WRK-NOTA-ACUM TO WRK-FORMA-ACUM-ITEM(WRK-IND-FORMA).
            PERFORM 0250-IMPRIMIR-NOTA.
            PERFORM 0105-LER-NOTA.

      *--------------------------------------------------------------
      *  0191-DESCONTO-NOTA: DESCONTO EM PERCENTUAL OU VALOR SOBRE OS
      *  ITENS DA NOTA (MENOS VALE-PRESENTE), ATE O TETO DO NIVEL DO
      *  OPERADOR; ACIMA DELE SO COM SUPERVISOR. O DESCONTO E
      *  RATEADO NAS LINHAS DO MOVIMENTO PELO VALOR DE CADA UMA (A
      *  ULTIMA LINHA LEVA A SOBRA DO ARREDONDAMENTO) E BAIXADO DOS
      *  TOTAIS DA NOTA, DO DIA, DO ICMS, DAS CATEGORIAS E DOS
      *  PONTOS A CREDITAR.
      *--------------------------------------------------------------
       0191-DESCONTO-NOTA                  SECTION.
            MOVE ZEROS TO WRK-DESC-BASE.
            MOVE ZEROS TO WRK-ULTIMA-ELEGIVEL.
            MOVE 1     TO WRK-IND-MOV-NOTA.
            PERFORM 0191A-SOMAR-BASE
              UNTIL WRK-IND-MOV-NOTA GREATER WRK-QTD-MOV-NOTA.
            IF WRK-DESC-BASE EQUAL ZEROS
               GO TO 0191-DESCONTO-SAIDA
            END-IF.

            MOVE 1 TO WRK-NIVEL-OPERADOR.
            IF WRK-SESSAO-NIVEL IS NUMERIC
               AND WRK-SESSAO-NIVEL EQUAL 2
               MOVE 2 TO WRK-NIVEL-OPERADOR
            END-IF.

            MOVE "N" TO WRK-SW-DESCONTO.
            PERFORM 0191B-OBTER-DESCONTO UNTIL DESCONTO-DEFINIDO.
            IF WRK-DESC-NOTA EQUAL ZEROS
               GO TO 0191-DESCONTO-SAIDA
            END-IF.

            MOVE ZEROS TO WRK-DESC-RATEADO.
            MOVE 1     TO WRK-IND-MOV-NOTA.
            PERFORM 0191C-RATEAR-LINHA
              UNTIL WRK-IND-MOV-NOTA GREATER WRK-QTD-MOV-NOTA.
            MOVE WRK-DESC-RATEADO TO WRK-DESC-NOTA.

            IF WRK-PONTOS-NOTA GREATER ZEROS
               COMPUTE WRK-PONTOS-NOTA =
                   WRK-PONTOS-NOTA * (WRK-DESC-BASE - WRK-DESC-NOTA)
                   / WRK-DESC-BASE
            END-IF.
            SUBTRACT WRK-DESC-NOTA FROM WRK-NOTA-ACUM.
            SUBTRACT WRK-DESC-NOTA FROM WRK-VEND-ACUM.
            DISPLAY "DESCONTO NA NOTA: " WRK-DESC-NOTA " ("
                    WRK-DESC-PCT "%) - TOTAL " WRK-NOTA-ACUM.
       0191-DESCONTO-SAIDA.
            EXIT.

       0191A-SOMAR-BASE                    SECTION.
            MOVE WRK-MOVN-REG(WRK-IND-MOV-NOTA) TO REG-VENDMOV.
            IF MOV-DESCRICAO(1:13) NOT EQUAL "VALE PRESENTE"
               ADD MOV-VALOR TO WRK-DESC-BASE
               MOVE WRK-IND-MOV-NOTA TO WRK-ULTIMA-ELEGIVEL
            END-IF.
            ADD 1 TO WRK-IND-MOV-NOTA.

      *--- PERGUNTA O DESCONTO ATE FICAR DENTRO DO TETO OU LIBERADO ---
       0191B-OBTER-DESCONTO                SECTION.
            MOVE ZEROS  TO WRK-DESC-NOTA.
            MOVE ZEROS  TO WRK-DESC-PCT.
            MOVE SPACES TO WRK-TIPO-DESCONTO.
            IF MOV-GRAVADO-DIRETO
               DISPLAY "DESCONTO SO SOBRE OS PRIMEIROS "
                       WRK-MAX-MOV-NOTA " ITENS DA NOTA"
            END-IF.
            DISPLAY "ITENS " WRK-DESC-BASE " - DESCONTO: (P)ERCENTUAL,"
                    " (V)ALOR OU (N)ENHUM "
              ACCEPT WRK-TIPO-DESCONTO.
            EVALUATE WRK-TIPO-DESCONTO
              WHEN "P"
              WHEN "p"
                DISPLAY "PERCENTUAL DE DESCONTO "
                  ACCEPT WRK-DESC-INFORMADO
                IF WRK-DESC-INFORMADO NOT NUMERIC
                   OR WRK-DESC-INFORMADO GREATER 100
                   DISPLAY "PERCENTUAL INVALIDO"
                   GO TO 0191B-OBTER-SAIDA
                END-IF
                COMPUTE WRK-DESC-NOTA ROUNDED =
                    WRK-DESC-BASE * WRK-DESC-INFORMADO / 100
              WHEN "V"
              WHEN "v"
                DISPLAY "VALOR DO DESCONTO "
                  ACCEPT WRK-DESC-INFORMADO
                IF WRK-DESC-INFORMADO NOT NUMERIC
                   OR WRK-DESC-INFORMADO GREATER WRK-DESC-BASE
                   DISPLAY "VALOR INVALIDO OU MAIOR QUE OS ITENS"
                   GO TO 0191B-OBTER-SAIDA
                END-IF
                MOVE WRK-DESC-INFORMADO TO WRK-DESC-NOTA
              WHEN OTHER
                SET DESCONTO-DEFINIDO TO TRUE
                GO TO 0191B-OBTER-SAIDA
            END-EVALUATE.

            COMPUTE WRK-DESC-PCT ROUNDED =
                WRK-DESC-NOTA * 100 / WRK-DESC-BASE.
            IF WRK-DESC-PCT NOT GREATER
               WRK-DSN-PCT-MAX(WRK-NIVEL-OPERADOR)
               SET DESCONTO-DEFINIDO TO TRUE
               GO TO 0191B-OBTER-SAIDA
            END-IF.

            DISPLAY "DESCONTO DE " WRK-DESC-PCT "% ACIMA DO TETO DE "
                    WRK-DSN-PCT-MAX(WRK-NIVEL-OPERADOR)
                    "% DO NIVEL " WRK-NIVEL-OPERADOR.
            MOVE 'D'              TO WRK-LIB-TIPO.
            MOVE ZEROS            TO WRK-LIB-PRODUTO.
            MOVE WRK-DESC-PCT     TO WRK-LIB-VALOR-1.
            MOVE WRK-DSN-PCT-MAX(WRK-NIVEL-OPERADOR)
              TO WRK-LIB-VALOR-2.
            PERFORM 0104E-AUTORIZAR-LIBERACAO.
            IF SUP-AUTORIZADO
               SET DESCONTO-DEFINIDO TO TRUE
            ELSE
               DISPLAY "DESCONTO NAO LIBERADO - INFORME OUTRO"
            END-IF.
       0191B-OBTER-SAIDA.
            EXIT.

       0191C-RATEAR-LINHA                  SECTION.
            MOVE WRK-MOVN-REG(WRK-IND-MOV-NOTA) TO REG-VENDMOV.
            IF MOV-DESCRICAO(1:13) EQUAL "VALE PRESENTE"
               GO TO 0191C-RATEAR-SAIDA
            END-IF.
            IF WRK-IND-MOV-NOTA EQUAL WRK-ULTIMA-ELEGIVEL
               COMPUTE WRK-DESC-LINHA =
                   WRK-DESC-NOTA - WRK-DESC-RATEADO
            ELSE
               COMPUTE WRK-DESC-LINHA ROUNDED =
                   MOV-VALOR * WRK-DESC-NOTA / WRK-DESC-BASE
            END-IF.
            IF WRK-DESC-LINHA GREATER MOV-VALOR
               MOVE MOV-VALOR TO WRK-DESC-LINHA
            END-IF.
            SUBTRACT WRK-DESC-LINHA FROM MOV-VALOR.
            MOVE WRK-DESC-LINHA TO MOV-DESCONTO.
            ADD WRK-DESC-LINHA TO WRK-DESC-RATEADO.
            MOVE REG-VENDMOV TO WRK-MOVN-REG(WRK-IND-MOV-NOTA).

            IF WRK-MOVN-ALIQ(WRK-IND-MOV-NOTA) GREATER ZEROS
               MOVE WRK-MOVN-ALIQ(WRK-IND-MOV-NOTA) TO WRK-IND-ALIQ
               COMPUTE WRK-DESC-ICMS ROUNDED = WRK-DESC-LINHA
                   * WRK-ALIQ-PCT(WRK-IND-ALIQ) / 100
               IF WRK-DESC-ICMS GREATER WRK-ICMS-NOTA
                  MOVE WRK-ICMS-NOTA TO WRK-DESC-ICMS
               END-IF
               SUBTRACT WRK-DESC-ICMS FROM WRK-ICMS-NOTA
               SUBTRACT WRK-DESC-ICMS FROM WRK-ICMS-DIA
               SUBTRACT WRK-DESC-ICMS
                   FROM WRK-ALIQ-TOTAL(WRK-IND-ALIQ)
            END-IF.

            MOVE WRK-MOVN-CATEG(WRK-IND-MOV-NOTA) TO WRK-DESC-CATEG.
            MOVE 1   TO WRK-IND-CATVEN.
            MOVE "N" TO WRK-SW-CATVEN.
            PERFORM 0191D-LOCALIZAR-CATEG
              UNTIL WRK-IND-CATVEN GREATER WRK-QTD-CATVEN
                 OR CATVEN-ACHADA.
            IF CATVEN-ACHADA
               SUBTRACT WRK-DESC-LINHA
                   FROM WRK-CTV-TOTAL(WRK-IND-CATVEN)
            END-IF.
       0191C-RATEAR-SAIDA.
            ADD 1 TO WRK-IND-MOV-NOTA.

       0191D-LOCALIZAR-CATEG               SECTION.
            IF WRK-CTV-CODIGO(WRK-IND-CATVEN) EQUAL WRK-DESC-CATEG
               SET CATVEN-ACHADA TO TRUE
            ELSE
               ADD 1 TO WRK-IND-CATVEN
            END-IF.

      *--- GRAVA O MOVIMENTO GUARDADO DA NOTA (E O RESUMO DO DIA) ---
       0191E-GRAVAR-MOVIMENTOS             SECTION.
            MOVE 1 TO WRK-IND-MOV-NOTA.
            PERFORM UNTIL WRK-IND-MOV-NOTA GREATER WRK-QTD-MOV-NOTA
              MOVE WRK-MOVN-REG(WRK-IND-MOV-NOTA) TO REG-VENDMOV
              PERFORM 0207B-GRAVAR-MOV-RESUMO
              ADD 1 TO WRK-IND-MOV-NOTA
            END-PERFORM.
            MOVE ZEROS TO WRK-QTD-MOV-NOTA.

      *--------------------------------------------------------------
      *  0194-VENDER-ITENS-ORCAMENTO: CONVERTE O ORCAMENTO CARREGADO
      *  EM ITENS DA NOTA, HONRANDO O PRECO ORCADO (A PROMOCAO JA
                  DISPLAY "PRODUTO DO ORCAMENTO INATIVO - CODIGO "
                          PROD-CODIGO " - ITEM PULADO"
                ELSE
                  MOVE 1     TO WRK-QTD-LINHA
                  MOVE ZEROS TO WRK-QTD-UNID-VEND
                  PERFORM 0115-VERIFICAR-ESTOQUE
                  IF ESTOQUE-LIBERADO
                    MOVE WRK-ORC-DESCR(WRK-IND-ITEM-ORC)
                      PERFORM 0201-CONTABILIZAR-ITEM
                      IF ITEM-RECUSADO-VALE
                        DISPLAY "ITEM DO ORCAMENTO FORA DO SALDO "
                                "DO VALE OU DOS PONTOS - PULADO"
                      ELSE
                        MOVE "S"
                          TO WRK-ORC-VENDIDO(WRK-IND-ITEM-ORC)
                  MOVE 'C' TO ORC-STATUS
                  MOVE 'M'
                    TO WRK-ORC-VENDIDO(WRK-IND-ITEM-ORC)
                  MOVE 'O'                TO NEF-TIPO
                  MOVE ORC-CODIGO         TO NEF-CODIGO
                  MOVE WRK-NUM-ORCAMENTO  TO NEF-REFERENCIA
                  MOVE 1                  TO NEF-QTD
                  MOVE ORC-VALOR          TO NEF-VALOR
                  PERFORM 0109E-GRAVAR-EFEITO
                END-IF
              END-IF
              MOVE REG-ORCAMENTO TO REG-ORCWORK
                  ADD WRK-FRETE-NOTA TO WRK-NOTA-ACUM
                  ADD WRK-FRETE-NOTA TO WRK-VEND-ACUM
                  PERFORM 0195A-GRAVAR-MOVIMENTO-FRETE
                  PERFORM 0195B-AGENDAR-ENTREGA
                  DISPLAY "FRETE DA ENTREGA: " WRK-FRETE-NOTA
               ELSE
                  MOVE ZEROS TO WRK-FRETE-NOTA
            MOVE WRK-FORMA-PAGTO  TO MOV-FORMA-PAGTO.
            MOVE WRK-FILIAL       TO MOV-FILIAL.
            MOVE WRK-OPERADOR     TO MOV-OPERADOR.
            MOVE SPACES           TO MOV-LOTE.
            MOVE ZEROS            TO MOV-DESCONTO.
            WRITE REG-VENDMOV.

      *--- ABRE A ENTREGA PENDENTE DA NOTA PARA O ROMANEIO ---
       0195B-AGENDAR-ENTREGA               SECTION.
            PERFORM 0182-OBTER-CAMINHO-ENTREGAS.
            OPEN EXTEND ENTREGAS.
            IF FS-ENTREGAS EQUAL 35
               OPEN OUTPUT ENTREGAS
            END-IF.
            IF FS-ENTREGAS NOT EQUAL 0
               DISPLAY "ARQUIVO DE ENTREGAS NAO FOI ABERTO - STATUS "
                       FS-ENTREGAS " - AGENDE A ENTREGA A MAO"
               GO TO 0195B-AGENDAR-SAIDA
            END-IF.
            MOVE WRK-FILIAL       TO ETG-FILIAL.
            MOVE WRK-NUM-NOTA     TO ETG-NOTA.
            MOVE DTM-AAAAMMDD     TO ETG-DATA-VENDA.
            MOVE 'B'              TO ETG-ORIGEM.
            MOVE ZEROS            TO ETG-NUM-ENCOMENDA.
            MOVE WRK-ID-CLIENTE   TO ETG-ID-CLIENTE.
            MOVE WRK-NOME-CLIENTE TO ETG-NOME.
            MOVE WRK-END-CLIENTE  TO ETG-ENDERECO.
            MOVE WRK-UF-ENTREGA   TO ETG-UF.
            MOVE WRK-UF-ENTREGA   TO ETG-ROTA.
            MOVE WRK-DATA-ENTREGA TO ETG-DATA-PREVISTA.
            MOVE WRK-NOTA-ACUM    TO ETG-VALOR.
            MOVE 'P'              TO ETG-STATUS.
            MOVE ZEROS            TO ETG-REAGENDAMENTOS.
            MOVE ZEROS            TO ETG-DATA-ROMANEIO.
            MOVE ZEROS            TO ETG-DATA-BAIXA.
            MOVE SPACES           TO ETG-OBSERVACAO.
            WRITE REG-ENTREGA.
            CLOSE ENTREGAS.
            DISPLAY "ENTREGA AGENDADA PARA " WRK-DATA-ENTREGA.
       0195B-AGENDAR-SAIDA.
            EXIT.

      *--- LIMITE E BLOQUEIO DO CLIENTE NO CADASTRO DE CREDITO ---
       0116-CONSULTAR-CREDITO              SECTION.
            MOVE "N"   TO WRK-SW-TEM-LIMITE.
                  DISPLAY "SUPERVISOR LIBERA O PRAZO MESMO ASSIM? "
                          "(S/N) "
                    ACCEPT WRK-LIB-CREDITO
                  MOVE "N" TO SUP-SW-AUTORIZA
                  IF WRK-LIB-CREDITO EQUAL "S"
                     OR WRK-LIB-CREDITO EQUAL "s"
                     MOVE 'C'                TO WRK-LIB-TIPO
                     MOVE ZEROS              TO WRK-LIB-PRODUTO
                     MOVE WRK-EXPOSICAO      TO WRK-LIB-VALOR-1
                     MOVE WRK-LIMITE-CLIENTE TO WRK-LIB-VALOR-2
                     PERFORM 0104E-AUTORIZAR-LIBERACAO
                  END-IF
                  IF NOT SUP-AUTORIZADO
                     DISPLAY "PARCELA NAO FOI ABERTA - RECEBER A "
                             "NOTA EM OUTRA FORMA DE PAGAMENTO"
                     GO TO 0197-GRAVAR-SAIDA
            MOVE ZEROS TO CRC-VALOR-PAGO.
            MOVE 'A'   TO CRC-STATUS.
            MOVE ZEROS TO CRC-ENCARGOS.
            MOVE ZEROS TO CRC-ACORDO.
            WRITE REG-CONTAREC
              INVALID KEY
                DISPLAY "PARCELA " CRC-PARCELA " DA NOTA "
      *--------------------------------------------------------------
       0196-DEBITAR-VALE                   SECTION.
            MOVE ZEROS TO WRK-QTD-VALES.
            MOVE ZEROS TO WRK-DEBITO-VALE.
            MOVE "N"   TO WRK-SW-CARGA-VLP.
            PERFORM 0136-OBTER-CAMINHO-VALEPRES.
            OPEN INPUT VALEPRES.
               PERFORM 0196B-GRAVAR-VALE
                 UNTIL WRK-IND-VALE GREATER WRK-QTD-VALES
               CLOSE VALEPRES
               IF WRK-DEBITO-VALE GREATER ZEROS
                  MOVE 'V'             TO NEF-TIPO
                  MOVE ZEROS           TO NEF-CODIGO
                  MOVE WRK-NUM-VALE    TO NEF-REFERENCIA
                  MOVE ZEROS           TO NEF-QTD
                  MOVE WRK-DEBITO-VALE TO NEF-VALOR
                  PERFORM 0109E-GRAVAR-EFEITO
               END-IF
            END-IF.
       0196-DEBITAR-SAIDA.
            EXIT.
            MOVE 'A'               TO VLP-STATUS.
            WRITE REG-VALEPRES.
            CLOSE VALEPRES.
            MOVE 'P'           TO NEF-TIPO.
            MOVE ZEROS         TO NEF-CODIGO.
            MOVE WRK-PROX-VALE TO NEF-REFERENCIA.
            MOVE ZEROS         TO NEF-QTD.
            MOVE WRK-VALOR     TO NEF-VALOR.
            PERFORM 0109E-GRAVAR-EFEITO.
            DISPLAY "VALE-PRESENTE EMITIDO - NUMERO " WRK-PROX-VALE
                    " VALOR " WRK-VALOR.
       0208-EMITIR-SAIDA.
            EXIT.

      *--------------------------------------------------------------
      *  0209-RESGATAR-PONTOS: A NOTA PAGA COM PONTOS DEBITA DO
      *  EXTRATO OS PONTOS QUE COBREM O TOTAL (ARREDONDADO PARA
      *  CIMA). A VENDA JA RECUSA O ITEM QUE ESTOURARIA O SALDO - SO
      *  O FRETE PODE PASSAR DELE, E A DIFERENCA E AVISADA PARA SER
      *  COBRADA EM OUTRA FORMA.
      *--------------------------------------------------------------
       0209-RESGATAR-PONTOS                SECTION.
            COMPUTE WRK-PONTOS-RESGATE =
                WRK-NOTA-ACUM / WRK-FID-VALOR-PONTO.
            COMPUTE WRK-VALOR-PONTOS =
                WRK-PONTOS-RESGATE * WRK-FID-VALOR-PONTO.
            IF WRK-VALOR-PONTOS LESS WRK-NOTA-ACUM
               ADD 1 TO WRK-PONTOS-RESGATE
            END-IF.
            PERFORM 0112B-APURAR-SALDO-PONTOS.
            IF WRK-SALDO-PONTOS LESS ZEROS
               MOVE ZEROS TO WRK-SALDO-PONTOS
            END-IF.
            IF WRK-PONTOS-RESGATE GREATER WRK-SALDO-PONTOS
               MOVE WRK-SALDO-PONTOS TO WRK-PONTOS-RESGATE
               COMPUTE WRK-VALOR-PONTOS = WRK-NOTA-ACUM
                   - (WRK-PONTOS-RESGATE * WRK-FID-VALOR-PONTO)
               DISPLAY "*** PONTOS NAO COBREM A NOTA - COBRAR "
                       WRK-VALOR-PONTOS " EM OUTRA FORMA ***"
            END-IF.
            IF WRK-PONTOS-RESGATE EQUAL ZEROS
               GO TO 0209-RESGATAR-SAIDA
            END-IF.
            MOVE 'R'                TO FDP-TIPO.
            MOVE WRK-PONTOS-RESGATE TO FDP-PONTOS.
            MOVE ZEROS              TO FDP-VALIDADE.
            MOVE WRK-NOTA-ACUM      TO FDP-VALOR.
            PERFORM 0209B-GRAVAR-PONTOS.
            DISPLAY "PONTOS USADOS NA NOTA: " WRK-PONTOS-RESGATE.
       0209-RESGATAR-SAIDA.
            EXIT.

      *--- CREDITA OS PONTOS GANHOS NA NOTA, COM A VALIDADE ---
       0209A-CREDITAR-PONTOS               SECTION.
            PERFORM 0209C-CALCULAR-VALIDADE.
            MOVE 'C'               TO FDP-TIPO.
            MOVE WRK-PONTOS-NOTA   TO FDP-PONTOS.
            MOVE WRK-VENC-CALC-NUM TO FDP-VALIDADE.
            MOVE WRK-NOTA-ACUM     TO FDP-VALOR.
            PERFORM 0209B-GRAVAR-PONTOS.
            DISPLAY "PONTOS GANHOS NA NOTA: " WRK-PONTOS-NOTA
                    " - VALIDOS ATE " WRK-VENC-CALC-NUM.

      *--- ACRESCENTA AO EXTRATO O LANCAMENTO MONTADO PELO CHAMADOR ---
       0209B-GRAVAR-PONTOS                 SECTION.
            MOVE WRK-ID-CLIENTE TO FDP-ID-CLIENTE.
            MOVE DTM-AAAAMMDD   TO FDP-DATA.
            MOVE WRK-FILIAL     TO FDP-FILIAL.
            MOVE WRK-NUM-NOTA   TO FDP-NOTA.
            PERFORM 0179-OBTER-CAMINHO-FIDPONT.
            OPEN EXTEND FIDPONT.
            IF FS-FIDPONT EQUAL 35
               OPEN OUTPUT FIDPONT
            END-IF.
            IF FS-FIDPONT NOT EQUAL 0
               DISPLAY "EXTRATO DE PONTOS NAO FOI ABERTO - PONTOS DA "
                       "NOTA NAO LANCADOS - STATUS " FS-FIDPONT
               GO TO 0209B-GRAVAR-SAIDA
            END-IF.
            WRITE REG-FIDPONT.
            CLOSE FIDPONT.
       0209B-GRAVAR-SAIDA.
            EXIT.

      *--------------------------------------------------------------
      *  0209C-CALCULAR-VALIDADE: DATA DA VENDA MAIS FIDMESES MESES,
      *  COM O DIA AJUSTADO AO FIM DO MES (MESMA TABELA DE DIAS DO
      *  PARCELAMENTO).
      *--------------------------------------------------------------
       0209C-CALCULAR-VALIDADE             SECTION.
            MOVE DTM-AAAAMMDD TO WRK-VENC-CALC-NUM.
            COMPUTE WRK-MESES-CORRIDOS = WRK-VC-ANO * 12
                + WRK-VC-MES - 1 + WRK-FID-MESES.
            DIVIDE WRK-MESES-CORRIDOS BY 12 GIVING WRK-VC-ANO
              REMAINDER WRK-VC-MES.
            ADD 1 TO WRK-VC-MES.
            MOVE WRK-MES-DIAS(WRK-VC-MES) TO WRK-DIAS-NO-MES.
            IF WRK-VC-MES EQUAL 02
               DIVIDE WRK-VC-ANO BY 4 GIVING WRK-RESTO-ANO
                 REMAINDER WRK-RESTO-ANO
               IF WRK-RESTO-ANO EQUAL ZEROS
                  MOVE 29 TO WRK-DIAS-NO-MES
               END-IF
            END-IF.
            IF WRK-VC-DIA GREATER WRK-DIAS-NO-MES
               MOVE WRK-DIAS-NO-MES TO WRK-VC-DIA
            END-IF.

      *--- REGISTRA NA CARTEIRA OS CHEQUES PRE-DATADOS DA NOTA ---
       0198-REGISTRAR-CHEQUES              SECTION.
            DISPLAY "QUANTOS CHEQUES NA NOTA? "
            WRITE REG-CHEQUE.
            ADD 1 TO WRK-IND-CHEQUE.

      *--------------------------------------------------------------
      *  0199A-LANCAR-CONTA-ESCOLA: O TOTAL DA NOTA VAI PARA A CONTA
      *  ESCOLAR DO ALUNO COMO VENDA PENDENTE - O ALU007 LANCA NA
      *  PROXIMA MENSALIDADE. A CHAVE DUPLICADA BARRA O LANCAMENTO
      *  EM DOBRO DA MESMA NOTA.
      *--------------------------------------------------------------
       0199A-LANCAR-CONTA-ESCOLA           SECTION.
            IF WRK-NOTA-ACUM EQUAL ZEROS
               GO TO 0199A-LANCAR-SAIDA
            END-IF.
            PERFORM 0187-OBTER-CAMINHO-CONTAESC.
            OPEN I-O CONTAESC.
            IF FS-CONTAESC EQUAL 35
               OPEN OUTPUT CONTAESC
               CLOSE CONTAESC
               OPEN I-O CONTAESC
            END-IF.
            IF FS-CONTAESC NOT EQUAL 0
               DISPLAY "CONTA ESCOLAR NAO FOI ABERTA - STATUS "
                       FS-CONTAESC " - RECEBER A NOTA EM OUTRA FORMA"
               GO TO 0199A-LANCAR-SAIDA
            END-IF.

            MOVE WRK-ALUNO-ESCOLA TO CES-ALU-ID.
            MOVE WRK-FILIAL       TO CES-FILIAL.
            MOVE WRK-NUM-NOTA     TO CES-NOTA.
            MOVE ZEROS            TO CES-SEQ.
            MOVE 'V'              TO CES-TIPO.
            MOVE WRK-RESP-ESCOLA  TO CES-RESP-ID.
            MOVE DTM-AAAAMMDD     TO CES-DATA.
            MOVE WRK-NOTA-ACUM    TO CES-VALOR.
            MOVE ZEROS            TO CES-VALOR-DEVOLVIDO.
            MOVE ZEROS            TO CES-VALOR-FATURADO.
            MOVE 'P'              TO CES-STATUS.
            MOVE ZEROS            TO CES-COMPETENCIA.
            MOVE WRK-OPERADOR     TO CES-OPERADOR.
            WRITE REG-CONTAESC
              INVALID KEY
                DISPLAY "NOTA " WRK-NUM-NOTA " JA LANCADA NA CONTA "
                        "ESCOLAR - NAO REGRAVADA"
              NOT INVALID KEY
                DISPLAY "NOTA LANCADA NA CONTA ESCOLAR DO ALUNO "
                        WRK-ALUNO-ESCOLA " - " WRK-NOTA-ACUM
            END-WRITE.
            CLOSE CONTAESC.
       0199A-LANCAR-SAIDA.
            EXIT.

       0100-INICIALIZAR                   SECTION.
            MOVE "N" TO WRK-SW-PRODUTO.
            DISPLAY "---------------------------"
                   TO WRK-LOT-VALIDADE(WRK-QTD-LOTES)
                 MOVE LOT-QTD
                   TO WRK-LOT-QTD(WRK-QTD-LOTES)
                 MOVE "N"
                   TO WRK-LOT-BLOQ(WRK-QTD-LOTES)
              END-IF
              READ LOTES NEXT RECORD
            END-PERFORM.
            CLOSE LOTES.
            PERFORM 0109H-MARCAR-BLOQUEADOS.
       0109C-CARREGAR-SAIDA.
            EXIT.

      *--- LOTE RETIRADO DE VENDA PELO RECALL (PRD046) ---
       0109H-MARCAR-BLOQUEADOS            SECTION.
            PERFORM 0199-OBTER-CAMINHO-LOTEBLQ.
            OPEN INPUT LOTEBLQ.
            IF FS-LOTEBLQ NOT EQUAL 0
               GO TO 0109H-MARCAR-SAIDA
            END-IF.
            READ LOTEBLQ NEXT RECORD.
            PERFORM UNTIL FS-LOTEBLQ NOT EQUAL 00
              MOVE 1 TO WRK-IND-LOTE
              PERFORM UNTIL WRK-IND-LOTE GREATER WRK-QTD-LOTES
                IF WRK-LOT-CODIGO(WRK-IND-LOTE) EQUAL LBQ-CODIGO
                   AND WRK-LOT-NUMERO(WRK-IND-LOTE) EQUAL LBQ-NUMERO
                   MOVE "S" TO WRK-LOT-BLOQ(WRK-IND-LOTE)
                END-IF
                ADD 1 TO WRK-IND-LOTE
              END-PERFORM
              READ LOTEBLQ NEXT RECORD
            END-PERFORM.
            CLOSE LOTEBLQ.
       0109H-MARCAR-SAIDA.
            EXIT.

      *--------------------------------------------------------------
      *  0109D-ABRIR-EFEITOS: OS EFEITOS DE CADA NOTA (BAIXAS DE
      *  ESTOQUE, VALES, ORCAMENTO) VAO PARA NOTAEFE.DAT NA HORA EM
      *  QUE ACONTECEM - SEM O ARQUIVO A VENDA SEGUE, MAS A NOTA NAO
      *  PODERA SER CANCELADA COM ESTORNO COMPLETO PELO PROGRAMA69.
      *--------------------------------------------------------------
       0109D-ABRIR-EFEITOS                SECTION.
            MOVE "N" TO WRK-SW-EFEITOS.
            PERFORM 0177-OBTER-CAMINHO-NOTAEFE.
            OPEN EXTEND NOTAEFE.
            IF FS-NOTAEFE EQUAL 35
               OPEN OUTPUT NOTAEFE
            END-IF.
            IF FS-NOTAEFE EQUAL 0
               SET EFEITOS-ABERTO TO TRUE
            ELSE
               DISPLAY "ARQUIVO DE EFEITOS DA NOTA NAO FOI ABERTO - "
                       "STATUS " FS-NOTAEFE
               DISPLAY "AS NOTAS DESTE CAIXA NAO TERAO ESTORNO "
                       "COMPLETO NO CANCELAMENTO"
            END-IF.

      *--------------------------------------------------------------
      *  0109F-CARREGAR-TAXAS-PONTOS: PONTOS POR REAL DE CADA
      *  CATEGORIA (FIDTAXA.DAT). A CATEGORIA 000 E A TAXA DAS
      *  CATEGORIAS SEM LINHA; SEM ELA (OU SEM O ARQUIVO) 1 PONTO
      *  POR REAL.
      *--------------------------------------------------------------
       0109F-CARREGAR-TAXAS-PONTOS        SECTION.
            PERFORM 0180-OBTER-CAMINHO-FIDTAXA.
            OPEN INPUT FIDTAXA.
            IF FS-FIDTAXA NOT EQUAL 0
               GO TO 0109F-CARREGAR-SAIDA
            END-IF.
            READ FIDTAXA NEXT RECORD.
            PERFORM UNTIL FS-FIDTAXA NOT EQUAL 00
              IF FTX-CATEGORIA EQUAL ZEROS
                 MOVE FTX-PONTOS-REAL TO WRK-TAXA-PADRAO
              ELSE
                 IF WRK-QTD-TAXAS LESS WRK-MAX-TAXAS
                    ADD 1 TO WRK-QTD-TAXAS
                    MOVE FTX-CATEGORIA
                      TO WRK-TXP-CATEGORIA(WRK-QTD-TAXAS)
                    MOVE FTX-PONTOS-REAL
                      TO WRK-TXP-PONTOS(WRK-QTD-TAXAS)
                 END-IF
              END-IF
              READ FIDTAXA NEXT RECORD
            END-PERFORM.
            CLOSE FIDTAXA.
       0109F-CARREGAR-SAIDA.
            EXIT.

       0109G-LOCALIZAR-TAXA               SECTION.
            IF WRK-TXP-CATEGORIA(WRK-IND-TAXA) EQUAL PROD-CATEGORIA
               SET TAXA-ACHADA TO TRUE
            ELSE
               ADD 1 TO WRK-IND-TAXA
            END-IF.

      *--- GRAVA O EFEITO MONTADO PELO CHAMADOR NA NOTA CORRENTE ---
       0109E-GRAVAR-EFEITO                SECTION.
            IF EFEITOS-ABERTO
               MOVE WRK-FILIAL   TO NEF-FILIAL
               MOVE WRK-NUM-NOTA TO NEF-NOTA
               MOVE DTM-AAAAMMDD TO NEF-DATA
               WRITE REG-NOTAEFE
            END-IF.
      *     AS BAIXAS DE ESTOQUE TAMBEM VAO PARA O DIARIO DO CAIXA
            IF NEF-BAIXA-ESTOQUE OR NEF-BAIXA-FILIAL OR NEF-BAIXA-LOTE
               MOVE NEF-TIPO       TO EDI-TIPO
               MOVE WRK-NUM-NOTA   TO EDI-NOTA
               MOVE NEF-CODIGO     TO EDI-CODIGO
               MOVE NEF-REFERENCIA TO EDI-REFERENCIA
               MOVE NEF-QTD        TO EDI-QTD
               PERFORM 0126A-GRAVAR-DIARIO
            END-IF.

      *--- PRODUTO COM LOTE SO VENDE DE LOTE DENTRO DA VALIDADE; ---
      *--- A UNIDADE SAI DO LOTE QUE VENCE PRIMEIRO (FEFO)       ---
       0206-CONSUMIR-LOTE-FEFO            SECTION.
            IF PRODUTO-TEM-LOTE AND LOTE-VALIDO-ACHADO
               SUBTRACT 1 FROM WRK-LOT-QTD(WRK-IND-FEFO)
               SET LOTES-ALTERADOS TO TRUE
               MOVE 'L'         TO NEF-TIPO
               MOVE PROD-CODIGO TO NEF-CODIGO
               MOVE WRK-LOT-NUMERO(WRK-IND-FEFO) TO NEF-REFERENCIA
               MOVE WRK-LOT-NUMERO(WRK-IND-FEFO) TO WRK-LOTE-VENDIDO
               MOVE 1           TO NEF-QTD
               MOVE ZEROS       TO NEF-VALOR
               PERFORM 0109E-GRAVAR-EFEITO
               DISPLAY "UNIDADE DO LOTE "
                       WRK-LOT-NUMERO(WRK-IND-FEFO)
                       " (VENCE " WRK-LOT-VALIDADE(WRK-IND-FEFO)
               IF WRK-LOT-QTD(WRK-IND-LOTE) GREATER ZEROS
                  AND WRK-LOT-VALIDADE(WRK-IND-LOTE) IS GREATER
                      THAN OR EQUAL TO DTM-AAAAMMDD
                  AND WRK-LOT-BLOQ(WRK-IND-LOTE) NOT EQUAL "S"
                  IF NOT LOTE-VALIDO-ACHADO
                     SET LOTE-VALIDO-ACHADO TO TRUE
                     MOVE WRK-IND-LOTE TO WRK-IND-FEFO
                  GO TO 0202-VENDER-SAIDA
               END-IF
            END-IF.
            IF WRK-FORMA-PAGTO EQUAL "PONTOS"
               COMPUTE WRK-EXCEDENTE-VALE = WRK-NOTA-ACUM
                   + WRK-KIT-VALOR(WRK-IND-KIT)
               IF WRK-EXCEDENTE-VALE GREATER WRK-SALDO-PONTOS-RS
                  DISPLAY "SALDO DE PONTOS NAO COBRE O KIT - VENDA "
                          "RECUSADA"
                  GO TO 0202-VENDER-SAIDA
               END-IF
            END-IF.

            MOVE 1 TO WRK-IND-KIT.
            PERFORM 0202B-BAIXAR-COMPONENTE
               MOVE WRK-PRODUTO TO WRK-IT-DESCR(WRK-QTD-ITENS-DOC)
               MOVE WRK-VALOR   TO WRK-IT-VALOR(WRK-QTD-ITENS-DOC)
               MOVE "N"         TO WRK-IT-PROMO(WRK-QTD-ITENS-DOC)
               MOVE 1           TO WRK-IT-QTD(WRK-QTD-ITENS-DOC)
            END-IF.
            PERFORM 0104B-CALCULAR-ICMS-ITEM.

            MOVE WRK-FORMA-PAGTO  TO MOV-FORMA-PAGTO.
            MOVE WRK-FILIAL       TO MOV-FILIAL.
            MOVE WRK-OPERADOR     TO MOV-OPERADOR.
            MOVE ZEROS            TO MOV-DESCONTO.
            MOVE SPACES           TO MOV-LOTE.
            PERFORM 0207A-GUARDAR-MOVIMENTO.
            PERFORM 0119A-ACUMULAR-CATEGORIA.
            PERFORM 0119C-ACUMULAR-PONTOS.
            DISPLAY "KIT VENDIDO: " WRK-PRODUTO " " WRK-VALOR.
       0202-VENDER-SAIDA.
            EXIT.
               IF PRODUTO-TEM-LOTE AND NOT LOTE-VALIDO-ACHADO
                  MOVE "N" TO WRK-SW-KIT-OK
                  DISPLAY "COMPONENTE " PROD-CODIGO " SO TEM SALDO "
                          "EM LOTE VENCIDO OU BLOQUEADO - KIT "
                          "BLOQUEADO"
               END-IF
            END-IF.

                          "A NOTA) "
                    ACCEPT WRK-COD-ENTRADA
                ELSE
                  PERFORM 0104H-OBTER-QUANTIDADE
                  PERFORM 0115-VERIFICAR-ESTOQUE
                  IF ESTOQUE-LIBERADO
                    MOVE PROD-DESCRICAO TO WRK-PRODUTO
                    MOVE PROD-VALOR     TO WRK-VALOR
                    PERFORM 0104-APLICAR-PROMOCAO
                    PERFORM 0104F-APLICAR-FAIXA
                    PERFORM 0104D-VERIFICAR-MARGEM
                    IF MARGEM-LIBERADA
                      SET PRODUTO-ACHADO TO TRUE
                      DISPLAY "PRODUTO.: " WRK-PRODUTO
                      DISPLAY "QTD.....: " WRK-QTD-LINHA
                      DISPLAY "VALOR...: " WRK-VALOR
                    ELSE
                      DISPLAY "CODIGO DO PRODUTO (OU 'FIM' PARA "
               ADD 1 TO WRK-IND-CATVEN
            END-IF.

      *--- PONTOS DO ITEM PARA CLIENTE IDENTIFICADO, PELA TAXA DA  ---
      *--- CATEGORIA - NOTA PAGA COM PONTOS NAO RENDE PONTOS        ---
       0119C-ACUMULAR-PONTOS              SECTION.
            IF WRK-ID-CLIENTE EQUAL ZEROS
               OR WRK-FORMA-PAGTO EQUAL "PONTOS"
               GO TO 0119C-ACUMULAR-SAIDA
            END-IF.
            MOVE 1   TO WRK-IND-TAXA.
            MOVE "N" TO WRK-SW-TAXA.
            PERFORM 0109G-LOCALIZAR-TAXA
              UNTIL WRK-IND-TAXA GREATER WRK-QTD-TAXAS
                 OR TAXA-ACHADA.
            IF TAXA-ACHADA
               COMPUTE WRK-PONTOS-ITEM =
                   WRK-VALOR * WRK-TXP-PONTOS(WRK-IND-TAXA)
            ELSE
               COMPUTE WRK-PONTOS-ITEM =
                   WRK-VALOR * WRK-TAXA-PADRAO
            END-IF.
            ADD WRK-PONTOS-ITEM TO WRK-PONTOS-NOTA.
       0119C-ACUMULAR-SAIDA.
            EXIT.

      *--- SALDOS POR FILIAL CARREGADOS NA ABERTURA ---
       0118-CARREGAR-ESTFILIA             SECTION.
            PERFORM 0148-OBTER-CAMINHO-ESTFILIA.
            IF SALDO-FILIAL-ACHADO
               IF WRK-EST-QTD(WRK-IND-ESTFIL) GREATER ZEROS
                  SUBTRACT 1 FROM WRK-EST-QTD(WRK-IND-ESTFIL)
                  MOVE 'F'         TO NEF-TIPO
                  MOVE PROD-CODIGO TO NEF-CODIGO
                  MOVE SPACES      TO NEF-REFERENCIA
                  MOVE 1           TO NEF-QTD
                  MOVE ZEROS       TO NEF-VALOR
                  PERFORM 0109E-GRAVAR-EFEITO
               END-IF
               SET ESTFILIA-ALTERADO TO TRUE
            END-IF.
            WRITE REG-ESTFILIA.
            ADD 1 TO WRK-IND-ESTFIL.

      *--------------------------------------------------------------
      *  0125-RECUPERAR-SESSAO: A ULTIMA SESSAO DA FILIAL NO DIARIO
      *  DE ESTOQUE SEM AS LINHAS DE FECHO FOI INTERROMPIDA - OS
      *  SALDOS DE FILIAL E LOTE EM DISCO SAO OS DO FECHO ANTERIOR.
      *  CADA NOTA DO DIARIO E CONFERIDA CONTRA O VENDMOV.DAT:
      *  CONCLUIDA (COM MOVIMENTO OU COM A LINHA N NO DIARIO) TEM AS
      *  BAIXAS DE FILIAL E LOTE REAPLICADAS; INTERROMPIDA NO MEIO
      *  TEM A BAIXA NO TOTAL DA EMPRESA (JA REGRAVADA NO CADASTRO)
      *  DEVOLVIDA. CADA ARQUIVO ACERTADO RECEBE A SUA LINHA DE FECHO
      *  NA HORA - UMA RECUPERACAO INTERROMPIDA NAO APLICA DE NOVO O
      *  QUE JA FOI GRAVADO.
      *--------------------------------------------------------------
       0125-RECUPERAR-SESSAO              SECTION.
            MOVE "N"   TO WRK-SW-RECUPERACAO.
            MOVE "N"   TO WRK-SW-SESSAO-DIA.
            MOVE ZEROS TO WRK-QTD-DIA WRK-QTD-RNT WRK-DIA-EXCEDENTES.
            PERFORM 0120-OBTER-CAMINHO-ESTDIA.
            OPEN INPUT ESTDIA.
            IF FS-ESTDIA NOT EQUAL 0
               GO TO 0125-RECUPERAR-SAIDA
            END-IF.
            READ ESTDIA NEXT RECORD.
            PERFORM 0125A-LER-DIARIO
              UNTIL FS-ESTDIA NOT EQUAL 00.
            CLOSE ESTDIA.

            IF NOT SESSAO-NO-DIARIO
               GO TO 0125-RECUPERAR-SAIDA
            END-IF.
            IF DIARIO-ESTFILIA-FECHADO AND DIARIO-LOTES-FECHADO
               GO TO 0125-RECUPERAR-SAIDA
            END-IF.

            DISPLAY "SESSAO DA FILIAL " WRK-FILIAL " ABERTA EM "
                    WRK-SES-DATA " " WRK-SES-HORA " POR "
                    WRK-SES-OPERADOR " NAO FOI FECHADA".
            DISPLAY "RECUPERANDO O DIARIO DE ESTOQUE - "
                    WRK-QTD-RNT " NOTA(S)".
            IF WRK-DIA-EXCEDENTES GREATER ZEROS
               DISPLAY "DIARIO COM " WRK-DIA-EXCEDENTES
                       " LINHA(S) ALEM DA CAPACIDADE - CONFIRA OS "
                       "SALDOS DESSAS NOTAS NO INVENTARIO"
            END-IF.

            PERFORM 0125C-CONFERIR-VENDMOV.
            IF RECUPERACAO-PENDENTE
               GO TO 0125-RECUPERAR-SAIDA
            END-IF.

      *     1) TOTAL DA EMPRESA DAS NOTAS INTERROMPIDAS
            IF NOT DIARIO-PRODUTOS-FECHADO
               PERFORM 0125F-DEVOLVER-EMPRESA
                 VARYING WRK-IND-DIA FROM 1 BY 1
                   UNTIL WRK-IND-DIA GREATER WRK-QTD-DIA
               MOVE 'C'        TO EDI-TIPO
               MOVE SPACES     TO EDI-NOTA
               MOVE ZEROS      TO EDI-CODIGO EDI-QTD
               MOVE "PRODUTOS" TO EDI-REFERENCIA
               PERFORM 0126A-GRAVAR-DIARIO
            END-IF.

      *     2) FILIAL E LOTE DAS NOTAS CONCLUIDAS, REGRAVADOS JA
            PERFORM 0125G-REAPLICAR-BAIXA
              VARYING WRK-IND-DIA FROM 1 BY 1
                UNTIL WRK-IND-DIA GREATER WRK-QTD-DIA.
            PERFORM 0127-GRAVAR-SALDOS.
            IF NOT FECHO-ESTFILIA-OK OR NOT FECHO-LOTES-OK
               SET RECUPERACAO-PENDENTE TO TRUE
            END-IF.

            PERFORM 0125J-IMPRIMIR-RECUPERACAO.
       0125-RECUPERAR-SAIDA.
            EXIT.

      *--- LINHA DO DIARIO: SO INTERESSA A ULTIMA SESSAO DA FILIAL ---
       0125A-LER-DIARIO                   SECTION.
            IF EDI-FILIAL NOT EQUAL WRK-FILIAL
               READ ESTDIA NEXT RECORD
               GO TO 0125A-LER-SAIDA
            END-IF.
            EVALUATE TRUE
              WHEN EDI-ABERTURA
                 SET SESSAO-NO-DIARIO TO TRUE
                 MOVE "N"          TO WRK-SW-DIA-EST
                 MOVE "N"          TO WRK-SW-DIA-LOT
                 MOVE "N"          TO WRK-SW-DIA-PRD
                 MOVE ZEROS        TO WRK-QTD-DIA
                 MOVE ZEROS        TO WRK-QTD-RNT
                 MOVE ZEROS        TO WRK-DIA-EXCEDENTES
                 MOVE EDI-DATA     TO WRK-SES-DATA
                 MOVE EDI-HORA     TO WRK-SES-HORA
                 MOVE EDI-OPERADOR TO WRK-SES-OPERADOR
              WHEN EDI-FECHO
                 EVALUATE EDI-REFERENCIA
                   WHEN "ESTFILIA"
                      SET DIARIO-ESTFILIA-FECHADO TO TRUE
                   WHEN "LOTES"
                      SET DIARIO-LOTES-FECHADO TO TRUE
                   WHEN "PRODUTOS"
                      SET DIARIO-PRODUTOS-FECHADO TO TRUE
                 END-EVALUATE
              WHEN EDI-BAIXA-ESTOQUE
              WHEN EDI-BAIXA-FILIAL
              WHEN EDI-BAIXA-LOTE
              WHEN EDI-NOTA-CONCLUIDA
                 IF SESSAO-NO-DIARIO
                    PERFORM 0125B-GUARDAR-MOVIMENTO
                 END-IF
            END-EVALUATE.
            READ ESTDIA NEXT RECORD.
       0125A-LER-SAIDA.
            EXIT.

       0125B-GUARDAR-MOVIMENTO            SECTION.
            MOVE EDI-NOTA TO WRK-RNT-BUSCA-NOTA.
            MOVE EDI-DATA TO WRK-RNT-BUSCA-DATA.
            PERFORM 0125D-LOCALIZAR-NOTA.
            IF NOT NOTA-DIARIO-ACHADA
               IF WRK-QTD-RNT NOT LESS WRK-MAX-RNT
                  ADD 1 TO WRK-DIA-EXCEDENTES
                  GO TO 0125B-GUARDAR-SAIDA
               END-IF
               ADD 1 TO WRK-QTD-RNT
               MOVE WRK-QTD-RNT TO WRK-IND-RNT
               MOVE EDI-NOTA    TO WRK-RNT-NOTA(WRK-IND-RNT)
               MOVE EDI-DATA    TO WRK-RNT-DATA(WRK-IND-RNT)
               MOVE "N"         TO WRK-RNT-CONCLUIDA(WRK-IND-RNT)
               MOVE "N"         TO WRK-RNT-NO-MOV(WRK-IND-RNT)
               MOVE "D"         TO WRK-RNT-SITUACAO(WRK-IND-RNT)
               MOVE ZEROS       TO WRK-RNT-QTD-FIL(WRK-IND-RNT)
               MOVE ZEROS       TO WRK-RNT-QTD-LOT(WRK-IND-RNT)
               MOVE ZEROS       TO WRK-RNT-QTD-EMP(WRK-IND-RNT)
            END-IF.
            IF EDI-NOTA-CONCLUIDA
               MOVE "S" TO WRK-RNT-CONCLUIDA(WRK-IND-RNT)
               GO TO 0125B-GUARDAR-SAIDA
            END-IF.
            IF WRK-QTD-DIA NOT LESS WRK-MAX-DIA
               ADD 1 TO WRK-DIA-EXCEDENTES
               GO TO 0125B-GUARDAR-SAIDA
            END-IF.
            ADD 1 TO WRK-QTD-DIA.
            MOVE EDI-TIPO       TO WRK-DIA-TIPO(WRK-QTD-DIA).
            MOVE WRK-IND-RNT    TO WRK-DIA-IND-NOTA(WRK-QTD-DIA).
            MOVE EDI-CODIGO     TO WRK-DIA-CODIGO(WRK-QTD-DIA).
            MOVE EDI-REFERENCIA TO WRK-DIA-LOTE(WRK-QTD-DIA).
            MOVE EDI-QTD        TO WRK-DIA-QTD(WRK-QTD-DIA).
       0125B-GUARDAR-SAIDA.
            EXIT.

      *--- NOTA/DATA EM WRK-RNT-BUSCA-* NA TABELA DA RECUPERACAO ---
       0125D-LOCALIZAR-NOTA               SECTION.
            MOVE "N" TO WRK-SW-RNT.
            MOVE 1   TO WRK-IND-RNT.
            PERFORM 0125E-TESTAR-NOTA
              UNTIL WRK-IND-RNT GREATER WRK-QTD-RNT
                 OR NOTA-DIARIO-ACHADA.

       0125E-TESTAR-NOTA                  SECTION.
            IF WRK-RNT-NOTA(WRK-IND-RNT) EQUAL WRK-RNT-BUSCA-NOTA
               AND WRK-RNT-DATA(WRK-IND-RNT) EQUAL WRK-RNT-BUSCA-DATA
               SET NOTA-DIARIO-ACHADA TO TRUE
            ELSE
               ADD 1 TO WRK-IND-RNT
            END-IF.

      *--------------------------------------------------------------
      *  0125C-CONFERIR-VENDMOV: MARCA AS NOTAS DO DIARIO QUE TEM
      *  LINHA NO MOVIMENTO DE VENDAS DA FILIAL E DECIDE A SITUACAO
      *  DE CADA UMA. O MOVIMENTO E REABERTO PARA A VENDA DO DIA.
      *--------------------------------------------------------------
       0125C-CONFERIR-VENDMOV             SECTION.
            CLOSE VENDMOV.
            OPEN INPUT VENDMOV.
            IF FS-VENDMOV EQUAL 0
               READ VENDMOV NEXT RECORD
               PERFORM 0125H-MARCAR-NOTA-VENDIDA
                 UNTIL FS-VENDMOV NOT EQUAL 00
               CLOSE VENDMOV
            END-IF.
            OPEN EXTEND VENDMOV.
            IF FS-VENDMOV NOT EQUAL 0
               DISPLAY "MOVIMENTO DE VENDAS NAO FOI REABERTO - "
                       "STATUS " FS-VENDMOV
               SET RECUPERACAO-PENDENTE TO TRUE
               GO TO 0125C-CONFERIR-SAIDA
            END-IF.
            MOVE 1 TO WRK-IND-RNT.
            PERFORM 0125I-DECIDIR-SITUACAO
              UNTIL WRK-IND-RNT GREATER WRK-QTD-RNT.
       0125C-CONFERIR-SAIDA.
            EXIT.

       0125H-MARCAR-NOTA-VENDIDA          SECTION.
            IF MOV-FILIAL EQUAL WRK-FILIAL
               MOVE MOV-NOTA TO WRK-RNT-BUSCA-NOTA
               MOVE MOV-DATA TO WRK-RNT-BUSCA-DATA
               PERFORM 0125D-LOCALIZAR-NOTA
               IF NOTA-DIARIO-ACHADA
                  MOVE "S" TO WRK-RNT-NO-MOV(WRK-IND-RNT)
               END-IF
            END-IF.
            READ VENDMOV NEXT RECORD.

       0125I-DECIDIR-SITUACAO             SECTION.
            IF WRK-RNT-NO-MOV(WRK-IND-RNT) EQUAL "S"
               OR WRK-RNT-CONCLUIDA(WRK-IND-RNT) EQUAL "S"
               MOVE "R" TO WRK-RNT-SITUACAO(WRK-IND-RNT)
               ADD 1 TO WRK-TOT-RESTAURADAS
            ELSE
               MOVE "D" TO WRK-RNT-SITUACAO(WRK-IND-RNT)
               ADD 1 TO WRK-TOT-DEVOLVIDAS
            END-IF.
            ADD 1 TO WRK-IND-RNT.

      *--- NOTA INTERROMPIDA: A UNIDADE VOLTA AO TOTAL DA EMPRESA ---
       0125F-DEVOLVER-EMPRESA             SECTION.
            MOVE WRK-DIA-IND-NOTA(WRK-IND-DIA) TO WRK-IND-RNT.
            IF WRK-DIA-TIPO(WRK-IND-DIA) NOT EQUAL 'E'
               OR NOT RNT-DEVOLVIDA(WRK-IND-RNT)
               GO TO 0125F-DEVOLVER-SAIDA
            END-IF.
            MOVE WRK-DIA-CODIGO(WRK-IND-DIA) TO PROD-CODIGO.
            READ PRODUTOS
              INVALID KEY
                DISPLAY "PRODUTO " PROD-CODIGO " DA NOTA "
                        WRK-RNT-NOTA(WRK-IND-RNT)
                        " NAO ACHADO - ESTOQUE NAO DEVOLVIDO"
                GO TO 0125F-DEVOLVER-SAIDA
            END-READ.
            ADD WRK-DIA-QTD(WRK-IND-DIA) TO PROD-QTD-ESTOQUE.
            REWRITE REG-PRODUTOS
              INVALID KEY
                DISPLAY "ESTOQUE NAO FOI DEVOLVIDO - PRODUTO "
                        PROD-CODIGO
                GO TO 0125F-DEVOLVER-SAIDA
            END-REWRITE.
            ADD WRK-DIA-QTD(WRK-IND-DIA)
              TO WRK-RNT-QTD-EMP(WRK-IND-RNT).
       0125F-DEVOLVER-SAIDA.
            EXIT.

      *--- NOTA CONCLUIDA: REFAZ NA MEMORIA A BAIXA DE FILIAL/LOTE ---
       0125G-REAPLICAR-BAIXA              SECTION.
            MOVE WRK-DIA-IND-NOTA(WRK-IND-DIA) TO WRK-IND-RNT.
            IF NOT RNT-RESTAURADA(WRK-IND-RNT)
               GO TO 0125G-REAPLICAR-SAIDA
            END-IF.
            IF WRK-DIA-TIPO(WRK-IND-DIA) EQUAL 'F'
               AND NOT DIARIO-ESTFILIA-FECHADO
               MOVE 1   TO WRK-IND-ESTFIL
               MOVE "N" TO WRK-SW-ESTFIL
               PERFORM 0125K-LOCALIZAR-SALDO
                 UNTIL WRK-IND-ESTFIL GREATER WRK-QTD-ESTFIL
                    OR SALDO-FILIAL-ACHADO
               IF SALDO-FILIAL-ACHADO
                  IF WRK-EST-QTD(WRK-IND-ESTFIL) GREATER
                       WRK-DIA-QTD(WRK-IND-DIA)
                     SUBTRACT WRK-DIA-QTD(WRK-IND-DIA)
                       FROM WRK-EST-QTD(WRK-IND-ESTFIL)
                  ELSE
                     MOVE ZEROS TO WRK-EST-QTD(WRK-IND-ESTFIL)
                  END-IF
                  SET ESTFILIA-ALTERADO TO TRUE
                  ADD WRK-DIA-QTD(WRK-IND-DIA)
                    TO WRK-RNT-QTD-FIL(WRK-IND-RNT)
               END-IF
            END-IF.
            IF WRK-DIA-TIPO(WRK-IND-DIA) EQUAL 'L'
               AND NOT DIARIO-LOTES-FECHADO
               MOVE 1   TO WRK-IND-LOTE
               MOVE "N" TO WRK-SW-LOTE-VIVO
               PERFORM 0125L-LOCALIZAR-LOTE
                 UNTIL WRK-IND-LOTE GREATER WRK-QTD-LOTES
                    OR LOTE-VALIDO-ACHADO
               IF LOTE-VALIDO-ACHADO
                  IF WRK-LOT-QTD(WRK-IND-LOTE) GREATER
                       WRK-DIA-QTD(WRK-IND-DIA)
                     SUBTRACT WRK-DIA-QTD(WRK-IND-DIA)
                       FROM WRK-LOT-QTD(WRK-IND-LOTE)
                  ELSE
                     MOVE ZEROS TO WRK-LOT-QTD(WRK-IND-LOTE)
                  END-IF
                  SET LOTES-ALTERADOS TO TRUE
                  ADD WRK-DIA-QTD(WRK-IND-DIA)
                    TO WRK-RNT-QTD-LOT(WRK-IND-RNT)
               END-IF
            END-IF.
       0125G-REAPLICAR-SAIDA.
            EXIT.

       0125K-LOCALIZAR-SALDO              SECTION.
            IF WRK-EST-FILIAL(WRK-IND-ESTFIL) EQUAL WRK-FILIAL
               AND WRK-EST-CODIGO(WRK-IND-ESTFIL) EQUAL
                   WRK-DIA-CODIGO(WRK-IND-DIA)
               SET SALDO-FILIAL-ACHADO TO TRUE
            ELSE
               ADD 1 TO WRK-IND-ESTFIL
            END-IF.

       0125L-LOCALIZAR-LOTE               SECTION.
            IF WRK-LOT-CODIGO(WRK-IND-LOTE) EQUAL
                 WRK-DIA-CODIGO(WRK-IND-DIA)
               AND WRK-LOT-NUMERO(WRK-IND-LOTE) EQUAL
                   WRK-DIA-LOTE(WRK-IND-DIA)
               SET LOTE-VALIDO-ACHADO TO TRUE
            ELSE
               ADD 1 TO WRK-IND-LOTE
            END-IF.

      *--------------------------------------------------------------
      *  0125J-IMPRIMIR-RECUPERACAO: RELATORIO DATADO RECUPCAIXA
      *  (MODULO RELGER) COM CADA NOTA TRATADA E AS QUANTIDADES
      *  REAPLICADAS NA FILIAL E NO LOTE OU DEVOLVIDAS A EMPRESA.
      *--------------------------------------------------------------
       0125J-IMPRIMIR-RECUPERACAO         SECTION.
            MOVE "RECUPCAIXA" TO RG-NOME-RELATORIO.
            CALL "RELGER" USING WRK-AREA-RELGER.
            MOVE RG-CAMINHO TO WRK-CAMINHO-RELRECUP.
            OPEN EXTEND RELRECUP.
            IF FS-RELRECUP EQUAL 35
               OPEN OUTPUT RELRECUP
            END-IF.
            IF FS-RELRECUP NOT EQUAL 0
               DISPLAY "RELATORIO DA RECUPERACAO NAO FOI ABERTO - "
                       "STATUS " FS-RELRECUP
            END-IF.

            MOVE SPACES TO REG-RELRECUP.
            STRING "FILIAL " WRK-FILIAL
                   " - RECUPERACAO DE SESSAO DE CAIXA INTERROMPIDA"
              DELIMITED BY SIZE INTO REG-RELRECUP
            END-STRING.
            PERFORM 0125M-GRAVAR-LINHA-RECUP.
            MOVE SPACES TO REG-RELRECUP.
            STRING "SESSAO ABERTA EM " WRK-SES-DATA " "
                   WRK-SES-HORA " POR " WRK-SES-OPERADOR
              DELIMITED BY SIZE INTO REG-RELRECUP
            END-STRING.
            PERFORM 0125M-GRAVAR-LINHA-RECUP.
            MOVE SPACES TO REG-RELRECUP.
            STRING "RECUPERADA EM " DTM-AAAAMMDD " POR "
                   WRK-OPERADOR
              DELIMITED BY SIZE INTO REG-RELRECUP
            END-STRING.
            PERFORM 0125M-GRAVAR-LINHA-RECUP.
            MOVE SPACES TO REG-RELRECUP.
            PERFORM 0125M-GRAVAR-LINHA-RECUP.
            MOVE "NOTA  DATA      SITUACAO                          FIL
      -         "IAL   LOTE  EMPRESA" TO REG-RELRECUP.
            PERFORM 0125M-GRAVAR-LINHA-RECUP.

            MOVE 1 TO WRK-IND-RNT.
            PERFORM 0125N-LINHA-NOTA
              UNTIL WRK-IND-RNT GREATER WRK-QTD-RNT.

            MOVE SPACES TO REG-RELRECUP.
            PERFORM 0125M-GRAVAR-LINHA-RECUP.
            MOVE SPACES TO REG-RELRECUP.
            STRING "NOTAS RESTAURADAS " WRK-TOT-RESTAURADAS
                   "  INTERROMPIDAS (ESTOQUE DEVOLVIDO) "
                   WRK-TOT-DEVOLVIDAS
              DELIMITED BY SIZE INTO REG-RELRECUP
            END-STRING.
            PERFORM 0125M-GRAVAR-LINHA-RECUP.
            IF WRK-DIA-EXCEDENTES GREATER ZEROS
               MOVE SPACES TO REG-RELRECUP
               STRING "LINHAS DO DIARIO ALEM DA CAPACIDADE "
                      WRK-DIA-EXCEDENTES " - CONFERIR NO INVENTARIO"
                 DELIMITED BY SIZE INTO REG-RELRECUP
               END-STRING
               PERFORM 0125M-GRAVAR-LINHA-RECUP
            END-IF.
            IF RECUPERACAO-PENDENTE
               MOVE "SALDOS NAO REGRAVADOS - RECUPERACAO REPETIDA NA P
      -            "ROXIMA ABERTURA" TO REG-RELRECUP
               PERFORM 0125M-GRAVAR-LINHA-RECUP
            END-IF.
            IF FS-RELRECUP EQUAL 0
               CLOSE RELRECUP
               DISPLAY "RELATORIO DA RECUPERACAO EM "
                       WRK-CAMINHO-RELRECUP
            END-IF.

       0125M-GRAVAR-LINHA-RECUP           SECTION.
            DISPLAY REG-RELRECUP.
            IF FS-RELRECUP EQUAL 0
               WRITE REG-RELRECUP
            END-IF.

       0125N-LINHA-NOTA                   SECTION.
            MOVE WRK-RNT-NOTA(WRK-IND-RNT)    TO WRK-LRC-NOTA.
            MOVE WRK-RNT-DATA(WRK-IND-RNT)    TO WRK-LRC-DATA.
            IF RNT-RESTAURADA(WRK-IND-RNT)
               IF WRK-RNT-NO-MOV(WRK-IND-RNT) EQUAL "S"
                  MOVE "RESTAURADA"
                    TO WRK-LRC-SITUACAO
               ELSE
                  MOVE "RESTAURADA - SEM VENDMOV, CONFERIR"
                    TO WRK-LRC-SITUACAO
               END-IF
            ELSE
               MOVE "INTERROMPIDA - ESTOQUE DEVOLVIDO"
                 TO WRK-LRC-SITUACAO
            END-IF.
            MOVE WRK-RNT-QTD-FIL(WRK-IND-RNT) TO WRK-LRC-QTD-FIL.
            MOVE WRK-RNT-QTD-LOT(WRK-IND-RNT) TO WRK-LRC-QTD-LOT.
            MOVE WRK-RNT-QTD-EMP(WRK-IND-RNT) TO WRK-LRC-QTD-EMP.
            MOVE WRK-LINHA-RECUP TO REG-RELRECUP.
            PERFORM 0125M-GRAVAR-LINHA-RECUP.
            ADD 1 TO WRK-IND-RNT.

      *--- ABRE A SESSAO DO DIA NO DIARIO DE ESTOQUE ---
       0126-ABRIR-DIARIO                  SECTION.
            MOVE 'A'    TO EDI-TIPO.
            MOVE SPACES TO EDI-NOTA EDI-REFERENCIA.
            MOVE ZEROS  TO EDI-CODIGO EDI-QTD.
            PERFORM 0126A-GRAVAR-DIARIO.
            IF NOT DIARIO-ATIVO
               DISPLAY "AS BAIXAS DESTE CAIXA NAO SERAO RECUPERADAS "
                       "SE A SESSAO FOR INTERROMPIDA"
            END-IF.

      *--------------------------------------------------------------
      *  0126A-GRAVAR-DIARIO: GRAVA A LINHA MONTADA PELO CHAMADOR.
      *  O ARQUIVO E ABERTO E FECHADO A CADA LINHA PARA QUE ELA
      *  ESTEJA NO DISCO SE O CAIXA CAIR LOGO DEPOIS. SEM O ARQUIVO
      *  A VENDA SEGUE, COMO COM O NOTAEFE.
      *--------------------------------------------------------------
       0126A-GRAVAR-DIARIO                SECTION.
            IF NOT DIARIO-ATIVO
               GO TO 0126A-GRAVAR-SAIDA
            END-IF.
            ACCEPT WRK-EDI-HORA FROM TIME.
            MOVE WRK-FILIAL        TO EDI-FILIAL.
            MOVE DTM-AAAAMMDD      TO EDI-DATA.
            MOVE WRK-EDI-HORA(1:6) TO EDI-HORA.
            MOVE WRK-OPERADOR      TO EDI-OPERADOR.
            OPEN EXTEND ESTDIA.
            IF FS-ESTDIA EQUAL 35
               OPEN OUTPUT ESTDIA
            END-IF.
            IF FS-ESTDIA NOT EQUAL 0
               DISPLAY "DIARIO DE ESTOQUE NAO FOI ABERTO - STATUS "
                       FS-ESTDIA
               MOVE "N" TO WRK-SW-DIARIO
               GO TO 0126A-GRAVAR-SAIDA
            END-IF.
            WRITE REG-ESTDIA.
            CLOSE ESTDIA.
       0126A-GRAVAR-SAIDA.
            EXIT.

      *--------------------------------------------------------------
      *  0127-GRAVAR-SALDOS: REGRAVA OS SALDOS POR FILIAL E POR LOTE
      *  ALTERADOS E FECHA CADA UM NO DIARIO. ARQUIVO QUE NAO FOI
      *  REGRAVADO FICA SEM FECHO - AS SUAS BAIXAS SAO REAPLICADAS
      *  PELO DIARIO NA PROXIMA ABERTURA.
      *--------------------------------------------------------------
       0127-GRAVAR-SALDOS                 SECTION.
            MOVE "S" TO WRK-SW-FECHO-EST.
            IF ESTFILIA-ALTERADO
               PERFORM 0118D-REGRAVAR-ESTFILIA
               IF FS-ESTFILIA NOT EQUAL 0
                  MOVE "N" TO WRK-SW-FECHO-EST
               END-IF
            END-IF.
            IF FECHO-ESTFILIA-OK
               MOVE 'C'        TO EDI-TIPO
               MOVE SPACES     TO EDI-NOTA
               MOVE ZEROS      TO EDI-CODIGO EDI-QTD
               MOVE "ESTFILIA" TO EDI-REFERENCIA
               PERFORM 0126A-GRAVAR-DIARIO
            END-IF.

            MOVE "S" TO WRK-SW-FECHO-LOT.
            IF LOTES-ALTERADOS
               PERFORM 0206B-REGRAVAR-LOTES
               IF FS-LOTES NOT EQUAL 0
                  MOVE "N" TO WRK-SW-FECHO-LOT
               END-IF
            END-IF.
            IF FECHO-LOTES-OK
               MOVE 'C'        TO EDI-TIPO
               MOVE SPACES     TO EDI-NOTA
               MOVE ZEROS      TO EDI-CODIGO EDI-QTD
               MOVE "LOTES"    TO EDI-REFERENCIA
               PERFORM 0126A-GRAVAR-DIARIO
            END-IF.

      *--- QUANTIDADE RESERVADA DO PRODUTO EM PROD-CODIGO ---
       0114-OBTER-RESERVA                 SECTION.
            MOVE ZEROS TO WRK-QTD-RESERVADA.
                 ACCEPT WRK-LIB-MARGEM
               IF WRK-LIB-MARGEM EQUAL "S"
                  OR WRK-LIB-MARGEM EQUAL "s"
                  MOVE 'M'              TO WRK-LIB-TIPO
                  MOVE PROD-CODIGO      TO WRK-LIB-PRODUTO
                  MOVE WRK-VALOR        TO WRK-LIB-VALOR-1
                  MOVE PROD-CUSTO-MEDIO TO WRK-LIB-VALOR-2
                  PERFORM 0104E-AUTORIZAR-LIBERACAO
                  IF SUP-AUTORIZADO
                     MOVE "S" TO WRK-SW-MARGEM
                  END-IF
               END-IF
            END-IF.

      *--- O SUPERVISOR SE IDENTIFICA (SUPAUT) E A LIBERACAO FICA ---
      *--- NO REGISTRO LIBERAC.DAT - SEM O REGISTRO NAO HA LIBERACAO -
       0104E-AUTORIZAR-LIBERACAO          SECTION.
            CALL "SUPAUT" USING WRK-AREA-SUPAUT.
            IF NOT SUP-AUTORIZADO
               GO TO 0104E-AUTORIZAR-SAIDA
            END-IF.
            DISPLAY "MOTIVO DA LIBERACAO "
              ACCEPT WRK-LIB-MOTIVO.
            PERFORM 0183-OBTER-CAMINHO-LIBERAC.
            OPEN EXTEND LIBERAC.
            IF FS-LIBERAC EQUAL 35
               OPEN OUTPUT LIBERAC
            END-IF.
            IF FS-LIBERAC NOT EQUAL 0
               DISPLAY "REGISTRO DE LIBERACOES NAO FOI ABERTO - "
                       "STATUS " FS-LIBERAC " - LIBERACAO RECUSADA"
               MOVE "N" TO SUP-SW-AUTORIZA
               GO TO 0104E-AUTORIZAR-SAIDA
            END-IF.
            MOVE DTM-AAAAMMDD    TO LIB-DATA.
            ACCEPT LIB-HORA FROM TIME.
            MOVE WRK-FILIAL      TO LIB-FILIAL.
            MOVE WRK-NUM-NOTA    TO LIB-NOTA.
            MOVE WRK-LIB-PRODUTO TO LIB-PRODUTO.
            MOVE WRK-ID-CLIENTE  TO LIB-ID-CLIENTE.
            MOVE WRK-OPERADOR    TO LIB-OPERADOR.
            MOVE SUP-ID          TO LIB-SUP-ID.
            MOVE SUP-NOME        TO LIB-SUP-NOME.
            MOVE WRK-LIB-TIPO    TO LIB-TIPO.
            MOVE WRK-LIB-MOTIVO  TO LIB-MOTIVO.
            MOVE WRK-LIB-VALOR-1 TO LIB-VALOR-1.
            MOVE WRK-LIB-VALOR-2 TO LIB-VALOR-2.
            WRITE REG-LIBERAC.
            CLOSE LIBERAC.
       0104E-AUTORIZAR-SAIDA.
            EXIT.

      *--- VENDA SO COM SALDO LIVRE (ESTOQUE MENOS RESERVAS DE ---
      *--- ENCOMENDA) OU LIBERACAO DO SUPERVISOR               ---
       0115-VERIFICAR-ESTOQUE             SECTION.
            PERFORM 0114-OBTER-RESERVA.
            COMPUTE WRK-SALDO-LIVRE =
                PROD-QTD-ESTOQUE - WRK-QTD-RESERVADA.
            IF WRK-SALDO-LIVRE LESS WRK-QTD-LINHA
               MOVE "N" TO WRK-SW-ESTOQUE
               IF PROD-QTD-ESTOQUE NOT LESS WRK-QTD-LINHA
                  DISPLAY "SALDO DO PRODUTO " PROD-CODIGO
                          " RESERVADO PARA ENCOMENDAS"
               ELSE
                  IF PROD-QTD-ESTOQUE GREATER ZEROS
                     DISPLAY "ESTOQUE DO PRODUTO " PROD-CODIGO
                             " NAO COBRE A QUANTIDADE " WRK-QTD-LINHA
                  ELSE
                     DISPLAY "SEM ESTOQUE PARA O PRODUTO " PROD-CODIGO
                  END-IF
               END-IF
            END-IF.
            IF ESTOQUE-LIBERADO AND WRK-QTD-LOTES GREATER ZEROS
               IF PRODUTO-TEM-LOTE AND NOT LOTE-VALIDO-ACHADO
                  MOVE "N" TO WRK-SW-ESTOQUE
                  DISPLAY "PRODUTO " PROD-CODIGO " SO TEM SALDO EM "
                          "LOTE VENCIDO OU BLOQUEADO - VENDA "
                          "BLOQUEADA"
                  GO TO 0115-VERIFICAR-SAIDA
               END-IF
            END-IF.
            IF ESTOQUE-LIBERADO AND WRK-QTD-ESTFIL GREATER ZEROS
               PERFORM 0118A-OBTER-SALDO-FILIAL
               IF WRK-SALDO-FILIAL LESS WRK-QTD-LINHA
                  MOVE "N" TO WRK-SW-ESTOQUE
                  DISPLAY "SEM SALDO NA FILIAL " WRK-FILIAL
                          " PARA O PRODUTO " PROD-CODIGO
               DISPLAY "SUPERVISOR LIBERA A VENDA MESMO ASSIM? (S/N) "
                 ACCEPT WRK-LIBERACAO
               IF WRK-LIBERACAO EQUAL "S" OR WRK-LIBERACAO EQUAL "s"
                  MOVE 'E'              TO WRK-LIB-TIPO
                  MOVE PROD-CODIGO      TO WRK-LIB-PRODUTO
                  MOVE WRK-SALDO-LIVRE  TO WRK-LIB-VALOR-1
                  MOVE PROD-QTD-ESTOQUE TO WRK-LIB-VALOR-2
                  PERFORM 0104E-AUTORIZAR-LIBERACAO
                  IF SUP-AUTORIZADO
                     MOVE "S" TO WRK-SW-ESTOQUE
                  END-IF
               END-IF
            END-IF.
       0115-VERIFICAR-SAIDA.


       0200-PROCESSAR                  SECTION.
            MOVE ZEROS TO WRK-QTD-UNID-VEND.
            MOVE "N"   TO WRK-SW-ITEM-VALE.
            PERFORM 0200A-VENDER-UNIDADE
              UNTIL WRK-QTD-UNID-VEND NOT LESS WRK-QTD-LINHA
                 OR ITEM-RECUSADO-VALE.
                PERFORM 0100-INICIALIZAR.

      *--- CADA UNIDADE DA LINHA E CONTABILIZADA EM SEPARADO (BAIXA ---
      *--- DE ESTOQUE, LOTE FEFO E MOVIMENTO POR UNIDADE); NO       ---
      *--- DOCUMENTO AS UNIDADES SOMAM NA MESMA LINHA               ---
       0200A-VENDER-UNIDADE            SECTION.
            PERFORM 0201-CONTABILIZAR-ITEM.
            IF NOT ITEM-RECUSADO-VALE
               ADD 1 TO WRK-QTD-UNID-VEND
            END-IF.

      *--- CONTABILIZA O ITEM EM WRK-PRODUTO/WRK-VALOR NA NOTA:    ---
      *--- ACUMULADORES, DOCUMENTO, ICMS, BAIXA DE ESTOQUE E       ---
      *--- MOVIMENTO - USADO PELA DIGITACAO E PELA CONVERSAO DE    ---
                  GO TO 0201-CONTABILIZAR-SAIDA
               END-IF
            END-IF.
            IF WRK-FORMA-PAGTO EQUAL "PONTOS"
               COMPUTE WRK-EXCEDENTE-VALE =
                   WRK-NOTA-ACUM + WRK-VALOR
               IF WRK-EXCEDENTE-VALE GREATER WRK-SALDO-PONTOS-RS
                  SET ITEM-RECUSADO-VALE TO TRUE
                  DISPLAY "SALDO DE PONTOS (" WRK-SALDO-PONTOS-RS
                          ") NAO COBRE O ITEM - ITEM RECUSADO; FECHE "
                          "A NOTA OU VENDA O ITEM EM OUTRA FORMA"
                  GO TO 0201-CONTABILIZAR-SAIDA
               END-IF
            END-IF.
            COMPUTE WRK-VEND-ACUM = WRK-VEND-ACUM + WRK-VALOR
              ADD 1 TO WRK-PROD-ACUM.
            COMPUTE WRK-NOTA-ACUM = WRK-NOTA-ACUM + WRK-VALOR
              ADD 1 TO WRK-NOTA-ITENS.
            IF WRK-QTD-UNID-VEND GREATER ZEROS
               AND NOT ITENS-DOC-OMITIDOS
               ADD 1 TO WRK-IT-QTD(WRK-QTD-ITENS-DOC)
               GO TO 0201-CONTABILIZAR-DOC-FIM
            END-IF.
            IF WRK-QTD-ITENS-DOC LESS WRK-MAX-ITENS-DOC
               ADD 1 TO WRK-QTD-ITENS-DOC
               MOVE WRK-PRODUTO TO WRK-IT-DESCR(WRK-QTD-ITENS-DOC)
               MOVE WRK-VALOR   TO WRK-IT-VALOR(WRK-QTD-ITENS-DOC)
               MOVE WRK-SW-PROMO TO WRK-IT-PROMO(WRK-QTD-ITENS-DOC)
               MOVE 1           TO WRK-IT-QTD(WRK-QTD-ITENS-DOC)
            ELSE
               IF NOT ITENS-DOC-OMITIDOS
                  DISPLAY "NOTA " WRK-NUM-NOTA " COM MAIS DE "
               END-IF
               SET ITENS-DOC-OMITIDOS TO TRUE
            END-IF.
       0201-CONTABILIZAR-DOC-FIM.
            PERFORM 0104B-CALCULAR-ICMS-ITEM.
            PERFORM 0205-BAIXAR-ESTOQUE.
            PERFORM 0207-GRAVAR-MOVIMENTO.
            IF WRK-PRODUTO(1:13) EQUAL "VALE PRESENTE"
               PERFORM 0208-EMITIR-VALE
            ELSE
               PERFORM 0119C-ACUMULAR-PONTOS
            END-IF.
            PERFORM 0119A-ACUMULAR-CATEGORIA.
       0201-CONTABILIZAR-SAIDA.
            EXIT.
            MOVE WRK-FORMA-PAGTO  TO MOV-FORMA-PAGTO.
            MOVE WRK-FILIAL       TO MOV-FILIAL.
            MOVE WRK-OPERADOR     TO MOV-OPERADOR.
            MOVE ZEROS            TO MOV-DESCONTO.
            MOVE WRK-LOTE-VENDIDO TO MOV-LOTE.
            PERFORM 0207A-GUARDAR-MOVIMENTO.

      *--- A LINHA FICA NA TABELA DA NOTA ATE O DESCONTO; TABELA ---
      *--- CHEIA GRAVA DIRETO (SEM RATEIO NESSA LINHA)           ---
       0207A-GUARDAR-MOVIMENTO         SECTION.
            IF WRK-QTD-MOV-NOTA LESS WRK-MAX-MOV-NOTA
               ADD 1 TO WRK-QTD-MOV-NOTA
               MOVE REG-VENDMOV TO WRK-MOVN-REG(WRK-QTD-MOV-NOTA)
               IF ALIQUOTA-ACHADA
                  MOVE WRK-IND-ALIQ
                    TO WRK-MOVN-ALIQ(WRK-QTD-MOV-NOTA)
               ELSE
                  MOVE ZEROS TO WRK-MOVN-ALIQ(WRK-QTD-MOV-NOTA)
               END-IF
               MOVE PROD-CATEGORIA TO WRK-MOVN-CATEG(WRK-QTD-MOV-NOTA)
            ELSE
               SET MOV-GRAVADO-DIRETO TO TRUE
               PERFORM 0207B-GRAVAR-MOV-RESUMO
            END-IF.

       0207B-GRAVAR-MOV-RESUMO         SECTION.
            WRITE REG-VENDMOV.
            PERFORM 0210-GRAVAR-ITEM-RESUMO.

      *--- BAIXA UMA UNIDADE DO ESTOQUE DO PRODUTO VENDIDO ---
      *--- (TOTAL DA EMPRESA E SALDO DA FILIAL VENDEDORA)  ---
       0205-BAIXAR-ESTOQUE             SECTION.
            MOVE ZEROS  TO WRK-QTD-BAIXADA.
            MOVE SPACES TO WRK-LOTE-VENDIDO.
            IF PROD-QTD-ESTOQUE GREATER ZEROS
               SUBTRACT 1 FROM PROD-QTD-ESTOQUE
               MOVE 1 TO WRK-QTD-BAIXADA
            END-IF.
            REWRITE REG-PRODUTOS
              INVALID KEY
                DISPLAY "ESTOQUE NAO FOI BAIXADO - PRODUTO "
                        PROD-CODIGO
                MOVE ZEROS TO WRK-QTD-BAIXADA
            END-REWRITE.
            IF WRK-QTD-BAIXADA GREATER ZEROS
               MOVE 'E'         TO NEF-TIPO
               MOVE PROD-CODIGO TO NEF-CODIGO
               MOVE SPACES      TO NEF-REFERENCIA
               MOVE 1           TO NEF-QTD
               MOVE ZEROS       TO NEF-VALOR
               PERFORM 0109E-GRAVAR-EFEITO
            END-IF.
            IF WRK-QTD-ESTFIL GREATER ZEROS
               PERFORM 0118C-BAIXAR-SALDO-FILIAL
            END-IF.
            END-IF.

       0210-GRAVAR-ITEM-RESUMO         SECTION.
            MOVE MOV-CODIGO    TO RSW-CODIGO.
            MOVE MOV-DESCRICAO TO RSW-DESCR.
            MOVE MOV-VALOR     TO RSW-VALOR.
            WRITE REG-RESWORK.

       0250-IMPRIMIR-NOTA                  SECTION.
           DISPLAY "NOTA " WRK-NUM-NOTA " - TOTAL " WRK-NOTA-ACUM
           DISPLAY "NOTA " WRK-NUM-NOTA " - PAGTO " WRK-FORMA-PAGTO
           DISPLAY "NOTA " WRK-NUM-NOTA " - ICMS  " WRK-ICMS-NOTA.
           PERFORM 0262-ENFILEIRAR-NFE.
           PERFORM 0260-GRAVAR-DOCUMENTO.

      *--- GRAVA O DOCUMENTO FORMATADO DA NOTA PARA O CLIENTE ---
             WRITE REG-NOTAFISC
           END-IF.

           IF WRK-DESC-NOTA GREATER ZEROS
             MOVE WRK-DESC-NOTA TO WRK-NF-DESCONTO
             MOVE WRK-DESC-PCT  TO WRK-NF-DESC-PCT
             MOVE WRK-NF-LINHA-DESC TO REG-NOTAFISC
             WRITE REG-NOTAFISC
           END-IF.

           MOVE WRK-NF-CABEC1 TO REG-NOTAFISC.
           WRITE REG-NOTAFISC.

           MOVE WRK-NF-LINHA-ICMS TO REG-NOTAFISC.
           WRITE REG-NOTAFISC.

           IF WRK-FORMA-PAGTO EQUAL "ESCOLA"
             MOVE WRK-ALUNO-ESCOLA TO WRK-NF-ALUNO
             MOVE WRK-RESP-ESCOLA  TO WRK-NF-RESP
             MOVE WRK-NF-LINHA-ESCOLA TO REG-NOTAFISC
             WRITE REG-NOTAFISC
           END-IF.

           IF WRK-PONTOS-RESGATE GREATER ZEROS
             MOVE "PONTOS USADOS:" TO WRK-NF-PTS-ROTULO
             MOVE WRK-PONTOS-RESGATE TO WRK-NF-PONTOS
             MOVE WRK-NF-LINHA-PONTOS TO REG-NOTAFISC
             WRITE REG-NOTAFISC
           END-IF.
           IF WRK-PONTOS-NOTA GREATER ZEROS
             MOVE "PONTOS GANHOS:" TO WRK-NF-PTS-ROTULO
             MOVE WRK-PONTOS-NOTA TO WRK-NF-PONTOS
             MOVE WRK-NF-LINHA-PONTOS TO REG-NOTAFISC
             WRITE REG-NOTAFISC
           END-IF.

           IF NFF-CONTINGENCIA
             MOVE "EMITIDA EM CONTINGENCIA - NF-E AGUARDA AUTORIZACAO"
               TO REG-NOTAFISC
             WRITE REG-NOTAFISC
           END-IF.

           MOVE SPACES TO REG-NOTAFISC.
           WRITE REG-NOTAFISC.

      *--------------------------------------------------------------
      *  0262-ENFILEIRAR-NFE: A NOTA ENTRA NA FILA DA NOTA ELETRONICA
      *  (NFECTL.DAT) COM OS TOTAIS; OS ITENS O PROGRAMA83 TIRA DO
      *  MOVIMENTO PERMANENTE NA GERACAO DO ARQUIVO. FALHA NA FILA
      *  NAO SEGURA O BALCAO - O OPERADOR AVISA O FISCAL.
      *--------------------------------------------------------------
       0262-ENFILEIRAR-NFE                 SECTION.
           MOVE WRK-FILIAL      TO NFF-FILIAL.
           MOVE "V"             TO NFF-TIPO.
           MOVE WRK-NUM-NOTA    TO NFF-NOTA.
           MOVE DTM-AAAAMMDD    TO NFF-DATA.
           MOVE WRK-ID-CLIENTE  TO NFF-ID-CLIENTE.
           MOVE WRK-FORMA-PAGTO TO NFF-FORMA-PAGTO.
           MOVE WRK-NOTA-ACUM   TO NFF-VALOR.
           MOVE WRK-ICMS-NOTA   TO NFF-ICMS.
           MOVE WRK-FRETE-NOTA  TO NFF-FRETE.
           MOVE WRK-DESC-NOTA   TO NFF-DESCONTO.
           CALL "NFEFILA" USING WRK-AREA-NFEFILA.
           IF NFF-ERRO OR NFF-JA-TRANSMITIDA
             DISPLAY "NOTA " WRK-NUM-NOTA " NAO ENTROU NA FILA DA "
                     "NF-E - STATUS " NFF-STATUS-ARQ
                     " - AVISE O FISCAL"
           END-IF.
           IF NFF-CONTINGENCIA
             DISPLAY "NOTA " WRK-NUM-NOTA " EMITIDA EM CONTINGENCIA"
           END-IF.

       0265-GRAVAR-ITEM-DOC                SECTION.
           MOVE WRK-IT-DESCR(WRK-IND-ITEM-DOC) TO WRK-NF-DESCR.
           MOVE WRK-IT-VALOR(WRK-IND-ITEM-DOC) TO WRK-NF-VALOR.
           MOVE WRK-IT-QTD(WRK-IND-ITEM-DOC)   TO WRK-NF-QTD.
           COMPUTE WRK-NF-TOT-ITEM = WRK-IT-VALOR(WRK-IND-ITEM-DOC)
                                   * WRK-IT-QTD(WRK-IND-ITEM-DOC).
           EVALUATE WRK-IT-PROMO(WRK-IND-ITEM-DOC)
             WHEN "S"
               MOVE "PROMO"   TO WRK-NF-PROMO
             WHEN "A"
               MOVE "ATACADO" TO WRK-NF-PROMO
             WHEN OTHER
               MOVE SPACES    TO WRK-NF-PROMO
           END-EVALUATE.
           MOVE WRK-NF-LINHA-ITEM TO REG-NOTAFISC.
           WRITE REG-NOTAFISC.
           ADD 1 TO WRK-IND-ITEM-DOC.
           MOVE "RESUMOVENDAS" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RESUMO.
           OPEN EXTEND RESUMO.
           IF FS-RESUMO EQUAL 35
             OPEN OUTPUT RESUMO
           END-IF.

           IF FS-RESUMO NOT EQUAL 0
             DISPLAY "RESUMO DE VENDAS NAO FOI ABERTO "
                     "CORRETAMENTE - STATUS " FS-RESUMO
           ELSE
             MOVE SPACES TO REG-RESUMO
             STRING "FILIAL " WRK-FILIAL
                    " - RESUMO DIARIO DE VENDAS POR PRODUTO"
               DELIMITED BY SIZE INTO REG-RESUMO
             END-STRING
             WRITE REG-RESUMO
             MOVE SPACES TO REG-RESUMO
             WRITE REG-RESUMO
