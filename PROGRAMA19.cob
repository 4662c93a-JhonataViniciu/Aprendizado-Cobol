      *==            RODANDO E LIBERA NO FIM - A SEGUNDA EXECUCAO
      *==            SIMULTANEA E RECUSADA COM O NOME DE QUEM JA
      *==            RODA. TRAVA ORFA E LIMPA PELO PROGRAMA62.
      *== 15/10/2026 - JV - DESCONTO DE QUEBRA DE CAIXA: A FALTA
      *==            APROVADA LANCADA PELO PROGRAMA78 EM
      *==            MVF-DESC-CAIXA SAI DO LIQUIDO DEPOIS DA PENSAO
      *==            (LIMITADA AO LIQUIDO), ITEMIZADA NO HOLERITE E
      *==            CREDITADA NA EXPORTACAO CONTABIL (31103).
      *== 15/10/2026 - JV - ADIANTAMENTO QUINZENAL: O ADIANTAMENTO
      *==            PAGO DA COMPETENCIA (ADIANTAM.DAT, GERADO PELO
      *==            PROGRAMA90 E APROVADO NO PROGRAMA61) SAI DO
      *==            LIQUIDO DEPOIS DA QUEBRA DE CAIXA (LIMITADO AO
      *==            LIQUIDO), ITEMIZADO NO HOLERITE E CREDITADO NA
      *==            EXPORTACAO CONTABIL (11401). O VALOR DESCONTADO
      *==            FICA NA LINHA DO ADIANTAMENTO; O SALDO NAO
      *==            DESCONTADO E COBRADO NA RESCISAO (PROGRAMA25).
      *== 15/10/2026 - JV - VALE-TRANSPORTE: O DESCONTO DO EMPREGADO
      *==            APURADO PELO PROGRAMA91 PARA A COMPETENCIA
      *==            (VTMOV.DAT - 6% DO SALARIO, LIMITADO AO CUSTO DOS
      *==            VALES) SAI DO LIQUIDO DEPOIS DA QUEBRA DE CAIXA
      *==            (LIMITADO AO LIQUIDO), ITEMIZADO NO HOLERITE E
      *==            CREDITADO NA EXPORTACAO CONTABIL (31104).
      *== 15/10/2026 - JV - AFASTAMENTOS (AFASTAM.DAT, FUN017, LIDO
      *==            PELO MODULO CALCAFA): OS DIAS SEM SALARIO DA
      *==            COMPETENCIA (DOENCA A PARTIR DO 16 DIA E LICENCA
      *==            NAO REMUNERADA) SAEM DO BRUTO A SALARIO/30,
      *==            ITEMIZADOS NO HOLERITE - FORA DA BASE DO FGTS. A
      *==            MATERNIDADE E PAGA NORMALMENTE (COM FGTS) E O
      *==            TOTAL A COMPENSAR NA GUIA DO INSS SAI NO
      *==            FECHAMENTO. MES COM MAIS DE 15 DIAS SEM SALARIO
      *==            NAO CONTA PARA O 13. ACABOU O AFASTAMENTO LANCADO
      *==            NA MAO COMO FALTA NO MOVFOLHA.
      *== 15/10/2026 - JV - EMPRESTIMO CONSIGNADO: A PARCELA DOS
      *==            CONTRATOS ATIVOS (CONSIG.DAT, FUN018) SAI DO
      *==            LIQUIDO DEPOIS DA PENSAO, LIMITADA A MARGEM DE
      *==            35% DO BRUTO MENOS INSS E IRRF, ITEMIZADA NO
      *==            HOLERITE E CREDITADA NA EXPORTACAO CONTABIL
      *==            (21106). O CONTRATO GUARDA AS PARCELAS PAGAS E O
      *==            VALOR DESCONTADO NA COMPETENCIA (RERODADA NAO
      *==            CONTA A PARCELA DE NOVO) E A FOLHA EMITE A
      *==            LISTA DE REPASSE POR BANCO (REPCONSIG), COM O
      *==            QUE FICOU SEM DESCONTO POR FALTA DE MARGEM.
      *== 15/10/2026 - JV - HORA-AULA DOS PROFESSORES: O VALOR DAS
      *==            AULAS DADAS NA COMPETENCIA, LANCADO PELO ALU019
      *==            EM MVF-HORA-AULA, ENTRA NO BRUTO E SAI ITEMIZADO
      *==            NO HOLERITE - ACABOU A HORA-AULA CALCULADA NA
      *==            MAO E DIGITADA NO FUN006.

       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FOLHACTL.

           SELECT ADIANTAM ASSIGN TO WRK-CAMINHO-ADIANTAM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ADIANTAM.

           SELECT VTMOV ASSIGN TO WRK-CAMINHO-VTMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VTMOV.

           SELECT CONSIG ASSIGN TO WRK-CAMINHO-CONSIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONSIG.

           SELECT REPCONSIG ASSIGN TO WRK-CAMINHO-REPCONSIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPCONSIG.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS.
       FD  FOLHACTL.
           COPY "FOLHACTL.cpy".

       FD  ADIANTAM.
           COPY "ADIANTAM.cpy".

       FD  VTMOV.
           COPY "VTMOV.cpy".

       FD  CONSIG.
           COPY "CONSIG.cpy".

       FD  REPCONSIG.
       01  REG-REPCONSIG               PIC X(90).

       FD  EXPCONT.
       01  REG-EXPCONT.
           05 EXP-COMPETENCIA          PIC 9(06).
           COPY "CAMDEP.cpy".
           COPY "CAMMVF.cpy".
           COPY "CALCIMP.cpy".
           COPY "CALCAFA.cpy".
           COPY "COMPETEN.cpy".
           COPY "CAMHOL.cpy".
           COPY "CAMFER.cpy".
           COPY "PERIODO.cpy".
           COPY "OPESSAO.cpy".
           COPY "JOBTRAVA.cpy".
           COPY "CAMADT.cpy".
           COPY "CAMVTM.cpy".
           COPY "CAMCSG.cpy".
           COPY "RELGER.cpy".
       77  FS-FUNCIONARIOS            PIC 9(02)        VALUE ZEROS.
       77  FS-HOLERITE                PIC 9(02)        VALUE ZEROS.
       77  FS-BATCHLOG                PIC 9(02)        VALUE ZEROS.
       77  FS-FLRWORK                 PIC 9(02)        VALUE ZEROS.
       77  FS-GUIAFGTS                PIC 9(02)        VALUE ZEROS.
       77  FS-FOLHACTL                PIC 9(02)        VALUE ZEROS.
       77  FS-ADIANTAM                PIC 9(02)        VALUE ZEROS.
       77  FS-VTMOV                   PIC 9(02)        VALUE ZEROS.
       77  FS-CONSIG                  PIC 9(02)        VALUE ZEROS.
       77  FS-REPCONSIG               PIC 9(02)        VALUE ZEROS.
       77  WRK-MSG-ERRO               PIC X(50)        VALUE SPACES.

      *--------------- CONTROLE DA RODADA DA COMPETENCIA ---------------
       77  WRK-SW-CARGA-FER           PIC X(01)        VALUE "N".
           88 FERIAS-TRANSBORDOU                       VALUE "S".

      *--- ADIANTAMENTOS QUINZENAIS (ARQUIVO COMPLETO, REGRAVADO) ---
       01  WRK-TAB-ADIANTAM.
           05 WRK-ADT-ITEM OCCURS 500 TIMES.
              10 WRK-ADT-COMPETENCIA PIC 9(06).
              10 WRK-ADT-FUNC-ID     PIC 9(04).
              10 WRK-ADT-VALOR       PIC 9(08)V99.
              10 WRK-ADT-STATUS      PIC X(01).
              10 WRK-ADT-VALOR-DESC  PIC 9(08)V99.
              10 WRK-ADT-DATA        PIC 9(08).
       77  WRK-QTD-ADT-ARQ            PIC 9(03)        VALUE ZEROS.
       77  WRK-MAX-ADT-ARQ            PIC 9(03)        VALUE 500.
       77  WRK-IND-ADT                PIC 9(03)        VALUE ZEROS.
       77  WRK-SW-ADT                 PIC X(01)        VALUE "N".
           88 ADIANTAMENTO-ACHADO                      VALUE "S".
       77  WRK-SW-CARGA-ADT           PIC X(01)        VALUE "N".
           88 ADIANTAM-TRANSBORDOU                     VALUE "S".
       77  WRK-SW-TEM-ADIANT          PIC X(01)        VALUE "N".
           88 FOLHA-TEM-ADIANTAMENTO                   VALUE "S".
       77  WRK-ADIANT-VALOR           PIC 9(08)V99     VALUE ZEROS.
       77  WRK-ADIANT-VALOR-ED        PIC -ZZ.ZZ9,99   VALUE ZEROS.

      *--- DESCONTO DE VALE-TRANSPORTE DA COMPETENCIA ---
       01  WRK-TAB-VALE-TRANSP.
           05 WRK-VTD-ITEM OCCURS 300 TIMES.
              10 WRK-VTD-ID       PIC 9(04).
              10 WRK-VTD-DESCONTO PIC 9(06)V99.
       77  WRK-QTD-VTD                PIC 9(03)        VALUE ZEROS.
       77  WRK-MAX-VTD                PIC 9(03)        VALUE 300.
       77  WRK-IND-VTD                PIC 9(03)        VALUE ZEROS.
       77  WRK-SW-VTD                 PIC X(01)        VALUE "N".
           88 VALE-TRANSP-ACHADO                       VALUE "S".
       77  WRK-VT-VALOR               PIC 9(08)V99     VALUE ZEROS.
       77  WRK-VT-VALOR-ED            PIC -ZZ.ZZ9,99   VALUE ZEROS.

      *--- EMPRESTIMOS CONSIGNADOS (ARQUIVO COMPLETO, REGRAVADO) ---
       01  WRK-TAB-CONSIG.
           05 WRK-CSG-ITEM OCCURS 300 TIMES.
              10 WRK-CSG-FUNC-ID     PIC 9(04).
              10 WRK-CSG-BANCO       PIC 9(03).
              10 WRK-CSG-CONTRATO    PIC X(15).
              10 WRK-CSG-PARCELAS    PIC 9(03).
              10 WRK-CSG-VALOR-PARC  PIC 9(06)V99.
              10 WRK-CSG-COMP-INICIO PIC 9(06).
              10 WRK-CSG-PAGAS       PIC 9(03).
              10 WRK-CSG-STATUS      PIC X(01).
              10 WRK-CSG-ULT-COMP    PIC 9(06).
              10 WRK-CSG-ULT-VALOR   PIC 9(08)V99.
              10 WRK-CSG-DATA-REG    PIC 9(08).
              10 WRK-CSG-OPERADOR    PIC X(20).
      *    O QUE A RODADA DESCONTOU DE CADA CONTRATO (P/ O REPASSE)
       01  WRK-TAB-CONSIG-MES.
           05 WRK-CSM-ITEM OCCURS 300 TIMES.
              10 WRK-CSM-NOME        PIC X(30).
              10 WRK-CSM-FALTA       PIC 9(06)V99.
       77  WRK-QTD-CSG                PIC 9(03)        VALUE ZEROS.
       77  WRK-MAX-CSG                PIC 9(03)        VALUE 300.
       77  WRK-IND-CSG                PIC 9(03)        VALUE ZEROS.
       77  WRK-SW-CARGA-CSG           PIC X(01)        VALUE "N".
           88 CONSIG-TRANSBORDOU                       VALUE "S".
       77  WRK-SW-TEM-CONSIG          PIC X(01)        VALUE "N".
           88 FOLHA-TEM-CONSIGNADO                     VALUE "S".
       77  WRK-SW-PARCELA-NOVA        PIC X(01)        VALUE "N".
           88 PARCELA-NOVA                             VALUE "S".
       77  WRK-PCT-MARGEM-CSG         PIC 9(02)V99     VALUE 35,00.
       77  WRK-CSG-MARGEM             PIC S9(08)V99    VALUE ZEROS.
       77  WRK-CSG-DESC               PIC 9(08)V99     VALUE ZEROS.
       77  WRK-CONSIG-VALOR           PIC 9(08)V99     VALUE ZEROS.
       77  WRK-CONSIG-VALOR-ED        PIC -ZZ.ZZ9,99   VALUE ZEROS.

      *--- LISTA DE REPASSE AOS BANCOS ---
       77  WRK-CAMINHO-REPCONSIG      PIC X(100)       VALUE SPACES.
       01  WRK-TAB-BANCOS-CSG.
           05 WRK-BCS-BANCO OCCURS 50 TIMES PIC 9(03).
       77  WRK-QTD-BCS                PIC 9(02)        VALUE ZEROS.
       77  WRK-MAX-BCS                PIC 9(02)        VALUE 50.
       77  WRK-IND-BCS                PIC 9(02)        VALUE ZEROS.
       77  WRK-SW-BCS                 PIC X(01)        VALUE "N".
           88 BANCO-LISTADO                            VALUE "S".
       77  WRK-BCS-QTD                PIC 9(05)        VALUE ZEROS.
       77  WRK-BCS-TOTAL              PIC 9(10)V99     VALUE ZEROS.
       77  WRK-BCS-FALTA              PIC 9(10)V99     VALUE ZEROS.
       77  WRK-REP-TOTAL-FALTA        PIC 9(10)V99     VALUE ZEROS.
       01  WRK-LINHA-REP-BANCO.
           05 FILLER                  PIC X(06) VALUE "BANCO ".
           05 WRK-LRB-BANCO           PIC 9(03).
       01  WRK-LINHA-REP-DET.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WRK-LRD-FUNC-ID         PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WRK-LRD-NOME            PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WRK-LRD-CONTRATO        PIC X(15).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WRK-LRD-PAGAS           PIC ZZ9.
           05 FILLER                  PIC X(01) VALUE "/".
           05 WRK-LRD-PARCELAS        PIC 999.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WRK-LRD-VALOR           PIC ZZ.ZZ9,99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WRK-LRD-FALTA           PIC ZZ.ZZ9,99.
       01  WRK-LINHA-REP-TOT.
           05 WRK-LRT-ROTULO          PIC X(30).
           05 WRK-LRT-QTD             PIC ZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WRK-LRT-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WRK-LRT-FALTA           PIC ZZZ.ZZZ.ZZ9,99.

      *--------------- CAMINHOS DAS SAIDAS DA FOLHA --------------------
       77  WRK-CAMINHO-HOLERITE       PIC X(100)       VALUE
           "C:/COBOL/DADOS/HOLERITE.DAT.txt".
       77  WRK-TOT-IRRF               PIC 9(10)V99     VALUE ZEROS.
       77  WRK-TOT-LIQUIDO            PIC 9(10)V99     VALUE ZEROS.
       77  WRK-TOT-PENSAO             PIC 9(10)V99     VALUE ZEROS.
       77  WRK-TOT-DESCX              PIC 9(10)V99     VALUE ZEROS.
       77  WRK-TOT-ADIANT             PIC 9(10)V99     VALUE ZEROS.
       77  WRK-TOT-VT                 PIC 9(10)V99     VALUE ZEROS.
       77  WRK-TOT-MATERN             PIC 9(10)V99     VALUE ZEROS.
       77  WRK-TOT-CONSIG             PIC 9(10)V99     VALUE ZEROS.
       77  WRK-TOT-13-BRUTO           PIC 9(10)V99     VALUE ZEROS.
       77  WRK-TOT-13-LIQUIDO         PIC 9(10)V99     VALUE ZEROS.
       77  WRK-INSS-PATRONAL          PIC 9(10)V99     VALUE ZEROS.
              10 WRK-MVF-FALTAS PIC 9(02).
              10 WRK-MVF-COMIS  PIC 9(06)V99.
              10 WRK-MVF-RETRO  PIC 9(08)V99.
              10 WRK-MVF-DESCX  PIC 9(06)V99.
              10 WRK-MVF-AULAS  PIC 9(08)V99.
       77  WRK-QTD-MVF-REGS           PIC 9(03)        VALUE ZEROS.
       77  WRK-MAX-MVF-REGS           PIC 9(03)        VALUE 200.
       77  WRK-IND-MVF                PIC 9(03)        VALUE ZEROS.
       77  WRK-COMISSAO-VALOR-ED      PIC -ZZ.ZZ9,99   VALUE ZEROS.
       77  WRK-RETRO-VALOR            PIC 9(08)V99     VALUE ZEROS.
       77  WRK-RETRO-VALOR-ED         PIC -ZZ.ZZ9,99   VALUE ZEROS.
       77  WRK-DESCX-VALOR            PIC 9(08)V99     VALUE ZEROS.
       77  WRK-DESCX-VALOR-ED         PIC -ZZ.ZZ9,99   VALUE ZEROS.
       77  WRK-AULAS-VALOR            PIC 9(08)V99     VALUE ZEROS.
       77  WRK-AULAS-VALOR-ED         PIC -ZZ.ZZ9,99   VALUE ZEROS.
       77  WRK-SALARIO-BRUTO          PIC 9(08)V99     VALUE ZEROS.
       77  WRK-SALARIO-BRUTO-ED       PIC -ZZ.ZZ9,99   VALUE ZEROS.

      *--------------- AFASTAMENTOS (MODULO CALCAFA) -------------------
       77  WRK-AFAST-DIAS             PIC 9(02)        VALUE ZEROS.
       77  WRK-AFAST-VALOR            PIC 9(08)V99     VALUE ZEROS.
       77  WRK-AFAST-VALOR-ED         PIC -ZZ.ZZ9,99   VALUE ZEROS.
       77  WRK-MATERN-DIAS            PIC 9(02)        VALUE ZEROS.
       77  WRK-MATERN-VALOR           PIC 9(08)V99     VALUE ZEROS.
       77  WRK-MATERN-VALOR-ED        PIC -ZZ.ZZ9,99   VALUE ZEROS.
       77  WRK-MESES-PERDIDOS-13      PIC 9(02)        VALUE ZEROS.
       01  WRK-JANELA-13-INI          PIC 9(06)        VALUE ZEROS.
       01  WRK-JANELA-13-INI-RED REDEFINES WRK-JANELA-13-INI.
           05 WRK-J13-ANO             PIC 9(04).
           05 WRK-J13-MES             PIC 9(02).

      *--------------- DEPENDENTES E PENSAO POR FUNCIONARIO ------------
       01  WRK-TAB-DEPENDENTES.
           05 WRK-DEP-ITEM OCCURS 200 TIMES.
           PERFORM 0120-CARREGAR-DEPENDENTES.
           PERFORM 0130-CARREGAR-MOVIMENTOS.
           PERFORM 0134-CARREGAR-FERIAS.
           PERFORM 0146-CARREGAR-ADIANTAMENTOS.
           PERFORM 0149-CARREGAR-VALE-TRANSP.
           PERFORM 0153-CARREGAR-CONSIGNADOS.

           PERFORM 0127-OBTER-CAMINHO-HOLARQ.
           PERFORM 0128-EXPURGAR-COMPETENCIA-ARQ.
                   MOVE ZEROS
                     TO WRK-MVF-RETRO(WRK-QTD-MVF-REGS)
                 END-IF
                 IF MVF-DESC-CAIXA IS NUMERIC
                   MOVE MVF-DESC-CAIXA
                     TO WRK-MVF-DESCX(WRK-QTD-MVF-REGS)
                 ELSE
                   MOVE ZEROS
                     TO WRK-MVF-DESCX(WRK-QTD-MVF-REGS)
                 END-IF
                 IF MVF-HORA-AULA IS NUMERIC
                   MOVE MVF-HORA-AULA
                     TO WRK-MVF-AULAS(WRK-QTD-MVF-REGS)
                 ELSE
                   MOVE ZEROS
                     TO WRK-MVF-AULAS(WRK-QTD-MVF-REGS)
                 END-IF
               END-IF
               READ MOVFOLHA NEXT RECORD
             END-PERFORM
             ADD 1 TO WRK-IND-FER
           END-IF.

      *--------------------------------------------------------------
      *  0146-CARREGAR-ADIANTAMENTOS: ARQUIVO DE ADIANTAMENTOS EM
      *  MEMORIA PARA O DESCONTO NO HOLERITE E A REGRAVACAO NO FIM DA
      *  RODADA; SEM O ARQUIVO, A FOLHA RODA SEM ADIANTAMENTOS.
      *--------------------------------------------------------------
       0146-CARREGAR-ADIANTAMENTOS     SECTION.
           PERFORM 0157-OBTER-CAMINHO-ADIANTAM.
           OPEN INPUT ADIANTAM.
           IF FS-ADIANTAM NOT EQUAL 0
             GO TO 0146-CARREGAR-SAIDA
           END-IF.
           READ ADIANTAM NEXT RECORD.
           PERFORM UNTIL FS-ADIANTAM NOT EQUAL 00
             IF WRK-QTD-ADT-ARQ LESS WRK-MAX-ADT-ARQ
               ADD 1 TO WRK-QTD-ADT-ARQ
               MOVE REG-ADIANTAMENTO TO WRK-ADT-ITEM(WRK-QTD-ADT-ARQ)
             ELSE
               SET ADIANTAM-TRANSBORDOU TO TRUE
             END-IF
             READ ADIANTAM NEXT RECORD
           END-PERFORM.
           CLOSE ADIANTAM.
           IF ADIANTAM-TRANSBORDOU
             DISPLAY "CARGA DE ADIANTAMENTOS INCOMPLETA (MAX "
                     WRK-MAX-ADT-ARQ ") - NADA SERA DESCONTADO"
             MOVE ZEROS TO WRK-QTD-ADT-ARQ
           END-IF.
       0146-CARREGAR-SAIDA.
           EXIT.

      *    ADIANTAMENTO PAGO (P) DA COMPETENCIA; NA RERODADA O JA
      *    DESCONTADO (D) E RECALCULADO. GERADO SEM APROVACAO (G) NAO
      *    FOI PAGO E O COBRADO NA RESCISAO (R) JA FOI QUITADO.
       0147-BUSCAR-ADIANTAMENTO        SECTION.
           MOVE ZEROS TO WRK-ADIANT-VALOR.
           MOVE 1     TO WRK-IND-ADT.
           MOVE "N"   TO WRK-SW-ADT.
           PERFORM 0148-LOCALIZAR-ADIANTAMENTO
             UNTIL WRK-IND-ADT GREATER WRK-QTD-ADT-ARQ
                OR ADIANTAMENTO-ACHADO.
           IF ADIANTAMENTO-ACHADO
             MOVE WRK-ADT-VALOR(WRK-IND-ADT) TO WRK-ADIANT-VALOR
           END-IF.

       0148-LOCALIZAR-ADIANTAMENTO     SECTION.
           IF WRK-ADT-FUNC-ID(WRK-IND-ADT) EQUAL FUNC-ID
              AND WRK-ADT-COMPETENCIA(WRK-IND-ADT) EQUAL
                  WRK-COMPETENCIA
              AND (WRK-ADT-STATUS(WRK-IND-ADT) EQUAL 'P'
                OR WRK-ADT-STATUS(WRK-IND-ADT) EQUAL 'D')
             SET ADIANTAMENTO-ACHADO TO TRUE
           ELSE
             ADD 1 TO WRK-IND-ADT
           END-IF.

      *--------------------------------------------------------------
      *  0149-CARREGAR-VALE-TRANSP: DESCONTOS DE VALE-TRANSPORTE DA
      *  COMPETENCIA EM MEMORIA; SEM O ARQUIVO, NADA E DESCONTADO.
      *--------------------------------------------------------------
       0149-CARREGAR-VALE-TRANSP       SECTION.
           PERFORM 0161-OBTER-CAMINHO-VTMOV.
           OPEN INPUT VTMOV.
           IF FS-VTMOV NOT EQUAL 0
             GO TO 0149-CARREGAR-SAIDA
           END-IF.
           READ VTMOV NEXT RECORD.
           PERFORM UNTIL FS-VTMOV NOT EQUAL 00
             IF VTM-COMPETENCIA EQUAL WRK-COMPETENCIA
                AND VTM-DESCONTO GREATER ZEROS
               IF WRK-QTD-VTD LESS WRK-MAX-VTD
                 ADD 1 TO WRK-QTD-VTD
                 MOVE VTM-FUNC-ID  TO WRK-VTD-ID(WRK-QTD-VTD)
                 MOVE VTM-DESCONTO TO WRK-VTD-DESCONTO(WRK-QTD-VTD)
               ELSE
                 DISPLAY "TABELA DE VALE-TRANSPORTE CHEIA (MAX "
                         WRK-MAX-VTD ") - FUNCIONARIO " VTM-FUNC-ID
                         " SEM DESCONTO"
               END-IF
             END-IF
             READ VTMOV NEXT RECORD
           END-PERFORM.
           CLOSE VTMOV.
       0149-CARREGAR-SAIDA.
           EXIT.

       0150-BUSCAR-VALE-TRANSP         SECTION.
           MOVE ZEROS TO WRK-VT-VALOR.
           MOVE 1     TO WRK-IND-VTD.
           MOVE "N"   TO WRK-SW-VTD.
           PERFORM 0151-LOCALIZAR-VALE-TRANSP
             UNTIL WRK-IND-VTD GREATER WRK-QTD-VTD
                OR VALE-TRANSP-ACHADO.
           IF VALE-TRANSP-ACHADO
             MOVE WRK-VTD-DESCONTO(WRK-IND-VTD) TO WRK-VT-VALOR
           END-IF.

       0151-LOCALIZAR-VALE-TRANSP      SECTION.
           IF WRK-VTD-ID(WRK-IND-VTD) EQUAL FUNC-ID
             SET VALE-TRANSP-ACHADO TO TRUE
           ELSE
             ADD 1 TO WRK-IND-VTD
           END-IF.

      *--------------------------------------------------------------
      *  0132-CALCULAR-MOVIMENTO: MONTA O BRUTO DO MES - SALARIO BASE
      *  MAIS HORAS EXTRAS (50% E 100% SOBRE O SALARIO-HORA) MENOS O
      *  DESCONTO DE FALTAS (SALARIO/30 POR DIA) E DOS DIAS DE
      *  AFASTAMENTO SEM SALARIO (0152).
      *--------------------------------------------------------------
       0132-CALCULAR-MOVIMENTO         SECTION.
           MOVE ZEROS TO WRK-HE50-HORAS.
           MOVE ZEROS TO WRK-FALTAS-DIAS.
           MOVE ZEROS TO WRK-COMISSAO-VALOR.
           MOVE ZEROS TO WRK-RETRO-VALOR.
           MOVE ZEROS TO WRK-DESCX-VALOR.
           MOVE ZEROS TO WRK-AULAS-VALOR.
           MOVE 1     TO WRK-IND-MVF.
           MOVE "N"   TO WRK-SW-MVF.
           PERFORM 0133-LOCALIZAR-MOVIMENTO
             MOVE WRK-MVF-FALTAS(WRK-IND-MVF) TO WRK-FALTAS-DIAS
             MOVE WRK-MVF-COMIS(WRK-IND-MVF)  TO WRK-COMISSAO-VALOR
             MOVE WRK-MVF-RETRO(WRK-IND-MVF)  TO WRK-RETRO-VALOR
             MOVE WRK-MVF-DESCX(WRK-IND-MVF)  TO WRK-DESCX-VALOR
             MOVE WRK-MVF-AULAS(WRK-IND-MVF)  TO WRK-AULAS-VALOR
           END-IF.

           COMPUTE WRK-SALARIO-HORA ROUNDED =
           COMPUTE WRK-FALTAS-VALOR ROUNDED =
               WRK-FALTAS-DIAS * (FUNC-SALARIO / 30).

      *    AFASTAMENTO: SO OS DIAS A CARGO DA EMPRESA SAO PAGOS; A
      *    MATERNIDADE FICA NO BRUTO (E NO FGTS) E E COMPENSADA
           PERFORM 0152-APURAR-AFASTAMENTOS.
           COMPUTE WRK-AFAST-VALOR ROUNDED =
               WRK-AFAST-DIAS * (FUNC-SALARIO / 30).
           COMPUTE WRK-MATERN-VALOR ROUNDED =
               WRK-MATERN-DIAS * (FUNC-SALARIO / 30).

      *    FERIAS DA COMPETENCIA: REMUNERACAO DOS DIAS DE GOZO MAIS
      *    O TERCO, COM O SALARIO DOS MESMOS DIAS ABATIDO (NAO SE
      *    PAGA O MES CHEIO EM CIMA)
           COMPUTE WRK-SALARIO-BRUTO =
               FUNC-SALARIO + WRK-HE50-VALOR + WRK-HE100-VALOR
               + WRK-COMISSAO-VALOR + WRK-RETRO-VALOR
               + WRK-AULAS-VALOR
               + WRK-FERIAS-VALOR
               + WRK-TERCO-VALOR - WRK-ABATE-GOZO
               - WRK-FALTAS-VALOR - WRK-AFAST-VALOR.
           IF WRK-SALARIO-BRUTO IS LESS THAN ZEROS
             MOVE ZEROS TO WRK-SALARIO-BRUTO
           END-IF.
           MOVE WRK-HE50-VALOR   TO WRK-HE50-VALOR-ED.
           MOVE WRK-HE100-VALOR  TO WRK-HE100-VALOR-ED.
           MOVE WRK-FALTAS-VALOR TO WRK-FALTAS-VALOR-ED.
           MOVE WRK-AFAST-VALOR  TO WRK-AFAST-VALOR-ED.
           MOVE WRK-MATERN-VALOR TO WRK-MATERN-VALOR-ED.
           MOVE WRK-COMISSAO-VALOR TO WRK-COMISSAO-VALOR-ED.
           MOVE WRK-RETRO-VALOR TO WRK-RETRO-VALOR-ED.
           MOVE WRK-AULAS-VALOR TO WRK-AULAS-VALOR-ED.
           MOVE WRK-FERIAS-VALOR TO WRK-FERIAS-VALOR-ED.
           MOVE WRK-TERCO-VALOR  TO WRK-TERCO-VALOR-ED.
           MOVE WRK-ABATE-GOZO   TO WRK-ABATE-GOZO-ED.
           MOVE WRK-SALARIO-BRUTO TO WRK-SALARIO-BRUTO-ED.

      *--------------------------------------------------------------
      *  0152-APURAR-AFASTAMENTOS: DIAS SEM SALARIO E DE MATERNIDADE
      *  DA COMPETENCIA E MESES QUE O AFASTAMENTO TIRA DO 13, NA
      *  MESMA JANELA DO 0215 (ULTIMOS 12 MESES ATE A DATA DO
      *  SISTEMA, A PARTIR DA ADMISSAO).
      *--------------------------------------------------------------
       0152-APURAR-AFASTAMENTOS        SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE FUNC-ADMISSAO TO WRK-ADMISSAO.
           IF WRK-DTS-MES EQUAL 12
             MOVE WRK-DTS-ANO TO WRK-J13-ANO
             MOVE 1           TO WRK-J13-MES
           ELSE
             COMPUTE WRK-J13-ANO = WRK-DTS-ANO - 1
             COMPUTE WRK-J13-MES = WRK-DTS-MES + 1
           END-IF.
           IF (WRK-ADM-ANO * 100 + WRK-ADM-MES) GREATER
               WRK-JANELA-13-INI
             COMPUTE WRK-JANELA-13-INI =
                 WRK-ADM-ANO * 100 + WRK-ADM-MES
           END-IF.

           INITIALIZE WRK-AREA-CALCAFA.
           MOVE FUNC-ID           TO AFC-FUNC-ID.
           MOVE WRK-COMPETENCIA   TO AFC-COMPETENCIA.
           MOVE WRK-JANELA-13-INI TO AFC-13-INICIO.
           COMPUTE AFC-13-FIM = WRK-DTS-ANO * 100 + WRK-DTS-MES.
           CALL "CALCAFA" USING WRK-AREA-CALCAFA.

           MOVE AFC-DIAS-SEM-SALARIO TO WRK-AFAST-DIAS.
           MOVE AFC-DIAS-MATERNIDADE TO WRK-MATERN-DIAS.
           MOVE AFC-MESES-PERDIDOS   TO WRK-MESES-PERDIDOS-13.

      *--------------------------------------------------------------
      *  0153-CARREGAR-CONSIGNADOS: CADASTRO DE CONSIGNADOS COMPLETO
      *  EM MEMORIA, REGRAVADO NO FIM COM AS PARCELAS PAGAS; SEM O
      *  ARQUIVO, A FOLHA RODA SEM CONSIGNADOS.
      *--------------------------------------------------------------
       0153-CARREGAR-CONSIGNADOS       SECTION.
           INITIALIZE WRK-TAB-CONSIG-MES.
           PERFORM 0196-OBTER-CAMINHO-CONSIG.
           OPEN INPUT CONSIG.
           IF FS-CONSIG NOT EQUAL 0
             GO TO 0153-CARREGAR-SAIDA
           END-IF.
           READ CONSIG NEXT RECORD.
           PERFORM UNTIL FS-CONSIG NOT EQUAL 00
             IF WRK-QTD-CSG LESS WRK-MAX-CSG
               ADD 1 TO WRK-QTD-CSG
               MOVE REG-CONSIG TO WRK-CSG-ITEM(WRK-QTD-CSG)
             ELSE
               SET CONSIG-TRANSBORDOU TO TRUE
             END-IF
             READ CONSIG NEXT RECORD
           END-PERFORM.
           CLOSE CONSIG.
           IF CONSIG-TRANSBORDOU
             DISPLAY "CARGA DE CONSIGNADOS INCOMPLETA (MAX "
                     WRK-MAX-CSG ") - NADA SERA DESCONTADO"
             MOVE ZEROS TO WRK-QTD-CSG
           END-IF.
       0153-CARREGAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0154-DESCONTAR-CONSIGNADOS: PARCELAS DOS CONTRATOS DO
      *  FUNCIONARIO ATE A MARGEM CONSIGNAVEL (35% DO BRUTO MENOS
      *  INSS E IRRF), NUNCA ALEM DO LIQUIDO. O QUE NAO COUBE FICA
      *  NA LISTA DE REPASSE PARA O BANCO COBRAR.
      *--------------------------------------------------------------
       0154-DESCONTAR-CONSIGNADOS      SECTION.
           MOVE ZEROS TO WRK-CONSIG-VALOR.
           IF WRK-QTD-CSG EQUAL ZEROS
             GO TO 0154-DESCONTAR-SAIDA
           END-IF.
           COMPUTE WRK-CSG-MARGEM ROUNDED =
               (WRK-SALARIO-BRUTO - WRK-INSS-VALOR - WRK-IRRF-VALOR)
               * WRK-PCT-MARGEM-CSG / 100.
           IF WRK-CSG-MARGEM GREATER WRK-LIQUIDO
             MOVE WRK-LIQUIDO TO WRK-CSG-MARGEM
           END-IF.
           IF WRK-CSG-MARGEM LESS ZEROS
             MOVE ZEROS TO WRK-CSG-MARGEM
           END-IF.
           MOVE 1 TO WRK-IND-CSG.
           PERFORM 0160-DESCONTAR-CONTRATO
             UNTIL WRK-IND-CSG GREATER WRK-QTD-CSG.
       0154-DESCONTAR-SAIDA.
           EXIT.

      *    CONTRATO ATIVO JA INICIADO GANHA PARCELA NOVA; NA RERODADA
      *    DA MESMA COMPETENCIA A PARCELA E DESCONTADA DE NOVO SEM
      *    SOMAR NAS PAGAS.
       0160-DESCONTAR-CONTRATO         SECTION.
           IF WRK-CSG-FUNC-ID(WRK-IND-CSG) NOT EQUAL FUNC-ID
             GO TO 0160-DESCONTAR-PROXIMO
           END-IF.
           IF WRK-CSG-ULT-COMP(WRK-IND-CSG) EQUAL WRK-COMPETENCIA
              AND (WRK-CSG-STATUS(WRK-IND-CSG) EQUAL 'A'
                OR WRK-CSG-STATUS(WRK-IND-CSG) EQUAL 'Q')
             MOVE "N" TO WRK-SW-PARCELA-NOVA
           ELSE
             IF WRK-CSG-STATUS(WRK-IND-CSG) EQUAL 'A'
                AND WRK-CSG-COMP-INICIO(WRK-IND-CSG)
                    NOT GREATER WRK-COMPETENCIA
                AND WRK-CSG-ULT-COMP(WRK-IND-CSG)
                    LESS WRK-COMPETENCIA
               SET PARCELA-NOVA TO TRUE
             ELSE
               GO TO 0160-DESCONTAR-PROXIMO
             END-IF
           END-IF.

           MOVE WRK-CSG-VALOR-PARC(WRK-IND-CSG) TO WRK-CSG-DESC.
           IF WRK-CSG-DESC GREATER WRK-CSG-MARGEM
             MOVE WRK-CSG-MARGEM TO WRK-CSG-DESC
           END-IF.
           SUBTRACT WRK-CSG-DESC FROM WRK-CSG-MARGEM.
           ADD WRK-CSG-DESC TO WRK-CONSIG-VALOR.

           IF PARCELA-NOVA
             ADD 1 TO WRK-CSG-PAGAS(WRK-IND-CSG)
           END-IF.
           MOVE WRK-COMPETENCIA TO WRK-CSG-ULT-COMP(WRK-IND-CSG).
           MOVE WRK-CSG-DESC    TO WRK-CSG-ULT-VALOR(WRK-IND-CSG).
           IF WRK-CSG-PAGAS(WRK-IND-CSG)
              NOT LESS WRK-CSG-PARCELAS(WRK-IND-CSG)
             MOVE 'Q' TO WRK-CSG-STATUS(WRK-IND-CSG)
           ELSE
             MOVE 'A' TO WRK-CSG-STATUS(WRK-IND-CSG)
           END-IF.
           MOVE FUNC-NOME TO WRK-CSM-NOME(WRK-IND-CSG).
           COMPUTE WRK-CSM-FALTA(WRK-IND-CSG) =
               WRK-CSG-VALOR-PARC(WRK-IND-CSG) - WRK-CSG-DESC.
           SET FOLHA-TEM-CONSIGNADO TO TRUE.
       0160-DESCONTAR-PROXIMO.
           ADD 1 TO WRK-IND-CSG.

       0133-LOCALIZAR-MOVIMENTO        SECTION.
           IF WRK-MVF-ID(WRK-IND-MVF) EQUAL FUNC-ID
             SET MOVIMENTO-ACHADO TO TRUE
           COPY "CAMFERP.cpy".
           COPY "CAMFLRP.cpy".
           COPY "CAMCTLP.cpy".
           COPY "CAMADTP.cpy".
           COPY "CAMVTMP.cpy".
           COPY "CAMCSGP.cpy".
       0210-CALCULAR-FOLHA             SECTION.
             MOVE FUNC-SALARIO TO WRK-SALARIO-ED.

                 WRK-LIQUIDO * WRK-PENSAO-PCT / 100.
             SUBTRACT WRK-PENSAO-VALOR FROM WRK-LIQUIDO.
             MOVE WRK-PENSAO-VALOR TO WRK-PENSAO-VALOR-ED.

      *      EMPRESTIMO CONSIGNADO - DENTRO DA MARGEM CONSIGNAVEL
             PERFORM 0154-DESCONTAR-CONSIGNADOS.
             SUBTRACT WRK-CONSIG-VALOR FROM WRK-LIQUIDO.
             MOVE WRK-CONSIG-VALOR TO WRK-CONSIG-VALOR-ED.

      *      QUEBRA DE CAIXA APROVADA - NUNCA DEIXA O LIQUIDO NEGATIVO
             IF WRK-DESCX-VALOR GREATER WRK-LIQUIDO
               MOVE WRK-LIQUIDO TO WRK-DESCX-VALOR
             END-IF.
             SUBTRACT WRK-DESCX-VALOR FROM WRK-LIQUIDO.
             MOVE WRK-DESCX-VALOR TO WRK-DESCX-VALOR-ED.

      *      VALE-TRANSPORTE DO MES - TAMBEM LIMITADO AO LIQUIDO
             PERFORM 0150-BUSCAR-VALE-TRANSP.
             IF WRK-VT-VALOR GREATER WRK-LIQUIDO
               MOVE WRK-LIQUIDO TO WRK-VT-VALOR
             END-IF.
             SUBTRACT WRK-VT-VALOR FROM WRK-LIQUIDO.
             MOVE WRK-VT-VALOR TO WRK-VT-VALOR-ED.

      *      ADIANTAMENTO QUINZENAL PAGO - TAMBEM LIMITADO AO
      *      LIQUIDO; O SALDO FICA EM ABERTO PARA A RESCISAO
             PERFORM 0147-BUSCAR-ADIANTAMENTO.
             IF ADIANTAMENTO-ACHADO
               IF WRK-ADIANT-VALOR GREATER WRK-LIQUIDO
                 MOVE WRK-LIQUIDO TO WRK-ADIANT-VALOR
               END-IF
               SUBTRACT WRK-ADIANT-VALOR FROM WRK-LIQUIDO
               MOVE WRK-ADIANT-VALOR
                 TO WRK-ADT-VALOR-DESC(WRK-IND-ADT)
               IF WRK-ADIANT-VALOR EQUAL WRK-ADT-VALOR(WRK-IND-ADT)
                 MOVE 'D' TO WRK-ADT-STATUS(WRK-IND-ADT)
               ELSE
                 MOVE 'P' TO WRK-ADT-STATUS(WRK-IND-ADT)
               END-IF
               SET FOLHA-TEM-ADIANTAMENTO TO TRUE
             END-IF.
             MOVE WRK-ADIANT-VALOR TO WRK-ADIANT-VALOR-ED.
             MOVE WRK-LIQUIDO TO WRK-LIQUIDO-ED.

             MOVE FUNC-ADMISSAO TO WRK-ADMISSAO.
               MOVE 1 TO WRK-MESES-TRABALHADOS
             END-IF.

      *      MESES COM MAIS DE 15 DIAS DE AFASTAMENTO SEM SALARIO
             IF WRK-MESES-PERDIDOS-13 NOT LESS WRK-MESES-TRABALHADOS
               MOVE ZEROS TO WRK-MESES-TRABALHADOS
             ELSE
               SUBTRACT WRK-MESES-PERDIDOS-13
                 FROM WRK-MESES-TRABALHADOS
             END-IF.

       0220-IMPRIMIR-HOLERITE           SECTION.
             MOVE SPACES TO REG-HOLERITE.
             STRING "HOLERITE DE " FUNC-NOME DELIMITED BY SIZE
               PERFORM 0290-GRAVAR-LINHA-HOLERITE
             END-IF.

             IF WRK-AULAS-VALOR GREATER ZEROS
               MOVE "HORA-AULA." TO WRK-LH-ROTULO
               MOVE WRK-AULAS-VALOR-ED TO WRK-LH-VALOR
               MOVE WRK-LINHA-HOLERITE TO REG-HOLERITE
               PERFORM 0290-GRAVAR-LINHA-HOLERITE
             END-IF.

             IF WRK-FERIAS-VALOR GREATER ZEROS
               MOVE "FERIAS...." TO WRK-LH-ROTULO
               MOVE WRK-FERIAS-VALOR-ED TO WRK-LH-VALOR
               PERFORM 0290-GRAVAR-LINHA-HOLERITE
             END-IF.

             IF WRK-AFAST-VALOR GREATER ZEROS
               MOVE "AFASTAMENT" TO WRK-LH-ROTULO
               MOVE WRK-AFAST-VALOR-ED TO WRK-LH-VALOR
               MOVE WRK-LINHA-HOLERITE TO REG-HOLERITE
               PERFORM 0290-GRAVAR-LINHA-HOLERITE
             END-IF.

             IF WRK-MATERN-VALOR GREATER ZEROS
               MOVE "SAL.MATERN" TO WRK-LH-ROTULO
               MOVE WRK-MATERN-VALOR-ED TO WRK-LH-VALOR
               MOVE WRK-LINHA-HOLERITE TO REG-HOLERITE
               PERFORM 0290-GRAVAR-LINHA-HOLERITE
             END-IF.

             IF WRK-SALARIO-BRUTO NOT EQUAL FUNC-SALARIO
               MOVE "BRUTO MES." TO WRK-LH-ROTULO
               MOVE WRK-SALARIO-BRUTO-ED TO WRK-LH-VALOR
               PERFORM 0290-GRAVAR-LINHA-HOLERITE
             END-IF.

             IF WRK-CONSIG-VALOR GREATER ZEROS
               MOVE "CONSIGNADO" TO WRK-LH-ROTULO
               MOVE WRK-CONSIG-VALOR-ED TO WRK-LH-VALOR
               MOVE WRK-LINHA-HOLERITE TO REG-HOLERITE
               PERFORM 0290-GRAVAR-LINHA-HOLERITE
             END-IF.

             IF WRK-DESCX-VALOR GREATER ZEROS
               MOVE "QUEBRA CX." TO WRK-LH-ROTULO
               MOVE WRK-DESCX-VALOR-ED TO WRK-LH-VALOR
               MOVE WRK-LINHA-HOLERITE TO REG-HOLERITE
               PERFORM 0290-GRAVAR-LINHA-HOLERITE
             END-IF.

             IF WRK-VT-VALOR GREATER ZEROS
               MOVE "VALE TRANS" TO WRK-LH-ROTULO
               MOVE WRK-VT-VALOR-ED TO WRK-LH-VALOR
               MOVE WRK-LINHA-HOLERITE TO REG-HOLERITE
               PERFORM 0290-GRAVAR-LINHA-HOLERITE
             END-IF.

             IF WRK-ADIANT-VALOR GREATER ZEROS
               MOVE "ADIANTAM.." TO WRK-LH-ROTULO
               MOVE WRK-ADIANT-VALOR-ED TO WRK-LH-VALOR
               MOVE WRK-LINHA-HOLERITE TO REG-HOLERITE
               PERFORM 0290-GRAVAR-LINHA-HOLERITE
             END-IF.

             MOVE "LIQUIDO..." TO WRK-LH-ROTULO.
             MOVE WRK-LIQUIDO-ED TO WRK-LH-VALOR.
             MOVE WRK-LINHA-HOLERITE TO REG-HOLERITE.
             ADD WRK-IRRF-VALOR      TO WRK-TOT-IRRF.
             ADD WRK-LIQUIDO         TO WRK-TOT-LIQUIDO.
             ADD WRK-PENSAO-VALOR    TO WRK-TOT-PENSAO.
             ADD WRK-DESCX-VALOR     TO WRK-TOT-DESCX.
             ADD WRK-ADIANT-VALOR    TO WRK-TOT-ADIANT.
             ADD WRK-VT-VALOR        TO WRK-TOT-VT.
             ADD WRK-MATERN-VALOR    TO WRK-TOT-MATERN.
             ADD WRK-CONSIG-VALOR    TO WRK-TOT-CONSIG.
             ADD WRK-DECIMO-BRUTO    TO WRK-TOT-13-BRUTO.
             ADD WRK-DECIMO-LIQUIDO  TO WRK-TOT-13-LIQUIDO.

             DISPLAY "FGTS (8%)............. " WRK-TOTAL-ED.
             MOVE WRK-CUSTO-EMPREGADOR TO WRK-TOTAL-ED.
             DISPLAY "CUSTO DO EMPREGADOR... " WRK-TOTAL-ED.
             IF WRK-TOT-MATERN GREATER ZEROS
               MOVE WRK-TOT-MATERN TO WRK-TOTAL-ED
               DISPLAY "SAL-MATERNIDADE A COMPENSAR NO INSS "
                       WRK-TOTAL-ED
             END-IF.

             DISPLAY "----- SUBTOTAIS POR CENTRO DE CUSTO -----".
             MOVE 1 TO WRK-IND-CCF.
                 PERFORM 0265-GRAVAR-LINHA-EXPORT
               END-IF

               IF WRK-TOT-CONSIG GREATER ZEROS
                 MOVE 21106 TO EXP-CONTA
                 MOVE "C"   TO EXP-NATUREZA
                 MOVE WRK-TOT-CONSIG TO EXP-VALOR
                 MOVE "CONSIGNADOS A REPASSAR" TO EXP-DESCRICAO
                 PERFORM 0265-GRAVAR-LINHA-EXPORT
               END-IF

               IF WRK-TOT-DESCX GREATER ZEROS
                 MOVE 31103 TO EXP-CONTA
                 MOVE "C"   TO EXP-NATUREZA
                 MOVE WRK-TOT-DESCX TO EXP-VALOR
                 MOVE "RECUPERACAO QUEBRA CAIXA" TO EXP-DESCRICAO
                 PERFORM 0265-GRAVAR-LINHA-EXPORT
               END-IF

               IF WRK-TOT-VT GREATER ZEROS
                 MOVE 31104 TO EXP-CONTA
                 MOVE "C"   TO EXP-NATUREZA
                 MOVE WRK-TOT-VT TO EXP-VALOR
                 MOVE "RECUPERACAO VALE-TRANSPORTE" TO EXP-DESCRICAO
                 PERFORM 0265-GRAVAR-LINHA-EXPORT
               END-IF

               IF WRK-TOT-ADIANT GREATER ZEROS
                 MOVE 11401 TO EXP-CONTA
                 MOVE "C"   TO EXP-NATUREZA
                 MOVE WRK-TOT-ADIANT TO EXP-VALOR
                 MOVE "ADIANTAMENTOS A FUNCIONARIOS" TO EXP-DESCRICAO
                 PERFORM 0265-GRAVAR-LINHA-EXPORT
               END-IF

               CLOSE EXPCONT
               DISPLAY "EXPORTACAO CONTABIL GERADA EM "
                       WRK-CAMINHO-EXPCONT
               WRITE REG-FERIAS.
               ADD 1 TO WRK-IND-FER.

      *--------------------------------------------------------------
      *  0297-MARCAR-ADIANTAMENTOS: GRAVA NO ARQUIVO DE ADIANTAMENTOS
      *  O VALOR DESCONTADO NA FOLHA (D = QUITADO, P = COM SALDO
      *  PARA A RESCISAO), REGRAVANDO O ARQUIVO COMPLETO.
      *--------------------------------------------------------------
       0297-MARCAR-ADIANTAMENTOS        SECTION.
               OPEN OUTPUT ADIANTAM.
               IF FS-ADIANTAM NOT EQUAL 0
                 DISPLAY "ARQUIVO DE ADIANTAMENTOS NAO FOI REGRAVADO - "
                         "STATUS " FS-ADIANTAM
                 GO TO 0297-MARCAR-SAIDA
               END-IF.
               MOVE 1 TO WRK-IND-ADT.
               PERFORM 0298-GRAVAR-ADIANTAMENTO
                 UNTIL WRK-IND-ADT GREATER WRK-QTD-ADT-ARQ.
               CLOSE ADIANTAM.
       0297-MARCAR-SAIDA.
               EXIT.

       0298-GRAVAR-ADIANTAMENTO         SECTION.
               MOVE WRK-ADT-ITEM(WRK-IND-ADT) TO REG-ADIANTAMENTO.
               WRITE REG-ADIANTAMENTO.
               ADD 1 TO WRK-IND-ADT.

      *--------------------------------------------------------------
      *  0270-MARCAR-CONSIGNADOS: REGRAVA O CADASTRO DE CONSIGNADOS
      *  COM AS PARCELAS PAGAS E O VALOR DESCONTADO NA COMPETENCIA.
      *--------------------------------------------------------------
       0270-MARCAR-CONSIGNADOS          SECTION.
               OPEN OUTPUT CONSIG.
               IF FS-CONSIG NOT EQUAL 0
                 DISPLAY "CADASTRO DE CONSIGNADOS NAO FOI REGRAVADO - "
                         "STATUS " FS-CONSIG
                 GO TO 0270-MARCAR-SAIDA
               END-IF.
               MOVE 1 TO WRK-IND-CSG.
               PERFORM UNTIL WRK-IND-CSG GREATER WRK-QTD-CSG
                 MOVE WRK-CSG-ITEM(WRK-IND-CSG) TO REG-CONSIG
                 WRITE REG-CONSIG
                 ADD 1 TO WRK-IND-CSG
               END-PERFORM.
               CLOSE CONSIG.
       0270-MARCAR-SAIDA.
               EXIT.

      *--------------------------------------------------------------
      *  0275-EMITIR-REPASSE: LISTA DE REPASSE DA COMPETENCIA
      *  AGRUPADA POR BANCO - O DESCONTADO DE CADA CONTRATO E O QUE
      *  FICOU SEM DESCONTO (FALTA DE MARGEM) PARA O BANCO COBRAR.
      *--------------------------------------------------------------
       0275-EMITIR-REPASSE              SECTION.
               MOVE "REPCONSIG" TO RG-NOME-RELATORIO.
               CALL "RELGER" USING WRK-AREA-RELGER.
               MOVE RG-CAMINHO TO WRK-CAMINHO-REPCONSIG.
               OPEN OUTPUT REPCONSIG.
               IF FS-REPCONSIG NOT EQUAL 0
                 DISPLAY "LISTA DE REPASSE DOS CONSIGNADOS NAO FOI "
                         "ABERTA - STATUS " FS-REPCONSIG
                 GO TO 0275-EMITIR-SAIDA
               END-IF.
               MOVE SPACES TO REG-REPCONSIG.
               STRING "REPASSE DE CONSIGNADOS - COMPETENCIA "
                      WRK-COMPETENCIA DELIMITED BY SIZE
                 INTO REG-REPCONSIG
               END-STRING.
               WRITE REG-REPCONSIG.
               MOVE "  ID   NOME                           CONTRATO"
                 TO REG-REPCONSIG.
               MOVE "PARCELA  DESCONTADO SEM MARGEM"
                 TO REG-REPCONSIG(55:).
               WRITE REG-REPCONSIG.

      *        BANCOS COM DESCONTO NA RODADA, NA ORDEM DO CADASTRO
               MOVE ZEROS TO WRK-QTD-BCS.
               MOVE 1 TO WRK-IND-CSG.
               PERFORM 0276-LISTAR-BANCO
                 UNTIL WRK-IND-CSG GREATER WRK-QTD-CSG.

               MOVE ZEROS TO WRK-REP-TOTAL-FALTA.
               MOVE 1 TO WRK-IND-BCS.
               PERFORM 0277-REPASSE-DO-BANCO
                 UNTIL WRK-IND-BCS GREATER WRK-QTD-BCS.

               MOVE SPACES TO REG-REPCONSIG.
               WRITE REG-REPCONSIG.
               MOVE "TOTAL A REPASSAR.............." TO WRK-LRT-ROTULO.
               MOVE ZEROS               TO WRK-LRT-QTD.
               MOVE WRK-TOT-CONSIG      TO WRK-LRT-VALOR.
               MOVE WRK-REP-TOTAL-FALTA TO WRK-LRT-FALTA.
               MOVE WRK-LINHA-REP-TOT TO REG-REPCONSIG.
               WRITE REG-REPCONSIG.
               CLOSE REPCONSIG.
               DISPLAY "REPASSE DE CONSIGNADOS GRAVADO EM "
                       WRK-CAMINHO-REPCONSIG.
       0275-EMITIR-SAIDA.
               EXIT.

       0276-LISTAR-BANCO                SECTION.
               IF WRK-CSM-NOME(WRK-IND-CSG) NOT EQUAL SPACES
                 MOVE "N" TO WRK-SW-BCS
                 MOVE 1   TO WRK-IND-BCS
                 PERFORM UNTIL WRK-IND-BCS GREATER WRK-QTD-BCS
                            OR BANCO-LISTADO
                   IF WRK-BCS-BANCO(WRK-IND-BCS)
                      EQUAL WRK-CSG-BANCO(WRK-IND-CSG)
                     SET BANCO-LISTADO TO TRUE
                   ELSE
                     ADD 1 TO WRK-IND-BCS
                   END-IF
                 END-PERFORM
                 IF NOT BANCO-LISTADO
                    AND WRK-QTD-BCS LESS WRK-MAX-BCS
                   ADD 1 TO WRK-QTD-BCS
                   MOVE WRK-CSG-BANCO(WRK-IND-CSG)
                     TO WRK-BCS-BANCO(WRK-QTD-BCS)
                 END-IF
               END-IF.
               ADD 1 TO WRK-IND-CSG.

       0277-REPASSE-DO-BANCO            SECTION.
               MOVE SPACES TO REG-REPCONSIG.
               WRITE REG-REPCONSIG.
               MOVE WRK-BCS-BANCO(WRK-IND-BCS) TO WRK-LRB-BANCO.
               MOVE WRK-LINHA-REP-BANCO TO REG-REPCONSIG.
               WRITE REG-REPCONSIG.
               MOVE ZEROS TO WRK-BCS-QTD.
               MOVE ZEROS TO WRK-BCS-TOTAL.
               MOVE ZEROS TO WRK-BCS-FALTA.
               MOVE 1 TO WRK-IND-CSG.
               PERFORM 0278-REPASSE-CONTRATO
                 UNTIL WRK-IND-CSG GREATER WRK-QTD-CSG.
               MOVE "  TOTAL DO BANCO.............." TO WRK-LRT-ROTULO.
               MOVE WRK-BCS-QTD   TO WRK-LRT-QTD.
               MOVE WRK-BCS-TOTAL TO WRK-LRT-VALOR.
               MOVE WRK-BCS-FALTA TO WRK-LRT-FALTA.
               MOVE WRK-LINHA-REP-TOT TO REG-REPCONSIG.
               WRITE REG-REPCONSIG.
               ADD WRK-BCS-FALTA TO WRK-REP-TOTAL-FALTA.
               ADD 1 TO WRK-IND-BCS.

       0278-REPASSE-CONTRATO            SECTION.
               IF WRK-CSM-NOME(WRK-IND-CSG) NOT EQUAL SPACES
                  AND WRK-CSG-BANCO(WRK-IND-CSG)
                      EQUAL WRK-BCS-BANCO(WRK-IND-BCS)
                 MOVE WRK-CSG-FUNC-ID(WRK-IND-CSG) TO WRK-LRD-FUNC-ID
                 MOVE WRK-CSM-NOME(WRK-IND-CSG)    TO WRK-LRD-NOME
                 MOVE WRK-CSG-CONTRATO(WRK-IND-CSG)
                   TO WRK-LRD-CONTRATO
                 MOVE WRK-CSG-PAGAS(WRK-IND-CSG)    TO WRK-LRD-PAGAS
                 MOVE WRK-CSG-PARCELAS(WRK-IND-CSG) TO WRK-LRD-PARCELAS
                 MOVE WRK-CSG-ULT-VALOR(WRK-IND-CSG) TO WRK-LRD-VALOR
                 MOVE WRK-CSM-FALTA(WRK-IND-CSG)    TO WRK-LRD-FALTA
                 MOVE WRK-LINHA-REP-DET TO REG-REPCONSIG
                 WRITE REG-REPCONSIG
                 ADD 1 TO WRK-BCS-QTD
                 ADD WRK-CSG-ULT-VALOR(WRK-IND-CSG) TO WRK-BCS-TOTAL
                 ADD WRK-CSM-FALTA(WRK-IND-CSG)     TO WRK-BCS-FALTA
               END-IF.
               ADD 1 TO WRK-IND-CSG.

       0300-FINALIZAR                   SECTION.
               PERFORM 0260-FECHAMENTO-CONTABIL.
               IF FOLHA-TEM-FERIAS
                 PERFORM 0295-MARCAR-FERIAS-PAGAS
               END-IF.
               IF FOLHA-TEM-ADIANTAMENTO
                 PERFORM 0297-MARCAR-ADIANTAMENTOS
               END-IF.
               IF FOLHA-TEM-CONSIGNADO
                 PERFORM 0270-MARCAR-CONSIGNADOS
                 PERFORM 0275-EMITIR-REPASSE
               END-IF.
               MOVE WRK-TOT-CONSIG TO WRK-TOTAL-ED.
               DISPLAY "CONSIGNADOS DESCONTADOS " WRK-TOTAL-ED.
               MOVE WRK-TOT-ADIANT TO WRK-TOTAL-ED.
               DISPLAY "ADIANTAM. DESCONTADOS. " WRK-TOTAL-ED.
               MOVE WRK-REM-QTD   TO WRK-RT-QTD.
               MOVE WRK-REM-TOTAL TO WRK-RT-TOTAL.
               MOVE WRK-REM-TRAILER TO REG-REMESSA.
