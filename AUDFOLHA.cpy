      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DOS APONTAMENTOS DA AUDITORIA DE VARIACAO
      *==            DA FOLHA (AUDFOLHA.DAT) - GRAVADOS PELO
      *==            PROGRAMA98 POR COMPETENCIA E RECONHECIDOS UM A UM
      *==            PELO SUPERVISOR NO PROGRAMA61 ANTES DE LIBERAR A
      *==            REMESSA. A SEQUENCIA 0000 (TIPO '0') MARCA A
      *==            EXECUCAO DA AUDITORIA, COM A DATA/HORA E A
      *==            QUANTIDADE DE APONTAMENTOS - FOLHA RERODADA DEPOIS
      *==            DELA EXIGE NOVA AUDITORIA. RERODAR A AUDITORIA
      *==            SUBSTITUI A COMPETENCIA.
      *=================================================================
       01  REG-AUDFOLHA.
           05 AFL-COMPETENCIA   PIC 9(06).
           05 AFL-SEQUENCIA     PIC 9(04).
           05 AFL-FUNC-ID       PIC 9(04).
           05 AFL-TIPO          PIC X(01).
               88 AFL-MARCA-AUDITORIA  VALUE '0'.
               88 AFL-VARIACAO-LIQ     VALUE 'L'.
               88 AFL-NOVO             VALUE 'N'.
               88 AFL-AUSENTE          VALUE 'A'.
               88 AFL-HORAS-EXTRAS     VALUE 'H'.
               88 AFL-COMISSAO         VALUE 'C'.
               88 AFL-TETO             VALUE 'T'.
               88 AFL-CONTA-BANCO      VALUE 'B'.
           05 AFL-VALOR-ATUAL   PIC 9(08)V99.
           05 AFL-VALOR-ANTES   PIC 9(08)V99.
           05 AFL-DESCRICAO     PIC X(40).
           05 AFL-STATUS        PIC X(01).
               88 AFL-PENDENTE         VALUE 'P'.
               88 AFL-RECONHECIDO      VALUE 'R'.
           05 AFL-DATA          PIC 9(08).
           05 AFL-HORA          PIC 9(08).
           05 AFL-OPERADOR      PIC X(20).
