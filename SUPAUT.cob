       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPAUT.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: AUTENTICACAO DE SUPERVISOR PARA AS LIBERACOES DO
      *==            BALCAO (VENDA ABAIXO DO CUSTO, SEM SALDO LIVRE E
      *==            PRAZO ACIMA DO LIMITE) - O "S" DIGITADO NO CAIXA
      *==            PASSA A EXIGIR O ID E A SENHA DE UM OPERADOR ATIVO
      *==            DE NIVEL 2 NO OPERADOR.DAT (ATE 3 TENTATIVAS, COMO
      *==            O SIGNON). SEM O CADASTRO NAO HA LIBERACAO. A
      *==            SESSAO DO CAIXA NAO E TOCADA - O SUPERVISOR SO
      *==            ASSINA A LIBERACAO. CHAMADO POR CALL "SUPAUT"
      *==            USING A AREA DE SUPAUT.cpy.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO WRK-CAMINHO-OPERADOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES.
           COPY "OPERADOR.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMOPE.cpy".
       77  FS-OPERADORES PIC 9(02) VALUE ZEROS.

      *-------------------- IDENTIFICACAO DO SUPERVISOR ----------------
       77  WRK-ID-SUPERVISOR  PIC 9(04) VALUE ZEROS.
       77  WRK-SENHA-SUPERV   PIC X(08) VALUE SPACES.
       77  WRK-TENTATIVAS     PIC 9(01) VALUE ZEROS.
       77  WRK-MAX-TENTATIVAS PIC 9(01) VALUE 3.

       LINKAGE SECTION.
       01  LK-AREA-SUPAUT.
           05 LK-SUP-ID           PIC 9(04).
           05 LK-SUP-NOME         PIC X(20).
           05 LK-SUP-SW-AUTORIZA  PIC X(01).
              88 LK-SUP-AUTORIZADO        VALUE 'S'.

       PROCEDURE DIVISION USING LK-AREA-SUPAUT.
       0000-PRINCIPAL                  SECTION.
            MOVE ZEROS  TO LK-SUP-ID.
            MOVE SPACES TO LK-SUP-NOME.
            MOVE "N"    TO LK-SUP-SW-AUTORIZA.
            MOVE ZEROS  TO WRK-TENTATIVAS.
            PERFORM 0109-OBTER-CAMINHO-OPERADOR.
            OPEN INPUT OPERADORES.
            IF FS-OPERADORES NOT EQUAL 0
               DISPLAY "CADASTRO DE OPERADORES NAO FOI ABERTO - STATUS "
                       FS-OPERADORES " - LIBERACAO RECUSADA"
               GO TO 0000-ENCERRAR
            END-IF.
            PERFORM 0100-TENTAR-AUTORIZACAO
              UNTIL LK-SUP-AUTORIZADO
                 OR WRK-TENTATIVAS IS GREATER THAN OR EQUAL TO
                    WRK-MAX-TENTATIVAS.
            CLOSE OPERADORES.
            IF NOT LK-SUP-AUTORIZADO
               DISPLAY "LIBERACAO RECUSADA - SUPERVISOR NAO "
                       "AUTENTICADO"
            END-IF.
       0000-ENCERRAR.
            GOBACK.

       0100-TENTAR-AUTORIZACAO         SECTION.
            ADD 1 TO WRK-TENTATIVAS.
            DISPLAY "ID DO SUPERVISOR. "
              ACCEPT WRK-ID-SUPERVISOR.
            DISPLAY "SENHA............ "
              ACCEPT WRK-SENHA-SUPERV.

            MOVE WRK-ID-SUPERVISOR TO OPE-ID.
            READ OPERADORES KEY IS OPE-ID
              INVALID KEY
                DISPLAY "SUPERVISOR OU SENHA INVALIDOS"
              NOT INVALID KEY
                IF OPE-ATIVO
                   AND OPE-SENHA EQUAL WRK-SENHA-SUPERV
                  IF OPE-NIVEL-COMPLETO
                    MOVE OPE-ID   TO LK-SUP-ID
                    MOVE OPE-NOME TO LK-SUP-NOME
                    MOVE "S"      TO LK-SUP-SW-AUTORIZA
                    DISPLAY "LIBERADO POR " OPE-NOME
                  ELSE
                    DISPLAY "OPERADOR " OPE-ID " SEM NIVEL DE "
                            "SUPERVISOR"
                  END-IF
                ELSE
                  DISPLAY "SUPERVISOR OU SENHA INVALIDOS"
                END-IF
            END-READ.
            MOVE SPACES TO WRK-SENHA-SUPERV.

           COPY "CAMOPEP.cpy".
