      *==            INFORMADA).
      *==  02/09/2026 - JV - ACRESCENTADA A OPCAO 20 (LIMITE DE
      *==            CREDITO DO CLIENTE - ARQ031, SO SUPERVISOR).
      *==  15/10/2026 - JV - ACRESCENTADAS AS OPCOES 25 (REVISAO
      *==            MENSAL DO LIMITE DE CREDITO - ARQ037) E 26
      *==            (APROVACAO DA REVISAO - ARQ038, SO SUPERVISOR).
      *==  15/10/2026 - JV - ACRESCENTADA A OPCAO 27 (CARGA DA TABELA
      *==            DE CEP - ARQ039).
      *==  15/10/2026 - JV - ACRESCENTADA A OPCAO 28 (CONSULTA 360 DO
      *==            CLIENTE - ARQ041), LIBERADA AO NIVEL 1 COM CPF,
      *==            TELEFONE E E-MAIL MASCARADOS.
      *=================================================================
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       77  FS-OPERADORES PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO    PIC 9(02) VALUE ZEROS.
           88 SAIR-MENU           VALUE 0.
           88 OPCAO-DE-CONSULTA   VALUE 0 2 3 4 8 12 18 28.

      *-------------------- SIGN-ON DO OPERADOR -------------------------
       77  WRK-ID-SIGNON    PIC 9(04) VALUE ZEROS.
            DISPLAY "22 - SLA DE RECLAMACOES ABERTAS".
            DISPLAY "23 - CONSENTIMENTO LGPD DE MARKETING".
            DISPLAY "24 - AUDITORIA DE CONSENTIMENTOS".
            DISPLAY "25 - REVISAO MENSAL DO LIMITE DE CREDITO".
            DISPLAY "26 - APROVACAO DA REVISAO DE CREDITO".
            DISPLAY "27 - CARGA DA TABELA DE CEP".
            DISPLAY "28 - CONSULTA 360 DO CLIENTE".
            DISPLAY " 0 - SAIR".
            DISPLAY "----------------------------------------".
            DISPLAY "OPCAO: "
               WHEN 22 CALL "ARQ033"
               WHEN 23 CALL "ARQ034"
               WHEN 24 CALL "ARQ035"
               WHEN 25 CALL "ARQ037"
               WHEN 26 CALL "ARQ038"
               WHEN 27 CALL "ARQ039"
               WHEN 28 CALL "ARQ041"
               WHEN 0  CONTINUE
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA"
