      *== 02/09/2026 - JV - A EXTRACAO PODE SELECIONAR POR SEGMENTO
      *==            RFM (SEGMENTO.DAT, APURADO PELO ARQ036) - BRANCO
      *==            EXTRAI TODOS OS SEGMENTOS.
      *== 15/10/2026 - JV - ENDERECO ESTRUTURADO: A LINHA EXTRAIDA
      *==            GANHA NUMERO, BAIRRO, CIDADE, UF E CEP DEPOIS DO
      *==            LOGRADOURO E A EXTRACAO PODE SELECIONAR POR UF E
      *==            POR CIDADE (BRANCO = TODAS).
      *=================================================================

       ENVIRONMENT DIVISION.
           COPY "CLIENTES.cpy".

       FD  EXTRACAO.
       01  REG-EXTRACAO                PIC X(180).

       FD  CONSENTIMENTOS.
           COPY "CONSENTI.cpy".
           88 SEGMENTO-ACHADO       VALUE "S".
       77  WRK-FILTRO-SEGMENTO PIC X(01) VALUE SPACES.

      *--- FILTROS OPCIONAIS POR UF E CIDADE DO ENDERECO ---
       77  WRK-FILTRO-UF     PIC X(02) VALUE SPACES.
       77  WRK-FILTRO-CIDADE PIC X(25) VALUE SPACES.
       77  WRK-SW-LOCAL      PIC X(01) VALUE "N".
           88 LOCAL-CONFERE          VALUE "S".

      *---------------------- ACUMULADORES ------------------------------
       77  WRK-ACUM-LIDOS      PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-EXTRAIDOS  PIC 9(06) VALUE ZEROS.

           DISPLAY "SEGMENTO RFM (BRANCO = TODOS) "
             ACCEPT WRK-FILTRO-SEGMENTO.
           DISPLAY "UF (BRANCO = TODAS) "
             ACCEPT WRK-FILTRO-UF.
           DISPLAY "CIDADE (BRANCO = TODAS) "
             ACCEPT WRK-FILTRO-CIDADE.

           PERFORM 0120-CARREGAR-CONSENTIMENTOS.
           PERFORM 0125-CARREGAR-SEGMENTOS.
             ADD 1 TO WRK-IND-SEGMENT
           END-IF.

      *--- FILTRO OPCIONAL POR UF E CIDADE DO ENDERECO ---
       0137-LOCAL-CONFERE              SECTION.
           MOVE "S" TO WRK-SW-LOCAL.
           IF WRK-FILTRO-UF NOT EQUAL SPACES
              AND REG-END-UF NOT EQUAL WRK-FILTRO-UF
             MOVE "N" TO WRK-SW-LOCAL
           END-IF.
           IF WRK-FILTRO-CIDADE NOT EQUAL SPACES
              AND REG-END-CIDADE NOT EQUAL WRK-FILTRO-CIDADE
             MOVE "N" TO WRK-SW-LOCAL
           END-IF.

       0200-PROCESSAR                  SECTION.
               READ CLIENTES NEXT RECORD.

                    AND REG-EMAIL NOT EQUAL SPACES
                   PERFORM 0130-CONSENTIMENTO-VIGENTE
                   PERFORM 0135-SEGMENTO-CONFERE
                   PERFORM 0137-LOCAL-CONFERE
                   IF CONSENTIMENTO-ACHADO AND SEGMENTO-ACHADO
                      AND LOCAL-CONFERE
                     PERFORM 0210-GRAVAR-EXTRACAO
                   END-IF
                 END-IF
                    REG-EMAIL    DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    REG-ENDERECO DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    REG-END-NUMERO DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    REG-END-BAIRRO DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    REG-END-CIDADE DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    REG-END-UF   DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    REG-END-CEP  DELIMITED BY SIZE
               INTO REG-EXTRACAO
             END-STRING.
             WRITE REG-EXTRACAO.
