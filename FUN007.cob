      *==            DIAS (ATE 30). O PAGAMENTO COM O TERCO
      *==            CONSTITUCIONAL E FEITO PELA FOLHA DO PROGRAMA19
      *==            NA COMPETENCIA AGENDADA.
      *==  15/10/2026 - JV - FUNCIONARIO AFASTADO NO INICIO DO GOZO
      *==            (AFASTAM.DAT, CONSULTADO PELO MODULO CALCAFA) OU
      *==            COM AFASTAMENTO EM ABERTO NAO TEM FERIAS
      *==            AGENDADAS.
      *=================================================================

       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
           COPY "CAMFUNC.cpy".
           COPY "CAMFER.cpy".
           COPY "CALCAFA.cpy".
       77  FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77  FS-FERIAS       PIC 9(02) VALUE ZEROS.

             GOBACK
           END-IF.

      *--- NAO SE AGENDA FERIAS DURANTE AFASTAMENTO ---
           INITIALIZE WRK-AREA-CALCAFA.
           MOVE WRK-ID     TO AFC-FUNC-ID.
           MOVE WRK-INICIO TO AFC-DATA-REF.
           CALL "CALCAFA" USING WRK-AREA-CALCAFA.
           IF AFC-AFASTADO
             IF AFC-RETORNO EQUAL ZEROS
               DISPLAY "FUNCIONARIO AFASTADO (TIPO " AFC-TIPO
                       ") DESDE " AFC-INICIO " SEM PREVISAO DE "
                       "RETORNO - FERIAS NAO AGENDADAS"
             ELSE
               DISPLAY "FUNCIONARIO AFASTADO (TIPO " AFC-TIPO
                       ") ATE O RETORNO EM " AFC-RETORNO
                       " - FERIAS NAO AGENDADAS"
             END-IF
             GOBACK
           END-IF.

       0200-PROCESSAR                  SECTION.
           PERFORM 0155-OBTER-CAMINHO-FERIAS.
           OPEN EXTEND FERIAS.
