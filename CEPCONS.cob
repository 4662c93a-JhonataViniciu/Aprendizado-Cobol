       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPCONS.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CONSULTA DE CEP NO ARQUIVO DE REFERENCIA CEP.DAT
      *==            (CARREGADO PELO ARQ039) PARA A CRITICA DO ENDERECO
      *==            ESTRUTURADO DOS CLIENTES. SEM O ARQUIVO O MODULO
      *==            DEVOLVE "TABELA INDISPONIVEL" E O CHAMADOR DECIDE
      *==            SE ACEITA O ENDERECO SEM A CONFERENCIA. CHAMADO
      *==            POR CALL "CEPCONS" USING A AREA DE CEPCONS.cpy.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEPS ASSIGN TO WRK-CAMINHO-CEP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-NUMERO
               FILE STATUS IS FS-CEPS.

       DATA DIVISION.
       FILE SECTION.
       FD  CEPS.
           COPY "CEPREF.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMCEP.cpy".
       77  FS-CEPS PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-AREA-CEPCONS.
           05 LK-CEC-CEP          PIC 9(08).
           05 LK-CEC-LOGRADOURO   PIC X(40).
           05 LK-CEC-BAIRRO       PIC X(20).
           05 LK-CEC-CIDADE       PIC X(25).
           05 LK-CEC-UF           PIC X(02).
           05 LK-CEC-SW-RESULTADO PIC X(01).

       PROCEDURE DIVISION USING LK-AREA-CEPCONS.
       0000-PRINCIPAL                  SECTION.
            MOVE SPACES TO LK-CEC-LOGRADOURO LK-CEC-BAIRRO
                           LK-CEC-CIDADE LK-CEC-UF.
            MOVE "N"    TO LK-CEC-SW-RESULTADO.
            PERFORM 0192-OBTER-CAMINHO-CEP.
            OPEN INPUT CEPS.
            IF FS-CEPS NOT EQUAL 0
               MOVE "T" TO LK-CEC-SW-RESULTADO
               GO TO 0000-ENCERRAR
            END-IF.

            MOVE LK-CEC-CEP TO CEP-NUMERO.
            READ CEPS KEY IS CEP-NUMERO
              INVALID KEY
                MOVE "N" TO LK-CEC-SW-RESULTADO
              NOT INVALID KEY
                MOVE CEP-LOGRADOURO TO LK-CEC-LOGRADOURO
                MOVE CEP-BAIRRO     TO LK-CEC-BAIRRO
                MOVE CEP-CIDADE     TO LK-CEC-CIDADE
                MOVE CEP-UF         TO LK-CEC-UF
                MOVE "S"            TO LK-CEC-SW-RESULTADO
            END-READ.
            CLOSE CEPS.
       0000-ENCERRAR.
            GOBACK.

           COPY "CAMCEPP.cpy".
