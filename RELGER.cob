      *==            A GERACAO MAIS ANTIGA (CBL_DELETE_FILE) E A TIRA
      *==            DO CATALOGO. OS RELATORIOS PARAM DE SE DESTRUIR A
      *==            CADA EXECUCAO E O AUDITOR GANHA O "NA DATA TAL".
      *==  15/10/2026 - JV - O CATALOGO PASSA A REGISTRAR TAMBEM AS
      *==            ENTREGAS DO RELDIST (TIPO D: FILIAL E
      *==            DESTINATARIO DE CADA COPIA). AS ENTREGAS NAO
      *==            CONTAM COMO GERACAO NO LIMITE RETIDO; QUANDO UMA
      *==            GERACAO SAI DO CATALOGO, AS COPIAS ENTREGUES DELA
      *==            SAEM JUNTO (ARQUIVO E ENTRADA).
      *=================================================================

       ENVIRONMENT DIVISION.
           05 CAT-NOME        PIC X(12).
           05 CAT-DATA        PIC 9(08).
           05 CAT-CAMINHO     PIC X(100).
           05 CAT-DISTRIBUICAO.
              10 CAT-TIPO          PIC X(01).
                  88 CAT-GERACAO          VALUE ' ' 'G'.
                  88 CAT-ENTREGA          VALUE 'D'.
              10 CAT-FILIAL        PIC 9(02).
              10 CAT-DESTINATARIO  PIC X(20).

       WORKING-STORAGE SECTION.
           COPY "DATAMES.cpy".

      *--------------- CATALOGO CARREGADO EM MEMORIA -------------------
       01  WRK-TAB-CATALOGO.
           05 WRK-CAT-ITEM OCCURS 500 TIMES.
              10 WRK-CAT-NOME    PIC X(12).
              10 WRK-CAT-DATA    PIC 9(08).
              10 WRK-CAT-CAMINHO PIC X(100).
              10 WRK-CAT-DISTRIB.
                 15 WRK-CAT-TIPO    PIC X(01).
                 15 WRK-CAT-FILIAL  PIC 9(02).
                 15 WRK-CAT-DESTIN  PIC X(20).
       77  WRK-QTD-CATALOGO       PIC 9(03)  VALUE ZEROS.
       77  WRK-MAX-CATALOGO       PIC 9(03)  VALUE 500.
       77  WRK-IND-CATALOGO       PIC 9(03)  VALUE ZEROS.

      *--------------- CONTROLE DA LIMPEZA -----------------------------
                     TO WRK-CAT-DATA(WRK-QTD-CATALOGO)
                   MOVE CAT-CAMINHO
                     TO WRK-CAT-CAMINHO(WRK-QTD-CATALOGO)
                   MOVE CAT-DISTRIBUICAO
                     TO WRK-CAT-DISTRIB(WRK-QTD-CATALOGO)
                 END-IF
                 READ RELCAT NEXT RECORD
               END-PERFORM
                    LK-NOME-RELATORIO
                  AND WRK-CAT-DATA(WRK-IND-CATALOGO) EQUAL
                      DTM-AAAAMMDD
                  AND WRK-CAT-TIPO(WRK-IND-CATALOGO) NOT EQUAL 'D'
                 SET GERACAO-JA-EXISTE TO TRUE
               END-IF
             END-PERFORM.
                 TO WRK-CAT-DATA(WRK-QTD-CATALOGO)
               MOVE LK-CAMINHO
                 TO WRK-CAT-CAMINHO(WRK-QTD-CATALOGO)
               MOVE "G"    TO WRK-CAT-TIPO(WRK-QTD-CATALOGO)
               MOVE ZEROS  TO WRK-CAT-FILIAL(WRK-QTD-CATALOGO)
               MOVE SPACES TO WRK-CAT-DESTIN(WRK-QTD-CATALOGO)
             END-IF.

      *--------------------------------------------------------------
      *  0400-LIMPAR-ANTIGAS: ENQUANTO O RELATORIO TIVER MAIS
      *  GERACOES QUE O LIMITE RETIDO, A MAIS ANTIGA E APAGADA DO
      *  DISCO E SAI DO CATALOGO (A ENTRADA FICA EM BRANCO E NAO E
      *  REGRAVADA). AS ENTREGAS DO RELDIST (TIPO D) NAO CONTAM NO
      *  LIMITE, MAS SAEM JUNTO COM A GERACAO DE QUE FORAM TIRADAS.
      *--------------------------------------------------------------
       0400-LIMPAR-ANTIGAS             SECTION.
             PERFORM 0410-CONTAR-GERACOES.
                 UNTIL WRK-IND-CATALOGO GREATER WRK-QTD-CATALOGO
               IF WRK-CAT-NOME(WRK-IND-CATALOGO) EQUAL
                    LK-NOME-RELATORIO
                  AND WRK-CAT-TIPO(WRK-IND-CATALOGO) NOT EQUAL 'D'
                 ADD 1 TO WRK-QTD-DO-RELATORIO
               END-IF
             END-PERFORM.
                    LK-NOME-RELATORIO
                  AND WRK-CAT-DATA(WRK-IND-CATALOGO) LESS
                      WRK-DATA-ANTIGA
                  AND WRK-CAT-TIPO(WRK-IND-CATALOGO) NOT EQUAL 'D'
                 MOVE WRK-CAT-DATA(WRK-IND-CATALOGO)
                   TO WRK-DATA-ANTIGA
                 MOVE WRK-IND-CATALOGO TO WRK-IND-ANTIGA
             END-PERFORM.

             IF WRK-IND-ANTIGA GREATER ZEROS
               PERFORM 0430-APAGAR-ENTREGAS
               CALL "CBL_DELETE_FILE"
                 USING WRK-CAT-CAMINHO(WRK-IND-ANTIGA)
               END-CALL
               MOVE ZEROS  TO WRK-CAT-DATA(WRK-IND-ANTIGA)
             END-IF.

      *--------------------------------------------------------------
      *  0430-APAGAR-ENTREGAS: AS COPIAS POR FILIAL ENTREGUES A PARTIR
      *  DA GERACAO QUE ESTA SAINDO TAMBEM SAEM DO DISCO E DO
      *  CATALOGO.
      *--------------------------------------------------------------
       0430-APAGAR-ENTREGAS            SECTION.
             PERFORM VARYING WRK-IND-CATALOGO FROM 1 BY 1
                 UNTIL WRK-IND-CATALOGO GREATER WRK-QTD-CATALOGO
               IF WRK-CAT-NOME(WRK-IND-CATALOGO) EQUAL
                    LK-NOME-RELATORIO
                  AND WRK-CAT-DATA(WRK-IND-CATALOGO) EQUAL
                      WRK-DATA-ANTIGA
                  AND WRK-CAT-TIPO(WRK-IND-CATALOGO) EQUAL 'D'
                 CALL "CBL_DELETE_FILE"
                   USING WRK-CAT-CAMINHO(WRK-IND-CATALOGO)
                 END-CALL
                 MOVE SPACES TO WRK-CAT-NOME(WRK-IND-CATALOGO)
                 MOVE SPACES TO WRK-CAT-CAMINHO(WRK-IND-CATALOGO)
                 MOVE ZEROS  TO WRK-CAT-DATA(WRK-IND-CATALOGO)
               END-IF
             END-PERFORM.

       0500-REGRAVAR-CATALOGO          SECTION.
             OPEN OUTPUT RELCAT.
             IF FS-RELCAT NOT EQUAL 0
                   MOVE WRK-CAT-NOME(WRK-IND-GRAVA)    TO CAT-NOME
                   MOVE WRK-CAT-DATA(WRK-IND-GRAVA)    TO CAT-DATA
                   MOVE WRK-CAT-CAMINHO(WRK-IND-GRAVA) TO CAT-CAMINHO
                   MOVE WRK-CAT-DISTRIB(WRK-IND-GRAVA)
                     TO CAT-DISTRIBUICAO
                   WRITE REG-RELCAT
                 END-IF
               END-PERFORM
