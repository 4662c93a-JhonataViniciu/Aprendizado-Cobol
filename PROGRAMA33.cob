      *==           DE TERCA-FEIRA PASSADA".
      *== DATA: 21/08/2026
      *== OBSERVAÇÕES:
      *== 15/10/2026 - JV - LISTA TAMBEM AS ENTREGAS DO RELDIST (COPIA
      *==           POR FILIAL: FILIAL E DESTINATARIO DE CADA UMA).
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           05 CAT-NOME        PIC X(12).
           05 CAT-DATA        PIC 9(08).
           05 CAT-CAMINHO     PIC X(100).
           05 CAT-DISTRIBUICAO.
              10 CAT-TIPO          PIC X(01).
                  88 CAT-GERACAO          VALUE ' ' 'G'.
                  88 CAT-ENTREGA          VALUE 'D'.
              10 CAT-FILIAL        PIC 9(02).
              10 CAT-DESTINATARIO  PIC X(20).

       WORKING-STORAGE               SECTION.
       77  FS-RELCAT              PIC 9(02)  VALUE ZEROS.

       77  WRK-NOME-FILTRO  PIC X(12) VALUE SPACES.
       77  WRK-ACUM-LISTADOS PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-ENTREGAS PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM UNTIL FS-RELCAT NOT EQUAL 00
                 IF WRK-NOME-FILTRO EQUAL SPACES
                    OR CAT-NOME EQUAL WRK-NOME-FILTRO
                   IF CAT-ENTREGA
                     DISPLAY CAT-NOME " " CAT-DATA " ENTREGA FILIAL "
                             CAT-FILIAL " PARA " CAT-DESTINATARIO
                     DISPLAY "    " CAT-CAMINHO
                     ADD 1 TO WRK-ACUM-ENTREGAS
                   ELSE
                     DISPLAY CAT-NOME " " CAT-DATA " " CAT-CAMINHO
                     ADD 1 TO WRK-ACUM-LISTADOS
                   END-IF
                 END-IF
                 READ RELCAT NEXT RECORD
               END-PERFORM.

               IF WRK-ACUM-LISTADOS EQUAL ZEROS
                  AND WRK-ACUM-ENTREGAS EQUAL ZEROS
                 DISPLAY "NENHUMA GERACAO CATALOGADA PARA O FILTRO"
               END-IF.

       0300-FINALIZAR                  SECTION.
               CLOSE RELCAT.
               DISPLAY "GERACOES LISTADAS: " WRK-ACUM-LISTADOS.
               DISPLAY "ENTREGAS LISTADAS: " WRK-ACUM-ENTREGAS.
               DISPLAY "FIM DE PROGRAMA ".
