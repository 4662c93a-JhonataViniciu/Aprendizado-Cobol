      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: MONTA EM WRK-END-COMPOSTO O ENDERECO DE ENTREGA
      *==            DO CLIENTE LIDO EM REG-CLIENTES - LOGRADOURO,
      *==            NUMERO E BAIRRO NUMA LINHA DE 40 POSICOES (O QUE
      *==            PASSAR DISSO E CORTADO). A UF SEGUE EM CAMPO
      *==            PROPRIO NA ENTREGA E NO FRETE.
      *=================================================================
       0197-COMPOR-ENDERECO            SECTION.
           MOVE SPACES TO WRK-END-COMPOSTO.
           MOVE 1      TO WRK-PTR-END.
           STRING REG-ENDERECO DELIMITED BY "  "
             INTO WRK-END-COMPOSTO WITH POINTER WRK-PTR-END
           END-STRING.
           IF REG-END-NUMERO NOT EQUAL SPACES
             STRING ", "           DELIMITED BY SIZE
                    REG-END-NUMERO DELIMITED BY SPACE
               INTO WRK-END-COMPOSTO WITH POINTER WRK-PTR-END
             END-STRING
           END-IF.
           IF REG-END-BAIRRO NOT EQUAL SPACES
             STRING " - "          DELIMITED BY SIZE
                    REG-END-BAIRRO DELIMITED BY "  "
               INTO WRK-END-COMPOSTO WITH POINTER WRK-PTR-END
             END-STRING
           END-IF.
