      *   LOG), A CONCILIACAO PASSOU A ORDENAR E    *
      *   CASAR PELO CODIGO EM VEZ DO FONE, QUE     *
      *   AGORA PODE REPETIR ENTRE CLIENTES.        *
      * 15/10/2026 - OCORRENCIAS DO LOG SEM CLIENTE *
      *   (CODIGO ZERO, COMO O PEDIDO DE PURGA DA   *
      *   DUPLA APROVACAO) FICAM FORA DA ORDENACAO  *
      *   E DA CONFERENCIA.                         *
      **********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           END-IF.

       1190-RELEASE-LOG.
      *    OCORRENCIA SEM CLIENTE (EX.: PEDIDO DE PURGA) NAO CONCILIA.
           IF LOG-CODIGO NOT = 0
               ADD 1 TO WRK-QT-LOG
               MOVE LOG-CODIGO TO SORT-CODIGO
               MOVE LOG-FONE TO SORT-FONE
               MOVE LOG-DATAHORA TO SORT-DATAHORA
               MOVE LOG-OPERACAO TO SORT-OPERACAO
               MOVE LOG-NOME-DEPOIS TO SORT-NOME
               MOVE LOG-EMAIL-DEPOIS TO SORT-EMAIL
               RELEASE SORT-REG
           END-IF.

       2000-CONCILIA.
           EVALUATE TRUE
