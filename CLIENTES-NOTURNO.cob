      *   DA NOITE SAI EM NOTURNO-RELATO.TXT.       *
      * AUTOR....: ALAIN NASCIMENTO                 *
      * DATA.....: 01/09/2026                       *
      **********************************************
      * ALTERACOES:                                 *
      * 15/10/2026 - NOVO PASSO 4, CLIENTES-CTL     *
      *   (V): CONFERE O REGISTRO DE CONTROLE       *
      *   (ULTIMO CODIGO E CONTAGENS) CONTRA A      *
      *   BASE; DIFERENCA DA RETURN-CODE 4 E PARA A *
      *   CADEIA COMO A CONCILIACAO.                *
      * 15/10/2026 - NOVO PASSO 5,                  *
      *   CLIENTES-OPERLOG: ATIVIDADE DOS           *
      *   OPERADORES NO LOG DO DIA ANTERIOR. O      *
      *   RETURN-CODE 4 (EXCECOES PARA A SEGURANCA) *
      *   NAO E FALHA DA CADEIA: O PASSO FICA       *
      *   CONCLUIDO, O RESUMO AVISA E A NOITE       *
      *   TERMINA COM RETURN-CODE 4.                *
      **********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 FIM-CADEIA      VALUE 'S'.
       77 WRK-CADEIA-ERRO  PIC X(01) VALUE 'N'.
           88 CADEIA-ERRO     VALUE 'S'.
       77 WRK-CADEIA-ALERTA PIC X(01) VALUE 'N'.
           88 CADEIA-ALERTA   VALUE 'S'.
       77 WRK-MODO-BKP     PIC X(01) VALUE 'U'.
       77 WRK-DATA         PIC 9(08) VALUE 0.
       77 WRK-HORA         PIC 9(08) VALUE 0.
       77 WRK-DATAHORA     PIC X(16) VALUE SPACES.

      * SECAO DO REGISTRO DE CONTROLE (AREA DE CHAMADA DE
      * CLIENTES-CTL)
       01 WRK-CONTROLE.
           05 WRK-CTL-FUNCAO    PIC X(01).
           05 WRK-CTL-CODIGO    PIC 9(07).
           05 WRK-CTL-ATIVOS    PIC S9(07).
           05 WRK-CTL-INATIVOS  PIC S9(07).
           05 WRK-CTL-RETORNO   PIC 9(02).

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
                 ON EXCEPTION
                   MOVE 16 TO RETURN-CODE
               END-CALL
           WHEN 4
               INITIALIZE WRK-CONTROLE
               MOVE 'V' TO WRK-CTL-FUNCAO
               CALL 'CLIENTES-CTL' USING WRK-CONTROLE
                 ON EXCEPTION
                   MOVE 16 TO RETURN-CODE
               END-CALL
           WHEN 5
               CALL 'CLIENTES-OPERLOG'
                 ON EXCEPTION
                   MOVE 16 TO RETURN-CODE
               END-CALL
           END-EVALUATE.
           MOVE RETURN-CODE TO WRK-PASSO-RC.
           MOVE 0 TO RETURN-CODE.
             INTO RELATO-REG
           END-STRING.
           WRITE RELATO-REG.
      *    NO PASSO 5 O RETURN-CODE 4 SO AVISA DE EXCECOES PARA A
      *    SEGURANCA: A BASE ESTA CERTA E O PASSO NAO E REPETIDO.
           IF WRK-PASSO = 5 AND WRK-PASSO-RC = 4
               MOVE 'EXCECOES DE OPERADOR - VER OPERLOG-RELATO.TXT'
                   TO RELATO-REG
               WRITE RELATO-REG
               SET CADEIA-ALERTA TO TRUE
               MOVE 0 TO WRK-PASSO-RC
           END-IF.
           IF WRK-PASSO-RC = 0
               MOVE 'C' TO NCKP-SITUACAO
               PERFORM 8300-GRAVA-CHECKPOINT
               IF WRK-PASSO = 5
                   SET FIM-CADEIA TO TRUE
               ELSE
                   ADD 1 TO WRK-PASSO
           ELSE
               MOVE 'NOITE CONCLUIDA SEM ERROS' TO RELATO-REG
               WRITE RELATO-REG
               IF CADEIA-ALERTA
                   MOVE 'COM EXCECOES PARA A SEGURANCA' TO RELATO-REG
                   WRITE RELATO-REG
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE RELATO.

               MOVE 'CLIENTES-CONCIL' TO WRK-PASSO-NOME
           WHEN 3
               MOVE 'CLIENTES-BKP (U)' TO WRK-PASSO-NOME
           WHEN 4
               MOVE 'CLIENTES-CTL (V)' TO WRK-PASSO-NOME
           WHEN 5
               MOVE 'CLIENTES-OPERLOG' TO WRK-PASSO-NOME
           WHEN OTHER
               MOVE 'PASSO DESCONHECIDO' TO WRK-PASSO-NOME
           END-EVALUATE.
