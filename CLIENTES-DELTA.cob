      *   A SER PELO CODIGO E A NOVA OPERACAO       *
      *   TROCAFON (TROCA SIMPLES DE TELEFONE) VIRA *
      *   ALTERACAO (C).                            *
      * 15/10/2026 - REATIVACAO DE CLIENTES:        *
      *   REATIVAR VIRA INCLUSAO (A) PARA OS        *
      *   SATELITES VOLTAREM A TRATAR O CLIENTE.    *
      *   ARQUIVAR (PURGA PARA O ARQUIVO MORTO, DE  *
      *   REGISTRO JA INATIVADO) SO E CONTADA.      *
      **********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-QT-EMAILINV  PIC 9(05) VALUE 0.
       77 WRK-QT-ANONIMIZ  PIC 9(05) VALUE 0.
       77 WRK-QT-TROCAFON  PIC 9(05) VALUE 0.
       77 WRK-QT-REATIVAR  PIC 9(05) VALUE 0.
       77 WRK-QT-SUPRIMIDOS PIC 9(05) VALUE 0.
       77 CLIENTES-STATUS  PIC 9(02).
       77 WRK-CLI-OK       PIC X(01) VALUE 'N'.
           WHEN 'TROCAFON'
               MOVE 'C' TO DELTA-ACAO
               ADD 1 TO WRK-QT-TROCAFON
           WHEN 'REATIVAR'
               MOVE 'A' TO DELTA-ACAO
               ADD 1 TO WRK-QT-REATIVAR
           WHEN OTHER
               ADD 1 TO WRK-QT-OUTRAS
           END-EVALUATE.
           MOVE 'TROCAFON.............:' TO RELATO-REG.
           MOVE WRK-QT-TROCAFON TO RELATO-REG(24:05).
           WRITE RELATO-REG.
           MOVE 'REATIVAR.............:' TO RELATO-REG.
           MOVE WRK-QT-REATIVAR TO RELATO-REG(24:05).
           WRITE RELATO-REG.
           MOVE 'EMAILS SUPRIMIDOS....:' TO RELATO-REG.
           MOVE WRK-QT-SUPRIMIDOS TO RELATO-REG(24:05).
           WRITE RELATO-REG.
