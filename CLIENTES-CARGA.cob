      *   CODIGO E ATRIBUIDO PELA CARGA) E CODIGO    *
      *   PREENCHIDO ALTERA AQUELE CADASTRO. O       *
      *   FONE DEIXOU DE SER CHAVE DE CASAMENTO.     *
      * 15/10/2026 - COM A PURGA GRAVANDO O ARQUIVO  *
      *   MORTO (CLIENTES-MORTO.DAT), O PROXIMO      *
      *   CODIGO DA CARGA CONSIDERA TAMBEM OS        *
      *   CODIGOS ARQUIVADOS, QUE PODEM SER          *
      *   RESTAURADOS E NAO PODEM SER                *
      *   REAPROVEITADOS.                            *
      * 15/10/2026 - O PROXIMO CODIGO PASSOU A VIR   *
      *   DO REGISTRO DE CONTROLE (CLIENTES-CTL),    *
      *   TOMADO NA HORA DE GRAVAR CADA INCLUSAO: A  *
      *   VARREDURA DA PARTIDA (1100) SAIU E A CARGA *
      *   NAO REPETE MAIS O CODIGO DE UMA SESSAO DE  *
      *   TELA ABERTA. AS INCLUSOES SOMAM NOS ATIVOS *
      *   DO REGISTRO NO FIM DA CARGA.               *
      * 15/10/2026 - CADA INCLUSAO E ALTERACAO GRAVA *
      *   TAMBEM A AFTER-IMAGE DO REGISTRO NO        *
      *   JOURNAL CLIENTES-JRN.SEQ (PROGRAMA         *
      *   CLIENTES-CARGA, OPERADOR ZERO), USADO PELA *
      *   RECUPERACAO CLIENTES-RECUP.                *
      **********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CLILOG-STATUS.

           SELECT CLIENTES-JRN ASSIGN USING WRK-ARQ-JRN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS JRN-STATUS.

           SELECT CATEGORIAS ASSIGN USING WRK-ARQ-CAT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
           05 LOG-OPERADOR      PIC 9(04).
           05 LOG-CODIGO        PIC 9(07).

      *    JOURNAL DE AFTER-IMAGES DE CLIENTES.DAT E CLIENTES-END.DAT:
      *    UM REGISTRO POR GRAVACAO (G), REGRAVACAO (R) OU EXCLUSAO (D),
      *    COM O REGISTRO COMPLETO COMO FICOU (NA EXCLUSAO, O APAGADO).
       FD CLIENTES-JRN.
       01 CLIENTES-JRN-REG.
           05 JRN-DATAHORA      PIC X(16).
           05 JRN-OPERADOR      PIC 9(04).
           05 JRN-PROGRAMA      PIC X(20).
           05 JRN-OPERACAO      PIC X(08).
           05 JRN-ARQUIVO       PIC X(01).
               88 JRN-ARQ-CLIENTES VALUE 'C'.
               88 JRN-ARQ-ENDERECO VALUE 'E'.
           05 JRN-ACAO          PIC X(01).
               88 JRN-GRAVACAO     VALUE 'G'.
               88 JRN-REGRAVACAO   VALUE 'R'.
               88 JRN-EXCLUSAO     VALUE 'D'.
           05 JRN-IMAGEM        PIC X(200).

      * SECAO DE VARIAVEIS
       WORKING-STORAGE SECTION.
      * SECAO DE PARAMETROS DE EXECUCAO
       77 WRK-ARQ-ENTRADA     PIC X(60) VALUE SPACES.
       77 WRK-ARQ-RELATO      PIC X(60) VALUE SPACES.
       77 WRK-ARQ-LOG         PIC X(60) VALUE SPACES.
       77 WRK-ARQ-JRN         PIC X(60) VALUE SPACES.
       77 WRK-ARQ-CAT         PIC X(60) VALUE SPACES.

       77 CLIENTES-STATUS  PIC 9(02).
           88 CAT-VALIDA      VALUE 'S'.
       77 ENTRADA-STATUS   PIC 9(02).
       77 CLILOG-STATUS    PIC 9(02).
       77 JRN-STATUS       PIC 9(02).
       77 WRK-FIM-ENTRADA  PIC X(01) VALUE 'N'.
           88 FIM-ENTRADA     VALUE 'S'.
       77 WRK-QT-LIDOS      PIC 9(05) VALUE 0.
       77 WRK-QT-REJEITADOS PIC 9(05) VALUE 0.
       77 WRK-MOTIVO        PIC X(30) VALUE SPACES.

      * SECAO DO REGISTRO DE CONTROLE (AREA DE CHAMADA DE
      * CLIENTES-CTL: ULTIMO CODIGO E CONTAGENS DA BASE)
       01 WRK-CONTROLE.
           05 WRK-CTL-FUNCAO    PIC X(01).
           05 WRK-CTL-CODIGO    PIC 9(07).
           05 WRK-CTL-ATIVOS    PIC S9(07).
           05 WRK-CTL-INATIVOS  PIC S9(07).
           05 WRK-CTL-RETORNO   PIC 9(02).

      * SECAO DE DUPLICIDADE DE CPF/CNPJ
       77 WRK-DOC-BUSCA      PIC X(14) VALUE SPACES.
       77 WRK-DATAHORA     PIC X(16) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE 0.

      * SECAO DO JOURNAL DE AFTER-IMAGES
       77 WRK-JRN-ACAO     PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
                  'CLIENTES-LOG.TXT' DELIMITED SIZE
             INTO WRK-ARQ-LOG
           END-STRING.
           MOVE SPACES TO WRK-ARQ-JRN.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES-JRN.SEQ' DELIMITED SIZE
             INTO WRK-ARQ-JRN
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CAT.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CATEGORIAS.DAT' DELIMITED SIZE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATO.
           MOVE 'RELATORIO DE CARGA DE CLIENTES' TO RELATO-REG.
           WRITE RELATO-REG.
                 CLOSE CLIENTES-LOG OPEN EXTEND CLIENTES-LOG
             END-IF.

           OPEN EXTEND CLIENTES-JRN
             IF JRN-STATUS = 35 THEN
                 OPEN OUTPUT CLIENTES-JRN
                 CLOSE CLIENTES-JRN OPEN EXTEND CLIENTES-JRN
             END-IF.

      *    SEM A TABELA DE CATEGORIAS A CARGA SEGUE, MAS REJEITA
      *    QUALQUER CATEGORIA DIFERENTE DE ZERO.
           OPEN INPUT CATEGORIAS.
               END-READ
           END-IF.

       2000-PROCESSAR-ENTRADA.
      *    CODIGO ZERO NA ENTRADA = CLIENTE NOVO (O CODIGO E
      *    ATRIBUIDO AQUI); CODIGO PREENCHIDO = ALTERACAO DAQUELE
           END-READ.

       2100-INCLUIR-CLIENTE.
      *    O CODIGO SO E TOMADO DO REGISTRO DE CONTROLE DEPOIS DAS
      *    CRITICAS, NA HORA DE GRAVAR.
           MOVE 0 TO CLIENTES-CODIGO.
           MOVE ENTRADA-FONE TO CLIENTES-FONE.
           MOVE ENTRADA-NOME TO CLIENTES-NOME.
           MOVE ENTRADA-EMAIL TO CLIENTES-EMAIL.
               MOVE 'CPF/CNPJ JA CADASTRADO' TO WRK-MOTIVO
               PERFORM 2900-GRAVA-RELATO-REJEITADO
           ELSE
               PERFORM 2110-PROXIMO-CODIGO
           END-IF.
           IF NOT DOC-DUPLICADO AND WRK-CTL-RETORNO NOT = 0
               ADD 1 TO WRK-QT-REJEITADOS
               MOVE 'CONTROLE DE CODIGOS EM ERRO' TO WRK-MOTIVO
               PERFORM 2900-GRAVA-RELATO-REJEITADO
           END-IF.
           IF NOT DOC-DUPLICADO AND WRK-CTL-RETORNO = 0
               MOVE WRK-CTL-CODIGO TO CLIENTES-CODIGO
               WRITE CLIENTES-REG
                 INVALID KEY
                   ADD 1 TO WRK-QT-REJEITADOS
                   MOVE 'ERRO NA INCLUSAO' TO WRK-MOTIVO
                   PERFORM 2900-GRAVA-RELATO-REJEITADO
                 NOT INVALID KEY
                   ADD 1 TO WRK-QT-INCLUIDOS
                   MOVE SPACES TO WRK-NOME-ANTES WRK-EMAIL-ANTES
                   MOVE 'INCLUIR' TO WRK-LOG-OPERACAO
                   PERFORM 8900-GRAVA-LOG
                   MOVE 'G' TO WRK-JRN-ACAO
                   PERFORM 8910-GRAVA-JOURNAL
               END-WRITE
           END-IF.

       2110-PROXIMO-CODIGO.
      *    O REGISTRO DE CONTROLE E LIDO COM BLOQUEIO E REGRAVADO
      *    POR CLIENTES-CTL: UMA SESSAO DE TELA ABERTA DURANTE A
      *    CARGA NUNCA RECEBE O MESMO CODIGO.
           INITIALIZE WRK-CONTROLE.
           MOVE 'P' TO WRK-CTL-FUNCAO.
           CALL 'CLIENTES-CTL' USING WRK-CONTROLE
             ON EXCEPTION
               MOVE 8 TO WRK-CTL-RETORNO
           END-CALL.
           MOVE 0 TO RETURN-CODE.

       2200-ALTERAR-CLIENTE.
      *    UM REGISTRO INATIVADO (EXCLUSAO LOGICA) NAO PODE SER
      *    REATIVADO/ALTERADO SILENCIOSAMENTE POR UMA CARGA EM LOTE.
               ADD 1 TO WRK-QT-ALTERADOS
               MOVE 'ALTERAR' TO WRK-LOG-OPERACAO
               PERFORM 8900-GRAVA-LOG
               MOVE 'R' TO WRK-JRN-ACAO
               PERFORM 8910-GRAVA-JOURNAL
           END-REWRITE.

       2300-VERIFICA-DOC-DUPLICADO.
           MOVE CLIENTES-CODIGO TO LOG-CODIGO.
           WRITE CLIENTES-LOG-REG.

       8910-GRAVA-JOURNAL.
      *    AFTER-IMAGE DO REGISTRO GRAVADO, COM A MESMA DATA-HORA DO
      *    LOG. OPERADOR ZERO = PROCESSO BATCH.
           MOVE SPACES TO CLIENTES-JRN-REG.
           MOVE WRK-DATAHORA TO JRN-DATAHORA.
           MOVE 0 TO JRN-OPERADOR.
           MOVE 'CLIENTES-CARGA' TO JRN-PROGRAMA.
           MOVE WRK-LOG-OPERACAO TO JRN-OPERACAO.
           MOVE 'C' TO JRN-ARQUIVO.
           MOVE WRK-JRN-ACAO TO JRN-ACAO.
           MOVE CLIENTES-REG TO JRN-IMAGEM.
           WRITE CLIENTES-JRN-REG.

       3000-FINALIZAR.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE 'TOTAL REJEITADO.:' TO RELATO-REG.
           MOVE WRK-QT-REJEITADOS TO RELATO-REG(19:05).
           WRITE RELATO-REG.
      *    AS INCLUSOES ENTRAM NOS ATIVOS DO REGISTRO DE CONTROLE DE
      *    UMA VEZ; SE FALHAR, A CONFERENCIA NOTURNA APONTA.
           IF WRK-QT-INCLUIDOS > 0
               INITIALIZE WRK-CONTROLE
               MOVE 'A' TO WRK-CTL-FUNCAO
               MOVE WRK-QT-INCLUIDOS TO WRK-CTL-ATIVOS
               CALL 'CLIENTES-CTL' USING WRK-CONTROLE
                 ON EXCEPTION
                   MOVE 8 TO WRK-CTL-RETORNO
               END-CALL
               MOVE 0 TO RETURN-CODE
               IF WRK-CTL-RETORNO NOT = 0
                   MOVE 'CONTROLE NAO ATUALIZADO' TO RELATO-REG
                   WRITE RELATO-REG
               END-IF
           END-IF.
           CLOSE CLIENTES.
           CLOSE ENTRADA.
           CLOSE RELATO.
           CLOSE CLIENTES-LOG.
           CLOSE CLIENTES-JRN.
           IF CAT-OK
               CLOSE CATEGORIAS
           END-IF.
