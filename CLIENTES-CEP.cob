       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES-CEP.
      **********************************************
      * OBJETIVO.: CARGA DA TABELA DE CEP DOS       *
      *   CORREIOS. LE CEP-CORREIOS.TXT (CEP, UF,   *
      *   CIDADE, BAIRRO E LOGRADOURO) E MANTEM O   *
      *   ARQUIVO CEP.DAT, CHAVE PELO CEP, USADO    *
      *   PELO CADASTRO DE ENDERECOS PARA VALIDAR   *
      *   O CEP E COMPLETAR CIDADE, UF, BAIRRO E    *
      *   LOGRADOURO. CEP JA CADASTRADO E           *
      *   SUBSTITUIDO; LINHA MAL FORMADA SAI NO     *
      *   RELATORIO DE CRITICAS (CEP-CRITICA.TXT).  *
      * AUTOR....: ALAIN NASCIMENTO                 *
      * DATA.....: 15/10/2026                       *
      **********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    A LOCALIZACAO DOS ARQUIVOS VEM DE CLIENTES.PRM (LIDO DO
      *    DIRETORIO CORRENTE); SEM O ARQUIVO VALEM OS PADROES DE
      *    PRODUCAO EM C:\COBOL\.
           SELECT PARAMETROS ASSIGN TO 'CLIENTES.PRM'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PRM-STATUS.

           SELECT CEPS ASSIGN USING WRK-ARQ-CEP
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CEP-STATUS
             RECORD KEY IS CEP-CHAVE.

           SELECT ENTRADA ASSIGN USING WRK-ARQ-ENTRADA
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS ENTRADA-STATUS.

           SELECT RELATO ASSIGN USING WRK-ARQ-RELATO
             ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
       01 PRM-REG.
           05 PRM-CHAVE         PIC X(12).
           05 PRM-VALOR         PIC X(60).

       FD CEPS.
       01 CEPS-REG.
           05 CEP-CHAVE.
               10 CEP-CODIGO    PIC 9(08).
           05 CEP-LOGRADOURO    PIC X(40).
           05 CEP-BAIRRO        PIC X(30).
           05 CEP-CIDADE        PIC X(30).
           05 CEP-UF            PIC X(02).

       FD ENTRADA.
       01 ENTRADA-REG.
           05 ENTRADA-CEP        PIC 9(08).
           05 ENTRADA-UF         PIC X(02).
           05 ENTRADA-CIDADE     PIC X(30).
           05 ENTRADA-BAIRRO     PIC X(30).
           05 ENTRADA-LOGRADOURO PIC X(40).

       FD RELATO.
       01 RELATO-REG.
           05 RELATO-DADOS      PIC X(100).

      * SECAO DE VARIAVEIS
       WORKING-STORAGE SECTION.
      * SECAO DE PARAMETROS DE EXECUCAO
       77 PRM-STATUS          PIC 9(02).
       77 WRK-FIM-PRM         PIC X(01) VALUE 'N'.
           88 FIM-PRM            VALUE 'S'.
       77 WRK-PRM-AMBIENTE    PIC X(11) VALUE 'PRODUCAO'.
       77 WRK-PRM-DIR         PIC X(40) VALUE 'C:\COBOL\'.
       77 WRK-ARQ-CEP         PIC X(60) VALUE SPACES.
       77 WRK-ARQ-ENTRADA     PIC X(60) VALUE SPACES.
       77 WRK-ARQ-RELATO      PIC X(60) VALUE SPACES.

       77 CEP-STATUS       PIC 9(02).
       77 ENTRADA-STATUS   PIC 9(02).
       77 WRK-FIM-ENTRADA  PIC X(01) VALUE 'N'.
           88 FIM-ENTRADA     VALUE 'S'.
       77 WRK-QT-LIDOS      PIC 9(05) VALUE 0.
       77 WRK-QT-INCLUIDOS  PIC 9(05) VALUE 0.
       77 WRK-QT-ATUALIZADOS PIC 9(05) VALUE 0.
       77 WRK-QT-CRITICAS   PIC 9(05) VALUE 0.
       77 WRK-MOTIVO        PIC X(30) VALUE SPACES.
       77 WRK-I             PIC 9(02) VALUE 0.
       77 WRK-UF-OK         PIC X(01) VALUE 'N'.
           88 UF-VALIDA        VALUE 'S'.

      * SECAO DAS UNIDADES DA FEDERACAO
       01 WRK-TAB-UF-DADOS.
           05 FILLER PIC X(28) VALUE 'ACALAMAPBACEDFESGOMAMGMSMTPA'.
           05 FILLER PIC X(26) VALUE 'PBPEPIPRRJRNRORRRSSCSESPTO'.
       01 WRK-TAB-UF REDEFINES WRK-TAB-UF-DADOS.
           05 WRK-UF OCCURS 27 TIMES PIC X(02).

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR-ENTRADA UNTIL FIM-ENTRADA.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       0900-LER-PARAMETROS.
      *    SEM CLIENTES.PRM (OU COM PARAMETRO INVALIDO) VALEM OS
      *    PADROES DE PRODUCAO JA INICIADOS NA WORKING-STORAGE.
           OPEN INPUT PARAMETROS.
           IF PRM-STATUS = 0
               MOVE 'N' TO WRK-FIM-PRM
               READ PARAMETROS
                 AT END
                   SET FIM-PRM TO TRUE
               END-READ
               PERFORM 0910-TRATA-PARAMETRO UNTIL FIM-PRM
               CLOSE PARAMETROS
           END-IF.
           PERFORM 0950-MONTA-ARQUIVOS.

       0910-TRATA-PARAMETRO.
           EVALUATE PRM-CHAVE
           WHEN 'AMBIENTE'
               IF PRM-VALOR NOT = SPACES
                   MOVE PRM-VALOR TO WRK-PRM-AMBIENTE
               END-IF
           WHEN 'DIRETORIO'
               IF PRM-VALOR NOT = SPACES
                   MOVE PRM-VALOR TO WRK-PRM-DIR
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           READ PARAMETROS
             AT END
               SET FIM-PRM TO TRUE
           END-READ.

       0950-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-CEP.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CEP.DAT' DELIMITED SIZE
             INTO WRK-ARQ-CEP
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ENTRADA.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CEP-CORREIOS.TXT' DELIMITED SIZE
             INTO WRK-ARQ-ENTRADA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RELATO.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CEP-CRITICA.TXT' DELIMITED SIZE
             INTO WRK-ARQ-RELATO
           END-STRING.

       1000-INICIAR.
           PERFORM 0900-LER-PARAMETROS.
           OPEN I-O CEPS
             IF CEP-STATUS = 35 THEN
                 OPEN OUTPUT CEPS
                 CLOSE CEPS OPEN I-O CEPS
             END-IF.
           IF CEP-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR CEP.DAT - STATUS '
                   CEP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATO.
           MOVE 'CRITICAS DA CARGA DA TABELA DE CEP' TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE SPACES TO RELATO-REG.
           STRING 'AMBIENTE: ' DELIMITED SIZE
                  WRK-PRM-AMBIENTE DELIMITED SIZE
             INTO RELATO-REG
           END-STRING.
           WRITE RELATO-REG.
           MOVE '-----------------------------------' TO RELATO-REG.
           WRITE RELATO-REG.

           OPEN INPUT ENTRADA.
           IF ENTRADA-STATUS NOT = 0
      *    SEM O ARQUIVO DOS CORREIOS A TABELA ATUAL CONTINUA VALENDO:
      *    AVISA NO RELATORIO E ENCERRA SEM TOCAR EM CEP.DAT.
               MOVE 'ARQUIVO DOS CORREIOS NAO ENCONTRADO'
                   TO RELATO-REG
               WRITE RELATO-REG
               SET FIM-ENTRADA TO TRUE
           ELSE
               READ ENTRADA
                 AT END
                   SET FIM-ENTRADA TO TRUE
               END-READ
           END-IF.

       2000-PROCESSAR-ENTRADA.
           ADD 1 TO WRK-QT-LIDOS.
           PERFORM 2050-VALIDA-UF.
           EVALUATE TRUE
           WHEN ENTRADA-CEP NOT NUMERIC
           WHEN ENTRADA-CEP = 0
               MOVE 'CEP INVALIDO' TO WRK-MOTIVO
               PERFORM 2900-GRAVA-CRITICA
           WHEN NOT UF-VALIDA
               MOVE 'UF INVALIDA' TO WRK-MOTIVO
               PERFORM 2900-GRAVA-CRITICA
           WHEN ENTRADA-CIDADE = SPACES
               MOVE 'CIDADE EM BRANCO' TO WRK-MOTIVO
               PERFORM 2900-GRAVA-CRITICA
           WHEN OTHER
               PERFORM 2100-ATUALIZA-CEP
           END-EVALUATE.
           READ ENTRADA
             AT END
               SET FIM-ENTRADA TO TRUE
           END-READ.

       2050-VALIDA-UF.
           MOVE 'N' TO WRK-UF-OK.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > 27 OR UF-VALIDA
               IF ENTRADA-UF = WRK-UF(WRK-I)
                   SET UF-VALIDA TO TRUE
               END-IF
           END-PERFORM.

       2100-ATUALIZA-CEP.
      *    O ARQUIVO DOS CORREIOS PODE VIR COMPLETO OU SO COM AS
      *    ALTERACOES: O QUE JA EXISTIA E SUBSTITUIDO, O RESTO
      *    INCLUIDO. CEP QUE NAO VEIO CONTINUA NA TABELA. CEP GERAL
      *    DE CIDADE VEM SEM LOGRADOURO (E AS VEZES SEM BAIRRO).
           MOVE ENTRADA-CEP TO CEP-CODIGO.
           READ CEPS
             INVALID KEY
               PERFORM 2110-MONTA-CEP
               WRITE CEPS-REG
                 INVALID KEY
                   MOVE 'ERRO AO GRAVAR CEP.DAT' TO WRK-MOTIVO
                   PERFORM 2900-GRAVA-CRITICA
                 NOT INVALID KEY
                   ADD 1 TO WRK-QT-INCLUIDOS
               END-WRITE
             NOT INVALID KEY
               PERFORM 2110-MONTA-CEP
               REWRITE CEPS-REG
                 INVALID KEY
                   MOVE 'ERRO AO REGRAVAR CEP.DAT' TO WRK-MOTIVO
                   PERFORM 2900-GRAVA-CRITICA
                 NOT INVALID KEY
                   ADD 1 TO WRK-QT-ATUALIZADOS
               END-REWRITE
           END-READ.

       2110-MONTA-CEP.
           MOVE ENTRADA-CEP TO CEP-CODIGO.
           MOVE ENTRADA-LOGRADOURO TO CEP-LOGRADOURO.
           MOVE ENTRADA-BAIRRO TO CEP-BAIRRO.
           MOVE ENTRADA-CIDADE TO CEP-CIDADE.
           MOVE ENTRADA-UF TO CEP-UF.

       2900-GRAVA-CRITICA.
           ADD 1 TO WRK-QT-CRITICAS.
           MOVE SPACES TO RELATO-REG.
           STRING 'CRITICA ' DELIMITED SIZE
                  ENTRADA-CEP DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ENTRADA-UF DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ENTRADA-CIDADE DELIMITED SIZE
                  ' - ' DELIMITED SIZE
                  WRK-MOTIVO DELIMITED SIZE
             INTO RELATO-REG
           END-STRING.
           WRITE RELATO-REG.

       3000-FINALIZAR.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE 'TOTAL LIDO......:' TO RELATO-REG.
           MOVE WRK-QT-LIDOS TO RELATO-REG(19:05).
           WRITE RELATO-REG.
           MOVE 'TOTAL INCLUIDO..:' TO RELATO-REG.
           MOVE WRK-QT-INCLUIDOS TO RELATO-REG(19:05).
           WRITE RELATO-REG.
           MOVE 'TOTAL ATUALIZADO:' TO RELATO-REG.
           MOVE WRK-QT-ATUALIZADOS TO RELATO-REG(19:05).
           WRITE RELATO-REG.
           MOVE 'TOTAL CRITICA...:' TO RELATO-REG.
           MOVE WRK-QT-CRITICAS TO RELATO-REG(19:05).
           WRITE RELATO-REG.
           CLOSE CEPS.
           CLOSE ENTRADA.
           CLOSE RELATO.
      *    CRITICA NAO E ERRO FATAL, MAS O RETURN-CODE 4 AVISA DE
      *    QUE HA LINHAS A CONFERIR.
           IF WRK-QT-CRITICAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
