      *   CLIENTE NO MESMO NUMERO: TODOS OS QUE     *
      *   CASAREM COM O E-MAIL RECEBEM A MARCA) E   *
      *   O LOG GANHOU O CODIGO DO CLIENTE.         *
      * 15/10/2026 - CAMPANHAS DE MALA DIRETA: O    *
      *   ARQUIVO DE RETORNO GANHOU O CODIGO DA     *
      *   CAMPANHA NO FIM DO REGISTRO. COM CAMPANHA *
      *   INFORMADA A DEVOLUCAO E CASADA COM OS     *
      *   MEMBROS DAQUELA CAMPANHA                  *
      *   (CLIENTES-CAMPMEM.DAT, FONE E E-MAIL COMO *
      *   FORAM ENVIADOS), O MEMBRO FICA MARCADO    *
      *   COMO DEVOLVIDO E O CADASTRO SO E MARCADO  *
      *   SE AINDA TIVER O MESMO E-MAIL. CAMPANHA   *
      *   ZERADA SEGUE A BUSCA ANTERIOR EM TODA A   *
      *   BASE.                                     *
      * 15/10/2026 - CADA MARCA DE E-MAIL INVALIDO  *
      *   GRAVA TAMBEM A AFTER-IMAGE DO REGISTRO NO *
      *   JOURNAL CLIENTES-JRN.SEQ (PROGRAMA        *
      *   CLIENTES-RETORNO, OPERADOR ZERO), USADO   *
      *   PELA RECUPERACAO CLIENTES-RECUP.          *
      **********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ALTERNATE RECORD KEY IS CLIENTES-CPFCNPJ
                 WITH DUPLICATES.

           SELECT CAMPANHAS ASSIGN USING WRK-ARQ-CAMP
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CAMP-STATUS
             RECORD KEY IS CAMP-CHAVE.

           SELECT MEMBROS ASSIGN USING WRK-ARQ-MEMB
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS MEMB-STATUS
             RECORD KEY IS MEMB-CHAVE.

           SELECT ENTRADA ASSIGN USING WRK-ARQ-ENTRADA
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS ENTRADA-STATUS.
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CLILOG-STATUS.

           SELECT CLIENTES-JRN ASSIGN USING WRK-ARQ-JRN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS JRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
               88 CLIENTES-EMAIL-INVALIDO VALUE 'S'.
           05 CLIENTES-CATEGORIA     PIC 9(03).

       FD CAMPANHAS.
       01 CAMPANHAS-REG.
           05 CAMP-CHAVE.
               10 CAMP-CODIGO   PIC 9(04).
           05 CAMP-DESCRICAO    PIC X(40).
           05 CAMP-DATA         PIC 9(08).
           05 CAMP-CRITERIOS.
               10 CAMP-CATEGORIA    PIC 9(03).
               10 CAMP-DIAS-MIN     PIC 9(05).
               10 CAMP-DIAS-MAX     PIC 9(05).
               10 CAMP-COM-ENDERECO PIC X(01).
                   88 CAMP-EXIGE-ENDERECO VALUE 'S'.
           05 CAMP-DT-SELECAO   PIC 9(08).
           05 CAMP-QT-SELECIONADOS PIC 9(07).

       FD MEMBROS.
       01 MEMBROS-REG.
           05 MEMB-CHAVE.
               10 MEMB-CAMPANHA PIC 9(04).
               10 MEMB-CODIGO   PIC 9(07).
           05 MEMB-FONE         PIC 9(09).
           05 MEMB-EMAIL        PIC X(40).
           05 MEMB-CATEGORIA    PIC 9(03).
           05 MEMB-DEVOLVIDO    PIC X(01).
               88 MEMB-EMAIL-DEVOLVIDO VALUE 'S'.
           05 MEMB-CODDEV       PIC X(03).
           05 MEMB-DT-DEVOLUCAO PIC 9(08).

       FD ENTRADA.
       01 ENTRADA-REG.
           05 ENTRADA-FONE      PIC 9(09).
           05 ENTRADA-EMAIL     PIC X(40).
           05 ENTRADA-CODDEV    PIC X(03).
           05 ENTRADA-CAMPANHA  PIC 9(04).

       FD RELATO.
       01 RELATO-REG.
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
       77 WRK-PRM-DIR         PIC X(40) VALUE 'C:\COBOL\'.
       77 WRK-ARQ-CLIENTES    PIC X(60) VALUE SPACES.
       77 WRK-ARQ-ENTRADA     PIC X(60) VALUE SPACES.
       77 WRK-ARQ-CAMP        PIC X(60) VALUE SPACES.
       77 WRK-ARQ-MEMB        PIC X(60) VALUE SPACES.
       77 WRK-ARQ-RELATO      PIC X(60) VALUE SPACES.
       77 WRK-ARQ-LOG         PIC X(60) VALUE SPACES.
       77 WRK-ARQ-JRN         PIC X(60) VALUE SPACES.

       77 CLIENTES-STATUS  PIC 9(02).
       77 ENTRADA-STATUS   PIC 9(02).
       77 CLILOG-STATUS    PIC 9(02).
       77 JRN-STATUS       PIC 9(02).
       77 WRK-FIM-ENTRADA  PIC X(01) VALUE 'N'.
           88 FIM-ENTRADA     VALUE 'S'.
       77 WRK-QT-LIDOS      PIC 9(05) VALUE 0.
       77 WRK-QT-CASADOS    PIC 9(05) VALUE 0.
       77 WRK-MOTIVO        PIC X(30) VALUE SPACES.

      * SECAO DE CAMPANHAS
       77 CAMP-STATUS       PIC 9(02).
       77 MEMB-STATUS       PIC 9(02).
       77 WRK-TEM-CAMP      PIC X(01) VALUE 'N'.
           88 TEM-CAMPANHAS    VALUE 'S'.
       77 WRK-QT-DEVOLVIDOS PIC 9(05) VALUE 0.
       77 WRK-QT-JA-DEVOLV  PIC 9(05) VALUE 0.
       77 WRK-QT-CORRIGIDOS PIC 9(05) VALUE 0.

      * SECAO DE LOG DE ALTERACOES
       77 WRK-DATA         PIC 9(08) VALUE 0.
       77 WRK-HORA         PIC 9(08) VALUE 0.
       77 WRK-DATAHORA     PIC X(16) VALUE SPACES.

      * SECAO DO JOURNAL DE AFTER-IMAGES
       77 WRK-JRN-ACAO     PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
                  'CLIENTES-RETORNO.TXT' DELIMITED SIZE
             INTO WRK-ARQ-ENTRADA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CAMP.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES-CAMP.DAT' DELIMITED SIZE
             INTO WRK-ARQ-CAMP
           END-STRING.
           MOVE SPACES TO WRK-ARQ-MEMB.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES-CAMPMEM.DAT' DELIMITED SIZE
             INTO WRK-ARQ-MEMB
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RELATO.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'RETORNO-CRITICA.TXT' DELIMITED SIZE
                  'CLIENTES-LOG.TXT' DELIMITED SIZE
             INTO WRK-ARQ-LOG
           END-STRING.
           MOVE SPACES TO WRK-ARQ-JRN.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES-JRN.SEQ' DELIMITED SIZE
             INTO WRK-ARQ-JRN
           END-STRING.

       1000-INICIAR.
           PERFORM 0900-LER-PARAMETROS.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    SEM OS ARQUIVOS DE CAMPANHA (NENHUMA SELECAO RODOU AINDA)
      *    A DEVOLUCAO COM CAMPANHA INFORMADA VAI PARA AS CRITICAS.
           OPEN INPUT CAMPANHAS.
           IF CAMP-STATUS = 0
               OPEN I-O MEMBROS
               IF MEMB-STATUS = 0
                   MOVE 'S' TO WRK-TEM-CAMP
               ELSE
                   CLOSE CAMPANHAS
               END-IF
           END-IF.
           OPEN OUTPUT RELATO.
           MOVE 'CRITICAS DO RETORNO DA MALA DIRETA' TO RELATO-REG.
           WRITE RELATO-REG.
                 CLOSE CLIENTES-LOG OPEN EXTEND CLIENTES-LOG
             END-IF.

           OPEN EXTEND CLIENTES-JRN
             IF JRN-STATUS = 35 THEN
                 OPEN OUTPUT CLIENTES-JRN
                 CLOSE CLIENTES-JRN OPEN EXTEND CLIENTES-JRN
             END-IF.

           OPEN INPUT ENTRADA.
           IF ENTRADA-STATUS NOT = 0
      *    ARQUIVO DE RETORNO NAO ENCONTRADO (OU INACESSIVEL): AVISA

       2000-PROCESSAR-ENTRADA.
           ADD 1 TO WRK-QT-LIDOS.
           IF ENTRADA-CAMPANHA NOT NUMERIC
               MOVE 0 TO ENTRADA-CAMPANHA
           END-IF.
           EVALUATE TRUE
           WHEN ENTRADA-FONE = 0 AND ENTRADA-EMAIL = SPACES
               MOVE 'SEM FONE E SEM EMAIL' TO WRK-MOTIVO
               PERFORM 2900-GRAVA-CRITICA
           WHEN ENTRADA-CAMPANHA NOT = 0
               PERFORM 2400-TRATA-POR-CAMPANHA
           WHEN ENTRADA-FONE NOT = 0
               PERFORM 2100-TRATA-POR-FONE
           WHEN OTHER
               PERFORM 2200-TRATA-POR-EMAIL
           END-EVALUATE.
           READ ENTRADA
             AT END
               SET FIM-ENTRADA TO TRUE
                 NOT INVALID KEY
                   ADD 1 TO WRK-QT-MARCADOS
                   PERFORM 8900-GRAVA-LOG
                   MOVE 'R' TO WRK-JRN-ACAO
                   PERFORM 8910-GRAVA-JOURNAL
               END-REWRITE
           END-IF.

       2400-TRATA-POR-CAMPANHA.
      *    A DEVOLUCAO E CASADA SO COM OS MEMBROS DA CAMPANHA, PELO
      *    FONE E PELO E-MAIL COMO FORAM ENVIADOS (O QUE VIER
      *    PREENCHIDO NO RETORNO TEM DE CONFERIR).
           MOVE 0 TO WRK-QT-CASADOS.
           IF NOT TEM-CAMPANHAS
               MOVE 'CAMPANHA NAO CADASTRADA' TO WRK-MOTIVO
               PERFORM 2900-GRAVA-CRITICA
           ELSE
               MOVE ENTRADA-CAMPANHA TO CAMP-CODIGO
               READ CAMPANHAS
                 INVALID KEY
                   MOVE 'CAMPANHA NAO CADASTRADA' TO WRK-MOTIVO
                   PERFORM 2900-GRAVA-CRITICA
                 NOT INVALID KEY
                   PERFORM 2410-PROCURA-MEMBROS
                   IF WRK-QT-CASADOS = 0
                       MOVE 'NAO CONSTA DA CAMPANHA' TO WRK-MOTIVO
                       PERFORM 2900-GRAVA-CRITICA
                   END-IF
               END-READ
           END-IF.

       2410-PROCURA-MEMBROS.
           MOVE ENTRADA-CAMPANHA TO MEMB-CAMPANHA.
           MOVE 0 TO MEMB-CODIGO.
           START MEMBROS KEY IS GREATER THAN OR EQUAL TO MEMB-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ MEMBROS NEXT
               PERFORM UNTIL MEMB-STATUS NOT = 0 OR
                       MEMB-CAMPANHA NOT = ENTRADA-CAMPANHA
                   IF (ENTRADA-FONE = 0 OR
                           ENTRADA-FONE = MEMB-FONE) AND
                      (ENTRADA-EMAIL = SPACES OR
                           ENTRADA-EMAIL = MEMB-EMAIL)
                       ADD 1 TO WRK-QT-CASADOS
                       PERFORM 2420-DEVOLVE-MEMBRO
                   END-IF
                   READ MEMBROS NEXT
               END-PERFORM
           END-START.

       2420-DEVOLVE-MEMBRO.
      *    O MEMBRO CONTA A DEVOLUCAO DA CAMPANHA; O CADASTRO SO
      *    RECEBE A MARCA SE AINDA TIVER O E-MAIL ENVIADO (E-MAIL JA
      *    CORRIGIDO OU CLIENTE PURGADO SO SAO CONTADOS).
           IF MEMB-EMAIL-DEVOLVIDO
               ADD 1 TO WRK-QT-JA-DEVOLV
           ELSE
               MOVE 'S' TO MEMB-DEVOLVIDO
               MOVE ENTRADA-CODDEV TO MEMB-CODDEV
               ACCEPT MEMB-DT-DEVOLUCAO FROM DATE YYYYMMDD
               REWRITE MEMBROS-REG
                 INVALID KEY
                   MOVE 'ERRO AO REGRAVAR MEMBRO' TO WRK-MOTIVO
                   PERFORM 2900-GRAVA-CRITICA
                 NOT INVALID KEY
                   ADD 1 TO WRK-QT-DEVOLVIDOS
               END-REWRITE
           END-IF.
           MOVE MEMB-CODIGO TO CLIENTES-CODIGO.
           READ CLIENTES
             INVALID KEY
               ADD 1 TO WRK-QT-CORRIGIDOS
             NOT INVALID KEY
               IF CLIENTES-EMAIL = MEMB-EMAIL
                   PERFORM 2300-MARCA-EMAIL
               ELSE
                   ADD 1 TO WRK-QT-CORRIGIDOS
               END-IF
           END-READ.

       2900-GRAVA-CRITICA.
           ADD 1 TO WRK-QT-CRITICAS.
           MOVE SPACES TO RELATO-REG.
                  ENTRADA-EMAIL DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ENTRADA-CODDEV DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ENTRADA-CAMPANHA DELIMITED SIZE
                  ' - ' DELIMITED SIZE
                  WRK-MOTIVO DELIMITED SIZE
             INTO RELATO-REG
           MOVE CLIENTES-CODIGO TO LOG-CODIGO.
           WRITE CLIENTES-LOG-REG.

       8910-GRAVA-JOURNAL.
      *    AFTER-IMAGE DO REGISTRO GRAVADO, COM A MESMA DATA-HORA DO
      *    LOG. OPERADOR ZERO = PROCESSO BATCH.
           MOVE SPACES TO CLIENTES-JRN-REG.
           MOVE WRK-DATAHORA TO JRN-DATAHORA.
           MOVE 0 TO JRN-OPERADOR.
           MOVE 'CLIENTES-RETORNO' TO JRN-PROGRAMA.
           MOVE 'EMAILINV' TO JRN-OPERACAO.
           MOVE 'C' TO JRN-ARQUIVO.
           MOVE WRK-JRN-ACAO TO JRN-ACAO.
           MOVE CLIENTES-REG TO JRN-IMAGEM.
           WRITE CLIENTES-JRN-REG.

       3000-FINALIZAR.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE 'JA MARCADO......:' TO RELATO-REG.
           MOVE WRK-QT-JA-MARCADO TO RELATO-REG(19:05).
           WRITE RELATO-REG.
           MOVE 'DEVOLVIDO CAMP..:' TO RELATO-REG.
           MOVE WRK-QT-DEVOLVIDOS TO RELATO-REG(19:05).
           WRITE RELATO-REG.
           MOVE 'JA DEVOLVIDO....:' TO RELATO-REG.
           MOVE WRK-QT-JA-DEVOLV TO RELATO-REG(19:05).
           WRITE RELATO-REG.
           MOVE 'EMAIL CORRIGIDO.:' TO RELATO-REG.
           MOVE WRK-QT-CORRIGIDOS TO RELATO-REG(19:05).
           WRITE RELATO-REG.
           MOVE 'TOTAL CRITICA...:' TO RELATO-REG.
           MOVE WRK-QT-CRITICAS TO RELATO-REG(19:05).
           WRITE RELATO-REG.
           CLOSE CLIENTES.
           IF TEM-CAMPANHAS
               CLOSE CAMPANHAS
               CLOSE MEMBROS
           END-IF.
           CLOSE ENTRADA.
           CLOSE RELATO.
           CLOSE CLIENTES-LOG.
           CLOSE CLIENTES-JRN.
      *    CRITICA NAO E ERRO FATAL, MAS O RETURN-CODE 4 AVISA A
      *    ROTINA NOTURNA DE QUE HA REGISTROS A CONFERIR.
           IF WRK-QT-CRITICAS > 0
