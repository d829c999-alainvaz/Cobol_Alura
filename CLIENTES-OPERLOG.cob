       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES-OPERLOG.
      **********************************************
      * OBJETIVO.: ATIVIDADE DOS OPERADORES NO LOG  *
      *   DE ALTERACOES. LE AS OCORRENCIAS DE UM    *
      *   PERIODO NO LOG CORRENTE E NOS ARQUIVOS    *
      *   MENSAIS (INDICE CLIENTES-LOG-ARQ.TXT) E   *
      *   TOTALIZA POR OPERADOR (NOME E PERFIL DE   *
      *   OPERADORES.DAT), POR DIA E POR OPERACAO,  *
      *   EM OPERLOG-RELATO.TXT. LISTA PARA A       *
      *   SEGURANCA AS EXCECOES: ALTERACAO FORA DO  *
      *   EXPEDIENTE OU EM FIM DE SEMANA, OPERADOR  *
      *   ACIMA DO LIMITE DIARIO DE EXCLUSOES,      *
      *   FUSOES E ANONIMIZACOES, OPERADOR QUE NAO  *
      *   EXISTE MAIS EM OPERADORES.DAT E OPERADOR  *
      *   DE PERFIL CONSULTA COM ALTERACAO. PERIODO *
      *   PADRAO: O DIA ANTERIOR (ROTINA NOTURNA);  *
      *   PERIODO, EXPEDIENTE E LIMITE AJUSTAVEIS   *
      *   EM CLIENTES.PRM. TERMINA COM RETURN-CODE  *
      *   4 QUANDO HA EXCECAO E 8 QUANDO FALTA      *
      *   ARQUIVO PARA A CONFERENCIA. ENCERRAMENTO  *
      *   POR GOBACK (PASSO DO CLIENTES-NOTURNO).   *
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

           SELECT CLIENTES-LOG ASSIGN USING WRK-ARQ-LOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CLILOG-STATUS.

           SELECT LOG-IDX ASSIGN USING WRK-ARQ-IDX
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS IDX-STATUS.

           SELECT LOG-MENSAL ASSIGN USING WRK-ARQ-MENSAL
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS MENSAL-STATUS.

           SELECT OPERADORES ASSIGN USING WRK-ARQ-OPER
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS OPER-STATUS
             RECORD KEY IS OPER-CHAVE.

           SELECT OPERLOG-ORD ASSIGN USING WRK-ARQ-ORD
             ORGANIZATION IS SEQUENTIAL.

           SELECT WRK-ORD-OPER ASSIGN USING WRK-ARQ-WRKORD.

           SELECT RELATO ASSIGN USING WRK-ARQ-RELATO
             ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
       01 PRM-REG.
           05 PRM-CHAVE         PIC X(12).
           05 PRM-VALOR         PIC X(60).

       FD CLIENTES-LOG.
       01 CLIENTES-LOG-REG.
           05 LOG-DATAHORA      PIC X(16).
           05 LOG-OPERACAO      PIC X(08).
           05 LOG-FONE          PIC 9(09).
           05 LOG-NOME-ANTES    PIC X(30).
           05 LOG-NOME-DEPOIS   PIC X(30).
           05 LOG-EMAIL-ANTES   PIC X(40).
           05 LOG-EMAIL-DEPOIS  PIC X(40).
           05 LOG-OPERADOR      PIC 9(04).
           05 LOG-CODIGO        PIC 9(07).

       FD LOG-IDX.
       01 LOG-IDX-REG.
           05 IDX-COMPETENCIA   PIC 9(06).

       FD LOG-MENSAL.
       01 LOG-MENSAL-REG        PIC X(184).

       FD OPERADORES.
       01 OPERADORES-REG.
           05 OPER-CHAVE.
               10 OPER-CODIGO   PIC 9(04).
           05 OPER-NOME         PIC X(30).
           05 OPER-PERFIL       PIC X(01).
               88 OPER-PERFIL-CONSULTA   VALUE 'C'.
               88 OPER-PERFIL-CADASTRO   VALUE 'A'.
               88 OPER-PERFIL-SUPERVISOR VALUE 'S'.

       FD OPERLOG-ORD.
       01 OPERLOG-ORD-REG.
           05 ORD-OPERADOR      PIC 9(04).
           05 ORD-DATAHORA      PIC X(16).
           05 ORD-OPERACAO      PIC X(08).
           05 ORD-CODIGO        PIC 9(07).

       SD WRK-ORD-OPER.
       01 SORT-REG.
           05 SORT-OPERADOR     PIC 9(04).
           05 SORT-DATAHORA     PIC X(16).
           05 SORT-OPERACAO     PIC X(08).
           05 SORT-CODIGO       PIC 9(07).

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
       77 WRK-PRM-NUM         PIC 9(04) VALUE 0.
       77 WRK-PRM-LARG        PIC 9(01) VALUE 0.
       77 WRK-PRM-TAM         PIC 9(02) COMP VALUE 0.
       77 WRK-PRM-NUM-OK      PIC X(01) VALUE 'N'.
           88 PRM-NUM-OK         VALUE 'S'.
       77 WRK-PRM-DATA        PIC 9(08) VALUE 0.
       77 WRK-PRM-INICIO      PIC 9(08) VALUE 0.
       77 WRK-PRM-FIM         PIC 9(08) VALUE 0.
       77 WRK-ARQ-LOG         PIC X(60) VALUE SPACES.
       77 WRK-ARQ-IDX         PIC X(60) VALUE SPACES.
       77 WRK-ARQ-MENSAL      PIC X(60) VALUE SPACES.
       77 WRK-ARQ-OPER        PIC X(60) VALUE SPACES.
       77 WRK-ARQ-ORD         PIC X(60) VALUE SPACES.
       77 WRK-ARQ-WRKORD      PIC X(60) VALUE SPACES.
       77 WRK-ARQ-RELATO      PIC X(60) VALUE SPACES.

      * SECAO DE EXPEDIENTE E LIMITE (HHMM, SEGUNDA A SEXTA)
       77 WRK-EXPED-INICIO    PIC 9(04) VALUE 0800.
       77 WRK-EXPED-FIM       PIC 9(04) VALUE 1800.
       77 WRK-LIMITE-DIA      PIC 9(03) VALUE 10.
       77 WRK-HHMM-HORA       PIC 9(02) VALUE 0.
       77 WRK-HHMM-MIN        PIC 9(02) VALUE 0.

       77 CLILOG-STATUS    PIC 9(02).
       77 IDX-STATUS       PIC 9(02).
       77 MENSAL-STATUS    PIC 9(02).
       77 OPER-STATUS      PIC 9(02).
       77 WRK-TEM-OPER     PIC X(01) VALUE 'N'.
           88 TEM-OPERADORES  VALUE 'S'.
       77 WRK-FIM-LOG      PIC X(01) VALUE 'N'.
           88 FIM-LOG         VALUE 'S'.
       77 WRK-FIM-IDX      PIC X(01) VALUE 'N'.
           88 FIM-IDX         VALUE 'S'.
       77 WRK-FIM-MENSAL   PIC X(01) VALUE 'N'.
           88 FIM-MENSAL      VALUE 'S'.
       77 WRK-FIM-ORD      PIC X(01) VALUE 'N'.
           88 FIM-ORD         VALUE 'S'.
       77 WRK-RC           PIC 9(02) VALUE 0.
       77 WRK-QT-LIDAS     PIC 9(07) VALUE 0.
       77 WRK-QT-PERIODO   PIC 9(07) VALUE 0.
       77 WRK-QT-EXCECOES  PIC 9(05) VALUE 0.
       77 WRK-MOTIVO       PIC X(40) VALUE SPACES.
       77 WRK-I            PIC 9(05) COMP VALUE 0.
       77 WRK-DIG          PIC 9(01) VALUE 0.

      * SECAO DE DATAS
       77 WRK-DATA-HOJE    PIC 9(08) VALUE 0.
       77 WRK-HOJE-INT     PIC 9(08) VALUE 0.
       77 WRK-DATA-INICIO  PIC 9(08) VALUE 0.
       77 WRK-DATA-FIM     PIC 9(08) VALUE 0.
       77 WRK-INI-INT      PIC 9(08) VALUE 0.
       77 WRK-FIM-INT      PIC 9(08) VALUE 0.
       77 WRK-INICIO-X     PIC X(08) VALUE SPACES.
       77 WRK-FIM-X        PIC X(08) VALUE SPACES.
       77 WRK-COMP-INICIO  PIC 9(06) VALUE 0.
       77 WRK-COMP-FIM     PIC 9(06) VALUE 0.
       77 WRK-PERIODO-CORTADO PIC X(01) VALUE 'N'.
           88 PERIODO-CORTADO    VALUE 'S'.
       77 WRK-DATA-REF     PIC 9(08) VALUE 0.
       77 WRK-REF-INT      PIC 9(08) VALUE 0.
       77 WRK-QUOC         PIC 9(08) VALUE 0.
       77 WRK-DIA-SEMANA   PIC 9(01) VALUE 0.
           88 DIA-FIM-DE-SEMANA VALUE 0 6.
       77 WRK-HORA-OCORR   PIC 9(04) VALUE 0.

      * SECAO DA QUEBRA (OPERADOR E DIA CORRENTES)
       77 WRK-OPER-ATUAL   PIC 9(05) VALUE 99999.
       77 WRK-OPER-SIT     PIC X(01) VALUE SPACE.
           88 OPER-LOTE       VALUE 'L'.
           88 OPER-INEXISTENTE VALUE 'X'.
           88 OPER-CONSULTA   VALUE 'C'.
       77 WRK-DIA-ATUAL    PIC X(08) VALUE SPACES.
       77 WRK-DIA-I        PIC 9(03) COMP VALUE 0.
       77 WRK-QT-SENS-DIA  PIC 9(05) VALUE 0.

      * SECAO DE TOTAIS (OPERADOR + 1, DIA DO PERIODO E OPERACAO)
       01 WRK-OPER-TAB.
           05 WRK-OPER-ENT OCCURS 10000 TIMES.
               10 WRK-OPER-TOTAL    PIC 9(05).
               10 WRK-OPER-SENS     PIC 9(05).
               10 WRK-OPER-FORA     PIC 9(05).
       01 WRK-DIA-TAB.
           05 WRK-DIA-ENT OCCURS 366 TIMES.
               10 WRK-DIA-TOTAL     PIC 9(05).
               10 WRK-DIA-FORA      PIC 9(05).
       77 WRK-QT-DIAS      PIC 9(03) COMP VALUE 0.
       01 WRK-OPC-TAB.
           05 WRK-OPC-ENT OCCURS 40 TIMES.
               10 WRK-OPC-NOME      PIC X(08).
               10 WRK-OPC-TOTAL     PIC 9(05).
       77 WRK-OPC-QTD      PIC 9(02) COMP VALUE 0.
       77 WRK-OPC-I        PIC 9(02) COMP VALUE 0.
       77 WRK-OPC-OUTRAS   PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR-OCORRENCIA UNTIL FIM-ORD.
           PERFORM 3000-FINALIZAR.
           GOBACK.

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
      *    ATIVINICIO/ATIVFIM (AAAAMMDD) FIXAM O PERIODO DE UMA
      *    EXECUCAO AVULSA; NA ROTINA NOTURNA FICAM FORA DO ARQUIVO.
           EVALUATE PRM-CHAVE
           WHEN 'AMBIENTE'
               IF PRM-VALOR NOT = SPACES
                   MOVE PRM-VALOR TO WRK-PRM-AMBIENTE
               END-IF
           WHEN 'DIRETORIO'
               IF PRM-VALOR NOT = SPACES
                   MOVE PRM-VALOR TO WRK-PRM-DIR
               END-IF
           WHEN 'ATIVINICIO'
               PERFORM 0925-CONVERTE-DATA
               IF PRM-NUM-OK
                   MOVE WRK-PRM-DATA TO WRK-PRM-INICIO
               ELSE
                   PERFORM 0930-PARAMETRO-INVALIDO
               END-IF
           WHEN 'ATIVFIM'
               PERFORM 0925-CONVERTE-DATA
               IF PRM-NUM-OK
                   MOVE WRK-PRM-DATA TO WRK-PRM-FIM
               ELSE
                   PERFORM 0930-PARAMETRO-INVALIDO
               END-IF
           WHEN 'ATIVLIMITE'
               MOVE 3 TO WRK-PRM-LARG
               PERFORM 0920-CONVERTE-NUMERO
               IF PRM-NUM-OK
                   MOVE WRK-PRM-NUM TO WRK-LIMITE-DIA
               ELSE
                   PERFORM 0930-PARAMETRO-INVALIDO
               END-IF
           WHEN 'EXPEDINICIO'
               MOVE 4 TO WRK-PRM-LARG
               PERFORM 0920-CONVERTE-NUMERO
               PERFORM 0927-CONFERE-HHMM
               IF PRM-NUM-OK
                   MOVE WRK-PRM-NUM TO WRK-EXPED-INICIO
               ELSE
                   PERFORM 0930-PARAMETRO-INVALIDO
               END-IF
           WHEN 'EXPEDFIM'
               MOVE 4 TO WRK-PRM-LARG
               PERFORM 0920-CONVERTE-NUMERO
               PERFORM 0927-CONFERE-HHMM
               IF PRM-NUM-OK
                   MOVE WRK-PRM-NUM TO WRK-EXPED-FIM
               ELSE
                   PERFORM 0930-PARAMETRO-INVALIDO
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           READ PARAMETROS
             AT END
               SET FIM-PRM TO TRUE
           END-READ.

       0920-CONVERTE-NUMERO.
      *    MESMA REGRA DE CLIENTES: DIGITOS ALINHADOS A ESQUERDA (ATE
      *    A LARGURA DO PARAMETRO) SEGUIDOS SO DE BRANCOS.
           MOVE 'N' TO WRK-PRM-NUM-OK.
           MOVE 0 TO WRK-PRM-NUM.
           MOVE 0 TO WRK-PRM-TAM.
           PERFORM VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > 10 OR
                     PRM-VALOR(WRK-I:1) NOT NUMERIC
               ADD 1 TO WRK-PRM-TAM
           END-PERFORM.
           IF WRK-PRM-TAM > 0 AND WRK-PRM-TAM <= WRK-PRM-LARG
               IF PRM-VALOR(WRK-PRM-TAM + 1:) = SPACES
                   MOVE 'S' TO WRK-PRM-NUM-OK
                   PERFORM VARYING WRK-I FROM 1 BY 1
                           UNTIL WRK-I > WRK-PRM-TAM
                       MOVE PRM-VALOR(WRK-I:1) TO WRK-DIG
                       COMPUTE WRK-PRM-NUM =
                           WRK-PRM-NUM * 10 + WRK-DIG
                   END-PERFORM
               END-IF
           END-IF.

       0925-CONVERTE-DATA.
      *    DATA AAAAMMDD COM OS 8 DIGITOS; DATA INEXISTENTE (EX.:
      *    31 DE FEVEREIRO) DA ZERO NA CONVERSAO PARA DIAS.
           MOVE 'N' TO WRK-PRM-NUM-OK.
           MOVE 0 TO WRK-PRM-DATA.
           IF PRM-VALOR(1:8) NUMERIC AND PRM-VALOR(9:) = SPACES
               MOVE PRM-VALOR(1:8) TO WRK-PRM-DATA
               IF WRK-PRM-DATA > 16010100
                   COMPUTE WRK-REF-INT =
                       FUNCTION INTEGER-OF-DATE(WRK-PRM-DATA)
                   IF WRK-REF-INT NOT = 0
                       MOVE 'S' TO WRK-PRM-NUM-OK
                   END-IF
               END-IF
           END-IF.

       0927-CONFERE-HHMM.
      *    HORARIO DO EXPEDIENTE: HORA ATE 24 E MINUTO ATE 59.
           IF PRM-NUM-OK
               DIVIDE WRK-PRM-NUM BY 100 GIVING WRK-HHMM-HORA
                   REMAINDER WRK-HHMM-MIN
               IF WRK-HHMM-HORA > 24 OR WRK-HHMM-MIN > 59 OR
                  WRK-PRM-NUM > 2400
                   MOVE 'N' TO WRK-PRM-NUM-OK
               END-IF
           END-IF.

       0930-PARAMETRO-INVALIDO.
      *    EM LOTE NAO HA A QUEM PERGUNTAR: AVISA NO CONSOLE E SEGUE
      *    COM O PADRAO.
           DISPLAY 'PARAMETRO INVALIDO EM CLIENTES.PRM:'.
           DISPLAY PRM-REG.
           DISPLAY 'VALE O PADRAO DE PRODUCAO.'.

       0950-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-LOG.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES-LOG.TXT' DELIMITED SIZE
             INTO WRK-ARQ-LOG
           END-STRING.
           MOVE SPACES TO WRK-ARQ-IDX.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES-LOG-ARQ.TXT' DELIMITED SIZE
             INTO WRK-ARQ-IDX
           END-STRING.
           MOVE SPACES TO WRK-ARQ-OPER.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'OPERADORES.DAT' DELIMITED SIZE
             INTO WRK-ARQ-OPER
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ORD.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'OPERORD.TMP' DELIMITED SIZE
             INTO WRK-ARQ-ORD
           END-STRING.
           MOVE SPACES TO WRK-ARQ-WRKORD.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'WRKOPER.TMP' DELIMITED SIZE
             INTO WRK-ARQ-WRKORD
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RELATO.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'OPERLOG-RELATO.TXT' DELIMITED SIZE
             INTO WRK-ARQ-RELATO
           END-STRING.

       0960-MONTA-ARQ-MENSAL.
      *    MESMO NOME DADO PELO FECHAMENTO (CLIENTES-LOGARQ):
      *    CLIENTES-LOG-AAAAMM.TXT.
           MOVE SPACES TO WRK-ARQ-MENSAL.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES-LOG-' DELIMITED SIZE
                  IDX-COMPETENCIA DELIMITED SIZE
                  '.TXT' DELIMITED SIZE
             INTO WRK-ARQ-MENSAL
           END-STRING.

       1000-INICIAR.
           PERFORM 0900-LER-PARAMETROS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1050-MONTA-PERIODO.
           INITIALIZE WRK-OPER-TAB WRK-DIA-TAB WRK-OPC-TAB.
           OPEN OUTPUT RELATO.
           MOVE 'ATIVIDADE DOS OPERADORES NO LOG DE ALTERACOES'
               TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE SPACES TO RELATO-REG.
           STRING 'AMBIENTE: ' DELIMITED SIZE
                  WRK-PRM-AMBIENTE DELIMITED SIZE
                  ' DATA: ' DELIMITED SIZE
                  WRK-DATA-HOJE DELIMITED SIZE
                  ' PERIODO: ' DELIMITED SIZE
                  WRK-DATA-INICIO DELIMITED SIZE
                  ' A ' DELIMITED SIZE
                  WRK-DATA-FIM DELIMITED SIZE
             INTO RELATO-REG
           END-STRING.
           WRITE RELATO-REG.
           MOVE SPACES TO RELATO-REG.
           STRING 'EXPEDIENTE: SEGUNDA A SEXTA, ' DELIMITED SIZE
                  WRK-EXPED-INICIO DELIMITED SIZE
                  ' AS ' DELIMITED SIZE
                  WRK-EXPED-FIM DELIMITED SIZE
                  '  LIMITE DIARIO EXCL/FUSAO/ANONIM: ' DELIMITED SIZE
                  WRK-LIMITE-DIA DELIMITED SIZE
             INTO RELATO-REG
           END-STRING.
           WRITE RELATO-REG.
           IF PERIODO-CORTADO
               MOVE 'PERIODO LIMITADO A 366 DIAS A PARTIR DO INICIO'
                   TO RELATO-REG
               WRITE RELATO-REG
           END-IF.
           MOVE ALL '-' TO RELATO-REG.
           WRITE RELATO-REG.
      *    SEM OPERADORES.DAT NAO HA COMO CONFERIR CODIGO NEM PERFIL:
      *    OS TOTAIS SAEM, MAS O RETURN-CODE 8 AVISA QUE A
      *    CONFERENCIA DA SEGURANCA NAO FOI FEITA.
           OPEN INPUT OPERADORES.
           IF OPER-STATUS = 0
               MOVE 'S' TO WRK-TEM-OPER
           ELSE
               MOVE 'OPERADORES.DAT INDISPONIVEL - SEM CONFERENCIA'
                   TO RELATO-REG
               MOVE 'DE OPERADOR E PERFIL' TO RELATO-REG(47:20)
               WRITE RELATO-REG
               MOVE 8 TO WRK-RC
           END-IF.
           SORT WRK-ORD-OPER
               ON ASCENDING KEY SORT-OPERADOR SORT-DATAHORA
               INPUT PROCEDURE IS 1100-SELECIONA-LOG
               GIVING OPERLOG-ORD.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE 'EXCECOES PARA A SEGURANCA' TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE 'DATA     HORA OPER OPERACAO CODIGO  MOTIVO'
               TO RELATO-REG.
           WRITE RELATO-REG.
           OPEN INPUT OPERLOG-ORD.
           READ OPERLOG-ORD
             AT END
               SET FIM-ORD TO TRUE
           END-READ.

       1050-MONTA-PERIODO.
      *    SEM PARAMETRO O PERIODO E O DIA ANTERIOR: A ROTINA NOTURNA
      *    CONFERE CADA DIA FECHADO UMA VEZ, SEM BURACO NEM
      *    REPETICAO, QUALQUER QUE SEJA A HORA EM QUE RODE. SO O FIM
      *    INFORMADO ANTES DO INICIO VIRA O PROPRIO INICIO; A TABELA
      *    DE DIAS LIMITA O PERIODO A 366 DIAS.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           IF WRK-PRM-INICIO = 0
               COMPUTE WRK-INI-INT = WRK-HOJE-INT - 1
           ELSE
               COMPUTE WRK-INI-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-PRM-INICIO)
           END-IF.
           IF WRK-PRM-FIM = 0
               COMPUTE WRK-FIM-INT = WRK-HOJE-INT - 1
           ELSE
               COMPUTE WRK-FIM-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-PRM-FIM)
           END-IF.
           IF WRK-FIM-INT < WRK-INI-INT
               MOVE WRK-INI-INT TO WRK-FIM-INT
           END-IF.
           IF WRK-FIM-INT - WRK-INI-INT > 365
               COMPUTE WRK-FIM-INT = WRK-INI-INT + 365
               SET PERIODO-CORTADO TO TRUE
           END-IF.
           COMPUTE WRK-QT-DIAS = WRK-FIM-INT - WRK-INI-INT + 1.
           COMPUTE WRK-DATA-INICIO =
               FUNCTION DATE-OF-INTEGER(WRK-INI-INT).
           COMPUTE WRK-DATA-FIM =
               FUNCTION DATE-OF-INTEGER(WRK-FIM-INT).
           MOVE WRK-DATA-INICIO TO WRK-INICIO-X.
           MOVE WRK-DATA-FIM TO WRK-FIM-X.
           MOVE WRK-DATA-INICIO(1:6) TO WRK-COMP-INICIO.
           MOVE WRK-DATA-FIM(1:6) TO WRK-COMP-FIM.

       1100-SELECIONA-LOG.
      *    O CONJUNTO E O MESMO DA CONCILIACAO (COMPETENCIAS FECHADAS
      *    MAIS O LOG CORRENTE), FILTRADO PELO PERIODO.
           PERFORM 1150-SELECIONA-ARQUIVADOS.
           OPEN INPUT CLIENTES-LOG.
           IF CLILOG-STATUS NOT = 0
               MOVE 'CLIENTES-LOG.TXT NAO ENCONTRADO' TO RELATO-REG
               WRITE RELATO-REG
               MOVE 8 TO WRK-RC
           ELSE
               MOVE 'N' TO WRK-FIM-LOG
               READ CLIENTES-LOG
                 AT END
                   SET FIM-LOG TO TRUE
               END-READ
               PERFORM UNTIL FIM-LOG
                   PERFORM 1190-RELEASE-LOG
                   READ CLIENTES-LOG
                     AT END
                       SET FIM-LOG TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-LOG
           END-IF.

       1150-SELECIONA-ARQUIVADOS.
      *    SO AS COMPETENCIAS QUE CAEM NO PERIODO SAO ABERTAS.
           OPEN INPUT LOG-IDX.
           IF IDX-STATUS = 0
               MOVE 'N' TO WRK-FIM-IDX
               READ LOG-IDX
                 AT END
                   SET FIM-IDX TO TRUE
               END-READ
               PERFORM UNTIL FIM-IDX
                   IF IDX-COMPETENCIA NOT < WRK-COMP-INICIO AND
                      IDX-COMPETENCIA NOT > WRK-COMP-FIM
                       PERFORM 1160-SELECIONA-UM-MENSAL
                   END-IF
                   READ LOG-IDX
                     AT END
                       SET FIM-IDX TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LOG-IDX
           END-IF.

       1160-SELECIONA-UM-MENSAL.
      *    A CONFERENCIA DO RODAPE E DA CONCILIACAO; AQUI O RODAPE SO
      *    E PULADO. ARQUIVO MENSAL AUSENTE DEIXA O PERIODO
      *    INCOMPLETO (RETURN-CODE 8).
           PERFORM 0960-MONTA-ARQ-MENSAL.
           OPEN INPUT LOG-MENSAL.
           IF MENSAL-STATUS NOT = 0
               MOVE SPACES TO RELATO-REG
               STRING 'ARQUIVO MENSAL ' DELIMITED SIZE
                      IDX-COMPETENCIA DELIMITED SIZE
                      ' AUSENTE - PERIODO INCOMPLETO' DELIMITED SIZE
                 INTO RELATO-REG
               END-STRING
               WRITE RELATO-REG
               MOVE 8 TO WRK-RC
           ELSE
               MOVE 'N' TO WRK-FIM-MENSAL
               READ LOG-MENSAL INTO CLIENTES-LOG-REG
                 AT END
                   SET FIM-MENSAL TO TRUE
               END-READ
               PERFORM UNTIL FIM-MENSAL
                   IF LOG-OPERACAO NOT = '*RODAPE*'
                       PERFORM 1190-RELEASE-LOG
                   END-IF
                   READ LOG-MENSAL INTO CLIENTES-LOG-REG
                     AT END
                       SET FIM-MENSAL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LOG-MENSAL
           END-IF.

       1190-RELEASE-LOG.
           ADD 1 TO WRK-QT-LIDAS.
           IF LOG-DATAHORA(1:8) NOT < WRK-INICIO-X AND
              LOG-DATAHORA(1:8) NOT > WRK-FIM-X
               ADD 1 TO WRK-QT-PERIODO
               MOVE LOG-OPERADOR TO SORT-OPERADOR
               MOVE LOG-DATAHORA TO SORT-DATAHORA
               MOVE LOG-OPERACAO TO SORT-OPERACAO
               MOVE LOG-CODIGO TO SORT-CODIGO
               RELEASE SORT-REG
           END-IF.

       2000-PROCESSAR-OCORRENCIA.
      *    O ARQUIVO VEM ORDENADO POR OPERADOR E DATA-HORA: A QUEBRA
      *    DE OPERADOR LE O CADASTRO UMA VEZ E A QUEBRA DE DIA FECHA
      *    A CONTAGEM DIARIA DE EXCLUSOES/FUSOES/ANONIMIZACOES.
           EVALUATE TRUE
           WHEN ORD-OPERADOR NOT = WRK-OPER-ATUAL
               PERFORM 2900-FECHA-DIA
               PERFORM 2100-NOVO-OPERADOR
               PERFORM 2150-NOVO-DIA
           WHEN ORD-DATAHORA(1:8) NOT = WRK-DIA-ATUAL
               PERFORM 2900-FECHA-DIA
               PERFORM 2150-NOVO-DIA
           END-EVALUATE.
           PERFORM 2200-ACUMULA.
           PERFORM 2300-CONFERE-OCORRENCIA.
           READ OPERLOG-ORD
             AT END
               SET FIM-ORD TO TRUE
           END-READ.

       2100-NOVO-OPERADOR.
      *    O OPERADOR ZERO E O DOS PROCESSOS EM LOTE (CARGA, RETORNO
      *    DE E-MAIL, CONVERSOES): NAO PASSA PELAS CONFERENCIAS.
           MOVE ORD-OPERADOR TO WRK-OPER-ATUAL.
           MOVE SPACE TO WRK-OPER-SIT.
           IF ORD-OPERADOR = 0
               SET OPER-LOTE TO TRUE
           ELSE
               IF TEM-OPERADORES
                   MOVE ORD-OPERADOR TO OPER-CODIGO
                   READ OPERADORES
                     INVALID KEY
                       SET OPER-INEXISTENTE TO TRUE
                     NOT INVALID KEY
                       IF OPER-PERFIL-CONSULTA
                           SET OPER-CONSULTA TO TRUE
                       END-IF
                   END-READ
               END-IF
           END-IF.

       2150-NOVO-DIA.
      *    POSICAO DO DIA NA TABELA E DIA DA SEMANA: O DIA 1 DO
      *    CALENDARIO (01/01/1601) FOI SEGUNDA-FEIRA, ENTAO O RESTO
      *    POR 7 DA 6 NO SABADO E 0 NO DOMINGO.
           MOVE ORD-DATAHORA(1:8) TO WRK-DIA-ATUAL.
           MOVE 0 TO WRK-QT-SENS-DIA.
           MOVE WRK-DIA-ATUAL TO WRK-DATA-REF.
           COMPUTE WRK-REF-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-REF).
           COMPUTE WRK-DIA-I = WRK-REF-INT - WRK-INI-INT + 1.
           DIVIDE WRK-REF-INT BY 7 GIVING WRK-QUOC
               REMAINDER WRK-DIA-SEMANA.

       2200-ACUMULA.
           ADD 1 TO WRK-OPER-TOTAL(ORD-OPERADOR + 1).
           ADD 1 TO WRK-DIA-TOTAL(WRK-DIA-I).
           IF ORD-OPERACAO = 'EXCLUIR' OR
              ORD-OPERACAO = 'FUNDEANT' OR
              ORD-OPERACAO = 'ANONIMIZ'
               ADD 1 TO WRK-QT-SENS-DIA
               ADD 1 TO WRK-OPER-SENS(ORD-OPERADOR + 1)
           END-IF.
           PERFORM 2250-ACUMULA-OPERACAO.

       2250-ACUMULA-OPERACAO.
      *    OPERACOES NA ORDEM EM QUE APARECEM; PASSANDO DE 40 NOMES,
      *    O RESTO VAI PARA "OUTRAS".
           PERFORM VARYING WRK-OPC-I FROM 1 BY 1
                   UNTIL WRK-OPC-I > WRK-OPC-QTD OR
                         WRK-OPC-NOME(WRK-OPC-I) = ORD-OPERACAO
               CONTINUE
           END-PERFORM.
           IF WRK-OPC-I > WRK-OPC-QTD
               IF WRK-OPC-QTD < 40
                   ADD 1 TO WRK-OPC-QTD
                   MOVE ORD-OPERACAO TO WRK-OPC-NOME(WRK-OPC-QTD)
                   ADD 1 TO WRK-OPC-TOTAL(WRK-OPC-QTD)
               ELSE
                   ADD 1 TO WRK-OPC-OUTRAS
               END-IF
           ELSE
               ADD 1 TO WRK-OPC-TOTAL(WRK-OPC-I)
           END-IF.

       2300-CONFERE-OCORRENCIA.
      *    TODA OCORRENCIA DO LOG E ALTERACAO DE CADASTRO. UMA MESMA
      *    OCORRENCIA PODE SAIR EM MAIS DE UM MOTIVO.
           IF NOT OPER-LOTE
               IF OPER-INEXISTENTE
                   MOVE 'OPERADOR NAO CADASTRADO' TO WRK-MOTIVO
                   PERFORM 2800-GRAVA-EXCECAO
               END-IF
               IF OPER-CONSULTA
                   MOVE 'PERFIL CONSULTA COM ALTERACAO' TO WRK-MOTIVO
                   PERFORM 2800-GRAVA-EXCECAO
               END-IF
               MOVE 0 TO WRK-HORA-OCORR
               IF ORD-DATAHORA(9:4) NUMERIC
                   MOVE ORD-DATAHORA(9:4) TO WRK-HORA-OCORR
               END-IF
               EVALUATE TRUE
               WHEN DIA-FIM-DE-SEMANA
                   MOVE 'ALTERACAO EM FIM DE SEMANA' TO WRK-MOTIVO
                   PERFORM 2350-FORA-DO-EXPEDIENTE
               WHEN WRK-HORA-OCORR < WRK-EXPED-INICIO
               WHEN WRK-HORA-OCORR NOT < WRK-EXPED-FIM
                   MOVE 'ALTERACAO FORA DO EXPEDIENTE' TO WRK-MOTIVO
                   PERFORM 2350-FORA-DO-EXPEDIENTE
               END-EVALUATE
           END-IF.

       2350-FORA-DO-EXPEDIENTE.
           ADD 1 TO WRK-OPER-FORA(ORD-OPERADOR + 1).
           ADD 1 TO WRK-DIA-FORA(WRK-DIA-I).
           PERFORM 2800-GRAVA-EXCECAO.

       2800-GRAVA-EXCECAO.
           ADD 1 TO WRK-QT-EXCECOES.
           MOVE SPACES TO RELATO-REG.
           STRING ORD-DATAHORA(1:8) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ORD-DATAHORA(9:4) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ORD-OPERADOR DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ORD-OPERACAO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ORD-CODIGO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WRK-MOTIVO DELIMITED SIZE
             INTO RELATO-REG
           END-STRING.
           WRITE RELATO-REG.

       2900-FECHA-DIA.
      *    CONTA CADA FUSAO UMA VEZ (FUNDEANT, O CADASTRO ABSORVIDO).
           IF WRK-OPER-ATUAL NOT = 99999 AND NOT OPER-LOTE
               IF WRK-QT-SENS-DIA > WRK-LIMITE-DIA
                   ADD 1 TO WRK-QT-EXCECOES
                   MOVE SPACES TO RELATO-REG
                   STRING WRK-DIA-ATUAL DELIMITED SIZE
                          '      ' DELIMITED SIZE
                          WRK-OPER-ATUAL(2:4) DELIMITED SIZE
                          '                  ' DELIMITED SIZE
                          'LIMITE DIARIO EXCEDIDO: ' DELIMITED SIZE
                          WRK-QT-SENS-DIA DELIMITED SIZE
                          ' EXCL/FUSAO/ANONIM' DELIMITED SIZE
                     INTO RELATO-REG
                   END-STRING
                   WRITE RELATO-REG
               END-IF
           END-IF.

       3000-FINALIZAR.
           PERFORM 2900-FECHA-DIA.
           CLOSE OPERLOG-ORD.
           IF WRK-QT-EXCECOES = 0
               MOVE 'NENHUMA EXCECAO NO PERIODO' TO RELATO-REG
               WRITE RELATO-REG
           END-IF.
           PERFORM 3100-TOTAIS-POR-OPERADOR.
           PERFORM 3200-TOTAIS-POR-DIA.
           PERFORM 3300-TOTAIS-POR-OPERACAO.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE 'OCORRENCIAS LIDAS....:' TO RELATO-REG.
           MOVE WRK-QT-LIDAS TO RELATO-REG(24:07).
           WRITE RELATO-REG.
           MOVE 'NO PERIODO...........:' TO RELATO-REG.
           MOVE WRK-QT-PERIODO TO RELATO-REG(24:07).
           WRITE RELATO-REG.
           MOVE 'EXCECOES.............:' TO RELATO-REG.
           MOVE WRK-QT-EXCECOES TO RELATO-REG(24:05).
           WRITE RELATO-REG.
           IF TEM-OPERADORES
               CLOSE OPERADORES
           END-IF.
           CLOSE RELATO.
      *    EXCECAO NAO E ERRO DO PROCESSAMENTO, MAS O RETURN-CODE 4
      *    AVISA QUE HA O QUE A SEGURANCA CONFERIR; O 8 (ARQUIVO
      *    FALTANDO) PREVALECE.
           IF WRK-RC = 0 AND WRK-QT-EXCECOES > 0
               MOVE 4 TO WRK-RC
           END-IF.
           MOVE WRK-RC TO RETURN-CODE.

       3100-TOTAIS-POR-OPERADOR.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE 'POR OPERADOR' TO RELATO-REG.
           MOVE 'PERFIL OCORR EXC/FUS/ANO FORA EXPED'
               TO RELATO-REG(39:35).
           WRITE RELATO-REG.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 10000
               IF WRK-OPER-TOTAL(WRK-I) > 0
                   COMPUTE OPER-CODIGO = WRK-I - 1
                   MOVE '(NAO CADASTRADO)' TO OPER-NOME
                   MOVE '-' TO OPER-PERFIL
                   IF OPER-CODIGO = 0
                       MOVE '(PROCESSOS EM LOTE)' TO OPER-NOME
                   ELSE
                       IF TEM-OPERADORES
                           READ OPERADORES
                             INVALID KEY
                               MOVE '(NAO CADASTRADO)' TO OPER-NOME
                               MOVE '-' TO OPER-PERFIL
                           END-READ
                       END-IF
                   END-IF
                   MOVE SPACES TO RELATO-REG
                   STRING '  ' DELIMITED SIZE
                          OPER-CODIGO DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          OPER-NOME DELIMITED SIZE
                          '  ' DELIMITED SIZE
                          OPER-PERFIL DELIMITED SIZE
                          '    ' DELIMITED SIZE
                          WRK-OPER-TOTAL(WRK-I) DELIMITED SIZE
                          '      ' DELIMITED SIZE
                          WRK-OPER-SENS(WRK-I) DELIMITED SIZE
                          '      ' DELIMITED SIZE
                          WRK-OPER-FORA(WRK-I) DELIMITED SIZE
                     INTO RELATO-REG
                   END-STRING
                   WRITE RELATO-REG
               END-IF
           END-PERFORM.

       3200-TOTAIS-POR-DIA.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE 'POR DIA           OCORR FORA EXPED' TO RELATO-REG.
           WRITE RELATO-REG.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QT-DIAS
               IF WRK-DIA-TOTAL(WRK-I) > 0
                   COMPUTE WRK-REF-INT = WRK-INI-INT + WRK-I - 1
                   COMPUTE WRK-DATA-REF =
                       FUNCTION DATE-OF-INTEGER(WRK-REF-INT)
                   DIVIDE WRK-REF-INT BY 7 GIVING WRK-QUOC
                       REMAINDER WRK-DIA-SEMANA
                   MOVE SPACES TO RELATO-REG
                   STRING '  ' DELIMITED SIZE
                          WRK-DATA-REF DELIMITED SIZE
                          '      ' DELIMITED SIZE
                          WRK-DIA-TOTAL(WRK-I) DELIMITED SIZE
                          '      ' DELIMITED SIZE
                          WRK-DIA-FORA(WRK-I) DELIMITED SIZE
                     INTO RELATO-REG
                   END-STRING
                   IF DIA-FIM-DE-SEMANA
                       MOVE 'FIM DE SEMANA' TO RELATO-REG(38:13)
                   END-IF
                   WRITE RELATO-REG
               END-IF
           END-PERFORM.

       3300-TOTAIS-POR-OPERACAO.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE 'POR OPERACAO      OCORR' TO RELATO-REG.
           WRITE RELATO-REG.
           PERFORM VARYING WRK-OPC-I FROM 1 BY 1
                   UNTIL WRK-OPC-I > WRK-OPC-QTD
               MOVE SPACES TO RELATO-REG
               STRING '  ' DELIMITED SIZE
                      WRK-OPC-NOME(WRK-OPC-I) DELIMITED SIZE
                      '        ' DELIMITED SIZE
                      WRK-OPC-TOTAL(WRK-OPC-I) DELIMITED SIZE
                 INTO RELATO-REG
               END-STRING
               WRITE RELATO-REG
           END-PERFORM.
           IF WRK-OPC-OUTRAS > 0
               MOVE SPACES TO RELATO-REG
               STRING '  OUTRAS          ' DELIMITED SIZE
                      WRK-OPC-OUTRAS DELIMITED SIZE
                 INTO RELATO-REG
               END-STRING
               WRITE RELATO-REG
           END-IF.
