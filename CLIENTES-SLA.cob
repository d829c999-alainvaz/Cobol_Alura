       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES-SLA.
      **********************************************
      * OBJETIVO.: AGING DOS ATENDIMENTOS EM ABERTO *
      *   (CLIENTES-ATD.DAT) CONTRA O PRAZO DE CADA *
      *   TIPO (RECLAMACAO, SOLICITACAO, RETORNO E  *
      *   INFORMACAO, EM DIAS CORRIDOS, PADRAO NA   *
      *   WORKING-STORAGE E AJUSTE EM               *
      *   CLIENTES.PRM). LISTA CADA ATENDIMENTO NAO *
      *   ENCERRADO COM A IDADE, MARCA OS VENCIDOS  *
      *   E TOTALIZA POR TIPO, POR OPERADOR QUE     *
      *   ABRIU (OPERADORES.DAT) E POR CATEGORIA DO *
      *   CLIENTE (CATEGORIAS.DAT), EM              *
      *   SLA-RELATO.TXT. TERMINA COM RETURN-CODE 4 *
      *   QUANDO HA ATENDIMENTO VENCIDO.            *
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

           SELECT CLIENTES ASSIGN USING WRK-ARQ-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CLIENTES-STATUS
             RECORD KEY IS CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTES-FONE
                 WITH DUPLICATES
             ALTERNATE RECORD KEY IS CLIENTES-CPFCNPJ
                 WITH DUPLICATES.

           SELECT CLIENTES-ATD ASSIGN USING WRK-ARQ-ATD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ATD-STATUS
             RECORD KEY IS ATD-CHAVE.

           SELECT OPERADORES ASSIGN USING WRK-ARQ-OPER
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS OPER-STATUS
             RECORD KEY IS OPER-CHAVE.

           SELECT CATEGORIAS ASSIGN USING WRK-ARQ-CAT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CAT-STATUS
             RECORD KEY IS CAT-CHAVE.

           SELECT RELATO ASSIGN USING WRK-ARQ-RELATO
             ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
       01 PRM-REG.
           05 PRM-CHAVE         PIC X(12).
           05 PRM-VALOR         PIC X(60).

       FD CLIENTES.
       01 CLIENTES-REG.
           05 CLIENTES-CHAVE.
               10 CLIENTES-CODIGO PIC 9(07).
           05 CLIENTES-FONE     PIC 9(09).
           05 CLIENTES-NOME     PIC X(30).
           05 CLIENTES-EMAIL    PIC X(40).
           05 CLIENTES-CPFCNPJ  PIC X(14).
           05 CLIENTES-ATIVO    PIC X(01).
               88 CLIENTES-REG-ATIVO   VALUE 'A'.
               88 CLIENTES-REG-INATIVO VALUE 'I'.
           05 CLIENTES-DT-INCLUSAO   PIC 9(08).
           05 CLIENTES-DT-ALTERACAO  PIC 9(08).
           05 CLIENTES-DT-INATIVACAO PIC 9(08).
           05 CLIENTES-EMAIL-INV     PIC X(01).
               88 CLIENTES-EMAIL-INVALIDO VALUE 'S'.
           05 CLIENTES-CATEGORIA     PIC 9(03).

       FD CLIENTES-ATD.
       01 CLIENTES-ATD-REG.
           05 ATD-CHAVE.
               10 ATD-CODIGO    PIC 9(07).
               10 ATD-SEQ       PIC 9(03).
           05 ATD-DATAHORA      PIC X(16).
           05 ATD-OPER-ABERT    PIC 9(04).
           05 ATD-CANAL         PIC X(01).
               88 ATD-CANAL-TELEFONE  VALUE 'T'.
               88 ATD-CANAL-EMAIL     VALUE 'E'.
               88 ATD-CANAL-PRESENCIAL VALUE 'P'.
               88 ATD-CANAL-SITE      VALUE 'S'.
           05 ATD-TIPO          PIC X(01).
               88 ATD-TIPO-RECLAMACAO  VALUE 'R'.
               88 ATD-TIPO-SOLICITACAO VALUE 'S'.
               88 ATD-TIPO-RETORNO     VALUE 'C'.
               88 ATD-TIPO-INFORMACAO  VALUE 'I'.
           05 ATD-DESCRICAO     PIC X(60).
           05 ATD-SITUACAO      PIC X(01).
               88 ATD-ABERTO        VALUE 'A'.
               88 ATD-ANDAMENTO     VALUE 'M'.
               88 ATD-ENCERRADO     VALUE 'E'.
           05 ATD-DT-ENCERRA    PIC 9(08).
           05 ATD-OPER-ENCERRA  PIC 9(04).

       FD OPERADORES.
       01 OPERADORES-REG.
           05 OPER-CHAVE.
               10 OPER-CODIGO   PIC 9(04).
           05 OPER-NOME         PIC X(30).
           05 OPER-PERFIL       PIC X(01).
               88 OPER-PERFIL-CONSULTA   VALUE 'C'.
               88 OPER-PERFIL-CADASTRO   VALUE 'A'.
               88 OPER-PERFIL-SUPERVISOR VALUE 'S'.

       FD CATEGORIAS.
       01 CATEGORIAS-REG.
           05 CAT-CHAVE.
               10 CAT-CODIGO    PIC 9(03).
           05 CAT-DESCRICAO     PIC X(30).

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
       77 WRK-ARQ-CLIENTES    PIC X(60) VALUE SPACES.
       77 WRK-ARQ-ATD         PIC X(60) VALUE SPACES.
       77 WRK-ARQ-OPER        PIC X(60) VALUE SPACES.
       77 WRK-ARQ-CAT         PIC X(60) VALUE SPACES.
       77 WRK-ARQ-RELATO      PIC X(60) VALUE SPACES.

      * SECAO DE PRAZOS (DIAS CORRIDOS POR TIPO DE ATENDIMENTO)
       77 WRK-SLA-RECLAMA     PIC 9(03) VALUE 5.
       77 WRK-SLA-SOLICITA    PIC 9(03) VALUE 10.
       77 WRK-SLA-RETORNO     PIC 9(03) VALUE 2.
       77 WRK-SLA-INFORMA     PIC 9(03) VALUE 3.
       77 WRK-SLA-PRAZO       PIC 9(03) VALUE 0.

       77 CLIENTES-STATUS  PIC 9(02).
       77 ATD-STATUS       PIC 9(02).
       77 OPER-STATUS      PIC 9(02).
       77 CAT-STATUS       PIC 9(02).
       77 WRK-TEM-OPER     PIC X(01) VALUE 'N'.
           88 TEM-OPERADORES  VALUE 'S'.
       77 WRK-TEM-CAT      PIC X(01) VALUE 'N'.
           88 TEM-CATEGORIAS  VALUE 'S'.
       77 WRK-FIM-ATD      PIC X(01) VALUE 'N'.
           88 FIM-ATD         VALUE 'S'.
       77 WRK-VENCIDO      PIC X(01) VALUE 'N'.
           88 ATD-VENCIDO     VALUE 'S'.
       77 WRK-QT-LIDOS     PIC 9(05) VALUE 0.
       77 WRK-QT-ABERTOS   PIC 9(05) VALUE 0.
       77 WRK-QT-VENCIDOS  PIC 9(05) VALUE 0.
       77 WRK-CATEGORIA    PIC 9(03) VALUE 0.
       77 WRK-SIT-DESC     PIC X(12) VALUE SPACES.
       77 WRK-TIPO-DESC    PIC X(11) VALUE SPACES.
       77 WRK-MARCA        PIC X(09) VALUE SPACES.
       77 WRK-I            PIC 9(05) COMP VALUE 0.
       77 WRK-DIG          PIC 9(01) VALUE 0.

      * SECAO DE DATAS
       77 WRK-DATA-HOJE    PIC 9(08) VALUE 0.
       77 WRK-HOJE-INT     PIC 9(08) VALUE 0.
       77 WRK-REF-INT      PIC 9(08) VALUE 0.
       77 WRK-DATA-REF     PIC 9(08) VALUE 0.
       77 WRK-DIAS         PIC 9(05) VALUE 0.

      * SECAO DE TOTAIS (TIPO, OPERADOR + 1 E CATEGORIA + 1)
       01 WRK-TIPO-TAB.
           05 WRK-TIPO-ENT OCCURS 5 TIMES.
               10 WRK-TIPO-ABERTOS  PIC 9(05).
               10 WRK-TIPO-VENCIDOS PIC 9(05).
       77 WRK-TIPO-I       PIC 9(01) COMP VALUE 0.
       01 WRK-OPER-TAB.
           05 WRK-OPER-ENT OCCURS 10000 TIMES.
               10 WRK-OPER-ABERTOS  PIC 9(05).
               10 WRK-OPER-VENCIDOS PIC 9(05).
       01 WRK-CAT-TAB.
           05 WRK-CAT-ENT OCCURS 1000 TIMES.
               10 WRK-CAT-ABERTOS   PIC 9(05).
               10 WRK-CAT-VENCIDOS  PIC 9(05).

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR-ATENDIMENTO UNTIL FIM-ATD.
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
           MOVE 3 TO WRK-PRM-LARG.
           EVALUATE PRM-CHAVE
           WHEN 'AMBIENTE'
               IF PRM-VALOR NOT = SPACES
                   MOVE PRM-VALOR TO WRK-PRM-AMBIENTE
               END-IF
           WHEN 'DIRETORIO'
               IF PRM-VALOR NOT = SPACES
                   MOVE PRM-VALOR TO WRK-PRM-DIR
               END-IF
           WHEN 'SLARECLAMA'
               PERFORM 0920-CONVERTE-NUMERO
               IF PRM-NUM-OK AND WRK-PRM-NUM NOT = 0
                   MOVE WRK-PRM-NUM TO WRK-SLA-RECLAMA
               ELSE
                   PERFORM 0930-PARAMETRO-INVALIDO
               END-IF
           WHEN 'SLASOLICITA'
               PERFORM 0920-CONVERTE-NUMERO
               IF PRM-NUM-OK AND WRK-PRM-NUM NOT = 0
                   MOVE WRK-PRM-NUM TO WRK-SLA-SOLICITA
               ELSE
                   PERFORM 0930-PARAMETRO-INVALIDO
               END-IF
           WHEN 'SLARETORNO'
               PERFORM 0920-CONVERTE-NUMERO
               IF PRM-NUM-OK AND WRK-PRM-NUM NOT = 0
                   MOVE WRK-PRM-NUM TO WRK-SLA-RETORNO
               ELSE
                   PERFORM 0930-PARAMETRO-INVALIDO
               END-IF
           WHEN 'SLAINFORMA'
               PERFORM 0920-CONVERTE-NUMERO
               IF PRM-NUM-OK AND WRK-PRM-NUM NOT = 0
                   MOVE WRK-PRM-NUM TO WRK-SLA-INFORMA
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

       0930-PARAMETRO-INVALIDO.
      *    EM LOTE NAO HA A QUEM PERGUNTAR: AVISA NO CONSOLE E SEGUE
      *    COM O PADRAO.
           DISPLAY 'PARAMETRO INVALIDO EM CLIENTES.PRM:'.
           DISPLAY PRM-REG.
           DISPLAY 'VALE O PADRAO DE PRODUCAO.'.

       0950-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-CLIENTES.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES.DAT' DELIMITED SIZE
             INTO WRK-ARQ-CLIENTES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ATD.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES-ATD.DAT' DELIMITED SIZE
             INTO WRK-ARQ-ATD
           END-STRING.
           MOVE SPACES TO WRK-ARQ-OPER.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'OPERADORES.DAT' DELIMITED SIZE
             INTO WRK-ARQ-OPER
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CAT.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CATEGORIAS.DAT' DELIMITED SIZE
             INTO WRK-ARQ-CAT
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RELATO.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'SLA-RELATO.TXT' DELIMITED SIZE
             INTO WRK-ARQ-RELATO
           END-STRING.

       1000-INICIAR.
           PERFORM 0900-LER-PARAMETROS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           INITIALIZE WRK-TIPO-TAB WRK-OPER-TAB WRK-CAT-TAB.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR CLIENTES.DAT - STATUS '
                   CLIENTES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    SEM OPERADORES.DAT OU CATEGORIAS.DAT O RELATORIO SAI
      *    SO COM OS CODIGOS, SEM OS NOMES.
           OPEN INPUT OPERADORES.
           IF OPER-STATUS = 0
               MOVE 'S' TO WRK-TEM-OPER
           END-IF.
           OPEN INPUT CATEGORIAS.
           IF CAT-STATUS = 0
               MOVE 'S' TO WRK-TEM-CAT
           END-IF.
           OPEN OUTPUT RELATO.
           MOVE 'ATENDIMENTOS EM ABERTO - AGING CONTRA O PRAZO'
               TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE SPACES TO RELATO-REG.
           STRING 'AMBIENTE: ' DELIMITED SIZE
                  WRK-PRM-AMBIENTE DELIMITED SIZE
                  ' DATA: ' DELIMITED SIZE
                  WRK-DATA-HOJE DELIMITED SIZE
             INTO RELATO-REG
           END-STRING.
           WRITE RELATO-REG.
           MOVE SPACES TO RELATO-REG.
           STRING 'PRAZOS EM DIAS: RECLAMACAO ' DELIMITED SIZE
                  WRK-SLA-RECLAMA DELIMITED SIZE
                  ' SOLICITACAO ' DELIMITED SIZE
                  WRK-SLA-SOLICITA DELIMITED SIZE
                  ' RETORNO ' DELIMITED SIZE
                  WRK-SLA-RETORNO DELIMITED SIZE
                  ' INFORMACAO ' DELIMITED SIZE
                  WRK-SLA-INFORMA DELIMITED SIZE
             INTO RELATO-REG
           END-STRING.
           WRITE RELATO-REG.
           MOVE ALL '-' TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE 'CODIGO  SEQ ABERTURA SITUACAO     TIPO        OPER CA
      -        'T  DIAS PRAZO'
               TO RELATO-REG.
           WRITE RELATO-REG.

           OPEN INPUT CLIENTES-ATD.
           IF ATD-STATUS NOT = 0
               MOVE 'ARQUIVO DE ATENDIMENTOS NAO ENCONTRADO'
                   TO RELATO-REG
               WRITE RELATO-REG
               SET FIM-ATD TO TRUE
           ELSE
               READ CLIENTES-ATD NEXT
                 AT END
                   SET FIM-ATD TO TRUE
               END-READ
           END-IF.

       2000-PROCESSAR-ATENDIMENTO.
           ADD 1 TO WRK-QT-LIDOS.
           IF NOT ATD-ENCERRADO
               PERFORM 2100-AVALIA-PRAZO
               PERFORM 2200-ACUMULA
               PERFORM 2300-LISTA-ATENDIMENTO
           END-IF.
           READ CLIENTES-ATD NEXT
             AT END
               SET FIM-ATD TO TRUE
           END-READ.

       2100-AVALIA-PRAZO.
      *    A IDADE CONTA EM DIAS CORRIDOS DESDE A ABERTURA; DATA
      *    ILEGIVEL SAI COM 99999 DIAS (E VENCIDO), COMO NO AGING DE
      *    CLIENTES, PARA NAO PASSAR DESPERCEBIDA.
           EVALUATE TRUE
           WHEN ATD-TIPO-RECLAMACAO
               MOVE WRK-SLA-RECLAMA TO WRK-SLA-PRAZO
               MOVE 'RECLAMACAO' TO WRK-TIPO-DESC
               MOVE 1 TO WRK-TIPO-I
           WHEN ATD-TIPO-SOLICITACAO
               MOVE WRK-SLA-SOLICITA TO WRK-SLA-PRAZO
               MOVE 'SOLICITACAO' TO WRK-TIPO-DESC
               MOVE 2 TO WRK-TIPO-I
           WHEN ATD-TIPO-RETORNO
               MOVE WRK-SLA-RETORNO TO WRK-SLA-PRAZO
               MOVE 'RETORNO' TO WRK-TIPO-DESC
               MOVE 3 TO WRK-TIPO-I
           WHEN ATD-TIPO-INFORMACAO
               MOVE WRK-SLA-INFORMA TO WRK-SLA-PRAZO
               MOVE 'INFORMACAO' TO WRK-TIPO-DESC
               MOVE 4 TO WRK-TIPO-I
           WHEN OTHER
      *    TIPO DESCONHECIDO FICA COM O MENOR PRAZO.
               MOVE WRK-SLA-RETORNO TO WRK-SLA-PRAZO
               MOVE 'OUTROS' TO WRK-TIPO-DESC
               MOVE 5 TO WRK-TIPO-I
           END-EVALUATE.
           MOVE ATD-DATAHORA(1:8) TO WRK-DATA-REF.
           IF WRK-DATA-REF NOT NUMERIC OR WRK-DATA-REF = 0
               MOVE 99999 TO WRK-DIAS
           ELSE
               COMPUTE WRK-REF-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-REF)
               EVALUATE TRUE
               WHEN WRK-REF-INT = 0
                   MOVE 99999 TO WRK-DIAS
               WHEN WRK-REF-INT > WRK-HOJE-INT
                   MOVE 0 TO WRK-DIAS
               WHEN OTHER
                   COMPUTE WRK-DIAS = WRK-HOJE-INT - WRK-REF-INT
               END-EVALUATE
           END-IF.
           IF WRK-DIAS > WRK-SLA-PRAZO
               MOVE 'S' TO WRK-VENCIDO
               MOVE '*VENCIDO*' TO WRK-MARCA
           ELSE
               MOVE 'N' TO WRK-VENCIDO
               MOVE SPACES TO WRK-MARCA
           END-IF.
           IF ATD-ABERTO
               MOVE 'ABERTO' TO WRK-SIT-DESC
           ELSE
               MOVE 'EM ANDAMENTO' TO WRK-SIT-DESC
           END-IF.

       2200-ACUMULA.
      *    CLIENTE QUE NAO ESTA MAIS EM CLIENTES.DAT (PURGADO) CONTA
      *    COMO SEM CATEGORIA.
           MOVE ATD-CODIGO TO CLIENTES-CODIGO.
           READ CLIENTES
             INVALID KEY
               MOVE 0 TO WRK-CATEGORIA
             NOT INVALID KEY
               MOVE CLIENTES-CATEGORIA TO WRK-CATEGORIA
           END-READ.
           ADD 1 TO WRK-QT-ABERTOS.
           ADD 1 TO WRK-TIPO-ABERTOS(WRK-TIPO-I).
           ADD 1 TO WRK-OPER-ABERTOS(ATD-OPER-ABERT + 1).
           ADD 1 TO WRK-CAT-ABERTOS(WRK-CATEGORIA + 1).
           IF ATD-VENCIDO
               ADD 1 TO WRK-QT-VENCIDOS
               ADD 1 TO WRK-TIPO-VENCIDOS(WRK-TIPO-I)
               ADD 1 TO WRK-OPER-VENCIDOS(ATD-OPER-ABERT + 1)
               ADD 1 TO WRK-CAT-VENCIDOS(WRK-CATEGORIA + 1)
           END-IF.

       2300-LISTA-ATENDIMENTO.
           MOVE SPACES TO RELATO-REG.
           STRING ATD-CODIGO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ATD-SEQ DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ATD-DATAHORA(1:8) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WRK-SIT-DESC DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WRK-TIPO-DESC DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ATD-OPER-ABERT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WRK-CATEGORIA DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WRK-DIAS DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WRK-SLA-PRAZO DELIMITED SIZE
                  '   ' DELIMITED SIZE
                  WRK-MARCA DELIMITED SIZE
             INTO RELATO-REG
           END-STRING.
           WRITE RELATO-REG.

       3000-FINALIZAR.
           PERFORM 3100-TOTAIS-POR-TIPO.
           PERFORM 3200-TOTAIS-POR-OPERADOR.
           PERFORM 3300-TOTAIS-POR-CATEGORIA.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE 'ATENDIMENTOS LIDOS...:' TO RELATO-REG.
           MOVE WRK-QT-LIDOS TO RELATO-REG(24:05).
           WRITE RELATO-REG.
           MOVE 'NAO ENCERRADOS.......:' TO RELATO-REG.
           MOVE WRK-QT-ABERTOS TO RELATO-REG(24:05).
           WRITE RELATO-REG.
           MOVE 'VENCIDOS.............:' TO RELATO-REG.
           MOVE WRK-QT-VENCIDOS TO RELATO-REG(24:05).
           WRITE RELATO-REG.
           CLOSE CLIENTES.
           CLOSE CLIENTES-ATD.
           IF TEM-OPERADORES
               CLOSE OPERADORES
           END-IF.
           IF TEM-CATEGORIAS
               CLOSE CATEGORIAS
           END-IF.
           CLOSE RELATO.
      *    ATENDIMENTO VENCIDO NAO E ERRO DO PROCESSAMENTO, MAS O
      *    RETURN-CODE 4 AVISA QUE HA PRAZO ESTOURADO.
           IF WRK-QT-VENCIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-TOTAIS-POR-TIPO.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE 'POR TIPO             ABERTOS VENCIDOS' TO RELATO-REG.
           WRITE RELATO-REG.
           PERFORM VARYING WRK-TIPO-I FROM 1 BY 1
                   UNTIL WRK-TIPO-I > 5
               IF WRK-TIPO-ABERTOS(WRK-TIPO-I) > 0
                   EVALUATE WRK-TIPO-I
                   WHEN 1
                       MOVE 'RECLAMACAO' TO WRK-TIPO-DESC
                   WHEN 2
                       MOVE 'SOLICITACAO' TO WRK-TIPO-DESC
                   WHEN 3
                       MOVE 'RETORNO' TO WRK-TIPO-DESC
                   WHEN 4
                       MOVE 'INFORMACAO' TO WRK-TIPO-DESC
                   WHEN OTHER
                       MOVE 'OUTROS' TO WRK-TIPO-DESC
                   END-EVALUATE
                   MOVE SPACES TO RELATO-REG
                   STRING '  ' DELIMITED SIZE
                          WRK-TIPO-DESC DELIMITED SIZE
                          '         ' DELIMITED SIZE
                          WRK-TIPO-ABERTOS(WRK-TIPO-I) DELIMITED SIZE
                          '    ' DELIMITED SIZE
                          WRK-TIPO-VENCIDOS(WRK-TIPO-I) DELIMITED SIZE
                     INTO RELATO-REG
                   END-STRING
                   WRITE RELATO-REG
               END-IF
           END-PERFORM.

       3200-TOTAIS-POR-OPERADOR.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE 'POR OPERADOR (ABERTURA)               ABERTOS VENCIDOS'
               TO RELATO-REG.
           WRITE RELATO-REG.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 10000
               IF WRK-OPER-ABERTOS(WRK-I) > 0
                   COMPUTE OPER-CODIGO = WRK-I - 1
                   MOVE '(NAO CADASTRADO)' TO OPER-NOME
                   IF TEM-OPERADORES
                       READ OPERADORES
                         INVALID KEY
                           MOVE '(NAO CADASTRADO)' TO OPER-NOME
                       END-READ
                   END-IF
                   MOVE SPACES TO RELATO-REG
                   STRING '  ' DELIMITED SIZE
                          OPER-CODIGO DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          OPER-NOME DELIMITED SIZE
                          '  ' DELIMITED SIZE
                          WRK-OPER-ABERTOS(WRK-I) DELIMITED SIZE
                          '    ' DELIMITED SIZE
                          WRK-OPER-VENCIDOS(WRK-I) DELIMITED SIZE
                     INTO RELATO-REG
                   END-STRING
                   WRITE RELATO-REG
               END-IF
           END-PERFORM.

       3300-TOTAIS-POR-CATEGORIA.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE 'POR CATEGORIA DO CLIENTE             ABERTOS VENCIDOS'
               TO RELATO-REG.
           WRITE RELATO-REG.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 1000
               IF WRK-CAT-ABERTOS(WRK-I) > 0
                   COMPUTE CAT-CODIGO = WRK-I - 1
                   IF CAT-CODIGO = 0
                       MOVE 'SEM CATEGORIA' TO CAT-DESCRICAO
                   ELSE
                       MOVE '(NAO CADASTRADA)' TO CAT-DESCRICAO
                       IF TEM-CATEGORIAS
                           READ CATEGORIAS
                             INVALID KEY
                               MOVE '(NAO CADASTRADA)' TO CAT-DESCRICAO
                           END-READ
                       END-IF
                   END-IF
                   MOVE SPACES TO RELATO-REG
                   STRING '  ' DELIMITED SIZE
                          CAT-CODIGO DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          CAT-DESCRICAO DELIMITED SIZE
                          '   ' DELIMITED SIZE
                          WRK-CAT-ABERTOS(WRK-I) DELIMITED SIZE
                          '    ' DELIMITED SIZE
                          WRK-CAT-VENCIDOS(WRK-I) DELIMITED SIZE
                     INTO RELATO-REG
                   END-STRING
                   WRITE RELATO-REG
               END-IF
           END-PERFORM.
