       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES-CTL.
      **********************************************
      * OBJETIVO.: REGISTRO DE CONTROLE DA BASE DE  *
      *   CLIENTES (CLIENTES-CTL.DAT): ULTIMO       *
      *   CODIGO ATRIBUIDO E QUANTIDADES DE         *
      *   REGISTROS ATIVOS E INATIVOS. CHAMADO POR  *
      *   QUEM CRIA OU MUDA A SITUACAO DE CLIENTES  *
      *   (TELA, CARGA, RECARGA DO BACKUP) E PELO   *
      *   CONDUTOR NOTURNO. FUNCOES:                *
      *   P = ENTREGA O PROXIMO CODIGO (LIDO COM    *
      *       BLOQUEIO, SOMADO E REGRAVADO NA MESMA *
      *       ABERTURA: DUAS SESSOES NUNCA RECEBEM  *
      *       O MESMO CODIGO);                      *
      *   A = SOMA AS VARIACOES DE ATIVOS E         *
      *       INATIVOS INFORMADAS;                  *
      *   V = CONFERE O REGISTRO COM A CONTAGEM     *
      *       REAL DE CLIENTES.DAT (E DO ARQUIVO    *
      *       MORTO) E LISTA AS DIFERENCAS EM       *
      *       CTL-RELATO.TXT, RETURN-CODE 4;        *
      *   C = REFAZ O REGISTRO PELA CONTAGEM REAL.  *
      *   SEM O REGISTRO (PRIMEIRA EXECUCAO) ELE E  *
      *   MONTADO PELA CONTAGEM REAL. RODANDO       *
      *   SOZINHO A FUNCAO (V OU C) VEM DO CONSOLE. *
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

           SELECT CONTROLE ASSIGN USING WRK-ARQ-CTL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             LOCK MODE IS MANUAL
             FILE STATUS IS CTL-STATUS
             RECORD KEY IS CTL-CHAVE.

           SELECT CLIENTES ASSIGN USING WRK-ARQ-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CLIENTES-STATUS
             RECORD KEY IS CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTES-FONE
                 WITH DUPLICATES
             ALTERNATE RECORD KEY IS CLIENTES-CPFCNPJ
                 WITH DUPLICATES.

           SELECT CLIENTES-MORTO ASSIGN USING WRK-ARQ-MORTO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS MORTO-STATUS
             RECORD KEY IS MORTO-CHAVE.

           SELECT RELATO ASSIGN USING WRK-ARQ-RELATO
             ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
       01 PRM-REG.
           05 PRM-CHAVE         PIC X(12).
           05 PRM-VALOR         PIC X(60).

       FD CONTROLE.
       01 CONTROLE-REG.
           05 CTL-CHAVE.
               10 CTL-ID        PIC 9(02).
           05 CTL-ULTIMO-CODIGO PIC 9(07).
           05 CTL-QT-ATIVOS     PIC 9(07).
           05 CTL-QT-INATIVOS   PIC 9(07).
           05 CTL-DATAHORA      PIC X(16).

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

       FD CLIENTES-MORTO.
       01 CLIENTES-MORTO-REG.
           05 MORTO-DADOS.
               10 MORTO-CHAVE.
                   15 MORTO-CODIGO PIC 9(07).
               10 MORTO-FONE     PIC 9(09).
               10 MORTO-NOME     PIC X(30).
               10 MORTO-EMAIL    PIC X(40).
               10 MORTO-CPFCNPJ  PIC X(14).
               10 MORTO-RESTO    PIC X(29).
           05 MORTO-DT-PURGA     PIC 9(08).
           05 MORTO-OPER-PURGA   PIC 9(04).

       FD RELATO.
       01 RELATO-REG.
           05 RELATO-DADOS      PIC X(80).

      * SECAO DE VARIAVEIS
       WORKING-STORAGE SECTION.
      * SECAO DE PARAMETROS DE EXECUCAO
       77 PRM-STATUS          PIC 9(02).
       77 WRK-FIM-PRM         PIC X(01) VALUE 'N'.
           88 FIM-PRM            VALUE 'S'.
       77 WRK-PRM-LIDO        PIC X(01) VALUE 'N'.
           88 PRM-LIDO           VALUE 'S'.
       77 WRK-PRM-AMBIENTE    PIC X(11) VALUE 'PRODUCAO'.
       77 WRK-PRM-DIR         PIC X(40) VALUE 'C:\COBOL\'.
       77 WRK-ARQ-CTL         PIC X(60) VALUE SPACES.
       77 WRK-ARQ-CLIENTES    PIC X(60) VALUE SPACES.
       77 WRK-ARQ-MORTO       PIC X(60) VALUE SPACES.
       77 WRK-ARQ-RELATO      PIC X(60) VALUE SPACES.

       77 CTL-STATUS       PIC 9(02).
       77 CLIENTES-STATUS  PIC 9(02).
       77 MORTO-STATUS     PIC 9(02).
       77 WRK-TENTATIVAS   PIC 9(05) COMP VALUE 0.
       77 WRK-TEM-REGISTRO PIC X(01) VALUE 'N'.
           88 TEM-REGISTRO    VALUE 'S'.
       77 WRK-DIVERGE      PIC X(01) VALUE 'N'.
           88 CONTAGEM-DIVERGE VALUE 'S'.

      * SECAO DE CONTAGEM REAL
       77 WRK-REAL-ATIVOS    PIC 9(07) VALUE 0.
       77 WRK-REAL-INATIVOS  PIC 9(07) VALUE 0.
       77 WRK-REAL-ULTIMO    PIC 9(07) VALUE 0.
       77 WRK-NOVO-VALOR     PIC S9(08) VALUE 0.

      * SECAO DE DATA E HORA
       77 WRK-DATA         PIC 9(08) VALUE 0.
       77 WRK-HORA         PIC 9(08) VALUE 0.
       77 WRK-DATAHORA     PIC X(16) VALUE SPACES.

      * AREA DE TRABALHO (COPIA DA AREA DE CHAMADA)
       01 WRK-CONTROLE.
           05 WRK-CTL-FUNCAO    PIC X(01).
               88 CTL-PROXIMO-CODIGO VALUE 'P'.
               88 CTL-AJUSTA         VALUE 'A'.
               88 CTL-VERIFICA       VALUE 'V'.
               88 CTL-RECALCULA      VALUE 'C'.
           05 WRK-CTL-CODIGO    PIC 9(07).
           05 WRK-CTL-ATIVOS    PIC S9(07).
           05 WRK-CTL-INATIVOS  PIC S9(07).
           05 WRK-CTL-RETORNO   PIC 9(02).

       LINKAGE SECTION.
       01 LNK-CONTROLE.
           05 LNK-CTL-FUNCAO    PIC X(01).
           05 LNK-CTL-CODIGO    PIC 9(07).
           05 LNK-CTL-ATIVOS    PIC S9(07).
           05 LNK-CTL-INATIVOS  PIC S9(07).
           05 LNK-CTL-RETORNO   PIC 9(02).

       PROCEDURE DIVISION USING LNK-CONTROLE.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF WRK-CTL-RETORNO = 0
               EVALUATE TRUE
               WHEN CTL-PROXIMO-CODIGO
                   PERFORM 2000-PROXIMO-CODIGO
               WHEN CTL-AJUSTA
                   PERFORM 2100-AJUSTA-CONTAGENS
               WHEN CTL-VERIFICA
                   PERFORM 3000-VERIFICA
               WHEN CTL-RECALCULA
                   PERFORM 3500-RECALCULA
               WHEN OTHER
                   DISPLAY 'FUNCAO INVALIDA: INFORME P, A, V OU C'
                   MOVE 8 TO WRK-CTL-RETORNO
               END-EVALUATE
               CLOSE CONTROLE
           END-IF.
           PERFORM 9000-DEVOLVE.
           GOBACK.

       0900-LER-PARAMETROS.
      *    SEM CLIENTES.PRM (OU COM PARAMETRO INVALIDO) VALEM OS
      *    PADROES DE PRODUCAO JA INICIADOS NA WORKING-STORAGE. O
      *    ARQUIVO SO E LIDO NA PRIMEIRA CHAMADA.
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
           MOVE 'S' TO WRK-PRM-LIDO.

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
           MOVE SPACES TO WRK-ARQ-CTL.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES-CTL.DAT' DELIMITED SIZE
             INTO WRK-ARQ-CTL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CLIENTES.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES.DAT' DELIMITED SIZE
             INTO WRK-ARQ-CLIENTES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-MORTO.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES-MORTO.DAT' DELIMITED SIZE
             INTO WRK-ARQ-MORTO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RELATO.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CTL-RELATO.TXT' DELIMITED SIZE
             INTO WRK-ARQ-RELATO
           END-STRING.

       1000-INICIAR.
      *    CHAMADO POR OUTRO PROGRAMA A FUNCAO VEM POR PARAMETRO;
      *    RODANDO SOZINHO (SEM PARAMETRO) VEM DO CONSOLE.
           IF NOT PRM-LIDO
               PERFORM 0900-LER-PARAMETROS
           END-IF.
           IF ADDRESS OF LNK-CONTROLE = NULL
               INITIALIZE WRK-CONTROLE
               DISPLAY 'FUNCAO (V=VERIFICA C=RECALCULA):'
               ACCEPT WRK-CTL-FUNCAO
           ELSE
               MOVE LNK-CONTROLE TO WRK-CONTROLE
           END-IF.
           MOVE 0 TO WRK-CTL-RETORNO.
           OPEN I-O CONTROLE
             IF CTL-STATUS = 35 THEN
                 OPEN OUTPUT CONTROLE
                 CLOSE CONTROLE OPEN I-O CONTROLE
             END-IF.
           IF CTL-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR CLIENTES-CTL.DAT - STATUS '
                   CTL-STATUS
               MOVE 8 TO WRK-CTL-RETORNO
           END-IF.

       1100-LE-CONTROLE.
      *    LEITURA COM BLOQUEIO: OUTRA SESSAO NO MEIO DA MESMA
      *    OPERACAO (STATUS 51) FAZ ESTA TENTAR DE NOVO. SEM O
      *    REGISTRO ELE E MONTADO PELA CONTAGEM REAL E GRAVADO.
           MOVE 'N' TO WRK-TEM-REGISTRO.
           MOVE 0 TO WRK-TENTATIVAS.
           MOVE 51 TO CTL-STATUS.
           PERFORM UNTIL CTL-STATUS NOT = 51 OR
                   WRK-TENTATIVAS > 5000
               ADD 1 TO WRK-TENTATIVAS
               MOVE 1 TO CTL-ID
               READ CONTROLE WITH LOCK
                 INVALID KEY
                   CONTINUE
               END-READ
           END-PERFORM.
           EVALUATE CTL-STATUS
           WHEN 0
           WHEN 2
               MOVE 'S' TO WRK-TEM-REGISTRO
           WHEN 23
               PERFORM 1200-MONTA-CONTROLE
           WHEN 51
               DISPLAY 'REGISTRO DE CONTROLE EM USO'
               MOVE 8 TO WRK-CTL-RETORNO
           WHEN OTHER
               DISPLAY 'ERRO AO LER CLIENTES-CTL.DAT - STATUS '
                   CTL-STATUS
               MOVE 8 TO WRK-CTL-RETORNO
           END-EVALUATE.

       1200-MONTA-CONTROLE.
           PERFORM 4000-CONTA-BASE.
           INITIALIZE CONTROLE-REG.
           MOVE 1 TO CTL-ID.
           MOVE WRK-REAL-ULTIMO TO CTL-ULTIMO-CODIGO.
           MOVE WRK-REAL-ATIVOS TO CTL-QT-ATIVOS.
           MOVE WRK-REAL-INATIVOS TO CTL-QT-INATIVOS.
           PERFORM 8100-MONTA-DATAHORA.
           MOVE WRK-DATAHORA TO CTL-DATAHORA.
           WRITE CONTROLE-REG
             INVALID KEY
               DISPLAY 'ERRO AO GRAVAR CLIENTES-CTL.DAT - STATUS '
                   CTL-STATUS
               MOVE 8 TO WRK-CTL-RETORNO
             NOT INVALID KEY
               MOVE 1 TO CTL-ID
               READ CONTROLE WITH LOCK
                 INVALID KEY
                   MOVE 8 TO WRK-CTL-RETORNO
                 NOT INVALID KEY
                   MOVE 'S' TO WRK-TEM-REGISTRO
               END-READ
           END-WRITE.

       1300-REGRAVA-CONTROLE.
           PERFORM 8100-MONTA-DATAHORA.
           MOVE WRK-DATAHORA TO CTL-DATAHORA.
           REWRITE CONTROLE-REG
             INVALID KEY
               DISPLAY 'ERRO AO REGRAVAR CLIENTES-CTL.DAT - STATUS '
                   CTL-STATUS
               MOVE 8 TO WRK-CTL-RETORNO
           END-REWRITE.
           UNLOCK CONTROLE.

       2000-PROXIMO-CODIGO.
           PERFORM 1100-LE-CONTROLE.
           IF TEM-REGISTRO
               ADD 1 TO CTL-ULTIMO-CODIGO
               MOVE CTL-ULTIMO-CODIGO TO WRK-CTL-CODIGO
               PERFORM 1300-REGRAVA-CONTROLE
           END-IF.

       2100-AJUSTA-CONTAGENS.
      *    CONTAGEM NUNCA FICA NEGATIVA: UMA DIFERENCA ASSIM SO
      *    APARECE NA CONFERENCIA NOTURNA.
           PERFORM 1100-LE-CONTROLE.
           IF TEM-REGISTRO
               COMPUTE WRK-NOVO-VALOR =
                   CTL-QT-ATIVOS + WRK-CTL-ATIVOS
               IF WRK-NOVO-VALOR < 0
                   MOVE 0 TO WRK-NOVO-VALOR
               END-IF
               MOVE WRK-NOVO-VALOR TO CTL-QT-ATIVOS
               COMPUTE WRK-NOVO-VALOR =
                   CTL-QT-INATIVOS + WRK-CTL-INATIVOS
               IF WRK-NOVO-VALOR < 0
                   MOVE 0 TO WRK-NOVO-VALOR
               END-IF
               MOVE WRK-NOVO-VALOR TO CTL-QT-INATIVOS
               PERFORM 1300-REGRAVA-CONTROLE
           END-IF.

       3000-VERIFICA.
      *    CONFERENCIA: AS CONTAGENS TEM DE BATER COM A BASE E O
      *    ULTIMO CODIGO NAO PODE ESTAR ABAIXO DO MAIOR CODIGO EM USO
      *    (NA BASE OU NO ARQUIVO MORTO). ULTIMO CODIGO ACIMA DO
      *    MAIOR E NORMAL (CODIGO DE INCLUSAO QUE NAO SE COMPLETOU).
           OPEN OUTPUT RELATO.
           MOVE 'CONFERENCIA DO REGISTRO DE CONTROLE' TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE SPACES TO RELATO-REG.
           PERFORM 8100-MONTA-DATAHORA.
           STRING 'AMBIENTE: ' DELIMITED SIZE
                  WRK-PRM-AMBIENTE DELIMITED SIZE
                  ' EXECUCAO: ' DELIMITED SIZE
                  WRK-DATAHORA DELIMITED SIZE
             INTO RELATO-REG
           END-STRING.
           WRITE RELATO-REG.
           MOVE '-----------------------------------' TO RELATO-REG.
           WRITE RELATO-REG.
           PERFORM 1100-LE-CONTROLE.
           IF TEM-REGISTRO
               PERFORM 4000-CONTA-BASE
               MOVE 'N' TO WRK-DIVERGE
               MOVE SPACES TO RELATO-REG
               MOVE 'REGISTRO     BASE' TO RELATO-REG(21:17)
               WRITE RELATO-REG
               MOVE SPACES TO RELATO-REG
               STRING 'ATIVOS..........: ' DELIMITED SIZE
                      CTL-QT-ATIVOS DELIMITED SIZE
                      '  ' DELIMITED SIZE
                      WRK-REAL-ATIVOS DELIMITED SIZE
                 INTO RELATO-REG
               END-STRING
               IF CTL-QT-ATIVOS NOT = WRK-REAL-ATIVOS
                   MOVE 'S' TO WRK-DIVERGE
                   MOVE '*DIFERENCA*' TO RELATO-REG(40:11)
               END-IF
               WRITE RELATO-REG
               MOVE SPACES TO RELATO-REG
               STRING 'INATIVOS........: ' DELIMITED SIZE
                      CTL-QT-INATIVOS DELIMITED SIZE
                      '  ' DELIMITED SIZE
                      WRK-REAL-INATIVOS DELIMITED SIZE
                 INTO RELATO-REG
               END-STRING
               IF CTL-QT-INATIVOS NOT = WRK-REAL-INATIVOS
                   MOVE 'S' TO WRK-DIVERGE
                   MOVE '*DIFERENCA*' TO RELATO-REG(40:11)
               END-IF
               WRITE RELATO-REG
               MOVE SPACES TO RELATO-REG
               STRING 'ULTIMO CODIGO...: ' DELIMITED SIZE
                      CTL-ULTIMO-CODIGO DELIMITED SIZE
                      '  ' DELIMITED SIZE
                      WRK-REAL-ULTIMO DELIMITED SIZE
                 INTO RELATO-REG
               END-STRING
               IF CTL-ULTIMO-CODIGO < WRK-REAL-ULTIMO
                   MOVE 'S' TO WRK-DIVERGE
                   MOVE '*ABAIXO DO MAIOR EM USO*' TO RELATO-REG(40:24)
               END-IF
               WRITE RELATO-REG
               UNLOCK CONTROLE
               MOVE SPACES TO RELATO-REG
               WRITE RELATO-REG
               IF CONTAGEM-DIVERGE
                   MOVE 'REGISTRO DE CONTROLE DIVERGE DA BASE - RODE A'
                       TO RELATO-REG
                   WRITE RELATO-REG
                   MOVE 'FUNCAO C DE CLIENTES-CTL APOS CONFERIR'
                       TO RELATO-REG
                   WRITE RELATO-REG
                   MOVE 4 TO WRK-CTL-RETORNO
               ELSE
                   MOVE 'REGISTRO DE CONTROLE CONFERE COM A BASE'
                       TO RELATO-REG
                   WRITE RELATO-REG
               END-IF
           ELSE
               MOVE 'REGISTRO DE CONTROLE INACESSIVEL' TO RELATO-REG
               WRITE RELATO-REG
           END-IF.
           CLOSE RELATO.

       3500-RECALCULA.
      *    O ULTIMO CODIGO SO SOBE: UM CODIGO JA ENTREGUE NAO VOLTA
      *    A SER USADO, MESMO QUE A INCLUSAO NAO TENHA SE COMPLETADO.
           PERFORM 1100-LE-CONTROLE.
           IF TEM-REGISTRO
               PERFORM 4000-CONTA-BASE
               IF WRK-REAL-ULTIMO > CTL-ULTIMO-CODIGO
                   MOVE WRK-REAL-ULTIMO TO CTL-ULTIMO-CODIGO
               END-IF
               MOVE WRK-REAL-ATIVOS TO CTL-QT-ATIVOS
               MOVE WRK-REAL-INATIVOS TO CTL-QT-INATIVOS
               PERFORM 1300-REGRAVA-CONTROLE
               DISPLAY 'REGISTRO DE CONTROLE RECALCULADO'
               DISPLAY 'ULTIMO CODIGO: ' CTL-ULTIMO-CODIGO
                   ' ATIVOS: ' CTL-QT-ATIVOS
                   ' INATIVOS: ' CTL-QT-INATIVOS
           END-IF.

       4000-CONTA-BASE.
      *    CONTAGEM REAL: ATIVOS E INATIVOS DE CLIENTES.DAT E O MAIOR
      *    CODIGO EM USO, CONSIDERANDO TAMBEM O ARQUIVO MORTO (CODIGO
      *    PURGADO PODE SER RESTAURADO E NAO PODE SER REUTILIZADO).
           MOVE 0 TO WRK-REAL-ATIVOS WRK-REAL-INATIVOS WRK-REAL-ULTIMO.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS = 0
               MOVE LOW-VALUES TO CLIENTES-CHAVE
               START CLIENTES KEY IS GREATER THAN OR EQUAL
                   TO CLIENTES-CHAVE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   READ CLIENTES NEXT
                   PERFORM UNTIL CLIENTES-STATUS NOT = 0
                       IF CLIENTES-REG-INATIVO
                           ADD 1 TO WRK-REAL-INATIVOS
                       ELSE
                           ADD 1 TO WRK-REAL-ATIVOS
                       END-IF
                       MOVE CLIENTES-CODIGO TO WRK-REAL-ULTIMO
                       READ CLIENTES NEXT
                   END-PERFORM
               END-START
               CLOSE CLIENTES
           END-IF.
           OPEN INPUT CLIENTES-MORTO.
           IF MORTO-STATUS = 0
               MOVE LOW-VALUES TO MORTO-CHAVE
               START CLIENTES-MORTO KEY IS GREATER THAN OR EQUAL
                   TO MORTO-CHAVE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   READ CLIENTES-MORTO NEXT
                   PERFORM UNTIL MORTO-STATUS NOT = 0
                       IF MORTO-CODIGO > WRK-REAL-ULTIMO
                           MOVE MORTO-CODIGO TO WRK-REAL-ULTIMO
                       END-IF
                       READ CLIENTES-MORTO NEXT
                   END-PERFORM
               END-START
               CLOSE CLIENTES-MORTO
           END-IF.

       8100-MONTA-DATAHORA.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA FROM TIME.
           MOVE SPACES TO WRK-DATAHORA.
           STRING WRK-DATA DELIMITED SIZE
                  WRK-HORA DELIMITED SIZE
             INTO WRK-DATAHORA
           END-STRING.

       9000-DEVOLVE.
      *    CHAMADO POR OUTRO PROGRAMA, DEVOLVE A AREA PREENCHIDA E O
      *    RETURN-CODE (0 = OK, 4 = DIVERGENCIA, 8 = ERRO).
           IF ADDRESS OF LNK-CONTROLE NOT = NULL
               MOVE WRK-CONTROLE TO LNK-CONTROLE
           END-IF.
           MOVE WRK-CTL-RETORNO TO RETURN-CODE.
