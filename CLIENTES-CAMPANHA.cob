       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES-CAMPANHA.
      **********************************************
      * OBJETIVO.: SELECAO DE CLIENTES PARA AS      *
      *   CAMPANHAS DE MALA DIRETA. LE AS           *
      *   DEFINICOES EM CLIENTES-CAMP.TXT (CODIGO,  *
      *   DESCRICAO, DATA E CRITERIOS: CATEGORIA,   *
      *   IDADE MINIMA E MAXIMA DO CADASTRO EM DIAS *
      *   E EXIGENCIA DE ENDERECO EM                *
      *   CLIENTES-END.DAT), REGISTRA A CAMPANHA EM *
      *   CLIENTES-CAMP.DAT, SELECIONA OS CLIENTES  *
      *   ATIVOS QUE ATENDEM AOS CRITERIOS (NUNCA   *
      *   OS DE E-MAIL INVALIDO OU SEM E-MAIL),     *
      *   GRAVA A MALA DIRETA EM CAMPANHA-MALA.TXT  *
      *   E OS MEMBROS DE CADA CAMPANHA EM          *
      *   CLIENTES-CAMPMEM.DAT, USADO PELO RETORNO  *
      *   PARA CASAR AS DEVOLUCOES. DEFINICAO       *
      *   INVALIDA OU CAMPANHA JA SELECIONADA SAI   *
      *   NO RELATORIO (CAMPANHA-RELATO.TXT).       *
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

           SELECT CLIENTES-END ASSIGN USING WRK-ARQ-END
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CLIEND-STATUS
             RECORD KEY IS END-CHAVE.

           SELECT CATEGORIAS ASSIGN USING WRK-ARQ-CAT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CAT-STATUS
             RECORD KEY IS CAT-CHAVE.

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

           SELECT MALA ASSIGN USING WRK-ARQ-MALA
             ORGANIZATION IS SEQUENTIAL.

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

       FD CLIENTES-END.
       01 CLIENTES-END-REG.
           05 END-CHAVE.
               10 END-CODIGO    PIC 9(07).
               10 END-SEQ       PIC 9(02).
           05 END-TIPO          PIC X(01).
               88 END-TIPO-ENDERECO VALUE 'E'.
               88 END-TIPO-CONTATO  VALUE 'C'.
      *    ENDERECO (E) EM CAMPOS; CONTATO (C) EM TEXTO LIVRE SOBRE A
      *    MESMA AREA.
           05 END-DADOS.
               10 END-LOGRADOURO  PIC X(40).
               10 END-NUMERO      PIC X(06).
               10 END-COMPLEMENTO PIC X(20).
               10 END-BAIRRO      PIC X(30).
               10 END-CIDADE      PIC X(30).
               10 END-UF          PIC X(02).
               10 END-CEP         PIC 9(08).
           05 END-DADOS-CONTATO REDEFINES END-DADOS.
               10 END-DESCRICAO   PIC X(60).
               10 FILLER          PIC X(76).

       FD CATEGORIAS.
       01 CATEGORIAS-REG.
           05 CAT-CHAVE.
               10 CAT-CODIGO    PIC 9(03).
           05 CAT-DESCRICAO     PIC X(30).

      *    CAMPANHA: CATEGORIA ZERO = TODAS; IDADE MAXIMA ZERO = SEM
      *    LIMITE. A IDADE DO CADASTRO E CONTADA ATE A DATA DA
      *    CAMPANHA.
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
           05 ENTRADA-CODIGO    PIC 9(04).
           05 ENTRADA-DESCRICAO PIC X(40).
           05 ENTRADA-DATA      PIC 9(08).
           05 ENTRADA-CATEGORIA PIC 9(03).
           05 ENTRADA-DIAS-MIN  PIC 9(05).
           05 ENTRADA-DIAS-MAX  PIC 9(05).
           05 ENTRADA-COM-ENDERECO PIC X(01).
               88 ENTRADA-ENDERECO-OK VALUE 'S' 'N' SPACE.

       FD MALA.
       01 MALA-REG.
           05 MALA-CAMPANHA     PIC 9(04).
           05 MALA-CODIGO       PIC 9(07).
           05 MALA-FONE         PIC 9(09).
           05 MALA-NOME         PIC X(30).
           05 MALA-EMAIL        PIC X(40).

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
       77 WRK-ARQ-CLIENTES    PIC X(60) VALUE SPACES.
       77 WRK-ARQ-END         PIC X(60) VALUE SPACES.
       77 WRK-ARQ-CAT         PIC X(60) VALUE SPACES.
       77 WRK-ARQ-CAMP        PIC X(60) VALUE SPACES.
       77 WRK-ARQ-MEMB        PIC X(60) VALUE SPACES.
       77 WRK-ARQ-ENTRADA     PIC X(60) VALUE SPACES.
       77 WRK-ARQ-MALA        PIC X(60) VALUE SPACES.
       77 WRK-ARQ-RELATO      PIC X(60) VALUE SPACES.

       77 CLIENTES-STATUS  PIC 9(02).
       77 CLIEND-STATUS    PIC 9(02).
       77 CAT-STATUS       PIC 9(02).
       77 CAMP-STATUS      PIC 9(02).
       77 MEMB-STATUS      PIC 9(02).
       77 ENTRADA-STATUS   PIC 9(02).
       77 WRK-TEM-END      PIC X(01) VALUE 'N'.
           88 TEM-ENDERECOS   VALUE 'S'.
       77 WRK-TEM-CAT      PIC X(01) VALUE 'N'.
           88 TEM-CATEGORIAS  VALUE 'S'.
       77 WRK-FIM-ENTRADA  PIC X(01) VALUE 'N'.
           88 FIM-ENTRADA     VALUE 'S'.
       77 WRK-SELECIONA    PIC X(01) VALUE 'N'.
           88 CLIENTE-SELECIONADO VALUE 'S'.
       77 WRK-ACHOU-END    PIC X(01) VALUE 'N'.
           88 ACHOU-ENDERECO  VALUE 'S'.
       77 WRK-QT-LIDOS      PIC 9(05) VALUE 0.
       77 WRK-QT-CAMPANHAS  PIC 9(05) VALUE 0.
       77 WRK-QT-CRITICAS   PIC 9(05) VALUE 0.
       77 WRK-QT-MALA       PIC 9(07) VALUE 0.
       77 WRK-QT-CAMP-SEL   PIC 9(07) VALUE 0.
       77 WRK-MOTIVO        PIC X(30) VALUE SPACES.

      * SECAO DE DATAS
       77 WRK-DATA-HOJE    PIC 9(08) VALUE 0.
       77 WRK-DATA-REF     PIC 9(08) VALUE 0.
       77 WRK-REF-INT      PIC 9(08) VALUE 0.
       77 WRK-CAMP-INT     PIC 9(08) VALUE 0.
       77 WRK-DIAS-CADASTRO PIC 9(05) VALUE 0.

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
           MOVE SPACES TO WRK-ARQ-CLIENTES.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES.DAT' DELIMITED SIZE
             INTO WRK-ARQ-CLIENTES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-END.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES-END.DAT' DELIMITED SIZE
             INTO WRK-ARQ-END
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CAT.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CATEGORIAS.DAT' DELIMITED SIZE
             INTO WRK-ARQ-CAT
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
           MOVE SPACES TO WRK-ARQ-ENTRADA.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES-CAMP.TXT' DELIMITED SIZE
             INTO WRK-ARQ-ENTRADA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-MALA.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CAMPANHA-MALA.TXT' DELIMITED SIZE
             INTO WRK-ARQ-MALA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RELATO.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CAMPANHA-RELATO.TXT' DELIMITED SIZE
             INTO WRK-ARQ-RELATO
           END-STRING.

       1000-INICIAR.
           PERFORM 0900-LER-PARAMETROS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR CLIENTES.DAT - STATUS '
                   CLIENTES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    SEM CLIENTES-END.DAT NINGUEM TEM ENDERECO: CAMPANHA QUE
      *    EXIGE ENDERECO SAI VAZIA. SEM CATEGORIAS.DAT A CATEGORIA
      *    DA DEFINICAO NAO E CONFERIDA.
           OPEN INPUT CLIENTES-END.
           IF CLIEND-STATUS = 0
               MOVE 'S' TO WRK-TEM-END
           END-IF.
           OPEN INPUT CATEGORIAS.
           IF CAT-STATUS = 0
               MOVE 'S' TO WRK-TEM-CAT
           END-IF.
           OPEN I-O CAMPANHAS
             IF CAMP-STATUS = 35 THEN
                 OPEN OUTPUT CAMPANHAS
                 CLOSE CAMPANHAS OPEN I-O CAMPANHAS
             END-IF.
           IF CAMP-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR CLIENTES-CAMP.DAT - STATUS '
                   CAMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O MEMBROS
             IF MEMB-STATUS = 35 THEN
                 OPEN OUTPUT MEMBROS
                 CLOSE MEMBROS OPEN I-O MEMBROS
             END-IF.
           IF MEMB-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR CLIENTES-CAMPMEM.DAT - STATUS '
                   MEMB-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MALA.
           OPEN OUTPUT RELATO.
           MOVE 'SELECAO DE CAMPANHAS DE MALA DIRETA' TO RELATO-REG.
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
               MOVE 'ARQUIVO DE CAMPANHAS NAO ENCONTRADO' TO RELATO-REG
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
           PERFORM 2100-VALIDA-DEFINICAO.
           IF WRK-MOTIVO = SPACES
               PERFORM 2200-REGISTRA-CAMPANHA
           END-IF.
           IF WRK-MOTIVO = SPACES
               PERFORM 2300-SELECIONA-CLIENTES
           ELSE
               PERFORM 2900-GRAVA-CRITICA
           END-IF.
           READ ENTRADA
             AT END
               SET FIM-ENTRADA TO TRUE
           END-READ.

       2100-VALIDA-DEFINICAO.
      *    DATA DA CAMPANHA ZERADA VALE A DATA DO PROCESSAMENTO.
           MOVE SPACES TO WRK-MOTIVO.
           EVALUATE TRUE
           WHEN ENTRADA-CODIGO NOT NUMERIC OR ENTRADA-CODIGO = 0
               MOVE 'CODIGO DE CAMPANHA INVALIDO' TO WRK-MOTIVO
           WHEN ENTRADA-DESCRICAO = SPACES
               MOVE 'CAMPANHA SEM DESCRICAO' TO WRK-MOTIVO
           WHEN ENTRADA-DATA NOT NUMERIC
               MOVE 'DATA DA CAMPANHA INVALIDA' TO WRK-MOTIVO
           WHEN ENTRADA-CATEGORIA NOT NUMERIC
               MOVE 'CATEGORIA INVALIDA' TO WRK-MOTIVO
           WHEN ENTRADA-DIAS-MIN NOT NUMERIC OR
                ENTRADA-DIAS-MAX NOT NUMERIC
               MOVE 'IDADE DO CADASTRO INVALIDA' TO WRK-MOTIVO
           WHEN ENTRADA-DIAS-MAX NOT = 0 AND
                ENTRADA-DIAS-MAX < ENTRADA-DIAS-MIN
               MOVE 'IDADE MAXIMA MENOR QUE MINIMA' TO WRK-MOTIVO
           WHEN NOT ENTRADA-ENDERECO-OK
               MOVE 'EXIGE ENDERECO DEVE SER S/N' TO WRK-MOTIVO
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF WRK-MOTIVO = SPACES
               IF ENTRADA-DATA = 0
                   MOVE WRK-DATA-HOJE TO ENTRADA-DATA
               END-IF
               COMPUTE WRK-CAMP-INT =
                   FUNCTION INTEGER-OF-DATE(ENTRADA-DATA)
               IF WRK-CAMP-INT = 0
                   MOVE 'DATA DA CAMPANHA INVALIDA' TO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES AND ENTRADA-CATEGORIA NOT = 0
                   AND TEM-CATEGORIAS
               MOVE ENTRADA-CATEGORIA TO CAT-CODIGO
               READ CATEGORIAS
                 INVALID KEY
                   MOVE 'CATEGORIA NAO CADASTRADA' TO WRK-MOTIVO
               END-READ
           END-IF.

       2200-REGISTRA-CAMPANHA.
      *    CAMPANHA JA SELECIONADA NAO E REFEITA: OS MEMBROS GRAVADOS
      *    SAO OS QUE RECEBERAM A MALA E CASAM COM AS DEVOLUCOES.
           MOVE ENTRADA-CODIGO TO CAMP-CODIGO.
           READ CAMPANHAS
             INVALID KEY
               MOVE ENTRADA-DESCRICAO TO CAMP-DESCRICAO
               MOVE ENTRADA-DATA TO CAMP-DATA
               MOVE ENTRADA-CATEGORIA TO CAMP-CATEGORIA
               MOVE ENTRADA-DIAS-MIN TO CAMP-DIAS-MIN
               MOVE ENTRADA-DIAS-MAX TO CAMP-DIAS-MAX
               IF ENTRADA-COM-ENDERECO = 'S'
                   MOVE 'S' TO CAMP-COM-ENDERECO
               ELSE
                   MOVE 'N' TO CAMP-COM-ENDERECO
               END-IF
               MOVE WRK-DATA-HOJE TO CAMP-DT-SELECAO
               MOVE 0 TO CAMP-QT-SELECIONADOS
               WRITE CAMPANHAS-REG
                 INVALID KEY
                   MOVE 'ERRO AO GRAVAR CAMPANHA' TO WRK-MOTIVO
               END-WRITE
             NOT INVALID KEY
               MOVE 'CAMPANHA JA SELECIONADA' TO WRK-MOTIVO
           END-READ.

       2300-SELECIONA-CLIENTES.
           ADD 1 TO WRK-QT-CAMPANHAS.
           MOVE 0 TO WRK-QT-CAMP-SEL.
           MOVE LOW-VALUES TO CLIENTES-CHAVE.
           START CLIENTES KEY IS GREATER THAN OR EQUAL
               TO CLIENTES-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ CLIENTES NEXT
               PERFORM UNTIL CLIENTES-STATUS NOT = 0
                   PERFORM 2400-AVALIA-CLIENTE
                   IF CLIENTE-SELECIONADO
                       PERFORM 2500-GRAVA-MEMBRO
                   END-IF
                   READ CLIENTES NEXT
               END-PERFORM
           END-START.
           MOVE WRK-QT-CAMP-SEL TO CAMP-QT-SELECIONADOS.
      *    SEM A CONTAGEM GRAVADA A CAMPANHA SAI NAS CRITICAS, NAO
      *    COMO SELECIONADA.
           REWRITE CAMPANHAS-REG
             INVALID KEY
               MOVE 'CAMPANHA NAO ATUALIZADA' TO WRK-MOTIVO
               PERFORM 2900-GRAVA-CRITICA
             NOT INVALID KEY
               MOVE SPACES TO RELATO-REG
               STRING 'CAMPANHA ' DELIMITED SIZE
                      CAMP-CODIGO DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      CAMP-DESCRICAO DELIMITED SIZE
                      ' SELECIONADOS: ' DELIMITED SIZE
                      WRK-QT-CAMP-SEL DELIMITED SIZE
                 INTO RELATO-REG
               END-STRING
               WRITE RELATO-REG
           END-REWRITE.

       2400-AVALIA-CLIENTE.
      *    SO CLIENTE ATIVO, COM E-MAIL VALIDO, DA CATEGORIA PEDIDA,
      *    COM A IDADE DE CADASTRO NA FAIXA E, SE EXIGIDO, COM
      *    ENDERECO. CADASTRO SEM DATA DE INCLUSAO LEGIVEL SO ENTRA
      *    EM CAMPANHA SEM FAIXA DE IDADE.
           MOVE 'S' TO WRK-SELECIONA.
           IF NOT CLIENTES-REG-ATIVO OR CLIENTES-EMAIL-INVALIDO
                   OR CLIENTES-EMAIL = SPACES
               MOVE 'N' TO WRK-SELECIONA
           END-IF.
           IF CLIENTE-SELECIONADO AND CAMP-CATEGORIA NOT = 0
                   AND CLIENTES-CATEGORIA NOT = CAMP-CATEGORIA
               MOVE 'N' TO WRK-SELECIONA
           END-IF.
           IF CLIENTE-SELECIONADO AND
                   (CAMP-DIAS-MIN NOT = 0 OR CAMP-DIAS-MAX NOT = 0)
               PERFORM 2410-IDADE-CADASTRO
               IF WRK-DIAS-CADASTRO = 99999 OR
                       WRK-DIAS-CADASTRO < CAMP-DIAS-MIN
                   MOVE 'N' TO WRK-SELECIONA
               END-IF
               IF CAMP-DIAS-MAX NOT = 0 AND
                       WRK-DIAS-CADASTRO > CAMP-DIAS-MAX
                   MOVE 'N' TO WRK-SELECIONA
               END-IF
           END-IF.
           IF CLIENTE-SELECIONADO AND CAMP-EXIGE-ENDERECO
               PERFORM 2420-PROCURA-ENDERECO
               IF NOT ACHOU-ENDERECO
                   MOVE 'N' TO WRK-SELECIONA
               END-IF
           END-IF.

       2410-IDADE-CADASTRO.
           MOVE CLIENTES-DT-INCLUSAO TO WRK-DATA-REF.
           IF WRK-DATA-REF NOT NUMERIC OR WRK-DATA-REF = 0
               MOVE 99999 TO WRK-DIAS-CADASTRO
           ELSE
               COMPUTE WRK-REF-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-REF)
               EVALUATE TRUE
               WHEN WRK-REF-INT = 0
                   MOVE 99999 TO WRK-DIAS-CADASTRO
               WHEN WRK-REF-INT > WRK-CAMP-INT
                   MOVE 0 TO WRK-DIAS-CADASTRO
               WHEN OTHER
                   COMPUTE WRK-DIAS-CADASTRO =
                       WRK-CAMP-INT - WRK-REF-INT
               END-EVALUATE
           END-IF.

       2420-PROCURA-ENDERECO.
      *    SO O TIPO 'E' (ENDERECO) CONTA; CONTATO NAO E ENDERECO.
           MOVE 'N' TO WRK-ACHOU-END.
           IF TEM-ENDERECOS
               MOVE CLIENTES-CODIGO TO END-CODIGO
               MOVE 0 TO END-SEQ
               START CLIENTES-END KEY IS GREATER THAN OR EQUAL
                   TO END-CHAVE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   READ CLIENTES-END NEXT
                   PERFORM UNTIL CLIEND-STATUS NOT = 0 OR
                           END-CODIGO NOT = CLIENTES-CODIGO OR
                           ACHOU-ENDERECO
                       IF END-TIPO-ENDERECO
                           MOVE 'S' TO WRK-ACHOU-END
                       END-IF
                       READ CLIENTES-END NEXT
                   END-PERFORM
               END-START
           END-IF.

       2500-GRAVA-MEMBRO.
      *    O MEMBRO GUARDA O FONE E O E-MAIL COMO FORAM ENVIADOS: O
      *    RETORNO CASA A DEVOLUCAO COM ELES, MESMO QUE O CADASTRO
      *    MUDE DEPOIS.
           MOVE CAMP-CODIGO TO MEMB-CAMPANHA.
           MOVE CLIENTES-CODIGO TO MEMB-CODIGO.
           MOVE CLIENTES-FONE TO MEMB-FONE.
           MOVE CLIENTES-EMAIL TO MEMB-EMAIL.
           MOVE CLIENTES-CATEGORIA TO MEMB-CATEGORIA.
           MOVE 'N' TO MEMB-DEVOLVIDO.
           MOVE SPACES TO MEMB-CODDEV.
           MOVE 0 TO MEMB-DT-DEVOLUCAO.
           WRITE MEMBROS-REG
             INVALID KEY
               MOVE 'ERRO AO GRAVAR MEMBRO' TO WRK-MOTIVO
               PERFORM 2900-GRAVA-CRITICA
             NOT INVALID KEY
               ADD 1 TO WRK-QT-CAMP-SEL
               ADD 1 TO WRK-QT-MALA
               MOVE CAMP-CODIGO TO MALA-CAMPANHA
               MOVE CLIENTES-CODIGO TO MALA-CODIGO
               MOVE CLIENTES-FONE TO MALA-FONE
               MOVE CLIENTES-NOME TO MALA-NOME
               MOVE CLIENTES-EMAIL TO MALA-EMAIL
               WRITE MALA-REG
           END-WRITE.

       2900-GRAVA-CRITICA.
           ADD 1 TO WRK-QT-CRITICAS.
           MOVE SPACES TO RELATO-REG.
           STRING 'CRITICA ' DELIMITED SIZE
                  ENTRADA-CODIGO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ENTRADA-DESCRICAO DELIMITED SIZE
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
           MOVE 'CAMPANHAS.......:' TO RELATO-REG.
           MOVE WRK-QT-CAMPANHAS TO RELATO-REG(19:05).
           WRITE RELATO-REG.
           MOVE 'MALA DIRETA.....:' TO RELATO-REG.
           MOVE WRK-QT-MALA TO RELATO-REG(19:07).
           WRITE RELATO-REG.
           MOVE 'TOTAL CRITICA...:' TO RELATO-REG.
           MOVE WRK-QT-CRITICAS TO RELATO-REG(19:05).
           WRITE RELATO-REG.
           CLOSE CLIENTES.
           IF TEM-ENDERECOS
               CLOSE CLIENTES-END
           END-IF.
           IF TEM-CATEGORIAS
               CLOSE CATEGORIAS
           END-IF.
           CLOSE CAMPANHAS.
           CLOSE MEMBROS.
           CLOSE ENTRADA.
           CLOSE MALA.
           CLOSE RELATO.
      *    CRITICA NAO E ERRO FATAL, MAS O RETURN-CODE 4 AVISA QUE
      *    HA DEFINICAO A CONFERIR.
           IF WRK-QT-CRITICAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
