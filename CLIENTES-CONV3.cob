       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES-CONV3.
      **********************************************
      * OBJETIVO.: CONVERSAO (EXECUCAO UNICA), NOS  *
      *   MOLDES DO CLIENTES-CONV2, PARA O FORMATO  *
      *   DE ENDERECO EM CAMPOS (LOGRADOURO,        *
      *   NUMERO, COMPLEMENTO, BAIRRO, CIDADE, UF   *
      *   E CEP). ANTES DE EXECUTAR, RENOMEAR       *
      *   CLIENTES-END.DAT PARA                     *
      *   CLIENTES-END-ANT.DAT E                    *
      *   CLIENTES-END-MORTO.DAT PARA               *
      *   CLIENTES-END-MORTO-ANT.DAT. O PROGRAMA:   *
      *   - COPIA OS CONTATOS (C) COMO ESTAO;       *
      *   - SEPARA O TEXTO DOS ENDERECOS (E) NO     *
      *     FORMATO "LOGRADOURO, NUMERO COMPL. -    *
      *     BAIRRO - CIDADE/UF - CEP" (VIRGULA OU   *
      *     " - " ENTRE AS PARTES; NUMERO, BAIRRO   *
      *     E CEP OPCIONAIS);                       *
      *   - ENDERECO QUE NAO SE ENCAIXA E GRAVADO   *
      *     COM O TEXTO NO LOGRADOURO E NO          *
      *     COMPLEMENTO, E LISTADO COMO NAO         *
      *     SEPARADO EM ENDERECOS-CONFERIR.TXT;     *
      *   - ENDERECO SEPARADO SEM CEP, COM CEP      *
      *     FORA DA TABELA CEP.DAT OU QUE NAO BATE  *
      *     COM A CIDADE/UF E LISTADO A CONFERIR.   *
      *   A TABELA CEP.DAT E A DO CLIENTES-CEP, NO  *
      *   DIRETORIO DE CLIENTES.PRM (PADRAO         *
      *   C:\COBOL\).                               *
      *   O CADASTRO PEDE OS CAMPOS QUE FALTAREM NA *
      *   PRIMEIRA ALTERACAO DO ENDERECO. DEPOIS DA *
      *   CONVERSAO, TIRAR UM BACKUP NOVO (MODO U   *
      *   DO CLIENTES-BKP): O DO FORMATO ANTERIOR   *
      *   NAO E MAIS ACEITO NA RECARGA.             *
      * AUTOR....: ALAIN NASCIMENTO                 *
      * DATA.....: 15/10/2026                       *
      **********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    O MESMO PAR DE FDS CONVERTE O ARQUIVO DE ENDERECOS E O
      *    ARQUIVO MORTO (MESMO LAYOUT), REAPONTADO ENTRE UM E OUTRO.
           SELECT CLIEND-ANT ASSIGN USING WRK-ARQ-ANT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ENDANT-STATUS
             RECORD KEY IS ENDANT-CHAVE.

           SELECT CLIENTES-END ASSIGN USING WRK-ARQ-NOVO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CLIEND-STATUS
             RECORD KEY IS END-CHAVE.

      *    A TABELA DE CEP E A MESMA QUE O CLIENTES-CEP CARREGA: O
      *    DIRETORIO VEM DE CLIENTES.PRM (LIDO DO DIRETORIO CORRENTE),
      *    COM O PADRAO DE PRODUCAO EM C:\COBOL\.
           SELECT PARAMETROS ASSIGN TO 'CLIENTES.PRM'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PRM-STATUS.

           SELECT CEPS ASSIGN USING WRK-ARQ-CEP
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CEP-STATUS
             RECORD KEY IS CEP-CHAVE.

           SELECT LISTA ASSIGN TO 'C:\COBOL\ENDERECOS-CONFERIR.TXT'
             ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * LAYOUT DE CLIENTES-END.DAT (E DO ARQUIVO MORTO) ANTES DESTA
      * CONVERSAO: ENDERECO E CONTATO EM TEXTO LIVRE.
       FD CLIEND-ANT.
       01 ENDANT-REG.
           05 ENDANT-CHAVE.
               10 ENDANT-CODIGO PIC 9(07).
               10 ENDANT-SEQ    PIC 9(02).
           05 ENDANT-TIPO       PIC X(01).
           05 ENDANT-DESCRICAO  PIC X(60).

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

       FD LISTA.
       01 LISTA-REG.
           05 LISTA-DADOS       PIC X(100).

      * SECAO DE VARIAVEIS
       WORKING-STORAGE SECTION.
      * SECAO DE PARAMETROS DE EXECUCAO
       77 PRM-STATUS          PIC 9(02).
       77 WRK-FIM-PRM         PIC X(01) VALUE 'N'.
           88 FIM-PRM            VALUE 'S'.
       77 WRK-PRM-DIR         PIC X(40) VALUE 'C:\COBOL\'.
       77 WRK-ARQ-CEP         PIC X(60) VALUE SPACES.

       77 ENDANT-STATUS    PIC 9(02).
       77 CLIEND-STATUS    PIC 9(02).
       77 CEP-STATUS       PIC 9(02).
       77 WRK-ARQ-ANT      PIC X(60)
           VALUE 'C:\COBOL\CLIENTES-END-ANT.DAT'.
       77 WRK-ARQ-NOVO     PIC X(60)
           VALUE 'C:\COBOL\CLIENTES-END.DAT'.
       77 WRK-ORIGEM       PIC X(05) VALUE 'BASE'.
       77 WRK-QT-LIDOS     PIC 9(07) VALUE 0.
       77 WRK-QT-GRAVADOS  PIC 9(07) VALUE 0.
       77 WRK-QT-CONTATOS  PIC 9(07) VALUE 0.
       77 WRK-QT-SEPARADOS PIC 9(07) VALUE 0.
       77 WRK-QT-NAO-SEP   PIC 9(07) VALUE 0.
       77 WRK-QT-CONFERIR  PIC 9(07) VALUE 0.
       77 WRK-CEP-OK       PIC X(01) VALUE 'N'.
           88 CEP-OK          VALUE 'S'.
       77 WRK-SEPAROU      PIC X(01) VALUE 'S'.
           88 END-SEPARADO    VALUE 'S'.
       77 WRK-SITUACAO     PIC X(12) VALUE SPACES.
       77 WRK-MOTIVO       PIC X(34) VALUE SPACES.

      * SECAO DA SEPARACAO DO TEXTO
       77 WRK-TEXTO        PIC X(60) VALUE SPACES.
       77 WRK-AUX          PIC X(60) VALUE SPACES.
       77 WRK-QT-PARTES    PIC 9(02) VALUE 0.
       77 WRK-ULT          PIC 9(02) VALUE 0.
       77 WRK-PROX         PIC 9(02) VALUE 0.
       77 WRK-N            PIC 9(02) VALUE 0.
       77 WRK-K            PIC 9(02) VALUE 0.
       77 WRK-L            PIC 9(02) VALUE 0.
       77 WRK-QT-DIG       PIC 9(02) VALUE 0.
       77 WRK-QT-OUTROS    PIC 9(02) VALUE 0.
       01 WRK-PARTES.
           05 WRK-PARTE OCCURS 6 TIMES PIC X(60).
       01 WRK-TAMANHOS.
           05 WRK-TAM   OCCURS 6 TIMES PIC 9(02).
       01 WRK-CEP-AREA.
           05 WRK-CEP-X        PIC X(08).
           05 WRK-CEP-N REDEFINES WRK-CEP-X PIC 9(08).

      * SECAO DAS UNIDADES DA FEDERACAO
       77 WRK-I            PIC 9(02) VALUE 0.
       77 WRK-UF-TESTE     PIC X(02) VALUE SPACES.
       77 WRK-UF-OK        PIC X(01) VALUE 'N'.
           88 UF-VALIDA       VALUE 'S'.
       01 WRK-TAB-UF-DADOS.
           05 FILLER PIC X(28) VALUE 'ACALAMAPBACEDFESGOMAMGMSMTPA'.
           05 FILLER PIC X(26) VALUE 'PBPEPIPRRJRNRORRRSSCSESPTO'.
       01 WRK-TAB-UF REDEFINES WRK-TAB-UF-DADOS.
           05 WRK-UF OCCURS 27 TIMES PIC X(02).

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF ENDANT-STATUS = 0
               PERFORM 2000-CONVERTE-ENDERECOS
               PERFORM 3000-CONVERTE-MORTO
               PERFORM 6000-FINALIZAR
           END-IF.
           STOP RUN.

       0900-LER-PARAMETROS.
      *    SO O DIRETORIO INTERESSA (PARA ACHAR CEP.DAT); SEM
      *    CLIENTES.PRM VALE O PADRAO JA INICIADO NA WORKING-STORAGE.
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
           MOVE SPACES TO WRK-ARQ-CEP.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CEP.DAT' DELIMITED SIZE
             INTO WRK-ARQ-CEP
           END-STRING.

       0910-TRATA-PARAMETRO.
           EVALUATE PRM-CHAVE
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

       1000-INICIAR.
           PERFORM 0900-LER-PARAMETROS.
           OPEN INPUT CLIEND-ANT.
           IF ENDANT-STATUS NOT = 0
      *    SEM O ARQUIVO ANTIGO NAO HA O QUE CONVERTER: O OPERADOR
      *    PRECISA RENOMEAR OS ARQUIVOS ATUAIS ANTES (VER CABECALHO).
               DISPLAY 'CLIENTES-END-ANT.DAT NAO ENCONTRADO'
               DISPLAY 'RENOMEIE OS ARQUIVOS ANTES DE CONVERTER'
               MOVE 8 TO RETURN-CODE
           ELSE
      *    SEM A TABELA DE CEP A SEPARACAO E FEITA DO MESMO JEITO;
      *    SO A CONFERENCIA DO CEP FICA PARA O CADASTRO.
               OPEN INPUT CEPS
               IF CEP-STATUS = 0
                   SET CEP-OK TO TRUE
               ELSE
                   DISPLAY 'CEP.DAT AUSENTE - CEP NAO CONFERIDO'
               END-IF
               OPEN OUTPUT LISTA
               MOVE 'ENDERECOS A CONFERIR NA CONVERSAO' TO LISTA-REG
               WRITE LISTA-REG
               MOVE '-----------------------------------'
                   TO LISTA-REG
               WRITE LISTA-REG
           END-IF.

       2000-CONVERTE-ENDERECOS.
      *    CLIEND-ANT JA ESTA ABERTO (1000-INICIAR).
           MOVE 'BASE' TO WRK-ORIGEM.
           PERFORM 2100-CONVERTE-ARQUIVO.

       2100-CONVERTE-ARQUIVO.
           OPEN OUTPUT CLIENTES-END.
           MOVE LOW-VALUES TO ENDANT-CHAVE.
           START CLIEND-ANT KEY IS GREATER THAN OR EQUAL
               TO ENDANT-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ CLIEND-ANT NEXT
               PERFORM UNTIL ENDANT-STATUS NOT = 0
                   PERFORM 2200-CONVERTE-REGISTRO
                   READ CLIEND-ANT NEXT
               END-PERFORM
           END-START.
           CLOSE CLIEND-ANT.
           CLOSE CLIENTES-END.

       2200-CONVERTE-REGISTRO.
           ADD 1 TO WRK-QT-LIDOS.
           MOVE ENDANT-CODIGO TO END-CODIGO.
           MOVE ENDANT-SEQ TO END-SEQ.
           MOVE ENDANT-TIPO TO END-TIPO.
           MOVE SPACES TO END-DADOS.
           IF END-TIPO-ENDERECO
               PERFORM 2300-SEPARA-ENDERECO
           ELSE
               MOVE ENDANT-DESCRICAO TO END-DESCRICAO
               ADD 1 TO WRK-QT-CONTATOS
           END-IF.
           WRITE CLIENTES-END-REG
             INVALID KEY
               DISPLAY 'ERRO AO GRAVAR ENDERECO ' END-CHAVE
             NOT INVALID KEY
               ADD 1 TO WRK-QT-GRAVADOS
           END-WRITE.

       2300-SEPARA-ENDERECO.
      *    O TEXTO E QUEBRADO NAS VIRGULAS E NOS " - " E LIDO DE TRAS
      *    PARA A FRENTE: CEP (SE HOUVER), CIDADE/UF, E O QUE SOBRA
      *    E LOGRADOURO, NUMERO (E COMPLEMENTO) E BAIRRO.
           MOVE 'S' TO WRK-SEPAROU.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE 0 TO END-CEP.
           MOVE ENDANT-DESCRICAO TO WRK-TEXTO.
           MOVE SPACES TO WRK-PARTES.
           MOVE ZEROS TO WRK-TAMANHOS.
           MOVE 0 TO WRK-QT-PARTES.
           IF WRK-TEXTO = SPACES
               MOVE 'N' TO WRK-SEPAROU
               MOVE 'ENDERECO EM BRANCO' TO WRK-MOTIVO
           ELSE
               UNSTRING WRK-TEXTO DELIMITED BY ' - ' OR ','
                   INTO WRK-PARTE(1) WRK-PARTE(2) WRK-PARTE(3)
                        WRK-PARTE(4) WRK-PARTE(5) WRK-PARTE(6)
                   TALLYING IN WRK-QT-PARTES
                 ON OVERFLOW
                   MOVE 'N' TO WRK-SEPAROU
                   MOVE 'PARTES DEMAIS' TO WRK-MOTIVO
               END-UNSTRING
           END-IF.
           IF END-SEPARADO
               PERFORM VARYING WRK-N FROM 1 BY 1
                       UNTIL WRK-N > WRK-QT-PARTES
                   PERFORM 2310-AJUSTA-PARTE
               END-PERFORM
           END-IF.
           IF END-SEPARADO
               PERFORM 2320-SEPARA-CEP
           END-IF.
           IF END-SEPARADO
               PERFORM 2330-SEPARA-CIDADE-UF
           END-IF.
           IF END-SEPARADO
               PERFORM 2340-SEPARA-LOGRADOURO
           END-IF.
           IF END-SEPARADO
               ADD 1 TO WRK-QT-SEPARADOS
               PERFORM 2400-CONFERE-CEP
           ELSE
      *    O TEXTO ORIGINAL NAO SE PERDE: VAI PARA LOGRADOURO E
      *    COMPLEMENTO, SEM CIDADE/UF, ATE SER ACERTADO NO CADASTRO.
               MOVE SPACES TO END-DADOS
               MOVE 0 TO END-CEP
               MOVE WRK-TEXTO(1:40) TO END-LOGRADOURO
               MOVE WRK-TEXTO(41:20) TO END-COMPLEMENTO
               ADD 1 TO WRK-QT-NAO-SEP
               MOVE 'NAO SEPARADO' TO WRK-SITUACAO
               PERFORM 2900-LISTA-ENDERECO
           END-IF.

       2310-AJUSTA-PARTE.
      *    TIRA OS BRANCOS DA ESQUERDA DA PARTE WRK-N E GUARDA O
      *    TAMANHO UTIL DELA EM WRK-TAM.
           PERFORM VARYING WRK-K FROM 1 BY 1
               UNTIL WRK-K > 60 OR WRK-PARTE(WRK-N)(WRK-K:1) NOT = SPACE
           END-PERFORM.
           IF WRK-K > 60
               MOVE 'N' TO WRK-SEPAROU
               MOVE 'PARTE EM BRANCO' TO WRK-MOTIVO
           ELSE
               MOVE WRK-PARTE(WRK-N)(WRK-K:) TO WRK-AUX
               MOVE WRK-AUX TO WRK-PARTE(WRK-N)
               PERFORM VARYING WRK-L FROM 60 BY -1
                   UNTIL WRK-PARTE(WRK-N)(WRK-L:1) NOT = SPACE
               END-PERFORM
               MOVE WRK-L TO WRK-TAM(WRK-N)
           END-IF.

       2320-SEPARA-CEP.
      *    A ULTIMA PARTE E O CEP SE TIVER 8 DIGITOS E NADA MAIS
      *    ALEM DE "CEP", HIFEN, PONTO OU BRANCOS.
           MOVE WRK-QT-PARTES TO WRK-ULT.
           MOVE WRK-PARTE(WRK-ULT) TO WRK-AUX.
           INSPECT WRK-AUX REPLACING ALL 'CEP' BY '   '.
           MOVE SPACES TO WRK-CEP-X.
           MOVE 0 TO WRK-QT-DIG WRK-QT-OUTROS.
           PERFORM VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > 60
               EVALUATE TRUE
               WHEN WRK-AUX(WRK-K:1) IS NUMERIC
                   ADD 1 TO WRK-QT-DIG
                   IF WRK-QT-DIG NOT > 8
                       MOVE WRK-AUX(WRK-K:1) TO WRK-CEP-X(WRK-QT-DIG:1)
                   END-IF
               WHEN WRK-AUX(WRK-K:1) = SPACE OR '-' OR '.' OR ':'
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WRK-QT-OUTROS
               END-EVALUATE
           END-PERFORM.
           IF WRK-QT-DIG = 8 AND WRK-QT-OUTROS = 0
               MOVE WRK-CEP-N TO END-CEP
               SUBTRACT 1 FROM WRK-ULT
           END-IF.

       2330-SEPARA-CIDADE-UF.
      *    CIDADE E UF VEM NUMA PARTE SO ("CIDADE/UF", "CIDADE-UF"
      *    OU "CIDADE UF") OU EM DUAS ("CIDADE - UF"). ANTES DELAS
      *    TEM DE SOBRAR AO MENOS O LOGRADOURO.
           IF WRK-ULT < 2
               MOVE 'N' TO WRK-SEPAROU
               MOVE 'CIDADE/UF NAO IDENTIFICADA' TO WRK-MOTIVO
           ELSE
               MOVE WRK-TAM(WRK-ULT) TO WRK-L
               MOVE SPACES TO WRK-UF-TESTE
               EVALUATE TRUE
               WHEN WRK-L = 2
                   MOVE WRK-PARTE(WRK-ULT)(1:2) TO WRK-UF-TESTE
               WHEN WRK-L > 3
                   IF WRK-PARTE(WRK-ULT)(WRK-L - 2:1) = '/' OR '-'
                                                    OR SPACE
                       MOVE WRK-PARTE(WRK-ULT)(WRK-L - 1:2)
                           TO WRK-UF-TESTE
                   END-IF
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
               PERFORM 2350-VALIDA-UF
               EVALUATE TRUE
               WHEN NOT UF-VALIDA
                   MOVE 'N' TO WRK-SEPAROU
                   MOVE 'CIDADE/UF NAO IDENTIFICADA' TO WRK-MOTIVO
               WHEN WRK-L = 2
                   PERFORM 2335-CIDADE-SEPARADA
               WHEN OTHER
                   PERFORM 2338-CIDADE-JUNTO-DA-UF
               END-EVALUATE
           END-IF.

       2335-CIDADE-SEPARADA.
           MOVE WRK-UF-TESTE TO END-UF.
           SUBTRACT 1 FROM WRK-ULT.
           EVALUATE TRUE
           WHEN WRK-ULT < 2
               MOVE 'N' TO WRK-SEPAROU
               MOVE 'CIDADE/UF NAO IDENTIFICADA' TO WRK-MOTIVO
           WHEN WRK-TAM(WRK-ULT) > 30
               MOVE 'N' TO WRK-SEPAROU
               MOVE 'CIDADE COM MAIS DE 30 POSICOES' TO WRK-MOTIVO
           WHEN OTHER
               MOVE WRK-PARTE(WRK-ULT) TO END-CIDADE
               SUBTRACT 1 FROM WRK-ULT
           END-EVALUATE.

       2338-CIDADE-JUNTO-DA-UF.
           MOVE WRK-UF-TESTE TO END-UF.
           COMPUTE WRK-K = WRK-L - 3.
           PERFORM UNTIL WRK-K = 0 OR
                   WRK-PARTE(WRK-ULT)(WRK-K:1) NOT = SPACE
               SUBTRACT 1 FROM WRK-K
           END-PERFORM.
           EVALUATE TRUE
           WHEN WRK-K = 0
               MOVE 'N' TO WRK-SEPAROU
               MOVE 'CIDADE/UF NAO IDENTIFICADA' TO WRK-MOTIVO
           WHEN WRK-K > 30
               MOVE 'N' TO WRK-SEPAROU
               MOVE 'CIDADE COM MAIS DE 30 POSICOES' TO WRK-MOTIVO
           WHEN OTHER
               MOVE WRK-PARTE(WRK-ULT)(1:WRK-K) TO END-CIDADE
               SUBTRACT 1 FROM WRK-ULT
           END-EVALUATE.

       2340-SEPARA-LOGRADOURO.
      *    SOBRAM AS PARTES 1 A WRK-ULT: LOGRADOURO; NUMERO (COM O
      *    COMPLEMENTO NA MESMA PARTE OU NA SEGUINTE) SE A PARTE
      *    COMECAR POR DIGITO OU S/N; E O BAIRRO POR ULTIMO.
           IF WRK-TAM(1) > 40
               MOVE 'N' TO WRK-SEPAROU
               MOVE 'LOGRADOURO COM MAIS DE 40 POSICOES' TO WRK-MOTIVO
           ELSE
               MOVE WRK-PARTE(1) TO END-LOGRADOURO
           END-IF.
           MOVE 2 TO WRK-PROX.
           IF END-SEPARADO AND WRK-ULT NOT < 2
               MOVE WRK-PARTE(2) TO WRK-AUX
               IF WRK-AUX(1:1) IS NUMERIC OR WRK-AUX(1:3) = 'S/N'
                                          OR WRK-AUX(1:3) = 'SN '
                   PERFORM 2345-SEPARA-NUMERO
                   MOVE 3 TO WRK-PROX
               END-IF
           END-IF.
           IF END-SEPARADO AND WRK-PROX < WRK-ULT
                           AND WRK-PROX = 3
                           AND END-COMPLEMENTO = SPACES
               IF WRK-TAM(3) > 20
                   MOVE 'N' TO WRK-SEPAROU
                   MOVE 'COMPLEMENTO COM MAIS DE 20 POSICOES'
                       TO WRK-MOTIVO
               ELSE
                   MOVE WRK-PARTE(3) TO END-COMPLEMENTO
                   MOVE 4 TO WRK-PROX
               END-IF
           END-IF.
           IF END-SEPARADO AND WRK-PROX NOT > WRK-ULT
               EVALUATE TRUE
               WHEN WRK-PROX < WRK-ULT
                   MOVE 'N' TO WRK-SEPAROU
                   MOVE 'PARTES DEMAIS' TO WRK-MOTIVO
               WHEN WRK-TAM(WRK-PROX) > 30
                   MOVE 'N' TO WRK-SEPAROU
                   MOVE 'BAIRRO COM MAIS DE 30 POSICOES' TO WRK-MOTIVO
               WHEN OTHER
                   MOVE WRK-PARTE(WRK-PROX) TO END-BAIRRO
               END-EVALUATE
           END-IF.

       2345-SEPARA-NUMERO.
      *    NUMERO E A PRIMEIRA PALAVRA DA PARTE; O RESTO, SE HOUVER,
      *    E O COMPLEMENTO.
           PERFORM VARYING WRK-K FROM 1 BY 1
               UNTIL WRK-K > WRK-TAM(2) OR WRK-AUX(WRK-K:1) = SPACE
           END-PERFORM.
           COMPUTE WRK-L = WRK-K - 1.
           IF WRK-L > 6
               MOVE 'N' TO WRK-SEPAROU
               MOVE 'NUMERO COM MAIS DE 6 POSICOES' TO WRK-MOTIVO
           ELSE
               MOVE WRK-AUX(1:WRK-L) TO END-NUMERO
               IF END-NUMERO = 'SN'
                   MOVE 'S/N' TO END-NUMERO
               END-IF
               IF WRK-K < WRK-TAM(2)
                   PERFORM UNTIL WRK-AUX(WRK-K:1) NOT = SPACE
                       ADD 1 TO WRK-K
                   END-PERFORM
                   COMPUTE WRK-L = WRK-TAM(2) - WRK-K + 1
                   IF WRK-L > 20
                       MOVE 'N' TO WRK-SEPAROU
                       MOVE 'COMPLEMENTO COM MAIS DE 20 POSICOES'
                           TO WRK-MOTIVO
                   ELSE
                       MOVE WRK-AUX(WRK-K:WRK-L) TO END-COMPLEMENTO
                   END-IF
               END-IF
           END-IF.

       2350-VALIDA-UF.
           MOVE 'N' TO WRK-UF-OK.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > 27 OR UF-VALIDA
               IF WRK-UF-TESTE = WRK-UF(WRK-I)
                   SET UF-VALIDA TO TRUE
               END-IF
           END-PERFORM.

       2400-CONFERE-CEP.
      *    MESMA REGRA DO CADASTRO: O CEP TEM DE EXISTIR EM CEP.DAT E
      *    BATER COM A CIDADE E A UF. AQUI SO SE APONTA; O ENDERECO
      *    E GRAVADO COMO FOI SEPARADO.
           MOVE SPACES TO WRK-MOTIVO.
           EVALUATE TRUE
           WHEN END-CEP = 0
               MOVE 'SEM CEP' TO WRK-MOTIVO
           WHEN NOT CEP-OK
               CONTINUE
           WHEN OTHER
               MOVE END-CEP TO CEP-CODIGO
               READ CEPS
                 INVALID KEY
                   MOVE 'CEP NAO CADASTRADO' TO WRK-MOTIVO
                 NOT INVALID KEY
                   IF CEP-CIDADE NOT = END-CIDADE OR
                      CEP-UF NOT = END-UF
                       MOVE 'CEP NAO CONFERE COM CIDADE/UF'
                           TO WRK-MOTIVO
                   END-IF
               END-READ
           END-EVALUATE.
           IF WRK-MOTIVO NOT = SPACES
               ADD 1 TO WRK-QT-CONFERIR
               MOVE 'A CONFERIR' TO WRK-SITUACAO
               PERFORM 2900-LISTA-ENDERECO
           END-IF.

       2900-LISTA-ENDERECO.
           MOVE SPACES TO LISTA-REG.
           STRING WRK-SITUACAO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WRK-ORIGEM DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  END-CODIGO DELIMITED SIZE
                  '/' DELIMITED SIZE
                  END-SEQ DELIMITED SIZE
                  ' - ' DELIMITED SIZE
                  WRK-MOTIVO DELIMITED SIZE
             INTO LISTA-REG
           END-STRING.
           WRITE LISTA-REG.
           MOVE SPACES TO LISTA-REG.
           STRING '    ' DELIMITED SIZE
                  WRK-TEXTO DELIMITED SIZE
             INTO LISTA-REG
           END-STRING.
           WRITE LISTA-REG.

       3000-CONVERTE-MORTO.
      *    O ARQUIVO MORTO TEM O MESMO LAYOUT: OS FDS SAO REAPONTADOS
      *    E A MESMA ROTINA CONVERTE. SEM ELE (NUNCA HOUVE PURGA) NAO
      *    HA O QUE FAZER.
           MOVE 'C:\COBOL\CLIENTES-END-MORTO-ANT.DAT' TO WRK-ARQ-ANT.
           MOVE 'C:\COBOL\CLIENTES-END-MORTO.DAT' TO WRK-ARQ-NOVO.
           MOVE 'MORTO' TO WRK-ORIGEM.
           OPEN INPUT CLIEND-ANT.
           IF ENDANT-STATUS NOT = 0
               DISPLAY 'CLIENTES-END-MORTO-ANT.DAT AUSENTE - SEM MORTO'
           ELSE
               PERFORM 2100-CONVERTE-ARQUIVO
           END-IF.

       6000-FINALIZAR.
           DISPLAY 'CONVERSAO CONCLUIDA'.
           DISPLAY 'REGISTROS LIDOS...: ' WRK-QT-LIDOS.
           DISPLAY 'REGISTROS GRAVADOS: ' WRK-QT-GRAVADOS.
           DISPLAY 'CONTATOS COPIADOS.: ' WRK-QT-CONTATOS.
           DISPLAY 'ENDERECOS SEPARADO: ' WRK-QT-SEPARADOS.
           DISPLAY 'NAO SEPARADOS.....: ' WRK-QT-NAO-SEP.
           DISPLAY 'CEP A CONFERIR....: ' WRK-QT-CONFERIR.
           MOVE SPACES TO LISTA-REG.
           WRITE LISTA-REG.
           MOVE 'NAO SEPARADOS...:' TO LISTA-REG.
           MOVE WRK-QT-NAO-SEP TO LISTA-REG(19:07).
           WRITE LISTA-REG.
           MOVE 'CEP A CONFERIR..:' TO LISTA-REG.
           MOVE WRK-QT-CONFERIR TO LISTA-REG(19:07).
           WRITE LISTA-REG.
           CLOSE LISTA.
           IF CEP-OK
               CLOSE CEPS
           END-IF.
      *    O RETURN-CODE 4 AVISA QUE HA ENDERECOS PARA ACERTAR NO
      *    CADASTRO (LISTA EM ENDERECOS-CONFERIR.TXT).
           IF WRK-QT-NAO-SEP > 0 OR WRK-QT-CONFERIR > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
