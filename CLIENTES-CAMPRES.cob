       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES-CAMPRES.
      **********************************************
      * OBJETIVO.: RESULTADO DAS CAMPANHAS DE MALA  *
      *   DIRETA. PARA CADA CAMPANHA DE             *
      *   CLIENTES-CAMP.DAT TOTALIZA OS MEMBROS     *
      *   (CLIENTES-CAMPMEM.DAT) ENVIADOS E         *
      *   DEVOLVIDOS, COM O PERCENTUAL DE           *
      *   DEVOLUCAO, ABERTOS POR CATEGORIA DO       *
      *   CLIENTE NA DATA DA SELECAO, E FECHA COM O *
      *   TOTAL GERAL POR CATEGORIA                 *
      *   (CAMPANHA-RESULTADO.TXT).                 *
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
       77 WRK-ARQ-CAMP        PIC X(60) VALUE SPACES.
       77 WRK-ARQ-MEMB        PIC X(60) VALUE SPACES.
       77 WRK-ARQ-CAT         PIC X(60) VALUE SPACES.
       77 WRK-ARQ-RELATO      PIC X(60) VALUE SPACES.

       77 CAMP-STATUS      PIC 9(02).
       77 MEMB-STATUS      PIC 9(02).
       77 CAT-STATUS       PIC 9(02).
       77 WRK-TEM-CAT      PIC X(01) VALUE 'N'.
           88 TEM-CATEGORIAS  VALUE 'S'.
       77 WRK-FIM-CAMP     PIC X(01) VALUE 'N'.
           88 FIM-CAMP        VALUE 'S'.
       77 WRK-QT-CAMPANHAS PIC 9(05) VALUE 0.
       77 WRK-I            PIC 9(05) COMP VALUE 0.

      * SECAO DE TOTAIS (CATEGORIA + 1)
       77 WRK-ENVIADOS     PIC 9(07) VALUE 0.
       77 WRK-DEVOLVIDOS   PIC 9(07) VALUE 0.
       77 WRK-TOT-ENVIADOS   PIC 9(07) VALUE 0.
       77 WRK-TOT-DEVOLVIDOS PIC 9(07) VALUE 0.
       77 WRK-PERCENTUAL   PIC 9(03)V99 VALUE 0.
       77 WRK-PERC-ED      PIC ZZ9.99.
       01 WRK-CAT-TAB.
           05 WRK-CAT-ENT OCCURS 1000 TIMES.
               10 WRK-CAT-ENVIADOS     PIC 9(07).
               10 WRK-CAT-DEVOLVIDOS   PIC 9(07).
               10 WRK-CAT-TOT-ENVIADOS   PIC 9(07).
               10 WRK-CAT-TOT-DEVOLVIDOS PIC 9(07).

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR-CAMPANHA UNTIL FIM-CAMP.
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
           MOVE SPACES TO WRK-ARQ-CAT.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CATEGORIAS.DAT' DELIMITED SIZE
             INTO WRK-ARQ-CAT
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RELATO.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CAMPANHA-RESULTADO.TXT' DELIMITED SIZE
             INTO WRK-ARQ-RELATO
           END-STRING.

       1000-INICIAR.
           PERFORM 0900-LER-PARAMETROS.
           INITIALIZE WRK-CAT-TAB.
           OPEN INPUT CATEGORIAS.
           IF CAT-STATUS = 0
               MOVE 'S' TO WRK-TEM-CAT
           END-IF.
           OPEN OUTPUT RELATO.
           MOVE 'RESULTADO DAS CAMPANHAS DE MALA DIRETA' TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE SPACES TO RELATO-REG.
           STRING 'AMBIENTE: ' DELIMITED SIZE
                  WRK-PRM-AMBIENTE DELIMITED SIZE
             INTO RELATO-REG
           END-STRING.
           WRITE RELATO-REG.
           MOVE '-----------------------------------' TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE 'CAMPANHA / CATEGORIA' TO RELATO-REG.
           MOVE 'ENVIADOS' TO RELATO-REG(37:08).
           MOVE 'DEVOLV.' TO RELATO-REG(46:07).
           MOVE '% DEVOL' TO RELATO-REG(55:07).
           WRITE RELATO-REG.
           OPEN INPUT CAMPANHAS.
           OPEN INPUT MEMBROS.
           IF CAMP-STATUS NOT = 0 OR MEMB-STATUS NOT = 0
               MOVE 'NENHUMA CAMPANHA SELECIONADA' TO RELATO-REG
               WRITE RELATO-REG
               SET FIM-CAMP TO TRUE
           ELSE
               READ CAMPANHAS NEXT
                 AT END
                   SET FIM-CAMP TO TRUE
               END-READ
           END-IF.

       2000-PROCESSAR-CAMPANHA.
           ADD 1 TO WRK-QT-CAMPANHAS.
           MOVE 0 TO WRK-ENVIADOS.
           MOVE 0 TO WRK-DEVOLVIDOS.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 1000
               MOVE 0 TO WRK-CAT-ENVIADOS(WRK-I)
               MOVE 0 TO WRK-CAT-DEVOLVIDOS(WRK-I)
           END-PERFORM.
           MOVE CAMP-CODIGO TO MEMB-CAMPANHA.
           MOVE 0 TO MEMB-CODIGO.
           START MEMBROS KEY IS GREATER THAN OR EQUAL TO MEMB-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ MEMBROS NEXT
               PERFORM UNTIL MEMB-STATUS NOT = 0 OR
                       MEMB-CAMPANHA NOT = CAMP-CODIGO
                   PERFORM 2100-ACUMULA-MEMBRO
                   READ MEMBROS NEXT
               END-PERFORM
           END-START.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           PERFORM 2300-LISTA-CAMPANHA.
           READ CAMPANHAS NEXT
             AT END
               SET FIM-CAMP TO TRUE
           END-READ.

       2100-ACUMULA-MEMBRO.
           ADD 1 TO WRK-ENVIADOS.
           ADD 1 TO WRK-TOT-ENVIADOS.
           ADD 1 TO WRK-CAT-ENVIADOS(MEMB-CATEGORIA + 1).
           ADD 1 TO WRK-CAT-TOT-ENVIADOS(MEMB-CATEGORIA + 1).
           IF MEMB-EMAIL-DEVOLVIDO
               ADD 1 TO WRK-DEVOLVIDOS
               ADD 1 TO WRK-TOT-DEVOLVIDOS
               ADD 1 TO WRK-CAT-DEVOLVIDOS(MEMB-CATEGORIA + 1)
               ADD 1 TO WRK-CAT-TOT-DEVOLVIDOS(MEMB-CATEGORIA + 1)
           END-IF.

       2300-LISTA-CAMPANHA.
           MOVE SPACES TO RELATO-REG.
           STRING 'CAMPANHA ' DELIMITED SIZE
                  CAMP-CODIGO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CAMP-DESCRICAO DELIMITED SIZE
                  ' DATA ' DELIMITED SIZE
                  CAMP-DATA DELIMITED SIZE
             INTO RELATO-REG
           END-STRING.
           WRITE RELATO-REG.
           MOVE SPACES TO RELATO-REG.
           MOVE '  TOTAL DA CAMPANHA' TO RELATO-REG.
           MOVE WRK-ENVIADOS TO RELATO-REG(37:07).
           MOVE WRK-DEVOLVIDOS TO RELATO-REG(46:07).
           PERFORM 2400-CALCULA-PERCENTUAL.
           WRITE RELATO-REG.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 1000
               IF WRK-CAT-ENVIADOS(WRK-I) > 0
                   PERFORM 2500-DESCREVE-CATEGORIA
                   MOVE SPACES TO RELATO-REG
                   STRING '    ' DELIMITED SIZE
                          CAT-CODIGO DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          CAT-DESCRICAO DELIMITED SIZE
                     INTO RELATO-REG
                   END-STRING
                   MOVE WRK-CAT-ENVIADOS(WRK-I) TO WRK-ENVIADOS
                   MOVE WRK-CAT-DEVOLVIDOS(WRK-I) TO WRK-DEVOLVIDOS
                   MOVE WRK-ENVIADOS TO RELATO-REG(37:07)
                   MOVE WRK-DEVOLVIDOS TO RELATO-REG(46:07)
                   PERFORM 2400-CALCULA-PERCENTUAL
                   WRITE RELATO-REG
               END-IF
           END-PERFORM.

       2400-CALCULA-PERCENTUAL.
      *    PERCENTUAL DE DEVOLUCAO SOBRE OS ENVIADOS, NA COLUNA 55
      *    DA LINHA JA MONTADA EM RELATO-REG.
           IF WRK-ENVIADOS = 0
               MOVE 0 TO WRK-PERCENTUAL
           ELSE
               COMPUTE WRK-PERCENTUAL ROUNDED =
                   WRK-DEVOLVIDOS * 100 / WRK-ENVIADOS
           END-IF.
           MOVE WRK-PERCENTUAL TO WRK-PERC-ED.
           MOVE WRK-PERC-ED TO RELATO-REG(55:06).
           MOVE '%' TO RELATO-REG(61:01).

       2500-DESCREVE-CATEGORIA.
           COMPUTE CAT-CODIGO = WRK-I - 1.
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
           END-IF.

       3000-FINALIZAR.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE 'TOTAL GERAL POR CATEGORIA' TO RELATO-REG.
           MOVE 'ENVIADOS' TO RELATO-REG(37:08).
           MOVE 'DEVOLV.' TO RELATO-REG(46:07).
           MOVE '% DEVOL' TO RELATO-REG(55:07).
           WRITE RELATO-REG.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 1000
               IF WRK-CAT-TOT-ENVIADOS(WRK-I) > 0
                   PERFORM 2500-DESCREVE-CATEGORIA
                   MOVE SPACES TO RELATO-REG
                   STRING '    ' DELIMITED SIZE
                          CAT-CODIGO DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          CAT-DESCRICAO DELIMITED SIZE
                     INTO RELATO-REG
                   END-STRING
                   MOVE WRK-CAT-TOT-ENVIADOS(WRK-I) TO WRK-ENVIADOS
                   MOVE WRK-CAT-TOT-DEVOLVIDOS(WRK-I) TO WRK-DEVOLVIDOS
                   MOVE WRK-ENVIADOS TO RELATO-REG(37:07)
                   MOVE WRK-DEVOLVIDOS TO RELATO-REG(46:07)
                   PERFORM 2400-CALCULA-PERCENTUAL
                   WRITE RELATO-REG
               END-IF
           END-PERFORM.
           MOVE SPACES TO RELATO-REG.
           MOVE '  TOTAL GERAL' TO RELATO-REG.
           MOVE WRK-TOT-ENVIADOS TO WRK-ENVIADOS.
           MOVE WRK-TOT-DEVOLVIDOS TO WRK-DEVOLVIDOS.
           MOVE WRK-ENVIADOS TO RELATO-REG(37:07).
           MOVE WRK-DEVOLVIDOS TO RELATO-REG(46:07).
           PERFORM 2400-CALCULA-PERCENTUAL.
           WRITE RELATO-REG.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE 'CAMPANHAS.......:' TO RELATO-REG.
           MOVE WRK-QT-CAMPANHAS TO RELATO-REG(19:05).
           WRITE RELATO-REG.
           CLOSE CAMPANHAS.
           CLOSE MEMBROS.
           IF TEM-CATEGORIAS
               CLOSE CATEGORIAS
           END-IF.
           CLOSE RELATO.
