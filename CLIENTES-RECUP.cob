       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES-RECUP.
      **********************************************
      * OBJETIVO.: RECUPERACAO DA BASE DE CLIENTES  *
      *   PELO ULTIMO BACKUP MAIS O JOURNAL DE      *
      *   AFTER-IMAGES. RECARREGA CLIENTES.DAT,     *
      *   CLIENTES-END.DAT E O ARQUIVO MORTO DA     *
      *   PURGA DE CLIENTES-BKP.SEQ                 *
      *   (CLIENTES-BKP MODO R, QUE SO RECARREGA    *
      *   BACKUP CONFERIDO) E REAPLICA, NA ORDEM EM *
      *   QUE FORAM GRAVADAS, AS IMAGENS DE         *
      *   CLIENTES-JRN.SEQ POSTERIORES AO BACKUP.   *
      *   O PONTO DE PARADA (AAAAMMDDHHMM, VINDO DO *
      *   CONSOLE; ZEROS = JOURNAL INTEIRO) PERMITE *
      *   VOLTAR AO MOMENTO ANTERIOR A UMA EXECUCAO *
      *   RUIM: AS IMAGENS DEPOIS DELE SAEM DO      *
      *   JOURNAL PARA CLIENTES-JRN-DESC.SEQ, PARA  *
      *   UMA PROXIMA RECUPERACAO NAO REPETI-LAS.   *
      *   NO FIM O REGISTRO DE CONTROLE E           *
      *   RECALCULADO (CLIENTES-CTL FUNCAO C) E O   *
      *   RELATORIO SAI EM RECUP-RELATO.TXT COM AS  *
      *   QUANTIDADES POR OPERACAO. RODAR COM A     *
      *   BASE PARADA (SEM TELAS NEM LOTES). COMO A *
      *   RECARGA DO CLIENTES-BKP E FIXA EM         *
      *   C:\COBOL\, SO RODA COM ESSE DIRETORIO EM  *
      *   CLIENTES.PRM.                             *
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

      *    ARQUIVO MORTO DA PURGA: A PURGA E A RESTAURACAO TAMBEM
      *    ESTAO NO JOURNAL, E O MORTO E REFEITO JUNTO COM A BASE.
           SELECT CLIENTES-MORTO ASSIGN USING WRK-ARQ-MORTO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS MORTO-STATUS
             RECORD KEY IS MORTO-CHAVE
             ALTERNATE RECORD KEY IS MORTO-FONE
                 WITH DUPLICATES
             ALTERNATE RECORD KEY IS MORTO-CPFCNPJ
                 WITH DUPLICATES.

           SELECT CLIENTES-END-MORTO ASSIGN USING WRK-ARQ-MORTOEND
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS MORTOEND-STATUS
             RECORD KEY IS MORTOEND-CHAVE.

           SELECT CLIENTES-BKP ASSIGN USING WRK-ARQ-BKP
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS BKP-STATUS.

           SELECT CLIENTES-JRN ASSIGN USING WRK-ARQ-JRN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS JRN-STATUS.

           SELECT JRN-TMP ASSIGN USING WRK-ARQ-JRNTMP
             ORGANIZATION IS SEQUENTIAL.

           SELECT JRN-DESC ASSIGN USING WRK-ARQ-JRNDESC
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS DESC-STATUS.

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

       FD CLIENTES-END-MORTO.
       01 CLIENTES-END-MORTO-REG.
           05 MORTOEND-CHAVE.
               10 MORTOEND-CODIGO PIC 9(07).
               10 MORTOEND-SEQ    PIC 9(02).
           05 MORTOEND-RESTO     PIC X(137).

       FD CLIENTES-BKP.
       01 BKP-REG.
           05 BKP-TIPO          PIC X(01).
               88 BKP-CABECALHO    VALUE 'H'.
               88 BKP-DETALHE      VALUE 'D'.
               88 BKP-DETALHE-END  VALUE 'E'.
               88 BKP-RODAPE       VALUE 'T'.
           05 BKP-DADOS         PIC X(146).

      *    JOURNAL DE AFTER-IMAGES DE CLIENTES.DAT E CLIENTES-END.DAT
      *    E DO ARQUIVO MORTO (CLIENTES-MORTO.DAT E
      *    CLIENTES-END-MORTO.DAT): UM REGISTRO POR GRAVACAO (G),
      *    REGRAVACAO (R) OU EXCLUSAO (D), COM O REGISTRO COMPLETO
      *    COMO FICOU (NA EXCLUSAO, O APAGADO).
       FD CLIENTES-JRN.
       01 CLIENTES-JRN-REG.
           05 JRN-DATAHORA      PIC X(16).
           05 JRN-OPERADOR      PIC 9(04).
           05 JRN-PROGRAMA      PIC X(20).
           05 JRN-OPERACAO      PIC X(08).
           05 JRN-ARQUIVO       PIC X(01).
               88 JRN-ARQ-CLIENTES VALUE 'C'.
               88 JRN-ARQ-ENDERECO VALUE 'E'.
               88 JRN-ARQ-MORTO    VALUE 'M'.
               88 JRN-ARQ-MORTOEND VALUE 'N'.
           05 JRN-ACAO          PIC X(01).
               88 JRN-GRAVACAO     VALUE 'G'.
               88 JRN-REGRAVACAO   VALUE 'R'.
               88 JRN-EXCLUSAO     VALUE 'D'.
           05 JRN-IMAGEM        PIC X(200).

       FD JRN-TMP.
       01 JRN-TMP-REG           PIC X(250).

       FD JRN-DESC.
       01 JRN-DESC-REG          PIC X(250).

       FD RELATO.
       01 RELATO-REG.
           05 RELATO-DADOS      PIC X(80).

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
       77 WRK-ARQ-MORTO       PIC X(60) VALUE SPACES.
       77 WRK-ARQ-MORTOEND    PIC X(60) VALUE SPACES.
       77 WRK-ARQ-BKP         PIC X(60) VALUE SPACES.
       77 WRK-ARQ-JRN         PIC X(60) VALUE SPACES.
       77 WRK-ARQ-JRNTMP      PIC X(60) VALUE SPACES.
       77 WRK-ARQ-JRNDESC     PIC X(60) VALUE SPACES.
       77 WRK-ARQ-RELATO      PIC X(60) VALUE SPACES.

       77 CLIENTES-STATUS  PIC 9(02).
       77 CLIEND-STATUS    PIC 9(02).
       77 MORTO-STATUS     PIC 9(02).
       77 MORTOEND-STATUS  PIC 9(02).
       77 BKP-STATUS       PIC 9(02).
       77 JRN-STATUS       PIC 9(02).
       77 DESC-STATUS      PIC 9(02).

      * SECAO DE CONTROLE DA RECUPERACAO
       77 WRK-MODO-BKP     PIC X(01) VALUE 'R'.
       77 WRK-LIMITE       PIC 9(12) VALUE 0.
       77 WRK-BKP-DATAHORA PIC X(16) VALUE SPACES.
       77 WRK-ABORTA       PIC X(01) VALUE 'N'.
           88 RECUP-ABORTADA  VALUE 'S'.
       77 WRK-FIM-JRN      PIC X(01) VALUE 'N'.
           88 FIM-JRN         VALUE 'S'.
       77 WRK-FIM-TMP      PIC X(01) VALUE 'N'.
           88 FIM-TMP         VALUE 'S'.
       77 WRK-SITUACAO     PIC X(01) VALUE SPACE.
           88 IMAGEM-ANTERIOR  VALUE 'A'.
           88 IMAGEM-APLICAR   VALUE 'P'.
           88 IMAGEM-POSTERIOR VALUE 'D'.
       77 WRK-APLICOU      PIC X(01) VALUE 'N'.
           88 IMAGEM-APLICADA VALUE 'S'.
       77 WRK-MOTIVO       PIC X(30) VALUE SPACES.
       77 WRK-RC           PIC 9(04) VALUE 0.

      * SECAO DE TOTAIS
       77 WRK-QT-LIDOS       PIC 9(07) VALUE 0.
       77 WRK-QT-ANTERIORES  PIC 9(07) VALUE 0.
       77 WRK-QT-APLICADOS   PIC 9(07) VALUE 0.
       77 WRK-QT-POSTERIORES PIC 9(07) VALUE 0.
       77 WRK-QT-ERROS       PIC 9(07) VALUE 0.

      * SECAO DE QUANTIDADES POR OPERACAO DO JOURNAL
       77 WRK-QT-OPER      PIC 9(02) VALUE 0.
       77 WRK-I            PIC 9(02) VALUE 0.
       01 WRK-TAB-OPER.
           05 WRK-OPER-ENT OCCURS 30 TIMES.
               10 WRK-OPER-NOME     PIC X(08).
               10 WRK-OPER-GRAVA    PIC 9(07).
               10 WRK-OPER-REGRAVA  PIC 9(07).
               10 WRK-OPER-APAGA    PIC 9(07).
               10 WRK-OPER-ERROS    PIC 9(07).

      * SECAO DO REGISTRO DE CONTROLE (AREA DE CHAMADA DE
      * CLIENTES-CTL)
       01 WRK-CONTROLE.
           05 WRK-CTL-FUNCAO    PIC X(01).
           05 WRK-CTL-CODIGO    PIC 9(07).
           05 WRK-CTL-ATIVOS    PIC S9(07).
           05 WRK-CTL-INATIVOS  PIC S9(07).
           05 WRK-CTL-RETORNO   PIC 9(02).

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF NOT RECUP-ABORTADA
               PERFORM 1200-RECARREGA-BACKUP
           END-IF.
           IF NOT RECUP-ABORTADA
               PERFORM 2000-APLICA-JOURNAL
           END-IF.
           IF NOT RECUP-ABORTADA AND WRK-QT-POSTERIORES > 0
               PERFORM 2500-DESCARTA-POSTERIORES
           END-IF.
           IF NOT RECUP-ABORTADA
               PERFORM 2800-RECALCULA-CONTROLE
           END-IF.
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
           MOVE SPACES TO WRK-ARQ-MORTO.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES-MORTO.DAT' DELIMITED SIZE
             INTO WRK-ARQ-MORTO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-MORTOEND.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES-END-MORTO.DAT' DELIMITED SIZE
             INTO WRK-ARQ-MORTOEND
           END-STRING.
           MOVE SPACES TO WRK-ARQ-BKP.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES-BKP.SEQ' DELIMITED SIZE
             INTO WRK-ARQ-BKP
           END-STRING.
           MOVE SPACES TO WRK-ARQ-JRN.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES-JRN.SEQ' DELIMITED SIZE
             INTO WRK-ARQ-JRN
           END-STRING.
           MOVE SPACES TO WRK-ARQ-JRNTMP.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'JRNRECUP.TMP' DELIMITED SIZE
             INTO WRK-ARQ-JRNTMP
           END-STRING.
           MOVE SPACES TO WRK-ARQ-JRNDESC.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES-JRN-DESC.SEQ' DELIMITED SIZE
             INTO WRK-ARQ-JRNDESC
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RELATO.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'RECUP-RELATO.TXT' DELIMITED SIZE
             INTO WRK-ARQ-RELATO
           END-STRING.

       1000-INICIAR.
           PERFORM 0900-LER-PARAMETROS.
           INITIALIZE WRK-TAB-OPER.
           DISPLAY 'RECUPERAR ATE (AAAAMMDDHHMM, ZEROS = TUDO):'.
           ACCEPT WRK-LIMITE.
           OPEN OUTPUT RELATO.
           MOVE 'RECUPERACAO DA BASE DE CLIENTES' TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE SPACES TO RELATO-REG.
           STRING 'AMBIENTE: ' DELIMITED SIZE
                  WRK-PRM-AMBIENTE DELIMITED SIZE
             INTO RELATO-REG
           END-STRING.
           WRITE RELATO-REG.
           MOVE '-------------------------------' TO RELATO-REG.
           WRITE RELATO-REG.
      *    A RECARGA E DO CLIENTES-BKP, FIXO EM C:\COBOL\: COM OUTRO
      *    DIRETORIO O BACKUP RECARREGADO E O JOURNAL REAPLICADO
      *    SERIAM DE LUGARES DIFERENTES.
           IF WRK-PRM-DIR NOT = 'C:\COBOL\'
               MOVE 'DIRETORIO DE CLIENTES.PRM DIFERENTE DE C:\COBOL\'
                   TO RELATO-REG
               WRITE RELATO-REG
               MOVE 'A RECARGA (CLIENTES-BKP) SO USA C:\COBOL\'
                   TO RELATO-REG
               WRITE RELATO-REG
               SET RECUP-ABORTADA TO TRUE
           ELSE
               PERFORM 1100-LE-CABECALHO-BACKUP
           END-IF.
      *    O PONTO DE PARADA NAO PODE SER ANTERIOR AO BACKUP: O QUE
      *    JA ESTA NELE NAO TEM COMO SER DESFEITO PELO JOURNAL.
           IF NOT RECUP-ABORTADA AND WRK-LIMITE NOT = 0 AND
                   WRK-LIMITE < WRK-BKP-DATAHORA(1:12)
               MOVE 'PONTO DE PARADA ANTERIOR AO BACKUP'
                   TO RELATO-REG
               WRITE RELATO-REG
               SET RECUP-ABORTADA TO TRUE
           END-IF.
           IF NOT RECUP-ABORTADA
               MOVE SPACES TO RELATO-REG
               STRING 'BACKUP DE.......: ' DELIMITED SIZE
                      WRK-BKP-DATAHORA DELIMITED SIZE
                 INTO RELATO-REG
               END-STRING
               WRITE RELATO-REG
               MOVE SPACES TO RELATO-REG
               IF WRK-LIMITE = 0
                   MOVE 'RECUPERAR ATE...: FIM DO JOURNAL'
                       TO RELATO-REG
               ELSE
                   STRING 'RECUPERAR ATE...: ' DELIMITED SIZE
                          WRK-LIMITE DELIMITED SIZE
                     INTO RELATO-REG
                   END-STRING
               END-IF
               WRITE RELATO-REG
           END-IF.

       1100-LE-CABECALHO-BACKUP.
      *    A DATA-HORA DO CABECALHO SEPARA O QUE JA ESTA NO BACKUP
      *    DO QUE O JOURNAL TEM DE REFAZER.
           OPEN INPUT CLIENTES-BKP.
           IF BKP-STATUS NOT = 0
               MOVE 'CLIENTES-BKP.SEQ NAO DISPONIVEL' TO RELATO-REG
               WRITE RELATO-REG
               SET RECUP-ABORTADA TO TRUE
           ELSE
               READ CLIENTES-BKP
                 AT END
                   MOVE 'H' TO BKP-TIPO
                   MOVE SPACES TO BKP-DADOS
               END-READ
               IF BKP-CABECALHO AND BKP-DADOS(1:16) NOT = SPACES
                   MOVE BKP-DADOS(1:16) TO WRK-BKP-DATAHORA
               ELSE
                   MOVE 'BACKUP SEM CABECALHO' TO RELATO-REG
                   WRITE RELATO-REG
                   SET RECUP-ABORTADA TO TRUE
               END-IF
               CLOSE CLIENTES-BKP
           END-IF.

       1200-RECARREGA-BACKUP.
      *    A RECARGA E A DO PROPRIO CLIENTES-BKP: CONFERE O BACKUP
      *    INTEIRO COM O RODAPE ANTES DE RECRIAR OS ARQUIVOS (BASE E
      *    ARQUIVO MORTO).
      *    RETURN-CODE 4 (SO O REGISTRO DE CONTROLE NAO RECALCULADO)
      *    NAO IMPEDE A RECUPERACAO, QUE RECALCULA NO FIM.
           MOVE 'R' TO WRK-MODO-BKP.
           MOVE 0 TO RETURN-CODE.
           CALL 'CLIENTES-BKP' USING WRK-MODO-BKP
             ON EXCEPTION
               MOVE 16 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WRK-RC.
           IF WRK-RC > 4
               MOVE SPACES TO RELATO-REG
               STRING 'RECARGA DO BACKUP FALHOU - RC ' DELIMITED SIZE
                      WRK-RC DELIMITED SIZE
                 INTO RELATO-REG
               END-STRING
               WRITE RELATO-REG
               SET RECUP-ABORTADA TO TRUE
           ELSE
               MOVE 'BACKUP RECARREGADO E CONFERIDO' TO RELATO-REG
               WRITE RELATO-REG
           END-IF.
           MOVE 0 TO RETURN-CODE.

       2000-APLICA-JOURNAL.
      *    SEM JOURNAL A BASE FICA COMO O BACKUP, COM AVISO.
           OPEN INPUT CLIENTES-JRN.
           IF JRN-STATUS NOT = 0
               MOVE 'JOURNAL NAO DISPONIVEL - SO O BACKUP'
                   TO RELATO-REG
               WRITE RELATO-REG
           ELSE
               OPEN I-O CLIENTES
               OPEN I-O CLIENTES-END
               OPEN I-O CLIENTES-MORTO
                 IF MORTO-STATUS = 35 THEN
                     OPEN OUTPUT CLIENTES-MORTO
                     CLOSE CLIENTES-MORTO OPEN I-O CLIENTES-MORTO
                 END-IF
               OPEN I-O CLIENTES-END-MORTO
                 IF MORTOEND-STATUS = 35 THEN
                     OPEN OUTPUT CLIENTES-END-MORTO
                     CLOSE CLIENTES-END-MORTO
                     OPEN I-O CLIENTES-END-MORTO
                 END-IF
               IF CLIENTES-STATUS NOT = 0 OR CLIEND-STATUS NOT = 0 OR
                       MORTO-STATUS NOT = 0 OR MORTOEND-STATUS NOT = 0
                   MOVE 'ERRO AO ABRIR A BASE RECARREGADA'
                       TO RELATO-REG
                   WRITE RELATO-REG
                   SET RECUP-ABORTADA TO TRUE
               ELSE
                   MOVE 'N' TO WRK-FIM-JRN
                   READ CLIENTES-JRN
                     AT END
                       SET FIM-JRN TO TRUE
                   END-READ
                   PERFORM 2100-TRATA-IMAGEM UNTIL FIM-JRN
               END-IF
               CLOSE CLIENTES
               CLOSE CLIENTES-END
               CLOSE CLIENTES-MORTO
               CLOSE CLIENTES-END-MORTO
               CLOSE CLIENTES-JRN
           END-IF.

       2100-TRATA-IMAGEM.
           ADD 1 TO WRK-QT-LIDOS.
           PERFORM 2150-CLASSIFICA-IMAGEM.
           EVALUATE TRUE
           WHEN IMAGEM-ANTERIOR
               ADD 1 TO WRK-QT-ANTERIORES
           WHEN IMAGEM-POSTERIOR
               ADD 1 TO WRK-QT-POSTERIORES
           WHEN OTHER
               PERFORM 2200-APLICA-IMAGEM
           END-EVALUATE.
           READ CLIENTES-JRN
             AT END
               SET FIM-JRN TO TRUE
           END-READ.

       2150-CLASSIFICA-IMAGEM.
      *    ANTERIOR = JA CONTIDA NO BACKUP; POSTERIOR = DEPOIS DO
      *    PONTO DE PARADA; O RESTO E REAPLICADO.
           EVALUATE TRUE
           WHEN JRN-DATAHORA NOT > WRK-BKP-DATAHORA
               SET IMAGEM-ANTERIOR TO TRUE
           WHEN WRK-LIMITE NOT = 0 AND
                   JRN-DATAHORA(1:12) > WRK-LIMITE
               SET IMAGEM-POSTERIOR TO TRUE
           WHEN OTHER
               SET IMAGEM-APLICAR TO TRUE
           END-EVALUATE.

       2200-APLICA-IMAGEM.
      *    A IMAGEM E O REGISTRO COMO FICOU: GRAVACAO E REGRAVACAO
      *    VIRAM "GRAVA OU REGRAVA" PELA CHAVE, E A EXCLUSAO APAGA
      *    PELA CHAVE. ASSIM A REAPLICACAO NAO DEPENDE DE O REGISTRO
      *    EXISTIR OU NAO NO BACKUP.
           MOVE 'N' TO WRK-APLICOU.
           MOVE SPACES TO WRK-MOTIVO.
           EVALUATE TRUE
           WHEN JRN-ARQ-CLIENTES AND JRN-EXCLUSAO
               MOVE JRN-IMAGEM TO CLIENTES-REG
               DELETE CLIENTES
                 INVALID KEY
                   MOVE 'CLIENTE A APAGAR NAO EXISTE' TO WRK-MOTIVO
                 NOT INVALID KEY
                   SET IMAGEM-APLICADA TO TRUE
               END-DELETE
           WHEN JRN-ARQ-CLIENTES AND
                   (JRN-GRAVACAO OR JRN-REGRAVACAO)
               MOVE JRN-IMAGEM TO CLIENTES-REG
               WRITE CLIENTES-REG
                 INVALID KEY
                   REWRITE CLIENTES-REG
                     INVALID KEY
                       MOVE 'CLIENTE NAO REGRAVADO' TO WRK-MOTIVO
                     NOT INVALID KEY
                       SET IMAGEM-APLICADA TO TRUE
                   END-REWRITE
                 NOT INVALID KEY
                   SET IMAGEM-APLICADA TO TRUE
               END-WRITE
           WHEN JRN-ARQ-ENDERECO AND JRN-EXCLUSAO
               MOVE JRN-IMAGEM TO CLIENTES-END-REG
               DELETE CLIENTES-END
                 INVALID KEY
                   MOVE 'ENDERECO A APAGAR NAO EXISTE' TO WRK-MOTIVO
                 NOT INVALID KEY
                   SET IMAGEM-APLICADA TO TRUE
               END-DELETE
           WHEN JRN-ARQ-ENDERECO AND
                   (JRN-GRAVACAO OR JRN-REGRAVACAO)
               MOVE JRN-IMAGEM TO CLIENTES-END-REG
               WRITE CLIENTES-END-REG
                 INVALID KEY
                   REWRITE CLIENTES-END-REG
                     INVALID KEY
                       MOVE 'ENDERECO NAO REGRAVADO' TO WRK-MOTIVO
                     NOT INVALID KEY
                       SET IMAGEM-APLICADA TO TRUE
                   END-REWRITE
                 NOT INVALID KEY
                   SET IMAGEM-APLICADA TO TRUE
               END-WRITE
           WHEN JRN-ARQ-MORTO AND JRN-EXCLUSAO
               MOVE JRN-IMAGEM TO CLIENTES-MORTO-REG
               DELETE CLIENTES-MORTO
                 INVALID KEY
                   MOVE 'ARQUIVADO A APAGAR NAO EXISTE' TO WRK-MOTIVO
                 NOT INVALID KEY
                   SET IMAGEM-APLICADA TO TRUE
               END-DELETE
           WHEN JRN-ARQ-MORTO AND
                   (JRN-GRAVACAO OR JRN-REGRAVACAO)
               MOVE JRN-IMAGEM TO CLIENTES-MORTO-REG
               WRITE CLIENTES-MORTO-REG
                 INVALID KEY
                   REWRITE CLIENTES-MORTO-REG
                     INVALID KEY
                       MOVE 'ARQUIVADO NAO REGRAVADO' TO WRK-MOTIVO
                     NOT INVALID KEY
                       SET IMAGEM-APLICADA TO TRUE
                   END-REWRITE
                 NOT INVALID KEY
                   SET IMAGEM-APLICADA TO TRUE
               END-WRITE
           WHEN JRN-ARQ-MORTOEND AND JRN-EXCLUSAO
               MOVE JRN-IMAGEM TO CLIENTES-END-MORTO-REG
               DELETE CLIENTES-END-MORTO
                 INVALID KEY
                   MOVE 'END. ARQUIVADO NAO EXISTE' TO WRK-MOTIVO
                 NOT INVALID KEY
                   SET IMAGEM-APLICADA TO TRUE
               END-DELETE
           WHEN JRN-ARQ-MORTOEND AND
                   (JRN-GRAVACAO OR JRN-REGRAVACAO)
               MOVE JRN-IMAGEM TO CLIENTES-END-MORTO-REG
               WRITE CLIENTES-END-MORTO-REG
                 INVALID KEY
                   REWRITE CLIENTES-END-MORTO-REG
                     INVALID KEY
                       MOVE 'END. ARQUIVADO NAO REGRAVADO'
                           TO WRK-MOTIVO
                     NOT INVALID KEY
                       SET IMAGEM-APLICADA TO TRUE
                   END-REWRITE
                 NOT INVALID KEY
                   SET IMAGEM-APLICADA TO TRUE
               END-WRITE
           WHEN OTHER
               MOVE 'IMAGEM INVALIDA NO JOURNAL' TO WRK-MOTIVO
           END-EVALUATE.
           PERFORM 2300-CONTA-OPERACAO.
           IF IMAGEM-APLICADA
               ADD 1 TO WRK-QT-APLICADOS
           ELSE
               ADD 1 TO WRK-QT-ERROS
               PERFORM 2900-GRAVA-RELATO-ERRO
           END-IF.

       2300-CONTA-OPERACAO.
      *    AS OPERACOES SAO AS DO LOG (INCLUIR, ALTERAR, EXCLUIR,
      *    FUNDENOV, ARQUIVAR, ANONIMIZ ...); A TABELA E MONTADA NA
      *    ORDEM EM QUE APARECEM. ALEM DE 30 DISTINTAS, AS DEMAIS
      *    ENTRAM NA ULTIMA POSICAO.
           PERFORM VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QT-OPER OR
                     WRK-OPER-NOME(WRK-I) = JRN-OPERACAO
           END-PERFORM.
           IF WRK-I > WRK-QT-OPER
               IF WRK-QT-OPER < 30
                   ADD 1 TO WRK-QT-OPER
                   MOVE WRK-QT-OPER TO WRK-I
                   MOVE JRN-OPERACAO TO WRK-OPER-NOME(WRK-I)
               ELSE
                   MOVE 30 TO WRK-I
                   MOVE 'OUTRAS' TO WRK-OPER-NOME(WRK-I)
               END-IF
           END-IF.
           EVALUATE TRUE
           WHEN NOT IMAGEM-APLICADA
               ADD 1 TO WRK-OPER-ERROS(WRK-I)
           WHEN JRN-GRAVACAO
               ADD 1 TO WRK-OPER-GRAVA(WRK-I)
           WHEN JRN-REGRAVACAO
               ADD 1 TO WRK-OPER-REGRAVA(WRK-I)
           WHEN OTHER
               ADD 1 TO WRK-OPER-APAGA(WRK-I)
           END-EVALUATE.

       2500-DESCARTA-POSTERIORES.
      *    AS IMAGENS DEPOIS DO PONTO DE PARADA NAO FAZEM MAIS PARTE
      *    DA BASE: SAEM DO JOURNAL (GUARDADAS EM CLIENTES-JRN-DESC)
      *    PARA UMA PROXIMA RECUPERACAO SOBRE O MESMO BACKUP NAO AS
      *    REAPLICAR. MESMO CAMINHO DA MASCARA DO LOG: TEMPORARIO E
      *    REGRAVACAO.
           OPEN INPUT CLIENTES-JRN.
           OPEN OUTPUT JRN-TMP.
           OPEN EXTEND JRN-DESC
             IF DESC-STATUS = 35 THEN
                 OPEN OUTPUT JRN-DESC
                 CLOSE JRN-DESC OPEN EXTEND JRN-DESC
             END-IF.
           MOVE 'N' TO WRK-FIM-JRN.
           READ CLIENTES-JRN
             AT END
               SET FIM-JRN TO TRUE
           END-READ.
           PERFORM UNTIL FIM-JRN
               PERFORM 2150-CLASSIFICA-IMAGEM
               IF IMAGEM-POSTERIOR
                   MOVE CLIENTES-JRN-REG TO JRN-DESC-REG
                   WRITE JRN-DESC-REG
               ELSE
                   MOVE CLIENTES-JRN-REG TO JRN-TMP-REG
                   WRITE JRN-TMP-REG
               END-IF
               READ CLIENTES-JRN
                 AT END
                   SET FIM-JRN TO TRUE
               END-READ
           END-PERFORM.
           CLOSE JRN-DESC.
           CLOSE JRN-TMP.
           CLOSE CLIENTES-JRN.
           OPEN OUTPUT CLIENTES-JRN.
           OPEN INPUT JRN-TMP.
           MOVE 'N' TO WRK-FIM-TMP.
           READ JRN-TMP
             AT END
               SET FIM-TMP TO TRUE
           END-READ.
           PERFORM UNTIL FIM-TMP
               MOVE JRN-TMP-REG TO CLIENTES-JRN-REG
               WRITE CLIENTES-JRN-REG
               READ JRN-TMP
                 AT END
                   SET FIM-TMP TO TRUE
               END-READ
           END-PERFORM.
           CLOSE JRN-TMP.
           CLOSE CLIENTES-JRN.
           MOVE 'IMAGENS POSTERIORES MOVIDAS PARA CLIENTES-JRN-DESC'
               TO RELATO-REG.
           WRITE RELATO-REG.

       2800-RECALCULA-CONTROLE.
      *    ULTIMO CODIGO E CONTAGENS REFEITOS SOBRE A BASE
      *    RECUPERADA (O ULTIMO CODIGO NUNCA DESCE).
           INITIALIZE WRK-CONTROLE.
           MOVE 'C' TO WRK-CTL-FUNCAO.
           CALL 'CLIENTES-CTL' USING WRK-CONTROLE
             ON EXCEPTION
               MOVE 8 TO WRK-CTL-RETORNO
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           IF WRK-CTL-RETORNO NOT = 0
               MOVE 'REGISTRO DE CONTROLE NAO RECALCULADO'
                   TO RELATO-REG
               WRITE RELATO-REG
               ADD 1 TO WRK-QT-ERROS
           END-IF.

       2900-GRAVA-RELATO-ERRO.
           MOVE SPACES TO RELATO-REG.
           STRING JRN-DATAHORA DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  JRN-OPERACAO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  JRN-IMAGEM(1:9) DELIMITED SIZE
                  ' - ' DELIMITED SIZE
                  WRK-MOTIVO DELIMITED SIZE
             INTO RELATO-REG
           END-STRING.
           WRITE RELATO-REG.

       3000-FINALIZAR.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           IF RECUP-ABORTADA
               MOVE 'RECUPERACAO ABORTADA - BASE NAO ALTERADA PELO'
                   TO RELATO-REG
               WRITE RELATO-REG
               MOVE 'JOURNAL (VER AS MENSAGENS ACIMA)' TO RELATO-REG
               WRITE RELATO-REG
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'IMAGENS LIDAS...:' TO RELATO-REG
               MOVE WRK-QT-LIDOS TO RELATO-REG(19:07)
               WRITE RELATO-REG
               MOVE 'JA NO BACKUP....:' TO RELATO-REG
               MOVE WRK-QT-ANTERIORES TO RELATO-REG(19:07)
               WRITE RELATO-REG
               MOVE 'REAPLICADAS.....:' TO RELATO-REG
               MOVE WRK-QT-APLICADOS TO RELATO-REG(19:07)
               WRITE RELATO-REG
               MOVE 'APOS A PARADA...:' TO RELATO-REG
               MOVE WRK-QT-POSTERIORES TO RELATO-REG(19:07)
               WRITE RELATO-REG
               MOVE 'COM ERRO........:' TO RELATO-REG
               MOVE WRK-QT-ERROS TO RELATO-REG(19:07)
               WRITE RELATO-REG
               MOVE SPACES TO RELATO-REG
               WRITE RELATO-REG
               MOVE 'OPERACAO  GRAVACAO REGRAVACAO EXCLUSAO   ERROS'
                   TO RELATO-REG
               WRITE RELATO-REG
               PERFORM 3100-LINHA-OPERACAO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-OPER
      *    IMAGEM QUE NAO PODE SER REAPLICADA NAO PARA A RECUPERACAO,
      *    MAS O RETURN-CODE 4 PEDE CONFERENCIA.
               IF WRK-QT-ERROS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE RELATO.
           DISPLAY 'RECUPERACAO ENCERRADA - VER RECUP-RELATO.TXT'.

       3100-LINHA-OPERACAO.
           MOVE SPACES TO RELATO-REG.
           MOVE WRK-OPER-NOME(WRK-I) TO RELATO-REG(1:08).
           MOVE WRK-OPER-GRAVA(WRK-I) TO RELATO-REG(11:07).
           MOVE WRK-OPER-REGRAVA(WRK-I) TO RELATO-REG(22:07).
           MOVE WRK-OPER-APAGA(WRK-I) TO RELATO-REG(31:07).
           MOVE WRK-OPER-ERROS(WRK-I) TO RELATO-REG(41:07).
           WRITE RELATO-REG.
