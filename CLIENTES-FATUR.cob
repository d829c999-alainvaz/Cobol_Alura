       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES-FATUR.
      **********************************************
      * OBJETIVO.: RETORNO DIARIO DO FATURAMENTO.   *
      *   LE CLIENTES-FATUR.TXT (CODIGO DO CLIENTE, *
      *   SITUACAO FINANCEIRA, VALOR EM ABERTO E    *
      *   VENCIMENTO MAIS ANTIGO) E MANTEM O        *
      *   ARQUIVO DE SITUACAO FINANCEIRA            *
      *   CLIENTES-FIN.DAT, CHAVE PELO CODIGO,      *
      *   CONSULTADO PELAS TELAS DE CLIENTES E      *
      *   PELO BLOQUEIO DE EXCLUSAO, PURGA E        *
      *   ANONIMIZACAO DE QUEM TEM SALDO. CODIGO    *
      *   QUE NAO EXISTE EM CLIENTES.DAT E LINHA    *
      *   MAL FORMADA SAEM NO RELATORIO DE          *
      *   CRITICAS (FATUR-CRITICA.TXT).             *
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

           SELECT CLIENTES-FIN ASSIGN USING WRK-ARQ-FIN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FIN-STATUS
             RECORD KEY IS FIN-CHAVE.

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

       FD CLIENTES-FIN.
       01 CLIENTES-FIN-REG.
           05 FIN-CHAVE.
               10 FIN-CODIGO    PIC 9(07).
           05 FIN-SITUACAO      PIC X(01).
               88 FIN-EM-DIA        VALUE 'D'.
               88 FIN-ATRASO        VALUE 'A'.
               88 FIN-INADIMPLENTE  VALUE 'I'.
               88 FIN-BLOQUEADO     VALUE 'B'.
           05 FIN-VALOR-ABERTO  PIC 9(09)V99.
           05 FIN-DT-VENCTO     PIC 9(08).
           05 FIN-DT-ATUALIZA   PIC 9(08).

       FD ENTRADA.
       01 ENTRADA-REG.
           05 ENTRADA-CODIGO    PIC 9(07).
           05 ENTRADA-SITUACAO  PIC X(01).
               88 ENTRADA-SITUACAO-OK VALUE 'D' 'A' 'I' 'B'.
           05 ENTRADA-VALOR     PIC 9(09)V99.
           05 ENTRADA-VENCTO    PIC 9(08).

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
       77 WRK-ARQ-FIN         PIC X(60) VALUE SPACES.
       77 WRK-ARQ-ENTRADA     PIC X(60) VALUE SPACES.
       77 WRK-ARQ-RELATO      PIC X(60) VALUE SPACES.

       77 CLIENTES-STATUS  PIC 9(02).
       77 FIN-STATUS       PIC 9(02).
       77 ENTRADA-STATUS   PIC 9(02).
       77 WRK-FIM-ENTRADA  PIC X(01) VALUE 'N'.
           88 FIM-ENTRADA     VALUE 'S'.
       77 WRK-QT-LIDOS      PIC 9(05) VALUE 0.
       77 WRK-QT-INCLUIDOS  PIC 9(05) VALUE 0.
       77 WRK-QT-ATUALIZADOS PIC 9(05) VALUE 0.
       77 WRK-QT-CRITICAS   PIC 9(05) VALUE 0.
       77 WRK-QT-COM-SALDO  PIC 9(05) VALUE 0.
       77 WRK-MOTIVO        PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE 0.
       77 WRK-VALOR-ED      PIC ZZZ,ZZZ,ZZ9.99.

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
           MOVE SPACES TO WRK-ARQ-FIN.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES-FIN.DAT' DELIMITED SIZE
             INTO WRK-ARQ-FIN
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ENTRADA.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES-FATUR.TXT' DELIMITED SIZE
             INTO WRK-ARQ-ENTRADA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RELATO.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'FATUR-CRITICA.TXT' DELIMITED SIZE
             INTO WRK-ARQ-RELATO
           END-STRING.

       1000-INICIAR.
           PERFORM 0900-LER-PARAMETROS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
      *    CLIENTES.DAT SO E LIDO, PARA CONFERIR SE O CODIGO EXISTE.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR CLIENTES.DAT - STATUS '
                   CLIENTES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CLIENTES-FIN
             IF FIN-STATUS = 35 THEN
                 OPEN OUTPUT CLIENTES-FIN
                 CLOSE CLIENTES-FIN OPEN I-O CLIENTES-FIN
             END-IF.
           IF FIN-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR CLIENTES-FIN.DAT - STATUS '
                   FIN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATO.
           MOVE 'CRITICAS DO RETORNO DO FATURAMENTO' TO RELATO-REG.
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
      *    SEM O ARQUIVO DO DIA A SITUACAO ANTERIOR CONTINUA VALENDO:
      *    AVISA NO RELATORIO E ENCERRA SEM TOCAR EM CLIENTES-FIN.
               MOVE 'ARQUIVO DO FATURAMENTO NAO ENCONTRADO'
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
           EVALUATE TRUE
           WHEN ENTRADA-CODIGO NOT NUMERIC
           WHEN ENTRADA-CODIGO = 0
               MOVE 'CODIGO INVALIDO' TO WRK-MOTIVO
               PERFORM 2900-GRAVA-CRITICA
           WHEN NOT ENTRADA-SITUACAO-OK
               MOVE 'SITUACAO INVALIDA' TO WRK-MOTIVO
               PERFORM 2900-GRAVA-CRITICA
           WHEN ENTRADA-VALOR NOT NUMERIC
           WHEN ENTRADA-VENCTO NOT NUMERIC
               MOVE 'VALOR OU VENCIMENTO INVALIDO' TO WRK-MOTIVO
               PERFORM 2900-GRAVA-CRITICA
           WHEN OTHER
               MOVE ENTRADA-CODIGO TO CLIENTES-CODIGO
               READ CLIENTES
                 INVALID KEY
                   MOVE 'CODIGO NAO EXISTE EM CLIENTES' TO WRK-MOTIVO
                   PERFORM 2900-GRAVA-CRITICA
                 NOT INVALID KEY
                   PERFORM 2100-ATUALIZA-SITUACAO
               END-READ
           END-EVALUATE.
           READ ENTRADA
             AT END
               SET FIM-ENTRADA TO TRUE
           END-READ.

       2100-ATUALIZA-SITUACAO.
      *    O ARQUIVO DO DIA TRAZ A SITUACAO COMPLETA DE CADA CODIGO
      *    ENVIADO: O QUE JA EXISTIA E SUBSTITUIDO, O RESTO INCLUIDO.
      *    CODIGO QUE NAO VEIO MANTEM A ULTIMA SITUACAO RECEBIDA.
           MOVE ENTRADA-CODIGO TO FIN-CODIGO.
           READ CLIENTES-FIN
             INVALID KEY
               PERFORM 2110-MONTA-SITUACAO
               WRITE CLIENTES-FIN-REG
                 INVALID KEY
                   MOVE 'ERRO AO GRAVAR CLIENTES-FIN' TO WRK-MOTIVO
                   PERFORM 2900-GRAVA-CRITICA
                 NOT INVALID KEY
                   ADD 1 TO WRK-QT-INCLUIDOS
               END-WRITE
             NOT INVALID KEY
               PERFORM 2110-MONTA-SITUACAO
               REWRITE CLIENTES-FIN-REG
                 INVALID KEY
                   MOVE 'ERRO AO REGRAVAR CLIENTES-FIN' TO WRK-MOTIVO
                   PERFORM 2900-GRAVA-CRITICA
                 NOT INVALID KEY
                   ADD 1 TO WRK-QT-ATUALIZADOS
               END-REWRITE
           END-READ.
           IF FIN-VALOR-ABERTO > 0
               ADD 1 TO WRK-QT-COM-SALDO
           END-IF.

       2110-MONTA-SITUACAO.
           MOVE ENTRADA-CODIGO TO FIN-CODIGO.
           MOVE ENTRADA-SITUACAO TO FIN-SITUACAO.
           MOVE ENTRADA-VALOR TO FIN-VALOR-ABERTO.
           MOVE ENTRADA-VENCTO TO FIN-DT-VENCTO.
           MOVE WRK-DATA-HOJE TO FIN-DT-ATUALIZA.

       2900-GRAVA-CRITICA.
           ADD 1 TO WRK-QT-CRITICAS.
           MOVE 0 TO WRK-VALOR-ED.
           IF ENTRADA-VALOR NUMERIC
               MOVE ENTRADA-VALOR TO WRK-VALOR-ED
           END-IF.
           MOVE SPACES TO RELATO-REG.
           STRING 'CRITICA ' DELIMITED SIZE
                  ENTRADA-CODIGO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ENTRADA-SITUACAO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WRK-VALOR-ED DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ENTRADA-VENCTO DELIMITED SIZE
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
           MOVE 'COM SALDO.......:' TO RELATO-REG.
           MOVE WRK-QT-COM-SALDO TO RELATO-REG(19:05).
           WRITE RELATO-REG.
           MOVE 'TOTAL CRITICA...:' TO RELATO-REG.
           MOVE WRK-QT-CRITICAS TO RELATO-REG(19:05).
           WRITE RELATO-REG.
           CLOSE CLIENTES.
           CLOSE CLIENTES-FIN.
           CLOSE ENTRADA.
           CLOSE RELATO.
      *    CRITICA NAO E ERRO FATAL, MAS O RETURN-CODE 4 AVISA A
      *    ROTINA NOTURNA DE QUE HA REGISTROS A CONFERIR.
           IF WRK-QT-CRITICAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
