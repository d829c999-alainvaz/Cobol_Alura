      *   (ENDERECOS/CONTATOS) E RODAPE COM         *
      *   CONTAGEM E SOMA DE CONTROLE DOS FONES DE  *
      *   CADA ARQUIVO; A RECARGA (R) RECONSTROI OS *
      *   ARQUIVOS, RECRIANDO OS INDICES; A         *
      *   VERIFICACAO (V) CONFERE BACKUP E ARQUIVOS *
      *   E RECUSA ENCERRAR BEM SE AS CONTAGENS OU  *
      *   SOMAS NAO FECHAREM.                       *
      *   CLIENTES-NOTURNO CHAMA COM U); SEM        *
      *   PARAMETRO CONTINUA VINDO DO CONSOLE.      *
      *   ENCERRAMENTO POR GOBACK.                  *
      * 15/10/2026 - APOS UMA RECARGA (R) CONFERIDA *
      *   O REGISTRO DE CONTROLE (CLIENTES-CTL) E   *
      *   RECALCULADO SOBRE A BASE RECARREGADA:     *
      *   ULTIMO CODIGO (QUE NUNCA DESCE) E         *
      *   CONTAGENS DE ATIVOS E INATIVOS.           *
      * 15/10/2026 - REGISTRO DE ENDERECOS PASSOU A *
      *   TER O ENDERECO EM CAMPOS (LOGRADOURO A    *
      *   CEP); DETALHE DO BACKUP ACOMPANHOU O NOVO *
      *   TAMANHO (BACKUPS DO FORMATO ANTERIOR NAO  *
      *   SAO ACEITOS).                             *
      * 15/10/2026 - BACKUP PASSOU A COBRIR TAMBEM  *
      *   O ARQUIVO MORTO DA PURGA                  *
      *   (CLIENTES-MORTO.DAT E                     *
      *   CLIENTES-END-MORTO.DAT, DETALHES M E N +  *
      *   CONTAGEM E SOMA PROPRIAS NO RODAPE): A    *
      *   RECARGA DEVOLVE BASE E MORTO AO MESMO     *
      *   PONTO. BACKUPS DO FORMATO ANTERIOR NAO    *
      *   SAO ACEITOS.                              *
      **********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             FILE STATUS IS CLIEND-STATUS
             RECORD KEY IS END-CHAVE.

      *    ARQUIVO MORTO DA PURGA: VAI NO MESMO BACKUP PARA A BASE
      *    E O MORTO VOLTAREM AO MESMO PONTO NA RECARGA.
           SELECT CLIENTES-MORTO ASSIGN TO 'C:\COBOL\CLIENTES-MORTO.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS MORTO-STATUS
             RECORD KEY IS MORTO-CHAVE
             ALTERNATE RECORD KEY IS MORTO-FONE
                 WITH DUPLICATES
             ALTERNATE RECORD KEY IS MORTO-CPFCNPJ
                 WITH DUPLICATES.

           SELECT CLIENTES-END-MORTO
               ASSIGN TO 'C:\COBOL\CLIENTES-END-MORTO.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS MORTOEND-STATUS
             RECORD KEY IS MORTOEND-CHAVE.

           SELECT CLIENTES-BKP ASSIGN TO 'C:\COBOL\CLIENTES-BKP.SEQ'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS BKP-STATUS.
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
               88 BKP-CABECALHO    VALUE 'H'.
               88 BKP-DETALHE      VALUE 'D'.
               88 BKP-DETALHE-END  VALUE 'E'.
               88 BKP-DETALHE-MORTO VALUE 'M'.
               88 BKP-DETALHE-MEND VALUE 'N'.
               88 BKP-RODAPE       VALUE 'T'.
           05 BKP-DADOS         PIC X(146).

      * SECAO DE VARIAVEIS
       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS  PIC 9(02).
       77 CLIEND-STATUS    PIC 9(02).
       77 BKP-STATUS       PIC 9(02).
       77 MORTO-STATUS     PIC 9(02).
       77 MORTOEND-STATUS  PIC 9(02).
       77 WRK-MODO         PIC X(01) VALUE SPACE.
       77 WRK-QT-REG       PIC 9(09) VALUE 0.
       77 WRK-HASH-FONE    PIC 9(15) VALUE 0.
       77 WRK-HASH-ARQ     PIC 9(15) VALUE 0.
       77 WRK-QT-ARQEND    PIC 9(09) VALUE 0.
       77 WRK-HASH-ARQEND  PIC 9(15) VALUE 0.
       77 WRK-QT-MORTO     PIC 9(09) VALUE 0.
       77 WRK-HASH-MORTO   PIC 9(15) VALUE 0.
       77 WRK-QT-MEND      PIC 9(09) VALUE 0.
       77 WRK-HASH-MEND    PIC 9(15) VALUE 0.
       77 WRK-QT-ARQMORTO  PIC 9(09) VALUE 0.
       77 WRK-HASH-ARQMORTO PIC 9(15) VALUE 0.
       77 WRK-QT-ARQMEND   PIC 9(09) VALUE 0.
       77 WRK-HASH-ARQMEND PIC 9(15) VALUE 0.
       77 WRK-FIM-BKP      PIC X(01) VALUE 'N'.
           88 FIM-BKP         VALUE 'S'.
       77 WRK-TEM-RODAPE   PIC X(01) VALUE 'N'.
           05 WRK-ROD-HASH      PIC 9(15) VALUE 0.
           05 WRK-ROD-QTEND     PIC 9(09) VALUE 0.
           05 WRK-ROD-HASHEND   PIC 9(15) VALUE 0.
           05 WRK-ROD-QTMORTO   PIC 9(09) VALUE 0.
           05 WRK-ROD-HASHMORTO PIC 9(15) VALUE 0.
           05 WRK-ROD-QTMEND    PIC 9(09) VALUE 0.
           05 WRK-ROD-HASHMEND  PIC 9(15) VALUE 0.

      * SECAO DO REGISTRO DE CONTROLE (AREA DE CHAMADA DE
      * CLIENTES-CTL)
       01 WRK-CONTROLE.
           05 WRK-CTL-FUNCAO    PIC X(01).
           05 WRK-CTL-CODIGO    PIC 9(07).
           05 WRK-CTL-ATIVOS    PIC S9(07).
           05 WRK-CTL-INATIVOS  PIC S9(07).
           05 WRK-CTL-RETORNO   PIC 9(02).

       LINKAGE SECTION.
       01 LNK-MODO             PIC X(01).
                   END-PERFORM
               END-START
               PERFORM 2150-DESCARREGA-ENDERECOS
               PERFORM 2160-DESCARREGA-MORTO
               PERFORM 2200-GRAVA-RODAPE
               CLOSE CLIENTES
               CLOSE CLIENTES-BKP
               DISPLAY 'SOMA DOS CODIGOS: ' WRK-HASH-FONE
               DISPLAY 'ENDERECOS.......: ' WRK-QT-END
               DISPLAY 'SOMA ENDERECOS..: ' WRK-HASH-END
               DISPLAY 'ARQUIVADOS......: ' WRK-QT-MORTO
               DISPLAY 'SOMA ARQUIVADOS.: ' WRK-HASH-MORTO
               DISPLAY 'END. ARQUIVADOS.: ' WRK-QT-MEND
               DISPLAY 'SOMA END. ARQ...: ' WRK-HASH-MEND
           END-IF.

       2150-DESCARREGA-ENDERECOS.
               CLOSE CLIENTES-END
           END-IF.

       2160-DESCARREGA-MORTO.
      *    SEM ARQUIVO MORTO (NENHUMA PURGA AINDA) O BACKUP SAI SEM
      *    DETALHES M E N, COM CONTAGEM ZERO NO RODAPE.
           OPEN INPUT CLIENTES-MORTO.
           IF MORTO-STATUS NOT = 0
               DISPLAY 'CLIENTES-MORTO.DAT AUSENTE - SEM ARQUIVADOS'
           ELSE
               MOVE LOW-VALUES TO MORTO-CHAVE
               START CLIENTES-MORTO KEY IS GREATER THAN OR EQUAL
                   TO MORTO-CHAVE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   READ CLIENTES-MORTO NEXT
                   PERFORM UNTIL MORTO-STATUS NOT = 0
                       ADD 1 TO WRK-QT-MORTO
                       ADD MORTO-CODIGO TO WRK-HASH-MORTO
                       MOVE 'M' TO BKP-TIPO
                       MOVE SPACES TO BKP-DADOS
                       MOVE CLIENTES-MORTO-REG TO BKP-DADOS
                       WRITE BKP-REG
                       READ CLIENTES-MORTO NEXT
                   END-PERFORM
               END-START
               CLOSE CLIENTES-MORTO
           END-IF.
           OPEN INPUT CLIENTES-END-MORTO.
           IF MORTOEND-STATUS NOT = 0
               DISPLAY 'CLIENTES-END-MORTO.DAT AUSENTE - SEM END. ARQ.'
           ELSE
               MOVE LOW-VALUES TO MORTOEND-CHAVE
               START CLIENTES-END-MORTO KEY IS GREATER THAN OR EQUAL
                   TO MORTOEND-CHAVE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   READ CLIENTES-END-MORTO NEXT
                   PERFORM UNTIL MORTOEND-STATUS NOT = 0
                       ADD 1 TO WRK-QT-MEND
                       ADD MORTOEND-CODIGO TO WRK-HASH-MEND
                       MOVE 'N' TO BKP-TIPO
                       MOVE SPACES TO BKP-DADOS
                       MOVE CLIENTES-END-MORTO-REG TO BKP-DADOS
                       WRITE BKP-REG
                       READ CLIENTES-END-MORTO NEXT
                   END-PERFORM
               END-START
               CLOSE CLIENTES-END-MORTO
           END-IF.

       2100-GRAVA-CABECALHO.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA FROM TIME.
           MOVE WRK-HASH-FONE TO WRK-ROD-HASH.
           MOVE WRK-QT-END TO WRK-ROD-QTEND.
           MOVE WRK-HASH-END TO WRK-ROD-HASHEND.
           MOVE WRK-QT-MORTO TO WRK-ROD-QTMORTO.
           MOVE WRK-HASH-MORTO TO WRK-ROD-HASHMORTO.
           MOVE WRK-QT-MEND TO WRK-ROD-QTMEND.
           MOVE WRK-HASH-MEND TO WRK-ROD-HASHMEND.
           MOVE 'T' TO BKP-TIPO.
           MOVE SPACES TO BKP-DADOS.
           MOVE WRK-RODAPE TO BKP-DADOS.
                   IF WRK-QT-REG NOT = WRK-ROD-QTREG OR
                           WRK-HASH-FONE NOT = WRK-ROD-HASH OR
                           WRK-QT-END NOT = WRK-ROD-QTEND OR
                           WRK-HASH-END NOT = WRK-ROD-HASHEND OR
                           WRK-QT-MORTO NOT = WRK-ROD-QTMORTO OR
                           WRK-HASH-MORTO NOT = WRK-ROD-HASHMORTO OR
                           WRK-QT-MEND NOT = WRK-ROD-QTMEND OR
                           WRK-HASH-MEND NOT = WRK-ROD-HASHMEND
                       DISPLAY 'BACKUP NAO CONFERE - RECARGA ABORTADA'
                       DISPLAY 'REGISTROS BACKUP..: ' WRK-QT-REG
                       DISPLAY 'REGISTROS RODAPE..: ' WRK-ROD-QTREG
                       DISPLAY 'ENDERECOS RODAPE..: ' WRK-ROD-QTEND
                       DISPLAY 'SOMA END BACKUP...: ' WRK-HASH-END
                       DISPLAY 'SOMA END RODAPE...: ' WRK-ROD-HASHEND
                       DISPLAY 'ARQUIVADOS BACKUP.: ' WRK-QT-MORTO
                       DISPLAY 'ARQUIVADOS RODAPE.: ' WRK-ROD-QTMORTO
                       DISPLAY 'SOMA ARQ BACKUP...: ' WRK-HASH-MORTO
                       DISPLAY 'SOMA ARQ RODAPE...: ' WRK-ROD-HASHMORTO
                       DISPLAY 'END ARQ BACKUP....: ' WRK-QT-MEND
                       DISPLAY 'END ARQ RODAPE....: ' WRK-ROD-QTMEND
                       DISPLAY 'SOMA END ARQ BKP..: ' WRK-HASH-MEND
                       DISPLAY 'SOMA END ARQ ROD..: ' WRK-ROD-HASHMEND
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 3100-EXECUTA-RECARGA
           MOVE 0 TO WRK-HASH-FONE.
           MOVE 0 TO WRK-QT-END.
           MOVE 0 TO WRK-HASH-END.
           MOVE 0 TO WRK-QT-MORTO.
           MOVE 0 TO WRK-HASH-MORTO.
           MOVE 0 TO WRK-QT-MEND.
           MOVE 0 TO WRK-HASH-MEND.
           MOVE 'N' TO WRK-FIM-BKP.
           OPEN INPUT CLIENTES-BKP.
           READ CLIENTES-BKP
               MOVE 8 TO RETURN-CODE
               CLOSE CLIENTES-BKP
           ELSE
      *    OS ARQUIVOS SAO RECRIADOS JUNTOS: RECARREGAR SO O PAI
      *    DEIXARIA ENDERECOS/CONTATOS ORFAOS DE UMA BASE MAIS NOVA
      *    SOB FONES QUE O BACKUP NAO CONHECE, E SEM O MORTO UM
      *    CLIENTE PURGADO OU RESTAURADO DEPOIS DO BACKUP FICARIA NA
      *    BASE E NO MORTO AO MESMO TEMPO, OU EM NENHUM DOS DOIS.
               OPEN OUTPUT CLIENTES
               OPEN OUTPUT CLIENTES-END
               OPEN OUTPUT CLIENTES-MORTO
               OPEN OUTPUT CLIENTES-END-MORTO
               PERFORM 3150-PROCESSA-BACKUP
               CLOSE CLIENTES
               CLOSE CLIENTES-END
               CLOSE CLIENTES-MORTO
               CLOSE CLIENTES-END-MORTO
               CLOSE CLIENTES-BKP
               PERFORM 3200-CONFERE-RECARGA
           END-IF.
                       ADD 1 TO WRK-QT-END
                       ADD END-CODIGO TO WRK-HASH-END
                   END-WRITE
               WHEN BKP-DETALHE-MORTO
                   MOVE BKP-DADOS TO CLIENTES-MORTO-REG
                   WRITE CLIENTES-MORTO-REG
                     INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR ARQUIVADO '
                           MORTO-CODIGO
                     NOT INVALID KEY
                       ADD 1 TO WRK-QT-MORTO
                       ADD MORTO-CODIGO TO WRK-HASH-MORTO
                   END-WRITE
               WHEN BKP-DETALHE-MEND
                   MOVE BKP-DADOS TO CLIENTES-END-MORTO-REG
                   WRITE CLIENTES-END-MORTO-REG
                     INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR END. ARQUIVADO '
                           MORTOEND-CHAVE
                     NOT INVALID KEY
                       ADD 1 TO WRK-QT-MEND
                       ADD MORTOEND-CODIGO TO WRK-HASH-MEND
                   END-WRITE
               WHEN BKP-RODAPE
                   MOVE BKP-DADOS TO WRK-RODAPE
                   SET TEM-RODAPE TO TRUE
               IF WRK-QT-REG NOT = WRK-ROD-QTREG OR
                       WRK-HASH-FONE NOT = WRK-ROD-HASH OR
                       WRK-QT-END NOT = WRK-ROD-QTEND OR
                       WRK-HASH-END NOT = WRK-ROD-HASHEND OR
                       WRK-QT-MORTO NOT = WRK-ROD-QTMORTO OR
                       WRK-HASH-MORTO NOT = WRK-ROD-HASHMORTO OR
                       WRK-QT-MEND NOT = WRK-ROD-QTMEND OR
                       WRK-HASH-MEND NOT = WRK-ROD-HASHMEND
                   DISPLAY 'RECARGA NAO CONFERE COM O RODAPE'
                   DISPLAY 'REGISTROS GRAVADOS: ' WRK-QT-REG
                   DISPLAY 'REGISTROS RODAPE..: ' WRK-ROD-QTREG
                   DISPLAY 'ENDERECOS RODAPE..: ' WRK-ROD-QTEND
                   DISPLAY 'SOMA END GRAVADA..: ' WRK-HASH-END
                   DISPLAY 'SOMA END RODAPE...: ' WRK-ROD-HASHEND
                   DISPLAY 'ARQUIVADOS GRAV...: ' WRK-QT-MORTO
                   DISPLAY 'ARQUIVADOS RODAPE.: ' WRK-ROD-QTMORTO
                   DISPLAY 'SOMA ARQ GRAVADA..: ' WRK-HASH-MORTO
                   DISPLAY 'SOMA ARQ RODAPE...: ' WRK-ROD-HASHMORTO
                   DISPLAY 'END ARQ GRAVADOS..: ' WRK-QT-MEND
                   DISPLAY 'END ARQ RODAPE....: ' WRK-ROD-QTMEND
                   DISPLAY 'SOMA END ARQ GRAV.: ' WRK-HASH-MEND
                   DISPLAY 'SOMA END ARQ ROD..: ' WRK-ROD-HASHMEND
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY 'RECARGA CONCLUIDA'
                   DISPLAY 'SOMA DOS CODIGOS: ' WRK-HASH-FONE
                   DISPLAY 'ENDERECOS.......: ' WRK-QT-END
                   DISPLAY 'SOMA ENDERECOS..: ' WRK-HASH-END
                   DISPLAY 'ARQUIVADOS......: ' WRK-QT-MORTO
                   DISPLAY 'SOMA ARQUIVADOS.: ' WRK-HASH-MORTO
                   DISPLAY 'END. ARQUIVADOS.: ' WRK-QT-MEND
                   DISPLAY 'SOMA END. ARQ...: ' WRK-HASH-MEND
                   PERFORM 3300-RECALCULA-CONTROLE
               END-IF
           END-IF.

       3300-RECALCULA-CONTROLE.
      *    A BASE VOLTOU AO PONTO DO BACKUP: AS CONTAGENS DO REGISTRO
      *    DE CONTROLE SAO REFEITAS SOBRE ELA. O ULTIMO CODIGO NAO
      *    DESCE, PARA NAO REPETIR CODIGOS JA ENTREGUES.
           INITIALIZE WRK-CONTROLE.
           MOVE 'C' TO WRK-CTL-FUNCAO.
           CALL 'CLIENTES-CTL' USING WRK-CONTROLE
             ON EXCEPTION
               MOVE 8 TO WRK-CTL-RETORNO
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           IF WRK-CTL-RETORNO NOT = 0
               DISPLAY 'REGISTRO DE CONTROLE NAO RECALCULADO'
               MOVE 4 TO RETURN-CODE
           END-IF.

       4000-VERIFICAR.
           OPEN INPUT CLIENTES-BKP.
           IF BKP-STATUS NOT = 0
                   ADD 1 TO WRK-QT-END
                   MOVE BKP-DADOS TO CLIENTES-END-REG
                   ADD END-CODIGO TO WRK-HASH-END
               WHEN BKP-DETALHE-MORTO
                   ADD 1 TO WRK-QT-MORTO
                   MOVE BKP-DADOS TO CLIENTES-MORTO-REG
                   ADD MORTO-CODIGO TO WRK-HASH-MORTO
               WHEN BKP-DETALHE-MEND
                   ADD 1 TO WRK-QT-MEND
                   MOVE BKP-DADOS TO CLIENTES-END-MORTO-REG
                   ADD MORTOEND-CODIGO TO WRK-HASH-MEND
               WHEN BKP-RODAPE
                   MOVE BKP-DADOS TO WRK-RODAPE
                   SET TEM-RODAPE TO TRUE
               END-START
               CLOSE CLIENTES-END
           END-IF.
           OPEN INPUT CLIENTES-MORTO.
           IF MORTO-STATUS NOT = 0
               DISPLAY 'CLIENTES-MORTO.DAT NAO DISPONIVEL'
               IF WRK-ROD-QTMORTO NOT = 0
                   SET DIVERGE TO TRUE
               END-IF
           ELSE
               MOVE LOW-VALUES TO MORTO-CHAVE
               START CLIENTES-MORTO KEY IS GREATER THAN OR EQUAL
                   TO MORTO-CHAVE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   READ CLIENTES-MORTO NEXT
                   PERFORM UNTIL MORTO-STATUS NOT = 0
                       ADD 1 TO WRK-QT-ARQMORTO
                       ADD MORTO-CODIGO TO WRK-HASH-ARQMORTO
                       READ CLIENTES-MORTO NEXT
                   END-PERFORM
               END-START
               CLOSE CLIENTES-MORTO
           END-IF.
           OPEN INPUT CLIENTES-END-MORTO.
           IF MORTOEND-STATUS NOT = 0
               DISPLAY 'CLIENTES-END-MORTO.DAT NAO DISPONIVEL'
               IF WRK-ROD-QTMEND NOT = 0
                   SET DIVERGE TO TRUE
               END-IF
           ELSE
               MOVE LOW-VALUES TO MORTOEND-CHAVE
               START CLIENTES-END-MORTO KEY IS GREATER THAN OR EQUAL
                   TO MORTOEND-CHAVE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   READ CLIENTES-END-MORTO NEXT
                   PERFORM UNTIL MORTOEND-STATUS NOT = 0
                       ADD 1 TO WRK-QT-ARQMEND
                       ADD MORTOEND-CODIGO TO WRK-HASH-ARQMEND
                       READ CLIENTES-END-MORTO NEXT
                   END-PERFORM
               END-START
               CLOSE CLIENTES-END-MORTO
           END-IF.

       4300-COMPARA-TOTAIS.
           IF NOT TEM-RODAPE
               IF WRK-QT-REG NOT = WRK-ROD-QTREG OR
                       WRK-HASH-FONE NOT = WRK-ROD-HASH OR
                       WRK-QT-END NOT = WRK-ROD-QTEND OR
                       WRK-HASH-END NOT = WRK-ROD-HASHEND OR
                       WRK-QT-MORTO NOT = WRK-ROD-QTMORTO OR
                       WRK-HASH-MORTO NOT = WRK-ROD-HASHMORTO OR
                       WRK-QT-MEND NOT = WRK-ROD-QTMEND OR
                       WRK-HASH-MEND NOT = WRK-ROD-HASHMEND
                   DISPLAY 'BACKUP INTERNO NAO CONFERE COM O RODAPE'
                   SET DIVERGE TO TRUE
               END-IF
               IF WRK-QT-ARQ NOT = WRK-ROD-QTREG OR
                       WRK-HASH-ARQ NOT = WRK-ROD-HASH OR
                       WRK-QT-ARQEND NOT = WRK-ROD-QTEND OR
                       WRK-HASH-ARQEND NOT = WRK-ROD-HASHEND OR
                       WRK-QT-ARQMORTO NOT = WRK-ROD-QTMORTO OR
                       WRK-HASH-ARQMORTO NOT = WRK-ROD-HASHMORTO OR
                       WRK-QT-ARQMEND NOT = WRK-ROD-QTMEND OR
                       WRK-HASH-ARQMEND NOT = WRK-ROD-HASHMEND
                   DISPLAY 'ARQUIVO NAO CONFERE COM O BACKUP'
                   SET DIVERGE TO TRUE
               END-IF
           DISPLAY 'SOMA END BACKUP...: ' WRK-HASH-END.
           DISPLAY 'SOMA END RODAPE...: ' WRK-ROD-HASHEND.
           DISPLAY 'SOMA END ARQUIVO..: ' WRK-HASH-ARQEND.
           DISPLAY 'ARQUIVADOS BACKUP.: ' WRK-QT-MORTO.
           DISPLAY 'ARQUIVADOS RODAPE.: ' WRK-ROD-QTMORTO.
           DISPLAY 'ARQUIVADOS ARQUIVO: ' WRK-QT-ARQMORTO.
           DISPLAY 'SOMA ARQ BACKUP...: ' WRK-HASH-MORTO.
           DISPLAY 'SOMA ARQ RODAPE...: ' WRK-ROD-HASHMORTO.
           DISPLAY 'SOMA ARQ ARQUIVO..: ' WRK-HASH-ARQMORTO.
           DISPLAY 'END ARQ BACKUP....: ' WRK-QT-MEND.
           DISPLAY 'END ARQ RODAPE....: ' WRK-ROD-QTMEND.
           DISPLAY 'END ARQ ARQUIVO...: ' WRK-QT-ARQMEND.
           DISPLAY 'SOMA END ARQ BKP..: ' WRK-HASH-MEND.
           DISPLAY 'SOMA END ARQ ROD..: ' WRK-ROD-HASHMEND.
           DISPLAY 'SOMA END ARQ ARQ..: ' WRK-HASH-ARQMEND.
           IF DIVERGE
               DISPLAY 'VERIFICACAO COM DIVERGENCIA'
               MOVE 8 TO RETURN-CODE
