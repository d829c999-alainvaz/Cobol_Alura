      *   CLIENTES ENTRARAM E SAIRAM NO MES (PELAS  *
      *   DATAS DE INCLUSAO E INATIVACAO), EM TELA  *
      *   PAGINADA E EM EVOLUCAO.TXT.               *
      * 15/10/2026 - REATIVACAO DE CLIENTES (OPCAO  *
      *   L, SO SUPERVISOR): LIMPA A DATA DE        *
      *   INATIVACAO E GRAVA REATIVAR NO LOG. A     *
      *   PURGA (OPCAO 9) DEIXOU DE APAGAR: O       *
      *   REGISTRO E OS ENDERECOS VAO PARA O        *
      *   ARQUIVO MORTO (CLIENTES-MORTO.DAT E       *
      *   CLIENTES-END-MORTO.DAT) COM A DATA DA     *
      *   PURGA E O OPERADOR, E O LOG RECEBE        *
      *   ARQUIVAR. A CONSULTA POR CODIGO, FONE E   *
      *   CPF/CNPJ E A REATIVACAO ACHAM O CLIENTE   *
      *   ARQUIVADO E O SUPERVISOR PODE             *
      *   RESTAURA-LO; O PROXIMO CODIGO CONSIDERA   *
      *   TAMBEM OS ARQUIVADOS, PARA NAO SER        *
      *   REAPROVEITADO.                            *
      * 15/10/2026 - DUPLA APROVACAO: EXCLUSAO (4), *
      *   PURGA (9), FUSAO (G) E ANONIMIZACAO (I)   *
      *   VIRARAM PEDIDOS NO NOVO ARQUIVO           *
      *   CLIENTES-PEND.DAT (QUEM PEDIU, QUANDO,    *
      *   CODIGOS E MOTIVO), EXECUTADOS SO QUANDO   *
      *   OUTRO SUPERVISOR APROVA NA NOVA OPCAO M.  *
      *   PEDIDO NAO DECIDIDO NO PRAZO DE           *
      *   CLIENTES.PRM (PRAZOAPROV, PADRAO 5 DIAS)  *
      *   EXPIRA. O LOG RECEBE SOLICITA, APROVA E   *
      *   REJEITA SOB O OPERADOR DE CADA PONTA E A  *
      *   OPCAO M IMPRIME EM PEDIDOS.TXT OS         *
      *   PENDENTES, EXPIRADOS E REJEITADOS.        *
      * 15/10/2026 - SITUACAO FINANCEIRA DO         *
      *   FATURAMENTO: NOVO ARQUIVO                 *
      *   CLIENTES-FIN.DAT, MANTIDO PELO BATCH      *
      *   CLIENTES-FATUR, MOSTRADO NA CONSULTA POR  *
      *   CODIGO, NA FICHA CADASTRAL E NA FUSAO.    *
      *   PEDIDO DE EXCLUSAO, PURGA OU ANONIMIZACAO *
      *   DE CLIENTE COM SALDO EM ABERTO SO E       *
      *   GRAVADO SE O SUPERVISOR LIBERAR           *
      *   (OCORRENCIA LIBSALDO NO LOG); SEM A       *
      *   LIBERACAO A APROVACAO NAO EXECUTA E A     *
      *   PURGA MANTEM NA BASE OS INATIVOS COM      *
      *   SALDO.                                    *
      * 15/10/2026 - ATENDIMENTOS: NOVO ARQUIVO     *
      *   FILHO CLIENTES-ATD.DAT (CODIGO +          *
      *   SEQUENCIA) COM ABERTURA, OPERADOR, CANAL, *
      *   TIPO, DESCRICAO, SITUACAO E ENCERRAMENTO  *
      *   DE CADA CONTATO DO CLIENTE, MANTIDO NA    *
      *   NOVA OPCAO N (ABRIR, ATUALIZAR E          *
      *   ENCERRAR). A FICHA CADASTRAL LISTA OS     *
      *   ATENDIMENTOS NAO ENCERRADOS E A           *
      *   ANONIMIZACAO MASCARA AS DESCRICOES. O     *
      *   AGING POR PRAZO DE ATENDIMENTO E O BATCH  *
      *   CLIENTES-SLA.                             *
      * 15/10/2026 - REGISTRO DE CONTROLE           *
      *   (CLIENTES-CTL.DAT, MANTIDO PELO           *
      *   SUBPROGRAMA CLIENTES-CTL) COM O ULTIMO    *
      *   CODIGO ATRIBUIDO E AS QUANTIDADES DE      *
      *   ATIVOS E INATIVOS. A VARREDURA DA PARTIDA *
      *   (1300) SAIU: A INCLUSAO TOMA O CODIGO DO  *
      *   REGISTRO NA HORA DE GRAVAR, SEM REPETIR O *
      *   DE OUTRA SESSAO OU DA CARGA, E INCLUSAO,  *
      *   EXCLUSAO, REATIVACAO, RESTAURACAO, FUSAO, *
      *   ANONIMIZACAO E PURGA ATUALIZAM AS         *
      *   CONTAGENS.                                *
      * 15/10/2026 - JOURNAL DE AFTER-IMAGES        *
      *   (CLIENTES-JRN.SEQ): TODA GRAVACAO,        *
      *   REGRAVACAO E EXCLUSAO EM CLIENTES.DAT E   *
      *   CLIENTES-END.DAT (INCLUSAO, ALTERACAO,    *
      *   EXCLUSAO, REATIVACAO, RESTAURACAO, TROCA  *
      *   DE FONE, FUSAO, ENDERECOS, PURGA E        *
      *   ANONIMIZACAO) GRAVA O REGISTRO COMPLETO   *
      *   COM DATA-HORA, OPERADOR, PROGRAMA E       *
      *   OPERACAO, PARA A RECUPERACAO              *
      *   (CLIENTES-RECUP) REFAZER O DIA SOBRE O    *
      *   ULTIMO BACKUP. A ANONIMIZACAO MASCARA     *
      *   TAMBEM AS IMAGENS DO CODIGO NO JOURNAL.   *
      * 15/10/2026 - ENDERECOS ESTRUTURADOS: O TIPO *
      *   E (ENDERECO) DE CLIENTES-END.DAT PASSOU A *
      *   TER LOGRADOURO, NUMERO, COMPLEMENTO,      *
      *   BAIRRO, CIDADE, UF E CEP EM CAMPOS        *
      *   PROPRIOS (CONVERTER O ARQUIVO E O ARQUIVO *
      *   MORTO COM CLIENTES-CONV3); O CONTATO (C)  *
      *   CONTINUA EM TEXTO LIVRE. INCLUSAO E       *
      *   ALTERACAO DE ENDERECO CONFEREM O CEP, A   *
      *   CIDADE E A UF NA TABELA CEP.DAT           *
      *   (CARREGADA PELO CLIENTES-CEP A PARTIR DO  *
      *   ARQUIVO DOS CORREIOS), COMPLETANDO OS     *
      *   CAMPOS DEIXADOS EM BRANCO. NOVO RELATORIO *
      *   REGIONAL (OPCAO O), EM TELA E EM          *
      *   REGIONAL.TXT: CLIENTES ATIVOS POR UF E    *
      *   CIDADE DO PRIMEIRO ENDERECO, COM PESSOA   *
      *   FISICA X JURIDICA E ABERTURA POR          *
      *   CATEGORIA.                                *
      * 15/10/2026 - GRUPOS ECONOMICOS PELA RAIZ DO *
      *   CNPJ (8 PRIMEIROS DIGITOS): CONSULTA PELO *
      *   MODO G (CODIGO DE QUALQUER MEMBRO OU      *
      *   CNPJ/RAIZ), GRUPO NA FICHA CADASTRAL E    *
      *   OPCAO P COM O RELATORIO DE GRUPOS         *
      *   (GRUPOS.TXT: MEMBROS, SITUACAO,           *
      *   CATEGORIA, ALERTA DE GRUPO SEM MATRIZ     *
      *   ATIVA OU COM CATEGORIAS DIFERENTES) E A   *
      *   ESCOLHA DO LIDER PELO SUPERVISOR          *
      *   (CLIENTES-GRP.DAT, OCORRENCIA LIDERGRP NO *
      *   LOG). SEM ESCOLHA, O LIDER E A MATRIZ     *
      *   (FILIAL 0001) ATIVA.                      *
      * 15/10/2026 - PURGA E RESTAURACAO PASSARAM A *
      *   GRAVAR NO JOURNAL TAMBEM O ARQUIVO MORTO  *
      *   (CLIENTES-MORTO.DAT E                     *
      *   CLIENTES-END-MORTO.DAT), PARA A           *
      *   RECUPERACAO (CLIENTES-RECUP) REFAZER OS   *
      *   DOIS LADOS.                               *
      * 15/10/2026 - ANONIMIZACAO LGPD ALCANCA O    *
      *   CLIENTE PURGADO: DADOS E ENDERECOS NO     *
      *   ARQUIVO MORTO E AS IMAGENS M E N DO       *
      *   JOURNAL SAO MASCARADOS. RESTAURACAO DO    *
      *   MORTO RECUSA CLIENTE ANONIMIZADO E, SE UM *
      *   ENDERECO FALHAR, O CLIENTE CONTINUA       *
      *   ARQUIVADO.                                *
      * 15/10/2026 - SESSAO NAO ABRE SEM O JOURNAL  *
      *   (CLIENTES-JRN.SEQ). PEDIDO DE FUSAO (G)   *
      *   SO E RECUSADO COMO REPETIDO SE FOR O      *
      *   MESMO PAR DE CODIGOS.                     *
      **********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DOMINIOS-ORD ASSIGN USING WRK-ARQ-DOMORD
             ORGANIZATION IS SEQUENTIAL.

           SELECT REGIONAL ASSIGN USING WRK-ARQ-REGIONAL
             ORGANIZATION IS SEQUENTIAL.

           SELECT WRK-ORD-REGIAO ASSIGN USING WRK-ARQ-WRKREG.

           SELECT REGIAO-ORD ASSIGN USING WRK-ARQ-REGORD
             ORGANIZATION IS SEQUENTIAL.

           SELECT CLIENTES-END ASSIGN USING WRK-ARQ-END
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CAT-STATUS
             RECORD KEY IS CAT-CHAVE.

      *    TABELA DE CEP DOS CORREIOS (CARREGADA PELO CLIENTES-CEP),
      *    SO CONSULTADA.
           SELECT CEPS ASSIGN USING WRK-ARQ-CEP
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CEP-STATUS
             RECORD KEY IS CEP-CHAVE.

           SELECT LOG-IDX ASSIGN USING WRK-ARQ-IDX
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS IDX-STATUS.
           SELECT EVOLUCAO ASSIGN USING WRK-ARQ-EVOLUCAO
             ORGANIZATION IS SEQUENTIAL.

      *    ARQUIVO MORTO DA PURGA: MESMO LAYOUT DE CLIENTES.DAT E
      *    CLIENTES-END.DAT, ACRESCIDO DA DATA E DO OPERADOR DA PURGA
      *    NO REGISTRO PAI, PARA O CLIENTE PODER SER RESTAURADO.
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

      *    PEDIDOS DE OPERACOES DESTRUTIVAS (DUPLA APROVACAO) E A
      *    LISTAGEM IMPRESSA DOS PEDIDOS.
           SELECT PEDIDOS ASSIGN USING WRK-ARQ-PEND
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PEND-STATUS
             RECORD KEY IS PEND-CHAVE.

           SELECT PEDIDOS-LST ASSIGN USING WRK-ARQ-PENDLST
             ORGANIZATION IS SEQUENTIAL.

      *    SITUACAO FINANCEIRA RECEBIDA DO FATURAMENTO (GRAVADA PELO
      *    BATCH CLIENTES-FATUR; AQUI SO E LIDA).
           SELECT CLIENTES-FIN ASSIGN USING WRK-ARQ-FIN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FIN-STATUS
             RECORD KEY IS FIN-CHAVE.

      *    ATENDIMENTOS (CONTATOS DO CLIENTE), FILHO DO CODIGO COMO
      *    CLIENTES-END.DAT.
           SELECT CLIENTES-ATD ASSIGN USING WRK-ARQ-ATD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ATD-STATUS
             RECORD KEY IS ATD-CHAVE.

      *    JOURNAL DE AFTER-IMAGES PARA A RECUPERACAO (CLIENTES-RECUP).
           SELECT CLIENTES-JRN ASSIGN USING WRK-ARQ-JRN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS JRN-STATUS.

           SELECT JRN-TMP ASSIGN USING WRK-ARQ-JRNTMP
             ORGANIZATION IS SEQUENTIAL.

      *    LIDER DOS GRUPOS ECONOMICOS (RAIZ DO CNPJ) ESCOLHIDO PELO
      *    SUPERVISOR. GRUPO SEM REGISTRO E LIDERADO PELA MATRIZ.
           SELECT CLIENTES-GRP ASSIGN USING WRK-ARQ-GRP
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS GRP-STATUS
             RECORD KEY IS GRP-CHAVE.

           SELECT GRUPOS ASSIGN USING WRK-ARQ-GRUPOS
             ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
       01 DOMINIOS-ORD-REG.
           05 DOM-DOMINIO       PIC X(40).

       FD REGIONAL.
       01 REGIONAL-REG.
           05 REGIONAL-DADOS    PIC X(94).

       SD WRK-ORD-REGIAO.
       01 SORT-REGIAO-REG.
           05 SORT-RG-UF        PIC X(02).
           05 SORT-RG-CIDADE    PIC X(30).
           05 SORT-RG-CATEGORIA PIC 9(03).
           05 SORT-RG-TIPODOC   PIC X(01).

       FD REGIAO-ORD.
       01 REGIAO-ORD-REG.
           05 RG-UF             PIC X(02).
           05 RG-CIDADE         PIC X(30).
           05 RG-CATEGORIA      PIC 9(03).
           05 RG-TIPODOC        PIC X(01).

       FD CLIENTES-END.
       01 CLIENTES-END-REG.
           05 END-CHAVE.
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
               10 CAT-CODIGO    PIC 9(03).
           05 CAT-DESCRICAO     PIC X(30).

       FD CEPS.
       01 CEPS-REG.
           05 CEP-CHAVE.
               10 CEP-CODIGO    PIC 9(08).
           05 CEP-LOGRADOURO    PIC X(40).
           05 CEP-BAIRRO        PIC X(30).
           05 CEP-CIDADE        PIC X(30).
           05 CEP-UF            PIC X(02).

       FD LOG-IDX.
       01 LOG-IDX-REG.
           05 IDX-COMPETENCIA   PIC 9(06).
               88 CKP-PENDENTE     VALUE 'P'.
               88 CKP-CONCLUIDO    VALUE 'C'.

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

       FD PEDIDOS.
       01 PEDIDOS-REG.
           05 PEND-CHAVE.
               10 PEND-NUMERO    PIC 9(07).
           05 PEND-OPCAO         PIC X(01).
           05 PEND-CODIGO        PIC 9(07).
           05 PEND-CODIGO-2      PIC 9(07).
           05 PEND-MOTIVO        PIC X(40).
           05 PEND-SOLIC-OPER    PIC 9(04).
           05 PEND-SOLIC-DATAHORA PIC X(16).
           05 PEND-SITUACAO      PIC X(01).
               88 PEND-PENDENTE     VALUE 'P'.
               88 PEND-APROVADO     VALUE 'A'.
               88 PEND-REJEITADO    VALUE 'R'.
               88 PEND-EXPIRADO     VALUE 'E'.
           05 PEND-DECISAO-OPER  PIC 9(04).
           05 PEND-DECISAO-DATAHORA PIC X(16).
           05 PEND-LIBERA-SALDO  PIC X(01).
               88 PEND-SALDO-LIBERADO VALUE 'S'.

       FD PEDIDOS-LST.
       01 PEDIDOS-LST-REG.
           05 PEDLST-DADOS       PIC X(120).

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
           05 JRN-IMAGEM-CLI REDEFINES JRN-IMAGEM.
               10 JRN-CLI-CODIGO   PIC 9(07).
               10 JRN-CLI-FONE     PIC 9(09).
               10 JRN-CLI-NOME     PIC X(30).
               10 JRN-CLI-EMAIL    PIC X(40).
               10 JRN-CLI-CPFCNPJ  PIC X(14).
               10 FILLER           PIC X(100).
           05 JRN-IMAGEM-END REDEFINES JRN-IMAGEM.
               10 JRN-END-CODIGO   PIC 9(07).
               10 JRN-END-SEQ      PIC 9(02).
               10 JRN-END-TIPO     PIC X(01).
               10 JRN-END-DADOS    PIC X(136).
               10 FILLER           PIC X(54).

       FD JRN-TMP.
       01 JRN-TMP-REG           PIC X(250).

       FD CLIENTES-GRP.
       01 CLIENTES-GRP-REG.
           05 GRP-CHAVE.
               10 GRP-RAIZ      PIC X(08).
           05 GRP-LIDER         PIC 9(07).
           05 GRP-DT-ALTERACAO  PIC 9(08).
           05 GRP-OPERADOR      PIC 9(04).

       FD GRUPOS.
       01 GRUPOS-REG.
           05 GRUPOS-DADOS      PIC X(94).

      * SECAO DE VARIAVEIS
       WORKING-STORAGE SECTION.
      * SECAO DE PARAMETROS DE EXECUCAO
       77 WRK-PRM-DIR         PIC X(40) VALUE 'C:\COBOL\'.
       77 WRK-PRM-CKP-INT     PIC 9(04) VALUE 50.
       77 WRK-PRM-PAG-LINHAS  PIC 9(02) VALUE 5.
       77 WRK-PRM-PRAZO-APROV PIC 9(03) VALUE 5.
       77 WRK-PRM-NUM         PIC 9(04) VALUE 0.
       77 WRK-PRM-LARG        PIC 9(01) VALUE 0.
       77 WRK-PRM-TAM         PIC 9(02) COMP VALUE 0.
       77 WRK-ARQ-FICHA       PIC X(60) VALUE SPACES.
       77 WRK-ARQ-SNAP        PIC X(60) VALUE SPACES.
       77 WRK-ARQ-EVOLUCAO    PIC X(60) VALUE SPACES.
       77 WRK-ARQ-MORTO       PIC X(60) VALUE SPACES.
       77 WRK-ARQ-MORTOEND    PIC X(60) VALUE SPACES.
       77 WRK-ARQ-PEND        PIC X(60) VALUE SPACES.
       77 WRK-ARQ-PENDLST     PIC X(60) VALUE SPACES.
       77 WRK-ARQ-FIN         PIC X(60) VALUE SPACES.
       77 WRK-ARQ-ATD         PIC X(60) VALUE SPACES.
       77 WRK-ARQ-JRN         PIC X(60) VALUE SPACES.
       77 WRK-ARQ-JRNTMP      PIC X(60) VALUE SPACES.
       77 WRK-ARQ-CEP         PIC X(60) VALUE SPACES.
       77 WRK-ARQ-REGIONAL    PIC X(60) VALUE SPACES.
       77 WRK-ARQ-WRKREG      PIC X(60) VALUE SPACES.
       77 WRK-ARQ-REGORD      PIC X(60) VALUE SPACES.
       77 WRK-ARQ-GRP         PIC X(60) VALUE SPACES.
       77 WRK-ARQ-GRUPOS      PIC X(60) VALUE SPACES.

      * SECAO DO REGISTRO DE CONTROLE (AREA DE CHAMADA DE
      * CLIENTES-CTL: ULTIMO CODIGO E CONTAGENS DA BASE)
       01 WRK-CONTROLE.
           05 WRK-CTL-FUNCAO    PIC X(01).
           05 WRK-CTL-CODIGO    PIC 9(07).
           05 WRK-CTL-ATIVOS    PIC S9(07).
           05 WRK-CTL-INATIVOS  PIC S9(07).
           05 WRK-CTL-RETORNO   PIC 9(02).

      * SECAO DE TELAS
       77 WRK-OPCAO       PIC X(1).
       77 WRK-HORA         PIC 9(08) VALUE 0.
       77 WRK-DATAHORA     PIC X(16) VALUE SPACES.

      * SECAO DO JOURNAL DE AFTER-IMAGES
       77 JRN-STATUS       PIC 9(02).
       77 WRK-JRN-OPERACAO PIC X(08) VALUE SPACES.
       77 WRK-JRN-ACAO     PIC X(01) VALUE SPACE.
       77 WRK-JRN-DATA     PIC 9(08) VALUE 0.
       77 WRK-JRN-HORA     PIC 9(08) VALUE 0.
       77 WRK-FIM-JRN      PIC X(01) VALUE 'N'.
           88 FIM-JRN         VALUE 'S'.

      * SECAO DE STATUS DO CLIENTE
       77 WRK-ATIVO-DESC   PIC X(08) VALUE SPACES.
       77 WRK-EMAILINV-DESC PIC X(08) VALUE SPACES.
       77 WRK-END-QTD       PIC 9(02) VALUE 0.
       77 WRK-FIM-MIGRA     PIC X(01) VALUE 'N'.
           88 FIM-MIGRA        VALUE 'S'.
       01 WRK-END-GUARDA    PIC X(146).
       01 WRK-END-ESTRUT.
           05 WRK-END-LOGRADOURO  PIC X(40).
           05 WRK-END-NUMERO      PIC X(06).
           05 WRK-END-COMPLEMENTO PIC X(20).
           05 WRK-END-BAIRRO      PIC X(30).
           05 WRK-END-CIDADE      PIC X(30).
           05 WRK-END-UF          PIC X(02).
           05 WRK-END-CEP         PIC 9(08).
       77 WRK-END-LINHA1    PIC X(80) VALUE SPACES.
       77 WRK-END-LINHA2    PIC X(80) VALUE SPACES.
       77 WRK-END-PTR       PIC 9(03) VALUE 0.
       77 CEP-STATUS        PIC 9(02).
       77 WRK-CEP-OK        PIC X(01) VALUE 'N'.
           88 CEP-OK           VALUE 'S'.

      * SECAO DO RELATORIO REGIONAL
       77 WRK-FIM-REG       PIC X(01) VALUE 'N'.
           88 FIM-REG          VALUE 'S'.
       77 WRK-RG-UF-ANT     PIC X(02) VALUE SPACES.
       77 WRK-RG-CID-ANT    PIC X(30) VALUE SPACES.
       77 WRK-RG-CAT-ANT    PIC 9(03) VALUE 0.
       77 WRK-RG-N          PIC 9(01) VALUE 0.
       77 WRK-RG-LINHA      PIC X(94) VALUE SPACES.
       77 WRK-RG-ACHOU      PIC X(01) VALUE 'N'.
           88 RG-ACHOU-ENDERECO VALUE 'S'.
       01 WRK-RG-TOTAIS.
           05 WRK-RG-NIVEL OCCURS 4 TIMES.
               10 WRK-RG-QT-TOTAL  PIC 9(05).
               10 WRK-RG-QT-PF     PIC 9(05).
               10 WRK-RG-QT-PJ     PIC 9(05).
               10 WRK-RG-QT-OUTROS PIC 9(05).

      * SECAO DE GRUPOS ECONOMICOS (RAIZ DO CNPJ)
       77 GRP-STATUS        PIC 9(02).
       77 WRK-GRP-COD-BUSCA PIC 9(07) VALUE 0.
       77 WRK-GRP-RAIZ      PIC X(08) VALUE SPACES.
       77 WRK-GRP-QTD       PIC 9(05) VALUE 0.
       77 WRK-GRP-MATRIZ    PIC 9(07) VALUE 0.
       77 WRK-GRP-LIDER     PIC 9(07) VALUE 0.
       77 WRK-GRP-PROCURA   PIC 9(07) VALUE 0.
       77 WRK-GRP-ORIGEM    PIC X(10) VALUE SPACES.
       77 WRK-GRP-CAT-PRIM  PIC 9(03) VALUE 0.
       77 WRK-GRP-CAT-DIF   PIC X(01) VALUE 'N'.
           88 GRP-CATEGORIAS-DIFERENTES VALUE 'S'.
       77 WRK-GRP-ACAO      PIC X(01) VALUE SPACE.
       77 WRK-GRP-N         PIC 9(03) VALUE 0.
       77 WRK-GRP-ACHOU     PIC X(01) VALUE 'N'.
           88 GRP-ACHOU-MEMBRO VALUE 'S'.
       77 WRK-GRP-GRAVA     PIC X(01) VALUE 'N'.
           88 GRP-GRAVA-RELATORIO VALUE 'S'.
       77 WRK-GRP-LINHA     PIC X(94) VALUE SPACES.
       77 WRK-GRP-QT-GRUPOS     PIC 9(05) VALUE 0.
       77 WRK-GRP-QT-SEM-MATRIZ PIC 9(05) VALUE 0.
       77 WRK-GRP-QT-CAT-DIF    PIC 9(05) VALUE 0.
       01 WRK-GRP-GUARDA-CLI PIC X(129).
       01 WRK-GRP-MEMBROS.
           05 WRK-GRP-MEMBRO OCCURS 200 TIMES.
               10 WRK-GRP-M-CODIGO    PIC 9(07).
               10 WRK-GRP-M-CPFCNPJ   PIC X(14).
               10 WRK-GRP-M-NOME      PIC X(30).
               10 WRK-GRP-M-ATIVO     PIC X(01).
               10 WRK-GRP-M-CATEGORIA PIC 9(03).

      * SECAO DE HISTORICO DO LOG
       77 WRK-HIS-FONE      PIC 9(09) VALUE 0.
       77 WRK-FUSAO-COD-DUP  PIC 9(07) VALUE 0.
       77 WRK-FUSAO-DUP-EMAIL PIC X(40) VALUE SPACES.
       77 WRK-FUSAO-DUP-DOC   PIC X(14) VALUE SPACES.
       77 WRK-FUSAO-OK        PIC X(01) VALUE 'N'.
           88 FUSAO-VALIDA       VALUE 'S'.

      * SECAO DE REATIVACAO E ARQUIVO MORTO
       77 MORTO-STATUS       PIC 9(02).
       77 MORTOEND-STATUS    PIC 9(02).
       77 WRK-REAT-CODIGO    PIC 9(07) VALUE 0.
       77 WRK-MORTO-QTD      PIC 9(05) VALUE 0.
       77 WRK-MORTO-FALHAS   PIC 9(05) VALUE 0.
       77 WRK-REST-FALHA     PIC X(01) VALUE 'N'.
           88 RESTAURACAO-FALHOU VALUE 'S'.

      * SECAO DE DUPLA APROVACAO
       77 PEND-STATUS        PIC 9(02).
       77 WRK-PEND-OPCAO     PIC X(01) VALUE SPACE.
       77 WRK-PEND-CODIGO    PIC 9(07) VALUE 0.
       77 WRK-PEND-CODIGO-2  PIC 9(07) VALUE 0.
       77 WRK-PEND-MOTIVO    PIC X(40) VALUE SPACES.
       77 WRK-PEND-NUMERO    PIC 9(07) VALUE 0.
       77 WRK-PEND-PROX      PIC 9(07) VALUE 1.
       77 WRK-PEND-ACAO      PIC X(01) VALUE SPACE.
       77 WRK-PEND-QTD       PIC 9(05) VALUE 0.
       77 WRK-PEND-DUPLO     PIC X(01) VALUE 'N'.
           88 PEND-JA-EXISTE    VALUE 'S'.
       77 WRK-PEND-EXEC      PIC X(01) VALUE 'N'.
           88 PEND-EXECUTADO    VALUE 'S'.
       77 WRK-PEND-OPC-DESC  PIC X(08) VALUE SPACES.
       77 WRK-PEND-SIT-DESC  PIC X(09) VALUE SPACES.

      * SECAO DE SITUACAO FINANCEIRA
       77 FIN-STATUS         PIC 9(02).
       77 WRK-FIN-CODIGO     PIC 9(07) VALUE 0.
       77 WRK-FIN-SIT-DESC   PIC X(14) VALUE SPACES.
       77 WRK-FIN-VALOR-ED   PIC ZZZ,ZZZ,ZZ9.99.
       77 WRK-FIN-LINHA      PIC X(80) VALUE SPACES.
       77 WRK-FIN-OBS        PIC X(40) VALUE SPACES.
       77 WRK-FIN-QTD        PIC 9(05) VALUE 0.
       77 WRK-FIN-SALDO      PIC X(01) VALUE 'N'.
           88 FIN-COM-SALDO     VALUE 'S'.
       77 WRK-FIN-LIBERA     PIC X(01) VALUE 'N'.
           88 FIN-SALDO-LIBERADO VALUE 'S'.
       77 WRK-FIN-SEGUE      PIC X(01) VALUE 'S'.
           88 FIN-PODE-SEGUIR   VALUE 'S'.

      * SECAO DE ATENDIMENTOS
       77 ATD-STATUS         PIC 9(02).
       77 WRK-ATD-CODIGO     PIC 9(07) VALUE 0.
       77 WRK-ATD-SEQ        PIC 9(03) VALUE 0.
       77 WRK-ATD-CANAL      PIC X(01) VALUE SPACE.
       77 WRK-ATD-TIPO       PIC X(01) VALUE SPACE.
       77 WRK-ATD-DESCRICAO  PIC X(60) VALUE SPACES.
       77 WRK-ATD-ACAO       PIC X(01) VALUE SPACE.
       77 WRK-ATD-QTD        PIC 9(03) VALUE 0.
       77 WRK-ATD-SIT-DESC   PIC X(12) VALUE SPACES.

      * SECAO DE DUPLICIDADE E CONSULTA DE CPF/CNPJ
       77 WRK-DOC-BUSCA      PIC X(14) VALUE SPACES.
           05 LINE 15 COLUMN 40 VALUE 'I - ANONIMIZAR (LGPD)'.
           05 LINE 16 COLUMN 40 VALUE 'J - FICHA CADASTRAL'.
           05 LINE 17 COLUMN 40 VALUE 'K - EVOLUCAO DA BASE'.
           05 LINE 18 COLUMN 40 VALUE 'L - REATIVAR CLIENTE'.
           05 LINE 19 COLUMN 40 VALUE 'M - APROVACOES PENDENTES'.
           05 LINE 20 COLUMN 40 VALUE 'N - ATENDIMENTOS'.
           05 LINE 21 COLUMN 40 VALUE 'O - RELATORIO REGIONAL'.
           05 LINE 16 COLUMN 05 VALUE 'P - GRUPOS ECONOMICOS'.
           05 LINE 21 COLUMN 05 VALUE 'X - SAIR'.
           05 LINE 22 COLUMN 05 VALUE 'OPCAO......:'.
           05 LINE 22 COLUMN 18 USING WRK-OPCAO.
           05 LINE 10 COLUMN 05 VALUE
               'BUSCAR POR (C)ODIGO, (F)ONE, (N)OME, (D)OCUMENTO'.
           05 LINE 11 COLUMN 05 VALUE
               'CA(T)EGORIA OU (G)RUPO ECONOMICO ?'.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-MODOCONSULTA.

       01 TELA-CONSULTA-FONE.
       01 TELA-END-DADOS.
           05 LINE 12 COLUMN 10 VALUE 'TIPO (E/C).. '.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-END-TIPO.

       01 TELA-END-CONTATO.
           05 LINE 13 COLUMN 10 VALUE 'DESCRICAO... '.
           05 COLUMN PLUS 2 PIC X(60) USING WRK-END-DESCRICAO.

       01 TELA-END-ESTRUT.
           05 LINE 13 COLUMN 10 VALUE 'LOGRADOURO.. '.
           05 COLUMN PLUS 2 PIC X(40) USING WRK-END-LOGRADOURO.
           05 COLUMN PLUS 2 VALUE 'NUM.'.
           05 COLUMN PLUS 2 PIC X(06) USING WRK-END-NUMERO.
           05 LINE 14 COLUMN 10 VALUE 'COMPLEMENTO. '.
           05 COLUMN PLUS 2 PIC X(20) USING WRK-END-COMPLEMENTO.
           05 COLUMN PLUS 2 VALUE 'CEP'.
           05 COLUMN PLUS 2 PIC 9(08) USING WRK-END-CEP
               BLANK WHEN ZEROS.
           05 LINE 15 COLUMN 10 VALUE 'BAIRRO...... '.
           05 COLUMN PLUS 2 PIC X(30) USING WRK-END-BAIRRO.
           05 LINE 17 COLUMN 10 VALUE 'CIDADE...... '.
           05 COLUMN PLUS 2 PIC X(30) USING WRK-END-CIDADE.
           05 COLUMN PLUS 2 VALUE 'UF'.
           05 COLUMN PLUS 2 PIC X(02) USING WRK-END-UF.

       01 TELA-HISTORICO.
           05 LINE 08 COLUMN 10 VALUE 'CODIGO (0=TODOS)..............'.
           05 COLUMN PLUS 2 PIC 9(07) USING WRK-HIS-CODIGO
           05 COLUMN PLUS 2 PIC 9(07) USING WRK-ANON-CODIGO
               BLANK WHEN ZEROS.

       01 TELA-RESTAURA.
           05 LINE 18 COLUMN 10 VALUE 'RESTAURAR O CODIGO (0=NAO)..'.
           05 COLUMN PLUS 2 PIC 9(07) USING WRK-REAT-CODIGO
               BLANK WHEN ZEROS.

       01 TELA-MOTIVO.
           05 LINE 18 COLUMN 10 VALUE 'MOTIVO DO PEDIDO.. '.
           05 COLUMN PLUS 2 PIC X(40) USING WRK-PEND-MOTIVO.

       01 TELA-APROV-ACAO.
           05 LINE 15 COLUMN 10
               VALUE '(A)PROVAR (R)EJEITAR (I)MPRIMIR ?'.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-PEND-ACAO.

       01 TELA-APROV-NUM.
           05 LINE 17 COLUMN 10 VALUE 'NUMERO DO PEDIDO.. '.
           05 COLUMN PLUS 2 PIC 9(07) USING WRK-PEND-NUMERO
               BLANK WHEN ZEROS.

       01 TELA-ATD-CLIENTE.
           05 LINE 09 COLUMN 10 VALUE 'CODIGO DO CLIENTE...'.
           05 COLUMN PLUS 2 PIC 9(07) USING WRK-ATD-CODIGO
               BLANK WHEN ZEROS.

       01 TELA-ATD-ACAO.
           05 LINE 15 COLUMN 10
               VALUE '(A)BRIR A(T)UALIZAR (E)NCERRAR ?'.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-ATD-ACAO.

       01 TELA-ATD-SEQ.
           05 LINE 11 COLUMN 10 VALUE 'SEQUENCIA... '.
           05 COLUMN PLUS 2 PIC 9(03) USING WRK-ATD-SEQ
               BLANK WHEN ZEROS.

       01 TELA-ATD-DADOS.
           05 LINE 12 COLUMN 10 VALUE 'CANAL (T/E/P/S) '.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-ATD-CANAL.
           05 COLUMN PLUS 4 VALUE 'TIPO (R/S/C/I) '.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-ATD-TIPO.
           05 LINE 13 COLUMN 10 VALUE 'DESCRICAO... '.
           05 COLUMN PLUS 2 PIC X(60) USING WRK-ATD-DESCRICAO.

       01 TELA-CONSULTA-DOC.
           05 LINE 10 COLUMN 10 VALUE 'CPF/CNPJ (SO NUMEROS)....'.
           05 COLUMN PLUS 2 PIC X(14) USING WRK-DOC-BUSCA.

       01 TELA-CONSULTA-GRUPO.
           05 LINE 10 COLUMN 10 VALUE 'CODIGO DO CLIENTE........'.
           05 COLUMN PLUS 2 PIC 9(07) USING WRK-GRP-COD-BUSCA
               BLANK WHEN ZEROS.
           05 LINE 11 COLUMN 10 VALUE 'OU CNPJ/RAIZ (SO NUMEROS)'.
           05 COLUMN PLUS 2 PIC X(14) USING WRK-DOC-BUSCA.

       01 TELA-GRP-ACAO.
           05 LINE 15 COLUMN 10 VALUE
               '(R)ELATORIO OU (L)IDER DO GRUPO ?'.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-GRP-ACAO.

       01 TELA-GRP-LIDER.
           05 LINE 18 COLUMN 10 VALUE 'NOVO LIDER (0=MATRIZ)..'.
           05 COLUMN PLUS 2 PIC 9(07) USING WRK-GRP-PROCURA.

       01 TELA-CONSULTA-NOME.
           05 LINE 10 COLUMN 10 VALUE 'NOME (INICIO DO NOME)....'.
           05 COLUMN PLUS 2 PIC X(30) USING WRK-NOME-BUSCA.
               ELSE
                   PERFORM 0930-PARAMETRO-INVALIDO
               END-IF
           WHEN 'PRAZOAPROV'
               MOVE 3 TO WRK-PRM-LARG
               PERFORM 0920-CONVERTE-NUMERO
               IF PRM-NUM-OK AND WRK-PRM-NUM NOT = 0
                   MOVE WRK-PRM-NUM TO WRK-PRM-PRAZO-APROV
               ELSE
                   PERFORM 0930-PARAMETRO-INVALIDO
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
                  'EVOLUCAO.TXT' DELIMITED SIZE
             INTO WRK-ARQ-EVOLUCAO
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
           MOVE SPACES TO WRK-ARQ-PEND.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES-PEND.DAT' DELIMITED SIZE
             INTO WRK-ARQ-PEND
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PENDLST.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'PEDIDOS.TXT' DELIMITED SIZE
             INTO WRK-ARQ-PENDLST
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FIN.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES-FIN.DAT' DELIMITED SIZE
             INTO WRK-ARQ-FIN
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ATD.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES-ATD.DAT' DELIMITED SIZE
             INTO WRK-ARQ-ATD
           END-STRING.
           MOVE SPACES TO WRK-ARQ-JRN.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES-JRN.SEQ' DELIMITED SIZE
             INTO WRK-ARQ-JRN
           END-STRING.
           MOVE SPACES TO WRK-ARQ-JRNTMP.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'JRNANON.TMP' DELIMITED SIZE
             INTO WRK-ARQ-JRNTMP
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CEP.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CEP.DAT' DELIMITED SIZE
             INTO WRK-ARQ-CEP
           END-STRING.
           MOVE SPACES TO WRK-ARQ-REGIONAL.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'REGIONAL.TXT' DELIMITED SIZE
             INTO WRK-ARQ-REGIONAL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-WRKREG.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'WRKREG.TMP' DELIMITED SIZE
             INTO WRK-ARQ-WRKREG
           END-STRING.
           MOVE SPACES TO WRK-ARQ-REGORD.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'REGORD.TMP' DELIMITED SIZE
             INTO WRK-ARQ-REGORD
           END-STRING.
           MOVE SPACES TO WRK-ARQ-GRP.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'CLIENTES-GRP.DAT' DELIMITED SIZE
             INTO WRK-ARQ-GRP
           END-STRING.
           MOVE SPACES TO WRK-ARQ-GRUPOS.
           STRING WRK-PRM-DIR DELIMITED BY SPACE
                  'GRUPOS.TXT' DELIMITED SIZE
             INTO WRK-ARQ-GRUPOS
           END-STRING.

       1000-INICIAR.

               DISPLAY 'ARQUIVO NA CHAVE ANTIGA? RODE CLIENTES-CONV2'
               STOP RUN
           END-IF.

           OPEN I-O CLIENTES-MORTO
             IF MORTO-STATUS = 35 THEN
                 OPEN OUTPUT CLIENTES-MORTO
                 CLOSE CLIENTES-MORTO OPEN I-O CLIENTES-MORTO
             END-IF.
           IF MORTO-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR CLIENTES-MORTO.DAT - STATUS '
                   MORTO-STATUS
               STOP RUN
           END-IF.

           OPEN I-O CLIENTES-END-MORTO
             IF MORTOEND-STATUS = 35 THEN
                 OPEN OUTPUT CLIENTES-END-MORTO
                 CLOSE CLIENTES-END-MORTO OPEN I-O CLIENTES-END-MORTO
             END-IF.
           IF MORTOEND-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR CLIENTES-END-MORTO.DAT - STATUS '
                   MORTOEND-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND CLIENTES-LOG
             IF CLILOG-STATUS = 35 THEN
                 CLOSE CLIENTES-LOG OPEN EXTEND CLIENTES-LOG
             END-IF.

           OPEN EXTEND CLIENTES-JRN
             IF JRN-STATUS = 35 THEN
                 OPEN OUTPUT CLIENTES-JRN
                 CLOSE CLIENTES-JRN OPEN EXTEND CLIENTES-JRN
             END-IF.
           IF JRN-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR CLIENTES-JRN.SEQ - STATUS '
                   JRN-STATUS
               STOP RUN
           END-IF.

           OPEN I-O CLIENTES-END
             IF CLIEND-STATUS = 35 THEN
                 OPEN OUTPUT CLIENTES-END
               STOP RUN
           END-IF.

           OPEN I-O PEDIDOS
             IF PEND-STATUS = 35 THEN
                 OPEN OUTPUT PEDIDOS
                 CLOSE PEDIDOS OPEN I-O PEDIDOS
             END-IF.
           IF PEND-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR CLIENTES-PEND.DAT - STATUS '
                   PEND-STATUS
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
               STOP RUN
           END-IF.

           OPEN I-O CLIENTES-ATD
             IF ATD-STATUS = 35 THEN
                 OPEN OUTPUT CLIENTES-ATD
                 CLOSE CLIENTES-ATD OPEN I-O CLIENTES-ATD
             END-IF.
           IF ATD-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR CLIENTES-ATD.DAT - STATUS '
                   ATD-STATUS
               STOP RUN
           END-IF.

           OPEN I-O CLIENTES-GRP
             IF GRP-STATUS = 35 THEN
                 OPEN OUTPUT CLIENTES-GRP
                 CLOSE CLIENTES-GRP OPEN I-O CLIENTES-GRP
             END-IF.
           IF GRP-STATUS NOT = 0
               DISPLAY 'ERRO AO ABRIR CLIENTES-GRP.DAT - STATUS '
                   GRP-STATUS
               STOP RUN
           END-IF.

      *    SEM A TABELA DE CEP A MANUTENCAO SEGUE, MAS NAO ACEITA
      *    ENDERECO (TIPO E) NOVO OU ALTERADO.
           OPEN INPUT CEPS.
           IF CEP-STATUS = 0
               SET CEP-OK TO TRUE
           END-IF.

      *    O TITULO MOSTRA O AMBIENTE ESCOLHIDO, PARA O OPERADOR
      *    SABER SEMPRE SE ESTA EM TESTE OU PRODUCAO.
           MOVE SPACES TO WRK-TITULO.
               END-IF
           END-START.

       2000-PROCESSAR.

           MOVE SPACES TO WRK-MSGERRO CLIENTES-NOME CLIENTES-EMAIL
           END-IF.

       2100-VERIFICA-ACESSO.
      *    EXCLUSAO (4), PURGA (9), TROCA DE FONE (A), MANUTENCAO DE
      *    OPERADORES (F), REATIVACAO (L) E APROVACOES (M) SO PARA
      *    SUPERVISOR;
      *    GRAVACOES (1, 3, C E N) PARA CADASTRO OU SUPERVISOR; O
      *    RESTANTE E LIVRE.
           MOVE 'S' TO WRK-ACESSO-OK.
           EVALUATE WRK-OPCAO
           WHEN '4'
           WHEN 'F'
           WHEN 'G'
           WHEN 'I'
           WHEN 'L'
           WHEN 'M'
               IF NOT OPERADOR-SUPERVISOR
                   MOVE 'N' TO WRK-ACESSO-OK
               END-IF
           WHEN '3'
           WHEN 'C'
           WHEN 'H'
           WHEN 'N'
               IF OPERADOR-CONSULTA
                   MOVE 'N' TO WRK-ACESSO-OK
               END-IF
               PERFORM 9900-FICHA-CADASTRAL
           WHEN 'K'
               PERFORM 9980-EVOLUCAO-BASE
           WHEN 'L'
               PERFORM 4000-REATIVAR-CLIENTE
           WHEN 'M'
               PERFORM 8800-APROVACOES
           WHEN 'N'
               PERFORM 8200-MANTER-ATENDIMENTOS
           WHEN 'O'
               PERFORM 9990-RELATORIO-REGIONAL
           WHEN 'P'
               PERFORM 8300-GRUPOS-ECONOMICOS
           WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'ENTRE COM A OPCAO CORRETA'
       3000-FINALIZAR.
           CLOSE CLIENTES.
           CLOSE CLIENTES-LOG.
           CLOSE CLIENTES-JRN.
           CLOSE CLIENTES-END.
           CLOSE OPERADORES.
           CLOSE CATEGORIAS.
           CLOSE CLIENTES-MORTO.
           CLOSE CLIENTES-END-MORTO.
           CLOSE PEDIDOS.
           CLOSE CLIENTES-FIN.
           CLOSE CLIENTES-ATD.
           CLOSE CLIENTES-GRP.
           IF CEP-OK
               CLOSE CEPS
           END-IF.

       4000-REATIVAR-CLIENTE.
      *    O CLIENTE QUE VOLTA MANTEM O CODIGO, O HISTORICO E OS
      *    ENDERECOS: INATIVO EM CLIENTES.DAT E SO REATIVADO; SE JA
      *    FOI PURGADO, E PROCURADO NO ARQUIVO MORTO E RESTAURADO.
           MOVE 'MODULO - REATIVACAO'   TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           MOVE CLIENTES-CODIGO TO WRK-REAT-CODIGO.
           READ CLIENTES
             INVALID KEY
               PERFORM 4100-PROCURA-ARQUIVO-MORTO
             NOT INVALID KEY
               PERFORM 0100-MONTA-STATUS-DESC
               IF CLIENTES-REG-ATIVO
                   MOVE 'REGISTRO JA ATIVO' TO WRK-MSGERRO
               ELSE
                   DISPLAY SS-DADOS
                   MOVE 'INATIVO. REATIVAR? (S/N)' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       PERFORM 4200-EFETIVA-REATIVACAO
                   ELSE
                       MOVE 'OPERACAO CANCELADA' TO WRK-MSGERRO
                   END-IF
               END-IF
           END-READ.
           ACCEPT MOSTRA-ERRO.

       4100-PROCURA-ARQUIVO-MORTO.
      *    USADO PELA REATIVACAO E PELA CONSULTA: MOSTRA O CLIENTE
      *    ARQUIVADO DE WRK-REAT-CODIGO E, SE O SUPERVISOR CONFIRMAR,
      *    RESTAURA. OS DEMAIS PERFIS SO CONSULTAM.
           MOVE WRK-REAT-CODIGO TO MORTO-CODIGO.
           READ CLIENTES-MORTO
             INVALID KEY
               MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
             NOT INVALID KEY
               MOVE MORTO-DADOS TO CLIENTES-REG
               PERFORM 0100-MONTA-STATUS-DESC
               MOVE 'PURGADO' TO WRK-ATIVO-DESC
               DISPLAY TELA
               DISPLAY TELA-REGISTRO
               DISPLAY 'PURGADO EM ' MORTO-DT-PURGA
                   ' PELO OPERADOR ' MORTO-OPER-PURGA
               MOVE CLIENTES-CODIGO TO WRK-END-CODIGO
               PERFORM 4400-LISTA-END-MORTO
               IF NOT OPERADOR-SUPERVISOR
                   MOVE 'CLIENTE NO ARQUIVO MORTO' TO WRK-MSGERRO
               ELSE
                   MOVE 'PURGADO. RESTAURAR? (S/N)' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       PERFORM 4300-RESTAURA-ARQUIVO-MORTO
                   ELSE
                       MOVE 'OPERACAO CANCELADA' TO WRK-MSGERRO
                   END-IF
               END-IF
           END-READ.

       4200-EFETIVA-REATIVACAO.
      *    O ANONIMIZADO (LGPD) NAO VOLTA: OS DADOS JA NAO SAO DO
      *    CLIENTE. O CPF/CNPJ PODE TER SIDO CADASTRADO EM OUTRO
      *    CODIGO ENQUANTO ESTE ESTAVA INATIVO.
           IF CLIENTES-NOME = 'ANONIMIZADO'
               MOVE 'CLIENTE ANONIMIZADO (LGPD)' TO WRK-MSGERRO
           ELSE
               MOVE CLIENTES-CPFCNPJ TO WRK-DOC-BUSCA
               MOVE CLIENTES-CODIGO TO WRK-DOC-CODIGO
               PERFORM 5200-VERIFICA-DOC-DUPLICADO
               IF DOC-DUPLICADO
                   MOVE 'CPF/CNPJ ATIVO EM OUTRO CODIGO'
                       TO WRK-MSGERRO
               ELSE
                   MOVE CLIENTES-NOME TO WRK-NOME-ANTES
                   MOVE CLIENTES-EMAIL TO WRK-EMAIL-ANTES
                   SET CLIENTES-REG-ATIVO TO TRUE
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE WRK-DATA-HOJE TO CLIENTES-DT-ALTERACAO
                   MOVE 0 TO CLIENTES-DT-INATIVACAO
                   REWRITE CLIENTES-REG
                     INVALID KEY
                       MOVE 'ERRO AO REATIVAR' TO WRK-MSGERRO
                     NOT INVALID KEY
                       MOVE 'REATIVAR' TO WRK-LOG-OPERACAO
                       PERFORM 8900-GRAVA-LOG
                       MOVE 'REATIVAR' TO WRK-JRN-OPERACAO
                       MOVE 'R' TO WRK-JRN-ACAO
                       PERFORM 8920-JOURNAL-CLIENTE
                       MOVE 1 TO WRK-CTL-ATIVOS
                       MOVE -1 TO WRK-CTL-INATIVOS
                       PERFORM 7610-AJUSTA-CONTROLE
                       MOVE 'REGISTRO REATIVADO' TO WRK-MSGERRO
                   END-REWRITE
               END-IF
           END-IF.

       4300-RESTAURA-ARQUIVO-MORTO.
      *    O REGISTRO ARQUIVADO ESTA NA AREA DE CLIENTES-REG. VOLTA
      *    PRIMEIRO O PAI (JA REATIVADO), DEPOIS OS ENDERECOS, E SO
      *    ENTAO SAI DO ARQUIVO MORTO: SE UMA GRAVACAO FALHAR, O PAI
      *    SAI DE NOVO DA BASE E O CLIENTE CONTINUA ARQUIVADO (OS
      *    ENDERECOS JA DEVOLVIDOS FICAM NA BASE, ESPERANDO A
      *    PROXIMA RESTAURACAO).
           IF CLIENTES-NOME = 'ANONIMIZADO'
               MOVE 'CLIENTE ANONIMIZADO (LGPD)' TO WRK-MSGERRO
           ELSE
               MOVE CLIENTES-CPFCNPJ TO WRK-DOC-BUSCA
               MOVE CLIENTES-CODIGO TO WRK-DOC-CODIGO
               PERFORM 5200-VERIFICA-DOC-DUPLICADO
               IF DOC-DUPLICADO
                   MOVE 'CPF/CNPJ ATIVO EM OUTRO CODIGO'
                       TO WRK-MSGERRO
               ELSE
                   PERFORM 4305-DEVOLVE-ARQUIVADO
               END-IF
           END-IF.

       4305-DEVOLVE-ARQUIVADO.
           MOVE CLIENTES-NOME TO WRK-NOME-ANTES.
           MOVE CLIENTES-EMAIL TO WRK-EMAIL-ANTES.
           SET CLIENTES-REG-ATIVO TO TRUE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO CLIENTES-DT-ALTERACAO.
           MOVE 0 TO CLIENTES-DT-INATIVACAO.
           WRITE CLIENTES-REG
             INVALID KEY
               MOVE 'ERRO AO RESTAURAR' TO WRK-MSGERRO
             NOT INVALID KEY
               MOVE 'REATIVAR' TO WRK-JRN-OPERACAO
               MOVE 'G' TO WRK-JRN-ACAO
               PERFORM 8920-JOURNAL-CLIENTE
               MOVE CLIENTES-CODIGO TO WRK-END-CODIGO
               MOVE 'N' TO WRK-REST-FALHA
               MOVE 'N' TO WRK-FIM-MIGRA
               PERFORM 4310-RESTAURA-UM-ENDERECO UNTIL FIM-MIGRA
               IF RESTAURACAO-FALHOU
                   DELETE CLIENTES
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE 'D' TO WRK-JRN-ACAO
                       PERFORM 8920-JOURNAL-CLIENTE
                   END-DELETE
                   MOVE 'ERRO NOS ENDERECOS - ARQUIVADO'
                       TO WRK-MSGERRO
               ELSE
                   MOVE CLIENTES-CODIGO TO MORTO-CODIGO
                   DELETE CLIENTES-MORTO
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE 'D' TO WRK-JRN-ACAO
                       PERFORM 8926-JOURNAL-MORTO
                   END-DELETE
                   MOVE 'REATIVAR' TO WRK-LOG-OPERACAO
                   PERFORM 8900-GRAVA-LOG
                   MOVE 1 TO WRK-CTL-ATIVOS
                   MOVE 0 TO WRK-CTL-INATIVOS
                   PERFORM 7610-AJUSTA-CONTROLE
                   MOVE 'CLIENTE RESTAURADO E REATIVADO'
                       TO WRK-MSGERRO
               END-IF
           END-WRITE.

       4310-RESTAURA-UM-ENDERECO.
      *    MESMO PADRAO DA PURGA: REINICIA A BUSCA A CADA REGISTRO
      *    PARA NAO PERCORRER UM INDICE EM MUTACAO.
           MOVE WRK-END-CODIGO TO MORTOEND-CODIGO.
           MOVE 0 TO MORTOEND-SEQ.
           START CLIENTES-END-MORTO KEY IS GREATER THAN OR EQUAL
               TO MORTOEND-CHAVE
             INVALID KEY
               MOVE 'S' TO WRK-FIM-MIGRA
             NOT INVALID KEY
               READ CLIENTES-END-MORTO NEXT
               IF MORTOEND-STATUS NOT = 0 OR
                       MORTOEND-CODIGO NOT = WRK-END-CODIGO
                   MOVE 'S' TO WRK-FIM-MIGRA
               ELSE
                   MOVE CLIENTES-END-MORTO-REG TO CLIENTES-END-REG
                   WRITE CLIENTES-END-REG
                     INVALID KEY
                       MOVE 'S' TO WRK-FIM-MIGRA
                       MOVE 'S' TO WRK-REST-FALHA
                     NOT INVALID KEY
                       MOVE 'G' TO WRK-JRN-ACAO
                       PERFORM 8925-JOURNAL-ENDERECO
                       DELETE CLIENTES-END-MORTO
                         INVALID KEY
                           MOVE 'S' TO WRK-FIM-MIGRA
                           MOVE 'S' TO WRK-REST-FALHA
                         NOT INVALID KEY
                           MOVE 'D' TO WRK-JRN-ACAO
                           PERFORM 8927-JOURNAL-MORTOEND
                       END-DELETE
                   END-WRITE
               END-IF
           END-START.

       4400-LISTA-END-MORTO.
           MOVE 0 TO WRK-END-QTD.
           MOVE WRK-END-CODIGO TO MORTOEND-CODIGO.
           MOVE 0 TO MORTOEND-SEQ.
           START CLIENTES-END-MORTO KEY IS GREATER THAN OR EQUAL
               TO MORTOEND-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ CLIENTES-END-MORTO NEXT
               PERFORM UNTIL MORTOEND-STATUS NOT = 0 OR
                       MORTOEND-CODIGO NOT = WRK-END-CODIGO
                   MOVE CLIENTES-END-MORTO-REG TO CLIENTES-END-REG
                   PERFORM 8660-MONTA-LINHA-ENDERECO
                   DISPLAY MORTOEND-SEQ ' ' END-TIPO ' ' WRK-END-LINHA1
                   IF WRK-END-LINHA2 NOT = SPACES
                       DISPLAY '     ' WRK-END-LINHA2
                   END-IF
                   ADD 1 TO WRK-END-QTD
                   READ CLIENTES-END-MORTO NEXT
               END-PERFORM
           END-START.
           IF WRK-END-QTD = 0
               DISPLAY 'SEM ENDERECOS/CONTATOS'
           END-IF.

       4500-LISTA-MORTO-POR-FONE.
      *    COMPLEMENTO DA CONSULTA POR FONE: OS ARQUIVADOS DAQUELE
      *    NUMERO SAEM NA MESMA LISTA, MARCADOS COMO PURGADOS.
           MOVE 0 TO WRK-MORTO-QTD.
           MOVE WRK-FONE-BUSCA TO MORTO-FONE.
           START CLIENTES-MORTO KEY IS EQUAL TO MORTO-FONE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ CLIENTES-MORTO NEXT
               PERFORM UNTIL MORTO-STATUS NOT = 0 OR
                       MORTO-FONE NOT = WRK-FONE-BUSCA
                   DISPLAY MORTO-CODIGO ' '
                           MORTO-NOME ' '
                           MORTO-EMAIL ' '
                           'PURGADO'
                   ADD 1 TO WRK-MORTO-QTD
                   READ CLIENTES-MORTO NEXT
               END-PERFORM
           END-START.

       4510-LISTA-MORTO-POR-DOC.
           MOVE 0 TO WRK-MORTO-QTD.
           MOVE WRK-DOC-BUSCA TO MORTO-CPFCNPJ.
           START CLIENTES-MORTO KEY IS EQUAL TO MORTO-CPFCNPJ
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ CLIENTES-MORTO NEXT
               PERFORM UNTIL MORTO-STATUS NOT = 0 OR
                       MORTO-CPFCNPJ NOT = WRK-DOC-BUSCA
                   DISPLAY MORTO-CODIGO ' ' MORTO-FONE ' '
                           MORTO-NOME ' '
                           MORTO-EMAIL ' '
                           'PURGADO'
                   ADD 1 TO WRK-MORTO-QTD
                   READ CLIENTES-MORTO NEXT
               END-PERFORM
           END-START.

       4520-OFERECE-RESTAURACAO.
      *    COM ARQUIVADOS NA LISTA, O SUPERVISOR PODE RESTAURAR UM
      *    DELES DALI MESMO, INFORMANDO O CODIGO (ZERO = NENHUM).
           IF WRK-MORTO-QTD > 0 AND OPERADOR-SUPERVISOR
               MOVE 0 TO WRK-REAT-CODIGO
               ACCEPT TELA-RESTAURA
               IF WRK-REAT-CODIGO NOT = 0
                   PERFORM 4100-PROCURA-ARQUIVO-MORTO
                   ACCEPT MOSTRA-ERRO
               END-IF
           END-IF.

       5000-INCLUIR.
           MOVE 'MODULO - INCLUSAO'   TO WRK-MODULO.
           MOVE SPACES TO CLIENTES-CPFCNPJ.
           SET CLIENTES-REG-ATIVO TO TRUE.
      *    O CODIGO E DO SISTEMA: APARECE PROTEGIDO NA TELA E SO OS
      *    DEMAIS CAMPOS (INCLUSIVE O FONE, QUE AGORA PODE REPETIR
      *    OU FICAR ZERADO) SAO DIGITADOS. ELE SO E TOMADO DO
      *    REGISTRO DE CONTROLE NA HORA DE GRAVAR.
           MOVE 0 TO CLIENTES-CODIGO.
           PERFORM 0100-MONTA-STATUS-DESC.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT SS-DADOS.
           PERFORM 5300-VALIDA-CADASTRO.
           IF WRK-CADASTRO-OK = 'S'
               PERFORM 5100-VALIDA-CPFCNPJ
           END-IF.
           IF WRK-CADASTRO-OK = 'S' AND CPFCNPJ-VALIDO
               MOVE CLIENTES-CPFCNPJ TO WRK-DOC-BUSCA
               MOVE CLIENTES-CODIGO TO WRK-DOC-CODIGO
               PERFORM 5200-VERIFICA-DOC-DUPLICADO
               IF DOC-DUPLICADO
                   MOVE 'CPF/CNPJ JA CADASTRADO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               ELSE
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE WRK-DATA-HOJE TO CLIENTES-DT-INCLUSAO
                   MOVE WRK-DATA-HOJE TO CLIENTES-DT-ALTERACAO
                   MOVE 0 TO CLIENTES-DT-INATIVACAO
                   PERFORM 7600-PROXIMO-CODIGO
                   IF WRK-CTL-RETORNO NOT = 0
                       MOVE 'CONTROLE DE CODIGOS EM ERRO'
                           TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   ELSE
                       MOVE WRK-CTL-CODIGO TO CLIENTES-CODIGO
                       WRITE CLIENTES-REG
                        INVALID KEY
                          MOVE 'JA EXISTE' TO WRK-MSGERRO
                          ACCEPT MOSTRA-ERRO
                        NOT INVALID KEY
                          MOVE 1 TO WRK-CTL-ATIVOS
                          MOVE 0 TO WRK-CTL-INATIVOS
                          PERFORM 7610-AJUSTA-CONTROLE
                          MOVE SPACES TO WRK-NOME-ANTES WRK-EMAIL-ANTES
                          MOVE 'INCLUIR' TO WRK-LOG-OPERACAO
                          PERFORM 8900-GRAVA-LOG
                          MOVE 'INCLUIR' TO WRK-JRN-OPERACAO
                          MOVE 'G' TO WRK-JRN-ACAO
                          PERFORM 8920-JOURNAL-CLIENTE
                          MOVE SPACES TO WRK-MSGERRO
                          STRING 'INCLUIDO COM O CODIGO ' DELIMITED SIZE
                                 CLIENTES-CODIGO DELIMITED SIZE
                            INTO WRK-MSGERRO
                          END-STRING
                          ACCEPT MOSTRA-ERRO
                       END-WRITE
                   END-IF
               END-IF
           ELSE
               ACCEPT MOSTRA-ERRO
           END-IF.

       5100-VALIDA-CPFCNPJ.
           MOVE 'N' TO WRK-CPFCNPJ-OK.
           MOVE CLIENTES-CPFCNPJ TO WRK-CPFCNPJ-VALOR.
           PERFORM VARYING WRK-I FROM 14 BY -1
               UNTIL WRK-I = 0 OR
                     WRK-CPFCNPJ-VALOR(WRK-I:1) NOT = SPACE
           END-PERFORM.
           MOVE WRK-I TO WRK-CPFCNPJ-TAM.
           IF WRK-CPFCNPJ-TAM = 0
               MOVE 'CPF/CNPJ OBRIGATORIO' TO WRK-MSGERRO
           ELSE
               IF WRK-CPFCNPJ-TAM = 11 AND
                       WRK-CPFCNPJ-VALOR(1:11) IS NUMERIC
                   PERFORM 5110-VALIDA-CPF
               ELSE
                   IF WRK-CPFCNPJ-TAM = 14 AND
                           WRK-CPFCNPJ-VALOR IS NUMERIC
                       PERFORM 5120-VALIDA-CNPJ
                   ELSE
                       MOVE 'CPF/CNPJ INVALIDO' TO WRK-MSGERRO
                   END-IF
               END-IF
           END-IF.

       5110-VALIDA-CPF.
      * CONFERE SE TODOS OS DIGITOS SAO IGUAIS (CPF INVALIDO CONHECIDO)
           PERFORM VARYING WRK-I FROM 2 BY 1
               UNTIL WRK-I > 11 OR
                     WRK-CPFCNPJ-DIG(WRK-I) NOT = WRK-CPFCNPJ-DIG(1)
           END-PERFORM.
           IF WRK-I > 11
               MOVE 'CPF INVALIDO' TO WRK-MSGERRO
           ELSE
      * 1O DIGITO VERIFICADOR
               MOVE 0 TO WRK-SOMA
               PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 9
                   COMPUTE WRK-SOMA = WRK-SOMA +
                       WRK-CPFCNPJ-DIG(WRK-I) * (11 - WRK-I)
               END-PERFORM
               COMPUTE WRK-SOMA10 = WRK-SOMA * 10
               DIVIDE WRK-SOMA10 BY 11 GIVING WRK-DIVQ
                   REMAINDER WRK-RESTO
               IF WRK-RESTO > 9
                   MOVE 0 TO WRK-DIG
               ELSE
                   MOVE WRK-RESTO TO WRK-DIG
               END-IF
               IF WRK-DIG NOT = WRK-CPFCNPJ-DIG(10)
                   MOVE 'CPF INVALIDO' TO WRK-MSGERRO
               ELSE
      * 2O DIGITO VERIFICADOR
                   MOVE 0 TO WRK-SOMA
                   PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 10
                       COMPUTE WRK-SOMA = WRK-SOMA +
                           WRK-CPFCNPJ-DIG(WRK-I) * (12 - WRK-I)
                   END-PERFORM
           WHEN 'T'
           WHEN 't'
               PERFORM 6400-CONSULTAR-POR-CATEGORIA
           WHEN 'G'
           WHEN 'g'
               PERFORM 6600-CONSULTAR-POR-GRUPO
           WHEN OTHER
               PERFORM 6500-CONSULTAR-POR-CODIGO
           END-EVALUATE.
           ACCEPT TELA-CONSULTA-FONE.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 0 TO WRK-QTREGISTROS.
           MOVE 0 TO WRK-MORTO-QTD.
           IF WRK-FONE-BUSCA = 0
               MOVE 'DIGITE UM TELEFONE' TO WRK-MSGERRO
           ELSE
                       READ CLIENTES NEXT
                   END-PERFORM
               END-START
               PERFORM 4500-LISTA-MORTO-POR-FONE
               IF WRK-MORTO-QTD > 0
                   ADD WRK-MORTO-QTD TO WRK-QTREGISTROS
                   MOVE 'S' TO WRK-ACHOU
               END-IF
               IF WRK-ACHOU-SIM
                   MOVE 'ENCONTRADOS: ' TO WRK-MSGERRO
                   MOVE WRK-QTREGISTROS TO WRK-MSGERRO(14:05)
               END-IF
           END-IF.
           ACCEPT MOSTRA-ERRO.
           PERFORM 4520-OFERECE-RESTAURACAO.

       6500-CONSULTAR-POR-CODIGO.
      * COLOCANDO DISPLAY NA TELA, OS CAMPOS FICAM PROTEGIDOS, AO
             ACCEPT CHAVE.
              READ CLIENTES
                INVALID KEY
      *    FORA DE CLIENTES.DAT, O CODIGO AINDA PODE ESTAR NO
      *    ARQUIVO MORTO DA PURGA.
                  MOVE CLIENTES-CODIGO TO WRK-REAT-CODIGO
                  PERFORM 4100-PROCURA-ARQUIVO-MORTO
                NOT INVALID KEY
                  PERFORM 0100-MONTA-STATUS-DESC
                  MOVE 'REGISTRO ENCONTRADO!' TO WRK-MSGERRO
                  DISPLAY SS-DADOS
                  MOVE CLIENTES-CODIGO TO WRK-FIN-CODIGO
                  PERFORM 7500-LE-SITUACAO-FIN
                  DISPLAY WRK-FIN-LINHA
                  MOVE CLIENTES-CODIGO TO WRK-END-CODIGO
                  DISPLAY 'ENDERECOS E CONTATOS:'
                  PERFORM 8640-LISTA-ENDERECOS
           ACCEPT TELA-CONSULTA-DOC.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 0 TO WRK-QTREGISTROS.
           MOVE 0 TO WRK-MORTO-QTD.
           IF WRK-DOC-BUSCA = SPACES
               MOVE 'DIGITE UM CPF/CNPJ' TO WRK-MSGERRO
           ELSE
                       READ CLIENTES NEXT
                   END-PERFORM
               END-START
               PERFORM 4510-LISTA-MORTO-POR-DOC
               IF WRK-MORTO-QTD > 0
                   ADD WRK-MORTO-QTD TO WRK-QTREGISTROS
                   MOVE 'S' TO WRK-ACHOU
               END-IF
               IF WRK-ACHOU-SIM
                   MOVE 'ENCONTRADOS: ' TO WRK-MSGERRO
                   MOVE WRK-QTREGISTROS TO WRK-MSGERRO(14:05)
               END-IF
           END-IF.
           ACCEPT MOSTRA-ERRO.
           PERFORM 4520-OFERECE-RESTAURACAO.

       6400-CONSULTAR-POR-CATEGORIA.
           MOVE 0 TO WRK-CAT-BUSCA.
           END-IF.
           ACCEPT MOSTRA-ERRO.

       6600-CONSULTAR-POR-GRUPO.
      *    GRUPO ECONOMICO: TODOS OS CNPJ COM A MESMA RAIZ (8
      *    PRIMEIROS DIGITOS), A PARTIR DO CODIGO DE QUALQUER MEMBRO
      *    OU DO CNPJ/RAIZ DIGITADO.
           DISPLAY TELA.
           MOVE 0 TO WRK-CONTALINHA.
           PERFORM 8350-PEDE-GRUPO.
           IF WRK-GRP-RAIZ NOT = SPACES
               PERFORM 8360-CARREGA-GRUPO
               PERFORM 8370-MOSTRA-GRUPO
           END-IF.
           ACCEPT MOSTRA-ERRO.

       7000-ALTERAR.
           MOVE 'MODULO - ALTERAR'   TO WRK-MODULO.
           MOVE 'N' TO WRK-DOC-DUPLICADO.
                           NOT INVALID KEY
                             MOVE 'ALTERAR' TO WRK-LOG-OPERACAO
                             PERFORM 8900-GRAVA-LOG
                             MOVE 'ALTERAR' TO WRK-JRN-OPERACAO
                             MOVE 'R' TO WRK-JRN-ACAO
                             PERFORM 8920-JOURNAL-CLIENTE
                             MOVE 'REGISTRO ALTERADO!' TO WRK-MSGERRO
                             ACCEPT MOSTRA-ERRO
                         END-REWRITE
                      ACCEPT MOSTRA-ERRO
                  END-IF.

       7500-LE-SITUACAO-FIN.
      *    SITUACAO FINANCEIRA DE WRK-FIN-CODIGO, PRONTA PARA TELA E
      *    FICHA EM WRK-FIN-LINHA. CODIGO QUE O FATURAMENTO NUNCA
      *    MANDOU CONTA COMO SEM SALDO.
           MOVE 'N' TO WRK-FIN-SALDO.
           MOVE WRK-FIN-CODIGO TO FIN-CODIGO.
           READ CLIENTES-FIN
             INVALID KEY
               MOVE SPACE TO FIN-SITUACAO
               MOVE 0 TO FIN-VALOR-ABERTO FIN-DT-VENCTO
                   FIN-DT-ATUALIZA
           END-READ.
           EVALUATE TRUE
           WHEN FIN-EM-DIA
               MOVE 'EM DIA' TO WRK-FIN-SIT-DESC
           WHEN FIN-ATRASO
               MOVE 'EM ATRASO' TO WRK-FIN-SIT-DESC
           WHEN FIN-INADIMPLENTE
               MOVE 'INADIMPLENTE' TO WRK-FIN-SIT-DESC
           WHEN FIN-BLOQUEADO
               MOVE 'BLOQUEADO' TO WRK-FIN-SIT-DESC
           WHEN OTHER
               MOVE 'SEM INFORMACAO' TO WRK-FIN-SIT-DESC
           END-EVALUATE.
           IF FIN-VALOR-ABERTO > 0
               MOVE 'S' TO WRK-FIN-SALDO
           END-IF.
           MOVE FIN-VALOR-ABERTO TO WRK-FIN-VALOR-ED.
           MOVE SPACES TO WRK-FIN-LINHA.
           STRING 'FINANCEIRO: ' DELIMITED SIZE
                  WRK-FIN-SIT-DESC DELIMITED SIZE
                  ' ABERTO ' DELIMITED SIZE
                  WRK-FIN-VALOR-ED DELIMITED SIZE
                  ' VENC ' DELIMITED SIZE
                  FIN-DT-VENCTO DELIMITED SIZE
                  ' EM ' DELIMITED SIZE
                  FIN-DT-ATUALIZA DELIMITED SIZE
             INTO WRK-FIN-LINHA
           END-STRING.

       7520-LIBERA-SALDO.
      *    CLIENTE (NA AREA DO FD) COM SALDO EM ABERTO SO SEGUE PARA
      *    O PEDIDO SE O SUPERVISOR LIBERAR; A LIBERACAO VAI NO
      *    PEDIDO E NO LOG (LIBSALDO, NA 8890).
           MOVE 'N' TO WRK-FIN-LIBERA.
           MOVE 'S' TO WRK-FIN-SEGUE.
           MOVE CLIENTES-CODIGO TO WRK-FIN-CODIGO.
           PERFORM 7500-LE-SITUACAO-FIN.
           IF FIN-COM-SALDO
               DISPLAY WRK-FIN-LINHA
               MOVE SPACES TO WRK-FIN-OBS
               STRING 'SALDO ' DELIMITED SIZE
                      WRK-FIN-VALOR-ED DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WRK-FIN-SIT-DESC DELIMITED SIZE
                 INTO WRK-FIN-OBS
               END-STRING
               PERFORM 7550-CONFIRMA-LIBERACAO
           END-IF.

       7530-LOG-LIBERACAO.
      *    CHAMADA DEPOIS DA OCORRENCIA SOLICITA: O NOME "ANTES" JA
      *    TRAZ O NUMERO DO PEDIDO E O CLIENTE JA ESTA NA AREA DO FD.
           MOVE WRK-FIN-OBS TO WRK-EMAIL-ANTES.
           MOVE 'LIBSALDO' TO WRK-LOG-OPERACAO.
           PERFORM 8900-GRAVA-LOG.

       7540-LIBERA-SALDO-PURGA.
      *    A PURGA VALE PARA TODOS OS INATIVOS: CONTA OS QUE TEM
      *    SALDO E, SE HOUVER, PEDE A LIBERACAO PARA O LOTE INTEIRO.
           MOVE 'N' TO WRK-FIN-LIBERA.
           MOVE 'S' TO WRK-FIN-SEGUE.
           MOVE 0 TO WRK-FIN-QTD.
           MOVE LOW-VALUES TO CLIENTES-CHAVE.
           START CLIENTES KEY IS GREATER THAN OR EQUAL
               TO CLIENTES-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ CLIENTES NEXT
               PERFORM UNTIL CLIENTES-STATUS = 10
                   IF CLIENTES-REG-INATIVO
                       MOVE CLIENTES-CODIGO TO WRK-FIN-CODIGO
                       PERFORM 7500-LE-SITUACAO-FIN
                       IF FIN-COM-SALDO
                           ADD 1 TO WRK-FIN-QTD
                       END-IF
                   END-IF
                   READ CLIENTES NEXT
               END-PERFORM
           END-START.
           IF WRK-FIN-QTD > 0
               DISPLAY 'INATIVOS COM SALDO EM ABERTO: ' WRK-FIN-QTD
               MOVE SPACES TO WRK-FIN-OBS
               STRING 'INATIVOS COM SALDO: ' DELIMITED SIZE
                      WRK-FIN-QTD DELIMITED SIZE
                 INTO WRK-FIN-OBS
               END-STRING
               PERFORM 7550-CONFIRMA-LIBERACAO
               IF NOT FIN-SALDO-LIBERADO
      *    SEM LIBERACAO A PURGA SEGUE, MAS OS INATIVOS COM SALDO
      *    FICAM NA BASE QUANDO O PEDIDO FOR EXECUTADO.
                   MOVE 'S' TO WRK-FIN-SEGUE
                   DISPLAY 'OS INATIVOS COM SALDO FICARAO NA BASE'
               END-IF
           END-IF.

       7550-CONFIRMA-LIBERACAO.
           MOVE 'SALDO EM ABERTO - LIBERA (S/N)' TO WRK-MSGERRO.
           MOVE SPACE TO WRK-TECLA.
           ACCEPT MOSTRA-ERRO.
           IF WRK-TECLA = 'S'
               MOVE 'S' TO WRK-FIN-LIBERA
           ELSE
               MOVE 'N' TO WRK-FIN-SEGUE
               MOVE 'BLOQUEADO: SALDO EM ABERTO' TO WRK-MSGERRO
           END-IF.

       7600-PROXIMO-CODIGO.
      *    O PROXIMO CODIGO VEM DO REGISTRO DE CONTROLE, LIDO COM
      *    BLOQUEIO E REGRAVADO POR CLIENTES-CTL: DUAS SESSOES (OU
      *    UMA SESSAO E A CARGA) NUNCA RECEBEM O MESMO CODIGO. UM
      *    CODIGO TOMADO E NAO GRAVADO SO FICA SEM USO.
           INITIALIZE WRK-CONTROLE.
           MOVE 'P' TO WRK-CTL-FUNCAO.
           CALL 'CLIENTES-CTL' USING WRK-CONTROLE
             ON EXCEPTION
               MOVE 8 TO WRK-CTL-RETORNO
           END-CALL.
           MOVE 0 TO RETURN-CODE.

       7610-AJUSTA-CONTROLE.
      *    SOMA AS VARIACOES (WRK-CTL-ATIVOS/INATIVOS) NAS CONTAGENS
      *    DO REGISTRO DE CONTROLE. FALHA AQUI NAO DESFAZ A OPERACAO
      *    JA GRAVADA: A DIFERENCA APARECE NA CONFERENCIA NOTURNA.
           MOVE 'A' TO WRK-CTL-FUNCAO.
           MOVE 0 TO WRK-CTL-CODIGO.
           CALL 'CLIENTES-CTL' USING WRK-CONTROLE
             ON EXCEPTION
               MOVE 8 TO WRK-CTL-RETORNO
           END-CALL.
           MOVE 0 TO RETURN-CODE.

       8000-EXCLUIR.
      *    A EXCLUSAO NAO E MAIS IMEDIATA: VIRA PEDIDO, EXECUTADO SO
      *    QUANDO OUTRO SUPERVISOR APROVA (OPCAO M, 8010).
           MOVE 'MODULO - EXCLUSAO'   TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           READ CLIENTES
             INVALID KEY
               MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
             NOT INVALID KEY
               PERFORM 0100-MONTA-STATUS-DESC
               IF CLIENTES-REG-INATIVO
                   MOVE 'REGISTRO JA INATIVO' TO WRK-MSGERRO
               ELSE
                   DISPLAY SS-DADOS
                   PERFORM 7520-LIBERA-SALDO
                   IF FIN-PODE-SEGUIR
                       MOVE '4' TO WRK-PEND-OPCAO
                       MOVE CLIENTES-CODIGO TO WRK-PEND-CODIGO
                       MOVE 0 TO WRK-PEND-CODIGO-2
                       PERFORM 8890-GRAVA-PEDIDO
                   END-IF
               END-IF
           END-READ.
           ACCEPT MOSTRA-ERRO.

       8010-EFETIVA-EXCLUSAO.
      *    EXECUCAO DO PEDIDO APROVADO: O CLIENTE E RELIDO, POIS
      *    PODE TER MUDADO DESDE O PEDIDO.
           MOVE PEND-CODIGO TO CLIENTES-CODIGO.
           READ CLIENTES
             INVALID KEY
               MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MSGERRO
             NOT INVALID KEY
               MOVE CLIENTES-CODIGO TO WRK-FIN-CODIGO
               PERFORM 7500-LE-SITUACAO-FIN
               EVALUATE TRUE
               WHEN CLIENTES-REG-INATIVO
                   MOVE 'REGISTRO JA INATIVO' TO WRK-MSGERRO
               WHEN FIN-COM-SALDO AND NOT PEND-SALDO-LIBERADO
                   MOVE 'CLIENTE COM SALDO EM ABERTO' TO WRK-MSGERRO
               WHEN OTHER
                   MOVE CLIENTES-NOME TO WRK-NOME-ANTES
                   MOVE CLIENTES-EMAIL TO WRK-EMAIL-ANTES
                   SET CLIENTES-REG-INATIVO TO TRUE
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE WRK-DATA-HOJE TO CLIENTES-DT-INATIVACAO
                   REWRITE CLIENTES-REG
                     INVALID KEY
                       MOVE 'ERRO AO INATIVAR' TO WRK-MSGERRO
                     NOT INVALID KEY
                       MOVE 'EXCLUIR' TO WRK-LOG-OPERACAO
                       PERFORM 8900-GRAVA-LOG
                       MOVE 'EXCLUIR' TO WRK-JRN-OPERACAO
                       MOVE 'R' TO WRK-JRN-ACAO
                       PERFORM 8920-JOURNAL-CLIENTE
                       MOVE -1 TO WRK-CTL-ATIVOS
                       MOVE 1 TO WRK-CTL-INATIVOS
                       PERFORM 7610-AJUSTA-CONTROLE
                       MOVE 'S' TO WRK-PEND-EXEC
                       MOVE 'REGISTRO INATIVADO' TO WRK-MSGERRO
                   END-REWRITE
               END-EVALUATE
           END-READ.

       8200-MANTER-ATENDIMENTOS.
      *    ATENDIMENTOS DO CLIENTE (RECLAMACOES, SOLICITACOES,
      *    RETORNOS), NO MESMO MOLDE DOS ENDERECOS. O ATENDIMENTO
      *    NAO E APAGADO: ENCERRADO, FICA COMO HISTORICO.
           MOVE 'MODULO - ATENDIMENTOS'   TO WRK-MODULO.
           MOVE 0 TO WRK-ATD-CODIGO.
           DISPLAY TELA.
           ACCEPT TELA-ATD-CLIENTE.
           MOVE WRK-ATD-CODIGO TO CLIENTES-CODIGO.
           READ CLIENTES
             INVALID KEY
               MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MSGERRO
             NOT INVALID KEY
               DISPLAY 'ATENDIMENTOS:'
               PERFORM 8240-LISTA-ATENDIMENTOS
               MOVE SPACE TO WRK-ATD-ACAO
               ACCEPT TELA-ATD-ACAO
               EVALUATE WRK-ATD-ACAO
               WHEN 'A'
                   PERFORM 8210-ABRIR-ATENDIMENTO
               WHEN 'T'
                   PERFORM 8220-ATUALIZAR-ATENDIMENTO
               WHEN 'E'
                   PERFORM 8230-ENCERRAR-ATENDIMENTO
               WHEN OTHER
                   MOVE 'ACAO INVALIDA' TO WRK-MSGERRO
               END-EVALUATE
           END-READ.
           ACCEPT MOSTRA-ERRO.

       8210-ABRIR-ATENDIMENTO.
           PERFORM 8250-PROXIMA-SEQ-ATD.
           IF WRK-ATD-SEQ = 0
               MOVE 'LIMITE DE 999 ATENDIMENTOS' TO WRK-MSGERRO
           ELSE
               MOVE SPACE TO WRK-ATD-CANAL WRK-ATD-TIPO
               MOVE SPACES TO WRK-ATD-DESCRICAO
               ACCEPT TELA-ATD-DADOS
               PERFORM 8280-VALIDA-ATENDIMENTO
               IF WRK-CADASTRO-OK = 'S'
                   PERFORM 8905-MONTA-DATAHORA
                   MOVE WRK-ATD-CODIGO TO ATD-CODIGO
                   MOVE WRK-ATD-SEQ TO ATD-SEQ
                   MOVE WRK-DATAHORA TO ATD-DATAHORA
                   MOVE WRK-OPERADOR-COD TO ATD-OPER-ABERT
                   MOVE WRK-ATD-CANAL TO ATD-CANAL
                   MOVE WRK-ATD-TIPO TO ATD-TIPO
                   MOVE WRK-ATD-DESCRICAO TO ATD-DESCRICAO
                   SET ATD-ABERTO TO TRUE
                   MOVE 0 TO ATD-DT-ENCERRA ATD-OPER-ENCERRA
                   WRITE CLIENTES-ATD-REG
                     INVALID KEY
                       MOVE 'JA EXISTE' TO WRK-MSGERRO
                     NOT INVALID KEY
                       MOVE 'ATENDIMENTO ABERTO!' TO WRK-MSGERRO
                   END-WRITE
               END-IF
           END-IF.

       8220-ATUALIZAR-ATENDIMENTO.
      *    QUALQUER ATUALIZACAO DE UM ATENDIMENTO ABERTO O PASSA
      *    PARA EM ANDAMENTO.
           MOVE 0 TO WRK-ATD-SEQ.
           ACCEPT TELA-ATD-SEQ.
           MOVE WRK-ATD-CODIGO TO ATD-CODIGO.
           MOVE WRK-ATD-SEQ TO ATD-SEQ.
           READ CLIENTES-ATD
             INVALID KEY
               MOVE 'SEQUENCIA NAO ENCONTRADA' TO WRK-MSGERRO
             NOT INVALID KEY
               IF ATD-ENCERRADO
                   MOVE 'ATENDIMENTO JA ENCERRADO' TO WRK-MSGERRO
               ELSE
                   MOVE ATD-CANAL TO WRK-ATD-CANAL
                   MOVE ATD-TIPO TO WRK-ATD-TIPO
                   MOVE ATD-DESCRICAO TO WRK-ATD-DESCRICAO
                   ACCEPT TELA-ATD-DADOS
                   PERFORM 8280-VALIDA-ATENDIMENTO
                   IF WRK-CADASTRO-OK = 'S'
                       MOVE WRK-ATD-CANAL TO ATD-CANAL
                       MOVE WRK-ATD-TIPO TO ATD-TIPO
                       MOVE WRK-ATD-DESCRICAO TO ATD-DESCRICAO
                       SET ATD-ANDAMENTO TO TRUE
                       REWRITE CLIENTES-ATD-REG
                         INVALID KEY
                           MOVE 'REGISTRO NAO ALTERADO' TO WRK-MSGERRO
                         NOT INVALID KEY
                           MOVE 'ATENDIMENTO ATUALIZADO!'
                               TO WRK-MSGERRO
                       END-REWRITE
                   END-IF
               END-IF
           END-READ.

       8230-ENCERRAR-ATENDIMENTO.
           MOVE 0 TO WRK-ATD-SEQ.
           ACCEPT TELA-ATD-SEQ.
           MOVE WRK-ATD-CODIGO TO ATD-CODIGO.
           MOVE WRK-ATD-SEQ TO ATD-SEQ.
           READ CLIENTES-ATD
             INVALID KEY
               MOVE 'SEQUENCIA NAO ENCONTRADA' TO WRK-MSGERRO
             NOT INVALID KEY
               IF ATD-ENCERRADO
                   MOVE 'ATENDIMENTO JA ENCERRADO' TO WRK-MSGERRO
               ELSE
                   DISPLAY ATD-SEQ ' ' ATD-TIPO ' ' ATD-DESCRICAO
                   MOVE 'CONFIRMA ENCERRAMENTO? (S/N)' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       SET ATD-ENCERRADO TO TRUE
                       ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                       MOVE WRK-DATA-HOJE TO ATD-DT-ENCERRA
                       MOVE WRK-OPERADOR-COD TO ATD-OPER-ENCERRA
                       REWRITE CLIENTES-ATD-REG
                         INVALID KEY
                           MOVE 'ERRO AO ENCERRAR' TO WRK-MSGERRO
                         NOT INVALID KEY
                           MOVE 'ATENDIMENTO ENCERRADO' TO WRK-MSGERRO
                       END-REWRITE
                   ELSE
                       MOVE 'OPERACAO CANCELADA' TO WRK-MSGERRO
                   END-IF
               END-IF
           END-READ.

       8240-LISTA-ATENDIMENTOS.
           MOVE 0 TO WRK-ATD-QTD.
           MOVE WRK-ATD-CODIGO TO ATD-CODIGO.
           MOVE 0 TO ATD-SEQ.
           START CLIENTES-ATD KEY IS GREATER THAN OR EQUAL
               TO ATD-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ CLIENTES-ATD NEXT
               PERFORM UNTIL ATD-STATUS NOT = 0 OR
                       ATD-CODIGO NOT = WRK-ATD-CODIGO
                   PERFORM 8270-DESCREVE-SITUACAO-ATD
                   DISPLAY ATD-SEQ ' ' ATD-DATAHORA(1:8) ' '
                           WRK-ATD-SIT-DESC ' ' ATD-CANAL ATD-TIPO
                           ' ' ATD-DESCRICAO
                   ADD 1 TO WRK-ATD-QTD
                   READ CLIENTES-ATD NEXT
               END-PERFORM
           END-START.
           IF WRK-ATD-QTD = 0
               DISPLAY 'SEM ATENDIMENTOS'
           END-IF.

       8250-PROXIMA-SEQ-ATD.
      *    MESMO CRITERIO DA 8650: O ULTIMO DO GRUPO TEM A MAIOR
      *    SEQUENCIA E ZERO NA SAIDA SINALIZA LIMITE (999).
           MOVE 0 TO WRK-ATD-SEQ.
           MOVE WRK-ATD-CODIGO TO ATD-CODIGO.
           MOVE 0 TO ATD-SEQ.
           START CLIENTES-ATD KEY IS GREATER THAN OR EQUAL
               TO ATD-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ CLIENTES-ATD NEXT
               PERFORM UNTIL ATD-STATUS NOT = 0 OR
                       ATD-CODIGO NOT = WRK-ATD-CODIGO
                   MOVE ATD-SEQ TO WRK-ATD-SEQ
                   READ CLIENTES-ATD NEXT
               END-PERFORM
           END-START.
           IF WRK-ATD-SEQ = 999
               MOVE 0 TO WRK-ATD-SEQ
           ELSE
               ADD 1 TO WRK-ATD-SEQ
           END-IF.

       8270-DESCREVE-SITUACAO-ATD.
           EVALUATE TRUE
           WHEN ATD-ABERTO
               MOVE 'ABERTO' TO WRK-ATD-SIT-DESC
           WHEN ATD-ANDAMENTO
               MOVE 'EM ANDAMENTO' TO WRK-ATD-SIT-DESC
           WHEN ATD-ENCERRADO
               MOVE 'ENCERRADO' TO WRK-ATD-SIT-DESC
           WHEN OTHER
               MOVE ATD-SITUACAO TO WRK-ATD-SIT-DESC
           END-EVALUATE.

       8280-VALIDA-ATENDIMENTO.
           MOVE 'S' TO WRK-CADASTRO-OK.
           EVALUATE TRUE
           WHEN WRK-ATD-CANAL NOT = 'T' AND WRK-ATD-CANAL NOT = 'E'
                AND WRK-ATD-CANAL NOT = 'P' AND WRK-ATD-CANAL NOT = 'S'
               MOVE 'N' TO WRK-CADASTRO-OK
               MOVE 'CANAL DEVE SER T, E, P OU S' TO WRK-MSGERRO
           WHEN WRK-ATD-TIPO NOT = 'R' AND WRK-ATD-TIPO NOT = 'S'
                AND WRK-ATD-TIPO NOT = 'C' AND WRK-ATD-TIPO NOT = 'I'
               MOVE 'N' TO WRK-CADASTRO-OK
               MOVE 'TIPO DEVE SER R, S, C OU I' TO WRK-MSGERRO
           WHEN WRK-ATD-DESCRICAO = SPACES
               MOVE 'N' TO WRK-CADASTRO-OK
               MOVE 'DESCRICAO OBRIGATORIA' TO WRK-MSGERRO
           END-EVALUATE.

       8300-GRUPOS-ECONOMICOS.
      *    O RELATORIO E LIVRE; A ESCOLHA DO LIDER E SO DO
      *    SUPERVISOR.
           MOVE 'MODULO - GRUPOS'   TO WRK-MODULO.
           DISPLAY TELA.
           MOVE SPACE TO WRK-GRP-ACAO.
           ACCEPT TELA-GRP-ACAO.
           EVALUATE WRK-GRP-ACAO
           WHEN 'R'
               PERFORM 8320-RELATORIO-GRUPOS
           WHEN 'L'
               IF NOT OPERADOR-SUPERVISOR
                   MOVE 'LIDER SO PELO SUPERVISOR' TO WRK-MSGERRO
               ELSE
                   PERFORM 8310-DEFINE-LIDER
               END-IF
           WHEN OTHER
               MOVE 'ACAO INVALIDA' TO WRK-MSGERRO
           END-EVALUATE.
           ACCEPT MOSTRA-ERRO.

       8310-DEFINE-LIDER.
           DISPLAY TELA.
           MOVE 0 TO WRK-CONTALINHA.
           PERFORM 8350-PEDE-GRUPO.
           IF WRK-GRP-RAIZ NOT = SPACES
               PERFORM 8360-CARREGA-GRUPO
               PERFORM 8370-MOSTRA-GRUPO
               IF WRK-GRP-QTD > 0
                   MOVE 0 TO WRK-GRP-PROCURA
                   ACCEPT TELA-GRP-LIDER
                   PERFORM 8315-GRAVA-LIDER
               END-IF
           END-IF.

       8315-GRAVA-LIDER.
      *    ZERO DESFAZ A ESCOLHA: O GRUPO VOLTA A SER LIDERADO PELA
      *    MATRIZ ATIVA.
           MOVE WRK-GRP-RAIZ TO GRP-RAIZ.
           IF WRK-GRP-PROCURA = 0
               DELETE CLIENTES-GRP
                 INVALID KEY
                   MOVE 'GRUPO JA LIDERADO PELA MATRIZ' TO WRK-MSGERRO
                 NOT INVALID KEY
                   MOVE WRK-GRP-MATRIZ TO WRK-GRP-PROCURA
                   PERFORM 8317-LOG-LIDER
                   MOVE 'LIDER DEVOLVIDO A MATRIZ' TO WRK-MSGERRO
               END-DELETE
           ELSE
               PERFORM 8366-PROCURA-MEMBRO
               IF NOT GRP-ACHOU-MEMBRO
                   MOVE 'LIDER DEVE SER MEMBRO ATIVO' TO WRK-MSGERRO
               ELSE
                   READ CLIENTES-GRP
                     INVALID KEY
                       PERFORM 8316-MONTA-LIDER
                       WRITE CLIENTES-GRP-REG
                         INVALID KEY
                           MOVE 'ERRO AO GRAVAR LIDER' TO WRK-MSGERRO
                         NOT INVALID KEY
                           PERFORM 8317-LOG-LIDER
                           MOVE 'LIDER DEFINIDO!' TO WRK-MSGERRO
                       END-WRITE
                     NOT INVALID KEY
                       PERFORM 8316-MONTA-LIDER
                       REWRITE CLIENTES-GRP-REG
                         INVALID KEY
                           MOVE 'ERRO AO REGRAVAR LIDER' TO WRK-MSGERRO
                         NOT INVALID KEY
                           PERFORM 8317-LOG-LIDER
                           MOVE 'LIDER DEFINIDO!' TO WRK-MSGERRO
                       END-REWRITE
                   END-READ
               END-IF
           END-IF.

       8316-MONTA-LIDER.
           MOVE WRK-GRP-RAIZ TO GRP-RAIZ.
           MOVE WRK-GRP-PROCURA TO GRP-LIDER.
           ACCEPT GRP-DT-ALTERACAO FROM DATE YYYYMMDD.
           MOVE WRK-OPERADOR-COD TO GRP-OPERADOR.

       8317-LOG-LIDER.
      *    OCORRENCIA LIDERGRP NO CODIGO DO NOVO LIDER (NA VOLTA A
      *    MATRIZ, NO DA MATRIZ; SEM MATRIZ ATIVA, CODIGO ZERO). O
      *    NOME "ANTES" LEVA A RAIZ E O LIDER ANTERIOR.
           MOVE SPACES TO CLIENTES-NOME CLIENTES-EMAIL.
           MOVE 0 TO CLIENTES-FONE.
           MOVE WRK-GRP-PROCURA TO CLIENTES-CODIGO.
           IF WRK-GRP-PROCURA NOT = 0
               READ CLIENTES
                 INVALID KEY
                   CONTINUE
               END-READ
           END-IF.
           MOVE SPACES TO WRK-NOME-ANTES.
           STRING 'GRUPO ' DELIMITED SIZE
                  WRK-GRP-RAIZ DELIMITED SIZE
                  ' LIDER ' DELIMITED SIZE
                  WRK-GRP-LIDER DELIMITED SIZE
             INTO WRK-NOME-ANTES
           END-STRING.
           MOVE CLIENTES-EMAIL TO WRK-EMAIL-ANTES.
           MOVE 'LIDERGRP' TO WRK-LOG-OPERACAO.
           PERFORM 8900-GRAVA-LOG.

       8320-RELATORIO-GRUPOS.
      *    PERCORRE CLIENTES.DAT PELA CHAVE ALTERNADA DO CPF/CNPJ: OS
      *    CNPJ DE MESMA RAIZ CHEGAM JUNTOS. SO E GRUPO A RAIZ COM
      *    MAIS DE UM CNPJ.
           MOVE 0 TO WRK-CONTALINHA.
           MOVE 0 TO WRK-GRP-QT-GRUPOS WRK-GRP-QT-SEM-MATRIZ
                     WRK-GRP-QT-CAT-DIF.
           OPEN OUTPUT GRUPOS.
           SET GRP-GRAVA-RELATORIO TO TRUE.
           MOVE 'RELATORIO DE GRUPOS ECONOMICOS (RAIZ DO CNPJ)'
               TO WRK-GRP-LINHA.
           PERFORM 8379-LINHA-GRUPO.
           MOVE 'CODIGO  CNPJ           NOME' TO WRK-GRP-LINHA.
           MOVE 'SITUACAO CAT' TO WRK-GRP-LINHA(55:12).
           PERFORM 8379-LINHA-GRUPO.
           MOVE '-------------------------------------'
               TO WRK-GRP-LINHA.
           PERFORM 8379-LINHA-GRUPO.
           MOVE SPACES TO WRK-GRP-RAIZ.
           PERFORM 8361-INICIA-GRUPO.
           MOVE LOW-VALUES TO CLIENTES-CPFCNPJ.
           START CLIENTES KEY IS GREATER THAN OR EQUAL
               TO CLIENTES-CPFCNPJ
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ CLIENTES NEXT
               PERFORM UNTIL CLIENTES-STATUS = 10
                   IF CLIENTES-CPFCNPJ(14:1) NOT = SPACE
                       IF CLIENTES-CPFCNPJ(1:8) NOT = WRK-GRP-RAIZ
                           PERFORM 8325-FECHA-GRUPO
                           MOVE CLIENTES-CPFCNPJ(1:8) TO WRK-GRP-RAIZ
                           PERFORM 8361-INICIA-GRUPO
                       END-IF
                       PERFORM 8362-ACUMULA-MEMBRO
                   END-IF
                   READ CLIENTES NEXT
               END-PERFORM
           END-START.
           PERFORM 8325-FECHA-GRUPO.
           MOVE SPACES TO WRK-GRP-LINHA.
           PERFORM 8379-LINHA-GRUPO.
           MOVE 'GRUPOS.............:' TO WRK-GRP-LINHA.
           MOVE WRK-GRP-QT-GRUPOS TO WRK-GRP-LINHA(23:05).
           PERFORM 8379-LINHA-GRUPO.
           MOVE 'SEM MATRIZ ATIVA...:' TO WRK-GRP-LINHA.
           MOVE WRK-GRP-QT-SEM-MATRIZ TO WRK-GRP-LINHA(23:05).
           PERFORM 8379-LINHA-GRUPO.
           MOVE 'CATEGORIAS DIFERENT:' TO WRK-GRP-LINHA.
           MOVE WRK-GRP-QT-CAT-DIF TO WRK-GRP-LINHA(23:05).
           PERFORM 8379-LINHA-GRUPO.
           CLOSE GRUPOS.
           MOVE 'N' TO WRK-GRP-GRAVA.
           MOVE 'RELATORIO DE GRUPOS EMITIDO' TO WRK-MSGERRO.

       8325-FECHA-GRUPO.
           IF WRK-GRP-QTD > 1
               PERFORM 8365-APURA-LIDER
               ADD 1 TO WRK-GRP-QT-GRUPOS
               IF WRK-GRP-MATRIZ = 0
                   ADD 1 TO WRK-GRP-QT-SEM-MATRIZ
               END-IF
               IF GRP-CATEGORIAS-DIFERENTES
                   ADD 1 TO WRK-GRP-QT-CAT-DIF
               END-IF
               MOVE SPACES TO WRK-GRP-LINHA
               PERFORM 8379-LINHA-GRUPO
               PERFORM 8370-MOSTRA-GRUPO
           END-IF.

       8350-PEDE-GRUPO.
      *    DEVOLVE A RAIZ EM WRK-GRP-RAIZ (BRANCO SE NAO HOUVER, COM
      *    O MOTIVO EM WRK-MSGERRO).
           MOVE 0 TO WRK-GRP-COD-BUSCA.
           MOVE SPACES TO WRK-DOC-BUSCA WRK-GRP-RAIZ.
           ACCEPT TELA-CONSULTA-GRUPO.
           EVALUATE TRUE
           WHEN WRK-GRP-COD-BUSCA NOT = 0
               MOVE WRK-GRP-COD-BUSCA TO CLIENTES-CODIGO
               READ CLIENTES
                 INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MSGERRO
                 NOT INVALID KEY
                   IF CLIENTES-CPFCNPJ(14:1) = SPACE
                       MOVE 'CLIENTE NAO E PESSOA JURIDICA'
                           TO WRK-MSGERRO
                   ELSE
                       MOVE CLIENTES-CPFCNPJ(1:8) TO WRK-GRP-RAIZ
                   END-IF
               END-READ
           WHEN WRK-DOC-BUSCA(8:1) = SPACE
               MOVE 'DIGITE O CODIGO OU O CNPJ/RAIZ' TO WRK-MSGERRO
           WHEN WRK-DOC-BUSCA(1:8) NOT NUMERIC
               MOVE 'CNPJ/RAIZ INVALIDO' TO WRK-MSGERRO
           WHEN OTHER
               MOVE WRK-DOC-BUSCA(1:8) TO WRK-GRP-RAIZ
           END-EVALUATE.

       8360-CARREGA-GRUPO.
      *    CARREGA NA TABELA OS CLIENTES (ATIVOS E INATIVOS) COM CNPJ
      *    DA RAIZ WRK-GRP-RAIZ, PELA CHAVE ALTERNADA DO CPF/CNPJ.
      *    CPF QUE COMECE PELOS MESMOS 8 DIGITOS NAO ENTRA.
           PERFORM 8361-INICIA-GRUPO.
           MOVE SPACES TO CLIENTES-CPFCNPJ.
           MOVE WRK-GRP-RAIZ TO CLIENTES-CPFCNPJ(1:8).
           START CLIENTES KEY IS GREATER THAN OR EQUAL
               TO CLIENTES-CPFCNPJ
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ CLIENTES NEXT
               PERFORM UNTIL CLIENTES-STATUS = 10 OR
                       CLIENTES-CPFCNPJ(1:8) NOT = WRK-GRP-RAIZ
                   IF CLIENTES-CPFCNPJ(14:1) NOT = SPACE
                       PERFORM 8362-ACUMULA-MEMBRO
                   END-IF
                   READ CLIENTES NEXT
               END-PERFORM
           END-START.
           PERFORM 8365-APURA-LIDER.

       8361-INICIA-GRUPO.
           MOVE 0 TO WRK-GRP-QTD WRK-GRP-MATRIZ WRK-GRP-LIDER.
           MOVE 0 TO WRK-GRP-CAT-PRIM.
           MOVE 'N' TO WRK-GRP-CAT-DIF.
           MOVE SPACES TO WRK-GRP-ORIGEM.

       8362-ACUMULA-MEMBRO.
      *    CLIENTE (NA AREA DO FD) ENTRA NO GRUPO. A TABELA GUARDA
      *    OS 200 PRIMEIROS; A CONTAGEM E OS ALERTAS VALEM PARA TODOS.
           ADD 1 TO WRK-GRP-QTD.
           IF WRK-GRP-QTD NOT > 200
               MOVE CLIENTES-CODIGO TO WRK-GRP-M-CODIGO(WRK-GRP-QTD)
               MOVE CLIENTES-CPFCNPJ TO WRK-GRP-M-CPFCNPJ(WRK-GRP-QTD)
               MOVE CLIENTES-NOME TO WRK-GRP-M-NOME(WRK-GRP-QTD)
               MOVE CLIENTES-ATIVO TO WRK-GRP-M-ATIVO(WRK-GRP-QTD)
               MOVE CLIENTES-CATEGORIA
                   TO WRK-GRP-M-CATEGORIA(WRK-GRP-QTD)
           END-IF.
           IF WRK-GRP-QTD = 1
               MOVE CLIENTES-CATEGORIA TO WRK-GRP-CAT-PRIM
           ELSE
               IF CLIENTES-CATEGORIA NOT = WRK-GRP-CAT-PRIM
                   SET GRP-CATEGORIAS-DIFERENTES TO TRUE
               END-IF
           END-IF.
           IF CLIENTES-REG-ATIVO AND CLIENTES-CPFCNPJ(9:4) = '0001'
                                 AND WRK-GRP-MATRIZ = 0
               MOVE CLIENTES-CODIGO TO WRK-GRP-MATRIZ
           END-IF.

       8365-APURA-LIDER.
      *    VALE O LIDER ESCOLHIDO PELO SUPERVISOR ENQUANTO FOR MEMBRO
      *    ATIVO DO GRUPO (INATIVACAO, PURGA, FUSAO OU TROCA DE CNPJ
      *    DESFAZEM A ESCOLHA NA PRATICA); SENAO, A MATRIZ ATIVA.
           MOVE 0 TO WRK-GRP-LIDER.
           MOVE SPACES TO WRK-GRP-ORIGEM.
           MOVE WRK-GRP-RAIZ TO GRP-RAIZ.
           READ CLIENTES-GRP
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE GRP-LIDER TO WRK-GRP-PROCURA
               PERFORM 8366-PROCURA-MEMBRO
               IF GRP-ACHOU-MEMBRO
                   MOVE GRP-LIDER TO WRK-GRP-LIDER
                   MOVE 'SUPERVISOR' TO WRK-GRP-ORIGEM
               END-IF
           END-READ.
           IF WRK-GRP-LIDER = 0 AND WRK-GRP-MATRIZ NOT = 0
               MOVE WRK-GRP-MATRIZ TO WRK-GRP-LIDER
               MOVE 'MATRIZ' TO WRK-GRP-ORIGEM
           END-IF.

       8366-PROCURA-MEMBRO.
      *    WRK-GRP-PROCURA E MEMBRO ATIVO DO GRUPO CARREGADO?
           MOVE 'N' TO WRK-GRP-ACHOU.
           PERFORM VARYING WRK-GRP-N FROM 1 BY 1
                   UNTIL WRK-GRP-N > WRK-GRP-QTD OR WRK-GRP-N > 200
                      OR GRP-ACHOU-MEMBRO
               IF WRK-GRP-M-CODIGO(WRK-GRP-N) = WRK-GRP-PROCURA AND
                  WRK-GRP-M-ATIVO(WRK-GRP-N) = 'A'
                   SET GRP-ACHOU-MEMBRO TO TRUE
               END-IF
           END-PERFORM.

       8370-MOSTRA-GRUPO.
           IF WRK-GRP-QTD = 0
               MOVE 'NENHUM CNPJ COM ESSA RAIZ' TO WRK-MSGERRO
           ELSE
               MOVE SPACES TO WRK-GRP-LINHA
               STRING 'GRUPO ECONOMICO - RAIZ ' DELIMITED SIZE
                      WRK-GRP-RAIZ DELIMITED SIZE
                 INTO WRK-GRP-LINHA
               END-STRING
               PERFORM 8379-LINHA-GRUPO
               PERFORM VARYING WRK-GRP-N FROM 1 BY 1
                       UNTIL WRK-GRP-N > WRK-GRP-QTD OR WRK-GRP-N > 200
                   PERFORM 8375-MONTA-LINHA-MEMBRO
                   PERFORM 8379-LINHA-GRUPO
               END-PERFORM
               IF WRK-GRP-QTD > 200
                   MOVE '   (DEMAIS MEMBROS NAO LISTADOS)'
                       TO WRK-GRP-LINHA
                   PERFORM 8379-LINHA-GRUPO
               END-IF
               PERFORM 8376-MONTA-LINHA-LIDER
               PERFORM 8379-LINHA-GRUPO
               IF WRK-GRP-MATRIZ = 0
                   MOVE '   *** GRUPO SEM MATRIZ (0001) ATIVA'
                       TO WRK-GRP-LINHA
                   PERFORM 8379-LINHA-GRUPO
               END-IF
               IF GRP-CATEGORIAS-DIFERENTES
                   MOVE '   *** MEMBROS EM CATEGORIAS DIFERENTES'
                       TO WRK-GRP-LINHA
                   PERFORM 8379-LINHA-GRUPO
               END-IF
               MOVE 'ENCONTRADOS: ' TO WRK-MSGERRO
               MOVE WRK-GRP-QTD TO WRK-MSGERRO(14:05)
           END-IF.

       8375-MONTA-LINHA-MEMBRO.
           MOVE SPACES TO WRK-GRP-LINHA.
           MOVE WRK-GRP-M-CODIGO(WRK-GRP-N) TO WRK-GRP-LINHA(1:7).
           MOVE WRK-GRP-M-CPFCNPJ(WRK-GRP-N) TO WRK-GRP-LINHA(9:14).
           MOVE WRK-GRP-M-NOME(WRK-GRP-N) TO WRK-GRP-LINHA(24:30).
           IF WRK-GRP-M-ATIVO(WRK-GRP-N) = 'I'
               MOVE 'INATIVO' TO WRK-GRP-LINHA(55:7)
           ELSE
               MOVE 'ATIVO' TO WRK-GRP-LINHA(55:7)
           END-IF.
           MOVE WRK-GRP-M-CATEGORIA(WRK-GRP-N) TO WRK-GRP-LINHA(64:3).
           IF WRK-GRP-M-CPFCNPJ(WRK-GRP-N)(9:4) = '0001'
               MOVE 'MATRIZ' TO WRK-GRP-LINHA(68:6)
           END-IF.
           IF WRK-GRP-M-CODIGO(WRK-GRP-N) = WRK-GRP-LIDER
               MOVE 'LIDER' TO WRK-GRP-LINHA(75:5)
           END-IF.

       8376-MONTA-LINHA-LIDER.
           MOVE SPACES TO WRK-GRP-LINHA.
           IF WRK-GRP-LIDER = 0
               MOVE '   LIDER DO GRUPO: NENHUM' TO WRK-GRP-LINHA
           ELSE
               STRING '   LIDER DO GRUPO: ' DELIMITED SIZE
                      WRK-GRP-LIDER DELIMITED SIZE
                      ' (' DELIMITED SIZE
                      WRK-GRP-ORIGEM DELIMITED BY SPACE
                      ')' DELIMITED SIZE
                 INTO WRK-GRP-LINHA
               END-STRING
           END-IF.

       8379-LINHA-GRUPO.
      *    NA CONSULTA SO VAI PARA A TELA; NO RELATORIO VAI TAMBEM
      *    PARA GRUPOS.TXT.
           DISPLAY WRK-GRP-LINHA.
           IF GRP-GRAVA-RELATORIO
               MOVE WRK-GRP-LINHA TO GRUPOS-REG
               WRITE GRUPOS-REG
           END-IF.
           MOVE SPACES TO WRK-GRP-LINHA.
      *    PAGINACAO (MESMO CRITERIO DO RELATORIO EM TELA)
           ADD 1 TO WRK-CONTALINHA.
           IF WRK-CONTALINHA = WRK-PRM-PAG-LINHAS
               MOVE 'PRESSIONE ALGUMA TECLA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               MOVE 0 TO WRK-CONTALINHA
               DISPLAY TELA
               DISPLAY '  GRUPOS ECONOMICOS'
               DISPLAY '---------------------------------'
           END-IF.

       8400-MANTER-CATEGORIAS.
             NOT INVALID KEY
               MOVE 'TROCAFON' TO WRK-LOG-OPERACAO
               PERFORM 8900-GRAVA-LOG
               MOVE 'TROCAFON' TO WRK-JRN-OPERACAO
               MOVE 'R' TO WRK-JRN-ACAO
               PERFORM 8920-JOURNAL-CLIENTE
               MOVE 'TELEFONE TROCADO!' TO WRK-MSGERRO
           END-REWRITE.

       8560-FUSAO-CADASTROS.
      *    A FUSAO VIRA PEDIDO PARA A DUPLA APROVACAO; NA APROVACAO
      *    OS DOIS CODIGOS SAO VALIDADOS DE NOVO ANTES DA 8570.
           MOVE 'MODULO - FUSAO'   TO WRK-MODULO.
           MOVE 0 TO WRK-FUSAO-COD-SOB WRK-FUSAO-COD-DUP.
           DISPLAY TELA.
           ACCEPT TELA-FUSAO.
           PERFORM 8565-VALIDA-FUSAO.
           IF FUSAO-VALIDA
      *    A FUSAO NAO E BLOQUEADA PELO SALDO, MAS O SUPERVISOR VE A
      *    SITUACAO FINANCEIRA DOS DOIS ANTES DE PEDIR.
               MOVE WRK-FUSAO-COD-SOB TO WRK-FIN-CODIGO
               PERFORM 7500-LE-SITUACAO-FIN
               DISPLAY 'SOBREVIVENTE ' WRK-FIN-LINHA
               MOVE WRK-FUSAO-COD-DUP TO WRK-FIN-CODIGO
               PERFORM 7500-LE-SITUACAO-FIN
               DISPLAY 'DUPLICADO... ' WRK-FIN-LINHA
               MOVE 'N' TO WRK-FIN-LIBERA
               MOVE 'G' TO WRK-PEND-OPCAO
               MOVE WRK-FUSAO-COD-SOB TO WRK-PEND-CODIGO
               MOVE WRK-FUSAO-COD-DUP TO WRK-PEND-CODIGO-2
               PERFORM 8890-GRAVA-PEDIDO
           END-IF.
           ACCEPT MOSTRA-ERRO.

       8565-VALIDA-FUSAO.
      *    SAI COM O DUPLICADO NA AREA DO FD E O SOBREVIVENTE EM
      *    WRK-REG-GUARDA, COMO A 8570 ESPERA.
           MOVE 'N' TO WRK-FUSAO-OK.
           IF WRK-FUSAO-COD-SOB = 0 OR WRK-FUSAO-COD-DUP = 0
               MOVE 'INFORME OS DOIS CODIGOS' TO WRK-MSGERRO
           ELSE
                                   MOVE 'DUPLICADO JA INATIVO'
                                       TO WRK-MSGERRO
                               ELSE
                                   MOVE 'S' TO WRK-FUSAO-OK
                               END-IF
                           END-READ
                       END-IF
                   END-READ
               END-IF
           END-IF.

       8570-EFETIVA-FUSAO.
      *    O DUPLICADO ESTA NA AREA DO FD E O SOBREVIVENTE GUARDADO.
             NOT INVALID KEY
               MOVE 'FUNDENOV' TO WRK-LOG-OPERACAO
               PERFORM 8910-GRAVA-LOG-REG
               MOVE 'FUNDENOV' TO WRK-JRN-OPERACAO
               MOVE 'R' TO WRK-JRN-ACAO
               PERFORM 8920-JOURNAL-CLIENTE
               MOVE WRK-FUSAO-COD-DUP TO CLIENTES-CODIGO
               READ CLIENTES
                 INVALID KEY
                       MOVE CLIENTES-EMAIL TO WRK-EMAIL-ANTES
                       MOVE 'FUNDEANT' TO WRK-LOG-OPERACAO
                       PERFORM 8910-GRAVA-LOG-REG
                       MOVE 'FUNDEANT' TO WRK-JRN-OPERACAO
                       MOVE 'R' TO WRK-JRN-ACAO
                       PERFORM 8920-JOURNAL-CLIENTE
                       MOVE -1 TO WRK-CTL-ATIVOS
                       MOVE 1 TO WRK-CTL-INATIVOS
                       PERFORM 7610-AJUSTA-CONTROLE
                       MOVE 'S' TO WRK-PEND-EXEC
                       MOVE 'CADASTROS FUNDIDOS!' TO WRK-MSGERRO
                       PERFORM 8580-MIGRA-END-FUSAO
                   END-REWRITE
               END-READ
           END-REWRITE.
                           MOVE 'ENDERECOS NAO MIGRADOS'
                               TO WRK-MSGERRO
                         NOT INVALID KEY
                           MOVE 'G' TO WRK-JRN-ACAO
                           PERFORM 8925-JOURNAL-ENDERECO
                           MOVE WRK-END-GUARDA TO CLIENTES-END-REG
                           DELETE CLIENTES-END
                             INVALID KEY
                               CONTINUE
                             NOT INVALID KEY
                               MOVE 'D' TO WRK-JRN-ACAO
                               PERFORM 8925-JOURNAL-ENDERECO
                           END-DELETE
                       END-WRITE
                   END-IF
           ELSE
               MOVE SPACE TO WRK-END-TIPO
               MOVE SPACES TO WRK-END-DESCRICAO
               INITIALIZE WRK-END-ESTRUT
               ACCEPT TELA-END-DADOS
               PERFORM 8670-ACEITA-DADOS-ENDERECO
               PERFORM 8680-VALIDA-ENDERECO
               IF WRK-CADASTRO-OK = 'S'
                   MOVE WRK-END-CODIGO TO END-CODIGO
                   MOVE WRK-END-SEQ TO END-SEQ
                   PERFORM 8675-MONTA-REGISTRO-ENDERECO
                   WRITE CLIENTES-END-REG
                     INVALID KEY
                       MOVE 'JA EXISTE' TO WRK-MSGERRO
                     NOT INVALID KEY
                       MOVE 'ENDERECO' TO WRK-JRN-OPERACAO
                       MOVE 'G' TO WRK-JRN-ACAO
                       PERFORM 8925-JOURNAL-ENDERECO
                       MOVE 'REGISTRO INCLUIDO!' TO WRK-MSGERRO
                   END-WRITE
               END-IF
               MOVE 'SEQUENCIA NAO ENCONTRADA' TO WRK-MSGERRO
             NOT INVALID KEY
               MOVE END-TIPO TO WRK-END-TIPO
               PERFORM 8665-CARREGA-DADOS-ENDERECO
               ACCEPT TELA-END-DADOS
               PERFORM 8670-ACEITA-DADOS-ENDERECO
               PERFORM 8680-VALIDA-ENDERECO
               IF WRK-CADASTRO-OK = 'S'
                   PERFORM 8675-MONTA-REGISTRO-ENDERECO
                   REWRITE CLIENTES-END-REG
                     INVALID KEY
                       MOVE 'REGISTRO NAO ALTERADO' TO WRK-MSGERRO
                     NOT INVALID KEY
                       MOVE 'ENDERECO' TO WRK-JRN-OPERACAO
                       MOVE 'R' TO WRK-JRN-ACAO
                       PERFORM 8925-JOURNAL-ENDERECO
                       MOVE 'REGISTRO ALTERADO!' TO WRK-MSGERRO
                   END-REWRITE
               END-IF
             INVALID KEY
               MOVE 'SEQUENCIA NAO ENCONTRADA' TO WRK-MSGERRO
             NOT INVALID KEY
               PERFORM 8660-MONTA-LINHA-ENDERECO
               DISPLAY END-SEQ ' ' END-TIPO ' ' WRK-END-LINHA1
               IF WRK-END-LINHA2 NOT = SPACES
                   DISPLAY '     ' WRK-END-LINHA2
               END-IF
               MOVE 'CONFIRMA EXCLUSAO? (S/N)' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               IF WRK-TECLA = 'S'
                     INVALID KEY
                       MOVE 'ERRO AO EXCLUIR' TO WRK-MSGERRO
                     NOT INVALID KEY
                       MOVE 'ENDERECO' TO WRK-JRN-OPERACAO
                       MOVE 'D' TO WRK-JRN-ACAO
                       PERFORM 8925-JOURNAL-ENDERECO
                       MOVE 'REGISTRO EXCLUIDO' TO WRK-MSGERRO
                   END-DELETE
               ELSE
               READ CLIENTES-END NEXT
               PERFORM UNTIL CLIEND-STATUS NOT = 0 OR
                       END-CODIGO NOT = WRK-END-CODIGO
                   PERFORM 8660-MONTA-LINHA-ENDERECO
                   DISPLAY END-SEQ ' ' END-TIPO ' ' WRK-END-LINHA1
                   IF WRK-END-LINHA2 NOT = SPACES
                       DISPLAY '     ' WRK-END-LINHA2
                   END-IF
                   ADD 1 TO WRK-END-QTD
                   READ CLIENTES-END NEXT
               END-PERFORM
           END-IF.

       8650-PROXIMA-SEQUENCIA.
      *    A LISTAGEM PERCORRE OS ENDERECOS DO CODIGO DO CLIENTE EM
      *    ORDEM DE CHAVE (CODIGO + SEQUENCIA), DE
      *    MODO QUE O ULTIMO REGISTRO LIDO TEM A MAIOR SEQUENCIA.
      *    SEQUENCIA ZERO NA SAIDA SINALIZA LIMITE (99) ATINGIDO.
           MOVE 0 TO WRK-END-SEQ.
               ADD 1 TO WRK-END-SEQ
           END-IF.

       8660-MONTA-LINHA-ENDERECO.
      *    CONTATO SAI COMO FOI DIGITADO; ENDERECO SAI EM DUAS LINHAS,
      *    NO FORMATO DE ETIQUETA: "LOGRADOURO, NUMERO COMPLEMENTO" E
      *    "BAIRRO - CIDADE/UF - CEP".
           MOVE SPACES TO WRK-END-LINHA1 WRK-END-LINHA2.
           IF NOT END-TIPO-ENDERECO
               MOVE END-DESCRICAO TO WRK-END-LINHA1
           ELSE
               MOVE 1 TO WRK-END-PTR
               STRING END-LOGRADOURO DELIMITED BY '  '
                 INTO WRK-END-LINHA1
                 WITH POINTER WRK-END-PTR
               END-STRING
               IF END-NUMERO NOT = SPACES
                   STRING ', ' DELIMITED SIZE
                          END-NUMERO DELIMITED BY '  '
                     INTO WRK-END-LINHA1
                     WITH POINTER WRK-END-PTR
                   END-STRING
               END-IF
               IF END-COMPLEMENTO NOT = SPACES
                   STRING ' ' DELIMITED SIZE
                          END-COMPLEMENTO DELIMITED BY '  '
                     INTO WRK-END-LINHA1
                     WITH POINTER WRK-END-PTR
                   END-STRING
               END-IF
               MOVE 1 TO WRK-END-PTR
               IF END-BAIRRO NOT = SPACES
                   STRING END-BAIRRO DELIMITED BY '  '
                          ' - ' DELIMITED SIZE
                     INTO WRK-END-LINHA2
                     WITH POINTER WRK-END-PTR
                   END-STRING
               END-IF
               IF END-CIDADE NOT = SPACES
                   STRING END-CIDADE DELIMITED BY '  '
                          '/' DELIMITED SIZE
                          END-UF DELIMITED SIZE
                     INTO WRK-END-LINHA2
                     WITH POINTER WRK-END-PTR
                   END-STRING
               END-IF
               IF END-CEP NUMERIC AND END-CEP NOT = 0
                   STRING ' - ' DELIMITED SIZE
                          END-CEP(1:5) DELIMITED SIZE
                          '-' DELIMITED SIZE
                          END-CEP(6:3) DELIMITED SIZE
                     INTO WRK-END-LINHA2
                     WITH POINTER WRK-END-PTR
                   END-STRING
               END-IF
           END-IF.

       8665-CARREGA-DADOS-ENDERECO.
      *    LEVA O REGISTRO LIDO PARA A TELA. A AREA DO OUTRO TIPO
      *    COMECA LIMPA, PARA O CASO DE O OPERADOR TROCAR O TIPO.
           MOVE SPACES TO WRK-END-DESCRICAO.
           INITIALIZE WRK-END-ESTRUT.
           IF END-TIPO-ENDERECO
               MOVE END-DADOS TO WRK-END-ESTRUT
           ELSE
               MOVE END-DESCRICAO TO WRK-END-DESCRICAO
           END-IF.

       8670-ACEITA-DADOS-ENDERECO.
      *    ENDERECO (E) EM CAMPOS; CONTATO (C) EM TEXTO LIVRE. TIPO
      *    INVALIDO NAO PEDE DADOS: A VALIDACAO RECUSA EM SEGUIDA.
           EVALUATE WRK-END-TIPO
           WHEN 'E'
               ACCEPT TELA-END-ESTRUT
           WHEN 'C'
               ACCEPT TELA-END-CONTATO
           WHEN OTHER
               CONTINUE
           END-EVALUATE.

       8675-MONTA-REGISTRO-ENDERECO.
           MOVE WRK-END-TIPO TO END-TIPO.
           IF END-TIPO-ENDERECO
               MOVE WRK-END-ESTRUT TO END-DADOS
           ELSE
               MOVE SPACES TO END-DADOS
               MOVE WRK-END-DESCRICAO TO END-DESCRICAO
           END-IF.

       8680-VALIDA-ENDERECO.
           MOVE 'S' TO WRK-CADASTRO-OK.
           IF WRK-END-TIPO NOT = 'E' AND WRK-END-TIPO NOT = 'C'
               MOVE 'N' TO WRK-CADASTRO-OK
               MOVE 'TIPO DEVE SER E OU C' TO WRK-MSGERRO
           ELSE
               IF WRK-END-TIPO = 'E'
                   PERFORM 8685-VALIDA-CEP
               ELSE
                   IF WRK-END-DESCRICAO = SPACES
                       MOVE 'N' TO WRK-CADASTRO-OK
                       MOVE 'DESCRICAO OBRIGATORIA' TO WRK-MSGERRO
                   END-IF
               END-IF
           END-IF.

       8685-VALIDA-CEP.
      *    O CEP TEM DE EXISTIR NA TABELA DOS CORREIOS (CEP.DAT) E
      *    CONFERIR COM A CIDADE E A UF DIGITADAS.
           EVALUATE TRUE
           WHEN NOT CEP-OK
               MOVE 'N' TO WRK-CADASTRO-OK
               MOVE 'TABELA DE CEP INDISPONIVEL' TO WRK-MSGERRO
           WHEN WRK-END-CEP = 0
               MOVE 'N' TO WRK-CADASTRO-OK
               MOVE 'CEP OBRIGATORIO' TO WRK-MSGERRO
           WHEN OTHER
               MOVE WRK-END-CEP TO CEP-CODIGO
               READ CEPS
                 INVALID KEY
                   MOVE 'N' TO WRK-CADASTRO-OK
                   MOVE 'CEP NAO CADASTRADO' TO WRK-MSGERRO
                 NOT INVALID KEY
                   PERFORM 8690-CONFERE-CEP
               END-READ
           END-EVALUATE.

       8690-CONFERE-CEP.
      *    BAIRRO, CIDADE E UF EM BRANCO (E O LOGRADOURO, QUANDO O CEP
      *    E DE UMA RUA) SAO COMPLETADOS PELA TABELA; O QUE FOI
      *    DIGITADO TEM DE BATER COM ELA.
           IF WRK-END-LOGRADOURO = SPACES
               MOVE CEP-LOGRADOURO TO WRK-END-LOGRADOURO
           END-IF.
           IF WRK-END-BAIRRO = SPACES
               MOVE CEP-BAIRRO TO WRK-END-BAIRRO
           END-IF.
           IF WRK-END-CIDADE = SPACES
               MOVE CEP-CIDADE TO WRK-END-CIDADE
           END-IF.
           IF WRK-END-UF = SPACES
               MOVE CEP-UF TO WRK-END-UF
           END-IF.
           EVALUATE TRUE
           WHEN WRK-END-LOGRADOURO = SPACES
               MOVE 'N' TO WRK-CADASTRO-OK
               MOVE 'LOGRADOURO OBRIGATORIO' TO WRK-MSGERRO
           WHEN WRK-END-NUMERO = SPACES
               MOVE 'N' TO WRK-CADASTRO-OK
               MOVE 'NUMERO OBRIGATORIO (OU S/N)' TO WRK-MSGERRO
           WHEN WRK-END-CIDADE NOT = CEP-CIDADE
           WHEN WRK-END-UF NOT = CEP-UF
               MOVE 'N' TO WRK-CADASTRO-OK
               MOVE 'CEP NAO CONFERE COM CIDADE/UF' TO WRK-MSGERRO
           WHEN OTHER
               CONTINUE
           END-EVALUATE.

       8700-MANTER-OPERADORES.
           MOVE 'MODULO - OPERADORES'   TO WRK-MODULO.
           DISPLAY TELA.
               END-IF
           END-IF.

       8800-APROVACOES.
      *    DUPLA APROVACAO: EXCLUSAO, PURGA, FUSAO E ANONIMIZACAO SO
      *    RODAM QUANDO UM SUPERVISOR DIFERENTE DE QUEM PEDIU APROVA.
      *    PEDIDO VENCIDO E MARCADO COMO EXPIRADO ANTES DA LISTA.
           MOVE 'MODULO - APROVACOES'   TO WRK-MODULO.
           PERFORM 8810-EXPIRA-PEDIDOS.
           DISPLAY TELA.
           DISPLAY 'PEDIDOS PENDENTES:'.
           PERFORM 8820-LISTA-PENDENTES.
           MOVE SPACE TO WRK-PEND-ACAO.
           ACCEPT TELA-APROV-ACAO.
           EVALUATE WRK-PEND-ACAO
           WHEN 'A'
               PERFORM 8830-APROVAR-PEDIDO
           WHEN 'R'
               PERFORM 8840-REJEITAR-PEDIDO
           WHEN 'I'
               PERFORM 8850-IMPRIME-PEDIDOS
           WHEN OTHER
               MOVE 'ACAO INVALIDA' TO WRK-MSGERRO
           END-EVALUATE.
           ACCEPT MOSTRA-ERRO.

       8810-EXPIRA-PEDIDOS.
      *    O PRAZO (PRAZOAPROV EM CLIENTES.PRM) CONTA EM DIAS
      *    CORRIDOS DESDE O PEDIDO, PELA MESMA CONTA DO AGING.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           PERFORM 8905-MONTA-DATAHORA.
           MOVE 0 TO PEND-NUMERO.
           START PEDIDOS KEY IS GREATER THAN OR EQUAL
               TO PEND-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ PEDIDOS NEXT
               PERFORM UNTIL PEND-STATUS NOT = 0
                   IF PEND-PENDENTE
                       MOVE PEND-SOLIC-DATAHORA(1:8) TO WRK-DATA-REF
                       PERFORM 9620-CALCULA-DIAS
                       IF WRK-DIAS-PARADO > WRK-PRM-PRAZO-APROV
                           SET PEND-EXPIRADO TO TRUE
                           MOVE 0 TO PEND-DECISAO-OPER
                           MOVE WRK-DATAHORA TO PEND-DECISAO-DATAHORA
                           REWRITE PEDIDOS-REG
                             INVALID KEY
                               CONTINUE
                           END-REWRITE
                       END-IF
                   END-IF
                   READ PEDIDOS NEXT
               END-PERFORM
           END-START.

       8820-LISTA-PENDENTES.
           MOVE 0 TO WRK-PEND-QTD.
           MOVE 0 TO PEND-NUMERO.
           START PEDIDOS KEY IS GREATER THAN OR EQUAL
               TO PEND-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ PEDIDOS NEXT
               PERFORM UNTIL PEND-STATUS NOT = 0
                   IF PEND-PENDENTE
                       PERFORM 8875-DESCREVE-PEDIDO
                       DISPLAY PEND-NUMERO ' ' WRK-PEND-OPC-DESC ' '
                               PEND-CODIGO ' ' PEND-CODIGO-2
                               ' OP ' PEND-SOLIC-OPER ' '
                               PEND-SOLIC-DATAHORA(1:8) ' '
                               PEND-MOTIVO
                       ADD 1 TO WRK-PEND-QTD
                   END-IF
                   READ PEDIDOS NEXT
               END-PERFORM
           END-START.
           IF WRK-PEND-QTD = 0
               DISPLAY 'SEM PEDIDOS PENDENTES'
           END-IF.

       8830-APROVAR-PEDIDO.
           PERFORM 8835-LE-PEDIDO.
           IF PEND-STATUS = 0 AND PEND-PENDENTE
      *    QUEM PEDIU NAO APROVA: E A SEGUNDA PESSOA QUE DA O
      *    CONTROLE DUPLO.
               IF PEND-SOLIC-OPER = WRK-OPERADOR-COD
                   MOVE 'APROVADOR DEVE SER OUTRO' TO WRK-MSGERRO
               ELSE
                   MOVE 'CONFIRMA APROVACAO? (S/N)' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       PERFORM 8860-EXECUTA-PEDIDO
                   ELSE
                       MOVE 'OPERACAO CANCELADA' TO WRK-MSGERRO
                   END-IF
               END-IF
           END-IF.

       8835-LE-PEDIDO.
      *    LE E MOSTRA O PEDIDO INFORMADO; SO PEDIDO PENDENTE SEGUE
      *    PARA A DECISAO.
           MOVE 0 TO WRK-PEND-NUMERO.
           ACCEPT TELA-APROV-NUM.
           MOVE WRK-PEND-NUMERO TO PEND-NUMERO.
           READ PEDIDOS
             INVALID KEY
               MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSGERRO
             NOT INVALID KEY
               PERFORM 8875-DESCREVE-PEDIDO
               DISPLAY 'PEDIDO ' PEND-NUMERO ' ' WRK-PEND-OPC-DESC
                       ' CODIGO ' PEND-CODIGO ' ' PEND-CODIGO-2
               DISPLAY 'PEDIDO POR ' PEND-SOLIC-OPER
                       ' EM ' PEND-SOLIC-DATAHORA
               DISPLAY 'MOTIVO: ' PEND-MOTIVO
               IF PEND-SALDO-LIBERADO
                   DISPLAY 'SALDO EM ABERTO LIBERADO PELO SOLICITANTE'
               END-IF
               IF NOT PEND-PENDENTE
                   MOVE SPACES TO WRK-MSGERRO
                   STRING 'PEDIDO ' DELIMITED SIZE
                          WRK-PEND-SIT-DESC DELIMITED SIZE
                     INTO WRK-MSGERRO
                   END-STRING
               END-IF
           END-READ.

       8840-REJEITAR-PEDIDO.
           PERFORM 8835-LE-PEDIDO.
           IF PEND-STATUS = 0 AND PEND-PENDENTE
               MOVE 'CONFIRMA REJEICAO? (S/N)' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               IF WRK-TECLA = 'S'
                   SET PEND-REJEITADO TO TRUE
                   PERFORM 8865-REGISTRA-DECISAO
                   IF PEND-STATUS = 0
                       MOVE 'REJEITA' TO WRK-LOG-OPERACAO
                       PERFORM 8870-LOG-DECISAO
                       MOVE 'PEDIDO REJEITADO' TO WRK-MSGERRO
                   END-IF
               ELSE
                   MOVE 'OPERACAO CANCELADA' TO WRK-MSGERRO
               END-IF
           END-IF.

       8850-IMPRIME-PEDIDOS.
      *    LISTAGEM PARA A AUDITORIA: PENDENTES, EXPIRADOS E
      *    REJEITADOS (OS APROVADOS JA ESTAO NO LOG COM A EXECUCAO).
           MOVE 0 TO WRK-PEND-QTD.
           OPEN OUTPUT PEDIDOS-LST.
           MOVE 'PEDIDOS DE DUPLA APROVACAO' TO PEDIDOS-LST-REG.
           WRITE PEDIDOS-LST-REG.
           MOVE 'NUMERO  SITUACAO  OPERACAO CODIGO  CODIGO2 SOLIC DATA-H
      -        'ORA         DECIS DATA-HORA        MOTIVO'
               TO PEDIDOS-LST-REG.
           WRITE PEDIDOS-LST-REG.
           MOVE ALL '-' TO PEDIDOS-LST-REG.
           WRITE PEDIDOS-LST-REG.
           MOVE 0 TO PEND-NUMERO.
           START PEDIDOS KEY IS GREATER THAN OR EQUAL
               TO PEND-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ PEDIDOS NEXT
               PERFORM UNTIL PEND-STATUS NOT = 0
                   IF NOT PEND-APROVADO
                       PERFORM 8875-DESCREVE-PEDIDO
                       MOVE SPACES TO PEDIDOS-LST-REG
                       STRING PEND-NUMERO DELIMITED SIZE
                              ' ' DELIMITED SIZE
                              WRK-PEND-SIT-DESC DELIMITED SIZE
                              ' ' DELIMITED SIZE
                              WRK-PEND-OPC-DESC DELIMITED SIZE
                              ' ' DELIMITED SIZE
                              PEND-CODIGO DELIMITED SIZE
                              ' ' DELIMITED SIZE
                              PEND-CODIGO-2 DELIMITED SIZE
                              ' ' DELIMITED SIZE
                              PEND-SOLIC-OPER DELIMITED SIZE
                              '  ' DELIMITED SIZE
                              PEND-SOLIC-DATAHORA DELIMITED SIZE
                              ' ' DELIMITED SIZE
                              PEND-DECISAO-OPER DELIMITED SIZE
                              '  ' DELIMITED SIZE
                              PEND-DECISAO-DATAHORA DELIMITED SIZE
                              ' ' DELIMITED SIZE
                              PEND-MOTIVO DELIMITED SIZE
                         INTO PEDIDOS-LST-REG
                       END-STRING
                       WRITE PEDIDOS-LST-REG
                       ADD 1 TO WRK-PEND-QTD
                   END-IF
                   READ PEDIDOS NEXT
               END-PERFORM
           END-START.
           MOVE SPACES TO PEDIDOS-LST-REG.
           WRITE PEDIDOS-LST-REG.
           MOVE 'PEDIDOS LISTADOS.....:' TO PEDIDOS-LST-REG.
           MOVE WRK-PEND-QTD TO PEDIDOS-LST-REG(24:05).
           WRITE PEDIDOS-LST-REG.
           CLOSE PEDIDOS-LST.
           MOVE 'PEDIDOS.TXT - LISTADOS ' TO WRK-MSGERRO.
           MOVE WRK-PEND-QTD TO WRK-MSGERRO(24:05).

       8860-EXECUTA-PEDIDO.
      *    A OPERACAO RODA COM O APROVADOR LOGADO; SE NAO PUDER SER
      *    EXECUTADA (EX.: CLIENTE JA INATIVADO POR OUTRO CAMINHO) O
      *    PEDIDO CONTINUA PENDENTE, PARA SER REJEITADO OU EXPIRAR.
           MOVE 'N' TO WRK-PEND-EXEC.
           EVALUATE PEND-OPCAO
           WHEN '4'
               PERFORM 8010-EFETIVA-EXCLUSAO
           WHEN '9'
               PERFORM 9401-EFETIVA-PURGA
           WHEN 'G'
               MOVE PEND-CODIGO TO WRK-FUSAO-COD-SOB
               MOVE PEND-CODIGO-2 TO WRK-FUSAO-COD-DUP
               PERFORM 8565-VALIDA-FUSAO
               IF FUSAO-VALIDA
                   PERFORM 8570-EFETIVA-FUSAO
               END-IF
           WHEN 'I'
               PERFORM 9801-EFETIVA-PEDIDO-ANON
           WHEN OTHER
               MOVE 'OPERACAO DO PEDIDO INVALIDA' TO WRK-MSGERRO
           END-EVALUATE.
           IF PEND-EXECUTADO
               ACCEPT MOSTRA-ERRO
               SET PEND-APROVADO TO TRUE
               PERFORM 8865-REGISTRA-DECISAO
               MOVE 'APROVA' TO WRK-LOG-OPERACAO
               PERFORM 8870-LOG-DECISAO
               MOVE 'PEDIDO APROVADO E EXECUTADO' TO WRK-MSGERRO
           END-IF.

       8865-REGISTRA-DECISAO.
           PERFORM 8905-MONTA-DATAHORA.
           MOVE WRK-OPERADOR-COD TO PEND-DECISAO-OPER.
           MOVE WRK-DATAHORA TO PEND-DECISAO-DATAHORA.
           REWRITE PEDIDOS-REG
             INVALID KEY
               MOVE 'ERRO AO GRAVAR O PEDIDO' TO WRK-MSGERRO
           END-REWRITE.

       8870-LOG-DECISAO.
      *    APROVACAO E REJEICAO VAO PARA O LOG SOB O CODIGO DE QUEM
      *    DECIDIU; QUEM PEDIU FICA NO E-MAIL "ANTES" E JA ESTA NA
      *    OCORRENCIA SOLICITA, SOB O CODIGO DELE.
           MOVE SPACES TO WRK-EMAIL-ANTES.
           STRING 'PEDIDO POR ' DELIMITED SIZE
                  PEND-SOLIC-OPER DELIMITED SIZE
                  ' EM ' DELIMITED SIZE
                  PEND-SOLIC-DATAHORA DELIMITED SIZE
             INTO WRK-EMAIL-ANTES
           END-STRING.
           PERFORM 8880-LOG-PEDIDO.

       8875-DESCREVE-PEDIDO.
           EVALUATE PEND-OPCAO
           WHEN '4'
               MOVE 'EXCLUSAO' TO WRK-PEND-OPC-DESC
           WHEN '9'
               MOVE 'PURGA' TO WRK-PEND-OPC-DESC
           WHEN 'G'
               MOVE 'FUSAO' TO WRK-PEND-OPC-DESC
           WHEN 'I'
               MOVE 'ANONIMIZ' TO WRK-PEND-OPC-DESC
           WHEN OTHER
               MOVE PEND-OPCAO TO WRK-PEND-OPC-DESC
           END-EVALUATE.
           EVALUATE TRUE
           WHEN PEND-PENDENTE
               MOVE 'PENDENTE' TO WRK-PEND-SIT-DESC
           WHEN PEND-APROVADO
               MOVE 'APROVADO' TO WRK-PEND-SIT-DESC
           WHEN PEND-REJEITADO
               MOVE 'REJEITADO' TO WRK-PEND-SIT-DESC
           WHEN PEND-EXPIRADO
               MOVE 'EXPIRADO' TO WRK-PEND-SIT-DESC
           WHEN OTHER
               MOVE PEND-SITUACAO TO WRK-PEND-SIT-DESC
           END-EVALUATE.

       8880-LOG-PEDIDO.
      *    OCORRENCIA DO PEDIDO NO LOG: O NUMERO E A OPCAO VAO NO
      *    NOME "ANTES" PARA LIGAR SOLICITACAO E DECISAO; O CLIENTE
      *    E RELIDO PARA O "DEPOIS" SAIR COM OS DADOS ATUAIS. A
      *    PURGA NAO TEM CODIGO E SAI COM O CLIENTE ZERADO.
           MOVE SPACES TO WRK-NOME-ANTES.
           STRING 'PEDIDO ' DELIMITED SIZE
                  PEND-NUMERO DELIMITED SIZE
                  ' OPCAO ' DELIMITED SIZE
                  PEND-OPCAO DELIMITED SIZE
             INTO WRK-NOME-ANTES
           END-STRING.
           IF PEND-CODIGO-2 NOT = 0
               MOVE PEND-CODIGO-2 TO WRK-NOME-ANTES(24:07)
           END-IF.
           MOVE PEND-CODIGO TO CLIENTES-CODIGO.
           IF PEND-CODIGO NOT = 0
               READ CLIENTES
                 INVALID KEY
                   MOVE 0 TO CLIENTES-FONE
                   MOVE SPACES TO CLIENTES-NOME CLIENTES-EMAIL
               END-READ
           ELSE
               MOVE 0 TO CLIENTES-FONE
               MOVE SPACES TO CLIENTES-NOME CLIENTES-EMAIL
           END-IF.
           PERFORM 8900-GRAVA-LOG.

       8890-GRAVA-PEDIDO.
      *    GRAVA O PEDIDO DE WRK-PEND-OPCAO/CODIGOS COM O MOTIVO
      *    DIGITADO (MOTIVO EM BRANCO CANCELA). NAO ACEITA UM SEGUNDO
      *    PEDIDO PENDENTE DA MESMA OPERACAO PARA O MESMO CODIGO.
           MOVE SPACES TO WRK-PEND-MOTIVO.
           ACCEPT TELA-MOTIVO.
           IF WRK-PEND-MOTIVO = SPACES
               MOVE 'SEM MOTIVO - CANCELADO' TO WRK-MSGERRO
           ELSE
               PERFORM 8810-EXPIRA-PEDIDOS
               PERFORM 8895-PROXIMO-PEDIDO
               IF PEND-JA-EXISTE
                   MOVE 'JA HA PEDIDO PENDENTE IGUAL' TO WRK-MSGERRO
               ELSE
                   MOVE WRK-PEND-PROX TO PEND-NUMERO
                   MOVE WRK-PEND-OPCAO TO PEND-OPCAO
                   MOVE WRK-PEND-CODIGO TO PEND-CODIGO
                   MOVE WRK-PEND-CODIGO-2 TO PEND-CODIGO-2
                   MOVE WRK-PEND-MOTIVO TO PEND-MOTIVO
                   MOVE WRK-OPERADOR-COD TO PEND-SOLIC-OPER
                   PERFORM 8905-MONTA-DATAHORA
                   MOVE WRK-DATAHORA TO PEND-SOLIC-DATAHORA
                   SET PEND-PENDENTE TO TRUE
                   MOVE 0 TO PEND-DECISAO-OPER
                   MOVE SPACES TO PEND-DECISAO-DATAHORA
                   MOVE WRK-FIN-LIBERA TO PEND-LIBERA-SALDO
                   WRITE PEDIDOS-REG
                     INVALID KEY
                       MOVE 'ERRO AO GRAVAR O PEDIDO' TO WRK-MSGERRO
                     NOT INVALID KEY
                       MOVE WRK-PEND-MOTIVO TO WRK-EMAIL-ANTES
                       MOVE 'SOLICITA' TO WRK-LOG-OPERACAO
                       PERFORM 8880-LOG-PEDIDO
                       IF PEND-SALDO-LIBERADO
                           PERFORM 7530-LOG-LIBERACAO
                       END-IF
                       MOVE SPACES TO WRK-MSGERRO
                       STRING 'PEDIDO ' DELIMITED SIZE
                              PEND-NUMERO DELIMITED SIZE
                              ' P/ APROVACAO' DELIMITED SIZE
                         INTO WRK-MSGERRO
                       END-STRING
                   END-WRITE
               END-IF
           END-IF.

       8895-PROXIMO-PEDIDO.
           MOVE 1 TO WRK-PEND-PROX.
           MOVE 'N' TO WRK-PEND-DUPLO.
           MOVE 0 TO PEND-NUMERO.
           START PEDIDOS KEY IS GREATER THAN OR EQUAL
               TO PEND-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ PEDIDOS NEXT
               PERFORM UNTIL PEND-STATUS NOT = 0
                   COMPUTE WRK-PEND-PROX = PEND-NUMERO + 1
      *    NA FUSAO (G) O PEDIDO IGUAL E O DO MESMO PAR DE CODIGOS:
      *    O MESMO SOBREVIVENTE PODE ABSORVER OUTROS DUPLICADOS.
                   IF PEND-PENDENTE AND
                           PEND-OPCAO = WRK-PEND-OPCAO AND
                           PEND-CODIGO = WRK-PEND-CODIGO AND
                           (PEND-OPCAO NOT = 'G' OR
                            PEND-CODIGO-2 = WRK-PEND-CODIGO-2)
                       MOVE 'S' TO WRK-PEND-DUPLO
                   END-IF
                   READ PEDIDOS NEXT
               END-PERFORM
           END-START.

       8900-GRAVA-LOG.
           PERFORM 8905-MONTA-DATAHORA.
           PERFORM 8910-GRAVA-LOG-REG.
           MOVE CLIENTES-CODIGO TO LOG-CODIGO.
           WRITE CLIENTES-LOG-REG.

       8920-JOURNAL-CLIENTE.
      *    AFTER-IMAGE DE CLIENTES-REG. A OPERACAO (WRK-JRN-OPERACAO)
      *    E A ACAO G/R/D (WRK-JRN-ACAO) VEM DE QUEM CHAMA.
           MOVE SPACES TO CLIENTES-JRN-REG.
           MOVE 'C' TO JRN-ARQUIVO.
           MOVE CLIENTES-REG TO JRN-IMAGEM.
           PERFORM 8930-GRAVA-JOURNAL.

       8925-JOURNAL-ENDERECO.
           MOVE SPACES TO CLIENTES-JRN-REG.
           MOVE 'E' TO JRN-ARQUIVO.
           MOVE CLIENTES-END-REG TO JRN-IMAGEM.
           PERFORM 8930-GRAVA-JOURNAL.

       8926-JOURNAL-MORTO.
      *    O ARQUIVO MORTO TAMBEM VAI AO JOURNAL: SEM ELE A
      *    RECUPERACAO DEIXARIA UM CLIENTE PURGADO OU RESTAURADO NA
      *    BASE E NO MORTO AO MESMO TEMPO, OU EM NENHUM DOS DOIS.
           MOVE SPACES TO CLIENTES-JRN-REG.
           MOVE 'M' TO JRN-ARQUIVO.
           MOVE CLIENTES-MORTO-REG TO JRN-IMAGEM.
           PERFORM 8930-GRAVA-JOURNAL.

       8927-JOURNAL-MORTOEND.
           MOVE SPACES TO CLIENTES-JRN-REG.
           MOVE 'N' TO JRN-ARQUIVO.
           MOVE CLIENTES-END-MORTO-REG TO JRN-IMAGEM.
           PERFORM 8930-GRAVA-JOURNAL.

       8930-GRAVA-JOURNAL.
      *    DATA-HORA PROPRIA: WRK-DATAHORA PODE ESTAR EM USO PELA
      *    OPERACAO (FUSAO, PEDIDOS).
           ACCEPT WRK-JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-JRN-HORA FROM TIME.
           STRING WRK-JRN-DATA DELIMITED SIZE
                  WRK-JRN-HORA DELIMITED SIZE
             INTO JRN-DATAHORA
           END-STRING.
           MOVE WRK-OPERADOR-COD TO JRN-OPERADOR.
           MOVE 'CLIENTES' TO JRN-PROGRAMA.
           MOVE WRK-JRN-OPERACAO TO JRN-OPERACAO.
           MOVE WRK-JRN-ACAO TO JRN-ACAO.
           WRITE CLIENTES-JRN-REG.

       9000-RELATORIO-TELA.
           MOVE 'MODULO - RELATORIO'   TO WRK-MODULO.
           DISPLAY TELA.
           END-START.

       9400-PURGAR-INATIVOS.
      *    A PURGA VIRA PEDIDO (SEM CODIGO: VALE PARA TODOS OS
      *    INATIVOS NA HORA DA APROVACAO) E SO RODA NA 9401.
           MOVE 'MODULO - PURGAR'   TO WRK-MODULO.
           DISPLAY TELA.
           PERFORM 7540-LIBERA-SALDO-PURGA.
           IF FIN-PODE-SEGUIR
               MOVE '9' TO WRK-PEND-OPCAO
               MOVE 0 TO WRK-PEND-CODIGO WRK-PEND-CODIGO-2
               PERFORM 8890-GRAVA-PEDIDO
           END-IF.
           ACCEPT MOSTRA-ERRO.

       9401-EFETIVA-PURGA.
      *    SEM A LIBERACAO NO PEDIDO, INATIVO COM SALDO EM ABERTO NO
      *    FATURAMENTO FICA NA BASE PARA A COBRANCA.
           MOVE 0 TO WRK-QTREGISTROS.
           MOVE 0 TO WRK-MORTO-FALHAS.
           MOVE 0 TO WRK-FIN-QTD.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE LOW-VALUES TO CLIENTES-CHAVE.
           START CLIENTES KEY IS GREATER THAN OR EQUAL
               TO CLIENTES-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ CLIENTES NEXT
               PERFORM UNTIL CLIENTES-STATUS = 10
                   IF CLIENTES-REG-INATIVO
                       MOVE CLIENTES-CODIGO TO WRK-FIN-CODIGO
                       PERFORM 7500-LE-SITUACAO-FIN
                       IF FIN-COM-SALDO AND NOT PEND-SALDO-LIBERADO
                           ADD 1 TO WRK-FIN-QTD
                       ELSE
                           PERFORM 9405-ARQUIVA-INATIVO
                       END-IF
                   END-IF
                   READ CLIENTES NEXT
               END-PERFORM
           END-START.
           IF WRK-QTREGISTROS > 0
               MOVE 0 TO WRK-CTL-ATIVOS
               COMPUTE WRK-CTL-INATIVOS = 0 - WRK-QTREGISTROS
               PERFORM 7610-AJUSTA-CONTROLE
           END-IF.
           MOVE 'S' TO WRK-PEND-EXEC.
           MOVE 'REGISTROS PURGADOS ' TO WRK-MSGERRO.
           MOVE WRK-QTREGISTROS TO WRK-MSGERRO(20:05).
           IF WRK-MORTO-FALHAS > 0
               DISPLAY 'NAO ARQUIVADOS (FICARAM NA BASE): '
                   WRK-MORTO-FALHAS
           END-IF.
           IF WRK-FIN-QTD > 0
               DISPLAY 'RETIDOS POR SALDO EM ABERTO.....: '
                   WRK-FIN-QTD
           END-IF.

       9405-ARQUIVA-INATIVO.
      *    A PURGA NAO DESTROI MAIS NADA: O REGISTRO VAI PARA O
      *    ARQUIVO MORTO COM A DATA E O OPERADOR DA PURGA E SO DEPOIS
      *    SAI DE CLIENTES.DAT. SE O ARQUIVAMENTO FALHAR O REGISTRO
      *    FICA NA BASE, PARA A PROXIMA PURGA.
           MOVE CLIENTES-REG TO MORTO-DADOS.
           MOVE WRK-DATA-HOJE TO MORTO-DT-PURGA.
           MOVE WRK-OPERADOR-COD TO MORTO-OPER-PURGA.
           WRITE CLIENTES-MORTO-REG
             INVALID KEY
               ADD 1 TO WRK-MORTO-FALHAS
             NOT INVALID KEY
               DELETE CLIENTES
                 INVALID KEY
                   ADD 1 TO WRK-MORTO-FALHAS
                   DELETE CLIENTES-MORTO
                     INVALID KEY
                       CONTINUE
                   END-DELETE
                 NOT INVALID KEY
                   ADD 1 TO WRK-QTREGISTROS
      *    SEM O PAI, OS ENDERECOS/CONTATOS VIRARIAM ORFAOS: VAO
      *    JUNTO PARA O ARQUIVO MORTO.
                   MOVE 'ARQUIVAR' TO WRK-JRN-OPERACAO
                   MOVE MORTO-CODIGO TO WRK-END-CODIGO
                   MOVE 'N' TO WRK-FIM-MIGRA
                   PERFORM 9430-ARQUIVA-UM-ENDERECO UNTIL FIM-MIGRA
                   MOVE MORTO-DADOS TO CLIENTES-REG
                   MOVE CLIENTES-NOME TO WRK-NOME-ANTES
                   MOVE CLIENTES-EMAIL TO WRK-EMAIL-ANTES
                   MOVE 'ARQUIVAR' TO WRK-LOG-OPERACAO
                   PERFORM 8900-GRAVA-LOG
                   MOVE 'D' TO WRK-JRN-ACAO
                   PERFORM 8920-JOURNAL-CLIENTE
                   MOVE 'G' TO WRK-JRN-ACAO
                   PERFORM 8926-JOURNAL-MORTO
               END-DELETE
           END-WRITE.

       9410-PURGA-ENDERECOS.
      *    APAGA OS ENDERECOS/CONTATOS DO FONE PURGADO, UM A UM,
                   DELETE CLIENTES-END
                     INVALID KEY
                       MOVE 'S' TO WRK-FIM-MIGRA
                     NOT INVALID KEY
                       MOVE 'D' TO WRK-JRN-ACAO
                       PERFORM 8925-JOURNAL-ENDERECO
                   END-DELETE
               END-IF
           END-START.

       9430-ARQUIVA-UM-ENDERECO.
      *    COPIA UM ENDERECO DO CODIGO PURGADO PARA O ARQUIVO MORTO E
      *    SO ENTAO O APAGA, REINICIANDO A BUSCA A CADA REGISTRO.
           MOVE WRK-END-CODIGO TO END-CODIGO.
           MOVE 0 TO END-SEQ.
           START CLIENTES-END KEY IS GREATER THAN OR EQUAL
               TO END-CHAVE
             INVALID KEY
               MOVE 'S' TO WRK-FIM-MIGRA
             NOT INVALID KEY
               READ CLIENTES-END NEXT
               IF CLIEND-STATUS NOT = 0 OR
                       END-CODIGO NOT = WRK-END-CODIGO
                   MOVE 'S' TO WRK-FIM-MIGRA
               ELSE
                   MOVE CLIENTES-END-REG TO CLIENTES-END-MORTO-REG
                   WRITE CLIENTES-END-MORTO-REG
                     INVALID KEY
                       REWRITE CLIENTES-END-MORTO-REG
                         INVALID KEY
                           MOVE 'S' TO WRK-FIM-MIGRA
                         NOT INVALID KEY
                           MOVE 'R' TO WRK-JRN-ACAO
                       END-REWRITE
                     NOT INVALID KEY
                       MOVE 'G' TO WRK-JRN-ACAO
                   END-WRITE
                   IF NOT FIM-MIGRA
                       PERFORM 8927-JOURNAL-MORTOEND
                       DELETE CLIENTES-END
                         INVALID KEY
                           MOVE 'S' TO WRK-FIM-MIGRA
                         NOT INVALID KEY
                           MOVE 'D' TO WRK-JRN-ACAO
                           PERFORM 8925-JOURNAL-ENDERECO
                       END-DELETE
                   END-IF
               END-IF
           END-START.

       9500-HISTORICO-LOG.
           MOVE 'MODULO - HISTORICO'   TO WRK-MODULO.
           MOVE 0 TO WRK-HIS-FONE WRK-HIS-DATA-INI WRK-HIS-DATA-FIM.
           DISPLAY TELA.
           ACCEPT TELA-ANONIMIZA.
           MOVE WRK-ANON-CODIGO TO CLIENTES-CODIGO.
      *    O CLIENTE PURGADO CONTINUA COM OS DADOS NO ARQUIVO MORTO
      *    E TAMBEM PODE SER ANONIMIZADO.
           READ CLIENTES
             INVALID KEY
               MOVE WRK-ANON-CODIGO TO MORTO-CODIGO
               READ CLIENTES-MORTO
                 INVALID KEY
                   MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                 NOT INVALID KEY
                   MOVE MORTO-DADOS TO CLIENTES-REG
                   PERFORM 0100-MONTA-STATUS-DESC
                   MOVE 'PURGADO' TO WRK-ATIVO-DESC
                   PERFORM 9802-SOLICITA-ANONIMIZACAO
               END-READ
             NOT INVALID KEY
               PERFORM 0100-MONTA-STATUS-DESC
               PERFORM 9802-SOLICITA-ANONIMIZACAO
           END-READ.

       9801-EFETIVA-PEDIDO-ANON.
           MOVE PEND-CODIGO TO WRK-ANON-CODIGO.
           MOVE PEND-CODIGO TO CLIENTES-CODIGO.
           READ CLIENTES
             INVALID KEY
               PERFORM 9803-EFETIVA-ANON-ARQUIVADO
             NOT INVALID KEY
               MOVE CLIENTES-CODIGO TO WRK-FIN-CODIGO
               PERFORM 7500-LE-SITUACAO-FIN
               IF FIN-COM-SALDO AND NOT PEND-SALDO-LIBERADO
                   MOVE 'CLIENTE COM SALDO EM ABERTO' TO WRK-MSGERRO
               ELSE
                   PERFORM 9805-EFETIVA-ANONIMIZACAO
               END-IF
           END-READ.

       9805-EFETIVA-ANONIMIZACAO.
           MOVE SPACES TO CLIENTES-EMAIL.
           MOVE SPACES TO CLIENTES-CPFCNPJ.
           MOVE SPACE TO CLIENTES-EMAIL-INV.
           MOVE 0 TO WRK-CTL-ATIVOS WRK-CTL-INATIVOS.
           IF CLIENTES-REG-ATIVO
               SET CLIENTES-REG-INATIVO TO TRUE
               MOVE WRK-DATA-HOJE TO CLIENTES-DT-INATIVACAO
               MOVE -1 TO WRK-CTL-ATIVOS
               MOVE 1 TO WRK-CTL-INATIVOS
           END-IF.
           MOVE WRK-DATA-HOJE TO CLIENTES-DT-ALTERACAO.
           REWRITE CLIENTES-REG
               MOVE SPACES TO WRK-EMAIL-ANTES
               MOVE 'ANONIMIZ' TO WRK-LOG-OPERACAO
               PERFORM 8900-GRAVA-LOG
               MOVE 'ANONIMIZ' TO WRK-JRN-OPERACAO
               MOVE 'R' TO WRK-JRN-ACAO
               PERFORM 8920-JOURNAL-CLIENTE
               IF WRK-CTL-ATIVOS NOT = 0
                   PERFORM 7610-AJUSTA-CONTROLE
               END-IF
               MOVE WRK-ANON-CODIGO TO WRK-END-CODIGO
               PERFORM 9410-PURGA-ENDERECOS
               PERFORM 9870-MASCARA-ATENDIMENTOS
               MOVE 0 TO WRK-ANON-QTMASC
               PERFORM 9820-MASCARA-LOG-CORRENTE
               PERFORM 9830-MASCARA-ARQUIVOS-MENSAIS
               PERFORM 9880-MASCARA-JOURNAL
               PERFORM 9860-GRAVA-COMPROVANTE
               MOVE 'S' TO WRK-PEND-EXEC
               MOVE 'CLIENTE ANONIMIZADO' TO WRK-MSGERRO
           END-REWRITE.

       9802-SOLICITA-ANONIMIZACAO.
           DISPLAY SS-DADOS.
           PERFORM 7520-LIBERA-SALDO.
           IF FIN-PODE-SEGUIR
               MOVE 'I' TO WRK-PEND-OPCAO
               MOVE CLIENTES-CODIGO TO WRK-PEND-CODIGO
               MOVE 0 TO WRK-PEND-CODIGO-2
               PERFORM 8890-GRAVA-PEDIDO
           END-IF.
           ACCEPT MOSTRA-ERRO.

       9803-EFETIVA-ANON-ARQUIVADO.
      *    CLIENTE PURGADO: A ANONIMIZACAO E FEITA NO ARQUIVO MORTO.
           MOVE WRK-ANON-CODIGO TO MORTO-CODIGO.
           READ CLIENTES-MORTO
             INVALID KEY
               MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MSGERRO
             NOT INVALID KEY
               MOVE MORTO-CODIGO TO WRK-FIN-CODIGO
               PERFORM 7500-LE-SITUACAO-FIN
               IF FIN-COM-SALDO AND NOT PEND-SALDO-LIBERADO
                   MOVE 'CLIENTE COM SALDO EM ABERTO' TO WRK-MSGERRO
               ELSE
                   PERFORM 9807-ANONIMIZA-ARQUIVADO
               END-IF
           END-READ.

       9807-ANONIMIZA-ARQUIVADO.
      *    MESMOS VALORES NEUTROS DA 9805, SOBRE O REGISTRO DO
      *    ARQUIVO MORTO (JA INATIVO, SEM AJUSTE DO CONTROLE). OS
      *    ENDERECOS ARQUIVADOS SAO MASCARADOS E O LOG, OS
      *    ATENDIMENTOS E O JOURNAL SEGUEM O MESMO CAMINHO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE MORTO-DADOS TO CLIENTES-REG.
           MOVE 'ANONIMIZADO' TO CLIENTES-NOME.
           MOVE SPACES TO CLIENTES-EMAIL.
           MOVE SPACES TO CLIENTES-CPFCNPJ.
           MOVE SPACE TO CLIENTES-EMAIL-INV.
           MOVE WRK-DATA-HOJE TO CLIENTES-DT-ALTERACAO.
           MOVE CLIENTES-REG TO MORTO-DADOS.
           REWRITE CLIENTES-MORTO-REG
             INVALID KEY
               MOVE 'ERRO AO ANONIMIZAR' TO WRK-MSGERRO
             NOT INVALID KEY
               MOVE 'ANONIMIZADO' TO WRK-NOME-ANTES
               MOVE SPACES TO WRK-EMAIL-ANTES
               MOVE 'ANONIMIZ' TO WRK-LOG-OPERACAO
               PERFORM 8900-GRAVA-LOG
               MOVE 'ANONIMIZ' TO WRK-JRN-OPERACAO
               MOVE 'R' TO WRK-JRN-ACAO
               PERFORM 8926-JOURNAL-MORTO
               PERFORM 9808-MASCARA-END-MORTO
               PERFORM 9870-MASCARA-ATENDIMENTOS
               MOVE 0 TO WRK-ANON-QTMASC
               PERFORM 9820-MASCARA-LOG-CORRENTE
               PERFORM 9830-MASCARA-ARQUIVOS-MENSAIS
               PERFORM 9880-MASCARA-JOURNAL
               PERFORM 9860-GRAVA-COMPROVANTE
               MOVE 'S' TO WRK-PEND-EXEC
               MOVE 'CLIENTE ARQUIVADO ANONIMIZADO' TO WRK-MSGERRO
           END-REWRITE.

       9808-MASCARA-END-MORTO.
      *    O ENDERECO ARQUIVADO FICA SO COM CHAVE E TIPO; A AREA DO
      *    ENDERECO/CONTATO VIRA VALOR NEUTRO.
           MOVE WRK-ANON-CODIGO TO MORTOEND-CODIGO.
           MOVE 0 TO MORTOEND-SEQ.
           START CLIENTES-END-MORTO KEY IS GREATER THAN OR EQUAL
               TO MORTOEND-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ CLIENTES-END-MORTO NEXT
               PERFORM UNTIL MORTOEND-STATUS NOT = 0 OR
                       MORTOEND-CODIGO NOT = WRK-ANON-CODIGO
                   MOVE CLIENTES-END-MORTO-REG TO CLIENTES-END-REG
                   MOVE 'ANONIMIZADO' TO END-DADOS
                   MOVE CLIENTES-END-REG TO CLIENTES-END-MORTO-REG
                   REWRITE CLIENTES-END-MORTO-REG
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE 'R' TO WRK-JRN-ACAO
                       PERFORM 8927-JOURNAL-MORTOEND
                   END-REWRITE
                   READ CLIENTES-END-MORTO NEXT
               END-PERFORM
           END-START.

       9820-MASCARA-LOG-CORRENTE.
      *    O LOG FICA ABERTO EM EXTEND A SESSAO INTEIRA: FECHA,
      *    COPIA PARA O TEMPORARIO MASCARANDO AS LINHAS DO CODIGO
      *    DE CLIENTE PEDIDO (9850), REGRAVA E DEVOLVE AO EXTEND.
           CLOSE CLIENTES-LOG.
           OPEN INPUT CLIENTES-LOG.
           IF CLILOG-STATUS = 0
           OPEN EXTEND CLIENTES-LOG.

       9830-MASCARA-ARQUIVOS-MENSAIS.
      *    AS OCORRENCIAS DO CODIGO NOS ARQUIVOS MENSAIS FECHADOS
      *    TAMBEM SAO MASCARADAS, PELO MESMO TEMPORARIO.
           OPEN INPUT LOG-IDX.
           IF IDX-STATUS = 0
           WRITE ANONIMIZADOS-REG.
           CLOSE ANONIMIZADOS.

       9870-MASCARA-ATENDIMENTOS.
      *    A DESCRICAO DO ATENDIMENTO E TEXTO LIVRE E PODE TRAZER
      *    DADO PESSOAL: VIRA VALOR NEUTRO. DATAS, TIPO E SITUACAO
      *    FICAM PARA O AGING.
           MOVE WRK-ANON-CODIGO TO ATD-CODIGO.
           MOVE 0 TO ATD-SEQ.
           START CLIENTES-ATD KEY IS GREATER THAN OR EQUAL
               TO ATD-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ CLIENTES-ATD NEXT
               PERFORM UNTIL ATD-STATUS NOT = 0 OR
                       ATD-CODIGO NOT = WRK-ANON-CODIGO
                   MOVE 'ANONIMIZADO' TO ATD-DESCRICAO
                   REWRITE CLIENTES-ATD-REG
                     INVALID KEY
                       CONTINUE
                   END-REWRITE
                   READ CLIENTES-ATD NEXT
               END-PERFORM
           END-START.

       9880-MASCARA-JOURNAL.
      *    AS AFTER-IMAGES DO CODIGO NO JOURNAL TAMBEM TRAZEM NOME,
      *    E-MAIL, CPF/CNPJ E ENDERECOS: SAO MASCARADAS PELO MESMO
      *    CAMINHO DO LOG (TEMPORARIO E REGRAVACAO). A RECUPERACAO
      *    CHEGA AO MESMO ESTADO FINAL, POIS A IMAGEM DA
      *    ANONIMIZACAO E A ULTIMA DO CODIGO.
           CLOSE CLIENTES-JRN.
           OPEN INPUT CLIENTES-JRN.
           IF JRN-STATUS = 0
               OPEN OUTPUT JRN-TMP
               MOVE 'N' TO WRK-FIM-JRN
               READ CLIENTES-JRN
                 AT END
                   SET FIM-JRN TO TRUE
               END-READ
               PERFORM UNTIL FIM-JRN
                   PERFORM 9885-MASCARA-IMAGEM
                   MOVE CLIENTES-JRN-REG TO JRN-TMP-REG
                   WRITE JRN-TMP-REG
                   READ CLIENTES-JRN
                     AT END
                       SET FIM-JRN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE JRN-TMP
               CLOSE CLIENTES-JRN
               OPEN OUTPUT CLIENTES-JRN
               OPEN INPUT JRN-TMP
               MOVE 'N' TO WRK-FIM-TMP
               READ JRN-TMP
                 AT END
                   SET FIM-TMP TO TRUE
               END-READ
               PERFORM UNTIL FIM-TMP
                   MOVE JRN-TMP-REG TO CLIENTES-JRN-REG
                   WRITE CLIENTES-JRN-REG
                   READ JRN-TMP
                     AT END
                       SET FIM-TMP TO TRUE
                   END-READ
               END-PERFORM
               CLOSE JRN-TMP
               CLOSE CLIENTES-JRN
           END-IF.
           OPEN EXTEND CLIENTES-JRN.

       9885-MASCARA-IMAGEM.
      *    AS IMAGENS DO ARQUIVO MORTO (M E N) COMECAM PELO MESMO
      *    LAYOUT DE CLIENTES-REG E CLIENTES-END-REG.
           EVALUATE TRUE
           WHEN JRN-ARQ-CLIENTES AND
                   JRN-CLI-CODIGO = WRK-ANON-CODIGO
               MOVE 'ANONIMIZADO' TO JRN-CLI-NOME
               MOVE SPACES TO JRN-CLI-EMAIL
               MOVE SPACES TO JRN-CLI-CPFCNPJ
           WHEN JRN-ARQ-MORTO AND
                   JRN-CLI-CODIGO = WRK-ANON-CODIGO
               MOVE 'ANONIMIZADO' TO JRN-CLI-NOME
               MOVE SPACES TO JRN-CLI-EMAIL
               MOVE SPACES TO JRN-CLI-CPFCNPJ
           WHEN JRN-ARQ-ENDERECO AND
                   JRN-END-CODIGO = WRK-ANON-CODIGO
               MOVE 'ANONIMIZADO' TO JRN-END-DADOS
           WHEN JRN-ARQ-MORTOEND AND
                   JRN-END-CODIGO = WRK-ANON-CODIGO
               MOVE 'ANONIMIZADO' TO JRN-END-DADOS
           WHEN OTHER
               CONTINUE
           END-EVALUATE.

       9900-FICHA-CADASTRAL.
           MOVE 'MODULO - FICHA'   TO WRK-MODULO.
           MOVE 0 TO WRK-FICHA-CODIGO.
             NOT INVALID KEY
               OPEN OUTPUT FICHA
               PERFORM 9910-EMITE-DADOS
               PERFORM 9918-EMITE-GRUPO
               PERFORM 9920-EMITE-ENDERECOS
               PERFORM 9925-EMITE-ATENDIMENTOS
               PERFORM 9930-COLETA-LOG
               PERFORM 9940-EMITE-LOG
               CLOSE FICHA
             INTO WRK-FICHA-LINHA
           END-STRING.
           PERFORM 9960-LINHA-FICHA.
           MOVE CLIENTES-CODIGO TO WRK-FIN-CODIGO.
           PERFORM 7500-LE-SITUACAO-FIN.
           MOVE WRK-FIN-LINHA TO WRK-FICHA-LINHA.
           PERFORM 9960-LINHA-FICHA.
           MOVE SPACES TO WRK-FICHA-LINHA.
           STRING 'DATAS....: INCL ' DELIMITED SIZE
                  CLIENTES-DT-INCLUSAO DELIMITED SIZE
               END-STRING
           END-IF.

       9918-EMITE-GRUPO.
      *    PESSOA JURIDICA: RAIZ DO CNPJ, LIDER E DEMAIS MEMBROS DO
      *    GRUPO. A CARGA DO GRUPO PERCORRE CLIENTES.DAT: O REGISTRO
      *    DA FICHA E GUARDADO E DEVOLVIDO.
           IF CLIENTES-CPFCNPJ(14:1) NOT = SPACE
               MOVE CLIENTES-REG TO WRK-GRP-GUARDA-CLI
               MOVE CLIENTES-CPFCNPJ(1:8) TO WRK-GRP-RAIZ
               PERFORM 8360-CARREGA-GRUPO
               MOVE WRK-GRP-GUARDA-CLI TO CLIENTES-REG
               MOVE SPACES TO WRK-FICHA-LINHA
               STRING 'GRUPO....: RAIZ ' DELIMITED SIZE
                      WRK-GRP-RAIZ DELIMITED SIZE
                      ' - ' DELIMITED SIZE
                      WRK-GRP-QTD DELIMITED SIZE
                      ' CNPJ' DELIMITED SIZE
                 INTO WRK-FICHA-LINHA
               END-STRING
               PERFORM 9960-LINHA-FICHA
               PERFORM 8376-MONTA-LINHA-LIDER
               MOVE WRK-GRP-LINHA TO WRK-FICHA-LINHA
               PERFORM 9960-LINHA-FICHA
               PERFORM VARYING WRK-GRP-N FROM 1 BY 1
                       UNTIL WRK-GRP-N > WRK-GRP-QTD OR WRK-GRP-N > 200
                   IF WRK-GRP-M-CODIGO(WRK-GRP-N) NOT = CLIENTES-CODIGO
                       PERFORM 8375-MONTA-LINHA-MEMBRO
                       MOVE SPACES TO WRK-FICHA-LINHA
                       STRING '   ' DELIMITED SIZE
                              WRK-GRP-LINHA DELIMITED SIZE
                         INTO WRK-FICHA-LINHA
                       END-STRING
                       PERFORM 9960-LINHA-FICHA
                   END-IF
               END-PERFORM
           END-IF.

       9920-EMITE-ENDERECOS.
           MOVE 'ENDERECOS E CONTATOS:' TO WRK-FICHA-LINHA.
           PERFORM 9960-LINHA-FICHA.
               READ CLIENTES-END NEXT
               PERFORM UNTIL CLIEND-STATUS NOT = 0 OR
                       END-CODIGO NOT = WRK-FICHA-CODIGO
                   PERFORM 8660-MONTA-LINHA-ENDERECO
                   MOVE SPACES TO WRK-FICHA-LINHA
                   STRING '  ' DELIMITED SIZE
                          END-SEQ DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          END-TIPO DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          WRK-END-LINHA1 DELIMITED SIZE
                     INTO WRK-FICHA-LINHA
                   END-STRING
                   PERFORM 9960-LINHA-FICHA
                   IF WRK-END-LINHA2 NOT = SPACES
                       MOVE SPACES TO WRK-FICHA-LINHA
                       STRING '       ' DELIMITED SIZE
                              WRK-END-LINHA2 DELIMITED SIZE
                         INTO WRK-FICHA-LINHA
                       END-STRING
                       PERFORM 9960-LINHA-FICHA
                   END-IF
                   ADD 1 TO WRK-END-QTD
                   READ CLIENTES-END NEXT
               END-PERFORM
               PERFORM 9960-LINHA-FICHA
           END-IF.

       9925-EMITE-ATENDIMENTOS.
      *    SO OS ATENDIMENTOS NAO ENCERRADOS; O HISTORICO COMPLETO
      *    FICA NA OPCAO N.
           MOVE 'ATENDIMENTOS EM ABERTO:' TO WRK-FICHA-LINHA.
           PERFORM 9960-LINHA-FICHA.
           MOVE 0 TO WRK-ATD-QTD.
           MOVE WRK-FICHA-CODIGO TO ATD-CODIGO.
           MOVE 0 TO ATD-SEQ.
           START CLIENTES-ATD KEY IS GREATER THAN OR EQUAL
               TO ATD-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ CLIENTES-ATD NEXT
               PERFORM UNTIL ATD-STATUS NOT = 0 OR
                       ATD-CODIGO NOT = WRK-FICHA-CODIGO
                   IF NOT ATD-ENCERRADO
                       PERFORM 8270-DESCREVE-SITUACAO-ATD
                       MOVE SPACES TO WRK-FICHA-LINHA
                       STRING '  ' DELIMITED SIZE
                              ATD-SEQ DELIMITED SIZE
                              ' ' DELIMITED SIZE
                              ATD-DATAHORA(1:8) DELIMITED SIZE
                              ' ' DELIMITED SIZE
                              WRK-ATD-SIT-DESC DELIMITED SIZE
                              ' ' DELIMITED SIZE
                              ATD-CANAL DELIMITED SIZE
                              ATD-TIPO DELIMITED SIZE
                              ' OP ' DELIMITED SIZE
                              ATD-OPER-ABERT DELIMITED SIZE
                              ' ' DELIMITED SIZE
                              ATD-DESCRICAO DELIMITED SIZE
                         INTO WRK-FICHA-LINHA
                       END-STRING
                       PERFORM 9960-LINHA-FICHA
                       ADD 1 TO WRK-ATD-QTD
                   END-IF
                   READ CLIENTES-ATD NEXT
               END-PERFORM
           END-START.
           IF WRK-ATD-QTD = 0
               MOVE '  SEM ATENDIMENTOS EM ABERTO' TO WRK-FICHA-LINHA
               PERFORM 9960-LINHA-FICHA
           END-IF.

       9930-COLETA-LOG.
      *    GUARDA AS ULTIMAS 10 OCORRENCIAS DO CODIGO NO LOG CORRENTE
      *    (AS MAIS ANTIGAS VAO SAINDO PELA FRENTE DA TABELA). O LOG
      *    FICA ABERTO EM EXTEND A SESSAO INTEIRA: FECHA, LE E
      *    DEVOLVE AO EXTEND, COMO NO HISTORICO.
               DISPLAY '  EVOLUCAO DA BASE'
               DISPLAY '---------------------------------'
           END-IF.

       9990-RELATORIO-REGIONAL.
           MOVE 'MODULO - REGIONAL'   TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO WRK-RG-TOTAIS.
           MOVE 0 TO WRK-CONTALINHA.
      *    MESMO PADRAO DO SUMARIO: A SELECAO DOS ATIVOS E FEITA POR
      *    INPUT PROCEDURE E A QUEBRA (UF, CIDADE E CATEGORIA) E
      *    FEITA SOBRE O ARQUIVO ORDENADO.
           SORT WRK-ORD-REGIAO
               ON ASCENDING KEY SORT-RG-UF SORT-RG-CIDADE
                                SORT-RG-CATEGORIA
               INPUT PROCEDURE IS 9991-SELECIONA-REGIAO
               GIVING REGIAO-ORD.
           PERFORM 9993-EMITE-REGIONAL.
           MOVE 'RELATORIO REGIONAL EMITIDO' TO WRK-MSGERRO.
           ACCEPT MOSTRA-ERRO.

       9991-SELECIONA-REGIAO.
      *    SO CLIENTES ATIVOS. PESSOA FISICA X JURIDICA PELO TAMANHO
      *    DO CPF/CNPJ, COMO NO SUMARIO (OS CONTADORES DO SUMARIO QUE
      *    A 9720 SOMA SAO ZERADOS NA PROPRIA OPCAO E).
           MOVE LOW-VALUES TO CLIENTES-CHAVE.
           START CLIENTES KEY IS GREATER THAN OR EQUAL
               TO CLIENTES-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ CLIENTES NEXT
               PERFORM UNTIL CLIENTES-STATUS = 10
                   IF CLIENTES-REG-ATIVO
                       PERFORM 9992-LOCALIZA-REGIAO
                       MOVE CLIENTES-CATEGORIA TO SORT-RG-CATEGORIA
                       PERFORM 9720-CLASSIFICA-DOC
                       EVALUATE WRK-I
                       WHEN 11
                           MOVE 'F' TO SORT-RG-TIPODOC
                       WHEN 14
                           MOVE 'J' TO SORT-RG-TIPODOC
                       WHEN OTHER
                           MOVE 'O' TO SORT-RG-TIPODOC
                       END-EVALUATE
                       RELEASE SORT-REGIAO-REG
                   END-IF
                   READ CLIENTES NEXT
               END-PERFORM
           END-START.

       9992-LOCALIZA-REGIAO.
      *    A REGIAO E A DO PRIMEIRO ENDERECO (TIPO E) COM UF; QUEM NAO
      *    TEM (SO CONTATOS, OU ENDERECO AINDA NAO SEPARADO NA
      *    CONVERSAO) VAI PARA O FIM DO RELATORIO, SEM ENDERECO.
           MOVE HIGH-VALUES TO SORT-RG-UF SORT-RG-CIDADE.
           MOVE 'N' TO WRK-RG-ACHOU.
           MOVE CLIENTES-CODIGO TO END-CODIGO.
           MOVE 0 TO END-SEQ.
           START CLIENTES-END KEY IS GREATER THAN OR EQUAL
               TO END-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ CLIENTES-END NEXT
               PERFORM UNTIL CLIEND-STATUS NOT = 0 OR
                       END-CODIGO NOT = CLIENTES-CODIGO OR
                       RG-ACHOU-ENDERECO
                   IF END-TIPO-ENDERECO AND END-UF NOT = SPACES
                       MOVE END-UF TO SORT-RG-UF
                       MOVE END-CIDADE TO SORT-RG-CIDADE
                       SET RG-ACHOU-ENDERECO TO TRUE
                   ELSE
                       READ CLIENTES-END NEXT
                   END-IF
               END-PERFORM
           END-START.

       9993-EMITE-REGIONAL.
           OPEN OUTPUT REGIONAL.
           MOVE 'RELATORIO REGIONAL DOS CLIENTES ATIVOS'
               TO WRK-RG-LINHA.
           PERFORM 9999-LINHA-REGIONAL.
           MOVE 'UF CIDADE / CATEGORIA' TO WRK-RG-LINHA.
           MOVE 'TOTAL' TO WRK-RG-LINHA(47:05).
           MOVE '   PF' TO WRK-RG-LINHA(54:05).
           MOVE '   PJ' TO WRK-RG-LINHA(61:05).
           MOVE 'OUTROS' TO WRK-RG-LINHA(67:06).
           PERFORM 9999-LINHA-REGIONAL.
           MOVE '-------------------------------------'
               TO WRK-RG-LINHA.
           PERFORM 9999-LINHA-REGIONAL.
           MOVE 'N' TO WRK-FIM-REG.
           OPEN INPUT REGIAO-ORD.
           READ REGIAO-ORD
             AT END
               SET FIM-REG TO TRUE
           END-READ.
           IF NOT FIM-REG
               PERFORM 9994-ABRE-CIDADE
           END-IF.
           PERFORM UNTIL FIM-REG
               EVALUATE TRUE
               WHEN RG-UF NOT = WRK-RG-UF-ANT
                   PERFORM 9995-FECHA-CATEGORIA
                   PERFORM 9996-FECHA-CIDADE
                   PERFORM 9997-FECHA-UF
                   PERFORM 9994-ABRE-CIDADE
               WHEN RG-CIDADE NOT = WRK-RG-CID-ANT
                   PERFORM 9995-FECHA-CATEGORIA
                   PERFORM 9996-FECHA-CIDADE
                   PERFORM 9994-ABRE-CIDADE
               WHEN RG-CATEGORIA NOT = WRK-RG-CAT-ANT
                   PERFORM 9995-FECHA-CATEGORIA
                   MOVE RG-CATEGORIA TO WRK-RG-CAT-ANT
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
               PERFORM VARYING WRK-RG-N FROM 1 BY 1
                       UNTIL WRK-RG-N > 4
                   ADD 1 TO WRK-RG-QT-TOTAL(WRK-RG-N)
                   EVALUATE RG-TIPODOC
                   WHEN 'F'
                       ADD 1 TO WRK-RG-QT-PF(WRK-RG-N)
                   WHEN 'J'
                       ADD 1 TO WRK-RG-QT-PJ(WRK-RG-N)
                   WHEN OTHER
                       ADD 1 TO WRK-RG-QT-OUTROS(WRK-RG-N)
                   END-EVALUATE
               END-PERFORM
               READ REGIAO-ORD
                 AT END
                   SET FIM-REG TO TRUE
               END-READ
           END-PERFORM.
           IF WRK-RG-QT-TOTAL(4) > 0
               PERFORM 9995-FECHA-CATEGORIA
               PERFORM 9996-FECHA-CIDADE
               PERFORM 9997-FECHA-UF
           END-IF.
           CLOSE REGIAO-ORD.
           MOVE 'TOTAL GERAL DE CLIENTES ATIVOS' TO WRK-RG-LINHA.
           MOVE 4 TO WRK-RG-N.
           PERFORM 9998-TOTAIS-REGIAO.
           CLOSE REGIONAL.

       9994-ABRE-CIDADE.
      *    O CABECALHO USA O REGISTRO CORRENTE, QUE PASSA A SER A
      *    REFERENCIA DAS QUEBRAS SEGUINTES.
           MOVE RG-UF TO WRK-RG-UF-ANT.
           MOVE RG-CIDADE TO WRK-RG-CID-ANT.
           MOVE RG-CATEGORIA TO WRK-RG-CAT-ANT.
           MOVE SPACES TO WRK-RG-LINHA.
           PERFORM 9999-LINHA-REGIONAL.
           IF RG-UF = HIGH-VALUES
               MOVE 'SEM ENDERECO COM CIDADE/UF' TO WRK-RG-LINHA
           ELSE
               STRING RG-UF DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      RG-CIDADE DELIMITED SIZE
                 INTO WRK-RG-LINHA
               END-STRING
           END-IF.
           PERFORM 9999-LINHA-REGIONAL.

       9995-FECHA-CATEGORIA.
      *    A DESCRICAO VEM DA TABELA, COMO NO SUMARIO.
           IF WRK-RG-CAT-ANT = 0
               MOVE 'SEM CATEGORIA' TO CAT-DESCRICAO
           ELSE
               MOVE WRK-RG-CAT-ANT TO CAT-CODIGO
               READ CATEGORIAS
                 INVALID KEY
                   MOVE '(CATEGORIA NAO CADASTRADA)' TO CAT-DESCRICAO
                 NOT INVALID KEY
                   CONTINUE
               END-READ
           END-IF.
           MOVE SPACES TO WRK-RG-LINHA.
           STRING '   CAT. ' DELIMITED SIZE
                  WRK-RG-CAT-ANT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CAT-DESCRICAO DELIMITED SIZE
             INTO WRK-RG-LINHA
           END-STRING.
           MOVE 1 TO WRK-RG-N.
           PERFORM 9998-TOTAIS-REGIAO.

       9996-FECHA-CIDADE.
           MOVE '   TOTAL DA CIDADE' TO WRK-RG-LINHA.
           MOVE 2 TO WRK-RG-N.
           PERFORM 9998-TOTAIS-REGIAO.

       9997-FECHA-UF.
      *    O GRUPO SEM ENDERECO NAO TEM UF: O TOTAL DA "CIDADE" JA
      *    E O DO GRUPO.
           IF WRK-RG-UF-ANT = HIGH-VALUES
               MOVE ZEROS TO WRK-RG-NIVEL(3)
           ELSE
               MOVE SPACES TO WRK-RG-LINHA
               STRING 'TOTAL DA UF ' DELIMITED SIZE
                      WRK-RG-UF-ANT DELIMITED SIZE
                 INTO WRK-RG-LINHA
               END-STRING
               MOVE 3 TO WRK-RG-N
               PERFORM 9998-TOTAIS-REGIAO
           END-IF.

       9998-TOTAIS-REGIAO.
      *    COLUNAS DE QUANTIDADE DO NIVEL WRK-RG-N (1 CATEGORIA,
      *    2 CIDADE, 3 UF, 4 GERAL), QUE E ZERADO DEPOIS DE IMPRESSO.
           MOVE WRK-RG-QT-TOTAL(WRK-RG-N)  TO WRK-RG-LINHA(47:05).
           MOVE WRK-RG-QT-PF(WRK-RG-N)     TO WRK-RG-LINHA(54:05).
           MOVE WRK-RG-QT-PJ(WRK-RG-N)     TO WRK-RG-LINHA(61:05).
           MOVE WRK-RG-QT-OUTROS(WRK-RG-N) TO WRK-RG-LINHA(68:05).
           PERFORM 9999-LINHA-REGIONAL.
           MOVE ZEROS TO WRK-RG-NIVEL(WRK-RG-N).

       9999-LINHA-REGIONAL.
           DISPLAY WRK-RG-LINHA.
           MOVE WRK-RG-LINHA TO REGIONAL-REG.
           WRITE REGIONAL-REG.
           MOVE SPACES TO WRK-RG-LINHA.
      *    PAGINACAO (MESMO CRITERIO DO RELATORIO EM TELA)
           ADD 1 TO WRK-CONTALINHA.
           IF WRK-CONTALINHA = WRK-PRM-PAG-LINHAS
               MOVE 'PRESSIONE ALGUMA TECLA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               MOVE 0 TO WRK-CONTALINHA
               MOVE 'MODULO - REGIONAL'   TO WRK-MODULO
               DISPLAY TELA
               DISPLAY '  RELATORIO REGIONAL'
               DISPLAY '---------------------------------'
           END-IF.
