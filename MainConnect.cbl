            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-RETRAB.

       SELECT ARQ-HIST ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-HIST.

       SELECT ARQ-TRAB ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-TRAB.

       SELECT ARQ-FERIADO ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-FERIADO.

       SELECT ARQ-ENTREGA ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-ENTREGA.

       SELECT ARQ-PEDIDO ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-PEDIDO.

       SELECT ARQ-ARQUIVOS ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-ARQUIVOS.

       SELECT ARQ-REGRA ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-REGRA.

       DATA DIVISION.
       FILE SECTION.

           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-NOME-CHECK.

           01 CHECK-LINHA   PIC X(150).

       FD  ARQ-OPER
           LABEL RECORDS ARE STANDARD

           01 RETRAB-LINHA  PIC X(160).

       FD  ARQ-HIST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-NOME-HIST.

           01 HIST-LINHA    PIC X(160).

       FD  ARQ-TRAB
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-NOME-TRAB.

           01 TRAB-LINHA    PIC X(200).

       FD  ARQ-FERIADO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-NOME-FERIADO.

           01 FERIADO-LINHA PIC X(80).

       FD  ARQ-ENTREGA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-NOME-ENTREGA.

           01 ENTREGA-LINHA PIC X(140).

       FD  ARQ-PEDIDO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-NOME-PEDIDO.

           01 PEDIDO-LINHA  PIC X(200).

       FD  ARQ-ARQUIVOS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-NOME-ARQUIVOS.

           01 ARQUIVOS-LINHA PIC X(160).

       FD  ARQ-REGRA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-NOME-REGRA.

           01 REGRA-LINHA   PIC X(80).

       WORKING-STORAGE   SECTION.

       77  skipscreen                    PIC X(04).
      *    CADASTRO DE OPERADORES (ARQUIVO OPERADORES.txt, UMA LINHA
      *    POR OPERADOR, COLUNAS FIXAS):
      *      01-10   ID DO OPERADOR
      *      11-20   SENHA EM CLARO (SO NAS LINHAS ANTIGAS; FICA EM
      *              BRANCO QUANDO A SENHA PASSA PARA O RESUMO)
      *      21      NIVEL  1=SOMENTE CONSULTA  2=COMPLETO
      *      22      SITUACAO  A=ATIVO (OU BRANCO)  D=DESATIVADO
      *              B=BLOQUEADO POR FALHAS DE LOGON
      *      23-24   FALHAS DE LOGON SEGUIDAS
      *      25-32   DATA DA ULTIMA TROCA DE SENHA
      *      33      S = TROCA DE SENHA OBRIGATORIA NO PROXIMO LOGON
      *      34-51   RESUMO DA SENHA (VER SNH-RESUMO)
      *      52-59   DATA DO CADASTRO
      *      60-67   DATA DA ULTIMA MUDANCA DE SITUACAO
      *      68-77   SUPERVISOR DA ULTIMA ALTERACAO
      *    A LINHA ANTIGA (SO 01-21) CONTINUA VALENDO: A SENHA EM
      *    CLARO E CONFERIDA UMA ULTIMA VEZ, CONVERTIDA NO RESUMO E A
      *    TROCA FICA OBRIGATORIA.
       77  WS-FS-OPER                    PIC X(02) VALUE SPACES.
       77  WS-NOME-OPER                  PIC X(20)
                                         VALUE "OPERADORES.txt".
           05  OPR-ID              PIC X(10).
           05  OPR-SENHA           PIC X(10).
           05  OPR-NIVEL           PIC X(01).
           05  OPR-SIT             PIC X(01).
           05  OPR-FALHAS          PIC 9(02).
           05  OPR-TROCA-DATA      PIC 9(08).
           05  OPR-TROCA-OBRIG     PIC X(01).
           05  OPR-RESUMO          PIC X(18).
           05  OPR-CADASTRO        PIC 9(08).
           05  OPR-SIT-DATA        PIC 9(08).
           05  OPR-ADM             PIC X(10).
           05  FILLER              PIC X(23).
      *    SENHA: VALIDADE EM DIAS DESDE A ULTIMA TROCA, FALHAS
      *    SEGUIDAS QUE BLOQUEIAM O OPERADOR (ATE O SUPERVISOR
      *    DESBLOQUEAR, EM QUALQUER SESSAO) E TAMANHO MINIMO.
       77  WS-SNH-VALIDADE               PIC 9(03) VALUE 90.
       77  WS-SNH-MAX-FALHAS             PIC 9(02) VALUE 5.
       77  WS-SNH-MINIMO                 PIC 9(02) VALUE 6.
       77  WS-SNH-HOJE                   PIC 9(08) VALUE ZERO.
       77  WS-SNH-CORTE                  PIC 9(08) VALUE ZERO.
       77  WS-SNH-CONFERE                PIC X(01) VALUE "N".
       77  WS-SNH-TROCA                  PIC X(01) VALUE "N".
       77  WS-SNH-TROCOU                 PIC X(01) VALUE "N".
       77  WS-SNH-TENT                   PIC 9(02) VALUE ZERO.
       77  WS-SNH-TAM                    PIC 9(02) VALUE ZERO.
       01  WS-SNH-NOVA                   PIC X(10) VALUE SPACES.
       01  WS-SNH-CONF                   PIC X(10) VALUE SPACES.
       01  WS-SNH-ATUAL                  PIC X(18) VALUE SPACES.
       01  WS-SNH-MOTIVO                 PIC X(50) VALUE SPACES.
       01  WS-SNH-MSG                    PIC X(60) VALUE SPACES.
      *    RESUMO DA SENHA: O ID DO OPERADOR E A SENHA VIRAM CODIGOS
      *    DE CARACTER, EMBARALHADOS EM WS-SNH-VOLTAS PASSADAS POR DUAS
      *    SOMAS POLINOMIAIS MODULO PRIMOS DE 9 DIGITOS. O CADASTRO SO
      *    GUARDA OS 18 DIGITOS; A SENHA NAO SE RECUPERA DELES. COMO O
      *    ID ENTRA NA CONTA, A MESMA SENHA DA RESUMOS DIFERENTES EM
      *    OPERADORES DIFERENTES.
       77  WS-SNH-VOLTAS                 PIC 9(03) VALUE 64.
       01  WS-SNH-ID                     PIC X(10) VALUE SPACES.
       01  WS-SNH-SENHA                  PIC X(10) VALUE SPACES.
       01  WS-SNH-TEXTO                  PIC X(20) VALUE SPACES.
       01  WS-SNH-RESUMO.
           05  WS-SNH-H1           PIC 9(09).
           05  WS-SNH-H2           PIC 9(09).
       01  WS-SNH-CODIGOS.
           05  WS-SNH-C OCCURS 20 TIMES  PIC 9(03).
       01  WS-SNH-COD                    PIC 9(04) COMP VALUE ZERO.
       01  WS-SNH-COD-X REDEFINES WS-SNH-COD
                                         PIC X(02).
       77  WS-SNH-T                      PIC 9(12) VALUE ZERO.
       77  WS-SNH-Q                      PIC 9(12) VALUE ZERO.
       77  WS-SNH-I                      PIC 9(02) COMP VALUE ZERO.
       77  WS-SNH-R                      PIC 9(03) COMP VALUE ZERO.
      *    ADMINISTRACAO DE OPERADORES: O CADASTRO INTEIRO EM MEMORIA,
      *    ALTERADO E REGRAVADO A CADA ACAO DO SUPERVISOR (E A CADA
      *    LOGON QUE MUDA FALHAS, SENHA OU SITUACAO).
       01  WS-OPR-TAB.
           05  WS-OPR-LIN OCCURS 500 TIMES PIC X(100).
       77  WS-OPR-QTD                    PIC 9(04) COMP VALUE ZERO.
       77  WS-OPR-I                      PIC 9(04) COMP VALUE ZERO.
       77  WS-OPR-POS                    PIC 9(04) COMP VALUE ZERO.
       77  WS-OPR-PAGINA                 PIC 9(04) COMP VALUE 1.
       77  WS-OPR-PROXIMA                PIC 9(04) COMP VALUE 1.
       77  WS-OPR-LIN-TELA               PIC 9(02) COMP VALUE ZERO.
       77  WS-OPR-POS-TELA               PIC 9(04) COMP VALUE ZERO.
       77  WS-OPR-FIM                    PIC X(01) VALUE "N".
       77  WS-OPR-ERRO                   PIC X(01) VALUE "N".
       77  WS-OPR-SAI                    PIC X(01) VALUE "N".
       77  WS-OPR-MAIS                   PIC X(01) VALUE "N".
       77  WS-OPR-ACAO                   PIC X(01) VALUE SPACE.
       77  WS-OPR-NIVEL                  PIC X(01) VALUE SPACE.
       77  WS-OPR-SIT-ANT                PIC X(01) VALUE SPACE.
       77  WS-OPR-CONVERTIDAS            PIC 9(04) VALUE ZERO.
       01  WS-OPR-ALVO                   PIC X(10) VALUE SPACES.
       01  WS-OPR-LINHA                  PIC X(78) VALUE SPACES.
       01  WS-OPR-SIT-DESC               PIC X(10) VALUE SPACES.
       01  WS-OPR-OBS                    PIC X(14) VALUE SPACES.
      *    OPERADORES INATIVOS: ULTIMO INICIO DE SESSAO (TELA OU LOTE)
      *    DE CADA OPERADOR EM SESSOES.txt, CONTRA A JANELA DE DIAS
      *    PEDIDA. OPERADOR DESATIVADO NAO ENTRA; OPERADOR CADASTRADO
      *    DENTRO DA JANELA AINDA NAO CONTA COMO INATIVO.
       01  WS-INA-TAB.
           05  WS-INA-ULTIMO OCCURS 500 TIMES PIC 9(08).
       77  WS-INA-DIAS                   PIC 9(03) VALUE ZERO.
       77  WS-INA-CORTE                  PIC 9(08) VALUE ZERO.
       77  WS-INA-DATA                   PIC 9(08) VALUE ZERO.
       77  WS-INA-LIDAS                  PIC 9(07) VALUE ZERO.
       77  WS-INA-QTD                    PIC 9(04) VALUE ZERO.
       77  WS-INA-CADASTRADOS            PIC 9(04) VALUE ZERO.
       77  WS-INA-DESATIVADOS            PIC 9(04) VALUE ZERO.
       77  WS-INA-ERRO                   PIC X(01) VALUE "N".
       77  WS-INA-FIM                    PIC X(01) VALUE "N".
       01  WS-INA-ULTIMA-X               PIC X(08) VALUE SPACES.
       01  WS-INA-LINHA                  PIC X(100) VALUE SPACES.
      *    TOTAIS DE CONTROLE DA EXPORTACAO: TODO ARQUIVO DE CONSULTA
      *    (FIXO OU CSV) TERMINA COM UM TRAILER "TRAILER" + QUANTIDADE
      *    + SOMA DOS TBLIDS, E GANHA UM .CTL DE ACOMPANHAMENTO COM OS
           05  WS-PAR-ENT OCCURS 20      PIC X(100).
       77  WS-RETORNO-PIOR               PIC 9(01) VALUE ZERO.
       77  WS-PARADO                     PIC X(01) VALUE "N".
       77  WS-PAR-VALIDO                 PIC X(01) VALUE "N".
       77  WS-PSO-NUM                    PIC 9(02) VALUE ZERO.
       77  WS-PSO-QTD                    PIC 9(07) VALUE ZERO.
       77  WS-PSO-HORA-INI               PIC 9(08) VALUE ZERO.
           05  TRV-DATA            PIC X(08).
           05  FILLER              PIC X(01).
           05  TRV-HORA            PIC X(08).
      *    HISTORICO DE ALTERACOES (ARQUIVO HISTORICO.txt, UMA LINHA
      *    POR INCLUSAO, ALTERACAO OU EXCLUSAO GRAVADA EM SUA_TABELA
      *    OU SUA_TABELA_B, COM A IMAGEM COMPLETA ANTES E DEPOIS):
      *      01-08   DATA DA GRAVACAO AAAAMMDD
      *      09-14   HORA DA GRAVACAO HHMMSS
      *      16-25   OPERADOR
      *      27-36   ROTINA (MANUTENCAO, CARGA, RECON, ARQUIVO...)
      *      38      TABELA    1=SUA_TABELA 2=SUA_TABELA_B
      *      39      OPERACAO  I=INCLUSAO A=ALTERACAO E=EXCLUSAO
      *      41-45   TBLID
      *      47-102  ANTES : TBLDATA, TBLHora, TBLORIGEM, TBLOPERADOR
      *              E TBLALTERADO (EM BRANCO NA INCLUSAO)
      *      104-159 DEPOIS: IDEM (EM BRANCO NA EXCLUSAO)
      *    O ESTORNO SO E ACEITO ENQUANTO O REGISTRO CONTINUA IGUAL A
      *    IMAGEM DEPOIS DA ALTERACAO ESCOLHIDA (OU AUSENTE, PARA UMA
      *    EXCLUSAO); ASSIM UMA ALTERACAO POSTERIOR NUNCA E PISADA.
      *    ARQ-TRAB E O ARQUIVO DE TRABALHO DAS ROTINAS QUE PRECISAM
      *    DE UMA COPIA INTERMEDIARIA. AS ROTINAS EM MASSA (CARGA,
      *    RETRABALHO, APLICACAO DA RECONCILIACAO, EXPURGO) GUARDAM
      *    NELE O HISTORICO ATE O COMMIT: SO O QUE FOI EFETIVADO NO
      *    BANCO CHEGA AO HISTORICO.txt, E SEM HISTORICO GRAVADO NAO
      *    HA COMMIT.
       77  WS-FS-HIST                    PIC X(02) VALUE SPACES.
       77  WS-NOME-HIST                  PIC X(20)
                                         VALUE "HISTORICO.txt".
       77  WS-FS-TRAB                    PIC X(02) VALUE SPACES.
       01  WS-NOME-TRAB                  PIC X(40) VALUE SPACES.
       77  WS-TRAB-FIM                   PIC X(01) VALUE "N".
       77  WS-HST-FIM                    PIC X(01) VALUE "N".
       77  WS-HST-CHEIO                  PIC X(01) VALUE "N".
       77  WS-HST-OK                     PIC X(01) VALUE "S".
       77  WS-HST-PENDENTE               PIC X(01) VALUE "N".
       77  WS-HST-SAI                    PIC X(01) VALUE "N".
       77  WS-HST-EXISTE                 PIC X(01) VALUE "N".
       77  WS-HST-ERRO                   PIC X(01) VALUE "N".
       77  WS-HST-PODE                   PIC X(01) VALUE "N".
       77  WS-HST-OPER-ALVO              PIC X(01) VALUE SPACE.
       01  WS-HST-QUANDO                 PIC X(15) VALUE SPACES.
       01  WS-HST-DESC                   PIC X(09) VALUE SPACES.
       77  WS-HST-QTD                    PIC 9(03) COMP VALUE ZERO.
       77  WS-HST-I                      PIC 9(03) COMP VALUE ZERO.
       77  WS-HST-LIN                    PIC 9(02) COMP VALUE ZERO.
       77  WS-HST-POS                    PIC 9(04) COMP VALUE ZERO.
       77  WS-HST-SEL                    PIC 9(03) VALUE ZERO.
       77  WS-HST-NUM                    PIC 9(03) VALUE ZERO.
       77  WS-HST-ID                     PIC 9(05) VALUE ZERO.
       77  WS-HST-TABELA                 PIC 9(01) VALUE ZERO.
       01  WS-HST-LINHA                  PIC X(78).
       01  WS-HIST-REG.
           05  HST-DATA            PIC 9(08).
           05  HST-HORA            PIC 9(06).
           05  FILLER              PIC X(01).
           05  HST-OPER            PIC X(10).
           05  FILLER              PIC X(01).
           05  HST-ROTINA          PIC X(10).
           05  FILLER              PIC X(01).
           05  HST-TABELA          PIC 9(01).
           05  HST-OPERACAO        PIC X(01).
           05  FILLER              PIC X(01).
           05  HST-ID              PIC 9(05).
           05  FILLER              PIC X(01).
           05  HST-ANTES.
               10  HST-ANT-DATA    PIC 9(10).
               10  FILLER          PIC X(01).
               10  HST-ANT-HORA    PIC X(08).
               10  FILLER          PIC X(01).
               10  HST-ANT-ORIGEM  PIC X(10).
               10  FILLER          PIC X(01).
               10  HST-ANT-OPER    PIC X(10).
               10  FILLER          PIC X(01).
               10  HST-ANT-ALT     PIC X(14).
           05  FILLER              PIC X(01).
           05  HST-DEPOIS.
               10  HST-DEP-DATA    PIC 9(10).
               10  FILLER          PIC X(01).
               10  HST-DEP-HORA    PIC X(08).
               10  FILLER          PIC X(01).
               10  HST-DEP-ORIGEM  PIC X(10).
               10  FILLER          PIC X(01).
               10  HST-DEP-OPER    PIC X(10).
               10  FILLER          PIC X(01).
               10  HST-DEP-ALT     PIC X(14).
       01  WS-HST-TAB.
           05  WS-HST-ENT OCCURS 200     PIC X(160).
      *    VARREDURA DE QUALIDADE: CONTADORES POR TABELA (1 = A,
      *    2 = B) E POR MOTIVO. OS MOTIVOS SAO FIXOS:
      *    01 TBLDATA INVALIDA      02 TBLHORA INVALIDA
      *    03 TBLDATA FUTURA        04 ORIGEM VAZIA
      *    05 OPERADOR VAZIO        06 ALTERADO VAZIO
      *    07 LACUNA DE TBLID (UMA LINHA POR INTERVALO FALTANTE)
       77  WS-QLD-TAB                    PIC 9(01) VALUE ZERO.
       77  WS-QLD-T                      PIC 9(01) VALUE ZERO.
       77  WS-QLD-M                      PIC 9(02) COMP VALUE ZERO.
       77  WS-QLD-MOTIVO                 PIC 9(02) VALUE ZERO.
       77  WS-QLD-FIM                    PIC X(01) VALUE "N".
       77  WS-QLD-ERRO                   PIC X(01) VALUE "N".
       77  WS-QLD-EXC                    PIC 9(07) VALUE ZERO.
       77  WS-QLD-ANT                    PIC 9(05) VALUE ZERO.
       77  WS-QLD-FALTA-DE               PIC 9(05) VALUE ZERO.
       77  WS-QLD-FALTA-ATE              PIC 9(05) VALUE ZERO.
       77  WS-QLD-DATA8                  PIC 9(08) VALUE ZERO.
       01  WS-QLD-DESC                   PIC X(20).
       01  WS-QLD-LINHA                  PIC X(120).
       01  WS-QLD-TOTAIS.
           05  WS-QLD-TABELA OCCURS 2.
               10  WS-QLD-LIDOS          PIC 9(07).
               10  WS-QLD-TOT OCCURS 7   PIC 9(07).
       01  WS-QLD-MOTIVOS-V.
           05  FILLER  PIC X(20) VALUE "TBLDATA INVALIDA    ".
           05  FILLER  PIC X(20) VALUE "TBLHORA INVALIDA    ".
           05  FILLER  PIC X(20) VALUE "TBLDATA FUTURA      ".
           05  FILLER  PIC X(20) VALUE "ORIGEM VAZIA        ".
           05  FILLER  PIC X(20) VALUE "OPERADOR VAZIO      ".
           05  FILLER  PIC X(20) VALUE "ALTERADO VAZIO      ".
           05  FILLER  PIC X(20) VALUE "LACUNA DE TBLID     ".
       01  WS-QLD-MOTIVOS REDEFINES WS-QLD-MOTIVOS-V.
           05  WS-QLD-MOT-DESC OCCURS 7  PIC X(20).
      *    DATAS SIMBOLICAS DO PARAMETROS.txt. O CALENDARIO DE
      *    FERIADOS E LIDO UMA VEZ POR EXECUCAO, NA PRIMEIRA VEZ QUE
      *    UM DIAUTILANT PRECISA DELE. WS-DTS-SEMANA SEGUE ZELLER:
      *    0 = SABADO, 1 = DOMINGO, 2 = SEGUNDA ... 6 = SEXTA.
       77  WS-FS-FERIADO                 PIC X(02) VALUE SPACES.
       01  WS-NOME-FERIADO               PIC X(40)
                                         VALUE "FERIADOS.txt".
       77  WS-FER-CARREGADO              PIC X(01) VALUE "N".
       77  WS-FER-FIM                    PIC X(01) VALUE "N".
       77  WS-FER-ACHOU                  PIC X(01) VALUE "N".
       77  WS-FER-QTD                    PIC 9(04) VALUE ZERO.
       77  WS-FER-I                      PIC 9(04) COMP VALUE ZERO.
       01  WS-FER-TAB.
           05  WS-FER-DATA OCCURS 500    PIC 9(08).
       77  WS-DTS-OK                     PIC X(01) VALUE "S".
       77  WS-DTS-TOKENS                 PIC X(01) VALUE "N".
       77  WS-DTS-UTIL                   PIC X(01) VALUE "N".
       77  WS-DTS-HOJE                   PIC 9(08) VALUE ZERO.
       77  WS-DTS-SUFIXO                 PIC 9(02) VALUE ZERO.
       77  WS-DTS-DIAS                   PIC 9(03) VALUE ZERO.
       77  WS-DTS-SEMANA                 PIC 9(01) VALUE ZERO.
       77  WS-DTS-DATA8                  PIC 9(08) VALUE ZERO.
       01  WS-DTS-TOKEN                  PIC X(10).
       01  WS-DTS-ORIG-INI               PIC X(10).
       01  WS-DTS-ORIG-FIM               PIC X(10).
       77  WS-ZEL-M                      PIC 9(02) VALUE ZERO.
       77  WS-ZEL-A                      PIC 9(04) VALUE ZERO.
       77  WS-ZEL-K                      PIC 9(02) VALUE ZERO.
       77  WS-ZEL-J                      PIC 9(02) VALUE ZERO.
       77  WS-ZEL-T1                     PIC 9(03) VALUE ZERO.
       77  WS-ZEL-T2                     PIC 9(02) VALUE ZERO.
       77  WS-ZEL-T3                     PIC 9(02) VALUE ZERO.
       77  WS-ZEL-SOMA                   PIC 9(04) VALUE ZERO.
       77  WS-ZEL-QUOC                   PIC 9(04) VALUE ZERO.
       77  WS-LIM-HORAS                  PIC 9(03) VALUE ZERO.
       77  WS-LIM-DIAS                   PIC 9(03) VALUE ZERO.
       77  WS-LIM-RESTO                  PIC 9(02) VALUE ZERO.
       77  WS-LIM-HH                     PIC S9(03) VALUE ZERO.
       77  WS-LIM-MOMENTO                PIC 9(16) VALUE ZERO.
      *    REGISTRO DE ENTREGAS (ENTREGAS.txt): UMA LINHA POR
      *    ARQUIVO EXPORTADO, GRAVADA JUNTO COM O .CTL. A SITUACAO
      *    COMECA EM E (ENVIADO) E A LEITURA DOS ACKS PASSA PARA
      *    A (ACK OK), D (ACK DIVERGENTE DO .CTL), R (REJEITADO PELO
      *    RECEPTOR) OU V (VENCIDO: SEM ACK DEPOIS DO PRAZO EM HORAS).
      *    NO DELTA FICA TAMBEM A FAIXA DE TBLID ENVIADA, QUE E O
      *    PONTO PARA ONDE MARCADAGUA.txt VOLTA NUM REENVIO.
      *    O ACK VOLTA DO RECEPTOR COMO <ARQUIVO>.ACK, NAS MESMAS
      *    LINHAS DO .CTL ("REGISTROS : ", "SOMA TBLID: ") MAIS
      *    "SITUACAO  : ACEITO" OU "SITUACAO  : REJEITADO".
       77  WS-FS-ENTREGA                 PIC X(02) VALUE SPACES.
       01  WS-NOME-ENTREGA               PIC X(40)
                                         VALUE "ENTREGAS.txt".
       01  WS-ENT-REG.
           05  ENT-ARQ             PIC X(40).
           05  FILLER              PIC X(01).
           05  ENT-TIPO            PIC X(01).
           05  ENT-TABELA          PIC 9(01).
           05  FILLER              PIC X(01).
           05  ENT-DATA            PIC 9(08).
           05  ENT-HORA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  ENT-QTD             PIC 9(07).
           05  FILLER              PIC X(01).
           05  ENT-SOMA            PIC 9(12).
           05  FILLER              PIC X(01).
           05  ENT-ID-DE           PIC 9(05).
           05  FILLER              PIC X(01).
           05  ENT-ID-ATE          PIC 9(05).
           05  FILLER              PIC X(01).
           05  ENT-SIT             PIC X(01).
           05  FILLER              PIC X(01).
           05  ENT-ACK-DATA        PIC 9(08).
           05  ENT-ACK-HORA        PIC 9(08).
           05  FILLER              PIC X(01).
           05  ENT-ACK-QTD         PIC 9(07).
           05  FILLER              PIC X(01).
           05  ENT-ACK-SOMA        PIC 9(12).
       01  WS-ENT-TAB.
           05  WS-ENT-LIN OCCURS 2000    PIC X(140).
       77  WS-ENT-QTD                    PIC 9(04) COMP VALUE ZERO.
       77  WS-ENT-I                      PIC 9(04) COMP VALUE ZERO.
       77  WS-ENT-FIM                    PIC X(01) VALUE "N".
       77  WS-ENT-CHEIO                  PIC X(01) VALUE "N".
       77  WS-ENT-ERRO                   PIC X(01) VALUE "N".
       77  WS-ENT-SIT-ANT                PIC X(01) VALUE SPACE.
       77  WS-ENT-HORAS                  PIC 9(03) VALUE ZERO.
       77  WS-ENT-ENVIO                  PIC 9(16) VALUE ZERO.
       77  WS-ENT-REBOBINA               PIC 9(05) VALUE ZERO.
       77  WS-ENT-REENVIO                PIC 9(05) VALUE ZERO.
       77  WS-ENT-ACKS                   PIC 9(05) VALUE ZERO.
       77  WS-ENT-T-ENV                  PIC 9(05) VALUE ZERO.
       77  WS-ENT-T-OK                   PIC 9(05) VALUE ZERO.
       77  WS-ENT-T-DIV                  PIC 9(05) VALUE ZERO.
       77  WS-ENT-T-REJ                  PIC 9(05) VALUE ZERO.
       77  WS-ENT-T-VENC                 PIC 9(05) VALUE ZERO.
       77  WS-ENT-ALERTAS                PIC 9(05) VALUE ZERO.
       77  WS-ENT-QTD-X                  PIC 9(04) VALUE ZERO.
       77  WS-ENT-PTR                    PIC 9(03) COMP VALUE ZERO.
       77  WS-ENT-RETEM                  PIC 9(03) VALUE 90.
       77  WS-ENT-CORTE                  PIC 9(08) VALUE ZERO.
       77  WS-ENT-DESCARTE               PIC 9(04) COMP VALUE ZERO.
       77  WS-ENT-ARQ-LINHAS             PIC 9(05) COMP VALUE ZERO.
       77  WS-ENT-PULA                   PIC 9(05) COMP VALUE ZERO.
       77  WS-ENT-RC                     PIC S9(09) COMP VALUE ZERO.
       77  WS-ENT-GUARDA                 PIC X(01) VALUE "N".
       01  WS-ENT-DETALHE                PIC X(16) VALUE SPACES.
       01  WS-ENT-DESC                   PIC X(14).
       01  WS-ENT-LINHA                  PIC X(130).
       77  WS-ACK-TEM                    PIC X(01) VALUE "N".
       77  WS-ACK-REJ                    PIC X(01) VALUE "N".
       77  WS-ACK-FIM                    PIC X(01) VALUE "N".
       77  WS-ACK-QTD                    PIC 9(07) VALUE ZERO.
       77  WS-ACK-SOMA                   PIC 9(12) VALUE ZERO.
      *    DUPLO CONTROLE (PEDIDOS.txt): CARGA CSV, EXPURGO E
      *    APLICACAO DA RECONCILIACAO SO RODAM CITANDO UM PEDIDO
      *    APROVADO PARA A MESMA ROTINA E OS MESMOS PARAMETROS. O
      *    SOLICITANTE REGISTRA O PEDIDO COM A CONTAGEM DO ENSAIO E
      *    OUTRO OPERADOR DE NIVEL 2 APROVA OU REJEITA NA FILA.
      *    SITUACAO: P PENDENTE  A APROVADO  R REJEITADO
      *              X EXECUTADO  V VENCIDO (WS-PED-VALIDADE HORAS
      *              DEPOIS DO REGISTRO SEM TER SIDO EXECUTADO)
      *              E EM EXECUCAO (RESERVADO PELA SESSAO QUE OBTEVE
      *              A TRAVA DA ROTINA; NAO VENCE)
      *    OS PARAMETROS TEM 80 POSICOES: AS 40 PRIMEIRAS EM PED-PARAM
      *    E O RESTO EM PED-PARAM-EXT, NO FIM DA LINHA.
       77  WS-FS-PEDIDO                  PIC X(02) VALUE SPACES.
       01  WS-NOME-PEDIDO                PIC X(40)
                                         VALUE "PEDIDOS.txt".
       77  WS-PED-VALIDADE               PIC 9(03) VALUE 24.
       01  WS-PED-REG.
           05  PED-NUMERO          PIC 9(06).
           05  FILLER              PIC X(01).
           05  PED-SIT             PIC X(01).
           05  FILLER              PIC X(01).
           05  PED-ROTINA          PIC X(12).
           05  FILLER              PIC X(01).
           05  PED-PARAM           PIC X(40).
           05  FILLER              PIC X(01).
           05  PED-QTD             PIC 9(07).
           05  FILLER              PIC X(01).
           05  PED-SOLIC           PIC X(10).
           05  FILLER              PIC X(01).
           05  PED-DATA            PIC 9(08).
           05  PED-HORA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  PED-APROV           PIC X(10).
           05  FILLER              PIC X(01).
           05  PED-APR-DATA        PIC 9(08).
           05  PED-APR-HORA        PIC 9(08).
           05  FILLER              PIC X(01).
           05  PED-EXEC            PIC X(10).
           05  FILLER              PIC X(01).
           05  PED-EXE-DATA        PIC 9(08).
           05  PED-EXE-HORA        PIC 9(08).
           05  FILLER              PIC X(01).
           05  PED-PARAM-EXT       PIC X(40).
       01  WS-PED-TAB.
           05  WS-PED-LIN OCCURS 2000    PIC X(200).
       77  WS-PED-QTD                    PIC 9(04) COMP VALUE ZERO.
       77  WS-PED-I                      PIC 9(04) COMP VALUE ZERO.
       77  WS-PED-POS                    PIC 9(04) COMP VALUE ZERO.
       77  WS-PED-LIN-TELA               PIC 9(02) COMP VALUE ZERO.
       77  WS-PED-POS-TELA               PIC 9(04) COMP VALUE ZERO.
       77  WS-PED-ULTIMO                 PIC 9(06) VALUE ZERO.
       77  WS-PED-NUM                    PIC 9(06) VALUE ZERO.
       77  WS-PED-CONTA                  PIC 9(07) VALUE ZERO.
       77  WS-PED-MOMENTO                PIC 9(16) VALUE ZERO.
       77  WS-PED-FIM                    PIC X(01) VALUE "N".
       77  WS-PED-CHEIO                  PIC X(01) VALUE "N".
       77  WS-PED-ERRO                   PIC X(01) VALUE "N".
       77  WS-PED-MUDOU                  PIC X(01) VALUE "N".
       77  WS-PED-ACAO                   PIC X(01) VALUE "X".
       77  WS-PED-SAI                    PIC X(01) VALUE "N".
       77  WS-PED-DECISAO                PIC X(01) VALUE SPACE.
       77  WS-PED-MAIS                   PIC X(01) VALUE "N".
       77  WS-PED-RESERVADO              PIC X(01) VALUE "N".
       77  WS-PED-PARCIAL                PIC X(01) VALUE "N".
       77  WS-PED-RETEM                  PIC 9(03) VALUE 90.
       77  WS-PED-CORTE                  PIC 9(08) VALUE ZERO.
       77  WS-PED-MAIOR                  PIC 9(06) VALUE ZERO.
       77  WS-PED-DESCARTE               PIC 9(04) VALUE ZERO.
       01  WS-PED-GUARDA                 PIC X(200) VALUE SPACES.
       01  WS-PED-ROTINA                 PIC X(12).
       01  WS-PED-PARAM                  PIC X(80).
       01  WS-PED-MSG                    PIC X(70).
       01  WS-PED-LINHA                  PIC X(78).
      *    CORRECAO EM MASSA DE SUA_TABELA: SELECAO POR FAIXA DE TBLID,
      *    FAIXA DE TBLDATA E/OU TBLORIGEM E UMA REGRA POR EXECUCAO:
      *      1 NOVA TBLDATA         (VALOR = DATA COM 10 DIGITOS)
      *      2 DESLOCA TBLDATA      (VALOR = +NNN OU -NNN DIAS)
      *      3 DESLOCA TBLHora      (VALOR = +NNN OU -NNN HORAS; A
      *                              VIRADA DO DIA ACERTA TBLDATA)
      *      4 NOVA TBLORIGEM       (VALOR = ORIGEM)
      *    O ENSAIO SO GRAVA A LISTAGEM CORRECAO_*.txt COM O ANTES E O
      *    DEPOIS; A APLICACAO PERCORRE A SELECAO EM BLOCOS DE
      *    WS-COR-BLOCO LINHAS, COM COMMIT E HISTORICO A CADA BLOCO.
       77  WS-COR-BLOCO                  PIC 9(04) VALUE 500.
       77  WS-COR-REGRA                  PIC X(01) VALUE SPACE.
       01  WS-COR-VALOR                  PIC X(10) VALUE SPACES.
       77  WS-COR-SINAL                  PIC X(01) VALUE "+".
       77  WS-COR-N                      PIC 9(03) VALUE ZERO.
       77  WS-COR-HH                     PIC S9(05) VALUE ZERO.
       77  WS-COR-HH2                    PIC 9(02) VALUE ZERO.
       77  WS-COR-APLICA                 PIC X(01) VALUE "N".
       77  WS-COR-OK                     PIC X(01) VALUE "N".
       77  WS-COR-ERRO                   PIC X(01) VALUE "N".
       77  WS-COR-FIM                    PIC X(01) VALUE "N".
       77  WS-COR-FIM-BLOCO              PIC X(01) VALUE "N".
       77  WS-COR-SIT                    PIC X(01) VALUE SPACE.
       77  WS-COR-NO-BLOCO               PIC 9(04) COMP VALUE ZERO.
       77  WS-COR-LIDAS                  PIC 9(07) VALUE ZERO.
       77  WS-COR-ALTERA                 PIC 9(07) VALUE ZERO.
       77  WS-COR-IGUAIS                 PIC 9(07) VALUE ZERO.
       77  WS-COR-PULADAS                PIC 9(07) VALUE ZERO.
       77  WS-COR-BLOCOS                 PIC 9(05) VALUE ZERO.
       77  WS-COR-ALT-BLOCO              PIC 9(07) VALUE ZERO.
       77  WS-COR-INI-BLOCO              PIC 9(05) VALUE ZERO.
       01  WS-COR-DESC                   PIC X(20) VALUE SPACES.
       01  WS-COR-LINHA                  PIC X(120).
      *    ATIVIDADE DE ALTERACOES: SELECAO PELA JANELA DE TBLALTERADO,
      *    OPERADOR E/OU ORIGEM. O RESUMO CONTA AS LINHAS POR DIA DA
      *    ALTERACAO, OPERADOR E ORIGEM E ACUMULA OS TOTAIS DO PERIODO
      *    POR OPERADOR E POR ORIGEM; PASSANDO DE WS-ATV-MAX NOMES, OS
      *    DEMAIS SOMAM NA ULTIMA POSICAO COMO "OUTROS".
       77  WS-ATV-MAX                    PIC 9(03) VALUE 200.
       77  WS-ATV-QTD-OPE                PIC 9(03) VALUE ZERO.
       77  WS-ATV-QTD-ORI                PIC 9(03) VALUE ZERO.
       77  WS-ATV-I                      PIC 9(03) VALUE ZERO.
       77  WS-ATV-POS                    PIC 9(03) VALUE ZERO.
       77  WS-ATV-ACHOU                  PIC X(01) VALUE "N".
       77  WS-ATV-DIA                    PIC X(08) VALUE SPACES.
       77  WS-ATV-CONT-DIA               PIC 9(07) VALUE ZERO.
       77  WS-ATV-QTD                    PIC 9(07) VALUE ZERO.
       01  WS-ATV-OPE-CRIT               PIC X(10) VALUE SPACES.
       01  WS-ATV-ORI-CRIT               PIC X(10) VALUE SPACES.
       01  WS-ATV-TAB-OPE.
           05  WS-ATV-OPE OCCURS 200 TIMES.
               10  WS-ATV-OPE-ID         PIC X(10).
               10  WS-ATV-OPE-QTD        PIC 9(07).
       01  WS-ATV-TAB-ORI.
           05  WS-ATV-ORI OCCURS 200 TIMES.
               10  WS-ATV-ORI-ID         PIC X(10).
               10  WS-ATV-ORI-QTD        PIC 9(07).
      *    VOLUME E TENDENCIA: LINHAS POR DIA E POR HORA (TBLHora) NO
      *    PERIODO, CADA DIA CONTRA A MEDIA DOS WS-VOL-JANELA DIAS
      *    CORRIDOS ANTERIORES. DIA SEM LINHAS OU COM DESVIO SOBRE A
      *    MEDIA ACIMA DE WS-VOL-TOLER POR CENTO SAI MARCADO. A TABELA
      *    DE DIAS COBRE A JANELA ANTERIOR MAIS O PERIODO, ATE
      *    WS-VOL-MAX DIAS (UMA POSICAO A MAIS SERVE DE SENTINELA).
       77  WS-VOL-MAX                    PIC 9(03) VALUE 500.
       77  WS-VOL-JANELA                 PIC 9(03) VALUE 7.
       77  WS-VOL-TOLER                  PIC 9(03) VALUE 50.
       77  WS-VOL-TAB                    PIC 9(01) VALUE ZERO.
       77  WS-VOL-T                      PIC 9(01) VALUE ZERO.
       77  WS-VOL-INI                    PIC 9(08) VALUE ZERO.
       77  WS-VOL-FIM                    PIC 9(08) VALUE ZERO.
       77  WS-VOL-DIA8                   PIC 9(08) VALUE ZERO.
       77  WS-VOL-QTD                    PIC 9(03) VALUE ZERO.
       77  WS-VOL-PRIM                   PIC 9(03) VALUE ZERO.
       77  WS-VOL-I                      PIC 9(03) VALUE ZERO.
       77  WS-VOL-J                      PIC 9(03) VALUE ZERO.
       77  WS-VOL-H                      PIC 9(02) VALUE ZERO.
       77  WS-VOL-HH                     PIC 9(02) VALUE ZERO.
       77  WS-VOL-SOMA                   PIC 9(09) VALUE ZERO.
       77  WS-VOL-MEDIA                  PIC 9(07)V9(02) VALUE ZERO.
       77  WS-VOL-DESVIO                 PIC S9(09)V9(02) VALUE ZERO.
       77  WS-VOL-PCT                    PIC 9(03)V9(02) VALUE ZERO.
       77  WS-VOL-BARRA-TAM              PIC 9(02) VALUE ZERO.
       77  WS-VOL-LINHAS                 PIC 9(09) VALUE ZERO.
       77  WS-VOL-DIAS-PER               PIC 9(03) VALUE ZERO.
       77  WS-VOL-MARCADOS               PIC 9(05) VALUE ZERO.
       77  WS-VOL-ZERADOS                PIC 9(05) VALUE ZERO.
       77  WS-VOL-MARC-TAB               PIC 9(05) VALUE ZERO.
       77  WS-VOL-ZER-TAB                PIC 9(05) VALUE ZERO.
       77  WS-VOL-FORA                   PIC 9(07) VALUE ZERO.
       77  WS-VOL-HORA-INV               PIC 9(07) VALUE ZERO.
       77  WS-VOL-ERRO                   PIC X(01) VALUE "N".
       77  WS-VOL-PARAM-OK               PIC X(01) VALUE "S".
       01  WS-VOL-MARCA                  PIC X(24) VALUE SPACES.
       01  WS-VOL-MEDIA-ED               PIC Z(06)9.99.
       01  WS-VOL-DESVIO-ED              PIC +(09)9.99.
       01  WS-VOL-PCT-ED                 PIC ZZ9.99.
       01  WS-VOL-BARRA                  PIC X(50) VALUE ALL "*".
       01  WS-VOL-LINHA                  PIC X(100).
       01  WS-VOL-NOMES-SEMANA           PIC X(21)
                                   VALUE "SABDOMSEGTERQUAQUISEX".
       01  WS-VOL-NOMES-R REDEFINES WS-VOL-NOMES-SEMANA.
           05  WS-VOL-NOME-SEMANA OCCURS 7 TIMES PIC X(03).
       01  WS-VOL-TAB-DIAS.
           05  WS-VOL-DIA OCCURS 501 TIMES.
               10  WS-VOL-DIA-DATA       PIC 9(08).
               10  WS-VOL-DIA-SEMANA     PIC 9(01).
               10  WS-VOL-DIA-QTD        PIC 9(07).
       01  WS-VOL-TAB-HORAS.
           05  WS-VOL-HORA-QTD OCCURS 24 TIMES PIC 9(09).
      *    REGISTRO DE ARQUIVOS GERADOS (ARQUIVOS.txt): UMA LINHA POR
      *    ARQUIVO DE SAIDA, GRAVADA QUANDO O ARQUIVO E FECHADO, COM
      *    TIPO, OPERADOR QUE O GEROU, DATA E HORA, REGISTROS E
      *    SITUACAO: G GERADO, R REMOVIDO PELA LIMPEZA, M MOVIDO PARA
      *    O DIRETORIO DA REGRA (DESTINO), A AUSENTE (APAGADO POR
      *    FORA). ARQUIVO REGRAVADO (CHECKPOINT, RETOMADA) GANHA LINHA
      *    NOVA E VALE A ULTIMA. AS LINHAS JA FECHADAS (R, M, A) SAEM
      *    DO REGISTRO NA LIMPEZA SEGUINTE; O RASTRO FICA NOS
      *    RELATORIOS LIMPEZA_.
       77  WS-FS-ARQUIVOS                PIC X(02) VALUE SPACES.
       01  WS-NOME-ARQUIVOS              PIC X(40)
                                         VALUE "ARQUIVOS.txt".
       01  WS-RGA-REG.
           05  RGA-NOME            PIC X(46).
           05  FILLER              PIC X(01).
           05  RGA-TIPO            PIC X(10).
           05  FILLER              PIC X(01).
           05  RGA-CRIADOR         PIC X(10).
           05  FILLER              PIC X(01).
           05  RGA-DATA            PIC 9(08).
           05  RGA-HORA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  RGA-QTD             PIC 9(07).
           05  FILLER              PIC X(01).
           05  RGA-SIT             PIC X(01).
           05  FILLER              PIC X(01).
           05  RGA-SIT-DATA        PIC 9(08).
           05  FILLER              PIC X(01).
           05  RGA-DESTINO         PIC X(55).
       01  WS-RGA-NOME                   PIC X(46) VALUE SPACES.
       01  WS-RGA-TIPO                   PIC X(10) VALUE SPACES.
       77  WS-RGA-QTD                    PIC 9(07) VALUE ZERO.
       77  WS-RGA-DATA                   PIC 9(08) VALUE ZERO.
       77  WS-RGA-HORA                   PIC 9(08) VALUE ZERO.
      *    REGRAS DE RETENCAO (RETENCAO.txt), UMA LINHA POR TIPO DO
      *    REGISTRO; LINHA COM * NA COLUNA 1 E COMENTARIO:
      *      01-10   TIPO (CONSULTA, DELTA, CTL, CHECKPOINT, RELATORIO,
      *              ATIVIDADE, RECONCILIA, REJEITOS, RESIDUAL,
      *              ARQUIVO, RELUSO, QUALIDADE, PENDENCIAS, CORRECAO,
      *              VOLUME, JORNAL, LIMPEZA, INATIVOS)
      *      11-14   DIAS DE RETENCAO A PARTIR DA DATA DE GERACAO
      *      15      ACAO  R=REMOVE  M=MOVE
      *      16-55   DIRETORIO DE DESTINO DA ACAO M (VAZIO = ANTIGOS)
      *    TIPO SEM REGRA NUNCA E TOCADO. INDEPENDENTE DA REGRA, A
      *    LIMPEZA MANTEM O ARQUIVO_ AINDA CATALOGADO EM EXPURGOS.txt,
      *    O CHECKPOINT EM ANDAMENTO (A) E O DELTA (E SEU .CTL) SEM
      *    ACK OK EM ENTREGAS.txt.
       77  WS-FS-REGRA                   PIC X(02) VALUE SPACES.
       01  WS-NOME-REGRA                 PIC X(40)
                                         VALUE "RETENCAO.txt".
       01  WS-LMR-REG.
           05  LMR-TIPO            PIC X(10).
           05  LMR-DIAS            PIC 9(04).
           05  LMR-ACAO            PIC X(01).
           05  LMR-DESTINO         PIC X(40).
           05  FILLER              PIC X(25).
       01  WS-LMP-TAB-REGRAS.
           05  WS-LMP-REGRA OCCURS 50 TIMES.
               10  WS-LMP-R-TIPO         PIC X(10).
               10  WS-LMP-R-DIAS         PIC 9(04).
               10  WS-LMP-R-ACAO         PIC X(01).
               10  WS-LMP-R-DESTINO      PIC X(40).
               10  WS-LMP-R-CORTE        PIC 9(08).
       01  WS-LMP-TAB.
           05  WS-LMP-LIN OCCURS 5000 TIMES PIC X(160).
      *    DECISAO POR LINHA DO REGISTRO: R REMOVIDO, M MOVIDO,
      *    A JA AUSENTE, K MANTIDO (COM O MOTIVO), X LINHA JA FECHADA
      *    NUMA LIMPEZA ANTERIOR (SAI DO REGISTRO).
       01  WS-LMP-TAB-DEC.
           05  WS-LMP-DEC OCCURS 5000 TIMES.
               10  WS-LMP-ACAO           PIC X(01).
               10  WS-LMP-MOTIVO         PIC 9(02).
       77  WS-LMP-QTD                    PIC 9(04) COMP VALUE ZERO.
       77  WS-LMP-I                      PIC 9(04) COMP VALUE ZERO.
       77  WS-LMP-J                      PIC 9(04) COMP VALUE ZERO.
       77  WS-LMP-R-QTD                  PIC 9(02) COMP VALUE ZERO.
       77  WS-LMP-R                      PIC 9(02) COMP VALUE ZERO.
       77  WS-LMP-ACHOU                  PIC 9(04) COMP VALUE ZERO.
       77  WS-LMP-FIM                    PIC X(01) VALUE "N".
       77  WS-LMP-ERRO                   PIC X(01) VALUE "N".
       77  WS-LMP-APLICA                 PIC X(01) VALUE "N".
       77  WS-LMP-PROTEGE                PIC X(01) VALUE "N".
       77  WS-LMP-HOJE                   PIC 9(08) VALUE ZERO.
       77  WS-LMP-LIDAS                  PIC 9(05) VALUE ZERO.
       77  WS-LMP-REMOVIDOS              PIC 9(05) VALUE ZERO.
       77  WS-LMP-MOVIDOS                PIC 9(05) VALUE ZERO.
       77  WS-LMP-AUSENTES               PIC 9(05) VALUE ZERO.
       77  WS-LMP-MANTIDOS               PIC 9(05) VALUE ZERO.
       77  WS-LMP-FALHAS                 PIC 9(05) VALUE ZERO.
       77  WS-LMP-RC                     PIC S9(09) COMP VALUE ZERO.
       77  WS-LMP-ARQ-LINHAS             PIC 9(05) COMP VALUE ZERO.
       77  WS-LMP-PULA                   PIC 9(05) COMP VALUE ZERO.
       01  WS-LMP-NOME-SALVO             PIC X(40) VALUE SPACES.
       01  WS-LMP-NOME                   PIC X(46) VALUE SPACES.
       01  WS-LMP-DIR                    PIC X(40) VALUE SPACES.
       01  WS-LMP-DESTINO                PIC X(87) VALUE SPACES.
       01  WS-LMP-DETALHE                PIC X(16) VALUE SPACES.
       01  WS-LMP-DESC                   PIC X(60) VALUE SPACES.
       01  WS-LMP-LINHA                  PIC X(160).
       77  WS-VER-OK                     PIC X(01) VALUE "N".
       01  WS-VER-ID-X                   PIC X(05).
       01  WS-VER-ID-9 REDEFINES WS-VER-ID-X
           05  CHK-LINHAS          PIC 9(07).
           05  CHK-NOME-ARQ        PIC X(40).
           05  CHK-SOMA            PIC 9(12).
      *    JANELA E FILTROS DA PESQUISA POR ALTERACAO (MODOS 14/24);
      *    NO FIM DA LINHA PARA OS CHECKPOINTS ANTIGOS CONTINUAREM
      *    LEGIVEIS.
           05  CHK-ATIVIDADE.
               10  CHK-ATV-DE      PIC X(14).
               10  CHK-ATV-ATE     PIC X(14).
               10  CHK-ATV-OPER    PIC X(10).
               10  CHK-ATV-ORIGEM  PIC X(10).
       77  WS-LINHA-TELA                 PIC 9(02) COMP VALUE ZERO.
       77  WS-IDX                        PIC 9(02) COMP VALUE ZERO.
       77  WS-LINHA-TELA-POS             PIC 9(04) COMP VALUE ZERO.
      *              3=RECONCILIACAO 5=CARGA CSV 6=EXPURGO
      *              7=RELATORIO DE USO 8=VERIFICA EXPORTACAO
      *              9=EXTRACAO DELTA (DESDE A MARCA DAGUA)
      *              Q=QUALIDADE DOS DADOS
      *              R=LEITURA DOS ACKS E ENTREGAS PENDENTES
      *              C=CORRECAO EM MASSA DE SUA_TABELA
      *              A=ATIVIDADE DE ALTERACOES (TBLALTERADO, OPERADOR
      *                E ORIGEM) COM EXPORTACAO E RESUMO
      *              V=VOLUME E TENDENCIA POR DIA E HORA
      *              L=LIMPEZA DOS ARQUIVOS GERADOS PELAS REGRAS DE
      *                RETENCAO.txt
      *              O=OPERADORES SEM ATIVIDADE EM SESSOES.txt
      *      03      TABELA    1=SUA_TABELA 2=SUA_TABELA_B
      *              (MODOS Q E V: 1 OU 2 SO A TABELA, 0 = AS DUAS)
      *      04-13   DATA INICIAL      (MODO 1)
      *              MES AAAAMM NAS 6 PRIMEIRAS (MODO 7)
      *              TBLDATA INICIAL   (MODO C; VAZIO = SEM LIMITE)
      *              DIA INICIAL DA ALTERACAO (MODO A; VAZIO = SEM
      *              LIMITE)
      *              PRIMEIRO DIA DO PERIODO (MODO V)
      *      14-23   DATA FINAL        (MODO 1)
      *              DATA DE CORTE     (MODO 6)
      *              TBLDATA FINAL     (MODO C; VAZIO = SEM LIMITE)
      *              DIA FINAL DA ALTERACAO, INCLUSIVE (MODO A; VAZIO
      *              = SEM LIMITE)
      *              ULTIMO DIA DO PERIODO (MODO V)
      *      24-28   TBLID             (MODO 2)
      *              TBLID INICIAL     (MODO C; VAZIO = SEM LIMITE)
      *      29      FORMATO EXPORT 1=LARGURA FIXA 2=CSV
      *              3=RELATORIO POR DATA (SO MODO 1)
      *              MODO A: 1 OU 2 EXPORTA E GERA O RESUMO, 3 GERA
      *              SO O RESUMO POR OPERADOR E ORIGEM
      *      30-39   ID DO OPERADOR
      *      40-79   ARQUIVO DE CARGA  (MODO 5; VAZIO = CARGA.txt)
      *              ARQUIVO A VERIFICAR (MODO 8)
      *              PRAZO DO ACK EM HORAS NAS 3 PRIMEIRAS (MODO R;
      *              VAZIO = 024)
      *              MODO C: 40-44 TBLID FINAL (VAZIO = SEM LIMITE),
      *              45-54 TBLORIGEM (VAZIO = QUALQUER), 55 REGRA
      *              1 A 4 E 56-65 VALOR DA REGRA (VER CORRECAO EM
      *              MASSA NA WORKING-STORAGE)
      *              MODO A: 40-49 TBLOPERADOR E 50-59 TBLORIGEM
      *              (VAZIO = QUALQUER)
      *              MODO V: 40-42 DIAS DA MEDIA MOVEL (VAZIO = 007,
      *              ATE 090) E 43-45 TOLERANCIA EM POR CENTO SOBRE A
      *              MEDIA (VAZIO = 050)
      *              MODO O: 40-42 DIAS SEM ATIVIDADE (VAZIO = 030)
      *      80-81   TENTATIVAS DE CONEXAO (VAZIO = 03)
      *      82-84   ESPERA ENTRE TENTATIVAS EM SEGUNDOS (VAZIO = 005)
      *      85      APLICA AS CORRECOES DA RECONCILIACAO EM
      *              SUA_TABELA_B (MODO 3): S=SIM (VAZIO=SO RELATORIO)
      *              APLICA A CORRECAO EM MASSA (MODO C): S=SIM
      *              (VAZIO = SO O ENSAIO COM A LISTAGEM)
      *              APLICA A LIMPEZA (MODO L): S=SIM, EXIGE NIVEL 2
      *              (VAZIO = SO O RELATORIO DO QUE SERIA FEITO)
      *      86      MARCA OS ORFAOS DE SUA_TABELA_B (MODO 3): S=SIM
      *      87-92   NUMERO DO PEDIDO APROVADO (MODOS 5 E 6, MODO 3
      *              COM 85 OU 86 = S E MODO C COM 85 = S); SEM ELE O
      *              PASSO SAI COM RC 8
      *    AS DATAS 04-13 E 14-23 ACEITAM, NO LUGAR DOS DIGITOS, UMA
      *    DATA SIMBOLICA ALINHADA A ESQUERDA, RESOLVIDA NO INICIO DE
      *    CADA PASSO PELA DATA DO SISTEMA E PELO CALENDARIO
      *    FERIADOS.txt (AAAAMMDD NAS COLUNAS 1-8, UM POR LINHA):
      *      HOJE        O PROPRIO DIA
      *      HOJE-NNN    O DIA MENOS NNN DIAS CORRIDOS (1 A 999)
      *      DIAUTILANT  DIA UTIL ANTERIOR (SEM SABADO, DOMINGO OU
      *                  FERIADO DO CALENDARIO)
      *      INIMESANT   PRIMEIRO DIA DO MES ANTERIOR
      *      FIMMESANT   ULTIMO DIA DO MES ANTERIOR
      *      MESANT      MES ANTERIOR (DIA 01; O MODO 7 USA O AAAAMM)
      *    A DATA RESOLVIDA GANHA 00 NAS DUAS ULTIMAS POSICOES; A DATA
      *    FINAL DOS MODOS 1 E C GANHA 99 PARA O INTERVALO PEGAR O DIA
      *    TODO.
      *    O JORNAL REGISTRA O QUE CADA DATA SIMBOLICA VIROU.
       01  WS-PARAM-REG.
           05  PAR-AMBIENTE        PIC X(01).
           05  PAR-MODO            PIC 9(01).
           05  PAR-MODO-X REDEFINES PAR-MODO
                                   PIC X(01).
           05  PAR-TABELA          PIC 9(01).
           05  PAR-DATA-INI        PIC 9(10).
           05  PAR-DATA-INI-X REDEFINES PAR-DATA-INI
                                   PIC X(10).
           05  PAR-DATA-FIM        PIC 9(10).
           05  PAR-DATA-FIM-X REDEFINES PAR-DATA-FIM
                                   PIC X(10).
           05  PAR-TBLID           PIC 9(05).
           05  PAR-EXPORT          PIC X(01).
           05  PAR-OPERADOR        PIC X(10).
           05  PAR-ARQUIVO         PIC X(40).
           05  PAR-ACK-R REDEFINES PAR-ARQUIVO.
               10  PAR-ACK-HORAS   PIC 9(03).
               10  FILLER          PIC X(37).
           05  PAR-COR-R REDEFINES PAR-ARQUIVO.
               10  PAR-COR-ID-ATE  PIC 9(05).
               10  PAR-COR-ORIGEM  PIC X(10).
               10  PAR-COR-REGRA   PIC X(01).
               10  PAR-COR-VALOR   PIC X(10).
               10  FILLER          PIC X(14).
           05  PAR-VOL-R REDEFINES PAR-ARQUIVO.
               10  PAR-VOL-JANELA  PIC 9(03).
               10  PAR-VOL-TOLER   PIC 9(03).
               10  FILLER          PIC X(34).
           05  PAR-ATV-R REDEFINES PAR-ARQUIVO.
               10  PAR-ATV-OPERADOR PIC X(10).
               10  PAR-ATV-ORIGEM  PIC X(10).
               10  FILLER          PIC X(20).
           05  PAR-INA-R REDEFINES PAR-ARQUIVO.
               10  PAR-INA-DIAS    PIC 9(03).
               10  FILLER          PIC X(37).
           05  PAR-TENTATIVAS      PIC 9(02).
           05  PAR-ESPERA          PIC 9(03).
           05  PAR-APLICA          PIC X(01).
           05  PAR-ORFAOS          PIC X(01).
           05  PAR-PEDIDO          PIC 9(06).
           


       01  NOVA-ORIGEM             PIC  X(10).
       01  NOVA-OPERADOR           PIC  X(10).
       01  NOVA-ALTERADO           PIC  X(14).
       01  COR-ID-DE               PIC  9(05).
       01  COR-ID-ATE              PIC  9(05).
       01  COR-PROXIMO             PIC  9(05).
       01  COR-DATA-DE             PIC  9(10).
       01  COR-DATA-ATE            PIC  9(10).
       01  COR-ORIGEM              PIC  X(10).
       01  ATV-DE                  PIC  X(14).
       01  ATV-ATE                 PIC  X(14).
       01  ATV-OPERADOR            PIC  X(10).
       01  ATV-ORIGEM              PIC  X(10).
       01  ATV-DIA                 PIC  X(08).
       01  VOL-DATA-DE             PIC  9(10).
       01  VOL-DATA-ATE            PIC  9(10).
       01  VOL-HORA                PIC  X(02).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
                       PERFORM RETRABALHO-REJEITOS
                   END-IF
                   PERFORM AGUARDA-ENTER
               WHEN 13
                   PERFORM HISTORICO-LINHA
                   PERFORM AGUARDA-ENTER
               WHEN 14
                   PERFORM QUALIDADE-DADOS
                   PERFORM AGUARDA-ENTER
               WHEN 15
                   PERFORM ENTREGA-ACK
                   PERFORM AGUARDA-ENTER
               WHEN 16
                   PERFORM VERIFICA-AUTORIZACAO
                   IF  WS-AUTORIZADO = "S"
                       PERFORM PEDIDOS-APROVACAO
                   END-IF
                   PERFORM AGUARDA-ENTER
               WHEN 17
                   PERFORM VERIFICA-AUTORIZACAO
                   IF  WS-AUTORIZADO = "S"
                       PERFORM CORRECAO-MASSA
                   END-IF
                   PERFORM AGUARDA-ENTER
               WHEN 18
                   PERFORM EXECUTA-CONSULTA
               WHEN 19
                   PERFORM VOLUME-TENDENCIA
                   PERFORM AGUARDA-ENTER
               WHEN 20
                   PERFORM VERIFICA-AUTORIZACAO
                   IF  WS-AUTORIZADO = "S"
                       PERFORM LIMPEZA-ARQUIVOS
                   END-IF
                   PERFORM AGUARDA-ENTER
               WHEN 21
                   PERFORM VERIFICA-AUTORIZACAO
                   IF  WS-AUTORIZADO = "S"
                       PERFORM OPERADORES-ADMIN
                   END-IF
                   PERFORM AGUARDA-ENTER
               WHEN 22
                   PERFORM OPERADORES-INATIVOS
                   PERFORM AGUARDA-ENTER
               WHEN OTHER
                   PERFORM EXECUTA-CONSULTA
           END-EVALUATE.
      *    CADASTRO OPERADORES.txt, ATE TRES TENTATIVAS. CADA RECUSA
      *    SAI NA AUDITORIA. O NIVEL DO OPERADOR FICA GUARDADO PARA A
      *    LIBERACAO DAS OPCOES DO MENU.
      *    AS FALHAS FICAM CONTADAS NO CADASTRO: WS-SNH-MAX-FALHAS
      *    SEGUIDAS BLOQUEIAM O OPERADOR EM QUALQUER SESSAO ATE O
      *    SUPERVISOR DESBLOQUEAR. OPERADOR DESATIVADO NAO ENTRA.
      ******************************************************************
       IDENTIFICA-OPERADOR.
           MOVE "N" TO WS-LOGON-OK.
           DISPLAY "ID DO OPERADOR:"   AT 0301
           ACCEPT  WS-OPERADOR         AT 0320
           DISPLAY "SENHA..........:"  AT 0401
           ACCEPT  WS-SENHA            AT 0420 WITH NO-ECHO
           DISPLAY "TROCAR A SENHA? [S/N]" AT 0501
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT  WS-CONFIRMA         AT 0523.
           IF  WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE "S" TO WS-SNH-TROCA
           ELSE
               MOVE "N" TO WS-SNH-TROCA
           END-IF.
           PERFORM PROCURA-OPERADOR.
           MOVE "N" TO WS-SNH-CONFERE.
           IF  WS-FS-OPER = "00" AND WS-OPER-ACHOU = "S"
               PERFORM SNH-CONFERE
           END-IF.
           EVALUATE TRUE
               WHEN WS-FS-OPER NOT = "00"
                   DISPLAY "CADASTRO DE OPERADORES NAO "
                           "ENCONTRADO"              AT 0601
                   MOVE 3 TO WS-TENT-LOGON
               WHEN WS-OPER-ACHOU = "S" AND OPR-SIT = "D"
                   DISPLAY "OPERADOR DESATIVADO"     AT 0601
                   MOVE SPACES TO WS-CRITERIO-AUDIT
                   STRING "ACESSO NEGADO NO LOGON OPERADOR DESATIVADO"
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                   PERFORM GRAVA-AUDITORIA
                   CALL "C$SLEEP" USING WS-ESPERA-SEG
               WHEN WS-OPER-ACHOU = "S" AND OPR-SIT = "B"
                   DISPLAY "OPERADOR BLOQUEADO - PROCURE O "
                           "SUPERVISOR"              AT 0601
                   MOVE SPACES TO WS-CRITERIO-AUDIT
                   STRING "ACESSO NEGADO NO LOGON OPERADOR BLOQUEADO"
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                   PERFORM GRAVA-AUDITORIA
                   CALL "C$SLEEP" USING WS-ESPERA-SEG
               WHEN WS-SNH-CONFERE = "S"
                   MOVE OPR-NIVEL TO WS-NIVEL-OPER
                   MOVE "S" TO WS-LOGON-OK
                   PERFORM SNH-LOGON-ACEITO
               WHEN OTHER
                   DISPLAY "OPERADOR OU SENHA INVALIDOS" AT 0601
                   MOVE SPACES TO WS-CRITERIO-AUDIT
                          WS-TENT-LOGON
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                   PERFORM GRAVA-AUDITORIA
                   IF  WS-OPER-ACHOU = "S"
                       PERFORM SNH-CONTA-FALHA
                   END-IF
                   CALL "C$SLEEP" USING WS-ESPERA-SEG
           END-EVALUATE.

           END-READ.
           IF  WS-OPER-FIM NOT = "S"
               IF  OPER-LINHA(1:10) = WS-OPERADOR
                   MOVE OPER-LINHA TO WS-OPER-REG
                   PERFORM OPR-NORMALIZA
                   MOVE "S" TO WS-OPER-ACHOU
               END-IF
           END-IF.

      *    SENHA CONFERIDA PELO RESUMO; A LINHA ANTIGA, SEM RESUMO,
      *    AINDA PELA SENHA EM CLARO.
       SNH-CONFERE.
           MOVE "N" TO WS-SNH-CONFERE.
           IF  OPR-RESUMO = SPACES
               IF  OPR-SENHA = WS-SENHA
                   MOVE "S" TO WS-SNH-CONFERE
               END-IF
           ELSE
               MOVE OPR-ID   TO WS-SNH-ID
               MOVE WS-SENHA TO WS-SNH-SENHA
               PERFORM SNH-RESUMO
               IF  WS-SNH-RESUMO = OPR-RESUMO
                   MOVE "S" TO WS-SNH-CONFERE
               END-IF
           END-IF.

      *    LOGON ACEITO: ZERA AS FALHAS E CONVERTE A SENHA EM CLARO DA
      *    LINHA ANTIGA. A TROCA E OBRIGATORIA COM A SENHA AINDA EM
      *    CLARO, REDEFINIDA PELO SUPERVISOR OU VENCIDA; SEM ELA O
      *    LOGON E DESFEITO. A TROCA PEDIDA NA TELA E OPCIONAL.
       SNH-LOGON-ACEITO.
           ACCEPT WS-SNH-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-VAL-DATA = WS-SNH-HOJE * 100.
           PERFORM DTS-VOLTA-DIA WS-SNH-VALIDADE TIMES.
           DIVIDE WS-VAL-DATA BY 100 GIVING WS-SNH-CORTE.
           MOVE SPACES TO WS-SNH-MOTIVO.
           EVALUATE TRUE
               WHEN OPR-RESUMO = SPACES
                   MOVE "SENHA AINDA GRAVADA EM CLARO NO CADASTRO"
                       TO WS-SNH-MOTIVO
               WHEN OPR-TROCA-OBRIG = "S"
                   MOVE "SENHA PROVISORIA DEFINIDA PELO SUPERVISOR"
                       TO WS-SNH-MOTIVO
               WHEN OPR-TROCA-DATA < WS-SNH-CORTE
                   STRING "SENHA VENCIDA - VALIDADE DE "
                          WS-SNH-VALIDADE " DIAS"
                       DELIMITED BY SIZE INTO WS-SNH-MOTIVO
           END-EVALUATE.
           IF  OPR-FALHAS > ZERO OR OPR-RESUMO = SPACES
               IF  OPR-RESUMO = SPACES
                   MOVE OPR-ID   TO WS-SNH-ID
                   MOVE WS-SENHA TO WS-SNH-SENHA
                   PERFORM SNH-RESUMO
                   MOVE WS-SNH-RESUMO TO OPR-RESUMO
                   MOVE SPACES TO OPR-SENHA
                   MOVE "S" TO OPR-TROCA-OBRIG
                   MOVE SPACES TO WS-CRITERIO-AUDIT
                   STRING "SENHA EM CLARO CONVERTIDA NO LOGON"
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                   PERFORM GRAVA-AUDITORIA
               END-IF
               MOVE ZERO TO OPR-FALHAS
               PERFORM OPR-ATUALIZA
           END-IF.
           IF  WS-SNH-MOTIVO NOT = SPACES OR WS-SNH-TROCA = "S"
               PERFORM TROCA-SENHA
               IF  WS-SNH-TROCOU NOT = "S"
                                 AND WS-SNH-MOTIVO NOT = SPACES
                   MOVE "N" TO WS-LOGON-OK
                   MOVE 3 TO WS-TENT-LOGON
                   MOVE SPACES TO WS-CRITERIO-AUDIT
                   STRING "ACESSO NEGADO NO LOGON SEM A TROCA "
                          "OBRIGATORIA DE SENHA"
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                   PERFORM GRAVA-AUDITORIA
               END-IF
           END-IF.

      *    FALHA DE SENHA DE UM OPERADOR CADASTRADO: SOMA NO CADASTRO
      *    E, NO LIMITE, BLOQUEIA.
       SNH-CONTA-FALHA.
           IF  OPR-FALHAS < 99
               ADD 1 TO OPR-FALHAS
           END-IF.
           IF  OPR-FALHAS NOT < WS-SNH-MAX-FALHAS
               MOVE "B" TO OPR-SIT
               ACCEPT OPR-SIT-DATA FROM DATE YYYYMMDD
               DISPLAY "OPERADOR BLOQUEADO - PROCURE O "
                       "SUPERVISOR"              AT 0701
               MOVE SPACES TO WS-CRITERIO-AUDIT
               STRING "OPERADOR BLOQUEADO APOS " OPR-FALHAS
                      " FALHAS DE LOGON"
                   DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
               PERFORM GRAVA-AUDITORIA
           END-IF.
           PERFORM OPR-ATUALIZA.

      *    TROCA DE SENHA PELO PROPRIO OPERADOR, ATE TRES TENTATIVAS.
       TROCA-SENHA.
           MOVE "N" TO WS-SNH-TROCOU.
           MOVE ZERO TO WS-SNH-TENT.
           PERFORM SNH-PEDE-NOVA
               UNTIL WS-SNH-TROCOU = "S" OR WS-SNH-TENT NOT < 3.

       SNH-PEDE-NOVA.
           ADD 1 TO WS-SNH-TENT.
           DISPLAY " "                  AT 0101 WITH ERASE EOS
           DISPLAY "TROCA DE SENHA DO OPERADOR " WS-OPERADOR AT 0301
           IF  WS-SNH-MOTIVO NOT = SPACES
               DISPLAY "TROCA OBRIGATORIA: " WS-SNH-MOTIVO    AT 0401
           END-IF
           MOVE SPACES TO WS-SNH-NOVA WS-SNH-CONF
           DISPLAY "NOVA SENHA.....:"  AT 0601
           ACCEPT  WS-SNH-NOVA         AT 0620 WITH NO-ECHO
           DISPLAY "CONFIRMA SENHA.:"  AT 0701
           ACCEPT  WS-SNH-CONF         AT 0720 WITH NO-ECHO.
           MOVE OPR-ID     TO WS-SNH-ID.
           MOVE OPR-RESUMO TO WS-SNH-ATUAL.
           PERFORM SNH-VALIDA-NOVA.
           IF  WS-SNH-MSG = SPACES
               PERFORM SNH-APLICA-NOVA
               MOVE "N" TO OPR-TROCA-OBRIG
               PERFORM OPR-ATUALIZA
               IF  WS-OPR-ERRO = "S"
                   MOVE "ERRO AO GRAVAR O CADASTRO - SENHA NAO TROCADA"
                       TO WS-SNH-MSG
                   MOVE 3 TO WS-SNH-TENT
               ELSE
                   MOVE "S" TO WS-SNH-TROCOU
                   MOVE "SENHA TROCADA" TO WS-SNH-MSG
                   MOVE SPACES TO WS-CRITERIO-AUDIT
                   STRING "SENHA TROCADA PELO PROPRIO OPERADOR"
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                   PERFORM GRAVA-AUDITORIA
               END-IF
           END-IF.
           DISPLAY WS-SNH-MSG                              AT 0901.
           DISPLAY "PRESSIONE ENTER PARA CONTINUAR"        AT 2401.
           ACCEPT skipscreen                               AT 2432.

      *    REGRAS DA SENHA NOVA (DO PROPRIO OPERADOR OU PROVISORIA):
      *    DIGITADA DUAS VEZES IGUAL, WS-SNH-MINIMO POSICOES ANTES DO
      *    PRIMEIRO BRANCO, DIFERENTE DO ID E DA SENHA ATUAL. A
      *    MENSAGEM EM BRANCO QUER DIZER SENHA ACEITA.
       SNH-VALIDA-NOVA.
           MOVE SPACES TO WS-SNH-MSG.
           MOVE ZERO TO WS-SNH-TAM.
           INSPECT WS-SNH-NOVA TALLYING WS-SNH-TAM
               FOR CHARACTERS BEFORE INITIAL SPACE.
           EVALUATE TRUE
               WHEN WS-SNH-NOVA NOT = WS-SNH-CONF
                   MOVE "AS DUAS DIGITACOES NAO CONFEREM" TO WS-SNH-MSG
               WHEN WS-SNH-TAM < WS-SNH-MINIMO
                   STRING "A SENHA PRECISA DE " WS-SNH-MINIMO
                          " POSICOES, SEM BRANCOS"
                       DELIMITED BY SIZE INTO WS-SNH-MSG
               WHEN WS-SNH-NOVA = WS-SNH-ID
                   MOVE "A SENHA NAO PODE SER O ID DO OPERADOR"
                       TO WS-SNH-MSG
               WHEN WS-SNH-ATUAL NOT = SPACES
                   MOVE WS-SNH-NOVA TO WS-SNH-SENHA
                   PERFORM SNH-RESUMO
                   IF  WS-SNH-RESUMO = WS-SNH-ATUAL
                       MOVE "A SENHA NOVA E IGUAL A ATUAL" TO WS-SNH-MSG
                   END-IF
           END-EVALUATE.

      *    GRAVA A SENHA NOVA NO REGISTRO DO OPERADOR, SO O RESUMO.
       SNH-APLICA-NOVA.
           ACCEPT WS-SNH-HOJE FROM DATE YYYYMMDD.
           MOVE WS-SNH-NOVA TO WS-SNH-SENHA.
           PERFORM SNH-RESUMO.
           MOVE WS-SNH-RESUMO TO OPR-RESUMO.
           MOVE SPACES        TO OPR-SENHA.
           MOVE WS-SNH-HOJE   TO OPR-TROCA-DATA.

      *    RESUMO DE WS-SNH-ID + WS-SNH-SENHA EM WS-SNH-RESUMO.
       SNH-RESUMO.
           MOVE WS-SNH-ID    TO WS-SNH-TEXTO(1:10).
           MOVE WS-SNH-SENHA TO WS-SNH-TEXTO(11:10).
           PERFORM SNH-CODIGO
               VARYING WS-SNH-I FROM 1 BY 1 UNTIL WS-SNH-I > 20.
           MOVE 7  TO WS-SNH-H1.
           MOVE 13 TO WS-SNH-H2.
           PERFORM SNH-VOLTA
               VARYING WS-SNH-R FROM 1 BY 1
               UNTIL WS-SNH-R > WS-SNH-VOLTAS.

       SNH-CODIGO.
           MOVE ZERO TO WS-SNH-COD.
           MOVE WS-SNH-TEXTO(WS-SNH-I:1) TO WS-SNH-COD-X(2:1).
           MOVE WS-SNH-COD TO WS-SNH-C(WS-SNH-I).

       SNH-VOLTA.
           PERFORM SNH-PASSO
               VARYING WS-SNH-I FROM 1 BY 1 UNTIL WS-SNH-I > 20.
           COMPUTE WS-SNH-T = WS-SNH-H1 + WS-SNH-H2.
           DIVIDE WS-SNH-T BY 999999937
               GIVING WS-SNH-Q REMAINDER WS-SNH-H1.

       SNH-PASSO.
           COMPUTE WS-SNH-T = WS-SNH-H1 * 131
                            + WS-SNH-C(WS-SNH-I) + WS-SNH-R.
           DIVIDE WS-SNH-T BY 999999937
               GIVING WS-SNH-Q REMAINDER WS-SNH-H1.
           COMPUTE WS-SNH-T = WS-SNH-H2 * 257
                            + WS-SNH-C(WS-SNH-I) * 7 + WS-SNH-I.
           DIVIDE WS-SNH-T BY 999999929
               GIVING WS-SNH-Q REMAINDER WS-SNH-H2.

      *    CAMPOS NOVOS DO CADASTRO EM BRANCO NA LINHA ANTIGA.
       OPR-NORMALIZA.
           IF  OPR-SIT = SPACE
               MOVE "A" TO OPR-SIT
           END-IF.
           IF  OPR-FALHAS NOT NUMERIC
               MOVE ZERO TO OPR-FALHAS
           END-IF.
           IF  OPR-TROCA-DATA NOT NUMERIC
               MOVE ZERO TO OPR-TROCA-DATA
           END-IF.
           IF  OPR-CADASTRO NOT NUMERIC
               MOVE ZERO TO OPR-CADASTRO
           END-IF.
           IF  OPR-SIT-DATA NOT NUMERIC
               MOVE ZERO TO OPR-SIT-DATA
           END-IF.

      *    OPCOES QUE ALTERAM OU EXCLUEM DADOS EXIGEM NIVEL 2; A
      *    RECUSA FICA NA TELA E NA AUDITORIA COM A OPCAO PEDIDA.
       VERIFICA-AUTORIZACAO.
           END-IF.

       ROTINA-BATCH.
           PERFORM BATCH-VALIDA-MODO.
           IF  WS-PAR-VALIDO NOT = "S"
               DISPLAY "REGISTRO DE PARAMETROS INVALIDO: " WS-PARAM-REG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           MOVE ZERO TO WS-RETORNO WS-RETORNO-PIOR.
           MOVE "N" TO WS-PARADO.

      *    O PRIMEIRO PASSO PRECISA DAS DATAS JA RESOLVIDAS PARA A
      *    RETOMADA COMPARAR O PEDIDO COM O CHECKPOINT.
           PERFORM BATCH-RESOLVE-DATAS.
           PERFORM VERIFICA-CHECKPOINT.
           MOVE "N" TO WS-PEDIDO-FEITO.
           IF  WS-RETOMOU = "S"
           MOVE WS-PAR-I TO WS-PSO-NUM.
           ACCEPT WS-PSO-HORA-INI FROM TIME.
           MOVE ZERO TO WS-RETORNO WS-PSO-QTD.
           PERFORM BATCH-VALIDA-MODO.
           PERFORM BATCH-RESOLVE-DATAS.
           PERFORM BATCH-JORNAL-DATAS.

           EVALUATE TRUE
               WHEN WS-PAR-I = 1 AND WS-PEDIDO-FEITO = "S"
                   MOVE WS-EXP-LINHAS TO WS-PSO-QTD
               WHEN WS-PAR-VALIDO NOT = "S"
                   DISPLAY "REGISTRO DE PARAMETROS INVALIDO: "
                           WS-PARAM-REG
                   MOVE 8 TO WS-RETORNO
               WHEN WS-DTS-OK NOT = "S"
                   DISPLAY "DATA SIMBOLICA INVALIDA: "
                           WS-DTS-ORIG-INI " " WS-DTS-ORIG-FIM
                   MOVE 8 TO WS-RETORNO
               WHEN OTHER
                   PERFORM BATCH-DESPACHA-PASSO
           END-EVALUATE.
                   DELIMITED BY SIZE INTO WS-LINHA-JORNAL
           ELSE
               STRING "PASSO " WS-PSO-NUM
                      " MODO " PAR-MODO-X
                      " INI " WS-PSO-HORA-INI
                      " FIM " WS-PSO-HORA-FIM
                      " REGS " WS-PSO-QTD
           ELSE
               MOVE "1" TO WS-TIPO-EXPORT
           END-IF.
      *    OS MODOS COM LETRA VEM PRIMEIRO: PAR-MODO E NUMERICO E A
      *    LETRA NAO PODE CAIR NA COMPARACAO COM UM DOS DIGITOS.
           EVALUATE TRUE
               WHEN PAR-MODO-X = "Q"
                   MOVE PAR-TABELA TO WS-QLD-TAB
                   PERFORM QUALIDADE-DADOS
                   COMPUTE WS-PSO-QTD = WS-QLD-LIDOS(1)
                                      + WS-QLD-LIDOS(2)
               WHEN PAR-MODO-X = "R"
                   IF  PAR-ACK-HORAS NUMERIC AND PAR-ACK-HORAS > ZERO
                       MOVE PAR-ACK-HORAS TO WS-ENT-HORAS
                   ELSE
                       MOVE 24 TO WS-ENT-HORAS
                   END-IF
                   PERFORM ENTREGA-ACK
                   MOVE WS-ENT-ACKS TO WS-PSO-QTD
               WHEN PAR-MODO-X = "C" AND PAR-APLICA = "S"
                                     AND WS-NIVEL-OPER NOT = "2"
                   DISPLAY "CORRECAO EM MASSA NAO AUTORIZADA PARA O "
                           "OPERADOR " WS-OPERADOR
                   MOVE SPACES TO WS-CRITERIO-AUDIT
                   STRING "ACESSO NEGADO CORRECAO EM LOTE"
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                   PERFORM GRAVA-AUDITORIA
                   MOVE 8 TO WS-RETORNO
               WHEN PAR-MODO-X = "C"
                   PERFORM CORRECAO-BATCH
                   MOVE WS-COR-ALTERA TO WS-PSO-QTD
               WHEN PAR-MODO-X = "A"
                   PERFORM ATIVIDADE-BATCH
                   MOVE WS-EXP-LINHAS TO WS-PSO-QTD
               WHEN PAR-MODO-X = "V"
                   MOVE PAR-TABELA TO WS-VOL-TAB
                   MOVE ZERO TO WS-VOL-INI WS-VOL-FIM
                   IF  PAR-DATA-INI NUMERIC
                       DIVIDE PAR-DATA-INI BY 100 GIVING WS-VOL-INI
                   END-IF
                   IF  PAR-DATA-FIM NUMERIC
                       DIVIDE PAR-DATA-FIM BY 100 GIVING WS-VOL-FIM
                   END-IF
                   MOVE ZERO TO WS-VOL-JANELA WS-VOL-TOLER
                   IF  PAR-VOL-JANELA NUMERIC
                       MOVE PAR-VOL-JANELA TO WS-VOL-JANELA
                   END-IF
                   IF  PAR-VOL-TOLER NUMERIC
                       MOVE PAR-VOL-TOLER TO WS-VOL-TOLER
                   END-IF
                   PERFORM VOLUME-TENDENCIA
                   MOVE WS-VOL-LINHAS TO WS-PSO-QTD
               WHEN PAR-MODO-X = "L" AND PAR-APLICA = "S"
                                     AND WS-NIVEL-OPER NOT = "2"
                   DISPLAY "LIMPEZA DE ARQUIVOS NAO AUTORIZADA PARA O "
                           "OPERADOR " WS-OPERADOR
                   MOVE SPACES TO WS-CRITERIO-AUDIT
                   STRING "ACESSO NEGADO LIMPEZA EM LOTE"
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                   PERFORM GRAVA-AUDITORIA
                   MOVE 8 TO WS-RETORNO
               WHEN PAR-MODO-X = "L"
                   PERFORM LIMPEZA-ARQUIVOS
                   COMPUTE WS-PSO-QTD = WS-LMP-REMOVIDOS
                                      + WS-LMP-MOVIDOS
               WHEN PAR-MODO-X = "O"
                   IF  PAR-INA-DIAS NUMERIC AND PAR-INA-DIAS > ZERO
                       MOVE PAR-INA-DIAS TO WS-INA-DIAS
                   ELSE
                       MOVE 30 TO WS-INA-DIAS
                   END-IF
                   PERFORM OPERADORES-INATIVOS
                   MOVE WS-INA-QTD TO WS-PSO-QTD
               WHEN PAR-MODO = 3
                   PERFORM RECONCILIA-TABELAS
                   MOVE WS-REC-LIDOS-A TO WS-PSO-QTD
                   MOVE WS-EXP-LINHAS TO WS-PSO-QTD
           END-EVALUATE.

      *    TROCA AS DATAS SIMBOLICAS DO PASSO CORRENTE PELA DATA
      *    RESOLVIDA. DATA EM BRANCO OU JA NUMERICA FICA COMO ESTA.
       BATCH-RESOLVE-DATAS.
           MOVE "S" TO WS-DTS-OK.
           MOVE "N" TO WS-DTS-TOKENS.
           MOVE PAR-DATA-INI-X TO WS-DTS-ORIG-INI.
           MOVE PAR-DATA-FIM-X TO WS-DTS-ORIG-FIM.
           IF  PAR-DATA-INI NOT NUMERIC AND PAR-DATA-INI-X NOT = SPACES
               MOVE PAR-DATA-INI-X TO WS-DTS-TOKEN
               MOVE ZERO TO WS-DTS-SUFIXO
               PERFORM DTS-RESOLVE
               IF  WS-DTS-OK = "S"
                   MOVE WS-VAL-DATA TO PAR-DATA-INI
               END-IF
           END-IF.
           IF  PAR-DATA-FIM NOT NUMERIC AND PAR-DATA-FIM-X NOT = SPACES
               MOVE PAR-DATA-FIM-X TO WS-DTS-TOKEN
               IF  PAR-MODO-X = "1" OR PAR-MODO-X = "C"
                   MOVE 99 TO WS-DTS-SUFIXO
               ELSE
                   MOVE ZERO TO WS-DTS-SUFIXO
               END-IF
               PERFORM DTS-RESOLVE
               IF  WS-DTS-OK = "S"
                   MOVE WS-VAL-DATA TO PAR-DATA-FIM
               END-IF
           END-IF.

       BATCH-JORNAL-DATAS.
           IF  WS-DTS-TOKENS = "S"
               MOVE SPACES TO WS-LINHA-JORNAL
               IF  WS-DTS-OK = "S"
                   STRING "PASSO " WS-PSO-NUM
                          " DATAS INI " WS-DTS-ORIG-INI
                          " = " PAR-DATA-INI-X
                          " FIM " WS-DTS-ORIG-FIM
                          " = " PAR-DATA-FIM-X
                       DELIMITED BY SIZE INTO WS-LINHA-JORNAL
               ELSE
                   STRING "PASSO " WS-PSO-NUM
                          " DATA SIMBOLICA INVALIDA INI "
                          WS-DTS-ORIG-INI
                          " FIM " WS-DTS-ORIG-FIM
                       DELIMITED BY SIZE INTO WS-LINHA-JORNAL
               END-IF
               PERFORM GRAVA-JORNAL
           END-IF.

      *    MODO NUMERICO OU UMA DAS LETRAS DOS MODOS NOVOS; TABELA
      *    SEMPRE NUMERICA.
       BATCH-VALIDA-MODO.
           MOVE "S" TO WS-PAR-VALIDO.
           IF  PAR-TABELA NOT NUMERIC
               MOVE "N" TO WS-PAR-VALIDO
           END-IF.
           EVALUATE PAR-MODO-X
               WHEN "Q"
               WHEN "R"
               WHEN "C"
               WHEN "A"
               WHEN "V"
               WHEN "L"
               WHEN "O"
                   CONTINUE
               WHEN OTHER
                   IF  PAR-MODO NOT NUMERIC
                       MOVE "N" TO WS-PAR-VALIDO
                   END-IF
           END-EVALUATE.

       JORNAL-ABRE.
           ACCEPT WS02-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS03-HORA-SISTEMA FROM TIME.
       JORNAL-FECHA.
           IF  WS-FS-JORNAL = "00"
               CLOSE ARQ-JORNAL
               MOVE WS-NOME-JORNAL TO WS-RGA-NOME
               MOVE "JORNAL"       TO WS-RGA-TIPO
               MOVE WS-PAR-QTD     TO WS-RGA-QTD
               PERFORM RGA-REGISTRA
           END-IF.
           DISPLAY "JORNAL: " WS-NOME-JORNAL.

               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    O BLOQUEIO POR FALHAS E DO LOGON DE TELA; EM LOTE SO O
      *    OPERADOR DESATIVADO E RECUSADO.
           IF  OPR-SIT = "D"
               DISPLAY "OPERADOR DESATIVADO: " WS-OPERADOR
               MOVE SPACES TO WS-CRITERIO-AUDIT
               STRING "ACESSO NEGADO EM LOTE OPERADOR "
                      WS-OPERADOR " DESATIVADO"
                   DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
               PERFORM GRAVA-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE OPR-NIVEL TO WS-NIVEL-OPER.

      ******************************************************************
      ******************************************************************
       BATCH-CONFERE-RETOMADA.
           MOVE "N" TO WS-PEDIDO-FEITO.
           IF  PAR-MODO NUMERIC AND (PAR-MODO = 1 OR PAR-MODO = 2)
               IF  PAR-MODO = 1
                   IF  PAR-TABELA = 2
                       MOVE 21 TO WS-MODO-AUX

           PERFORM FECHA-CURSOR.

      ******************************************************************
      *    ATIVIDADE DE ALTERACOES EM LOTE: DIAS DA ALTERACAO NAS
      *    COLUNAS DAS DATAS (AAAAMMDD; AS DUAS ULTIMAS POSICOES NAO
      *    CONTAM), OPERADOR E ORIGEM NAS COLUNAS DO ARQUIVO. EXPORTA
      *    A SELECAO NO FORMATO PEDIDO E GERA O RESUMO POR OPERADOR E
      *    ORIGEM; COM FORMATO 3 GERA SO O RESUMO. SELECAO VAZIA SAI
      *    COM RC 4.
      ******************************************************************
       ATIVIDADE-BATCH.
           MOVE SPACES TO ATV-DE ATV-ATE.
           IF  PAR-DATA-INI NUMERIC AND PAR-DATA-INI NOT = ZERO
               MOVE PAR-DATA-INI-X(1:8) TO ATV-DE
           END-IF.
           IF  PAR-DATA-FIM NUMERIC AND PAR-DATA-FIM NOT = ZERO
               MOVE PAR-DATA-FIM-X(1:8) TO ATV-ATE
           END-IF.
           MOVE PAR-ATV-OPERADOR TO ATV-OPERADOR.
           MOVE PAR-ATV-ORIGEM   TO ATV-ORIGEM.
           PERFORM ATV-JANELA.
           IF  WS-TABELA-SEL = 2
               PERFORM DECLARA-C16
           ELSE
               PERFORM DECLARA-C15
           END-IF.
           PERFORM AUDITA-CONSULTA.

           MOVE ZERO TO D-ID WS-EXP-LINHAS.
           MOVE "N" TO WS-EXP-ERRO.
           PERFORM ABRE-CURSOR.
           IF  WS-TIPO-EXPORT NOT = "3"
               PERFORM EXPORTA-RESULTADO
           END-IF.
           IF  WS-EXP-ERRO NOT = "S"
               MOVE "3" TO WS-TIPO-EXPORT
               PERFORM EXPORTA-RESULTADO
           END-IF.

           IF  WS-EXP-ERRO = "S"
               IF  SQLCODE < ZERO
                   PERFORM ERROR-RTN
               END-IF
               MOVE 8 TO WS-RETORNO
           ELSE
               IF  WS-EXP-LINHAS = ZERO
                   MOVE 4 TO WS-RETORNO
               END-IF
           END-IF.

           PERFORM FECHA-CURSOR.

      ******************************************************************
      *    EXTRACAO DELTA: EXPORTA SOMENTE OS TBLIDS ACIMA DA MARCA
      *    DAGUA GUARDADA EM MARCADAGUA.txt PARA A TABELA PEDIDA,
           DISPLAY "| RETRABALHO REJEITOS - [12]|" AT 2201
           DISPLAY "| SAIR                 - [0]|" AT 2301
           DISPLAY "|___________________________|" AT 2401
           Display " ___________________________"  AT 1033
           DISPLAY "| HISTORICO DE LINHA  - [13]|" AT 1133
           DISPLAY "| QUALIDADE DOS DADOS - [14]|" AT 1233
           DISPLAY "| ACK DAS ENTREGAS    - [15]|" AT 1333
           DISPLAY "| APROVACAO PEDIDOS   - [16]|" AT 1433
           DISPLAY "| CORRECAO EM MASSA   - [17]|" AT 1533
           DISPLAY "| ATIVIDADE ALTERACAO - [18]|" AT 1633
           DISPLAY "| VOLUME E TENDENCIA  - [19]|" AT 1733
           DISPLAY "| LIMPEZA DE ARQUIVOS - [20]|" AT 1833
           DISPLAY "| ADMIN. OPERADORES   - [21]|" AT 1933
           DISPLAY "| OPERADORES INATIVOS - [22]|" AT 2033
           DISPLAY "|___________________________|" AT 2133
           ACCEPT IDMENU                           AT 1330.
           DISPLAY " "                        AT 0501 WITH ERASE EOS.


       SELECIONA-PESQUISA.
           EVALUATE TRUE
               WHEN IDMENU = 18
                   PERFORM PROGSQL-ATIVIDADE
               WHEN IDMENU = 2 AND WS-TABELA-SEL = 1
                   PERFORM PROGSQL-BUSCA-ID
               WHEN IDMENU = 2 AND WS-TABELA-SEL = 2
                   EXEC SQL OPEN C10 END-EXEC
               WHEN 23
                   EXEC SQL OPEN C11 END-EXEC
               WHEN 14
                   EXEC SQL OPEN C15 END-EXEC
               WHEN 24
                   EXEC SQL OPEN C16 END-EXEC
           END-EVALUATE.

       FETCH-PROXIMO.
                       FETCH C11 INTO :TBL-ID, :TBL-data, :TBL-hora,
                           :TBL-origem, :TBL-operador, :TBL-alterado
                   END-EXEC
               WHEN 14
                   EXEC SQL
                       FETCH C15 INTO :TBL-ID, :TBL-data, :TBL-hora,
                           :TBL-origem, :TBL-operador, :TBL-alterado
                   END-EXEC
               WHEN 24
                   EXEC SQL
                       FETCH C16 INTO :TBL-ID, :TBL-data, :TBL-hora,
                           :TBL-origem, :TBL-operador, :TBL-alterado
                   END-EXEC
           END-EVALUATE.

       RECONECTA-CURSOR.
                       PERFORM DECLARA-C10
                   WHEN 23
                       PERFORM DECLARA-C11
                   WHEN 14
                       PERFORM DECLARA-C15
                   WHEN 24
                       PERFORM DECLARA-C16
               END-EVALUATE
               PERFORM ABRE-CURSOR
               PERFORM FETCH-CURSOR
                   EXEC SQL CLOSE C10 END-EXEC
               WHEN 23
                   EXEC SQL CLOSE C11 END-EXEC
               WHEN 14
                   EXEC SQL CLOSE C15 END-EXEC
               WHEN 24
                   EXEC SQL CLOSE C16 END-EXEC
           END-EVALUATE.

       PROGSQL-SKET.
           DISPLAY "FORMATO DE EXPORTACAO:"     AT 0301
           DISPLAY "[1] LARGURA FIXA (padrao)"   AT 0401
           DISPLAY "[2] CSV (EXCEL)"             AT 0501
           EVALUATE WS-MODO-PESQUISA
               WHEN 11
               WHEN 21
                   DISPLAY "[3] RELATORIO POR DATA"   AT 0601
                   ACCEPT  WS-TIPO-EXPORT             AT 0701
               WHEN 14
               WHEN 24
                   DISPLAY "[3] RESUMO POR OPERADOR/ORIGEM"
                                                      AT 0601
                   ACCEPT  WS-TIPO-EXPORT             AT 0701
               WHEN OTHER
                   ACCEPT  WS-TIPO-EXPORT             AT 0601
           END-EVALUATE
           IF  WS-TIPO-EXPORT NOT = "2" AND WS-TIPO-EXPORT NOT = "3"
               MOVE "1" TO WS-TIPO-EXPORT
           END-IF

       EXPORTA-RESULTADO.
      *    O RELATORIO POR DATA SO FAZ SENTIDO PARA PESQUISA POR
      *    PERIODO E O RESUMO DE ATIVIDADE PARA A PESQUISA POR
      *    ALTERACAO; PARA BUSCA POR TBLID CAI NA LARGURA FIXA.
           IF  WS-TIPO-EXPORT = "3" AND WS-MODO-PESQUISA NOT = 11
                                    AND WS-MODO-PESQUISA NOT = 21
                                    AND WS-MODO-PESQUISA NOT = 14
                                    AND WS-MODO-PESQUISA NOT = 24
               MOVE "1" TO WS-TIPO-EXPORT
           END-IF.
      *    WS-EXP-ERRO MARCA EXPORTACAO ENCERRADA COM ERRO (DE SQL OU
      *    LIMPA O SQLCODE; WS-EXP-ERRO-SQL DISTINGUE O ERRO DE SQL
      *    JA RELATADO DO ERRO DE GRAVACAO DE ARQUIVO.
           MOVE "N" TO WS-EXP-ERRO WS-EXP-ERRO-SQL.
           EVALUATE TRUE
               WHEN WS-TIPO-EXPORT NOT = "3"
                   PERFORM EXPORTA-ARQUIVO
               WHEN WS-MODO-PESQUISA = 14 OR WS-MODO-PESQUISA = 24
                   PERFORM ATIVIDADE-RESUMO
               WHEN OTHER
                   PERFORM EXPORTA-RELATORIO
           END-EVALUATE.

       EXPORTA-ARQUIVO.
           IF  WS-RETOMADA = "S"
               MOVE WS-FS-GRAVA TO WS-FS-GRAVA-ERRO
               MOVE "S" TO WS-EXP-ERRO
           END-IF.
           MOVE WS01-NOME-GRAVA TO WS-RGA-NOME.
           IF  WS-MODO-PESQUISA = 13 OR WS-MODO-PESQUISA = 23
               MOVE "DELTA"    TO WS-RGA-TIPO
           ELSE
               MOVE "CONSULTA" TO WS-RGA-TIPO
           END-IF.
           MOVE WS-EXP-LINHAS TO WS-RGA-QTD.
           PERFORM RGA-REGISTRA.

      *    CONSULTA ESGOTADA SEM ERRO: MARCA O CHECKPOINT COMO
      *    CONCLUIDO PARA NAO OFERECER RETOMADA NA PROXIMA EXECUCAO.
               MOVE "C" TO CHK-STATUS
           END-IF.
           PERFORM GRAVA-CHECKPOINT.
           MOVE WS-NOME-CHECK TO WS-RGA-NOME.
           MOVE "CHECKPOINT"  TO WS-RGA-TIPO.
           MOVE CHK-LINHAS    TO WS-RGA-QTD.
           PERFORM RGA-REGISTRA.

           IF  WS-EXP-ERRO NOT = "S"
               PERFORM GRAVA-CTL
                   DELIMITED BY SIZE INTO CTL-LINHA
               WRITE CTL-LINHA
               CLOSE ARQ-CTL
               MOVE WS-NOME-CTL TO WS-RGA-NOME
               MOVE "CTL"       TO WS-RGA-TIPO
               MOVE WS-TRL-QTD  TO WS-RGA-QTD
               PERFORM RGA-REGISTRA
               PERFORM ENTREGA-REGISTRA
           END-IF.

      ******************************************************************
           MOVE WS-MODO-PESQUISA TO CHK-MODO.
           MOVE WS-TABELA-SEL    TO CHK-TABELA.
           MOVE WS-TIPO-EXPORT   TO CHK-EXPORT.
           MOVE SPACES           TO CHK-ATIVIDADE.
           EVALUATE WS-MODO-PESQUISA
               WHEN 11
                   MOVE DATA-INICIO   TO CHK-DATA-INI
               WHEN 23
                   MOVE ZERO          TO CHK-DATA-INI CHK-DATA-FIM
                   MOVE MARCA-DE      TO CHK-IDSEL
               WHEN 14
               WHEN 24
                   MOVE ZERO          TO CHK-DATA-INI CHK-DATA-FIM
                   MOVE ZERO          TO CHK-IDSEL
                   MOVE ATV-DE        TO CHK-ATV-DE
                   MOVE ATV-ATE       TO CHK-ATV-ATE
                   MOVE ATV-OPERADOR  TO CHK-ATV-OPER
                   MOVE ATV-ORIGEM    TO CHK-ATV-ORIGEM
           END-EVALUATE.
           MOVE WS-EXP-LINHAS TO CHK-LINHAS.
           MOVE WS01-NOME-GRAVA TO CHK-NOME-ARQ.
               WHEN 23
                   MOVE CHK-IDSEL TO MARCA-DE
                   PERFORM DECLARA-C11
               WHEN 14
               WHEN 24
                   MOVE CHK-ATV-DE     TO ATV-DE
                   MOVE CHK-ATV-ATE    TO ATV-ATE
                   MOVE CHK-ATV-OPER   TO ATV-OPERADOR
                   MOVE CHK-ATV-ORIGEM TO ATV-ORIGEM
                   IF  CHK-MODO = 24
                       PERFORM DECLARA-C16
                   ELSE
                       PERFORM DECLARA-C15
                   END-IF
           END-EVALUATE.

           MOVE SPACES TO WS-CRITERIO-AUDIT.
               MOVE WS-FS-GRAVA TO WS-FS-GRAVA-ERRO
               MOVE "S" TO WS-EXP-ERRO
           END-IF.
           MOVE WS01-NOME-GRAVA TO WS-RGA-NOME.
           MOVE "RELATORIO"     TO WS-RGA-TIPO.
           MOVE WS-REL-TOTAL    TO WS-RGA-QTD.
           PERFORM RGA-REGISTRA.

       QUEBRA-DATA.
           IF  WS-REL-LINHAS > 55
               END-EXEC
           END-IF.

      ******************************************************************
      *    RESUMO DE ATIVIDADE: PARA A PESQUISA POR ALTERACAO, REABRE A
      *    SELECAO AGRUPADA POR DIA DA ALTERACAO, OPERADOR E ORIGEM,
      *    IMPRIME UMA LINHA POR GRUPO COM SUBTOTAL POR DIA E FECHA
      *    COM OS TOTAIS DO PERIODO POR OPERADOR E POR ORIGEM.
      ******************************************************************
       ATIVIDADE-RESUMO.
           ACCEPT WS02-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS03-HORA-SISTEMA FROM TIME.
           MOVE SPACES TO WS01-NOME-GRAVA.
           STRING "ATIVIDADE_"      DELIMITED BY SIZE
                  WS02-DATA-SISTEMA  DELIMITED BY SIZE
                  WS03-HORA-SISTEMA  DELIMITED BY SIZE
                  ".txt"             DELIMITED BY SIZE
              INTO WS01-NOME-GRAVA.
           OPEN OUTPUT ARQ-GRAVA.
           IF  WS-FS-GRAVA NOT = "00"
               MOVE WS-FS-GRAVA TO WS-FS-GRAVA-ERRO
               MOVE "S" TO WS-EXP-ERRO
               MOVE ZERO TO WS-REL-TOTAL WS-REL-DIAS
           ELSE
               PERFORM ATV-RESUMO-GERA
           END-IF.

           MOVE WS-REL-TOTAL TO WS-EXP-LINHAS.
           IF  WS-MODO-BATCH = "S"
               IF  WS-EXP-ERRO = "S"
                   IF  WS-EXP-ERRO-SQL NOT = "S"
                       DISPLAY "ERRO DE GRAVACAO NO ARQUIVO DO "
                               "RESUMO - STATUS " WS-FS-GRAVA-ERRO
                   END-IF
                   DISPLAY "RESUMO INTERROMPIDO: " WS-REL-TOTAL
                           " REGISTROS EM " WS-REL-DIAS " DIAS"
               ELSE
                   DISPLAY "RESUMO CONCLUIDO: " WS-REL-TOTAL
                           " REGISTROS EM " WS-REL-DIAS " DIAS"
               END-IF
               DISPLAY "ARQUIVO: " WS01-NOME-GRAVA
           END-IF.

       ATV-RESUMO-GERA.
           IF  WS-MODO-PESQUISA = 14
               EXEC SQL
                  DECLARE C17 CURSOR FOR
                  SELECT SUBSTR(COALESCE(TBLALTERADO, ' '), 1, 8),
                         COALESCE(TBLOPERADOR, ' '),
                         COALESCE(TBLORIGEM, ' '),
                         COUNT(*)
                  FROM SUA_TABELA
                  WHERE COALESCE(TBLALTERADO, ' ')
                            BETWEEN :ATV-DE AND :ATV-ATE
                    AND (:ATV-OPERADOR = ' '
                         OR COALESCE(TBLOPERADOR, ' ') = :ATV-OPERADOR)
                    AND (:ATV-ORIGEM = ' '
                         OR COALESCE(TBLORIGEM, ' ') = :ATV-ORIGEM)
                  GROUP BY SUBSTR(COALESCE(TBLALTERADO, ' '), 1, 8),
                           COALESCE(TBLOPERADOR, ' '),
                           COALESCE(TBLORIGEM, ' ')
                  ORDER BY 1, 2, 3
               END-EXEC
               EXEC SQL OPEN C17 END-EXEC
           ELSE
               EXEC SQL
                  DECLARE C18 CURSOR FOR
                  SELECT SUBSTR(COALESCE(TBLALTERADO, ' '), 1, 8),
                         COALESCE(TBLOPERADOR, ' '),
                         COALESCE(TBLORIGEM, ' '),
                         COUNT(*)
                  FROM SUA_TABELA_B
                  WHERE COALESCE(TBLALTERADO, ' ')
                            BETWEEN :ATV-DE AND :ATV-ATE
                    AND (:ATV-OPERADOR = ' '
                         OR COALESCE(TBLOPERADOR, ' ') = :ATV-OPERADOR)
                    AND (:ATV-ORIGEM = ' '
                         OR COALESCE(TBLORIGEM, ' ') = :ATV-ORIGEM)
                  GROUP BY SUBSTR(COALESCE(TBLALTERADO, ' '), 1, 8),
                           COALESCE(TBLOPERADOR, ' '),
                           COALESCE(TBLORIGEM, ' ')
                  ORDER BY 1, 2, 3
               END-EXEC
               EXEC SQL OPEN C18 END-EXEC
           END-IF.

           MOVE ZERO TO WS-REL-PAG WS-REL-TOTAL WS-REL-DIAS
                        WS-ATV-CONT-DIA WS-ATV-QTD-OPE WS-ATV-QTD-ORI.
           MOVE SPACES TO WS-ATV-DIA.
           MOVE ZERO TO WS-REL-LINHAS.
           PERFORM MONTA-CRITERIO.
           PERFORM ATV-CABECALHO.

           PERFORM ATV-FETCH.
           PERFORM ATV-RESUMO-LINHA
               UNTIL SQLCODE NOT = ZERO OR WS-EXP-ERRO = "S".
      *    O ERRO DE SQL E RELATADO AQUI, ANTES DO CLOSE DO CURSOR
      *    LIMPAR O SQLCODE/SQLERRMC.
           IF  SQLCODE < ZERO
               PERFORM ERROR-RTN
               MOVE "S" TO WS-EXP-ERRO
               MOVE "S" TO WS-EXP-ERRO-SQL
           END-IF.

           IF  WS-ATV-CONT-DIA > ZERO
               PERFORM ATV-QUEBRA-DIA
           END-IF.

           MOVE SPACES TO WS-LINHA-REL.
           STRING "TOTAL DE REGISTROS: " WS-REL-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "TOTAL DE DIAS     : " WS-REL-DIAS
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

           MOVE SPACES TO WS-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE "TOTAIS DO PERIODO POR OPERADOR" TO WS-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM ATV-LISTA-OPERADOR
               VARYING WS-ATV-I FROM 1 BY 1
                 UNTIL WS-ATV-I > WS-ATV-QTD-OPE.
           MOVE SPACES TO WS-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE "TOTAIS DO PERIODO POR ORIGEM" TO WS-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           PERFORM ATV-LISTA-ORIGEM
               VARYING WS-ATV-I FROM 1 BY 1
                 UNTIL WS-ATV-I > WS-ATV-QTD-ORI.

           IF  WS-MODO-PESQUISA = 14
               EXEC SQL CLOSE C17 END-EXEC
           ELSE
               EXEC SQL CLOSE C18 END-EXEC
           END-IF.
           CLOSE ARQ-GRAVA.
           IF  WS-FS-GRAVA NOT = "00"
               MOVE WS-FS-GRAVA TO WS-FS-GRAVA-ERRO
               MOVE "S" TO WS-EXP-ERRO
           END-IF.
           MOVE WS01-NOME-GRAVA TO WS-RGA-NOME.
           MOVE "ATIVIDADE"     TO WS-RGA-TIPO.
           MOVE WS-REL-TOTAL    TO WS-RGA-QTD.
           PERFORM RGA-REGISTRA.

       ATV-RESUMO-LINHA.
           IF  ATV-DIA NOT = WS-ATV-DIA
               IF  WS-ATV-CONT-DIA > ZERO
                   PERFORM ATV-QUEBRA-DIA
               END-IF
               MOVE ATV-DIA TO WS-ATV-DIA
           END-IF.
           IF  WS-REL-LINHAS > 55
               PERFORM ATV-CABECALHO
           END-IF.
           MOVE CONTA-ID TO WS-ATV-QTD.
           MOVE SPACES TO WS-LINHA-REL.
           STRING " " ATV-DIA
                  "   " TBL-operador
                  " " TBL-origem
                  "  " WS-ATV-QTD
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           ADD WS-ATV-QTD TO WS-ATV-CONT-DIA.
           ADD WS-ATV-QTD TO WS-REL-TOTAL.
           PERFORM ATV-SOMA-OPERADOR.
           PERFORM ATV-SOMA-ORIGEM.
           PERFORM ATV-FETCH.

       ATV-QUEBRA-DIA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "            TOTAL DO DIA " WS-ATV-DIA
                  "  " WS-ATV-CONT-DIA
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           ADD 1 TO WS-REL-DIAS.
           MOVE ZERO TO WS-ATV-CONT-DIA.

       ATV-SOMA-OPERADOR.
           MOVE "N" TO WS-ATV-ACHOU.
           PERFORM ATV-PROCURA-OPERADOR
               VARYING WS-ATV-I FROM 1 BY 1
                 UNTIL WS-ATV-I > WS-ATV-QTD-OPE
                    OR WS-ATV-ACHOU = "S".
           IF  WS-ATV-ACHOU NOT = "S"
               IF  WS-ATV-QTD-OPE < WS-ATV-MAX - 1
                   ADD 1 TO WS-ATV-QTD-OPE
                   MOVE WS-ATV-QTD-OPE TO WS-ATV-POS
                   MOVE TBL-operador TO WS-ATV-OPE-ID(WS-ATV-POS)
                   MOVE ZERO TO WS-ATV-OPE-QTD(WS-ATV-POS)
               ELSE
                   MOVE WS-ATV-MAX TO WS-ATV-POS
                   IF  WS-ATV-QTD-OPE < WS-ATV-MAX
                       MOVE WS-ATV-MAX TO WS-ATV-QTD-OPE
                       MOVE "OUTROS" TO WS-ATV-OPE-ID(WS-ATV-POS)
                       MOVE ZERO TO WS-ATV-OPE-QTD(WS-ATV-POS)
                   END-IF
               END-IF
           END-IF.
           ADD WS-ATV-QTD TO WS-ATV-OPE-QTD(WS-ATV-POS).

       ATV-PROCURA-OPERADOR.
           IF  WS-ATV-OPE-ID(WS-ATV-I) = TBL-operador
               MOVE "S" TO WS-ATV-ACHOU
               MOVE WS-ATV-I TO WS-ATV-POS
           END-IF.

       ATV-SOMA-ORIGEM.
           MOVE "N" TO WS-ATV-ACHOU.
           PERFORM ATV-PROCURA-ORIGEM
               VARYING WS-ATV-I FROM 1 BY 1
                 UNTIL WS-ATV-I > WS-ATV-QTD-ORI
                    OR WS-ATV-ACHOU = "S".
           IF  WS-ATV-ACHOU NOT = "S"
               IF  WS-ATV-QTD-ORI < WS-ATV-MAX - 1
                   ADD 1 TO WS-ATV-QTD-ORI
                   MOVE WS-ATV-QTD-ORI TO WS-ATV-POS
                   MOVE TBL-origem TO WS-ATV-ORI-ID(WS-ATV-POS)
                   MOVE ZERO TO WS-ATV-ORI-QTD(WS-ATV-POS)
               ELSE
                   MOVE WS-ATV-MAX TO WS-ATV-POS
                   IF  WS-ATV-QTD-ORI < WS-ATV-MAX
                       MOVE WS-ATV-MAX TO WS-ATV-QTD-ORI
                       MOVE "OUTROS" TO WS-ATV-ORI-ID(WS-ATV-POS)
                       MOVE ZERO TO WS-ATV-ORI-QTD(WS-ATV-POS)
                   END-IF
               END-IF
           END-IF.
           ADD WS-ATV-QTD TO WS-ATV-ORI-QTD(WS-ATV-POS).

       ATV-PROCURA-ORIGEM.
           IF  WS-ATV-ORI-ID(WS-ATV-I) = TBL-origem
               MOVE "S" TO WS-ATV-ACHOU
               MOVE WS-ATV-I TO WS-ATV-POS
           END-IF.

       ATV-LISTA-OPERADOR.
           IF  WS-REL-LINHAS > 55
               PERFORM ATV-CABECALHO
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "   " WS-ATV-OPE-ID(WS-ATV-I)
                  "  " WS-ATV-OPE-QTD(WS-ATV-I)
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       ATV-LISTA-ORIGEM.
           IF  WS-REL-LINHAS > 55
               PERFORM ATV-CABECALHO
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "   " WS-ATV-ORI-ID(WS-ATV-I)
                  "  " WS-ATV-ORI-QTD(WS-ATV-I)
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.

       ATV-CABECALHO.
           ADD 1 TO WS-REL-PAG.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "RESUMO DE ATIVIDADE POR OPERADOR E ORIGEM"
                  "          PAGINA " WS-REL-PAG
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           IF  WS-MODO-PESQUISA = 14
               STRING "TABELA: SUA_TABELA      EMISSAO: "
                      WS02-DATA-SISTEMA
                   DELIMITED BY SIZE INTO WS-LINHA-REL
           ELSE
               STRING "TABELA: SUA_TABELA_B    EMISSAO: "
                      WS02-DATA-SISTEMA
                   DELIMITED BY SIZE INTO WS-LINHA-REL
           END-IF.
           PERFORM GRAVA-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "CRITERIO: " WS-CRITERIO-AUDIT
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE " DIA        OPERADOR   ORIGEM      REGISTROS"
               TO WS-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           PERFORM GRAVA-LINHA-REL.
           MOVE 7 TO WS-REL-LINHAS.

       ATV-FETCH.
           IF  WS-MODO-PESQUISA = 14
               EXEC SQL
                   FETCH C17 INTO :ATV-DIA, :TBL-operador,
                                  :TBL-origem, :CONTA-ID
               END-EXEC
           ELSE
               EXEC SQL
                   FETCH C18 INTO :ATV-DIA, :TBL-operador,
                                  :TBL-origem, :CONTA-ID
               END-EXEC
           END-IF.


       PROGSQL-TESTE.
       DISPLAY "INSIRA A DATA INICIAL:" AT 0501
       ACCEPT   DATA-INICIO             AT 0524
       DISPLAY "INSIRA A DATA FINAL:"   AT 0601
       ACCEPT   DATA-FIM                AT 0622

       PERFORM DECLARA-C1.
       PERFORM AUDITA-CONSULTA.

              ORDER BY TBLID
           END-EXEC.

      *    PESQUISA POR ALTERACAO: A LINHA SEM CARIMBO (TBLALTERADO
      *    NULO) NUNCA ENTRA, POIS O BRANCO FICA ABAIXO DE QUALQUER
      *    JANELA.
       DECLARA-C15.
           MOVE 14 TO WS-MODO-PESQUISA.
           EXEC SQL
              DECLARE C15 CURSOR FOR
              SELECT TBLID, TBLDATA, TBLHora,
                     COALESCE(TBLORIGEM, ' '),
                     COALESCE(TBLOPERADOR, ' '),
                     COALESCE(TBLALTERADO, ' ')
              FROM SUA_TABELA
              WHERE COALESCE(TBLALTERADO, ' ')
                        BETWEEN :ATV-DE AND :ATV-ATE
                AND (:ATV-OPERADOR = ' '
                     OR COALESCE(TBLOPERADOR, ' ') = :ATV-OPERADOR)
                AND (:ATV-ORIGEM = ' '
                     OR COALESCE(TBLORIGEM, ' ') = :ATV-ORIGEM)
              ORDER BY TBLID
           END-EXEC.

       DECLARA-C16.
           MOVE 24 TO WS-MODO-PESQUISA.
           EXEC SQL
              DECLARE C16 CURSOR FOR
              SELECT TBLID, TBLDATA, TBLHora,
                     COALESCE(TBLORIGEM, ' '),
                     COALESCE(TBLOPERADOR, ' '),
                     COALESCE(TBLALTERADO, ' ')
              FROM SUA_TABELA_B
              WHERE COALESCE(TBLALTERADO, ' ')
                        BETWEEN :ATV-DE AND :ATV-ATE
                AND (:ATV-OPERADOR = ' '
                     OR COALESCE(TBLOPERADOR, ' ') = :ATV-OPERADOR)
                AND (:ATV-ORIGEM = ' '
                     OR COALESCE(TBLORIGEM, ' ') = :ATV-ORIGEM)
              ORDER BY TBLID
           END-EXEC.

       PROGSQL-ATIVIDADE.
           DISPLAY "ALTERADO DESDE (AAAAMMDD[HHMMSS]):"   AT 0501
           ACCEPT   ATV-DE                                AT 0536
           DISPLAY "ALTERADO ATE   (AAAAMMDD[HHMMSS]):"   AT 0601
           ACCEPT   ATV-ATE                               AT 0636
           DISPLAY "OPERADOR (VAZIO = TODOS):"            AT 0701
           ACCEPT   ATV-OPERADOR                          AT 0727
           DISPLAY "ORIGEM   (VAZIO = TODAS):"            AT 0801
           ACCEPT   ATV-ORIGEM                            AT 0827
           PERFORM ATV-JANELA.
           IF  WS-TABELA-SEL = 2
               PERFORM DECLARA-C16
           ELSE
               PERFORM DECLARA-C15
           END-IF.
           PERFORM AUDITA-CONSULTA.

      *    SO A DATA INFORMADA PEGA O DIA INTEIRO; LADO DA JANELA EM
      *    BRANCO FICA SEM LIMITE.
       ATV-JANELA.
           IF  ATV-DE = SPACES
               MOVE ALL "0" TO ATV-DE
           END-IF.
           IF  ATV-DE(9:6) = SPACES
               MOVE "000000" TO ATV-DE(9:6)
           END-IF.
           IF  ATV-ATE = SPACES
               MOVE ALL "9" TO ATV-ATE
           END-IF.
           IF  ATV-ATE(9:6) = SPACES
               MOVE "235959" TO ATV-ATE(9:6)
           END-IF.

       AUDITA-CONSULTA.
           PERFORM MONTA-CRITERIO.
           PERFORM GRAVA-AUDITORIA.
               WHEN 23
                   STRING "SUA_TABELA_B DELTA TBLID > " MARCA-DE
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
      *        JANELA ATE O MINUTO PARA CABER OPERADOR E ORIGEM; FILTRO
      *        EM BRANCO APARECE COMO "*".
               WHEN 14
               WHEN 24
                   MOVE ATV-OPERADOR TO WS-ATV-OPE-CRIT
                   IF  ATV-OPERADOR = SPACES
                       MOVE "*" TO WS-ATV-OPE-CRIT
                   END-IF
                   MOVE ATV-ORIGEM TO WS-ATV-ORI-CRIT
                   IF  ATV-ORIGEM = SPACES
                       MOVE "*" TO WS-ATV-ORI-CRIT
                   END-IF
                   IF  WS-MODO-PESQUISA = 14
                       STRING "SUA_TABELA ALT "
                              ATV-DE(1:12) "-" ATV-ATE(1:12)
                              " " WS-ATV-OPE-CRIT
                              " " WS-ATV-ORI-CRIT
                           DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                   ELSE
                       STRING "SUA_TABELA_B ALT "
                              ATV-DE(1:12) "-" ATV-ATE(1:12)
                              " " WS-ATV-OPE-CRIT
                              " " WS-ATV-ORI-CRIT
                           DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                   END-IF
           END-EVALUATE.

      *    A TRILHA E ROTACIONADA POR MES NA PROPRIA GRAVACAO: CADA
       RECONCILIA-EXECUTA.
      *    O CARIMBO DE ULTIMA ALTERACAO ENTRA NA CAMINHADA PARA O
      *    RELATORIO DIZER QUAL LADO MUDOU POR ULTIMO NO DIVERGENTE.
      *    DO LADO B VEM TAMBEM ORIGEM E OPERADOR: SAO A IMAGEM ANTES
      *    DO HISTORICO QUANDO A APLICACAO ALTERA A LINHA.
           EXEC SQL
              DECLARE C5 CURSOR FOR
              SELECT TBLID, TBLDATA, TBLHora,
           EXEC SQL
              DECLARE C6 CURSOR FOR
              SELECT TBLID, TBLDATA, TBLHora,
                     COALESCE(TBLALTERADO, ' '),
                     COALESCE(TBLORIGEM, ' '),
                     COALESCE(TBLOPERADOR, ' ')
              FROM SUA_TABELA_B
              ORDER BY TBLID
           END-EXEC.
               MOVE WS-FS-GRAVA TO WS-FS-GRAVA-ERRO
               MOVE 8 TO WS-RETORNO
           END-IF.
           MOVE WS01-NOME-GRAVA TO WS-RGA-NOME.
           MOVE "RECONCILIA"    TO WS-RGA-TIPO.
           COMPUTE WS-RGA-QTD = WS-REC-DIVERG + WS-REC-SO-A
                              + WS-REC-SO-B.
           PERFORM RGA-REGISTRA.

           IF  WS-REC-DIVERG > ZERO OR WS-REC-SO-A > ZERO
                                    OR WS-REC-SO-B > ZERO
       FETCH-RECON-B.
           EXEC SQL
               FETCH C6 INTO :TBL-ID-B, :TBL-data-B, :TBL-hora-B,
                   :TBL-alterado-B, :TBL-origem-B, :TBL-operador-B
           END-EXEC.
           IF  SQLCODE = ZERO
               ADD 1 TO WS-REC-LIDOS-B
                       IF  PAR-ORFAOS = "S"
                           MOVE "S" TO WS-APL-FAZ-ORF
                       END-IF
                       PERFORM RECONCILIA-APLICA-PEDIDO
                   END-IF
               END-IF
           ELSE
                       IF  WS-APL-FAZ-INS = "S" OR
                           WS-APL-FAZ-UPD = "S" OR
                           WS-APL-FAZ-ORF = "S"
                           PERFORM RECONCILIA-APLICA-PEDIDO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    O PEDIDO DA APLICACAO LEVA AS CATEGORIAS ESCOLHIDAS; O
      *    ENSAIO E A PROPRIA CAMINHADA DE RELATORIO QUE ACABOU DE
      *    RODAR, SOMADA SO NAS CATEGORIAS PEDIDAS.
       RECONCILIA-APLICA-PEDIDO.
           MOVE "RECON APLICA" TO WS-PED-ROTINA.
           MOVE SPACES TO WS-PED-PARAM.
           STRING "INS=" WS-APL-FAZ-INS
                  " UPD=" WS-APL-FAZ-UPD
                  " ORF=" WS-APL-FAZ-ORF
               DELIMITED BY SIZE INTO WS-PED-PARAM.
           PERFORM PED-AUTORIZA.
           EVALUATE WS-PED-ACAO
               WHEN "N"
                   MOVE ZERO TO WS-PED-CONTA
                   IF  WS-APL-FAZ-INS = "S"
                       ADD WS-REC-SO-A TO WS-PED-CONTA
                   END-IF
                   IF  WS-APL-FAZ-UPD = "S"
                       ADD WS-REC-DIVERG TO WS-PED-CONTA
                   END-IF
                   IF  WS-APL-FAZ-ORF = "S"
                       ADD WS-REC-SO-B TO WS-PED-CONTA
                   END-IF
                   PERFORM PED-SOLICITA
               WHEN "E"
                   PERFORM RECONCILIA-APLICA
                   PERFORM PED-CONCLUI
               WHEN OTHER
                   MOVE 8 TO WS-RETORNO
           END-EVALUATE.

       RECONCILIA-APLICA.
           MOVE "RECON APLICA" TO WS-ROTINA-TRAVA.
           PERFORM TRAVA-OBTEM.
           IF  WS-TRAVA-MINHA = "S"
               PERFORM PED-RESERVA
               IF  WS-PED-RESERVADO = "S"
                   PERFORM RECONCILIA-APLICA-EXECUTA
               END-IF
               PERFORM TRAVA-LIBERA
           ELSE
               MOVE 8 TO WS-RETORNO
                        WS-APL-ORF-AP WS-APL-ORF-PU.
           MOVE "N" TO WS-APL-ERRO.

           PERFORM HIST-PEND-ABRE.
           IF  WS-HST-OK NOT = "S"
               MOVE "S" TO WS-APL-ERRO
           ELSE
               EXEC SQL OPEN C5 END-EXEC
               EXEC SQL OPEN C6 END-EXEC
               MOVE "N" TO WS-FIM-A WS-FIM-B
               PERFORM FETCH-APLICA-A
               PERFORM FETCH-APLICA-B
               PERFORM COMPARA-APLICA
                   UNTIL WS-FIM-A = "S" AND WS-FIM-B = "S"
               EXEC SQL CLOSE C5 END-EXEC
               EXEC SQL CLOSE C6 END-EXEC
           END-IF.

           IF  WS-APL-ERRO = "S" OR WS-HST-OK NOT = "S"
               EXEC SQL ROLLBACK END-EXEC
               PERFORM HIST-PEND-DESCARTA
               MOVE "S" TO WS-APL-ERRO
               MOVE 8 TO WS-RETORNO
           ELSE
               EXEC SQL COMMIT END-EXEC
               PERFORM HIST-PEND-EFETIVA
           END-IF.

      *    OS TOTAIS SAEM EM DUAS LINHAS: OS SEIS CONTADORES INTEIROS
                          " " TBL-data " " TBL-hora
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                   PERFORM GRAVA-AUDITORIA
                   PERFORM HIST-INICIA
                   MOVE "RECON" TO HST-ROTINA
                   MOVE 2 TO HST-TABELA
                   MOVE "I" TO HST-OPERACAO
                   MOVE TBL-ID TO HST-ID
                   MOVE TBL-data TO HST-DEP-DATA
                   MOVE TBL-hora TO HST-DEP-HORA
                   PERFORM HIST-DEPOIS-CARIMBO
                   PERFORM HIST-GRAVA
               ELSE
                   PERFORM APLICA-INTERROMPE
               END-IF
                          " P/ " TBL-data " " TBL-hora
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                   PERFORM GRAVA-AUDITORIA
                   PERFORM HIST-INICIA
                   MOVE "RECON" TO HST-ROTINA
                   MOVE 2 TO HST-TABELA
                   MOVE "A" TO HST-OPERACAO
                   MOVE TBL-ID TO HST-ID
                   PERFORM HIST-ANTES-TBL-B
                   MOVE TBL-data TO HST-DEP-DATA
                   MOVE TBL-hora TO HST-DEP-HORA
                   MOVE TBL-origem-B TO NOVA-ORIGEM
                   PERFORM HIST-DEPOIS-CARIMBO
                   PERFORM HIST-GRAVA
               ELSE
                   PERFORM APLICA-INTERROMPE
               END-IF
                          " " TBL-data-B " " TBL-hora-B
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                   PERFORM GRAVA-AUDITORIA
                   PERFORM HIST-INICIA
                   MOVE "RECON" TO HST-ROTINA
                   MOVE 2 TO HST-TABELA
                   MOVE "A" TO HST-OPERACAO
                   MOVE TBL-ID-B TO HST-ID
                   PERFORM HIST-ANTES-TBL-B
                   MOVE TBL-data-B TO HST-DEP-DATA
                   MOVE TBL-hora-B TO HST-DEP-HORA
                   PERFORM HIST-DEPOIS-CARIMBO
                   PERFORM HIST-GRAVA
               ELSE
                   PERFORM APLICA-INTERROMPE
               END-IF
       FETCH-APLICA-B.
           EXEC SQL
               FETCH C6 INTO :TBL-ID-B, :TBL-data-B, :TBL-hora-B,
                   :TBL-alterado-B, :TBL-origem-B, :TBL-operador-B
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               IF  SQLCODE < ZERO
           DISPLAY "TBLID A ALTERAR:" AT 0301
           ACCEPT   IDSELECT          AT 0318.
           EXEC SQL
               SELECT TBLDATA, TBLHora,
                      COALESCE(TBLORIGEM, ' '),
                      COALESCE(TBLOPERADOR, ' '),
                      COALESCE(TBLALTERADO, ' ')
               INTO :TBL-data, :TBL-hora, :TBL-origem,
                    :TBL-operador, :TBL-alterado
               FROM SUA_TABELA
               WHERE TBLID = :IDSELECT
           END-EXEC.
                              " P/ " NOVA-DATA " " NOVA-HORA
                           DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                       PERFORM GRAVA-AUDITORIA
                       PERFORM HIST-INICIA
                       MOVE "MANUTENCAO" TO HST-ROTINA
                       MOVE 1 TO HST-TABELA
                       MOVE "A" TO HST-OPERACAO
                       MOVE IDSELECT TO HST-ID
                       PERFORM HIST-ANTES-TBL
                       MOVE TBL-origem TO NOVA-ORIGEM
                       PERFORM HIST-DEPOIS-NOVA
                       PERFORM HIST-GRAVA
                       DISPLAY "REGISTRO ALTERADO"    AT 0801
                   ELSE
                       PERFORM ERROR-RTN
                               DELIMITED BY SIZE
                               INTO WS-CRITERIO-AUDIT
                           PERFORM GRAVA-AUDITORIA
                           PERFORM HIST-INICIA
                           MOVE "MANUTENCAO" TO HST-ROTINA
                           MOVE 1 TO HST-TABELA
                           MOVE "I" TO HST-OPERACAO
                           MOVE IDSELECT TO HST-ID
                           PERFORM HIST-DEPOIS-NOVA
                           PERFORM HIST-GRAVA
                           DISPLAY "REGISTRO INCLUIDO" AT 0701
                       ELSE
                           PERFORM ERROR-RTN
           DISPLAY "TBLID A EXCLUIR:" AT 0301
           ACCEPT   IDSELECT          AT 0318.
           EXEC SQL
               SELECT TBLDATA, TBLHora,
                      COALESCE(TBLORIGEM, ' '),
                      COALESCE(TBLOPERADOR, ' '),
                      COALESCE(TBLALTERADO, ' ')
               INTO :TBL-data, :TBL-hora, :TBL-origem,
                    :TBL-operador, :TBL-alterado
               FROM SUA_TABELA
               WHERE TBLID = :IDSELECT
           END-EXEC.
                              " ERA " TBL-data " " TBL-hora
                           DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                       PERFORM GRAVA-AUDITORIA
                       PERFORM HIST-INICIA
                       MOVE "MANUTENCAO" TO HST-ROTINA
                       MOVE 1 TO HST-TABELA
                       MOVE "E" TO HST-OPERACAO
                       MOVE IDSELECT TO HST-ID
                       PERFORM HIST-ANTES-TBL
                       PERFORM HIST-GRAVA
                       DISPLAY "REGISTRO EXCLUIDO"    AT 0901
                   ELSE
                       PERFORM ERROR-RTN
               END-IF
           END-IF.

           MOVE "CARGA CSV"   TO WS-PED-ROTINA.
           MOVE WS-NOME-CARGA TO WS-PED-PARAM.
           PERFORM PED-AUTORIZA.
           EVALUATE WS-PED-ACAO
               WHEN "N"
                   PERFORM CARGA-CONTA
               WHEN "E"
                   MOVE ZERO TO WS-RETORNO
                   PERFORM CARGA-COM-TRAVA
                   PERFORM PED-CONCLUI
               WHEN OTHER
                   MOVE ZERO TO WS-CRG-CARREGADAS
                   MOVE 8 TO WS-RETORNO
           END-EVALUATE.

       CARGA-COM-TRAVA.
           MOVE "CARGA CSV" TO WS-ROTINA-TRAVA.
           PERFORM TRAVA-OBTEM.
           IF  WS-TRAVA-MINHA = "S"
               PERFORM PED-RESERVA
           END-IF.
           IF  WS-TRAVA-MINHA NOT = "S" OR WS-PED-RESERVADO NOT = "S"
               MOVE 8 TO WS-RETORNO
           ELSE
               OPEN INPUT ARQ-CARGA
                   END-IF
                   MOVE 8 TO WS-RETORNO
               ELSE
                   PERFORM HIST-PEND-ABRE
                   IF  WS-HST-OK NOT = "S"
                       CLOSE ARQ-CARGA
                       MOVE 8 TO WS-RETORNO
                   ELSE
                       PERFORM CARGA-EXECUTA
      *                ERRO DEPOIS DE LINHAS JA INCLUIDAS E EFETIVADAS:
      *                O PEDIDO FECHA, O RESTO VAI EM PEDIDO NOVO.
                       IF  WS-RETORNO = 8 AND WS-CRG-CARREGADAS > ZERO
                           MOVE "S" TO WS-PED-PARCIAL
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM TRAVA-LIBERA.

      *    ENSAIO DA CARGA PARA O PEDIDO: LINHAS DE DADOS DO ARQUIVO,
      *    SEM O CABECALHO, CONTADAS COMO A CARGA CONTA AS LIDAS.
       CARGA-CONTA.
           OPEN INPUT ARQ-CARGA.
           IF  WS-FS-CARGA NOT = "00"
               DISPLAY "ARQUIVO DE CARGA NAO ENCONTRADO"    AT 0601
               MOVE 8 TO WS-RETORNO
           ELSE
               MOVE ZERO TO WS-PED-CONTA
               MOVE "N" TO WS-CRG-FIM
               PERFORM CARGA-LE-LINHA
               IF  WS-CRG-FIM NOT = "S" AND
                   WS-CRG-LINHA(1:5) = "TBLID"
                   PERFORM CARGA-LE-LINHA
               END-IF
               PERFORM CARGA-CONTA-LINHA UNTIL WS-CRG-FIM = "S"
               CLOSE ARQ-CARGA
               PERFORM PED-SOLICITA
           END-IF.

       CARGA-CONTA-LINHA.
           ADD 1 TO WS-PED-CONTA.
           PERFORM CARGA-LE-LINHA.

       CARGA-EXECUTA.
           ACCEPT WS02-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS03-HORA-SISTEMA FROM TIME.

           CLOSE ARQ-CARGA.
           CLOSE ARQ-REJEITO.
           MOVE WS-NOME-REJEITO   TO WS-RGA-NOME.
           MOVE "REJEITOS"        TO WS-RGA-TIPO.
           MOVE WS-CRG-REJEITADAS TO WS-RGA-QTD.
           PERFORM RGA-REGISTRA.
      *    SEM O HISTORICO DAS INCLUSOES A CARGA INTEIRA E DESFEITA.
           IF  WS-HST-OK NOT = "S"
               EXEC SQL ROLLBACK END-EXEC
               PERFORM HIST-PEND-DESCARTA
               MOVE ZERO TO WS-CRG-CARREGADAS
               MOVE 8 TO WS-RETORNO
           ELSE
               EXEC SQL COMMIT END-EXEC
               PERFORM HIST-PEND-EFETIVA
           END-IF.

           MOVE SPACES TO WS-CRITERIO-AUDIT.
           STRING "CARGA CSV LIDAS " WS-CRG-LIDAS
               DISPLAY "INCLUIDAS: " WS-CRG-CARREGADAS
               DISPLAY "REJEITADAS: " WS-CRG-REJEITADAS
               DISPLAY "REJEITOS.: " WS-NOME-REJEITO
               IF  WS-HST-OK NOT = "S"
                   DISPLAY "HISTORICO NAO GRAVADO - CARGA DESFEITA"
               END-IF
           ELSE
               DISPLAY " "                  AT 0101 WITH ERASE EOS
               DISPLAY "CARGA CONCLUIDA"                  AT 0301
               DISPLAY "INCLUIDAS.: " WS-CRG-CARREGADAS   AT 0601
               DISPLAY "REJEITADAS: " WS-CRG-REJEITADAS   AT 0701
               DISPLAY "REJEITOS..: " WS-NOME-REJEITO     AT 0901
               IF  WS-HST-OK NOT = "S"
                   DISPLAY "HISTORICO NAO GRAVADO - CARGA DESFEITA"
                                                          AT 1101
               END-IF
           END-IF.

       CARGA-LE-LINHA.
           END-EXEC.
           IF  SQLCODE = ZERO
               ADD 1 TO WS-CRG-CARREGADAS
               PERFORM HIST-INICIA
               MOVE WS-ROTINA-TRAVA TO HST-ROTINA
               MOVE 1 TO HST-TABELA
               MOVE "I" TO HST-OPERACAO
               MOVE TBL-ID TO HST-ID
               MOVE TBL-data TO HST-DEP-DATA
               MOVE TBL-hora TO HST-DEP-HORA
               PERFORM HIST-DEPOIS-CARIMBO
               PERFORM HIST-GRAVA
           ELSE
               PERFORM ERROR-RTN
               MOVE 6 TO WS-CRG-MOTIVO
                       DISPLAY "ARQUIVO NAO ENCONTRADO: "
                               WS-NOME-RETRAB           AT 0501
                   ELSE
                       PERFORM HIST-PEND-ABRE
                       IF  WS-HST-OK NOT = "S"
                           CLOSE ARQ-RETRAB
                       ELSE
                           PERFORM RETRAB-EXECUTA
                       END-IF
                   END-IF
                   PERFORM TRAVA-LIBERA
               END-IF

           CLOSE ARQ-RETRAB.
           CLOSE ARQ-REJEITO.
           MOVE WS-NOME-REJEITO  TO WS-RGA-NOME.
           MOVE "RESIDUAL"       TO WS-RGA-TIPO.
           MOVE WS-RTB-RESIDUAIS TO WS-RGA-QTD.
           PERFORM RGA-REGISTRA.
           IF  WS-HST-OK NOT = "S"
               EXEC SQL ROLLBACK END-EXEC
               PERFORM HIST-PEND-DESCARTA
               MOVE ZERO TO WS-RTB-INCLUIDAS
           ELSE
               EXEC SQL COMMIT END-EXEC
               PERFORM HIST-PEND-EFETIVA
           END-IF.

           MOVE SPACES TO WS-CRITERIO-AUDIT.
           STRING "RETRABALHO LIDAS " WS-RTB-LIDAS
           DISPLAY "INCLUIDAS.: " WS-RTB-INCLUIDAS      AT 0601
           DISPLAY "RESIDUAIS.: " WS-RTB-RESIDUAIS      AT 0701
           DISPLAY "RESIDUAL..: " WS-NOME-REJEITO       AT 0901.
           IF  WS-HST-OK NOT = "S"
               DISPLAY "HISTORICO NAO GRAVADO - INCLUSOES DESFEITAS"
                                                        AT 1101
           END-IF.

       RETRAB-LE.
           READ ARQ-RETRAB INTO WS-RTB-LINHA
                      " DE " AM-ARQ(WS-AM-I)
                   DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
               PERFORM GRAVA-AUDITORIA
               PERFORM HIST-INICIA
               MOVE "ARQUIVO" TO HST-ROTINA
               MOVE 1 TO HST-TABELA
               MOVE "I" TO HST-OPERACAO
               MOVE IDSELECT TO HST-ID
               PERFORM HIST-DEPOIS-NOVA
               PERFORM HIST-GRAVA
               DISPLAY "REGISTRO RESTAURADO        "    AT 2201
           ELSE
               PERFORM ERROR-RTN
           IF  WS-MODO-BATCH NOT = "S"
               DISPLAY "DATA DE CORTE (EXCLUI ANTERIORES):" AT 0301
               ACCEPT   DATA-CORTE                          AT 0336
           END-IF.
           MOVE "EXPURGO" TO WS-PED-ROTINA.
           MOVE SPACES TO WS-PED-PARAM.
           STRING "CORTE " DATA-CORTE
               DELIMITED BY SIZE INTO WS-PED-PARAM.
           PERFORM PED-AUTORIZA.
           EVALUATE TRUE
               WHEN WS-PED-ACAO = "N"
                   PERFORM EXPURGO-CONTA
               WHEN WS-PED-ACAO NOT = "E"
                   MOVE ZERO TO WS-PRG-LINHAS
                   MOVE 8 TO WS-RETORNO
               WHEN WS-MODO-BATCH = "S"
                   PERFORM EXPURGO-COM-TRAVA
                   PERFORM PED-CONCLUI
               WHEN OTHER
                   DISPLAY "CONFIRMA EXPURGO? [S/N]"        AT 0501
                   ACCEPT   WS-CONFIRMA                     AT 0526
                   IF  WS-CONFIRMA NOT = "S" AND
                       WS-CONFIRMA NOT = "s"
                       DISPLAY "EXPURGO CANCELADO"          AT 0701
                   ELSE
                       MOVE ZERO TO WS-RETORNO
                       PERFORM EXPURGO-COM-TRAVA
                       PERFORM PED-CONCLUI
                   END-IF
           END-EVALUATE.

      *    ENSAIO DO EXPURGO PARA O PEDIDO: QUANTAS LINHAS O CORTE
      *    INFORMADO LEVARIA HOJE.
       EXPURGO-CONTA.
           MOVE ZERO TO CONTA-ID.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-ID
               FROM SUA_TABELA
               WHERE TBLDATA < :DATA-CORTE
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           ELSE
               MOVE CONTA-ID TO WS-PED-CONTA
               PERFORM PED-SOLICITA
           END-IF.

       EXPURGO-COM-TRAVA.
           MOVE "EXPURGO" TO WS-ROTINA-TRAVA.
           PERFORM TRAVA-OBTEM.
           IF  WS-TRAVA-MINHA = "S"
               PERFORM PED-RESERVA
               IF  WS-PED-RESERVADO = "S"
                   PERFORM EXPURGO-EXECUTA
               END-IF
               PERFORM TRAVA-LIBERA
           ELSE
               MOVE 8 TO WS-RETORNO
           END-IF.
      *    QUALQUER FALHA DE ABERTURA OU DE GRAVACAO DO ARQUIVO
      *    DERRUBA WS-PRG-ERRO: O DELETE SO RODA COM O ARQUIVO
      *    GRAVADO E FECHADO SEM ERRO.
      *    A IMAGEM DE CADA LINHA EXCLUIDA VAI PARA O HISTORICO
      *    PENDENTE JUNTO COM O ARQUIVO; SEM ELE NADA E EXCLUIDO.
           OPEN OUTPUT ARQ-GRAVA.
           IF  WS-FS-GRAVA NOT = "00"
               MOVE "S" TO WS-PRG-ERRO
               MOVE 8 TO WS-RETORNO
           ELSE
               PERFORM HIST-PEND-ABRE
               IF  WS-HST-OK NOT = "S"
                   CLOSE ARQ-GRAVA
                   MOVE "S" TO WS-PRG-ERRO
                   MOVE 8 TO WS-RETORNO
               ELSE
                   PERFORM EXPURGO-ARQUIVA
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN OTHER
                   PERFORM EXPURGO-DELETA
           END-EVALUATE.
           PERFORM HIST-PEND-DESCARTA.

       EXPURGO-ARQUIVA.
           EXEC SQL
              DECLARE C9 CURSOR FOR
              SELECT TBLID, TBLDATA, TBLHora,
                     COALESCE(TBLORIGEM, ' '),
                     COALESCE(TBLOPERADOR, ' '),
                     COALESCE(TBLALTERADO, ' ')
              FROM SUA_TABELA
              WHERE TBLDATA < :DATA-CORTE
              ORDER BY TBLID
           EXEC SQL OPEN C9 END-EXEC.

           EXEC SQL
               FETCH C9 INTO :TBL-ID, :TBL-data, :TBL-hora,
                   :TBL-origem, :TBL-operador, :TBL-alterado
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO OR WS-PRG-ERRO = "S"
               MOVE  TBL-ID        TO    D-ID
                   MOVE 8 TO WS-RETORNO
               ELSE
                   ADD 1 TO WS-PRG-LINHAS
                   PERFORM HIST-INICIA
                   MOVE "EXPURGO" TO HST-ROTINA
                   MOVE 1 TO HST-TABELA
                   MOVE "E" TO HST-OPERACAO
                   MOVE TBL-ID TO HST-ID
                   PERFORM HIST-ANTES-TBL
                   PERFORM HIST-GRAVA
                   EXEC SQL
                       FETCH C9 INTO :TBL-ID, :TBL-data, :TBL-hora,
                           :TBL-origem, :TBL-operador, :TBL-alterado
                   END-EXEC
               END-IF
           END-PERFORM.
               MOVE "S" TO WS-PRG-ERRO
               MOVE 8 TO WS-RETORNO
           END-IF.
           IF  WS-HST-OK NOT = "S"
               MOVE "S" TO WS-PRG-ERRO
               MOVE 8 TO WS-RETORNO
           END-IF.

           EXEC SQL CLOSE C9 END-EXEC.
           CLOSE ARQ-GRAVA.
               MOVE "S" TO WS-PRG-ERRO
               MOVE 8 TO WS-RETORNO
           END-IF.
           MOVE WS01-NOME-GRAVA TO WS-RGA-NOME.
           MOVE "ARQUIVO"       TO WS-RGA-TIPO.
           MOVE WS-PRG-LINHAS   TO WS-RGA-QTD.
           PERFORM RGA-REGISTRA.

       EXPURGO-AVISO-ERRO.
      *    ARQUIVO POSSIVELMENTE INCOMPLETO: NAO EXCLUI NADA.
               MOVE 8 TO WS-RETORNO
           ELSE
               EXEC SQL COMMIT END-EXEC
               PERFORM HIST-PEND-EFETIVA
               MOVE SPACES TO WS-CRITERIO-AUDIT
               STRING "EXPURGO ATE " DATA-CORTE
                      " REGS " WS-PRG-LINHAS
               MOVE "S" TO WS-USO-ERRO
               MOVE 8 TO WS-RETORNO
           END-IF.
           MOVE WS01-NOME-GRAVA TO WS-RGA-NOME.
           MOVE "RELUSO"        TO WS-RGA-TIPO.
           MOVE WS-USO-TOTAL    TO WS-RGA-QTD.
           PERFORM RGA-REGISTRA.

       GRAVA-LINHA-USO.
           IF  WS-USO-ERRO = "S"
               END-IF
           END-PERFORM.

      ******************************************************************
      *    HISTORICO DE ALTERACOES: TODA GRAVACAO EM SUA_TABELA OU
      *    SUA_TABELA_B DEIXA EM HISTORICO.txt A IMAGEM COMPLETA ANTES
      *    E DEPOIS DA LINHA. QUEM CHAMA LIMPA O REGISTRO (HIST-INICIA),
      *    PREENCHE ROTINA, TABELA, OPERACAO, TBLID E AS IMAGENS, E
      *    PEDE A GRAVACAO; DATA, HORA E OPERADOR SAO CARIMBADOS AQUI.
      *    COM O HISTORICO PENDENTE ABERTO A LINHA VAI PARA O ARQUIVO
      *    DE TRABALHO E SO CHEGA AO HISTORICO.txt DEPOIS DO COMMIT.
      ******************************************************************
       HIST-INICIA.
           MOVE SPACES TO WS-HIST-REG.

       HIST-ANTES-TBL.
           MOVE TBL-data     TO HST-ANT-DATA.
           MOVE TBL-hora     TO HST-ANT-HORA.
           MOVE TBL-origem   TO HST-ANT-ORIGEM.
           MOVE TBL-operador TO HST-ANT-OPER.
           MOVE TBL-alterado TO HST-ANT-ALT.

       HIST-ANTES-TBL-B.
           MOVE TBL-data-B     TO HST-ANT-DATA.
           MOVE TBL-hora-B     TO HST-ANT-HORA.
           MOVE TBL-origem-B   TO HST-ANT-ORIGEM.
           MOVE TBL-operador-B TO HST-ANT-OPER.
           MOVE TBL-alterado-B TO HST-ANT-ALT.

       HIST-DEPOIS-NOVA.
           MOVE NOVA-DATA TO HST-DEP-DATA.
           MOVE NOVA-HORA TO HST-DEP-HORA.
           PERFORM HIST-DEPOIS-CARIMBO.

      *    A ORIGEM DA IMAGEM DEPOIS E A DE NOVA-ORIGEM: QUEM ALTERA
      *    SEM MEXER NA ORIGEM DEVOLVE NELA A ORIGEM QUE A LINHA JA
      *    TINHA.
       HIST-DEPOIS-CARIMBO.
           MOVE NOVA-ORIGEM   TO HST-DEP-ORIGEM.
           MOVE NOVA-OPERADOR TO HST-DEP-OPER.
           MOVE NOVA-ALTERADO TO HST-DEP-ALT.

       HIST-GRAVA.
           ACCEPT WS02-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS03-HORA-SISTEMA FROM TIME.
           MOVE WS02-DATA-SISTEMA TO HST-DATA.
           MOVE WS03-HORA-SISTEMA(1:6) TO HST-HORA.
           MOVE WS-OPERADOR TO HST-OPER.
           IF  WS-HST-PENDENTE = "S"
               MOVE WS-HIST-REG TO TRAB-LINHA
               WRITE TRAB-LINHA
               IF  WS-FS-TRAB NOT = "00"
                   MOVE WS-FS-TRAB TO WS-FS-HIST
                   IF  WS-HST-OK = "S"
                       PERFORM HIST-AVISO
                   END-IF
                   MOVE "N" TO WS-HST-OK
               END-IF
           ELSE
               MOVE "S" TO WS-HST-OK
               OPEN EXTEND ARQ-HIST
               IF  WS-FS-HIST = "35"
                   OPEN OUTPUT ARQ-HIST
               END-IF
               IF  WS-FS-HIST = "00"
                   MOVE WS-HIST-REG TO HIST-LINHA
                   WRITE HIST-LINHA
                   IF  WS-FS-HIST NOT = "00"
                       MOVE "N" TO WS-HST-OK
                       PERFORM HIST-AVISO
                   END-IF
                   CLOSE ARQ-HIST
               ELSE
                   MOVE "N" TO WS-HST-OK
                   PERFORM HIST-AVISO
               END-IF
           END-IF.

      *    A FALHA DE HISTORICO NUNCA PASSA EM SILENCIO: SAI NA TELA
      *    (OU NO LOG DO LOTE) E NA AUDITORIA COM A LINHA AFETADA.
       HIST-AVISO.
           IF  WS-MODO-BATCH = "S"
               DISPLAY "HISTORICO NAO GRAVADO - STATUS " WS-FS-HIST
                       " TBLID " HST-ID
           ELSE
               DISPLAY "HISTORICO NAO GRAVADO - STATUS " WS-FS-HIST
                       " TBLID " HST-ID                 AT 2201
           END-IF.
           MOVE SPACES TO WS-CRITERIO-AUDIT.
           STRING "HISTORICO NAO GRAVADO STATUS " WS-FS-HIST
                  " TABELA " HST-TABELA " TBLID " HST-ID
               DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT.
           PERFORM GRAVA-AUDITORIA.

       HIST-PEND-ABRE.
           MOVE "HISTORICO_PEND.txt" TO WS-NOME-TRAB.
           OPEN OUTPUT ARQ-TRAB.
           IF  WS-FS-TRAB = "00"
               MOVE "S" TO WS-HST-PENDENTE
               MOVE "S" TO WS-HST-OK
           ELSE
               MOVE "N" TO WS-HST-PENDENTE
               MOVE "N" TO WS-HST-OK
               IF  WS-MODO-BATCH = "S"
                   DISPLAY "ERRO AO ABRIR " WS-NOME-TRAB
                           " - STATUS " WS-FS-TRAB
               ELSE
                   DISPLAY "ERRO AO ABRIR " WS-NOME-TRAB
                           " - STATUS " WS-FS-TRAB      AT 2201
               END-IF
           END-IF.

      *    DEPOIS DO COMMIT: COPIA O PENDENTE PARA O HISTORICO.txt E
      *    ESVAZIA O ARQUIVO DE TRABALHO. SE A COPIA FALHAR O PENDENTE
      *    FICA COMO ESTA PARA SER ANEXADO A MAO.
       HIST-PEND-EFETIVA.
           IF  WS-HST-PENDENTE = "S"
               CLOSE ARQ-TRAB
               MOVE "N" TO WS-HST-PENDENTE
               OPEN INPUT ARQ-TRAB
               IF  WS-FS-TRAB = "00"
                   OPEN EXTEND ARQ-HIST
                   IF  WS-FS-HIST = "35"
                       OPEN OUTPUT ARQ-HIST
                   END-IF
                   IF  WS-FS-HIST = "00"
                       MOVE "N" TO WS-TRAB-FIM
                       PERFORM HIST-PEND-COPIA
                           UNTIL WS-TRAB-FIM = "S"
                       CLOSE ARQ-HIST
                   ELSE
                       MOVE "N" TO WS-HST-OK
                   END-IF
                   CLOSE ARQ-TRAB
               ELSE
                   MOVE WS-FS-TRAB TO WS-FS-HIST
                   MOVE "N" TO WS-HST-OK
               END-IF
               IF  WS-HST-OK = "S"
                   OPEN OUTPUT ARQ-TRAB
                   IF  WS-FS-TRAB = "00"
                       CLOSE ARQ-TRAB
                   END-IF
               ELSE
                   MOVE ZERO TO HST-ID
                   PERFORM HIST-AVISO
                   IF  WS-MODO-BATCH = "S"
                       DISPLAY "HISTORICO RETIDO EM " WS-NOME-TRAB
                   ELSE
                       DISPLAY "HISTORICO RETIDO EM " WS-NOME-TRAB
                                                        AT 2301
                   END-IF
               END-IF
           END-IF.

       HIST-PEND-COPIA.
           READ ARQ-TRAB
               AT END MOVE "S" TO WS-TRAB-FIM
           END-READ.
           IF  WS-TRAB-FIM NOT = "S"
               MOVE TRAB-LINHA TO HIST-LINHA
               WRITE HIST-LINHA
               IF  WS-FS-HIST NOT = "00"
                   MOVE "N" TO WS-HST-OK
                   MOVE "S" TO WS-TRAB-FIM
               END-IF
           END-IF.

      *    ROLLBACK OU NADA A EFETIVAR: O PENDENTE E DESCARTADO.
       HIST-PEND-DESCARTA.
           IF  WS-HST-PENDENTE = "S"
               CLOSE ARQ-TRAB
               MOVE "N" TO WS-HST-PENDENTE
               OPEN OUTPUT ARQ-TRAB
               IF  WS-FS-TRAB = "00"
                   CLOSE ARQ-TRAB
               END-IF
           END-IF.

      ******************************************************************
      *    CONSULTA DO HISTORICO DE UMA LINHA: TABELA E TBLID NA TELA,
      *    TODAS AS ALTERACOES REGISTRADAS (ATE AS 200 MAIS RECENTES)
      *    EM ORDEM CRONOLOGICA, E O DETALHE DE UMA DELAS COM A OPCAO
      *    DE ESTORNO PARA O SUPERVISOR (NIVEL 2). O ESTORNO CONFERE
      *    QUE A LINHA AINDA ESTA COMO A ALTERACAO A DEIXOU, PEDE
      *    CONFIRMACAO E GANHA SUA PROPRIA ENTRADA NO HISTORICO.
      ******************************************************************
       HISTORICO-LINHA.
           DISPLAY " "                  AT 0101 WITH ERASE EOS.
           PERFORM PROGSQL-TABELA-MENU.
           MOVE WS-TABELA-SEL TO WS-HST-TABELA.
           DISPLAY "TBLID:"             AT 0301.
           ACCEPT   WS-HST-ID           AT 0308.

           MOVE SPACES TO WS-CRITERIO-AUDIT.
           STRING "HISTORICO TABELA " WS-HST-TABELA
                  " TBLID " WS-HST-ID
               DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT.
           PERFORM GRAVA-AUDITORIA.

           PERFORM HIST-CARREGA.
           IF  WS-HST-QTD = ZERO
               DISPLAY "NENHUMA ALTERACAO REGISTRADA PARA O TBLID"
                                                        AT 0501
           ELSE
               MOVE "N" TO WS-HST-SAI
               PERFORM HIST-NAVEGA
                   UNTIL WS-HST-SAI = "S"
           END-IF.

       HIST-CARREGA.
           MOVE ZERO TO WS-HST-QTD.
           MOVE "N" TO WS-HST-CHEIO.
           OPEN INPUT ARQ-HIST.
           IF  WS-FS-HIST = "00"
               MOVE "N" TO WS-HST-FIM
               PERFORM HIST-CARREGA-LE
                   UNTIL WS-HST-FIM = "S"
               CLOSE ARQ-HIST
           END-IF.

       HIST-CARREGA-LE.
           READ ARQ-HIST INTO WS-HIST-REG
               AT END MOVE "S" TO WS-HST-FIM
           END-READ.
           IF  WS-HST-FIM NOT = "S"
               IF  HST-ID NUMERIC AND HST-ID = WS-HST-ID AND
                   HST-TABELA NUMERIC AND HST-TABELA = WS-HST-TABELA
                   PERFORM HIST-GUARDA
               END-IF
           END-IF.

      *    TABELA CHEIA: DESCARTA A MAIS ANTIGA PARA AS ULTIMAS
      *    ALTERACOES - AS QUE PODEM SER ESTORNADAS - FICAREM SEMPRE
      *    NA LISTA.
       HIST-GUARDA.
           IF  WS-HST-QTD < 200
               ADD 1 TO WS-HST-QTD
           ELSE
               MOVE "S" TO WS-HST-CHEIO
               PERFORM HIST-DESLOCA
                   VARYING WS-HST-I FROM 1 BY 1
                   UNTIL WS-HST-I > 199
           END-IF.
           MOVE WS-HIST-REG TO WS-HST-ENT(WS-HST-QTD).

       HIST-DESLOCA.
           MOVE WS-HST-ENT(WS-HST-I + 1) TO WS-HST-ENT(WS-HST-I).

       HIST-NAVEGA.
           PERFORM HIST-MOSTRA.
           DISPLAY "NUMERO P/ DETALHE (0 = ENCERRA):"   AT 2301.
           ACCEPT   WS-HST-SEL                          AT 2334.
           IF  WS-HST-SEL = ZERO
               MOVE "S" TO WS-HST-SAI
           ELSE
               IF  WS-HST-SEL > WS-HST-QTD
                   DISPLAY "NUMERO FORA DA LISTA"       AT 2201
                   ACCEPT skipscreen                    AT 2222
               ELSE
                   PERFORM HIST-DETALHE
               END-IF
           END-IF.

       HIST-MOSTRA.
           PERFORM HIST-CABECALHO.
           MOVE ZERO TO WS-HST-LIN.
           PERFORM HIST-MOSTRA-LINHA
               VARYING WS-HST-I FROM 1 BY 1
               UNTIL WS-HST-I > WS-HST-QTD.
           DISPLAY "ALTERACOES: " WS-HST-QTD             AT 2001.
           IF  WS-HST-CHEIO = "S"
               DISPLAY "MAIS DE 200 ALTERACOES - MOSTRANDO AS 200 "
                       "MAIS RECENTES"                  AT 2101
           END-IF.

       HIST-CABECALHO.
           DISPLAY " "                  AT 0101 WITH ERASE EOS.
           DISPLAY "HISTORICO TABELA " WS-HST-TABELA
                   " TBLID " WS-HST-ID                  AT 0101.
           DISPLAY "NUM DATA     HORA   O OPERADOR   ANTES"
                   "                DEPOIS"             AT 0301.

       HIST-MOSTRA-LINHA.
           MOVE WS-HST-ENT(WS-HST-I) TO WS-HIST-REG.
           MOVE WS-HST-I TO WS-HST-NUM.
           ADD 1 TO WS-HST-LIN.
           COMPUTE WS-HST-POS = (WS-HST-LIN + 3) * 100 + 1.
           MOVE SPACES TO WS-HST-LINHA.
           STRING WS-HST-NUM " " HST-DATA " " HST-HORA
                  " " HST-OPERACAO " " HST-OPER
                  " " HST-ANT-DATA(1:8) " " HST-ANT-HORA
                  " > " HST-DEP-DATA(1:8) " " HST-DEP-HORA
               DELIMITED BY SIZE INTO WS-HST-LINHA.
           DISPLAY WS-HST-LINHA AT WS-HST-POS.
           IF  WS-HST-LIN = 15 AND WS-HST-I < WS-HST-QTD
               DISPLAY "[ENTER] PROXIMA PAGINA"         AT 2001
               ACCEPT skipscreen                        AT 2025
               PERFORM HIST-CABECALHO
               MOVE ZERO TO WS-HST-LIN
           END-IF.

       HIST-DETALHE.
           MOVE WS-HST-ENT(WS-HST-SEL) TO WS-HIST-REG.
           EVALUATE HST-OPERACAO
               WHEN "I"
                   MOVE "INCLUSAO"  TO WS-HST-DESC
               WHEN "A"
                   MOVE "ALTERACAO" TO WS-HST-DESC
               WHEN OTHER
                   MOVE "EXCLUSAO"  TO WS-HST-DESC
           END-EVALUATE.
           DISPLAY " "                  AT 0101 WITH ERASE EOS.
           DISPLAY "ALTERACAO " WS-HST-SEL " EM " HST-DATA
                   " " HST-HORA                         AT 0301.
           DISPLAY "OPERADOR: " HST-OPER
                   "  ROTINA: " HST-ROTINA              AT 0401.
           DISPLAY "TABELA..: " HST-TABELA "  TBLID: " HST-ID
                   "  OPERACAO: " WS-HST-DESC           AT 0501.
           DISPLAY "        TBLDATA    TBLHora  ORIGEM     "
                   "OPERADOR   ALTERADO"                AT 0701.
           DISPLAY "ANTES : " HST-ANTES                 AT 0801.
           DISPLAY "DEPOIS: " HST-DEPOIS                AT 0901.
           IF  WS-NIVEL-OPER = "2"
               PERFORM HIST-ESTORNO-AVALIA
           ELSE
               DISPLAY "ESTORNO SOMENTE PARA OPERADOR NIVEL 2"
                                                        AT 1101
           END-IF.
           DISPLAY "[ENTER] VOLTA A LISTA"              AT 2301.
           ACCEPT skipscreen                            AT 2324.

      *    O ESTORNO SO VALE ENQUANTO A LINHA CONTINUA EXATAMENTE COMO
      *    A ALTERACAO A DEIXOU (DATA, HORA E CARIMBO) - OU AUSENTE,
      *    PARA UMA EXCLUSAO. QUALQUER GRAVACAO POSTERIOR TEM DE SER
      *    ESTORNADA ANTES, DA MAIS RECENTE PARA A MAIS ANTIGA.
       HIST-ESTORNO-AVALIA.
           MOVE HST-ID TO IDSELECT.
           PERFORM HIST-LE-ATUAL.
           MOVE "N" TO WS-HST-PODE.
           EVALUATE TRUE
               WHEN WS-HST-ERRO = "S"
                   CONTINUE
               WHEN HST-OPERACAO = "E"
                   IF  WS-HST-EXISTE = "N"
                       MOVE "S" TO WS-HST-PODE
                   END-IF
               WHEN WS-HST-EXISTE = "S"
                   IF  TBL-data     = HST-DEP-DATA AND
                       TBL-hora     = HST-DEP-HORA AND
                       TBL-alterado = HST-DEP-ALT
                       MOVE "S" TO WS-HST-PODE
                   END-IF
           END-EVALUATE.
           IF  WS-HST-ERRO = "S"
               PERFORM ERROR-RTN
           ELSE
               IF  WS-HST-EXISTE = "S"
                   DISPLAY "ATUAL : " TBL-data " " TBL-hora
                           " " TBL-origem " " TBL-operador
                           " " TBL-alterado             AT 1001
               ELSE
                   DISPLAY "ATUAL : REGISTRO AUSENTE NA TABELA"
                                                        AT 1001
               END-IF
               IF  WS-HST-PODE NOT = "S"
                   DISPLAY "ESTORNO INDISPONIVEL - A LINHA MUDOU "
                           "DEPOIS DESTA ALTERACAO"     AT 1201
               ELSE
                   EVALUATE HST-OPERACAO
                       WHEN "I"
                           DISPLAY "ESTORNO EXCLUI A LINHA INCLUIDA"
                                                        AT 1201
                       WHEN "A"
                           DISPLAY "ESTORNO DEVOLVE A LINHA A IMAGEM "
                                   "ANTES"              AT 1201
                       WHEN OTHER
                           DISPLAY "ESTORNO REINCLUI A IMAGEM ANTES"
                                                        AT 1201
                   END-EVALUATE
                   DISPLAY "CONFIRMA ESTORNO? [S/N]"    AT 1401
                   ACCEPT   WS-CONFIRMA                 AT 1425
                   IF  WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       PERFORM HIST-ESTORNA
                   ELSE
                       DISPLAY "ESTORNO CANCELADO"      AT 1601
                   END-IF
               END-IF
           END-IF.

       HIST-LE-ATUAL.
           MOVE "N" TO WS-HST-EXISTE WS-HST-ERRO.
           IF  WS-HST-TABELA = 2
               EXEC SQL
                   SELECT TBLDATA, TBLHora,
                          COALESCE(TBLORIGEM, ' '),
                          COALESCE(TBLOPERADOR, ' '),
                          COALESCE(TBLALTERADO, ' ')
                   INTO :TBL-data, :TBL-hora, :TBL-origem,
                        :TBL-operador, :TBL-alterado
                   FROM SUA_TABELA_B
                   WHERE TBLID = :IDSELECT
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT TBLDATA, TBLHora,
                          COALESCE(TBLORIGEM, ' '),
                          COALESCE(TBLOPERADOR, ' '),
                          COALESCE(TBLALTERADO, ' ')
                   INTO :TBL-data, :TBL-hora, :TBL-origem,
                        :TBL-operador, :TBL-alterado
                   FROM SUA_TABELA
                   WHERE TBLID = :IDSELECT
               END-EXEC
           END-IF.
           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE "S" TO WS-HST-EXISTE
               WHEN SQLCODE < ZERO
                   MOVE "S" TO WS-HST-ERRO
           END-EVALUATE.

      *    A IMAGEM ANTES DA ALTERACAO ESCOLHIDA VOLTA PARA A LINHA
      *    COM CARIMBO NOVO DE QUEM ESTORNOU. O DELETE E O UPDATE
      *    REPETEM A CONFERENCIA DO CARIMBO NO PROPRIO WHERE, PARA UMA
      *    GRAVACAO ENTRE A CONFERENCIA E A CONFIRMACAO NAO SER
      *    PISADA.
       HIST-ESTORNA.
           MOVE HST-OPERACAO TO WS-HST-OPER-ALVO.
           MOVE SPACES TO WS-HST-QUANDO.
           STRING HST-DATA " " HST-HORA
               DELIMITED BY SIZE INTO WS-HST-QUANDO.
           MOVE HST-ANT-DATA   TO NOVA-DATA.
           MOVE HST-ANT-HORA   TO NOVA-HORA.
           MOVE HST-ANT-ORIGEM TO NOVA-ORIGEM.
           PERFORM MONTA-CARIMBO.
           IF  WS-HST-TABELA = 2
               PERFORM HIST-ESTORNA-B
           ELSE
               PERFORM HIST-ESTORNA-A
           END-IF.
           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   EXEC SQL COMMIT END-EXEC
                   PERFORM HIST-ESTORNO-REGISTRA
                   DISPLAY "ESTORNO APLICADO"           AT 1601
                   PERFORM HIST-CARREGA
               WHEN SQLCODE > ZERO
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY "ESTORNO RECUSADO - A LINHA MUDOU "
                           "DURANTE A CONFIRMACAO"      AT 1601
               WHEN OTHER
                   PERFORM ERROR-RTN
                   EXEC SQL ROLLBACK END-EXEC
           END-EVALUATE.

       HIST-ESTORNA-A.
           EVALUATE WS-HST-OPER-ALVO
               WHEN "I"
                   EXEC SQL
                       DELETE FROM SUA_TABELA
                       WHERE TBLID = :IDSELECT
                         AND COALESCE(TBLALTERADO, ' ') =
                             :TBL-alterado
                   END-EXEC
               WHEN "A"
                   EXEC SQL
                       UPDATE SUA_TABELA
                       SET TBLDATA = :NOVA-DATA,
                           TBLHora = :NOVA-HORA,
                           TBLORIGEM = :NOVA-ORIGEM,
                           TBLOPERADOR = :NOVA-OPERADOR,
                           TBLALTERADO = :NOVA-ALTERADO
                       WHERE TBLID = :IDSELECT
                         AND COALESCE(TBLALTERADO, ' ') =
                             :TBL-alterado
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                       INSERT INTO SUA_TABELA
                           (TBLID, TBLDATA, TBLHora,
                            TBLORIGEM, TBLOPERADOR, TBLALTERADO)
                       VALUES (:IDSELECT, :NOVA-DATA, :NOVA-HORA,
                               :NOVA-ORIGEM, :NOVA-OPERADOR,
                               :NOVA-ALTERADO)
                   END-EXEC
           END-EVALUATE.

       HIST-ESTORNA-B.
           EVALUATE WS-HST-OPER-ALVO
               WHEN "I"
                   EXEC SQL
                       DELETE FROM SUA_TABELA_B
                       WHERE TBLID = :IDSELECT
                         AND COALESCE(TBLALTERADO, ' ') =
                             :TBL-alterado
                   END-EXEC
               WHEN "A"
                   EXEC SQL
                       UPDATE SUA_TABELA_B
                       SET TBLDATA = :NOVA-DATA,
                           TBLHora = :NOVA-HORA,
                           TBLORIGEM = :NOVA-ORIGEM,
                           TBLOPERADOR = :NOVA-OPERADOR,
                           TBLALTERADO = :NOVA-ALTERADO
                       WHERE TBLID = :IDSELECT
                         AND COALESCE(TBLALTERADO, ' ') =
                             :TBL-alterado
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                       INSERT INTO SUA_TABELA_B
                           (TBLID, TBLDATA, TBLHora,
                            TBLORIGEM, TBLOPERADOR, TBLALTERADO)
                       VALUES (:IDSELECT, :NOVA-DATA, :NOVA-HORA,
                               :NOVA-ORIGEM, :NOVA-OPERADOR,
                               :NOVA-ALTERADO)
                   END-EXEC
           END-EVALUATE.

      *    O ESTORNO E UMA GRAVACAO COMO QUALQUER OUTRA: ENTRA NO
      *    HISTORICO COM A OPERACAO INVERSA (E PODE SER ESTORNADO) E
      *    NA AUDITORIA COM A ALTERACAO QUE DESFEZ.
       HIST-ESTORNO-REGISTRA.
           PERFORM HIST-INICIA.
           MOVE "ESTORNO" TO HST-ROTINA.
           MOVE WS-HST-TABELA TO HST-TABELA.
           MOVE IDSELECT TO HST-ID.
           EVALUATE WS-HST-OPER-ALVO
               WHEN "I"
                   MOVE "E" TO HST-OPERACAO
                   PERFORM HIST-ANTES-TBL
               WHEN "A"
                   MOVE "A" TO HST-OPERACAO
                   PERFORM HIST-ANTES-TBL
                   PERFORM HIST-DEPOIS-NOVA
               WHEN OTHER
                   MOVE "I" TO HST-OPERACAO
                   PERFORM HIST-DEPOIS-NOVA
           END-EVALUATE.
           PERFORM HIST-GRAVA.
           MOVE SPACES TO WS-CRITERIO-AUDIT.
           STRING "ESTORNO TABELA " WS-HST-TABELA
                  " TBLID " IDSELECT
                  " OPER " WS-HST-OPER-ALVO
                  " DE " WS-HST-QUANDO
               DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT.
           PERFORM GRAVA-AUDITORIA.

      ******************************************************************
      *    VARREDURA DE QUALIDADE DOS DADOS: PASSA TODA LINHA DE
      *    SUA_TABELA E/OU SUA_TABELA_B PELAS MESMAS CRITICAS DA CARGA
      *    (VALIDA-DATA/VALIDA-HORA), PROCURA CARIMBOS VAZIOS, TBLDATA
      *    FUTURA E LACUNAS NA SEQUENCIA DE TBLID. UMA LINHA POR
      *    PROBLEMA NO ARQUIVO DE EXCECOES, COM O CODIGO DO MOTIVO, E
      *    OS TOTAIS POR MOTIVO NO FIM. SO LEITURA - NAO PEDE NIVEL.
      *    RC 4 QUANDO HOUVER EXCECAO, 8 EM ERRO DE SQL OU ARQUIVO.
      ******************************************************************
       QUALIDADE-DADOS.
           IF  WS-MODO-BATCH NOT = "S"
               PERFORM QLD-TABELA-MENU
           END-IF.
           IF  WS-QLD-TAB NOT = 1 AND WS-QLD-TAB NOT = 2
               MOVE ZERO TO WS-QLD-TAB
           END-IF.

           MOVE SPACES TO WS-CRITERIO-AUDIT.
           EVALUATE WS-QLD-TAB
               WHEN 1
                   STRING "QUALIDADE SUA_TABELA"
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
               WHEN 2
                   STRING "QUALIDADE SUA_TABELA_B"
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
               WHEN OTHER
                   STRING "QUALIDADE SUA_TABELA E SUA_TABELA_B"
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
           END-EVALUATE.
           PERFORM GRAVA-AUDITORIA.

           MOVE SPACES TO WS01-NOME-GRAVA.
           STRING "QUALIDADE_"      DELIMITED BY SIZE
                  WS02-DATA-SISTEMA  DELIMITED BY SIZE
                  WS03-HORA-SISTEMA  DELIMITED BY SIZE
                  ".txt"             DELIMITED BY SIZE
              INTO WS01-NOME-GRAVA.
           INITIALIZE WS-QLD-TOTAIS.
           MOVE ZERO TO WS-QLD-EXC WS-RETORNO.
           MOVE "N" TO WS-QLD-ERRO.

           OPEN OUTPUT ARQ-GRAVA.
           IF  WS-FS-GRAVA NOT = "00"
               MOVE WS-FS-GRAVA TO WS-FS-GRAVA-ERRO
               MOVE 8 TO WS-RETORNO
               IF  WS-MODO-BATCH = "S"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO DE "
                           "EXCECOES - STATUS " WS-FS-GRAVA-ERRO
               ELSE
                   DISPLAY "ERRO AO ABRIR O ARQUIVO DE "
                           "EXCECOES - STATUS " WS-FS-GRAVA-ERRO
                                                    AT 2201
               END-IF
           ELSE
               PERFORM QLD-EXECUTA
           END-IF.

       QLD-TABELA-MENU.
           DISPLAY " "                        AT 0101 WITH ERASE EOS.
           DISPLAY "QUALIDADE DOS DADOS"           AT 0301.
           Display " ___________________________"  AT 1101
           DISPLAY "|     SELECIONE A TABELA    |" AT 1201
           DISPLAY "| SUA_TABELA           - [1]|" AT 1301
           DISPLAY "| SUA_TABELA_B         - [2]|" AT 1401
           DISPLAY "| AS DUAS              - [3]|" AT 1501
           DISPLAY "|___________________________|" AT 1601
           ACCEPT WS-QLD-TAB                        AT 1330.
           DISPLAY " "                        AT 0501 WITH ERASE EOS.

       QLD-EXECUTA.
           EXEC SQL
              DECLARE C12 CURSOR FOR
              SELECT TBLID, COALESCE(TBLDATA, 0),
                     COALESCE(TBLHora, ' '),
                     COALESCE(TBLORIGEM, ' '),
                     COALESCE(TBLOPERADOR, ' '),
                     COALESCE(TBLALTERADO, ' ')
              FROM SUA_TABELA
              ORDER BY TBLID
           END-EXEC.
           EXEC SQL
              DECLARE C13 CURSOR FOR
              SELECT TBLID, COALESCE(TBLDATA, 0),
                     COALESCE(TBLHora, ' '),
                     COALESCE(TBLORIGEM, ' '),
                     COALESCE(TBLOPERADOR, ' '),
                     COALESCE(TBLALTERADO, ' ')
              FROM SUA_TABELA_B
              ORDER BY TBLID
           END-EXEC.

           MOVE SPACES TO WS-QLD-LINHA.
           STRING "EXCECOES DE QUALIDADE EM " WS02-DATA-SISTEMA
                  " " WS03-HORA-SISTEMA " OPERADOR " WS-OPERADOR
               DELIMITED BY SIZE INTO WS-QLD-LINHA.
           PERFORM QLD-GRAVA-LINHA.

           IF  WS-QLD-TAB NOT = 2 AND WS-QLD-ERRO = "N"
               MOVE 1 TO WS-QLD-T
               EXEC SQL OPEN C12 END-EXEC
               PERFORM QLD-VARRE
               EXEC SQL CLOSE C12 END-EXEC
           END-IF.
           IF  WS-QLD-TAB NOT = 1 AND WS-QLD-ERRO = "N"
               MOVE 2 TO WS-QLD-T
               EXEC SQL OPEN C13 END-EXEC
               PERFORM QLD-VARRE
               EXEC SQL CLOSE C13 END-EXEC
           END-IF.

           IF  WS-QLD-ERRO = "N"
               PERFORM QLD-GRAVA-TOTAIS
           END-IF.

           CLOSE ARQ-GRAVA.
           IF  WS-FS-GRAVA NOT = "00"
               MOVE WS-FS-GRAVA TO WS-FS-GRAVA-ERRO
               MOVE "S" TO WS-QLD-ERRO
           END-IF.
           MOVE WS01-NOME-GRAVA TO WS-RGA-NOME.
           MOVE "QUALIDADE"     TO WS-RGA-TIPO.
           MOVE WS-QLD-EXC      TO WS-RGA-QTD.
           PERFORM RGA-REGISTRA.

           IF  WS-QLD-ERRO = "S"
               MOVE 8 TO WS-RETORNO
           ELSE
               IF  WS-QLD-EXC > ZERO
                   MOVE 4 TO WS-RETORNO
               END-IF
           END-IF.

           MOVE SPACES TO WS-CRITERIO-AUDIT.
           STRING "QUALIDADE LIDOS A " WS-QLD-LIDOS(1)
                  " B " WS-QLD-LIDOS(2)
                  " EXCECOES " WS-QLD-EXC
                  " RC " WS-RETORNO
               DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT.
           PERFORM GRAVA-AUDITORIA.

           PERFORM QLD-RESUMO.

      *    CAMINHA O CURSOR DA TABELA DA VEZ (WS-QLD-T) CRITICANDO
      *    LINHA A LINHA. A LACUNA E MEDIDA CONTRA O TBLID ANTERIOR
      *    DA MESMA TABELA, ENTAO O PRIMEIRO TBLID NUNCA GERA LACUNA.
       QLD-VARRE.
           MOVE "N" TO WS-QLD-FIM.
           MOVE ZERO TO WS-QLD-ANT.
           PERFORM QLD-FETCH.
           PERFORM QLD-CRITICA UNTIL WS-QLD-FIM = "S".

       QLD-FETCH.
           IF  WS-QLD-T = 1
               EXEC SQL
                   FETCH C12 INTO :TBL-ID, :TBL-data, :TBL-hora,
                       :TBL-origem, :TBL-operador, :TBL-alterado
               END-EXEC
           ELSE
               EXEC SQL
                   FETCH C13 INTO :TBL-ID, :TBL-data, :TBL-hora,
                       :TBL-origem, :TBL-operador, :TBL-alterado
               END-EXEC
           END-IF.
           IF  SQLCODE = ZERO
               ADD 1 TO WS-QLD-LIDOS(WS-QLD-T)
           ELSE
               IF  SQLCODE < ZERO
                   PERFORM ERROR-RTN
                   MOVE "S" TO WS-QLD-ERRO
               END-IF
               MOVE "S" TO WS-QLD-FIM
           END-IF.

       QLD-CRITICA.
           IF  WS-QLD-ANT > ZERO AND TBL-ID > WS-QLD-ANT + 1
               COMPUTE WS-QLD-FALTA-DE  = WS-QLD-ANT + 1
               COMPUTE WS-QLD-FALTA-ATE = TBL-ID - 1
               MOVE 7 TO WS-QLD-MOTIVO
               PERFORM QLD-EXCECAO
           END-IF.
           MOVE TBL-ID TO WS-QLD-ANT.

           MOVE TBL-data TO WS-VAL-DATA.
           PERFORM VALIDA-DATA.
           IF  WS-DATA-OK NOT = "S"
               MOVE 1 TO WS-QLD-MOTIVO
               PERFORM QLD-EXCECAO
           ELSE
               DIVIDE TBL-data BY 100 GIVING WS-QLD-DATA8
               IF  WS-QLD-DATA8 > WS02-DATA-SISTEMA
                   MOVE 3 TO WS-QLD-MOTIVO
                   PERFORM QLD-EXCECAO
               END-IF
           END-IF.

      *    A HORA GRAVADA TEM 8 POSICOES: BRANCO NO FIM CONTA COMO
      *    HORA CURTA, IGUAL A CARGA FARIA COM O CAMPO DO CSV.
           MOVE SPACES TO WS-CRG-HORA-X.
           MOVE TBL-hora TO WS-CRG-HORA-X.
           MOVE 8 TO WS-CRG-TAM-HORA.
           IF  TBL-hora(8:1) = SPACE
               MOVE 7 TO WS-CRG-TAM-HORA
           END-IF.
           PERFORM VALIDA-HORA.
           IF  WS-HORA-OK NOT = "S"
               MOVE 2 TO WS-QLD-MOTIVO
               PERFORM QLD-EXCECAO
           END-IF.

           IF  TBL-origem = SPACES
               MOVE 4 TO WS-QLD-MOTIVO
               PERFORM QLD-EXCECAO
           END-IF.
           IF  TBL-operador = SPACES
               MOVE 5 TO WS-QLD-MOTIVO
               PERFORM QLD-EXCECAO
           END-IF.
           IF  TBL-alterado = SPACES
               MOVE 6 TO WS-QLD-MOTIVO
               PERFORM QLD-EXCECAO
           END-IF.

           IF  WS-QLD-ERRO = "N"
               PERFORM QLD-FETCH
           ELSE
               MOVE "S" TO WS-QLD-FIM
           END-IF.

       QLD-EXCECAO.
           ADD 1 TO WS-QLD-TOT(WS-QLD-T, WS-QLD-MOTIVO).
           ADD 1 TO WS-QLD-EXC.
           MOVE WS-QLD-MOT-DESC(WS-QLD-MOTIVO) TO WS-QLD-DESC.
           MOVE SPACES TO WS-QLD-LINHA.
           IF  WS-QLD-MOTIVO = 7
               STRING "TABELA " WS-QLD-T " TBLID " TBL-ID
                      " MOTIVO " WS-QLD-MOTIVO " " WS-QLD-DESC
                      " FALTAM " WS-QLD-FALTA-DE
                      " A " WS-QLD-FALTA-ATE
                   DELIMITED BY SIZE INTO WS-QLD-LINHA
           ELSE
               STRING "TABELA " WS-QLD-T " TBLID " TBL-ID
                      " MOTIVO " WS-QLD-MOTIVO " " WS-QLD-DESC
                      " " TBL-data " " TBL-hora
                      " " TBL-origem " " TBL-operador
                      " " TBL-alterado
                   DELIMITED BY SIZE INTO WS-QLD-LINHA
           END-IF.
           PERFORM QLD-GRAVA-LINHA.

      *    FALHA DE GRAVACAO ENCERRA A VARREDURA: UM ARQUIVO DE
      *    EXCECOES TRUNCADO NAO PODE PASSAR POR CONTROLE LIMPO.
       QLD-GRAVA-LINHA.
           MOVE WS-QLD-LINHA TO ARQ-ESCREVE.
           WRITE ARQ-ESCREVE.
           IF  WS-FS-GRAVA NOT = "00"
               MOVE WS-FS-GRAVA TO WS-FS-GRAVA-ERRO
               MOVE "S" TO WS-QLD-ERRO WS-QLD-FIM
           END-IF.

       QLD-GRAVA-TOTAIS.
           MOVE SPACES TO WS-QLD-LINHA.
           STRING "LIDOS SUA_TABELA   : " WS-QLD-LIDOS(1)
               DELIMITED BY SIZE INTO WS-QLD-LINHA.
           PERFORM QLD-GRAVA-LINHA.
           MOVE SPACES TO WS-QLD-LINHA.
           STRING "LIDOS SUA_TABELA_B : " WS-QLD-LIDOS(2)
               DELIMITED BY SIZE INTO WS-QLD-LINHA.
           PERFORM QLD-GRAVA-LINHA.
           PERFORM QLD-GRAVA-TOTAL-MOTIVO
               VARYING WS-QLD-M FROM 1 BY 1 UNTIL WS-QLD-M > 7.
           MOVE SPACES TO WS-QLD-LINHA.
           STRING "TOTAL DE EXCECOES  : " WS-QLD-EXC
               DELIMITED BY SIZE INTO WS-QLD-LINHA.
           PERFORM QLD-GRAVA-LINHA.

       QLD-GRAVA-TOTAL-MOTIVO.
           MOVE WS-QLD-M TO WS-QLD-MOTIVO.
           MOVE SPACES TO WS-QLD-LINHA.
           STRING "TOTAL MOTIVO " WS-QLD-MOTIVO " "
                  WS-QLD-MOT-DESC(WS-QLD-M)
                  " A: " WS-QLD-TOT(1, WS-QLD-M)
                  "  B: " WS-QLD-TOT(2, WS-QLD-M)
               DELIMITED BY SIZE INTO WS-QLD-LINHA.
           PERFORM QLD-GRAVA-LINHA.

       QLD-RESUMO.
           IF  WS-MODO-BATCH = "S"
               IF  WS-QLD-ERRO = "S"
                   DISPLAY "QUALIDADE INTERROMPIDA POR ERRO"
               ELSE
                   DISPLAY "QUALIDADE CONCLUIDA"
               END-IF
               DISPLAY "LIDOS A/B: " WS-QLD-LIDOS(1) " / "
                       WS-QLD-LIDOS(2)
               PERFORM QLD-RESUMO-MOTIVO
                   VARYING WS-QLD-M FROM 1 BY 1 UNTIL WS-QLD-M > 7
               DISPLAY "TOTAL DE EXCECOES: " WS-QLD-EXC
               DISPLAY "ARQUIVO: " WS01-NOME-GRAVA
           ELSE
               DISPLAY " " AT 0101 WITH ERASE EOS
               IF  WS-QLD-ERRO = "S"
                   DISPLAY "QUALIDADE INTERROMPIDA POR ERRO" AT 0301
               ELSE
                   DISPLAY "QUALIDADE CONCLUIDA"            AT 0301
               END-IF
               DISPLAY "MOTIVO                        SUA_TABELA"
                       "  SUA_TABELA_B"                     AT 0501
               MOVE SPACES TO WS-QLD-LINHA
               MOVE "LIDOS"         TO WS-QLD-LINHA(1:5)
               MOVE WS-QLD-LIDOS(1) TO WS-QLD-LINHA(34:7)
               MOVE WS-QLD-LIDOS(2) TO WS-QLD-LINHA(48:7)
               DISPLAY WS-QLD-LINHA(1:78)                   AT 0601
               PERFORM QLD-RESUMO-MOTIVO
                   VARYING WS-QLD-M FROM 1 BY 1 UNTIL WS-QLD-M > 7
               DISPLAY "TOTAL DE EXCECOES: " WS-QLD-EXC     AT 1501
               DISPLAY "ARQUIVO: " WS01-NOME-GRAVA          AT 1601
           END-IF.

       QLD-RESUMO-MOTIVO.
           MOVE WS-QLD-M TO WS-QLD-MOTIVO.
           IF  WS-MODO-BATCH = "S"
               DISPLAY "MOTIVO " WS-QLD-MOTIVO " "
                       WS-QLD-MOT-DESC(WS-QLD-M)
                       " A: " WS-QLD-TOT(1, WS-QLD-M)
                       "  B: " WS-QLD-TOT(2, WS-QLD-M)
           ELSE
               MOVE SPACES TO WS-QLD-LINHA
               STRING WS-QLD-MOTIVO " " WS-QLD-MOT-DESC(WS-QLD-M)
                   DELIMITED BY SIZE INTO WS-QLD-LINHA
               MOVE WS-QLD-TOT(1, WS-QLD-M) TO WS-QLD-LINHA(34:7)
               MOVE WS-QLD-TOT(2, WS-QLD-M) TO WS-QLD-LINHA(48:7)
               COMPUTE WS-HST-POS = (6 + WS-QLD-M) * 100 + 1
               DISPLAY WS-QLD-LINHA(1:78) AT WS-HST-POS
           END-IF.

      ******************************************************************
      *    RESOLUCAO DE UMA DATA SIMBOLICA (WS-DTS-TOKEN) A PARTIR DA
      *    DATA DO SISTEMA. O CALCULO ANDA PELO WS-VAL-DATA PARA USAR
      *    O MESMO VALIDA-DATA DA CARGA NO TAMANHO DE CADA MES. SAI EM
      *    WS-VAL-DATA (AAAAMMDD + WS-DTS-SUFIXO) COM WS-DTS-OK.
      ******************************************************************
       DTS-RESOLVE.
           MOVE "S" TO WS-DTS-TOKENS.
           ACCEPT WS-DTS-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-VAL-DATA = WS-DTS-HOJE * 100.
           EVALUATE TRUE
               WHEN WS-DTS-TOKEN = "HOJE"
                   CONTINUE
               WHEN WS-DTS-TOKEN(1:5) = "HOJE-"
                   PERFORM DTS-LE-DIAS
                   IF  WS-DTS-OK = "S"
                       PERFORM DTS-VOLTA-DIA WS-DTS-DIAS TIMES
                   END-IF
               WHEN WS-DTS-TOKEN = "DIAUTILANT"
                   PERFORM DTS-CARREGA-FERIADOS
                   PERFORM DTS-SEMANA
                   PERFORM DTS-VOLTA-UTIL
                   PERFORM DTS-VOLTA-UTIL UNTIL WS-DTS-UTIL = "S"
               WHEN WS-DTS-TOKEN = "INIMESANT"
               WHEN WS-DTS-TOKEN = "MESANT"
                   MOVE 1 TO WS-VAL-DIA
                   PERFORM DTS-VOLTA-DIA
                   MOVE 1 TO WS-VAL-DIA
               WHEN WS-DTS-TOKEN = "FIMMESANT"
                   MOVE 1 TO WS-VAL-DIA
                   PERFORM DTS-VOLTA-DIA
               WHEN OTHER
                   MOVE "N" TO WS-DTS-OK
           END-EVALUATE.
           IF  WS-DTS-OK = "S"
               ADD WS-DTS-SUFIXO TO WS-VAL-DATA
           END-IF.

      *    HOJE-NNN: DE 1 A 3 DIGITOS LOGO DEPOIS DO HIFEN E NADA
      *    DEPOIS DELES.
       DTS-LE-DIAS.
           MOVE SPACES TO WS-NUM-TEXTO.
           MOVE ZERO TO WS-NUM-TAM.
           UNSTRING WS-DTS-TOKEN(6:5) DELIMITED BY SPACE
               INTO WS-NUM-TEXTO COUNT IN WS-NUM-TAM.
           PERFORM CONVERTE-NUMERO.
           IF  WS-NUM-OK NOT = "S" OR WS-NUM-TAM > 3
               MOVE "N" TO WS-DTS-OK
           ELSE
               IF  WS-DTS-TOKEN(6 + WS-NUM-TAM:) NOT = SPACES
                   OR WS-NUM-VALOR = ZERO
                   MOVE "N" TO WS-DTS-OK
               ELSE
                   MOVE WS-NUM-VALOR TO WS-DTS-DIAS
               END-IF
           END-IF.

      *    UM DIA PARA TRAS, VIRANDO MES E ANO; O DIA DA SEMANA ANDA
      *    JUNTO PARA O DIAUTILANT NAO PRECISAR RECALCULAR.
       DTS-VOLTA-DIA.
           IF  WS-VAL-DIA > 1
               SUBTRACT 1 FROM WS-VAL-DIA
           ELSE
               IF  WS-VAL-MES > 1
                   SUBTRACT 1 FROM WS-VAL-MES
               ELSE
                   MOVE 12 TO WS-VAL-MES
                   SUBTRACT 1 FROM WS-VAL-ANO
               END-IF
               MOVE 1 TO WS-VAL-DIA
               PERFORM VALIDA-DATA
               MOVE WS-VAL-LIM TO WS-VAL-DIA
           END-IF.
           IF  WS-DTS-SEMANA = ZERO
               MOVE 6 TO WS-DTS-SEMANA
           ELSE
               SUBTRACT 1 FROM WS-DTS-SEMANA
           END-IF.

      *    UM DIA PARA A FRENTE, NA MESMA LOGICA DO DTS-VOLTA-DIA.
       DTS-AVANCA-DIA.
           PERFORM VALIDA-DATA.
           IF  WS-VAL-DIA < WS-VAL-LIM
               ADD 1 TO WS-VAL-DIA
           ELSE
               MOVE 1 TO WS-VAL-DIA
               IF  WS-VAL-MES < 12
                   ADD 1 TO WS-VAL-MES
               ELSE
                   MOVE 1 TO WS-VAL-MES
                   ADD 1 TO WS-VAL-ANO
               END-IF
           END-IF.
           IF  WS-DTS-SEMANA = 6
               MOVE ZERO TO WS-DTS-SEMANA
           ELSE
               ADD 1 TO WS-DTS-SEMANA
           END-IF.

       DTS-VOLTA-UTIL.
           PERFORM DTS-VOLTA-DIA.
           MOVE "S" TO WS-DTS-UTIL.
           IF  WS-DTS-SEMANA < 2
               MOVE "N" TO WS-DTS-UTIL
           ELSE
               DIVIDE WS-VAL-DATA BY 100 GIVING WS-DTS-DATA8
               MOVE "N" TO WS-FER-ACHOU
               PERFORM DTS-PROCURA-FERIADO
                   VARYING WS-FER-I FROM 1 BY 1
                   UNTIL WS-FER-I > WS-FER-QTD OR WS-FER-ACHOU = "S"
               IF  WS-FER-ACHOU = "S"
                   MOVE "N" TO WS-DTS-UTIL
               END-IF
           END-IF.

       DTS-PROCURA-FERIADO.
           IF  WS-FER-DATA(WS-FER-I) = WS-DTS-DATA8
               MOVE "S" TO WS-FER-ACHOU
           END-IF.

      *    CONGRUENCIA DE ZELLER SOBRE O WS-VAL-DATA: JANEIRO E
      *    FEVEREIRO CONTAM COMO MESES 13 E 14 DO ANO ANTERIOR.
       DTS-SEMANA.
           MOVE WS-VAL-MES TO WS-ZEL-M.
           MOVE WS-VAL-ANO TO WS-ZEL-A.
           IF  WS-ZEL-M < 3
               ADD 12 TO WS-ZEL-M
               SUBTRACT 1 FROM WS-ZEL-A
           END-IF.
           DIVIDE WS-ZEL-A BY 100 GIVING WS-ZEL-J
               REMAINDER WS-ZEL-K.
           COMPUTE WS-ZEL-T1 = 13 * (WS-ZEL-M + 1).
           DIVIDE WS-ZEL-T1 BY 5 GIVING WS-ZEL-T1.
           DIVIDE WS-ZEL-K BY 4 GIVING WS-ZEL-T2.
           DIVIDE WS-ZEL-J BY 4 GIVING WS-ZEL-T3.
           COMPUTE WS-ZEL-SOMA = WS-VAL-DIA + WS-ZEL-T1 + WS-ZEL-K
                               + WS-ZEL-T2 + WS-ZEL-T3 + 5 * WS-ZEL-J.
           DIVIDE WS-ZEL-SOMA BY 7 GIVING WS-ZEL-QUOC
               REMAINDER WS-DTS-SEMANA.

      *    CALENDARIO AUSENTE NAO PARA O LOTE: O DIA UTIL PASSA A
      *    PULAR SO O FIM DE SEMANA, E O JORNAL DIZ ISSO.
       DTS-CARREGA-FERIADOS.
           IF  WS-FER-CARREGADO NOT = "S"
               MOVE "S" TO WS-FER-CARREGADO
               MOVE ZERO TO WS-FER-QTD
               MOVE SPACES TO WS-LINHA-JORNAL
               OPEN INPUT ARQ-FERIADO
               IF  WS-FS-FERIADO NOT = "00"
                   STRING "CALENDARIO " WS-NOME-FERIADO
                          " INDISPONIVEL STATUS " WS-FS-FERIADO
                          " - DIA UTIL SO PULA FIM DE SEMANA"
                       DELIMITED BY SIZE INTO WS-LINHA-JORNAL
               ELSE
                   MOVE "N" TO WS-FER-FIM
                   PERFORM DTS-LE-FERIADO
                       UNTIL WS-FER-FIM = "S" OR WS-FER-QTD = 500
                   CLOSE ARQ-FERIADO
                   STRING "CALENDARIO " WS-NOME-FERIADO
                          " FERIADOS " WS-FER-QTD
                       DELIMITED BY SIZE INTO WS-LINHA-JORNAL
               END-IF
               PERFORM GRAVA-JORNAL
           END-IF.

       DTS-LE-FERIADO.
           READ ARQ-FERIADO
               AT END MOVE "S" TO WS-FER-FIM
           END-READ.
           IF  WS-FER-FIM NOT = "S" AND FERIADO-LINHA(1:8) NUMERIC
               ADD 1 TO WS-FER-QTD
               MOVE FERIADO-LINHA(1:8) TO WS-FER-DATA(WS-FER-QTD)
           END-IF.

      *    CHAMADO PELO GRAVA-CTL: TODO ARQUIVO COM .CTL ENTRA NO
      *    REGISTRO DE ENTREGAS COMO ENVIADO. FALHA AQUI NAO DERRUBA A
      *    EXPORTACAO JA FECHADA, SO AVISA E FICA NA AUDITORIA.
       ENTREGA-REGISTRA.
           MOVE SPACES TO WS-ENT-REG.
           MOVE WS01-NOME-GRAVA   TO ENT-ARQ.
           MOVE WS-TABELA-SEL     TO ENT-TABELA.
           MOVE WS02-DATA-SISTEMA TO ENT-DATA.
           MOVE WS03-HORA-SISTEMA TO ENT-HORA.
           MOVE WS-TRL-QTD        TO ENT-QTD.
           MOVE WS-EXP-SOMA-ID    TO ENT-SOMA.
           MOVE "E"               TO ENT-SIT.
           MOVE ZERO TO ENT-ACK-DATA ENT-ACK-HORA ENT-ACK-QTD
                        ENT-ACK-SOMA.
           IF  WS-MODO-PESQUISA = 13 OR WS-MODO-PESQUISA = 23
               MOVE "D"      TO ENT-TIPO
               MOVE MARCA-DE TO ENT-ID-DE
               IF  WS-TRL-QTD = ZERO
                   MOVE MARCA-DE TO ENT-ID-ATE
               ELSE
                   MOVE CHK-ULTIMO TO ENT-ID-ATE
               END-IF
           ELSE
               MOVE "C"  TO ENT-TIPO
               MOVE ZERO TO ENT-ID-DE ENT-ID-ATE
           END-IF.
           OPEN EXTEND ARQ-ENTREGA.
           IF  WS-FS-ENTREGA = "35"
               OPEN OUTPUT ARQ-ENTREGA
           END-IF.
           IF  WS-FS-ENTREGA = "00"
               MOVE WS-ENT-REG TO ENTREGA-LINHA
               WRITE ENTREGA-LINHA
               CLOSE ARQ-ENTREGA
           ELSE
               IF  WS-MODO-BATCH = "S"
                   DISPLAY "ERRO AO REGISTRAR A ENTREGA - STATUS "
                           WS-FS-ENTREGA
               ELSE
                   DISPLAY "ERRO AO REGISTRAR A ENTREGA - STATUS "
                           WS-FS-ENTREGA                AT 2101
               END-IF
               MOVE SPACES TO WS-CRITERIO-AUDIT
               STRING "ENTREGA NAO REGISTRADA " WS01-NOME-GRAVA
                   DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
               PERFORM GRAVA-AUDITORIA
           END-IF.

      ******************************************************************
      *    LEITURA DOS ACKS: PARA CADA ENTREGA AINDA SEM RESPOSTA (E)
      *    OU VENCIDA (V) PROCURA O <ARQUIVO>.ACK, CONFERE QUANTIDADE E
      *    SOMA CONTRA O .CTL E ATUALIZA A SITUACAO; SEM ACK DEPOIS DO
      *    PRAZO A ENTREGA VENCE. DELTA REJEITADO, DIVERGENTE OU
      *    VENCIDO GERA ALERTA NO JORNAL E NA AUDITORIA COM O PONTO
      *    DE REBOBINAGEM DA MARCA DAGUA. NO FIM SAI O RELATORIO DAS
      *    ENTREGAS PENDENTES. RC 4 COM PENDENCIA VENCIDA, DIVERGENTE
      *    OU REJEITADA; 8 EM ERRO DE ARQUIVO.
      ******************************************************************
       ENTREGA-ACK.
           IF  WS-MODO-BATCH NOT = "S"
               DISPLAY " "                  AT 0101 WITH ERASE EOS
               DISPLAY "ACK DAS ENTREGAS"   AT 0301
               DISPLAY "PRAZO DO ACK EM HORAS (0 = 24):" AT 0501
               MOVE ZERO TO WS-ENT-HORAS
               ACCEPT   WS-ENT-HORAS                     AT 0533
               IF  WS-ENT-HORAS = ZERO
                   MOVE 24 TO WS-ENT-HORAS
               END-IF
           END-IF.
           MOVE ZERO TO WS-RETORNO WS-ENT-ACKS WS-ENT-ALERTAS
                        WS-ENT-T-ENV WS-ENT-T-OK WS-ENT-T-DIV
                        WS-ENT-T-REJ WS-ENT-T-VENC.
           MOVE "N" TO WS-ENT-ERRO.
      *    ENTREGA ENVIADA ANTES DO LIMITE E SEM ACK ESTA VENCIDA.
           MOVE WS-ENT-HORAS TO WS-LIM-HORAS.
           PERFORM CALCULA-LIMITE.
           PERFORM ENT-CARREGA.

           IF  WS-ENT-ERRO = "N"
               AND (WS-ENT-QTD > ZERO OR WS-ENT-DESCARTE > ZERO)
               PERFORM ENT-CONFERE
                   VARYING WS-ENT-I FROM 1 BY 1
                   UNTIL WS-ENT-I > WS-ENT-QTD
               PERFORM ENT-REGRAVA
               IF  WS-ENT-ERRO = "N" AND WS-ENT-DESCARTE > ZERO
                   MOVE WS-ENT-DESCARTE TO WS-ENT-QTD-X
                   MOVE SPACES TO WS-CRITERIO-AUDIT
                   STRING "ENTREGAS ENCERRADAS EXPURGADAS "
                          WS-ENT-QTD-X
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                   PERFORM GRAVA-AUDITORIA
               END-IF
           END-IF.

           IF  WS-ENT-ERRO = "N"
               PERFORM ENT-RELATORIO
           END-IF.

           IF  WS-ENT-ERRO = "S"
               MOVE 8 TO WS-RETORNO
           ELSE
               IF  WS-ENT-T-DIV > ZERO OR WS-ENT-T-REJ > ZERO
                                       OR WS-ENT-T-VENC > ZERO
                   MOVE 4 TO WS-RETORNO
               END-IF
           END-IF.

           MOVE SPACES TO WS-CRITERIO-AUDIT.
           STRING "ACK LIDOS " WS-ENT-ACKS
                  " OK " WS-ENT-T-OK " DIV " WS-ENT-T-DIV
                  " REJ " WS-ENT-T-REJ " VENC " WS-ENT-T-VENC
               DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT.
           PERFORM GRAVA-AUDITORIA.

           PERFORM ENT-RESUMO.

      *    LIMITE = AGORA MENOS WS-LIM-HORAS, NO FORMATO
      *    AAAAMMDDHHMMSSCC, PARA COMPARAR COM DATA * 100000000 + HORA
      *    DE UM REGISTRO. O RECUO DE DIAS USA O MESMO DTS-VOLTA-DIA
      *    DAS DATAS SIMBOLICAS.
       CALCULA-LIMITE.
           ACCEPT WS02-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS03-HORA-SISTEMA FROM TIME.
           DIVIDE WS-LIM-HORAS BY 24 GIVING WS-LIM-DIAS
               REMAINDER WS-LIM-RESTO.
           COMPUTE WS-LIM-HH = WS03-HORA-SISTEMA / 1000000.
           SUBTRACT WS-LIM-RESTO FROM WS-LIM-HH.
           IF  WS-LIM-HH < ZERO
               ADD 24 TO WS-LIM-HH
               ADD 1 TO WS-LIM-DIAS
           END-IF.
           COMPUTE WS-VAL-DATA = WS02-DATA-SISTEMA * 100.
           PERFORM DTS-VOLTA-DIA WS-LIM-DIAS TIMES.
           DIVIDE WS-VAL-DATA BY 100 GIVING WS-DTS-DATA8.
           DIVIDE WS03-HORA-SISTEMA BY 1000000 GIVING WS-LIM-RESTO
               REMAINDER WS-LIM-MOMENTO.
           COMPUTE WS-LIM-MOMENTO = WS-DTS-DATA8 * 100000000
                                  + WS-LIM-HH * 1000000
                                  + WS-LIM-MOMENTO.

      *    REGISTRO INTEIRO EM MEMORIA PARA SER REGRAVADO COM AS
      *    SITUACOES NOVAS; SE NAO COUBER, NADA E REGRAVADO.
      *    ENTREGA ENCERRADA (A OU R) COM ACK HA MAIS DE WS-ENT-RETEM
      *    DIAS NAO SOBE PARA A MEMORIA, E COM ISSO SAI DO ARQUIVO NA
      *    PROXIMA REGRAVACAO DO ACK. SO SAI SE O ARQUIVO E O SEU .CTL
      *    JA NAO ESTAO NO DIRETORIO: QUEM TIRA OS ARQUIVOS E A
      *    LIMPEZA, DEPOIS DO ACK OK, E ASSIM NENHUM DELTA EM DISCO
      *    PERDE A SUA ENTRADA. A AUDITORIA DO ACK JA FOI GRAVADA
      *    QUANDO A ENTREGA FECHOU.
       ENT-CARREGA.
           MOVE ZERO TO WS-ENT-QTD WS-ENT-DESCARTE WS-ENT-ARQ-LINHAS.
           ACCEPT WS-ENT-CORTE FROM DATE YYYYMMDD.
           COMPUTE WS-VAL-DATA = WS-ENT-CORTE * 100.
           PERFORM DTS-VOLTA-DIA WS-ENT-RETEM TIMES.
           DIVIDE WS-VAL-DATA BY 100 GIVING WS-ENT-CORTE.
           MOVE "N" TO WS-ENT-CHEIO.
           OPEN INPUT ARQ-ENTREGA.
           EVALUATE WS-FS-ENTREGA
               WHEN "00"
                   MOVE "N" TO WS-ENT-FIM
                   PERFORM ENT-LE-LINHA UNTIL WS-ENT-FIM = "S"
                   CLOSE ARQ-ENTREGA
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "S" TO WS-ENT-ERRO
                   IF  WS-MODO-BATCH = "S"
                       DISPLAY "ERRO AO LER " WS-NOME-ENTREGA
                               " - STATUS " WS-FS-ENTREGA
                   ELSE
                       DISPLAY "ERRO AO LER " WS-NOME-ENTREGA
                               " - STATUS " WS-FS-ENTREGA   AT 2201
                   END-IF
           END-EVALUATE.
           IF  WS-ENT-CHEIO = "S"
               MOVE "S" TO WS-ENT-ERRO
               IF  WS-MODO-BATCH = "S"
                   DISPLAY "REGISTRO DE ENTREGAS ACIMA DE 2000 "
                           "LINHAS - NADA ATUALIZADO"
               ELSE
                   DISPLAY "REGISTRO DE ENTREGAS ACIMA DE 2000 "
                           "LINHAS - NADA ATUALIZADO"         AT 2201
               END-IF
           END-IF.

       ENT-LE-LINHA.
           READ ARQ-ENTREGA
               AT END MOVE "S" TO WS-ENT-FIM
           END-READ.
           IF  WS-ENT-FIM NOT = "S" AND ENTREGA-LINHA NOT = SPACES
               ADD 1 TO WS-ENT-ARQ-LINHAS
               PERFORM ENT-TESTA-EXPURGO
               IF  WS-ENT-GUARDA = "N"
                   ADD 1 TO WS-ENT-DESCARTE
               ELSE
                   IF  WS-ENT-QTD = 2000
                       MOVE "S" TO WS-ENT-CHEIO WS-ENT-FIM
                   ELSE
                       ADD 1 TO WS-ENT-QTD
                       MOVE ENTREGA-LINHA TO WS-ENT-LIN(WS-ENT-QTD)
                   END-IF
               END-IF
           END-IF.

       ENT-TESTA-EXPURGO.
           MOVE "S" TO WS-ENT-GUARDA.
           MOVE ENTREGA-LINHA TO WS-ENT-REG.
           IF  (ENT-SIT = "A" OR ENT-SIT = "R")
               AND ENT-ACK-DATA < WS-ENT-CORTE
               CALL "CBL_CHECK_FILE_EXIST" USING ENT-ARQ
                                                 WS-ENT-DETALHE
               MOVE RETURN-CODE TO WS-ENT-RC
               IF  WS-ENT-RC NOT = ZERO
                   MOVE SPACES TO WS-NOME-CTL
                   STRING ENT-ARQ DELIMITED BY SPACE
                          ".CTL"  DELIMITED BY SIZE
                       INTO WS-NOME-CTL
                   CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-CTL
                                                     WS-ENT-DETALHE
                   MOVE RETURN-CODE TO WS-ENT-RC
                   IF  WS-ENT-RC NOT = ZERO
                       MOVE "N" TO WS-ENT-GUARDA
                   END-IF
               END-IF
           END-IF.

       ENT-CONFERE.
           MOVE WS-ENT-LIN(WS-ENT-I) TO WS-ENT-REG.
           MOVE ENT-SIT TO WS-ENT-SIT-ANT.
           IF  ENT-SIT = "E" OR ENT-SIT = "V"
               PERFORM ENT-LE-ACK
               IF  WS-ACK-TEM = "S"
                   ADD 1 TO WS-ENT-ACKS
                   PERFORM ENT-AVALIA-ACK
               ELSE
                   COMPUTE WS-ENT-ENVIO = ENT-DATA * 100000000
                                        + ENT-HORA
                   IF  WS-ENT-ENVIO < WS-LIM-MOMENTO
                       MOVE "V" TO ENT-SIT
                   END-IF
               END-IF
               IF  ENT-TIPO = "D" AND ENT-SIT NOT = WS-ENT-SIT-ANT
                   AND (ENT-SIT = "R" OR ENT-SIT = "D"
                                      OR ENT-SIT = "V")
                   PERFORM ENT-ALERTA
               END-IF
               MOVE WS-ENT-REG TO WS-ENT-LIN(WS-ENT-I)
           END-IF.
           EVALUATE ENT-SIT
               WHEN "A"
                   ADD 1 TO WS-ENT-T-OK
               WHEN "D"
                   ADD 1 TO WS-ENT-T-DIV
               WHEN "R"
                   ADD 1 TO WS-ENT-T-REJ
               WHEN "V"
                   ADD 1 TO WS-ENT-T-VENC
               WHEN OTHER
                   ADD 1 TO WS-ENT-T-ENV
           END-EVALUATE.

      *    O ACK E LIDO PELO MESMO ARQ-CTL, SO TROCANDO A EXTENSAO.
       ENT-LE-ACK.
           MOVE "N" TO WS-ACK-TEM WS-ACK-REJ.
           MOVE ZERO TO WS-ACK-QTD WS-ACK-SOMA.
           MOVE SPACES TO WS-NOME-CTL.
           STRING ENT-ARQ DELIMITED BY SPACE
                  ".ACK"  DELIMITED BY SIZE
              INTO WS-NOME-CTL.
           OPEN INPUT ARQ-CTL.
           IF  WS-FS-CTL = "00"
               MOVE "S" TO WS-ACK-TEM
               MOVE "N" TO WS-ACK-FIM
               PERFORM ENT-ACK-LINHA UNTIL WS-ACK-FIM = "S"
               CLOSE ARQ-CTL
           END-IF.

       ENT-ACK-LINHA.
           READ ARQ-CTL
               AT END MOVE "S" TO WS-ACK-FIM
           END-READ.
           IF  WS-ACK-FIM NOT = "S"
               IF  CTL-LINHA(1:10) = "REGISTROS " AND
                   CTL-LINHA(13:7) NUMERIC
                   MOVE CTL-LINHA(13:7) TO WS-ACK-QTD
               END-IF
               IF  CTL-LINHA(1:10) = "SOMA TBLID" AND
                   CTL-LINHA(13:12) NUMERIC
                   MOVE CTL-LINHA(13:12) TO WS-ACK-SOMA
               END-IF
               IF  CTL-LINHA(1:10) = "SITUACAO  " AND
                   CTL-LINHA(13:9) = "REJEITADO"
                   MOVE "S" TO WS-ACK-REJ
               END-IF
           END-IF.

      *    A CONFERENCIA E CONTRA O .CTL QUE FOI JUNTO COM O ARQUIVO;
      *    SE ELE SUMIU, VALEM OS TOTAIS GUARDADOS NO REGISTRO, QUE
      *    SAO OS MESMOS.
       ENT-AVALIA-ACK.
           MOVE WS02-DATA-SISTEMA TO ENT-ACK-DATA.
           MOVE WS03-HORA-SISTEMA TO ENT-ACK-HORA.
           MOVE WS-ACK-QTD  TO ENT-ACK-QTD.
           MOVE WS-ACK-SOMA TO ENT-ACK-SOMA.
           MOVE ENT-ARQ TO WS-NOME-VER.
           PERFORM VERIFICA-LE-CTL.
           IF  WS-VER-TEM-CTL NOT = "S"
               MOVE ENT-QTD  TO WS-VER-CTL-LINHAS
               MOVE ENT-SOMA TO WS-VER-CTL-SOMA
           END-IF.
           EVALUATE TRUE
               WHEN WS-ACK-REJ = "S"
                   MOVE "R" TO ENT-SIT
               WHEN WS-ACK-QTD = WS-VER-CTL-LINHAS AND
                    WS-ACK-SOMA = WS-VER-CTL-SOMA
                   MOVE "A" TO ENT-SIT
               WHEN OTHER
                   MOVE "D" TO ENT-SIT
           END-EVALUATE.

      *    REENVIO DE DELTA: A MARCA DA TABELA VOLTA PARA O TBLID DE
      *    ONDE ESTE ARQUIVO PARTIU, E O PROXIMO DELTA REPETE A FAIXA.
       ENT-ALERTA.
           ADD 1 TO WS-ENT-ALERTAS.
           PERFORM ENT-DESCREVE.
           COMPUTE WS-ENT-REENVIO = ENT-ID-DE + 1.
           MOVE SPACES TO WS-LINHA-JORNAL.
           STRING "ALERTA " ENT-ARQ DELIMITED BY SPACE
                  " " WS-ENT-DESC
                  " MARCADAGUA T" ENT-TABELA
                  " VOLTA P/ " ENT-ID-DE
                  " REENVIO " WS-ENT-REENVIO "-" ENT-ID-ATE
               DELIMITED BY SIZE INTO WS-LINHA-JORNAL.
           PERFORM GRAVA-JORNAL.
           IF  WS-MODO-BATCH = "S"
               DISPLAY WS-LINHA-JORNAL
           END-IF.
           MOVE SPACES TO WS-CRITERIO-AUDIT.
           STRING "ALERTA " ENT-ARQ DELIMITED BY SPACE
                  " " ENT-SIT
                  " MARCA T" ENT-TABELA " VOLTA P/ " ENT-ID-DE
               DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT.
           PERFORM GRAVA-AUDITORIA.

       ENT-DESCREVE.
           EVALUATE ENT-SIT
               WHEN "A"
                   MOVE "ACK OK"         TO WS-ENT-DESC
               WHEN "D"
                   MOVE "ACK DIVERGENTE" TO WS-ENT-DESC
               WHEN "R"
                   MOVE "REJEITADO"      TO WS-ENT-DESC
               WHEN "V"
                   MOVE "VENCIDO"        TO WS-ENT-DESC
               WHEN OTHER
                   MOVE "ENVIADO"        TO WS-ENT-DESC
           END-EVALUATE.

      *    O GRAVA-CTL DE OUTRA SESSAO ACRESCENTA ENTREGAS SEM ESPERAR
      *    PELO ACK: ANTES DE REGRAVAR, O QUE ENTROU NO ARQUIVO DEPOIS
      *    DA CARGA VAI PARA O FIM DA TABELA, COMO ENVIADO, E SO E
      *    CONFERIDO NO PROXIMO ACK.
       ENT-REGRAVA.
           PERFORM ENT-ACRESCIMOS.
           IF  WS-ENT-ERRO = "N"
               PERFORM ENT-REGRAVA-ABRE
           END-IF.

       ENT-REGRAVA-ABRE.
           OPEN OUTPUT ARQ-ENTREGA.
           IF  WS-FS-ENTREGA NOT = "00"
               MOVE "S" TO WS-ENT-ERRO
               IF  WS-MODO-BATCH = "S"
                   DISPLAY "ERRO AO REGRAVAR " WS-NOME-ENTREGA
                           " - STATUS " WS-FS-ENTREGA
               ELSE
                   DISPLAY "ERRO AO REGRAVAR " WS-NOME-ENTREGA
                           " - STATUS " WS-FS-ENTREGA       AT 2201
               END-IF
           ELSE
               PERFORM ENT-REGRAVA-LINHA
                   VARYING WS-ENT-I FROM 1 BY 1
                   UNTIL WS-ENT-I > WS-ENT-QTD
               CLOSE ARQ-ENTREGA
           END-IF.

       ENT-ACRESCIMOS.
           MOVE ZERO TO WS-ENT-PULA.
           OPEN INPUT ARQ-ENTREGA.
           EVALUATE WS-FS-ENTREGA
               WHEN "00"
                   MOVE "N" TO WS-ENT-FIM
                   PERFORM ENT-LE-ACRESCIMO UNTIL WS-ENT-FIM = "S"
                   CLOSE ARQ-ENTREGA
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "S" TO WS-ENT-ERRO
           END-EVALUATE.
           IF  WS-ENT-ERRO = "S"
               IF  WS-MODO-BATCH = "S"
                   DISPLAY "ERRO AO RELER " WS-NOME-ENTREGA
                           " - NADA REGRAVADO"
               ELSE
                   DISPLAY "ERRO AO RELER " WS-NOME-ENTREGA
                           " - NADA REGRAVADO"              AT 2201
               END-IF
           END-IF.

       ENT-LE-ACRESCIMO.
           READ ARQ-ENTREGA
               AT END MOVE "S" TO WS-ENT-FIM
           END-READ.
           IF  WS-ENT-FIM NOT = "S" AND ENTREGA-LINHA NOT = SPACES
               ADD 1 TO WS-ENT-PULA
               IF  WS-ENT-PULA > WS-ENT-ARQ-LINHAS
                   IF  WS-ENT-QTD = 2000
                       MOVE "S" TO WS-ENT-ERRO WS-ENT-FIM
                   ELSE
                       ADD 1 TO WS-ENT-QTD
                       MOVE ENTREGA-LINHA TO WS-ENT-LIN(WS-ENT-QTD)
                   END-IF
               END-IF
           END-IF.

       ENT-REGRAVA-LINHA.
           MOVE WS-ENT-LIN(WS-ENT-I) TO ENTREGA-LINHA.
           WRITE ENTREGA-LINHA.
           IF  WS-FS-ENTREGA NOT = "00"
               MOVE "S" TO WS-ENT-ERRO
           END-IF.

      *    RELATORIO DAS ENTREGAS QUE AINDA PEDEM ATENCAO: TUDO QUE
      *    NAO ESTA EM ACK OK, COM A REBOBINAGEM NOS DELTAS RUINS.
       ENT-RELATORIO.
           MOVE SPACES TO WS01-NOME-GRAVA.
           STRING "PENDENCIAS_"     DELIMITED BY SIZE
                  WS02-DATA-SISTEMA  DELIMITED BY SIZE
                  WS03-HORA-SISTEMA  DELIMITED BY SIZE
                  ".txt"             DELIMITED BY SIZE
              INTO WS01-NOME-GRAVA.
           OPEN OUTPUT ARQ-GRAVA.
           IF  WS-FS-GRAVA NOT = "00"
               MOVE WS-FS-GRAVA TO WS-FS-GRAVA-ERRO
               MOVE "S" TO WS-ENT-ERRO
               IF  WS-MODO-BATCH = "S"
                   DISPLAY "ERRO AO ABRIR O RELATORIO DE "
                           "PENDENCIAS - STATUS " WS-FS-GRAVA-ERRO
               ELSE
                   DISPLAY "ERRO AO ABRIR O RELATORIO DE "
                           "PENDENCIAS - STATUS " WS-FS-GRAVA-ERRO
                                                        AT 2201
               END-IF
           ELSE
               MOVE SPACES TO WS-ENT-LINHA
               STRING "ENTREGAS PENDENTES EM " WS02-DATA-SISTEMA
                      " " WS03-HORA-SISTEMA
                      " PRAZO DO ACK " WS-ENT-HORAS " HORAS"
                   DELIMITED BY SIZE INTO WS-ENT-LINHA
               PERFORM ENT-GRAVA-LINHA
               PERFORM ENT-RELATORIO-LINHA
                   VARYING WS-ENT-I FROM 1 BY 1
                   UNTIL WS-ENT-I > WS-ENT-QTD
               MOVE WS-ENT-QTD TO WS-ENT-QTD-X
               MOVE SPACES TO WS-ENT-LINHA
               STRING "ENTREGAS NO REGISTRO: " WS-ENT-QTD-X
                      "  ACK OK: " WS-ENT-T-OK
                      "  NO PRAZO: " WS-ENT-T-ENV
                   DELIMITED BY SIZE INTO WS-ENT-LINHA
               PERFORM ENT-GRAVA-LINHA
               MOVE SPACES TO WS-ENT-LINHA
               STRING "DIVERGENTES: " WS-ENT-T-DIV
                      "  REJEITADAS: " WS-ENT-T-REJ
                      "  VENCIDAS: " WS-ENT-T-VENC
                   DELIMITED BY SIZE INTO WS-ENT-LINHA
               PERFORM ENT-GRAVA-LINHA
               CLOSE ARQ-GRAVA
               MOVE WS01-NOME-GRAVA TO WS-RGA-NOME
               MOVE "PENDENCIAS"    TO WS-RGA-TIPO
               COMPUTE WS-RGA-QTD = WS-ENT-T-ENV + WS-ENT-T-DIV
                                  + WS-ENT-T-REJ + WS-ENT-T-VENC
               PERFORM RGA-REGISTRA
           END-IF.

       ENT-RELATORIO-LINHA.
           MOVE WS-ENT-LIN(WS-ENT-I) TO WS-ENT-REG.
           IF  ENT-SIT NOT = "A"
               PERFORM ENT-DESCREVE
               MOVE SPACES TO WS-ENT-LINHA
               MOVE 1 TO WS-ENT-PTR
               STRING ENT-ARQ " " ENT-TIPO " T" ENT-TABELA
                      " ENVIO " ENT-DATA " " ENT-HORA
                      " REGS " ENT-QTD " SOMA " ENT-SOMA
                      " " WS-ENT-DESC
                   DELIMITED BY SIZE INTO WS-ENT-LINHA
                   WITH POINTER WS-ENT-PTR
               IF  ENT-SIT = "D" OR ENT-SIT = "R"
                   STRING " ACK " ENT-ACK-QTD " " ENT-ACK-SOMA
                       DELIMITED BY SIZE INTO WS-ENT-LINHA
                       WITH POINTER WS-ENT-PTR
               END-IF
               PERFORM ENT-GRAVA-LINHA
               IF  ENT-TIPO = "D" AND ENT-SIT NOT = "E"
                   COMPUTE WS-ENT-REENVIO = ENT-ID-DE + 1
                   MOVE SPACES TO WS-ENT-LINHA
                   STRING "    REBOBINAR MARCADAGUA.txt TABELA "
                          ENT-TABELA " PARA " ENT-ID-DE
                          " (REENVIO " WS-ENT-REENVIO
                          " A " ENT-ID-ATE ")"
                       DELIMITED BY SIZE INTO WS-ENT-LINHA
                   PERFORM ENT-GRAVA-LINHA
               END-IF
           END-IF.

       ENT-GRAVA-LINHA.
           MOVE WS-ENT-LINHA TO ARQ-ESCREVE.
           WRITE ARQ-ESCREVE.
           IF  WS-FS-GRAVA NOT = "00"
               MOVE WS-FS-GRAVA TO WS-FS-GRAVA-ERRO
               MOVE "S" TO WS-ENT-ERRO
           END-IF.

       ENT-RESUMO.
           IF  WS-MODO-BATCH = "S"
               IF  WS-ENT-ERRO = "S"
                   DISPLAY "LEITURA DOS ACKS INTERROMPIDA POR ERRO"
               ELSE
                   DISPLAY "LEITURA DOS ACKS CONCLUIDA"
               END-IF
               DISPLAY "ACKS LIDOS: " WS-ENT-ACKS
                       "  ALERTAS DE DELTA: " WS-ENT-ALERTAS
               DISPLAY "ACK OK: " WS-ENT-T-OK
                       "  NO PRAZO: " WS-ENT-T-ENV
               DISPLAY "DIVERGENTES: " WS-ENT-T-DIV
                       "  REJEITADAS: " WS-ENT-T-REJ
                       "  VENCIDAS: " WS-ENT-T-VENC
               DISPLAY "ARQUIVO: " WS01-NOME-GRAVA
           ELSE
               DISPLAY " " AT 0101 WITH ERASE EOS
               IF  WS-ENT-ERRO = "S"
                   DISPLAY "LEITURA DOS ACKS INTERROMPIDA POR ERRO"
                                                         AT 0301
               ELSE
                   DISPLAY "LEITURA DOS ACKS CONCLUIDA"   AT 0301
               END-IF
               DISPLAY "ACKS LIDOS.........: " WS-ENT-ACKS    AT 0501
               DISPLAY "ALERTAS DE DELTA...: " WS-ENT-ALERTAS AT 0601
               DISPLAY "ACK OK.............: " WS-ENT-T-OK    AT 0701
               DISPLAY "ENVIADAS NO PRAZO..: " WS-ENT-T-ENV   AT 0801
               DISPLAY "ACK DIVERGENTE.....: " WS-ENT-T-DIV   AT 0901
               DISPLAY "REJEITADAS.........: " WS-ENT-T-REJ   AT 1001
               DISPLAY "VENCIDAS...........: " WS-ENT-T-VENC  AT 1101
               DISPLAY "ARQUIVO: " WS01-NOME-GRAVA            AT 1301
           END-IF.

      ******************************************************************
      *    DUPLO CONTROLE DAS ROTINAS DESTRUTIVAS. A ROTINA CHAMADORA
      *    PREENCHE WS-PED-ROTINA E WS-PED-PARAM; A RESPOSTA FICA EM
      *    WS-PED-ACAO: E = EXECUTAR (PEDIDO APROVADO CONFERIDO),
      *    N = REGISTRAR PEDIDO NOVO (A ROTINA FAZ O ENSAIO E CHAMA
      *    PED-SOLICITA), X = NAO EXECUTAR. EM LOTE O PEDIDO VEM DO
      *    PARAMETRO; SEM ELE O PASSO E RECUSADO.
      ******************************************************************
       PED-AUTORIZA.
           MOVE "X" TO WS-PED-ACAO.
           MOVE "N" TO WS-PED-RESERVADO WS-PED-PARCIAL.
           MOVE SPACES TO WS-PED-MSG.
           IF  WS-MODO-BATCH = "S"
               IF  PAR-PEDIDO NUMERIC AND PAR-PEDIDO > ZERO
                   MOVE PAR-PEDIDO TO WS-PED-NUM
                   PERFORM PED-VALIDA
               ELSE
                   MOVE ZERO TO WS-PED-NUM
                   MOVE "PASSO SEM NUMERO DE PEDIDO APROVADO"
                       TO WS-PED-MSG
               END-IF
           ELSE
               DISPLAY "NUMERO DO PEDIDO APROVADO "
                       "(0 = REGISTRAR NOVO PEDIDO):"       AT 1901
               MOVE ZERO TO WS-PED-NUM
               ACCEPT   WS-PED-NUM                         AT 1955
               IF  WS-PED-NUM = ZERO
                   MOVE "N" TO WS-PED-ACAO
               ELSE
                   PERFORM PED-VALIDA
               END-IF
           END-IF.
           IF  WS-PED-ACAO = "X"
               PERFORM PED-MENSAGEM
               MOVE SPACES TO WS-CRITERIO-AUDIT
               STRING "PEDIDO " WS-PED-NUM " RECUSADO "
                      WS-PED-ROTINA " " WS-PED-MSG
                   DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
               PERFORM GRAVA-AUDITORIA
           END-IF.

      *    SO EXECUTA PEDIDO APROVADO, AINDA NO PRAZO, DA MESMA ROTINA
      *    E COM OS MESMOS PARAMETROS QUE FORAM APROVADOS.
       PED-VALIDA.
           PERFORM PED-CARREGA.
           IF  WS-PED-ERRO = "N"
               PERFORM PED-PROCURA
           END-IF.
           EVALUATE TRUE
               WHEN WS-PED-ERRO = "S"
                   MOVE "ERRO NO ARQUIVO DE PEDIDOS" TO WS-PED-MSG
               WHEN WS-PED-POS = ZERO
                   MOVE "PEDIDO NAO ENCONTRADO" TO WS-PED-MSG
               WHEN PED-ROTINA NOT = WS-PED-ROTINA
                 OR PED-PARAM NOT = WS-PED-PARAM(1:40)
                 OR PED-PARAM-EXT NOT = WS-PED-PARAM(41:40)
                   MOVE "PEDIDO DE OUTRA ROTINA OU OUTROS PARAMETROS"
                       TO WS-PED-MSG
               WHEN PED-SIT = "P"
                   MOVE "PEDIDO AINDA NAO APROVADO" TO WS-PED-MSG
               WHEN PED-SIT = "R"
                   MOVE "PEDIDO REJEITADO" TO WS-PED-MSG
               WHEN PED-SIT = "X"
                   MOVE "PEDIDO JA EXECUTADO" TO WS-PED-MSG
               WHEN PED-SIT = "E"
                   MOVE "PEDIDO EM EXECUCAO EM OUTRA SESSAO"
                       TO WS-PED-MSG
               WHEN PED-SIT = "V"
                   MOVE "PEDIDO VENCIDO" TO WS-PED-MSG
               WHEN OTHER
                   MOVE "E" TO WS-PED-ACAO
           END-EVALUATE.

       PED-PROCURA.
           MOVE ZERO TO WS-PED-POS.
           PERFORM PED-PROCURA-LINHA
               VARYING WS-PED-I FROM 1 BY 1
               UNTIL WS-PED-I > WS-PED-QTD OR WS-PED-POS > ZERO.
           IF  WS-PED-POS > ZERO
               MOVE WS-PED-LIN(WS-PED-POS) TO WS-PED-REG
           END-IF.

       PED-PROCURA-LINHA.
           IF  WS-PED-LIN(WS-PED-I)(1:6) = WS-PED-NUM
               MOVE WS-PED-I TO WS-PED-POS
           END-IF.

      *    REGISTRO INTEIRO EM MEMORIA. PEDIDO PENDENTE OU APROVADO
      *    ALEM DO PRAZO PASSA A VENCIDO NA CARGA E O ARQUIVO E
      *    REGRAVADO, PARA QUE A FILA E A AUDITORIA MOSTREM O VENCIMENTO
      *    UMA SO VEZ.
      *    PEDIDO ENCERRADO (R, X OU V) REGISTRADO HA MAIS DE
      *    WS-PED-RETEM DIAS NAO SOBE PARA A MEMORIA E SAI DO ARQUIVO
      *    NA MESMA REGRAVACAO; A AUDITORIA DELE FOI GRAVADA QUANDO
      *    FECHOU (O VENCIMENTO, LOGO ACIMA NA PROPRIA CARGA). O PEDIDO
      *    DE MAIOR NUMERO NUNCA SAI, PARA QUE A NUMERACAO NAO VOLTE.
       PED-CARREGA.
           MOVE ZERO TO WS-PED-QTD WS-PED-ULTIMO WS-PED-MAIOR
                        WS-PED-DESCARTE.
           MOVE SPACES TO WS-PED-GUARDA.
           MOVE "N" TO WS-PED-CHEIO WS-PED-ERRO WS-PED-MUDOU.
           MOVE WS-PED-VALIDADE TO WS-LIM-HORAS.
           PERFORM CALCULA-LIMITE.
           MOVE WS-LIM-MOMENTO TO WS-PED-MOMENTO.
           COMPUTE WS-VAL-DATA = WS02-DATA-SISTEMA * 100.
           PERFORM DTS-VOLTA-DIA WS-PED-RETEM TIMES.
           DIVIDE WS-VAL-DATA BY 100 GIVING WS-PED-CORTE.
           OPEN INPUT ARQ-PEDIDO.
           EVALUATE WS-FS-PEDIDO
               WHEN "00"
                   MOVE "N" TO WS-PED-FIM
                   PERFORM PED-LE-LINHA UNTIL WS-PED-FIM = "S"
                   CLOSE ARQ-PEDIDO
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "S" TO WS-PED-ERRO
           END-EVALUATE.
           IF  WS-PED-GUARDA NOT = SPACES
               AND WS-PED-GUARDA(1:6) > WS-PED-MAIOR
               SUBTRACT 1 FROM WS-PED-DESCARTE
               IF  WS-PED-QTD = 2000
                   MOVE "S" TO WS-PED-CHEIO
               ELSE
                   ADD 1 TO WS-PED-QTD
                   MOVE WS-PED-GUARDA TO WS-PED-LIN(WS-PED-QTD)
               END-IF
           END-IF.
           IF  WS-PED-DESCARTE > ZERO
               MOVE "S" TO WS-PED-MUDOU
           END-IF.
           IF  WS-PED-CHEIO = "S"
               MOVE "S" TO WS-PED-ERRO
           END-IF.
           IF  WS-PED-ERRO = "N" AND WS-PED-MUDOU = "S"
               PERFORM PED-REGRAVA
               IF  WS-PED-ERRO = "N" AND WS-PED-DESCARTE > ZERO
                   MOVE SPACES TO WS-CRITERIO-AUDIT
                   STRING "PEDIDOS ENCERRADOS EXPURGADOS "
                          WS-PED-DESCARTE
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                   PERFORM GRAVA-AUDITORIA
               END-IF
           END-IF.

       PED-LE-LINHA.
           READ ARQ-PEDIDO
               AT END MOVE "S" TO WS-PED-FIM
           END-READ.
           IF  WS-PED-FIM NOT = "S" AND PEDIDO-LINHA NOT = SPACES
               MOVE PEDIDO-LINHA TO WS-PED-REG
               IF  PED-NUMERO > WS-PED-ULTIMO
                   MOVE PED-NUMERO TO WS-PED-ULTIMO
               END-IF
               IF  (PED-SIT = "P" OR PED-SIT = "A") AND
                   PED-DATA * 100000000 + PED-HORA
                       < WS-PED-MOMENTO
                   MOVE "V" TO PED-SIT
                   MOVE "S" TO WS-PED-MUDOU
                   MOVE SPACES TO WS-CRITERIO-AUDIT
                   STRING "PEDIDO " PED-NUMERO " VENCIDO "
                          PED-ROTINA " SOL " PED-SOLIC
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                   PERFORM GRAVA-AUDITORIA
               END-IF
               IF  (PED-SIT = "R" OR PED-SIT = "X" OR PED-SIT = "V")
                   AND PED-DATA < WS-PED-CORTE
                   PERFORM PED-DESCARTA
               ELSE
                   PERFORM PED-GUARDA-LINHA
               END-IF
           END-IF.

       PED-DESCARTA.
           ADD 1 TO WS-PED-DESCARTE.
           IF  WS-PED-GUARDA = SPACES
               OR PED-NUMERO > WS-PED-GUARDA(1:6)
               MOVE WS-PED-REG TO WS-PED-GUARDA
           END-IF.

       PED-GUARDA-LINHA.
           IF  WS-PED-QTD = 2000
               MOVE "S" TO WS-PED-CHEIO WS-PED-FIM
           ELSE
               ADD 1 TO WS-PED-QTD
               MOVE WS-PED-REG TO WS-PED-LIN(WS-PED-QTD)
               IF  PED-NUMERO > WS-PED-MAIOR
                   MOVE PED-NUMERO TO WS-PED-MAIOR
               END-IF
           END-IF.

       PED-REGRAVA.
           OPEN OUTPUT ARQ-PEDIDO.
           IF  WS-FS-PEDIDO NOT = "00"
               MOVE "S" TO WS-PED-ERRO
           ELSE
               PERFORM PED-REGRAVA-LINHA
                   VARYING WS-PED-I FROM 1 BY 1
                   UNTIL WS-PED-I > WS-PED-QTD
               CLOSE ARQ-PEDIDO
           END-IF.

       PED-REGRAVA-LINHA.
           MOVE WS-PED-LIN(WS-PED-I) TO PEDIDO-LINHA.
           WRITE PEDIDO-LINHA.
           IF  WS-FS-PEDIDO NOT = "00"
               MOVE "S" TO WS-PED-ERRO
           END-IF.

      *    REGISTRA O PEDIDO PENDENTE COM A CONTAGEM DO ENSAIO EM
      *    WS-PED-CONTA. NADA E EXECUTADO NESTA PASSAGEM.
       PED-SOLICITA.
           PERFORM PED-CARREGA.
           IF  WS-PED-ERRO = "N" AND WS-PED-QTD = 2000
               MOVE "S" TO WS-PED-ERRO
           END-IF.
           IF  WS-PED-ERRO = "S"
               MOVE "ERRO NO ARQUIVO DE PEDIDOS - NADA REGISTRADO"
                   TO WS-PED-MSG
               MOVE 8 TO WS-RETORNO
           ELSE
               ADD 1 TO WS-PED-ULTIMO
               MOVE WS-PED-ULTIMO TO WS-PED-NUM
               MOVE SPACES TO WS-PED-REG
               MOVE WS-PED-NUM        TO PED-NUMERO
               MOVE "P"               TO PED-SIT
               MOVE WS-PED-ROTINA     TO PED-ROTINA
               MOVE WS-PED-PARAM(1:40)  TO PED-PARAM
               MOVE WS-PED-PARAM(41:40) TO PED-PARAM-EXT
               MOVE WS-PED-CONTA      TO PED-QTD
               MOVE WS-OPERADOR       TO PED-SOLIC
               MOVE WS02-DATA-SISTEMA TO PED-DATA
               MOVE WS03-HORA-SISTEMA TO PED-HORA
               MOVE ZERO TO PED-APR-DATA PED-APR-HORA
                            PED-EXE-DATA PED-EXE-HORA
               PERFORM PED-SOLICITA-GRAVA
           END-IF.
           PERFORM PED-MENSAGEM.

      *    O PEDIDO SO E DADO COMO REGISTRADO (E AUDITADO) DEPOIS QUE A
      *    LINHA CHEGOU AO ARQUIVO.
       PED-SOLICITA-GRAVA.
           OPEN EXTEND ARQ-PEDIDO.
           IF  WS-FS-PEDIDO = "35"
               OPEN OUTPUT ARQ-PEDIDO
           END-IF.
           IF  WS-FS-PEDIDO = "00"
               MOVE WS-PED-REG TO PEDIDO-LINHA
               WRITE PEDIDO-LINHA
               IF  WS-FS-PEDIDO NOT = "00"
                   MOVE "S" TO WS-PED-ERRO
               END-IF
               CLOSE ARQ-PEDIDO
           ELSE
               MOVE "S" TO WS-PED-ERRO
           END-IF.
           IF  WS-PED-ERRO = "S"
               MOVE "ERRO NO ARQUIVO DE PEDIDOS - NADA REGISTRADO"
                   TO WS-PED-MSG
               MOVE 8 TO WS-RETORNO
           ELSE
               MOVE SPACES TO WS-CRITERIO-AUDIT
               STRING "PEDIDO " WS-PED-NUM " CRIADO "
                      WS-PED-ROTINA " QTD " WS-PED-CONTA
                   DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
               PERFORM GRAVA-AUDITORIA
               MOVE SPACES TO WS-PED-MSG
               STRING "PEDIDO " WS-PED-NUM " REGISTRADO - ENSAIO "
                      WS-PED-CONTA " LINHAS - AGUARDA APROVACAO"
                   DELIMITED BY SIZE INTO WS-PED-MSG
           END-IF.

      *    CHAMADA PELA ROTINA LOGO DEPOIS DE OBTER A SUA TRAVA. O
      *    PEDIDO E CONFERIDO DE NOVO NO ARQUIVO E PASSA A E (EM
      *    EXECUCAO) ANTES DE QUALQUER ALTERACAO, PARA QUE OUTRA SESSAO
      *    QUE TAMBEM O CONFERIU NAO O EXECUTE OUTRA VEZ. SEM A RESERVA
      *    A ROTINA NAO RODA (RC 8).
       PED-RESERVA.
           MOVE "N" TO WS-PED-RESERVADO.
           MOVE "X" TO WS-PED-ACAO.
           PERFORM PED-VALIDA.
           IF  WS-PED-ACAO = "E"
               ACCEPT WS02-DATA-SISTEMA FROM DATE YYYYMMDD
               ACCEPT WS03-HORA-SISTEMA FROM TIME
               MOVE "E"               TO PED-SIT
               MOVE WS-OPERADOR       TO PED-EXEC
               MOVE WS02-DATA-SISTEMA TO PED-EXE-DATA
               MOVE WS03-HORA-SISTEMA TO PED-EXE-HORA
               MOVE WS-PED-REG TO WS-PED-LIN(WS-PED-POS)
               PERFORM PED-REGRAVA
               IF  WS-PED-ERRO = "S"
                   MOVE "ERRO AO REGRAVAR O ARQUIVO DE PEDIDOS"
                       TO WS-PED-MSG
               ELSE
                   MOVE "S" TO WS-PED-RESERVADO
               END-IF
           END-IF.
           IF  WS-PED-RESERVADO = "N"
               MOVE 8 TO WS-RETORNO
               PERFORM PED-MENSAGEM
               MOVE SPACES TO WS-CRITERIO-AUDIT
               STRING "PEDIDO " WS-PED-NUM " NAO RESERVADO "
                      WS-PED-ROTINA " " WS-PED-MSG
                   DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
               PERFORM GRAVA-AUDITORIA
           END-IF.

      *    FECHA O PEDIDO RESERVADO DEPOIS DA EXECUCAO. COM RC 8 A
      *    ROTINA NAO CHEGOU AO FIM SEM TER EFETIVADO NADA E O PEDIDO
      *    VOLTA A APROVADO ATE VENCER; SE PARTE FICOU EFETIVADA
      *    (WS-PED-PARCIAL) ELE FECHA COMO EXECUTADO MESMO ASSIM, E O
      *    RESTANTE PEDE UM PEDIDO NOVO.
       PED-CONCLUI.
           IF  WS-PED-RESERVADO = "S"
               PERFORM PED-CARREGA
               IF  WS-PED-ERRO = "N"
                   PERFORM PED-PROCURA
               END-IF
               IF  WS-PED-ERRO = "N" AND WS-PED-POS > ZERO
                   IF  WS-RETORNO < 8 OR WS-PED-PARCIAL = "S"
                       ACCEPT WS02-DATA-SISTEMA FROM DATE YYYYMMDD
                       ACCEPT WS03-HORA-SISTEMA FROM TIME
                       MOVE "X"               TO PED-SIT
                       MOVE WS-OPERADOR       TO PED-EXEC
                       MOVE WS02-DATA-SISTEMA TO PED-EXE-DATA
                       MOVE WS03-HORA-SISTEMA TO PED-EXE-HORA
                   ELSE
                       MOVE "A"    TO PED-SIT
                       MOVE SPACES TO PED-EXEC
                       MOVE ZERO   TO PED-EXE-DATA PED-EXE-HORA
                   END-IF
                   MOVE WS-PED-REG TO WS-PED-LIN(WS-PED-POS)
                   PERFORM PED-REGRAVA
               END-IF
           END-IF.
           MOVE SPACES TO WS-CRITERIO-AUDIT.
           EVALUATE TRUE
               WHEN WS-PED-RESERVADO = "S" AND WS-PED-PARCIAL = "S"
                   STRING "PEDIDO " WS-PED-NUM " EXECUTADO EM PARTE"
                          " SOL " PED-SOLIC " APR " PED-APROV
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
               WHEN WS-PED-RESERVADO = "S" AND WS-RETORNO < 8
                   STRING "PEDIDO " WS-PED-NUM " EXECUTADO SOL "
                          PED-SOLIC " APR " PED-APROV
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
               WHEN OTHER
                   STRING "PEDIDO " WS-PED-NUM " NAO CONCLUIDO RC "
                          WS-RETORNO " SOL " PED-SOLIC " APR "
                          PED-APROV
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
           END-EVALUATE.
           PERFORM GRAVA-AUDITORIA.
           MOVE "N" TO WS-PED-RESERVADO.

       PED-MENSAGEM.
           IF  WS-MODO-BATCH = "S"
               DISPLAY WS-PED-ROTINA ": " WS-PED-MSG
           ELSE
               DISPLAY WS-PED-MSG                          AT 2101
           END-IF.

      ******************************************************************
      *    FILA DE APROVACAO: PEDIDOS PENDENTES NO PRAZO. O OPERADOR
      *    QUE DECIDE TEM DE SER OUTRO QUE NAO O SOLICITANTE; A
      *    DECISAO VAI PARA A AUDITORIA COM OS DOIS OPERADORES.
      ******************************************************************
       PEDIDOS-APROVACAO.
           MOVE "N" TO WS-PED-SAI.
           PERFORM PED-FILA UNTIL WS-PED-SAI = "S".

       PED-FILA.
           DISPLAY " "                  AT 0101 WITH ERASE EOS
           DISPLAY "APROVACAO DE PEDIDOS - PENDENTES"      AT 0301
           PERFORM PED-CARREGA.
           IF  WS-PED-ERRO = "S"
               DISPLAY "ERRO AO LER " WS-NOME-PEDIDO
                       " - STATUS " WS-FS-PEDIDO           AT 0501
               MOVE "S" TO WS-PED-SAI
           ELSE
               DISPLAY "NUMERO ROTINA       PARAMETROS"    AT 0501
               DISPLAY "QTD     SOLICITANTE"               AT 0551
               MOVE 6 TO WS-PED-LIN-TELA
               MOVE "N" TO WS-PED-MAIS
               PERFORM PED-FILA-LINHA
                   VARYING WS-PED-I FROM 1 BY 1
                   UNTIL WS-PED-I > WS-PED-QTD
               IF  WS-PED-MAIS = "S"
                   DISPLAY "HA MAIS PEDIDOS PENDENTES - DECIDA "
                           "OS DA TELA PARA VER OS DEMAIS"  AT 2001
               END-IF
               IF  WS-PED-LIN-TELA = 6
                   DISPLAY "NENHUM PEDIDO PENDENTE"         AT 0601
                   MOVE "S" TO WS-PED-SAI
               ELSE
                   PERFORM PED-DECIDE
               END-IF
           END-IF.

       PED-FILA-LINHA.
           MOVE WS-PED-LIN(WS-PED-I) TO WS-PED-REG.
           IF  PED-SIT = "P"
               IF  WS-PED-LIN-TELA > 19
                   MOVE "S" TO WS-PED-MAIS
               ELSE
                   MOVE SPACES TO WS-PED-LINHA
                   STRING PED-NUMERO " " PED-ROTINA " "
                          PED-PARAM(1:30) " " PED-QTD " " PED-SOLIC
                       DELIMITED BY SIZE INTO WS-PED-LINHA
                   COMPUTE WS-PED-POS-TELA = WS-PED-LIN-TELA * 100 + 1
                   DISPLAY WS-PED-LINHA AT WS-PED-POS-TELA
                   ADD 1 TO WS-PED-LIN-TELA
               END-IF
           END-IF.

       PED-DECIDE.
           DISPLAY "PEDIDO A DECIDIR (0 = VOLTAR):"        AT 2101
           MOVE ZERO TO WS-PED-NUM.
           ACCEPT   WS-PED-NUM                             AT 2132.
           IF  WS-PED-NUM = ZERO
               MOVE "S" TO WS-PED-SAI
           ELSE
               PERFORM PED-PROCURA
               MOVE SPACES TO WS-PED-MSG
               EVALUATE TRUE
                   WHEN WS-PED-POS = ZERO
                     OR PED-SIT NOT = "P"
                       MOVE "PEDIDO NAO ESTA PENDENTE" TO WS-PED-MSG
                   WHEN PED-SOLIC = WS-OPERADOR
                       MOVE "SOLICITANTE NAO PODE DECIDIR O PEDIDO"
                           TO WS-PED-MSG
                       MOVE SPACES TO WS-CRITERIO-AUDIT
                       STRING "PEDIDO " WS-PED-NUM
                              " DECISAO RECUSADA PARA O SOLICITANTE"
                           DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                       PERFORM GRAVA-AUDITORIA
                   WHEN OTHER
                       PERFORM PED-DECIDE-UM
               END-EVALUATE
               DISPLAY WS-PED-MSG                          AT 2201
               DISPLAY "PRESSIONE ENTER PARA CONTINUAR"    AT 2401
               ACCEPT skipscreen                           AT 2432
           END-IF.

       PED-DECIDE-UM.
           DISPLAY " "                  AT 1901 WITH ERASE EOS
           DISPLAY "PEDIDO " PED-NUMERO " PARAMETROS: "
                   PED-PARAM                               AT 1901
           DISPLAY PED-PARAM-EXT                           AT 2027
           DISPLAY "APROVA OU REJEITA? [A/R]"              AT 2201
           MOVE SPACE TO WS-PED-DECISAO.
           ACCEPT   WS-PED-DECISAO                         AT 2226.
           IF  WS-PED-DECISAO = "a"
               MOVE "A" TO WS-PED-DECISAO
           END-IF.
           IF  WS-PED-DECISAO = "r"
               MOVE "R" TO WS-PED-DECISAO
           END-IF.
           IF  WS-PED-DECISAO NOT = "A" AND WS-PED-DECISAO NOT = "R"
               MOVE "NADA ALTERADO" TO WS-PED-MSG
           ELSE
               PERFORM PED-DECIDE-GRAVA
           END-IF.

      *    A TELA FICA PARADA ESPERANDO A DECISAO; ENQUANTO ISSO OUTRA
      *    SESSAO PODE TER EXECUTADO, DECIDIDO OU CRIADO PEDIDOS. O
      *    ARQUIVO E RELIDO E A DECISAO SO VALE SE O PEDIDO CONTINUA
      *    PENDENTE E DE OUTRO SOLICITANTE.
       PED-DECIDE-GRAVA.
           PERFORM PED-CARREGA.
           IF  WS-PED-ERRO = "N"
               PERFORM PED-PROCURA
           END-IF.
           EVALUATE TRUE
               WHEN WS-PED-ERRO = "S"
                   MOVE "ERRO NO ARQUIVO DE PEDIDOS - NADA ALTERADO"
                       TO WS-PED-MSG
               WHEN WS-PED-POS = ZERO
                 OR PED-SIT NOT = "P"
                   MOVE "PEDIDO NAO ESTA MAIS PENDENTE - NADA ALTERADO"
                       TO WS-PED-MSG
               WHEN PED-SOLIC = WS-OPERADOR
                   MOVE "SOLICITANTE NAO PODE DECIDIR O PEDIDO"
                       TO WS-PED-MSG
               WHEN OTHER
                   PERFORM PED-DECIDE-APLICA
           END-EVALUATE.

       PED-DECIDE-APLICA.
           ACCEPT WS02-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS03-HORA-SISTEMA FROM TIME
           MOVE WS-PED-DECISAO    TO PED-SIT
           MOVE WS-OPERADOR       TO PED-APROV
           MOVE WS02-DATA-SISTEMA TO PED-APR-DATA
           MOVE WS03-HORA-SISTEMA TO PED-APR-HORA
           MOVE WS-PED-REG TO WS-PED-LIN(WS-PED-POS)
           PERFORM PED-REGRAVA
           IF  WS-PED-ERRO = "S"
               MOVE "ERRO AO REGRAVAR O ARQUIVO DE PEDIDOS"
                   TO WS-PED-MSG
           ELSE
               MOVE SPACES TO WS-CRITERIO-AUDIT
               IF  WS-PED-DECISAO = "A"
                   STRING "PEDIDO " WS-PED-NUM " APROVADO "
                          PED-ROTINA " SOL " PED-SOLIC
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                   MOVE "PEDIDO APROVADO" TO WS-PED-MSG
               ELSE
                   STRING "PEDIDO " WS-PED-NUM " REJEITADO "
                          PED-ROTINA " SOL " PED-SOLIC
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                   MOVE "PEDIDO REJEITADO" TO WS-PED-MSG
               END-IF
               PERFORM GRAVA-AUDITORIA
           END-IF.

      ******************************************************************
      *    CORRECAO EM MASSA DE SUA_TABELA. NA TELA: CRITERIOS E REGRA,
      *    ENSAIO COM A LISTAGEM E, COM UM PEDIDO APROVADO PARA OS
      *    MESMOS CRITERIOS, A APLICACAO DEPOIS DA CONFIRMACAO. EM
      *    LOTE: SO O ENSAIO, OU A APLICACAO COM PAR-APLICA = S E O
      *    NUMERO DO PEDIDO APROVADO.
      ******************************************************************
       CORRECAO-MASSA.
           DISPLAY " "                  AT 0101 WITH ERASE EOS
           DISPLAY "CORRECAO EM MASSA DE SUA_TABELA"       AT 0301
           DISPLAY "TBLID INICIAL   (0 = SEM LIMITE):"     AT 0501
           DISPLAY "TBLID FINAL     (0 = SEM LIMITE):"     AT 0601
           DISPLAY "TBLDATA INICIAL (0 = SEM LIMITE):"     AT 0701
           DISPLAY "TBLDATA FINAL   (0 = SEM LIMITE):"     AT 0801
           DISPLAY "TBLORIGEM    (VAZIO = QUALQUER):"      AT 0901
           DISPLAY "REGRA: 1=NOVA DATA 2=DESLOCA DIAS "
                   "3=DESLOCA HORAS 4=NOVA ORIGEM:"        AT 1101
           DISPLAY "VALOR (DATA, +/-NNN OU ORIGEM)..:"     AT 1201
           MOVE ZERO TO COR-ID-DE COR-ID-ATE
                        COR-DATA-DE COR-DATA-ATE WS-RETORNO.
           MOVE SPACES TO COR-ORIGEM WS-COR-VALOR.
           MOVE SPACE TO WS-COR-REGRA.
           ACCEPT   COR-ID-DE                              AT 0535
           ACCEPT   COR-ID-ATE                             AT 0635
           ACCEPT   COR-DATA-DE                            AT 0735
           ACCEPT   COR-DATA-ATE                           AT 0835
           ACCEPT   COR-ORIGEM                             AT 0935
           ACCEPT   WS-COR-REGRA                           AT 1166
           ACCEPT   WS-COR-VALOR                           AT 1235.
           PERFORM COR-PREPARA.
           IF  WS-COR-OK NOT = "S"
               DISPLAY "CRITERIO OU REGRA INVALIDA - NADA FEITO"
                                                           AT 1401
               MOVE 8 TO WS-RETORNO
           ELSE
               MOVE "N" TO WS-COR-APLICA
               PERFORM COR-EXECUTA
               EVALUATE TRUE
                   WHEN WS-COR-ERRO = "S"
                       CONTINUE
                   WHEN WS-COR-ALTERA = ZERO
                       DISPLAY "NADA A CORRIGIR"           AT 1701
                   WHEN OTHER
                       PERFORM COR-PEDIDO
               END-EVALUATE
           END-IF.

      *    DEPOIS DO ENSAIO: PEDIDO NOVO COM A CONTAGEM DO ENSAIO OU
      *    APLICACAO DE UM PEDIDO JA APROVADO.
       COR-PEDIDO.
           MOVE "CORRECAO" TO WS-PED-ROTINA.
           PERFORM PED-AUTORIZA.
           EVALUATE WS-PED-ACAO
               WHEN "N"
                   MOVE WS-COR-ALTERA TO WS-PED-CONTA
                   PERFORM PED-SOLICITA
               WHEN "E"
                   DISPLAY "CONFIRMA A APLICACAO? [S/N]"   AT 2201
                   ACCEPT   WS-CONFIRMA                    AT 2229
                   IF  WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       MOVE ZERO TO WS-RETORNO
                       PERFORM COR-APLICA
                       PERFORM PED-CONCLUI
                   ELSE
                       DISPLAY "CORRECAO CANCELADA"        AT 2301
                   END-IF
               WHEN OTHER
                   MOVE 8 TO WS-RETORNO
           END-EVALUATE.

       CORRECAO-BATCH.
           MOVE ZERO TO COR-ID-DE COR-ID-ATE COR-DATA-DE COR-DATA-ATE.
           IF  PAR-TBLID NUMERIC
               MOVE PAR-TBLID TO COR-ID-DE
           END-IF.
           IF  PAR-COR-ID-ATE NUMERIC
               MOVE PAR-COR-ID-ATE TO COR-ID-ATE
           END-IF.
           IF  PAR-DATA-INI NUMERIC
               MOVE PAR-DATA-INI TO COR-DATA-DE
           END-IF.
           IF  PAR-DATA-FIM NUMERIC
               MOVE PAR-DATA-FIM TO COR-DATA-ATE
           END-IF.
           MOVE PAR-COR-ORIGEM TO COR-ORIGEM.
           MOVE PAR-COR-REGRA  TO WS-COR-REGRA.
           MOVE PAR-COR-VALOR  TO WS-COR-VALOR.
           MOVE ZERO TO WS-COR-ALTERA.
           PERFORM COR-PREPARA.
           IF  WS-COR-OK NOT = "S"
               DISPLAY "CORRECAO: CRITERIO OU REGRA INVALIDA: "
                       WS-PED-PARAM
               MOVE 8 TO WS-RETORNO
           ELSE
               IF  PAR-APLICA = "S"
                   MOVE "CORRECAO" TO WS-PED-ROTINA
                   PERFORM PED-AUTORIZA
                   IF  WS-PED-ACAO = "E"
                       PERFORM COR-APLICA
                       PERFORM PED-CONCLUI
                   ELSE
                       MOVE 8 TO WS-RETORNO
                   END-IF
               ELSE
                   MOVE "N" TO WS-COR-APLICA
                   PERFORM COR-EXECUTA
               END-IF
           END-IF.

       COR-APLICA.
           MOVE "CORRECAO" TO WS-ROTINA-TRAVA.
           PERFORM TRAVA-OBTEM.
           IF  WS-TRAVA-MINHA = "S"
               PERFORM PED-RESERVA
               IF  WS-PED-RESERVADO = "S"
                   MOVE "S" TO WS-COR-APLICA
                   PERFORM COR-EXECUTA
      *            BLOCOS JA EFETIVADOS NAO PODEM SER REAPLICADOS PELO
      *            MESMO PEDIDO: ELE FECHA E O RESTANTE, A PARTIR DE
      *            COR-PROXIMO, PEDE UM PEDIDO NOVO.
                   IF  WS-COR-ERRO = "S" AND WS-COR-BLOCOS > ZERO
                       MOVE "S" TO WS-PED-PARCIAL
                   END-IF
               END-IF
               PERFORM TRAVA-LIBERA
           ELSE
               MOVE 8 TO WS-RETORNO
           END-IF.

      *    ZERO NO LIMITE FINAL E SEM LIMITE. O VALOR DA REGRA FICA
      *    NORMALIZADO (+NNN/-NNN NOS DESLOCAMENTOS) PARA QUE TELA E
      *    LOTE MONTEM OS MESMOS PARAMETROS DO PEDIDO.
       COR-PREPARA.
           MOVE "S" TO WS-COR-OK.
           IF  COR-ID-ATE = ZERO
               MOVE 99999 TO COR-ID-ATE
           END-IF.
           IF  COR-DATA-ATE = ZERO
               MOVE 9999999999 TO COR-DATA-ATE
           END-IF.
           IF  COR-ID-DE > COR-ID-ATE OR COR-DATA-DE > COR-DATA-ATE
               MOVE "N" TO WS-COR-OK
           END-IF.
           EVALUATE WS-COR-REGRA
               WHEN "1"
                   IF  WS-COR-VALOR NUMERIC
                       MOVE WS-COR-VALOR TO WS-VAL-DATA
                       PERFORM VALIDA-DATA
                       IF  WS-DATA-OK NOT = "S"
                           MOVE "N" TO WS-COR-OK
                       END-IF
                   ELSE
                       MOVE "N" TO WS-COR-OK
                   END-IF
               WHEN "2"
               WHEN "3"
                   PERFORM COR-LE-DESLOCAMENTO
               WHEN "4"
                   IF  WS-COR-VALOR = SPACES
                       MOVE "N" TO WS-COR-OK
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-COR-OK
           END-EVALUATE.
           MOVE SPACES TO WS-PED-PARAM.
           STRING "ID " COR-ID-DE "-" COR-ID-ATE
                  " DT " COR-DATA-DE "-" COR-DATA-ATE
                  " OR " COR-ORIGEM
                  " R" WS-COR-REGRA " " WS-COR-VALOR
               DELIMITED BY SIZE INTO WS-PED-PARAM.

       COR-LE-DESLOCAMENTO.
           MOVE "+" TO WS-COR-SINAL.
           MOVE SPACES TO WS-NUM-TEXTO.
           MOVE ZERO TO WS-NUM-TAM.
           IF  WS-COR-VALOR(1:1) = "+" OR WS-COR-VALOR(1:1) = "-"
               MOVE WS-COR-VALOR(1:1) TO WS-COR-SINAL
               UNSTRING WS-COR-VALOR(2:9) DELIMITED BY SPACE
                   INTO WS-NUM-TEXTO COUNT IN WS-NUM-TAM
           ELSE
               UNSTRING WS-COR-VALOR DELIMITED BY SPACE
                   INTO WS-NUM-TEXTO COUNT IN WS-NUM-TAM
           END-IF.
           PERFORM CONVERTE-NUMERO.
           IF  WS-NUM-OK NOT = "S" OR WS-NUM-TAM > 3
                                   OR WS-NUM-VALOR = ZERO
               MOVE "N" TO WS-COR-OK
           ELSE
               COMPUTE WS-NUM-I = WS-NUM-TAM + 1
               IF  WS-COR-SINAL = "-" OR WS-COR-VALOR(1:1) = "+"
                   ADD 1 TO WS-NUM-I
               END-IF
               IF  WS-COR-VALOR(WS-NUM-I:) NOT = SPACES
                   MOVE "N" TO WS-COR-OK
               ELSE
                   MOVE WS-NUM-VALOR TO WS-COR-N
                   MOVE SPACES TO WS-COR-VALOR
                   STRING WS-COR-SINAL WS-COR-N
                       DELIMITED BY SIZE INTO WS-COR-VALOR
               END-IF
           END-IF.

       COR-EXECUTA.
           EXEC SQL
              DECLARE C14 CURSOR FOR
              SELECT TBLID, COALESCE(TBLDATA, 0),
                     COALESCE(TBLHora, ' '),
                     COALESCE(TBLORIGEM, ' '),
                     COALESCE(TBLOPERADOR, ' '),
                     COALESCE(TBLALTERADO, ' ')
              FROM SUA_TABELA
              WHERE TBLID >= :COR-PROXIMO
                AND TBLID <= :COR-ID-ATE
                AND TBLDATA >= :COR-DATA-DE
                AND TBLDATA <= :COR-DATA-ATE
                AND (:COR-ORIGEM = ' '
                     OR COALESCE(TBLORIGEM, ' ') = :COR-ORIGEM)
              ORDER BY TBLID
           END-EXEC.

           MOVE SPACES TO WS-CRITERIO-AUDIT.
           IF  WS-COR-APLICA = "S"
               STRING "CORRECAO APLICA " WS-PED-PARAM(1:39)
                   DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
           ELSE
               STRING "CORRECAO ENSAIO " WS-PED-PARAM(1:39)
                   DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
           END-IF.
           PERFORM GRAVA-AUDITORIA.
           MOVE SPACES TO WS-CRITERIO-AUDIT.
           STRING "CORRECAO REGRA " WS-PED-PARAM(41:27)
               DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT.
           PERFORM GRAVA-AUDITORIA.

           MOVE SPACES TO WS01-NOME-GRAVA.
           STRING "CORRECAO_"       DELIMITED BY SIZE
                  WS02-DATA-SISTEMA  DELIMITED BY SIZE
                  WS03-HORA-SISTEMA  DELIMITED BY SIZE
                  ".txt"             DELIMITED BY SIZE
              INTO WS01-NOME-GRAVA.
           MOVE ZERO TO WS-COR-LIDAS WS-COR-ALTERA WS-COR-IGUAIS
                        WS-COR-PULADAS WS-COR-BLOCOS.
           MOVE "N" TO WS-COR-ERRO WS-COR-FIM.

           OPEN OUTPUT ARQ-GRAVA.
           IF  WS-FS-GRAVA NOT = "00"
               MOVE WS-FS-GRAVA TO WS-FS-GRAVA-ERRO
               MOVE "S" TO WS-COR-ERRO
               IF  WS-MODO-BATCH = "S"
                   DISPLAY "ERRO AO ABRIR A LISTAGEM DA CORRECAO"
                           " - STATUS " WS-FS-GRAVA-ERRO
               ELSE
                   DISPLAY "ERRO AO ABRIR A LISTAGEM DA CORRECAO"
                           " - STATUS " WS-FS-GRAVA-ERRO   AT 2201
               END-IF
           ELSE
               MOVE SPACES TO WS-COR-LINHA
               IF  WS-COR-APLICA = "S"
                   STRING "CORRECAO EM MASSA - APLICACAO EM "
                          WS02-DATA-SISTEMA " " WS03-HORA-SISTEMA
                          " OPERADOR " WS-OPERADOR
                       DELIMITED BY SIZE INTO WS-COR-LINHA
               ELSE
                   STRING "CORRECAO EM MASSA - ENSAIO EM "
                          WS02-DATA-SISTEMA " " WS03-HORA-SISTEMA
                          " OPERADOR " WS-OPERADOR
                       DELIMITED BY SIZE INTO WS-COR-LINHA
               END-IF
               PERFORM COR-GRAVA-LINHA
               MOVE SPACES TO WS-COR-LINHA
               STRING "CRITERIO " WS-PED-PARAM
                   DELIMITED BY SIZE INTO WS-COR-LINHA
               PERFORM COR-GRAVA-LINHA
               MOVE "TBLID TBLDATA    TBLHora  TBLORIGEM  -> DEPOIS"
                   TO WS-COR-LINHA
               PERFORM COR-GRAVA-LINHA
               MOVE COR-ID-DE TO COR-PROXIMO
               PERFORM COR-BLOCO
                   UNTIL WS-COR-FIM = "S" OR WS-COR-ERRO = "S"
               PERFORM COR-GRAVA-TOTAIS
               CLOSE ARQ-GRAVA
               MOVE WS01-NOME-GRAVA TO WS-RGA-NOME
               MOVE "CORRECAO"      TO WS-RGA-TIPO
               MOVE WS-COR-LIDAS    TO WS-RGA-QTD
               PERFORM RGA-REGISTRA
           END-IF.

           EVALUATE TRUE
               WHEN WS-COR-ERRO = "S"
                   MOVE 8 TO WS-RETORNO
               WHEN WS-COR-LIDAS = ZERO OR WS-COR-PULADAS > ZERO
                   IF  WS-RETORNO < 4
                       MOVE 4 TO WS-RETORNO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE SPACES TO WS-CRITERIO-AUDIT.
           STRING "CORRECAO FIM SEL " WS-COR-LIDAS
                  " ALT " WS-COR-ALTERA " IGU " WS-COR-IGUAIS
                  " PUL " WS-COR-PULADAS " RC " WS-RETORNO
               DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT.
           PERFORM GRAVA-AUDITORIA.
           IF  WS-COR-APLICA = "S" AND WS-COR-ERRO = "S"
                                   AND WS-COR-BLOCOS > ZERO
               MOVE SPACES TO WS-CRITERIO-AUDIT
               STRING "CORRECAO PARCIAL BLOCOS " WS-COR-BLOCOS
                      " PRIMEIRO TBLID NAO APLICADO " COR-PROXIMO
                   DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
               PERFORM GRAVA-AUDITORIA
           END-IF.
           PERFORM COR-RESUMO.

      *    UM BLOCO: REABRE O CURSOR A PARTIR DO PROXIMO TBLID E LE ATE
      *    WS-COR-BLOCO LINHAS. NA APLICACAO CADA BLOCO TEM SEU PROPRIO
      *    HISTORICO PENDENTE E SEU COMMIT; UM ERRO DESFAZ SO O BLOCO
      *    CORRENTE E OS ANTERIORES FICAM EFETIVADOS; COR-PROXIMO
      *    VOLTA AO INICIO DO BLOCO DESFEITO, O PRIMEIRO TBLID NAO
      *    APLICADO.
       COR-BLOCO.
           MOVE ZERO TO WS-COR-NO-BLOCO WS-COR-ALT-BLOCO.
           MOVE COR-PROXIMO TO WS-COR-INI-BLOCO.
           MOVE "N" TO WS-COR-FIM-BLOCO.
           IF  WS-COR-APLICA = "S"
               PERFORM HIST-PEND-ABRE
               IF  WS-HST-OK NOT = "S"
                   MOVE "S" TO WS-COR-ERRO
               END-IF
           END-IF.
           IF  WS-COR-ERRO = "N"
               EXEC SQL OPEN C14 END-EXEC
               IF  SQLCODE < ZERO
                   PERFORM ERROR-RTN
                   MOVE "S" TO WS-COR-ERRO
               ELSE
                   PERFORM COR-FETCH
                   PERFORM COR-LINHA UNTIL WS-COR-FIM-BLOCO = "S"
                   EXEC SQL CLOSE C14 END-EXEC
               END-IF
           END-IF.
           IF  WS-COR-APLICA = "S"
               IF  WS-COR-ERRO = "S" OR WS-HST-OK NOT = "S"
                   EXEC SQL ROLLBACK END-EXEC
                   PERFORM HIST-PEND-DESCARTA
                   SUBTRACT WS-COR-ALT-BLOCO FROM WS-COR-ALTERA
                   MOVE WS-COR-INI-BLOCO TO COR-PROXIMO
                   MOVE "S" TO WS-COR-ERRO
               ELSE
                   EXEC SQL COMMIT END-EXEC
                   PERFORM HIST-PEND-EFETIVA
                   ADD 1 TO WS-COR-BLOCOS
               END-IF
           END-IF.

       COR-FETCH.
           EXEC SQL
               FETCH C14 INTO :TBL-ID, :TBL-data, :TBL-hora,
                   :TBL-origem, :TBL-operador, :TBL-alterado
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               IF  SQLCODE < ZERO
                   PERFORM ERROR-RTN
                   MOVE "S" TO WS-COR-ERRO
               END-IF
               MOVE "S" TO WS-COR-FIM-BLOCO WS-COR-FIM
           END-IF.

       COR-LINHA.
           ADD 1 TO WS-COR-LIDAS.
           ADD 1 TO WS-COR-NO-BLOCO.
           PERFORM COR-CALCULA.
           EVALUATE WS-COR-SIT
               WHEN "A"
                   IF  WS-COR-APLICA = "S"
                       PERFORM COR-ATUALIZA
                   ELSE
                       ADD 1 TO WS-COR-ALTERA
                   END-IF
               WHEN "I"
                   ADD 1 TO WS-COR-IGUAIS
               WHEN OTHER
                   ADD 1 TO WS-COR-PULADAS
           END-EVALUATE.
           PERFORM COR-LISTA.
           EVALUATE TRUE
               WHEN WS-COR-ERRO = "S"
                   MOVE "S" TO WS-COR-FIM-BLOCO
               WHEN TBL-ID = 99999
                   MOVE "S" TO WS-COR-FIM-BLOCO WS-COR-FIM
               WHEN OTHER
                   COMPUTE COR-PROXIMO = TBL-ID + 1
                   IF  WS-COR-NO-BLOCO < WS-COR-BLOCO
                       PERFORM COR-FETCH
                   ELSE
                       MOVE "S" TO WS-COR-FIM-BLOCO
                   END-IF
           END-EVALUATE.

      *    IMAGEM DEPOIS DA LINHA CORRENTE EM NOVA-*. SITUACAO:
      *    A = ALTERAR  I = SEM MUDANCA  D/H = DATA/HORA ATUAL
      *    INVALIDA PARA DESLOCAR (OU DESLOCADA PARA FORA DA FAIXA).
       COR-CALCULA.
           MOVE "A" TO WS-COR-SIT.
           MOVE TBL-data   TO NOVA-DATA.
           MOVE TBL-hora   TO NOVA-HORA.
           MOVE TBL-origem TO NOVA-ORIGEM.
           EVALUATE WS-COR-REGRA
               WHEN "1"
                   MOVE WS-COR-VALOR TO NOVA-DATA
               WHEN "2"
                   PERFORM COR-VALIDA-DATA
                   IF  WS-COR-SIT = "A"
                       PERFORM COR-DESLOCA-DIAS
                   END-IF
               WHEN "3"
                   PERFORM COR-VALIDA-DATA
                   IF  WS-COR-SIT = "A"
                       PERFORM COR-DESLOCA-HORAS
                   END-IF
               WHEN "4"
                   MOVE WS-COR-VALOR TO NOVA-ORIGEM
           END-EVALUATE.
           IF  WS-COR-SIT NOT = "A"
               MOVE TBL-data TO NOVA-DATA
               MOVE TBL-hora TO NOVA-HORA
           ELSE
               IF  NOVA-DATA = TBL-data AND NOVA-HORA = TBL-hora
                                        AND NOVA-ORIGEM = TBL-origem
                   MOVE "I" TO WS-COR-SIT
               END-IF
           END-IF.

       COR-VALIDA-DATA.
           MOVE TBL-data TO WS-VAL-DATA.
           PERFORM VALIDA-DATA.
           IF  WS-DATA-OK NOT = "S"
               MOVE "D" TO WS-COR-SIT
           END-IF.

       COR-DESLOCA-DIAS.
           IF  WS-COR-SINAL = "-"
               PERFORM DTS-VOLTA-DIA WS-COR-N TIMES
           ELSE
               PERFORM DTS-AVANCA-DIA WS-COR-N TIMES
           END-IF.
           PERFORM VALIDA-DATA.
           IF  WS-DATA-OK NOT = "S"
               MOVE "D" TO WS-COR-SIT
           ELSE
               MOVE WS-VAL-DATA TO NOVA-DATA
           END-IF.

      *    A HORA PASSA DA MEIA-NOITE PARA UM LADO OU PARA O OUTRO E A
      *    DATA ANDA JUNTO; MINUTOS E SEGUNDOS FICAM COMO ESTAO.
       COR-DESLOCA-HORAS.
           MOVE TBL-hora TO WS-CRG-HORA-X.
           MOVE 8 TO WS-CRG-TAM-HORA.
           PERFORM VALIDA-HORA.
           IF  WS-HORA-OK NOT = "S"
               MOVE "H" TO WS-COR-SIT
           ELSE
               MOVE TBL-hora(1:2) TO WS-HORA-PAR
               IF  WS-COR-SINAL = "-"
                   COMPUTE WS-COR-HH = WS-HORA-PAR-9 - WS-COR-N
               ELSE
                   COMPUTE WS-COR-HH = WS-HORA-PAR-9 + WS-COR-N
               END-IF
               PERFORM COR-HORA-RECUA UNTIL WS-COR-HH NOT < ZERO
               PERFORM COR-HORA-AVANCA UNTIL WS-COR-HH < 24
               PERFORM VALIDA-DATA
               IF  WS-DATA-OK NOT = "S"
                   MOVE "D" TO WS-COR-SIT
               ELSE
                   MOVE WS-COR-HH TO WS-COR-HH2
                   MOVE WS-COR-HH2 TO NOVA-HORA(1:2)
                   MOVE WS-VAL-DATA TO NOVA-DATA
               END-IF
           END-IF.

       COR-HORA-RECUA.
           ADD 24 TO WS-COR-HH.
           PERFORM DTS-VOLTA-DIA.

       COR-HORA-AVANCA.
           SUBTRACT 24 FROM WS-COR-HH.
           PERFORM DTS-AVANCA-DIA.

       COR-ATUALIZA.
           PERFORM MONTA-CARIMBO.
           EXEC SQL
               UPDATE SUA_TABELA
               SET TBLDATA = :NOVA-DATA,
                   TBLHora = :NOVA-HORA,
                   TBLORIGEM = :NOVA-ORIGEM,
                   TBLOPERADOR = :NOVA-OPERADOR,
                   TBLALTERADO = :NOVA-ALTERADO
               WHERE TBLID = :TBL-ID
           END-EXEC.
           IF  SQLCODE = ZERO
               ADD 1 TO WS-COR-ALTERA WS-COR-ALT-BLOCO
               MOVE SPACES TO WS-CRITERIO-AUDIT
               STRING "CORRECAO " TBL-ID " P/ " NOVA-DATA " "
                      NOVA-HORA " " NOVA-ORIGEM
                   DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
               PERFORM GRAVA-AUDITORIA
               PERFORM HIST-INICIA
               MOVE "CORRECAO" TO HST-ROTINA
               MOVE 1 TO HST-TABELA
               MOVE "A" TO HST-OPERACAO
               MOVE TBL-ID TO HST-ID
               PERFORM HIST-ANTES-TBL
               PERFORM HIST-DEPOIS-NOVA
               PERFORM HIST-GRAVA
           ELSE
               PERFORM ERROR-RTN
               MOVE "S" TO WS-COR-ERRO
               MOVE "E" TO WS-COR-SIT
           END-IF.

       COR-LISTA.
           EVALUATE WS-COR-SIT
               WHEN "A"
                   IF  WS-COR-APLICA = "S"
                       MOVE "ALTERADA" TO WS-COR-DESC
                   ELSE
                       MOVE "A ALTERAR" TO WS-COR-DESC
                   END-IF
               WHEN "I"
                   MOVE "SEM MUDANCA" TO WS-COR-DESC
               WHEN "D"
                   MOVE "PULADA DATA INVALIDA" TO WS-COR-DESC
               WHEN "H"
                   MOVE "PULADA HORA INVALIDA" TO WS-COR-DESC
               WHEN OTHER
                   MOVE "ERRO NA GRAVACAO" TO WS-COR-DESC
           END-EVALUATE.
           MOVE SPACES TO WS-COR-LINHA.
           STRING TBL-ID " " TBL-data " " TBL-hora " " TBL-origem
                  " -> " NOVA-DATA " " NOVA-HORA " " NOVA-ORIGEM
                  " " WS-COR-DESC
               DELIMITED BY SIZE INTO WS-COR-LINHA.
           PERFORM COR-GRAVA-LINHA.

       COR-GRAVA-TOTAIS.
           MOVE SPACES TO WS-COR-LINHA.
           IF  WS-COR-APLICA = "S"
               STRING "SELECIONADAS " WS-COR-LIDAS
                      " ALTERADAS " WS-COR-ALTERA
                      " SEM MUDANCA " WS-COR-IGUAIS
                      " PULADAS " WS-COR-PULADAS
                      " BLOCOS EFETIVADOS " WS-COR-BLOCOS
                   DELIMITED BY SIZE INTO WS-COR-LINHA
           ELSE
               STRING "SELECIONADAS " WS-COR-LIDAS
                      " A ALTERAR " WS-COR-ALTERA
                      " SEM MUDANCA " WS-COR-IGUAIS
                      " PULADAS " WS-COR-PULADAS
                   DELIMITED BY SIZE INTO WS-COR-LINHA
           END-IF.
           PERFORM COR-GRAVA-LINHA.
           IF  WS-COR-ERRO = "S" AND WS-COR-APLICA = "S"
               MOVE "INTERROMPIDA POR ERRO - O ULTIMO BLOCO FOI "
                   TO WS-COR-LINHA
               MOVE "DESFEITO, OS ANTERIORES FICARAM EFETIVADOS"
                   TO WS-COR-LINHA(44:)
               PERFORM COR-GRAVA-LINHA
               IF  WS-COR-BLOCOS > ZERO
                   MOVE SPACES TO WS-COR-LINHA
                   STRING "PRIMEIRO TBLID NAO APLICADO " COR-PROXIMO
                          " - O RESTANTE PEDE UM PEDIDO NOVO"
                       DELIMITED BY SIZE INTO WS-COR-LINHA
                   PERFORM COR-GRAVA-LINHA
               END-IF
           END-IF.

       COR-GRAVA-LINHA.
           MOVE WS-COR-LINHA TO ARQ-ESCREVE.
           WRITE ARQ-ESCREVE.
           IF  WS-FS-GRAVA NOT = "00"
               MOVE WS-FS-GRAVA TO WS-FS-GRAVA-ERRO
               MOVE "S" TO WS-COR-ERRO
           END-IF.

       COR-RESUMO.
           IF  WS-MODO-BATCH = "S"
               IF  WS-COR-APLICA = "S"
                   DISPLAY "CORRECAO EM MASSA - APLICACAO"
               ELSE
                   DISPLAY "CORRECAO EM MASSA - ENSAIO"
               END-IF
               IF  WS-COR-ERRO = "S"
                   DISPLAY "INTERROMPIDA POR ERRO - ULTIMO BLOCO "
                           "DESFEITO"
                   IF  WS-COR-APLICA = "S" AND WS-COR-BLOCOS > ZERO
                       DISPLAY "PRIMEIRO TBLID NAO APLICADO: "
                               COR-PROXIMO
                   END-IF
               END-IF
               DISPLAY "SELECIONADAS: " WS-COR-LIDAS
               DISPLAY "A ALTERAR / ALTERADAS: " WS-COR-ALTERA
               DISPLAY "SEM MUDANCA: " WS-COR-IGUAIS
                       "  PULADAS: " WS-COR-PULADAS
               DISPLAY "LISTAGEM: " WS01-NOME-GRAVA
           ELSE
               IF  WS-COR-APLICA = "S"
                   DISPLAY "APLICACAO: SELECIONADAS " WS-COR-LIDAS
                           "  ALTERADAS " WS-COR-ALTERA    AT 1401
               ELSE
                   DISPLAY "ENSAIO...: SELECIONADAS " WS-COR-LIDAS
                           "  A ALTERAR " WS-COR-ALTERA    AT 1401
               END-IF
               DISPLAY "SEM MUDANCA " WS-COR-IGUAIS
                       "  PULADAS " WS-COR-PULADAS         AT 1501
               DISPLAY "LISTAGEM: " WS01-NOME-GRAVA        AT 1601
               IF  WS-COR-ERRO = "S"
                   DISPLAY "INTERROMPIDA POR ERRO - ULTIMO BLOCO "
                           "DESFEITO"                      AT 1701
                   IF  WS-COR-APLICA = "S" AND WS-COR-BLOCOS > ZERO
                       DISPLAY "PRIMEIRO TBLID NAO APLICADO: "
                               COR-PROXIMO                 AT 1801
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    VOLUME E TENDENCIA: PARA CADA TABELA PEDIDA, LINHAS POR DIA
      *    DO PERIODO COMPARADAS COM A MEDIA MOVEL DOS DIAS CORRIDOS
      *    ANTERIORES, MARCANDO DIA SEM LINHAS E DIA FORA DA
      *    TOLERANCIA, E A DISTRIBUICAO DAS LINHAS PELAS HORAS DE
      *    TBLHora. SAIDA EM VOLUME_<DATA><HORA>.txt; EM LOTE, DIA
      *    MARCADO DEVOLVE RC 4.
      ******************************************************************
       VOLUME-TENDENCIA.
           MOVE ZERO TO WS-VOL-LINHAS WS-VOL-MARCADOS WS-VOL-ZERADOS
                        WS-VOL-DIAS-PER WS-RETORNO.
           MOVE "N" TO WS-VOL-ERRO.
           IF  WS-MODO-BATCH NOT = "S"
               PERFORM VOL-PARAMETROS
           END-IF.
           IF  WS-VOL-TAB NOT = 1 AND WS-VOL-TAB NOT = 2
               MOVE ZERO TO WS-VOL-TAB
           END-IF.
           IF  WS-VOL-JANELA = ZERO
               MOVE 7 TO WS-VOL-JANELA
           END-IF.
           IF  WS-VOL-TOLER = ZERO
               MOVE 50 TO WS-VOL-TOLER
           END-IF.
           PERFORM VOL-VALIDA.
           IF  WS-VOL-PARAM-OK NOT = "S"
               MOVE 8 TO WS-RETORNO
               IF  WS-MODO-BATCH = "S"
                   DISPLAY "VOLUME: PERIODO OU JANELA INVALIDOS - "
                           WS-VOL-INI " A " WS-VOL-FIM
                           " JANELA " WS-VOL-JANELA
               ELSE
                   DISPLAY "PERIODO OU JANELA INVALIDOS"   AT 1401
               END-IF
           ELSE
               PERFORM VOL-GERA
           END-IF.

       VOL-PARAMETROS.
           DISPLAY " "                        AT 0101 WITH ERASE EOS.
           DISPLAY "VOLUME E TENDENCIA"            AT 0301.
           Display " ___________________________"  AT 1101
           DISPLAY "|     SELECIONE A TABELA    |" AT 1201
           DISPLAY "| SUA_TABELA           - [1]|" AT 1301
           DISPLAY "| SUA_TABELA_B         - [2]|" AT 1401
           DISPLAY "| AS DUAS              - [3]|" AT 1501
           DISPLAY "|___________________________|" AT 1601
           ACCEPT WS-VOL-TAB                        AT 1330.
           DISPLAY " "                        AT 0501 WITH ERASE EOS.
           MOVE ZERO TO WS-VOL-INI WS-VOL-FIM WS-VOL-JANELA
                        WS-VOL-TOLER.
           DISPLAY "DATA INICIAL (AAAAMMDD):"              AT 0501
           ACCEPT   WS-VOL-INI                             AT 0526
           DISPLAY "DATA FINAL   (AAAAMMDD):"              AT 0601
           ACCEPT   WS-VOL-FIM                             AT 0626
           DISPLAY "DIAS DA MEDIA MOVEL (VAZIO = 007):"    AT 0701
           ACCEPT   WS-VOL-JANELA                          AT 0736
           DISPLAY "TOLERANCIA EM % (VAZIO = 050):"        AT 0801
           ACCEPT   WS-VOL-TOLER                           AT 0832.

      *    PERIODO COM DATAS VALIDAS E EM ORDEM, JANELA ATE 90 DIAS E
      *    JANELA MAIS PERIODO CABENDO NA TABELA DE DIAS, QUE JA SAI
      *    MONTADA DAQUI.
       VOL-VALIDA.
           MOVE "S" TO WS-VOL-PARAM-OK.
           IF  WS-VOL-JANELA > 90 OR WS-VOL-INI > WS-VOL-FIM
               MOVE "N" TO WS-VOL-PARAM-OK
           END-IF.
           COMPUTE WS-VAL-DATA = WS-VOL-FIM * 100.
           PERFORM VALIDA-DATA.
           IF  WS-DATA-OK NOT = "S"
               MOVE "N" TO WS-VOL-PARAM-OK
           END-IF.
           COMPUTE WS-VAL-DATA = WS-VOL-INI * 100.
           PERFORM VALIDA-DATA.
           IF  WS-DATA-OK NOT = "S"
               MOVE "N" TO WS-VOL-PARAM-OK
           END-IF.
           IF  WS-VOL-PARAM-OK = "S"
               PERFORM DTS-SEMANA
               PERFORM DTS-VOLTA-DIA WS-VOL-JANELA TIMES
               MOVE ZERO TO WS-VOL-QTD
               DIVIDE WS-VAL-DATA BY 100 GIVING WS-VOL-DIA8
               PERFORM VOL-MONTA-DIA
                   UNTIL WS-VOL-DIA8 > WS-VOL-FIM
                      OR WS-VOL-QTD = WS-VOL-MAX
               IF  WS-VOL-DIA8 NOT > WS-VOL-FIM
                   MOVE "N" TO WS-VOL-PARAM-OK
               END-IF
               COMPUTE WS-VOL-PRIM = WS-VOL-JANELA + 1
               COMPUTE WS-VOL-DIAS-PER = WS-VOL-QTD - WS-VOL-JANELA
           END-IF.

       VOL-MONTA-DIA.
           ADD 1 TO WS-VOL-QTD.
           MOVE WS-VOL-DIA8   TO WS-VOL-DIA-DATA(WS-VOL-QTD).
           MOVE WS-DTS-SEMANA TO WS-VOL-DIA-SEMANA(WS-VOL-QTD).
           PERFORM DTS-AVANCA-DIA.
           DIVIDE WS-VAL-DATA BY 100 GIVING WS-VOL-DIA8.

       VOL-GERA.
           MOVE SPACES TO WS-CRITERIO-AUDIT.
           STRING "VOLUME TABELA " WS-VOL-TAB
                  " " WS-VOL-INI " A " WS-VOL-FIM
                  " JANELA " WS-VOL-JANELA
                  " TOLERANCIA " WS-VOL-TOLER "%"
               DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT.
           PERFORM GRAVA-AUDITORIA.

           MOVE SPACES TO WS01-NOME-GRAVA.
           STRING "VOLUME_"         DELIMITED BY SIZE
                  WS02-DATA-SISTEMA  DELIMITED BY SIZE
                  WS03-HORA-SISTEMA  DELIMITED BY SIZE
                  ".txt"             DELIMITED BY SIZE
              INTO WS01-NOME-GRAVA.
           OPEN OUTPUT ARQ-GRAVA.
           IF  WS-FS-GRAVA NOT = "00"
               MOVE WS-FS-GRAVA TO WS-FS-GRAVA-ERRO
               MOVE "S" TO WS-VOL-ERRO
           ELSE
               MOVE SPACES TO WS-VOL-LINHA
               STRING "VOLUME E TENDENCIA EM " WS02-DATA-SISTEMA
                      " " WS03-HORA-SISTEMA " OPERADOR " WS-OPERADOR
                   DELIMITED BY SIZE INTO WS-VOL-LINHA
               PERFORM VOL-GRAVA-LINHA
               MOVE SPACES TO WS-VOL-LINHA
               STRING "PERIODO " WS-VOL-INI " A " WS-VOL-FIM
                      " (" WS-VOL-DIAS-PER " DIAS)  MEDIA DOS "
                      WS-VOL-JANELA " DIAS ANTERIORES  TOLERANCIA "
                      WS-VOL-TOLER "%"
                   DELIMITED BY SIZE INTO WS-VOL-LINHA
               PERFORM VOL-GRAVA-LINHA
               IF  WS-VOL-TAB NOT = 2
                   MOVE 1 TO WS-VOL-T
                   PERFORM VOL-TABELA
               END-IF
               IF  WS-VOL-TAB NOT = 1 AND WS-VOL-ERRO = "N"
                   MOVE 2 TO WS-VOL-T
                   PERFORM VOL-TABELA
               END-IF
               CLOSE ARQ-GRAVA
               IF  WS-FS-GRAVA NOT = "00"
                   MOVE WS-FS-GRAVA TO WS-FS-GRAVA-ERRO
                   MOVE "S" TO WS-VOL-ERRO
               END-IF
               MOVE WS01-NOME-GRAVA TO WS-RGA-NOME
               MOVE "VOLUME"        TO WS-RGA-TIPO
               MOVE WS-VOL-LINHAS   TO WS-RGA-QTD
               PERFORM RGA-REGISTRA
           END-IF.

           IF  WS-VOL-ERRO = "S"
               MOVE 8 TO WS-RETORNO
           ELSE
               IF  WS-VOL-MARCADOS > ZERO
                   MOVE 4 TO WS-RETORNO
               END-IF
           END-IF.

           MOVE SPACES TO WS-CRITERIO-AUDIT.
           STRING "VOLUME LINHAS " WS-VOL-LINHAS
                  " DIAS MARCADOS " WS-VOL-MARCADOS
                  " SEM LINHAS " WS-VOL-ZERADOS
                  " RC " WS-RETORNO
               DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT.
           PERFORM GRAVA-AUDITORIA.

           PERFORM VOL-RESUMO.

      *    UMA TABELA: ZERA OS CONTADORES DOS DIAS, LE A CONTAGEM
      *    AGRUPADA POR TBLDATA E HORA, AVALIA DIA A DIA E IMPRIME A
      *    DISTRIBUICAO POR HORA.
       VOL-TABELA.
           PERFORM VOL-ZERA-DIA
               VARYING WS-VOL-I FROM 1 BY 1
                 UNTIL WS-VOL-I > WS-VOL-QTD.
           MOVE 99999999 TO WS-VOL-DIA-DATA(WS-VOL-QTD + 1).
           INITIALIZE WS-VOL-TAB-HORAS.
           MOVE ZERO TO WS-VOL-FORA WS-VOL-HORA-INV WS-VOL-MARC-TAB
                        WS-VOL-ZER-TAB.
           COMPUTE VOL-DATA-DE  = WS-VOL-DIA-DATA(1) * 100.
           COMPUTE VOL-DATA-ATE = WS-VOL-FIM * 100 + 99.
           MOVE 1 TO WS-VOL-J.

           MOVE SPACES TO WS-VOL-LINHA.
           PERFORM VOL-GRAVA-LINHA.
           IF  WS-VOL-T = 1
               MOVE "TABELA: SUA_TABELA" TO WS-VOL-LINHA
           ELSE
               MOVE "TABELA: SUA_TABELA_B" TO WS-VOL-LINHA
           END-IF.
           PERFORM VOL-GRAVA-LINHA.
           MOVE SPACES TO WS-VOL-LINHA.
           PERFORM VOL-GRAVA-LINHA.
           MOVE " DATA     DIA REGISTROS      MEDIA      DESVIO %"
               TO WS-VOL-LINHA.
           PERFORM VOL-GRAVA-LINHA.

           IF  WS-VOL-T = 1
               EXEC SQL
                  DECLARE C19 CURSOR FOR
                  SELECT TBLDATA, SUBSTR(COALESCE(TBLHora, ' '), 1, 2),
                         COUNT(*)
                  FROM SUA_TABELA
                  WHERE TBLDATA BETWEEN :VOL-DATA-DE AND :VOL-DATA-ATE
                  GROUP BY TBLDATA,
                           SUBSTR(COALESCE(TBLHora, ' '), 1, 2)
                  ORDER BY 1, 2
               END-EXEC
               EXEC SQL OPEN C19 END-EXEC
           ELSE
               EXEC SQL
                  DECLARE C20 CURSOR FOR
                  SELECT TBLDATA, SUBSTR(COALESCE(TBLHora, ' '), 1, 2),
                         COUNT(*)
                  FROM SUA_TABELA_B
                  WHERE TBLDATA BETWEEN :VOL-DATA-DE AND :VOL-DATA-ATE
                  GROUP BY TBLDATA,
                           SUBSTR(COALESCE(TBLHora, ' '), 1, 2)
                  ORDER BY 1, 2
               END-EXEC
               EXEC SQL OPEN C20 END-EXEC
           END-IF.

           PERFORM VOL-FETCH.
           PERFORM VOL-ACUMULA
               UNTIL SQLCODE NOT = ZERO OR WS-VOL-ERRO = "S".
           IF  SQLCODE < ZERO
               PERFORM ERROR-RTN
               MOVE "S" TO WS-VOL-ERRO
           END-IF.
           IF  WS-VOL-T = 1
               EXEC SQL CLOSE C19 END-EXEC
           ELSE
               EXEC SQL CLOSE C20 END-EXEC
           END-IF.

           IF  WS-VOL-ERRO = "N"
               MOVE ZERO TO WS-VOL-SOMA
               PERFORM VOL-SOMA-JANELA
                   VARYING WS-VOL-I FROM 1 BY 1
                     UNTIL WS-VOL-I > WS-VOL-JANELA
               PERFORM VOL-AVALIA-DIA
                   VARYING WS-VOL-I FROM WS-VOL-PRIM BY 1
                     UNTIL WS-VOL-I > WS-VOL-QTD
                        OR WS-VOL-ERRO = "S"
               PERFORM VOL-GRAVA-HORAS
           END-IF.

       VOL-ZERA-DIA.
           MOVE ZERO TO WS-VOL-DIA-QTD(WS-VOL-I).

      *    AS LINHAS VEM EM ORDEM DE TBLDATA: O PONTEIRO DOS DIAS SO
      *    ANDA PARA A FRENTE. TBLDATA QUE NAO CAI EM NENHUM DIA DO
      *    CALENDARIO (DIA 31 DE ABRIL, POR EXEMPLO) CONTA A PARTE. A
      *    HORA SO ENTRA NA DISTRIBUICAO PARA OS DIAS DO PERIODO.
       VOL-ACUMULA.
           DIVIDE TBL-data BY 100 GIVING WS-VOL-DIA8.
           PERFORM VOL-PROXIMO-DIA
               UNTIL WS-VOL-DIA-DATA(WS-VOL-J) NOT < WS-VOL-DIA8.
           IF  WS-VOL-J > WS-VOL-QTD OR
               WS-VOL-DIA-DATA(WS-VOL-J) NOT = WS-VOL-DIA8
               ADD CONTA-ID TO WS-VOL-FORA
           ELSE
               ADD CONTA-ID TO WS-VOL-DIA-QTD(WS-VOL-J)
               IF  WS-VOL-J NOT < WS-VOL-PRIM
                   ADD CONTA-ID TO WS-VOL-LINHAS
                   MOVE VOL-HORA TO WS-HORA-PAR
                   MOVE "S" TO WS-HORA-OK
                   PERFORM VALIDA-HORA-PAR
                   IF  WS-HORA-OK = "S" AND WS-HORA-PAR-9 < 24
                       COMPUTE WS-VOL-H = WS-HORA-PAR-9 + 1
                       ADD CONTA-ID TO WS-VOL-HORA-QTD(WS-VOL-H)
                   ELSE
                       ADD CONTA-ID TO WS-VOL-HORA-INV
                   END-IF
               END-IF
           END-IF.
           PERFORM VOL-FETCH.

       VOL-PROXIMO-DIA.
           ADD 1 TO WS-VOL-J.

       VOL-FETCH.
           IF  WS-VOL-T = 1
               EXEC SQL
                   FETCH C19 INTO :TBL-data, :VOL-HORA, :CONTA-ID
               END-EXEC
           ELSE
               EXEC SQL
                   FETCH C20 INTO :TBL-data, :VOL-HORA, :CONTA-ID
               END-EXEC
           END-IF.

       VOL-SOMA-JANELA.
           ADD WS-VOL-DIA-QTD(WS-VOL-I) TO WS-VOL-SOMA.

      *    MEDIA DOS WS-VOL-JANELA DIAS ANTERIORES, DIAS SEM LINHAS
      *    INCLUSIVE; A SOMA ANDA COM O DIA (ENTRA O DIA AVALIADO, SAI
      *    O MAIS ANTIGO). SEM MEDIA NAO HA DESVIO A MEDIR.
       VOL-AVALIA-DIA.
           COMPUTE WS-VOL-MEDIA ROUNDED = WS-VOL-SOMA / WS-VOL-JANELA.
           MOVE SPACES TO WS-VOL-MARCA.
           MOVE ZERO TO WS-VOL-DESVIO.
           IF  WS-VOL-MEDIA > ZERO
               COMPUTE WS-VOL-DESVIO ROUNDED =
                   (WS-VOL-DIA-QTD(WS-VOL-I) - WS-VOL-MEDIA) * 100
                   / WS-VOL-MEDIA
           END-IF.
           EVALUATE TRUE
               WHEN WS-VOL-DIA-QTD(WS-VOL-I) = ZERO
                   MOVE "<<< SEM LINHAS" TO WS-VOL-MARCA
                   ADD 1 TO WS-VOL-ZER-TAB
               WHEN WS-VOL-MEDIA = ZERO
                   MOVE "SEM MEDIA ANTERIOR" TO WS-VOL-MARCA
               WHEN WS-VOL-DESVIO > WS-VOL-TOLER
                   MOVE "<<< ACIMA DA TOLERANCIA" TO WS-VOL-MARCA
               WHEN WS-VOL-DESVIO < ZERO - WS-VOL-TOLER
                   MOVE "<<< ABAIXO DA TOLERANCIA" TO WS-VOL-MARCA
           END-EVALUATE.
           IF  WS-VOL-MARCA(1:3) = "<<<"
               ADD 1 TO WS-VOL-MARC-TAB
           END-IF.

           MOVE WS-VOL-MEDIA  TO WS-VOL-MEDIA-ED.
           MOVE WS-VOL-DESVIO TO WS-VOL-DESVIO-ED.
           COMPUTE WS-VOL-H = WS-VOL-DIA-SEMANA(WS-VOL-I) + 1.
           MOVE SPACES TO WS-VOL-LINHA.
           STRING " " WS-VOL-DIA-DATA(WS-VOL-I)
                  " " WS-VOL-NOME-SEMANA(WS-VOL-H)
                  "   " WS-VOL-DIA-QTD(WS-VOL-I)
                  " " WS-VOL-MEDIA-ED
                  " " WS-VOL-DESVIO-ED
                  "  " WS-VOL-MARCA
               DELIMITED BY SIZE INTO WS-VOL-LINHA.
           PERFORM VOL-GRAVA-LINHA.

           ADD WS-VOL-DIA-QTD(WS-VOL-I) TO WS-VOL-SOMA.
           SUBTRACT WS-VOL-DIA-QTD(WS-VOL-I - WS-VOL-JANELA)
               FROM WS-VOL-SOMA.

       VOL-GRAVA-HORAS.
           ADD WS-VOL-MARC-TAB TO WS-VOL-MARCADOS.
           ADD WS-VOL-ZER-TAB TO WS-VOL-ZERADOS.
           MOVE SPACES TO WS-VOL-LINHA.
           PERFORM VOL-GRAVA-LINHA.
           MOVE SPACES TO WS-VOL-LINHA.
           STRING "DIAS MARCADOS " WS-VOL-MARC-TAB
                  "  DIAS SEM LINHAS " WS-VOL-ZER-TAB
               DELIMITED BY SIZE INTO WS-VOL-LINHA.
           PERFORM VOL-GRAVA-LINHA.
           MOVE SPACES TO WS-VOL-LINHA.
           STRING "LINHAS COM TBLDATA FORA DO CALENDARIO: "
                  WS-VOL-FORA
               DELIMITED BY SIZE INTO WS-VOL-LINHA.
           PERFORM VOL-GRAVA-LINHA.

           MOVE ZERO TO WS-VOL-SOMA.
           PERFORM VOL-SOMA-HORA
               VARYING WS-VOL-H FROM 1 BY 1 UNTIL WS-VOL-H > 24.
           MOVE SPACES TO WS-VOL-LINHA.
           PERFORM VOL-GRAVA-LINHA.
           MOVE SPACES TO WS-VOL-LINHA.
           STRING "DISTRIBUICAO POR HORA NO PERIODO - REGISTROS "
                  WS-VOL-SOMA
               DELIMITED BY SIZE INTO WS-VOL-LINHA.
           PERFORM VOL-GRAVA-LINHA.
           PERFORM VOL-GRAVA-HORA
               VARYING WS-VOL-H FROM 1 BY 1 UNTIL WS-VOL-H > 24.
           MOVE SPACES TO WS-VOL-LINHA.
           STRING " HORA INVALIDA  " WS-VOL-HORA-INV
               DELIMITED BY SIZE INTO WS-VOL-LINHA.
           PERFORM VOL-GRAVA-LINHA.

       VOL-SOMA-HORA.
           ADD WS-VOL-HORA-QTD(WS-VOL-H) TO WS-VOL-SOMA.

      *    CADA ASTERISCO VALE 2% DAS LINHAS COM HORA VALIDA.
       VOL-GRAVA-HORA.
           MOVE ZERO TO WS-VOL-PCT.
           IF  WS-VOL-SOMA > ZERO
               COMPUTE WS-VOL-PCT ROUNDED =
                   WS-VOL-HORA-QTD(WS-VOL-H) * 100 / WS-VOL-SOMA
           END-IF.
           MOVE WS-VOL-PCT TO WS-VOL-PCT-ED.
           DIVIDE WS-VOL-PCT BY 2 GIVING WS-VOL-BARRA-TAM.
           COMPUTE WS-VOL-HH = WS-VOL-H - 1.
           MOVE SPACES TO WS-VOL-LINHA.
           STRING " " WS-VOL-HH "H  " WS-VOL-HORA-QTD(WS-VOL-H)
                  "  " WS-VOL-PCT-ED "%  "
               DELIMITED BY SIZE INTO WS-VOL-LINHA.
           IF  WS-VOL-BARRA-TAM > ZERO
               MOVE WS-VOL-BARRA(1:WS-VOL-BARRA-TAM)
                   TO WS-VOL-LINHA(30:)
           END-IF.
           PERFORM VOL-GRAVA-LINHA.

      *    FALHA DE GRAVACAO ENCERRA O RELATORIO: UM RELATORIO
      *    TRUNCADO NAO PODE PASSAR POR DIA SEM ANOMALIA.
       VOL-GRAVA-LINHA.
           IF  WS-VOL-ERRO = "N"
               MOVE WS-VOL-LINHA TO ARQ-ESCREVE
               WRITE ARQ-ESCREVE
               IF  WS-FS-GRAVA NOT = "00"
                   MOVE WS-FS-GRAVA TO WS-FS-GRAVA-ERRO
                   MOVE "S" TO WS-VOL-ERRO
               END-IF
           END-IF.

       VOL-RESUMO.
           IF  WS-MODO-BATCH = "S"
               IF  WS-VOL-ERRO = "S"
                   DISPLAY "VOLUME INTERROMPIDO POR ERRO - STATUS "
                           WS-FS-GRAVA-ERRO
               ELSE
                   DISPLAY "VOLUME CONCLUIDO"
               END-IF
               DISPLAY "PERIODO: " WS-VOL-INI " A " WS-VOL-FIM
                       "  LINHAS: " WS-VOL-LINHAS
               DISPLAY "DIAS MARCADOS: " WS-VOL-MARCADOS
                       "  SEM LINHAS: " WS-VOL-ZERADOS
               DISPLAY "ARQUIVO: " WS01-NOME-GRAVA
           ELSE
               IF  WS-VOL-ERRO = "S"
                   DISPLAY "VOLUME INTERROMPIDO POR ERRO"   AT 1401
               ELSE
                   DISPLAY "VOLUME CONCLUIDO"               AT 1401
               END-IF
               DISPLAY "LINHAS NO PERIODO: " WS-VOL-LINHAS  AT 1501
               DISPLAY "DIAS MARCADOS: " WS-VOL-MARCADOS
                       "  SEM LINHAS: " WS-VOL-ZERADOS      AT 1601
               DISPLAY "ARQUIVO: " WS01-NOME-GRAVA          AT 1701
           END-IF.

      ******************************************************************
      *    REGISTRO DE ARQUIVO GERADO: A ROTINA QUE FECHOU O ARQUIVO
      *    PREENCHE WS-RGA-NOME, WS-RGA-TIPO E WS-RGA-QTD. A LINHA
      *    ENTRA NO FIM DE ARQUIVOS.txt COM O OPERADOR DA SESSAO E A
      *    SITUACAO G. FALHA NO REGISTRO NAO DERRUBA A ROTINA: AVISA E
      *    FICA NA AUDITORIA, E O ARQUIVO SO NAO ENTRA NA LIMPEZA.
      ******************************************************************
       RGA-REGISTRA.
           ACCEPT WS-RGA-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-RGA-HORA FROM TIME.
           MOVE SPACES TO WS-RGA-REG.
           MOVE WS-RGA-NOME  TO RGA-NOME.
           MOVE WS-RGA-TIPO  TO RGA-TIPO.
           MOVE WS-OPERADOR  TO RGA-CRIADOR.
           MOVE WS-RGA-DATA  TO RGA-DATA.
           MOVE WS-RGA-HORA  TO RGA-HORA.
           MOVE WS-RGA-QTD   TO RGA-QTD.
           MOVE "G"          TO RGA-SIT.
           MOVE ZERO         TO RGA-SIT-DATA.
           OPEN EXTEND ARQ-ARQUIVOS.
           IF  WS-FS-ARQUIVOS = "35"
               OPEN OUTPUT ARQ-ARQUIVOS
           END-IF.
           IF  WS-FS-ARQUIVOS = "00"
               MOVE WS-RGA-REG TO ARQUIVOS-LINHA
               WRITE ARQUIVOS-LINHA
               CLOSE ARQ-ARQUIVOS
           ELSE
               IF  WS-MODO-BATCH = "S"
                   DISPLAY "ERRO AO REGISTRAR O ARQUIVO GERADO - "
                           "STATUS " WS-FS-ARQUIVOS
               ELSE
                   DISPLAY "ERRO AO REGISTRAR O ARQUIVO GERADO - "
                           "STATUS " WS-FS-ARQUIVOS     AT 2101
               END-IF
               MOVE SPACES TO WS-CRITERIO-AUDIT
               STRING "ARQUIVO NAO REGISTRADO " WS-RGA-NOME
                   DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
               PERFORM GRAVA-AUDITORIA
           END-IF.

      ******************************************************************
      *    LIMPEZA DOS ARQUIVOS GERADOS: PARA CADA ARQUIVO AINDA EM G
      *    NO REGISTRO, PROCURA A REGRA DO TIPO EM RETENCAO.txt; PASSADO
      *    O PRAZO, E SEM PROTECAO (EXPURGO CATALOGADO, CHECKPOINT EM
      *    ANDAMENTO, DELTA SEM ACK OK), O ARQUIVO E REMOVIDO OU MOVIDO
      *    CONFORME A REGRA. SEM APLICAR, SO LISTA O QUE FARIA. O
      *    RELATORIO LIMPEZA_ TRAZ O QUE SAIU, O QUE FICOU E POR QUE.
      *    APLICACAO SOB A TRAVA "LIMPEZA", PARA NAO CORRER JUNTO COM
      *    UM EXPURGO QUE AINDA VAI CATALOGAR O SEU ARQUIVO.
      *    RC 4 QUANDO ALGUM ARQUIVO NAO PODE SER REMOVIDO OU MOVIDO;
      *    8 SEM AS REGRAS OU EM ERRO DE ARQUIVO.
      ******************************************************************
       LIMPEZA-ARQUIVOS.
           IF  WS-MODO-BATCH = "S"
               IF  PAR-APLICA = "S"
                   MOVE "S" TO WS-LMP-APLICA
               ELSE
                   MOVE "N" TO WS-LMP-APLICA
               END-IF
           ELSE
               DISPLAY " "                        AT 0101 WITH ERASE EOS
               DISPLAY "LIMPEZA DE ARQUIVOS GERADOS"    AT 0301
               DISPLAY "REGRAS DE RETENCAO: " WS-NOME-REGRA AT 0501
               DISPLAY "APLICA A LIMPEZA? [S=APLICA/N=SO LISTA]"
                                                        AT 0701
               MOVE SPACE TO WS-CONFIRMA
               ACCEPT   WS-CONFIRMA                     AT 0741
               IF  WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   MOVE "S" TO WS-LMP-APLICA
               ELSE
                   MOVE "N" TO WS-LMP-APLICA
               END-IF
           END-IF.
           MOVE ZERO TO WS-RETORNO WS-LMP-LIDAS WS-LMP-REMOVIDOS
                        WS-LMP-MOVIDOS WS-LMP-AUSENTES
                        WS-LMP-MANTIDOS WS-LMP-FALHAS.
           MOVE "N" TO WS-LMP-ERRO.
           MOVE SPACES TO WS01-NOME-GRAVA.
           IF  WS-LMP-APLICA = "S"
               MOVE "LIMPEZA" TO WS-ROTINA-TRAVA
               PERFORM TRAVA-OBTEM
               IF  WS-TRAVA-MINHA = "S"
                   PERFORM LMP-EXECUTA
                   PERFORM TRAVA-LIBERA
               ELSE
                   MOVE "S" TO WS-LMP-ERRO
               END-IF
           ELSE
               PERFORM LMP-EXECUTA
           END-IF.

           EVALUATE TRUE
               WHEN WS-LMP-ERRO = "S"
                   MOVE 8 TO WS-RETORNO
               WHEN WS-LMP-FALHAS > ZERO
                   MOVE 4 TO WS-RETORNO
           END-EVALUATE.

           IF  WS-LMP-APLICA = "S"
               MOVE "APLICADA" TO WS-LMP-DESC
           ELSE
               MOVE "LISTAGEM" TO WS-LMP-DESC
           END-IF.
           MOVE SPACES TO WS-CRITERIO-AUDIT.
           STRING "LIMPEZA " WS-LMP-DESC(1:8)
                  " REM " WS-LMP-REMOVIDOS
                  " MOV " WS-LMP-MOVIDOS
                  " AUS " WS-LMP-AUSENTES
                  " MAN " WS-LMP-MANTIDOS
                  " ERR " WS-LMP-FALHAS
               DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT.
           PERFORM GRAVA-AUDITORIA.

           PERFORM LMP-RESUMO.

       LMP-EXECUTA.
           ACCEPT WS-LMP-HOJE FROM DATE YYYYMMDD.
           PERFORM LMP-CARREGA-REGRAS.
           IF  WS-LMP-ERRO = "N"
               PERFORM LMP-CARREGA
           END-IF.
      *    O REGISTRO DE ENTREGAS DIZ QUAIS DELTAS JA TEM ACK OK.
           IF  WS-LMP-ERRO = "N"
               MOVE "N" TO WS-ENT-ERRO
               PERFORM ENT-CARREGA
               IF  WS-ENT-ERRO = "S"
                   MOVE "S" TO WS-LMP-ERRO
               END-IF
           END-IF.
      *    O RELATORIO ABRE ANTES DE QUALQUER ACAO: SEM ELE NADA E
      *    REMOVIDO.
           IF  WS-LMP-ERRO = "N"
               PERFORM LMP-RELATORIO-ABRE
           END-IF.
           IF  WS-LMP-ERRO = "N"
               PERFORM LMP-AVALIA
                   VARYING WS-LMP-I FROM 1 BY 1
                   UNTIL WS-LMP-I > WS-LMP-QTD
               PERFORM LMP-RELATORIO-CORPO
               IF  WS-LMP-APLICA = "S"
                   PERFORM LMP-REGRAVA
               END-IF
               MOVE WS01-NOME-GRAVA TO WS-RGA-NOME
               MOVE "LIMPEZA"       TO WS-RGA-TIPO
               COMPUTE WS-RGA-QTD = WS-LMP-REMOVIDOS + WS-LMP-MOVIDOS
               PERFORM RGA-REGISTRA
           END-IF.

       LMP-CARREGA-REGRAS.
           MOVE ZERO TO WS-LMP-R-QTD.
           OPEN INPUT ARQ-REGRA.
           IF  WS-FS-REGRA NOT = "00"
               MOVE "S" TO WS-LMP-ERRO
               MOVE SPACES TO WS-LMP-LINHA
               STRING "REGRAS DE RETENCAO NAO ENCONTRADAS: "
                      WS-NOME-REGRA " - STATUS " WS-FS-REGRA
                   DELIMITED BY SIZE INTO WS-LMP-LINHA
               PERFORM LMP-AVISO
           ELSE
               MOVE "N" TO WS-LMP-FIM
               PERFORM LMP-LE-REGRA UNTIL WS-LMP-FIM = "S"
               CLOSE ARQ-REGRA
           END-IF.

      *    O CORTE DE CADA REGRA E A DATA DE HOJE MENOS OS DIAS DE
      *    RETENCAO; ARQUIVO GERADO ANTES DO CORTE ESTA VENCIDO.
       LMP-LE-REGRA.
           READ ARQ-REGRA
               AT END MOVE "S" TO WS-LMP-FIM
           END-READ.
           IF  WS-LMP-FIM NOT = "S" AND REGRA-LINHA NOT = SPACES
                                    AND REGRA-LINHA(1:1) NOT = "*"
               MOVE REGRA-LINHA TO WS-LMR-REG
               EVALUATE TRUE
                   WHEN LMR-TIPO = SPACES OR LMR-DIAS NOT NUMERIC
                     OR (LMR-ACAO NOT = "R" AND LMR-ACAO NOT = "M")
                       MOVE "S" TO WS-LMP-ERRO WS-LMP-FIM
                       MOVE SPACES TO WS-LMP-LINHA
                       STRING "REGRA DE RETENCAO INVALIDA: "
                              REGRA-LINHA(1:50)
                           DELIMITED BY SIZE INTO WS-LMP-LINHA
                       PERFORM LMP-AVISO
                   WHEN WS-LMP-R-QTD = 50
                       MOVE "S" TO WS-LMP-ERRO WS-LMP-FIM
                       MOVE "REGRAS DE RETENCAO ACIMA DE 50 TIPOS"
                           TO WS-LMP-LINHA
                       PERFORM LMP-AVISO
                   WHEN OTHER
                       ADD 1 TO WS-LMP-R-QTD
                       MOVE LMR-TIPO TO WS-LMP-R-TIPO(WS-LMP-R-QTD)
                       MOVE LMR-DIAS TO WS-LMP-R-DIAS(WS-LMP-R-QTD)
                       MOVE LMR-ACAO TO WS-LMP-R-ACAO(WS-LMP-R-QTD)
                       MOVE SPACES TO WS-LMP-R-DESTINO(WS-LMP-R-QTD)
                       IF  LMR-ACAO = "M"
                           IF  LMR-DESTINO = SPACES
                               MOVE "ANTIGOS"
                                 TO WS-LMP-R-DESTINO(WS-LMP-R-QTD)
                           ELSE
                               MOVE LMR-DESTINO
                                 TO WS-LMP-R-DESTINO(WS-LMP-R-QTD)
                           END-IF
                       END-IF
                       COMPUTE WS-VAL-DATA = WS-LMP-HOJE * 100
                       PERFORM DTS-VOLTA-DIA LMR-DIAS TIMES
                       DIVIDE WS-VAL-DATA BY 100
                           GIVING WS-LMP-R-CORTE(WS-LMP-R-QTD)
               END-EVALUATE
           END-IF.

      *    REGISTRO INTEIRO EM MEMORIA, UMA ENTRADA POR NOME DE
      *    ARQUIVO (A LINHA MAIS NOVA SUBSTITUI A ANTERIOR).
       LMP-CARREGA.
           MOVE ZERO TO WS-LMP-QTD WS-LMP-ARQ-LINHAS.
           OPEN INPUT ARQ-ARQUIVOS.
           EVALUATE WS-FS-ARQUIVOS
               WHEN "00"
                   MOVE "N" TO WS-LMP-FIM
                   PERFORM LMP-LE-LINHA UNTIL WS-LMP-FIM = "S"
                   CLOSE ARQ-ARQUIVOS
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "S" TO WS-LMP-ERRO
                   MOVE SPACES TO WS-LMP-LINHA
                   STRING "ERRO AO LER " WS-NOME-ARQUIVOS
                          " - STATUS " WS-FS-ARQUIVOS
                       DELIMITED BY SIZE INTO WS-LMP-LINHA
                   PERFORM LMP-AVISO
           END-EVALUATE.

       LMP-LE-LINHA.
           READ ARQ-ARQUIVOS
               AT END MOVE "S" TO WS-LMP-FIM
           END-READ.
           IF  WS-LMP-FIM NOT = "S" AND ARQUIVOS-LINHA NOT = SPACES
               ADD 1 TO WS-LMP-ARQ-LINHAS
               MOVE ZERO TO WS-LMP-ACHOU
               PERFORM LMP-PROCURA-NOME
                   VARYING WS-LMP-J FROM 1 BY 1
                   UNTIL WS-LMP-J > WS-LMP-QTD
                      OR WS-LMP-ACHOU > ZERO
               EVALUATE TRUE
                   WHEN WS-LMP-ACHOU > ZERO
                       MOVE ARQUIVOS-LINHA TO WS-LMP-LIN(WS-LMP-ACHOU)
                   WHEN WS-LMP-QTD = 5000
                       MOVE "S" TO WS-LMP-ERRO WS-LMP-FIM
                       MOVE "REGISTRO DE ARQUIVOS ACIMA DE 5000 NOMES"
                           TO WS-LMP-LINHA
                       PERFORM LMP-AVISO
                   WHEN OTHER
                       ADD 1 TO WS-LMP-QTD
                       MOVE ARQUIVOS-LINHA TO WS-LMP-LIN(WS-LMP-QTD)
               END-EVALUATE
           END-IF.

       LMP-PROCURA-NOME.
           IF  WS-LMP-LIN(WS-LMP-J)(1:46) = ARQUIVOS-LINHA(1:46)
               MOVE WS-LMP-J TO WS-LMP-ACHOU
           END-IF.

       LMP-AVALIA.
           MOVE WS-LMP-LIN(WS-LMP-I) TO WS-RGA-REG.
           MOVE "K"  TO WS-LMP-ACAO(WS-LMP-I).
           MOVE ZERO TO WS-LMP-MOTIVO(WS-LMP-I).
           IF  RGA-SIT NOT = "G"
               MOVE "X" TO WS-LMP-ACAO(WS-LMP-I)
           ELSE
               ADD 1 TO WS-LMP-LIDAS
               MOVE ZERO TO WS-LMP-R
               PERFORM LMP-PROCURA-TIPO
                   VARYING WS-LMP-J FROM 1 BY 1
                   UNTIL WS-LMP-J > WS-LMP-R-QTD
                      OR WS-LMP-R > ZERO
               PERFORM LMP-PROTECAO
               IF  WS-LMP-MOTIVO(WS-LMP-I) = ZERO
                   PERFORM LMP-ACAO
               END-IF
               EVALUATE WS-LMP-ACAO(WS-LMP-I)
                   WHEN "R"
                       ADD 1 TO WS-LMP-REMOVIDOS
                   WHEN "M"
                       ADD 1 TO WS-LMP-MOVIDOS
                   WHEN "A"
                       ADD 1 TO WS-LMP-AUSENTES
                   WHEN OTHER
                       ADD 1 TO WS-LMP-MANTIDOS
               END-EVALUATE
           END-IF.

       LMP-PROCURA-TIPO.
           IF  WS-LMP-R-TIPO(WS-LMP-J) = RGA-TIPO
               MOVE WS-LMP-J TO WS-LMP-R
           END-IF.

      *    MOTIVOS PARA FICAR: 01 DENTRO DO PRAZO, 02 TIPO SEM REGRA,
      *    03 EXPURGO CATALOGADO, 04 CHECKPOINT EM ANDAMENTO, 05 DELTA
      *    SEM ACK OK, 06 FALHA AO REMOVER OU MOVER.
       LMP-PROTECAO.
           MOVE "N" TO WS-LMP-PROTEGE.
           EVALUATE TRUE
               WHEN WS-LMP-R = ZERO
                   MOVE 2 TO WS-LMP-MOTIVO(WS-LMP-I)
               WHEN RGA-DATA NOT < WS-LMP-R-CORTE(WS-LMP-R)
                   MOVE 1 TO WS-LMP-MOTIVO(WS-LMP-I)
               WHEN RGA-TIPO = "ARQUIVO"
                   PERFORM LMP-TESTA-EXPURGO
                   IF  WS-LMP-PROTEGE = "S"
                       MOVE 3 TO WS-LMP-MOTIVO(WS-LMP-I)
                   END-IF
               WHEN RGA-TIPO = "CHECKPOINT"
                   PERFORM LMP-TESTA-CHECKPOINT
                   IF  WS-LMP-PROTEGE = "S"
                       MOVE 4 TO WS-LMP-MOTIVO(WS-LMP-I)
                   END-IF
               WHEN RGA-TIPO = "DELTA" OR RGA-TIPO = "CTL"
                   PERFORM LMP-TESTA-DELTA
                   IF  WS-LMP-PROTEGE = "S"
                       MOVE 5 TO WS-LMP-MOTIVO(WS-LMP-I)
                   END-IF
           END-EVALUATE.

      *    CATALOGO ILEGIVEL TAMBEM PROTEGE: NA DUVIDA O ARQUIVO DO
      *    EXPURGO FICA.
       LMP-TESTA-EXPURGO.
           OPEN INPUT ARQ-CAT.
           EVALUATE WS-FS-CAT
               WHEN "00"
                   MOVE "N" TO WS-LMP-FIM
                   PERFORM LMP-LE-CATALOGO
                       UNTIL WS-LMP-FIM = "S"
                          OR WS-LMP-PROTEGE = "S"
                   CLOSE ARQ-CAT
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "S" TO WS-LMP-PROTEGE
           END-EVALUATE.

       LMP-LE-CATALOGO.
           READ ARQ-CAT
               AT END MOVE "S" TO WS-LMP-FIM
           END-READ.
           IF  WS-LMP-FIM NOT = "S" AND CAT-LINHA = RGA-NOME(1:40)
               MOVE "S" TO WS-LMP-PROTEGE
           END-IF.

      *    O CHECKPOINT E LIDO PELO PROPRIO ARQ-CHECK COM O NOME
      *    TROCADO; O NOME DA SESSAO VOLTA LOGO EM SEGUIDA.
       LMP-TESTA-CHECKPOINT.
           MOVE WS-NOME-CHECK TO WS-LMP-NOME-SALVO.
           MOVE RGA-NOME TO WS-NOME-CHECK.
           OPEN INPUT ARQ-CHECK.
           IF  WS-FS-CHECK = "00"
               READ ARQ-CHECK
                   AT END MOVE SPACES TO CHECK-LINHA
               END-READ
               IF  CHECK-LINHA(1:1) = "A"
                   MOVE "S" TO WS-LMP-PROTEGE
               END-IF
               CLOSE ARQ-CHECK
           END-IF.
           MOVE WS-LMP-NOME-SALVO TO WS-NOME-CHECK.

      *    DELTA SO SAI COM ACK OK (A) EM ENTREGAS.txt; O .CTL DE UM
      *    DELTA SEGUE O PROPRIO DELTA. DELTA FORA DO REGISTRO DE
      *    ENTREGAS NUNCA TEVE ACK E TAMBEM FICA, COM O SEU .CTL; SE
      *    JA NAO ESTA NO DIRETORIO (ENTRADA EXPURGADA DEPOIS DO ACK)
      *    NAO HA O QUE PROTEGER E O REGISTRO FECHA COMO AUSENTE.
       LMP-TESTA-DELTA.
           MOVE SPACES TO WS-LMP-NOME.
           IF  RGA-TIPO = "CTL"
               UNSTRING RGA-NOME DELIMITED BY ".CTL"
                   INTO WS-LMP-NOME
           ELSE
               MOVE RGA-NOME TO WS-LMP-NOME
           END-IF.
           MOVE ZERO TO WS-LMP-ACHOU.
           PERFORM LMP-PROCURA-ENTREGA
               VARYING WS-ENT-I FROM 1 BY 1
               UNTIL WS-ENT-I > WS-ENT-QTD.
           IF  WS-LMP-ACHOU = ZERO
               CALL "CBL_CHECK_FILE_EXIST" USING RGA-NOME
                                                 WS-LMP-DETALHE
               MOVE RETURN-CODE TO WS-LMP-RC
               IF  RGA-TIPO = "DELTA" AND WS-LMP-RC = ZERO
                   MOVE "S" TO WS-LMP-PROTEGE
               END-IF
               IF  RGA-TIPO = "CTL" AND WS-LMP-NOME(1:6) = "DELTA_"
                                    AND WS-LMP-RC = ZERO
                   MOVE "S" TO WS-LMP-PROTEGE
               END-IF
           ELSE
               MOVE WS-ENT-LIN(WS-LMP-ACHOU) TO WS-ENT-REG
               IF  ENT-TIPO = "D" AND ENT-SIT NOT = "A"
                   MOVE "S" TO WS-LMP-PROTEGE
               END-IF
           END-IF.

       LMP-PROCURA-ENTREGA.
           IF  WS-ENT-LIN(WS-ENT-I)(1:40) = WS-LMP-NOME(1:40)
               MOVE WS-ENT-I TO WS-LMP-ACHOU
           END-IF.

      *    ARQUIVO VENCIDO E SEM PROTECAO. O QUE JA NAO ESTA NO
      *    DIRETORIO SO TEM O REGISTRO FECHADO COMO AUSENTE.
       LMP-ACAO.
           CALL "CBL_CHECK_FILE_EXIST" USING RGA-NOME WS-LMP-DETALHE.
           MOVE RETURN-CODE TO WS-LMP-RC.
           IF  WS-LMP-RC NOT = ZERO
               MOVE "A" TO WS-LMP-ACAO(WS-LMP-I)
           ELSE
               MOVE WS-LMP-R-ACAO(WS-LMP-R) TO WS-LMP-ACAO(WS-LMP-I)
               IF  WS-LMP-APLICA = "S"
                   IF  WS-LMP-R-ACAO(WS-LMP-R) = "R"
                       PERFORM LMP-REMOVE
                   ELSE
                       PERFORM LMP-MOVE
                   END-IF
               END-IF
           END-IF.
           IF  WS-LMP-APLICA = "S" AND WS-LMP-ACAO(WS-LMP-I) NOT = "K"
               MOVE WS-LMP-ACAO(WS-LMP-I) TO RGA-SIT
               MOVE WS-LMP-HOJE TO RGA-SIT-DATA
               IF  WS-LMP-ACAO(WS-LMP-I) = "M"
                   MOVE WS-LMP-R-DESTINO(WS-LMP-R) TO RGA-DESTINO
               END-IF
               MOVE WS-RGA-REG TO WS-LMP-LIN(WS-LMP-I)
           END-IF.

       LMP-REMOVE.
           CALL "CBL_DELETE_FILE" USING RGA-NOME.
           MOVE RETURN-CODE TO WS-LMP-RC.
           MOVE SPACES TO WS-CRITERIO-AUDIT.
           IF  WS-LMP-RC NOT = ZERO
               PERFORM LMP-FALHA
           ELSE
               STRING "LIMPEZA REMOVEU " RGA-NOME
                   DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
               PERFORM GRAVA-AUDITORIA
           END-IF.

      *    O DIRETORIO DE DESTINO E CRIADO NA PRIMEIRA VEZ; SE JA
      *    EXISTE A CRIACAO SO FALHA E E IGNORADA.
       LMP-MOVE.
           MOVE WS-LMP-R-DESTINO(WS-LMP-R) TO WS-LMP-DIR.
           CALL "CBL_CREATE_DIR" USING WS-LMP-DIR.
           MOVE SPACES TO WS-LMP-DESTINO.
           STRING WS-LMP-DIR  DELIMITED BY SPACE
                  "/"          DELIMITED BY SIZE
                  RGA-NOME     DELIMITED BY SPACE
              INTO WS-LMP-DESTINO.
           CALL "CBL_RENAME_FILE" USING RGA-NOME WS-LMP-DESTINO.
           MOVE RETURN-CODE TO WS-LMP-RC.
           MOVE SPACES TO WS-CRITERIO-AUDIT.
           IF  WS-LMP-RC NOT = ZERO
               PERFORM LMP-FALHA
           ELSE
               STRING "LIMPEZA MOVEU " RGA-NOME
                   DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
               PERFORM GRAVA-AUDITORIA
           END-IF.

       LMP-FALHA.
           MOVE "K" TO WS-LMP-ACAO(WS-LMP-I).
           MOVE 6   TO WS-LMP-MOTIVO(WS-LMP-I).
           ADD 1 TO WS-LMP-FALHAS.
           STRING "LIMPEZA FALHOU " RGA-NOME
               DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT.
           PERFORM GRAVA-AUDITORIA.

      *    O RGA-REGISTRA DAS OUTRAS SESSOES NAO ESPERA PELA LIMPEZA:
      *    ANTES DE REGRAVAR, AS LINHAS QUE ENTRARAM NO ARQUIVO DEPOIS
      *    DA CARGA VAO PARA A TABELA COMO MANTIDAS (K), NO LUGAR DO
      *    MESMO NOME OU NO FIM, E SAO AVALIADAS NA PROXIMA LIMPEZA.
       LMP-REGRAVA.
           PERFORM LMP-ACRESCIMOS.
           IF  WS-LMP-ERRO = "N"
               PERFORM LMP-REGRAVA-ABRE
           END-IF.

       LMP-ACRESCIMOS.
           MOVE ZERO TO WS-LMP-PULA.
           OPEN INPUT ARQ-ARQUIVOS.
           EVALUATE WS-FS-ARQUIVOS
               WHEN "00"
                   MOVE "N" TO WS-LMP-FIM
                   PERFORM LMP-LE-ACRESCIMO UNTIL WS-LMP-FIM = "S"
                   CLOSE ARQ-ARQUIVOS
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "S" TO WS-LMP-ERRO
                   MOVE SPACES TO WS-LMP-LINHA
                   STRING "ERRO AO RELER " WS-NOME-ARQUIVOS
                          " - STATUS " WS-FS-ARQUIVOS
                       DELIMITED BY SIZE INTO WS-LMP-LINHA
                   PERFORM LMP-AVISO
           END-EVALUATE.

       LMP-LE-ACRESCIMO.
           READ ARQ-ARQUIVOS
               AT END MOVE "S" TO WS-LMP-FIM
           END-READ.
           IF  WS-LMP-FIM NOT = "S" AND ARQUIVOS-LINHA NOT = SPACES
               ADD 1 TO WS-LMP-PULA
           END-IF.
           IF  WS-LMP-FIM NOT = "S" AND ARQUIVOS-LINHA NOT = SPACES
                                    AND WS-LMP-PULA > WS-LMP-ARQ-LINHAS
               MOVE ZERO TO WS-LMP-ACHOU
               PERFORM LMP-PROCURA-NOME
                   VARYING WS-LMP-J FROM 1 BY 1
                   UNTIL WS-LMP-J > WS-LMP-QTD
                      OR WS-LMP-ACHOU > ZERO
               EVALUATE TRUE
                   WHEN WS-LMP-ACHOU > ZERO
                       MOVE ARQUIVOS-LINHA TO WS-LMP-LIN(WS-LMP-ACHOU)
                       MOVE "K"  TO WS-LMP-ACAO(WS-LMP-ACHOU)
                       MOVE ZERO TO WS-LMP-MOTIVO(WS-LMP-ACHOU)
                   WHEN WS-LMP-QTD = 5000
                       MOVE "S" TO WS-LMP-ERRO WS-LMP-FIM
                       MOVE "REGISTRO DE ARQUIVOS ACIMA DE 5000 NOMES"
                           TO WS-LMP-LINHA
                       PERFORM LMP-AVISO
                   WHEN OTHER
                       ADD 1 TO WS-LMP-QTD
                       MOVE ARQUIVOS-LINHA TO WS-LMP-LIN(WS-LMP-QTD)
                       MOVE "K"  TO WS-LMP-ACAO(WS-LMP-QTD)
                       MOVE ZERO TO WS-LMP-MOTIVO(WS-LMP-QTD)
               END-EVALUATE
           END-IF.

       LMP-REGRAVA-ABRE.
           OPEN OUTPUT ARQ-ARQUIVOS.
           IF  WS-FS-ARQUIVOS NOT = "00"
               MOVE "S" TO WS-LMP-ERRO
               MOVE SPACES TO WS-LMP-LINHA
               STRING "ERRO AO REGRAVAR " WS-NOME-ARQUIVOS
                      " - STATUS " WS-FS-ARQUIVOS
                   DELIMITED BY SIZE INTO WS-LMP-LINHA
               PERFORM LMP-AVISO
           ELSE
               PERFORM LMP-REGRAVA-LINHA
                   VARYING WS-LMP-I FROM 1 BY 1
                   UNTIL WS-LMP-I > WS-LMP-QTD
               CLOSE ARQ-ARQUIVOS
           END-IF.

       LMP-REGRAVA-LINHA.
           IF  WS-LMP-ACAO(WS-LMP-I) NOT = "X"
               MOVE WS-LMP-LIN(WS-LMP-I) TO ARQUIVOS-LINHA
               WRITE ARQUIVOS-LINHA
               IF  WS-FS-ARQUIVOS NOT = "00"
                   MOVE "S" TO WS-LMP-ERRO
               END-IF
           END-IF.

       LMP-RELATORIO-ABRE.
           ACCEPT WS02-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS03-HORA-SISTEMA FROM TIME.
           MOVE SPACES TO WS01-NOME-GRAVA.
           STRING "LIMPEZA_"        DELIMITED BY SIZE
                  WS02-DATA-SISTEMA  DELIMITED BY SIZE
                  WS03-HORA-SISTEMA  DELIMITED BY SIZE
                  ".txt"             DELIMITED BY SIZE
              INTO WS01-NOME-GRAVA.
           OPEN OUTPUT ARQ-GRAVA.
           IF  WS-FS-GRAVA NOT = "00"
               MOVE WS-FS-GRAVA TO WS-FS-GRAVA-ERRO
               MOVE "S" TO WS-LMP-ERRO
               MOVE SPACES TO WS-LMP-LINHA
               STRING "ERRO AO ABRIR O RELATORIO DA LIMPEZA - STATUS "
                      WS-FS-GRAVA-ERRO
                   DELIMITED BY SIZE INTO WS-LMP-LINHA
               PERFORM LMP-AVISO
           ELSE
               MOVE SPACES TO WS-LMP-LINHA
               IF  WS-LMP-APLICA = "S"
                   STRING "LIMPEZA DE ARQUIVOS EM " WS02-DATA-SISTEMA
                          " " WS03-HORA-SISTEMA
                          " OPERADOR " WS-OPERADOR " - APLICADA"
                       DELIMITED BY SIZE INTO WS-LMP-LINHA
               ELSE
                   STRING "LIMPEZA DE ARQUIVOS EM " WS02-DATA-SISTEMA
                          " " WS03-HORA-SISTEMA
                          " OPERADOR " WS-OPERADOR
                          " - SO LISTAGEM, NADA FOI TOCADO"
                       DELIMITED BY SIZE INTO WS-LMP-LINHA
               END-IF
               PERFORM LMP-GRAVA-LINHA
               MOVE SPACES TO WS-LMP-LINHA
               STRING "REGRAS DE " WS-NOME-REGRA
                   DELIMITED BY SIZE INTO WS-LMP-LINHA
               PERFORM LMP-GRAVA-LINHA
               PERFORM LMP-LISTA-REGRA
                   VARYING WS-LMP-R FROM 1 BY 1
                   UNTIL WS-LMP-R > WS-LMP-R-QTD
           END-IF.

       LMP-LISTA-REGRA.
           MOVE SPACES TO WS-LMP-LINHA.
           STRING "  " WS-LMP-R-TIPO(WS-LMP-R)
                  " " WS-LMP-R-DIAS(WS-LMP-R) " DIAS"
                  " ACAO " WS-LMP-R-ACAO(WS-LMP-R)
                  " GERADOS ANTES DE " WS-LMP-R-CORTE(WS-LMP-R)
                  " " WS-LMP-R-DESTINO(WS-LMP-R)
               DELIMITED BY SIZE INTO WS-LMP-LINHA.
           PERFORM LMP-GRAVA-LINHA.

       LMP-RELATORIO-CORPO.
           MOVE SPACES TO WS-LMP-LINHA.
           PERFORM LMP-GRAVA-LINHA.
           IF  WS-LMP-APLICA = "S"
               MOVE "REMOVIDOS, MOVIDOS E AUSENTES:" TO WS-LMP-LINHA
           ELSE
               MOVE "SERIAM REMOVIDOS OU MOVIDOS, E AUSENTES:"
                   TO WS-LMP-LINHA
           END-IF.
           PERFORM LMP-GRAVA-LINHA.
           PERFORM LMP-LISTA-SAIDA
               VARYING WS-LMP-I FROM 1 BY 1
               UNTIL WS-LMP-I > WS-LMP-QTD.
           MOVE SPACES TO WS-LMP-LINHA.
           PERFORM LMP-GRAVA-LINHA.
           MOVE "MANTIDOS:" TO WS-LMP-LINHA.
           PERFORM LMP-GRAVA-LINHA.
           PERFORM LMP-LISTA-MANTIDO
               VARYING WS-LMP-I FROM 1 BY 1
               UNTIL WS-LMP-I > WS-LMP-QTD.
           MOVE SPACES TO WS-LMP-LINHA.
           PERFORM LMP-GRAVA-LINHA.
           MOVE SPACES TO WS-LMP-LINHA.
           STRING "ARQUIVOS NO REGISTRO: " WS-LMP-LIDAS
                  "  REMOVIDOS: " WS-LMP-REMOVIDOS
                  "  MOVIDOS: " WS-LMP-MOVIDOS
                  "  AUSENTES: " WS-LMP-AUSENTES
               DELIMITED BY SIZE INTO WS-LMP-LINHA.
           PERFORM LMP-GRAVA-LINHA.
           MOVE SPACES TO WS-LMP-LINHA.
           STRING "MANTIDOS: " WS-LMP-MANTIDOS
                  "  FALHAS AO REMOVER OU MOVER: " WS-LMP-FALHAS
               DELIMITED BY SIZE INTO WS-LMP-LINHA.
           PERFORM LMP-GRAVA-LINHA.
           CLOSE ARQ-GRAVA.
           IF  WS-FS-GRAVA NOT = "00"
               MOVE WS-FS-GRAVA TO WS-FS-GRAVA-ERRO
               MOVE "S" TO WS-LMP-ERRO
           END-IF.

       LMP-LISTA-SAIDA.
           IF  WS-LMP-ACAO(WS-LMP-I) = "R" OR
               WS-LMP-ACAO(WS-LMP-I) = "M" OR
               WS-LMP-ACAO(WS-LMP-I) = "A"
               PERFORM LMP-LISTA-LINHA
           END-IF.

       LMP-LISTA-MANTIDO.
           IF  WS-LMP-ACAO(WS-LMP-I) = "K"
               PERFORM LMP-LISTA-LINHA
           END-IF.

       LMP-LISTA-LINHA.
           MOVE WS-LMP-LIN(WS-LMP-I) TO WS-RGA-REG.
           PERFORM LMP-DESCREVE.
           MOVE SPACES TO WS-LMP-LINHA.
           STRING "  " RGA-NOME " " RGA-TIPO " " RGA-DATA
                  " " RGA-CRIADOR " " WS-LMP-DESC
               DELIMITED BY SIZE INTO WS-LMP-LINHA.
           PERFORM LMP-GRAVA-LINHA.

      *    NA APLICACAO A LINHA DO REGISTRO JA TRAZ O DESTINO DO
      *    ARQUIVO MOVIDO; NA LISTAGEM ELE VEM DA REGRA.
       LMP-DESCREVE.
           MOVE SPACES TO WS-LMP-DESC.
           EVALUATE TRUE
               WHEN WS-LMP-ACAO(WS-LMP-I) = "R" AND WS-LMP-APLICA = "S"
                   MOVE "REMOVIDO" TO WS-LMP-DESC
               WHEN WS-LMP-ACAO(WS-LMP-I) = "R"
                   MOVE "SERIA REMOVIDO" TO WS-LMP-DESC
               WHEN WS-LMP-ACAO(WS-LMP-I) = "M" AND WS-LMP-APLICA = "S"
                   STRING "MOVIDO PARA " RGA-DESTINO
                       DELIMITED BY SIZE INTO WS-LMP-DESC
               WHEN WS-LMP-ACAO(WS-LMP-I) = "M"
                   MOVE ZERO TO WS-LMP-R
                   PERFORM LMP-PROCURA-TIPO
                       VARYING WS-LMP-J FROM 1 BY 1
                       UNTIL WS-LMP-J > WS-LMP-R-QTD
                          OR WS-LMP-R > ZERO
                   STRING "SERIA MOVIDO PARA "
                          WS-LMP-R-DESTINO(WS-LMP-R)
                       DELIMITED BY SIZE INTO WS-LMP-DESC
               WHEN WS-LMP-ACAO(WS-LMP-I) = "A"
                   MOVE "JA AUSENTE DO DIRETORIO" TO WS-LMP-DESC
               WHEN WS-LMP-MOTIVO(WS-LMP-I) = 1
                   MOVE "DENTRO DO PRAZO DE RETENCAO" TO WS-LMP-DESC
               WHEN WS-LMP-MOTIVO(WS-LMP-I) = 2
                   MOVE "TIPO SEM REGRA DE RETENCAO" TO WS-LMP-DESC
               WHEN WS-LMP-MOTIVO(WS-LMP-I) = 3
                   MOVE "EXPURGO CATALOGADO EM EXPURGOS.txt"
                       TO WS-LMP-DESC
               WHEN WS-LMP-MOTIVO(WS-LMP-I) = 4
                   MOVE "CHECKPOINT EM ANDAMENTO" TO WS-LMP-DESC
               WHEN WS-LMP-MOTIVO(WS-LMP-I) = 5
                   MOVE "DELTA SEM ACK OK" TO WS-LMP-DESC
               WHEN OTHER
                   MOVE "FALHA AO REMOVER OU MOVER" TO WS-LMP-DESC
           END-EVALUATE.

       LMP-GRAVA-LINHA.
           MOVE WS-LMP-LINHA TO ARQ-ESCREVE.
           WRITE ARQ-ESCREVE.
           IF  WS-FS-GRAVA NOT = "00"
               MOVE WS-FS-GRAVA TO WS-FS-GRAVA-ERRO
               MOVE "S" TO WS-LMP-ERRO
           END-IF.

       LMP-AVISO.
           IF  WS-MODO-BATCH = "S"
               DISPLAY WS-LMP-LINHA(1:78)
           ELSE
               DISPLAY WS-LMP-LINHA(1:78)                AT 2201
           END-IF.

       LMP-RESUMO.
           IF  WS-MODO-BATCH = "S"
               IF  WS-LMP-ERRO = "S"
                   DISPLAY "LIMPEZA INTERROMPIDA POR ERRO"
               ELSE
                   IF  WS-LMP-APLICA = "S"
                       DISPLAY "LIMPEZA CONCLUIDA"
                   ELSE
                       DISPLAY "LIMPEZA LISTADA SEM APLICAR"
                   END-IF
               END-IF
               DISPLAY "ARQUIVOS NO REGISTRO: " WS-LMP-LIDAS
                       "  MANTIDOS: " WS-LMP-MANTIDOS
               DISPLAY "REMOVIDOS: " WS-LMP-REMOVIDOS
                       "  MOVIDOS: " WS-LMP-MOVIDOS
                       "  AUSENTES: " WS-LMP-AUSENTES
                       "  FALHAS: " WS-LMP-FALHAS
               DISPLAY "ARQUIVO: " WS01-NOME-GRAVA
           ELSE
               IF  WS-LMP-ERRO = "S"
                   DISPLAY "LIMPEZA INTERROMPIDA POR ERRO"  AT 0901
               ELSE
                   IF  WS-LMP-APLICA = "S"
                       DISPLAY "LIMPEZA CONCLUIDA"          AT 0901
                   ELSE
                       DISPLAY "LIMPEZA LISTADA SEM APLICAR" AT 0901
                   END-IF
               END-IF
               DISPLAY "ARQUIVOS NO REGISTRO: " WS-LMP-LIDAS AT 1101
               DISPLAY "REMOVIDOS...........: " WS-LMP-REMOVIDOS
                                                            AT 1201
               DISPLAY "MOVIDOS.............: " WS-LMP-MOVIDOS
                                                            AT 1301
               DISPLAY "JA AUSENTES.........: " WS-LMP-AUSENTES
                                                            AT 1401
               DISPLAY "MANTIDOS............: " WS-LMP-MANTIDOS
                                                            AT 1501
               DISPLAY "FALHAS..............: " WS-LMP-FALHAS
                                                            AT 1601
               DISPLAY "ARQUIVO: " WS01-NOME-GRAVA          AT 1801
           END-IF.

      ******************************************************************
      *    ADMINISTRACAO DE OPERADORES (NIVEL 2): INCLUSAO, DESATIVACAO,
      *    REATIVACAO OU DESBLOQUEIO, TROCA DE NIVEL E SENHA
      *    PROVISORIA. O SUPERVISOR NAO ALTERA O PROPRIO CADASTRO (A
      *    SENHA DELE SE TROCA NO LOGON). TODA ACAO VAI PARA A
      *    AUDITORIA COM O OPERADOR ALTERADO.
      ******************************************************************
       OPERADORES-ADMIN.
           MOVE "N" TO WS-OPR-SAI.
           MOVE 1 TO WS-OPR-PAGINA.
           PERFORM OPR-TELA UNTIL WS-OPR-SAI = "S".

       OPR-TELA.
           DISPLAY " "                  AT 0101 WITH ERASE EOS
           DISPLAY "ADMINISTRACAO DE OPERADORES"           AT 0301
           PERFORM OPR-CARREGA.
           IF  WS-OPR-ERRO = "S"
               DISPLAY "ERRO AO LER " WS-NOME-OPER
                       " - STATUS " WS-FS-OPER             AT 0501
               MOVE "S" TO WS-OPR-SAI
           ELSE
               DISPLAY "ID         NIVEL SITUACAO   FALHAS TROCA    "
                       "CADASTRO OBS"                      AT 0501
               IF  WS-OPR-PAGINA > WS-OPR-QTD
                   MOVE 1 TO WS-OPR-PAGINA
               END-IF
               MOVE 6 TO WS-OPR-LIN-TELA
               MOVE "N" TO WS-OPR-MAIS
               PERFORM OPR-TELA-LINHA
                   VARYING WS-OPR-I FROM WS-OPR-PAGINA BY 1
                   UNTIL WS-OPR-I > WS-OPR-QTD OR WS-OPR-MAIS = "S"
               IF  WS-OPR-MAIS = "S"
                   DISPLAY "HA MAIS OPERADORES - ACAO 8 MOSTRA OS "
                           "SEGUINTES"                     AT 1801
               END-IF
               PERFORM OPR-ACAO
           END-IF.

       OPR-TELA-LINHA.
           IF  WS-OPR-LIN-TELA > 17
               MOVE "S" TO WS-OPR-MAIS
               MOVE WS-OPR-I TO WS-OPR-PROXIMA
           ELSE
               MOVE WS-OPR-LIN(WS-OPR-I) TO WS-OPER-REG
               PERFORM OPR-NORMALIZA
               PERFORM OPR-DESCREVE-SIT
               EVALUATE TRUE
                   WHEN OPR-RESUMO = SPACES
                       MOVE "SENHA EM CLARO" TO WS-OPR-OBS
                   WHEN OPR-TROCA-OBRIG = "S"
                       MOVE "TROCA PENDENTE" TO WS-OPR-OBS
                   WHEN OTHER
                       MOVE SPACES TO WS-OPR-OBS
               END-EVALUATE
               MOVE SPACES TO WS-OPR-LINHA
               STRING OPR-ID " " OPR-NIVEL "     " WS-OPR-SIT-DESC
                      " " OPR-FALHAS "     " OPR-TROCA-DATA
                      " " OPR-CADASTRO " " WS-OPR-OBS
                   DELIMITED BY SIZE INTO WS-OPR-LINHA
               COMPUTE WS-OPR-POS-TELA = WS-OPR-LIN-TELA * 100 + 1
               DISPLAY WS-OPR-LINHA AT WS-OPR-POS-TELA
               ADD 1 TO WS-OPR-LIN-TELA
           END-IF.

       OPR-DESCREVE-SIT.
           EVALUATE OPR-SIT
               WHEN "D"
                   MOVE "DESATIVADO" TO WS-OPR-SIT-DESC
               WHEN "B"
                   MOVE "BLOQUEADO"  TO WS-OPR-SIT-DESC
               WHEN OTHER
                   MOVE "ATIVO"      TO WS-OPR-SIT-DESC
           END-EVALUATE.

       OPR-ACAO.
           DISPLAY "1=INCLUI 2=DESATIVA 3=REATIVA/DESBLOQUEIA "
                   "4=NIVEL"                               AT 1901
           DISPLAY "5=SENHA PROVISORIA 6=CONVERTE SENHAS EM CLARO "
                   "8=MAIS 0=VOLTA"                        AT 2001
           DISPLAY "ACAO:"                                 AT 2101
           MOVE SPACE TO WS-OPR-ACAO.
           ACCEPT   WS-OPR-ACAO                            AT 2107.
           MOVE SPACES TO WS-SNH-MSG WS-OPR-ALVO.
           EVALUATE WS-OPR-ACAO
               WHEN "0"
                   MOVE "S" TO WS-OPR-SAI
               WHEN "8"
                   IF  WS-OPR-MAIS = "S"
                       MOVE WS-OPR-PROXIMA TO WS-OPR-PAGINA
                   ELSE
                       MOVE 1 TO WS-OPR-PAGINA
                   END-IF
               WHEN "6"
                   PERFORM OPR-CONVERTE
               WHEN "1"
               WHEN "2"
               WHEN "3"
               WHEN "4"
               WHEN "5"
                   DISPLAY "ID DO OPERADOR:"               AT 2111
                   ACCEPT   WS-OPR-ALVO                    AT 2127
                   PERFORM OPR-EXECUTA
               WHEN OTHER
                   MOVE "ACAO INVALIDA" TO WS-SNH-MSG
           END-EVALUATE.
           IF  WS-SNH-MSG NOT = SPACES
               DISPLAY WS-SNH-MSG                          AT 2201
               DISPLAY "PRESSIONE ENTER PARA CONTINUAR"    AT 2401
               ACCEPT skipscreen                           AT 2432
           END-IF.

      *    A TELA FICOU PARADA NOS PEDIDOS DE ACAO E ID; NESSE TEMPO
      *    O OPERADOR PODE TER TROCADO A SENHA OU SIDO BLOQUEADO NO
      *    LOGON. O CADASTRO E RELIDO ANTES DE QUALQUER CONFERENCIA.
       OPR-EXECUTA.
           PERFORM OPR-RELE.
           ACCEPT WS-SNH-HOJE FROM DATE YYYYMMDD.
           EVALUATE TRUE
               WHEN WS-OPR-ERRO = "S"
                   MOVE "ERRO AO LER O CADASTRO - NADA ALTERADO"
                       TO WS-SNH-MSG
               WHEN WS-OPR-ALVO = SPACES
                   MOVE "ID DO OPERADOR EM BRANCO" TO WS-SNH-MSG
               WHEN WS-OPR-ACAO = "1" AND WS-OPR-POS > ZERO
                   MOVE "OPERADOR JA CADASTRADO" TO WS-SNH-MSG
               WHEN WS-OPR-ACAO = "1"
                   PERFORM OPR-INCLUI
               WHEN WS-OPR-POS = ZERO
                   MOVE "OPERADOR NAO CADASTRADO" TO WS-SNH-MSG
               WHEN WS-OPR-ALVO = WS-OPERADOR
                   MOVE "O PROPRIO CADASTRO NAO SE ALTERA AQUI"
                       TO WS-SNH-MSG
                   MOVE SPACES TO WS-CRITERIO-AUDIT
                   STRING "ADMINISTRACAO RECUSADA NO PROPRIO OPERADOR"
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                   PERFORM GRAVA-AUDITORIA
               WHEN WS-OPR-ACAO = "2"
                   PERFORM OPR-DESATIVA
               WHEN WS-OPR-ACAO = "3"
                   PERFORM OPR-REATIVA
               WHEN WS-OPR-ACAO = "4"
                   PERFORM OPR-RENIVELA
               WHEN OTHER
                   PERFORM OPR-REDEFINE
           END-EVALUATE.

       OPR-INCLUI.
           DISPLAY " "                  AT 1901 WITH ERASE EOS
           DISPLAY "INCLUSAO DO OPERADOR " WS-OPR-ALVO     AT 1901
           DISPLAY "NIVEL [1/2]......:"                    AT 2001
           MOVE SPACE TO WS-OPR-NIVEL
           ACCEPT   WS-OPR-NIVEL                           AT 2020
           MOVE SPACES TO WS-SNH-NOVA WS-SNH-CONF
           DISPLAY "SENHA PROVISORIA.:"                    AT 2101
           ACCEPT   WS-SNH-NOVA                    AT 2120 WITH NO-ECHO
           DISPLAY "CONFIRMA:"                             AT 2141
           ACCEPT   WS-SNH-CONF                    AT 2151 WITH NO-ECHO.
           MOVE WS-OPR-ALVO TO WS-SNH-ID.
           MOVE SPACES TO WS-SNH-ATUAL.
           PERFORM OPR-RELE.
           EVALUATE TRUE
               WHEN WS-OPR-ERRO = "S"
                   MOVE "ERRO AO LER O CADASTRO - NADA ALTERADO"
                       TO WS-SNH-MSG
               WHEN WS-OPR-POS > ZERO
                   MOVE "OPERADOR JA CADASTRADO" TO WS-SNH-MSG
               WHEN WS-OPR-NIVEL NOT = "1" AND WS-OPR-NIVEL NOT = "2"
                   MOVE "NIVEL INVALIDO - NADA ALTERADO" TO WS-SNH-MSG
               WHEN OTHER
                   PERFORM SNH-VALIDA-NOVA
           END-EVALUATE.
           IF  WS-SNH-MSG = SPACES
               MOVE SPACES TO WS-OPER-REG
               MOVE WS-OPR-ALVO  TO OPR-ID
               MOVE WS-OPR-NIVEL TO OPR-NIVEL
               MOVE "A"          TO OPR-SIT
               MOVE ZERO         TO OPR-FALHAS
               PERFORM SNH-APLICA-NOVA
               MOVE "S"          TO OPR-TROCA-OBRIG
               MOVE WS-SNH-HOJE  TO OPR-CADASTRO OPR-SIT-DATA
               MOVE WS-OPERADOR  TO OPR-ADM
               MOVE "OPERADOR INCLUIDO - TROCA OBRIGATORIA NO LOGON"
                   TO WS-SNH-MSG
               MOVE SPACES TO WS-CRITERIO-AUDIT
               STRING "OPERADOR INCLUIDO " WS-OPR-ALVO
                      " NIVEL " WS-OPR-NIVEL
                   DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
               PERFORM OPR-GRAVA
           END-IF.

       OPR-DESATIVA.
           IF  OPR-SIT = "D"
               MOVE "OPERADOR JA ESTA DESATIVADO" TO WS-SNH-MSG
           ELSE
               MOVE "D"         TO OPR-SIT
               MOVE WS-SNH-HOJE TO OPR-SIT-DATA
               MOVE WS-OPERADOR TO OPR-ADM
               MOVE "OPERADOR DESATIVADO" TO WS-SNH-MSG
               MOVE SPACES TO WS-CRITERIO-AUDIT
               STRING "OPERADOR DESATIVADO " WS-OPR-ALVO
                   DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
               PERFORM OPR-GRAVA
           END-IF.

       OPR-REATIVA.
           IF  OPR-SIT NOT = "D" AND OPR-SIT NOT = "B"
               MOVE "OPERADOR JA ESTA ATIVO" TO WS-SNH-MSG
           ELSE
               MOVE SPACES TO WS-CRITERIO-AUDIT
               IF  OPR-SIT = "D"
                   MOVE "OPERADOR REATIVADO" TO WS-SNH-MSG
                   STRING "OPERADOR REATIVADO " WS-OPR-ALVO
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
               ELSE
                   MOVE "OPERADOR DESBLOQUEADO" TO WS-SNH-MSG
                   STRING "OPERADOR DESBLOQUEADO " WS-OPR-ALVO
                          " FALHAS " OPR-FALHAS
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
               END-IF
               MOVE "A"         TO OPR-SIT
               MOVE ZERO        TO OPR-FALHAS
               MOVE WS-SNH-HOJE TO OPR-SIT-DATA
               MOVE WS-OPERADOR TO OPR-ADM
               PERFORM OPR-GRAVA
           END-IF.

       OPR-RENIVELA.
           DISPLAY " "                  AT 1901 WITH ERASE EOS
           DISPLAY "OPERADOR " WS-OPR-ALVO
                   " NIVEL ATUAL " OPR-NIVEL               AT 1901
           DISPLAY "NOVO NIVEL [1/2].:"                    AT 2001
           MOVE SPACE TO WS-OPR-NIVEL
           ACCEPT   WS-OPR-NIVEL                           AT 2020.
           PERFORM OPR-RELE.
           EVALUATE TRUE
               WHEN WS-OPR-ERRO = "S" OR WS-OPR-POS = ZERO
                   MOVE "ERRO AO LER O CADASTRO - NADA ALTERADO"
                       TO WS-SNH-MSG
               WHEN WS-OPR-NIVEL NOT = "1" AND WS-OPR-NIVEL NOT = "2"
                   MOVE "NIVEL INVALIDO - NADA ALTERADO" TO WS-SNH-MSG
               WHEN WS-OPR-NIVEL = OPR-NIVEL
                   MOVE "NIVEL IGUAL AO ATUAL - NADA ALTERADO"
                       TO WS-SNH-MSG
               WHEN OTHER
                   MOVE SPACES TO WS-CRITERIO-AUDIT
                   STRING "NIVEL DO OPERADOR " WS-OPR-ALVO
                          " DE " OPR-NIVEL " PARA " WS-OPR-NIVEL
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                   MOVE WS-OPR-NIVEL TO OPR-NIVEL
                   MOVE WS-OPERADOR  TO OPR-ADM
                   MOVE "NIVEL ALTERADO - VALE NO PROXIMO LOGON"
                       TO WS-SNH-MSG
                   PERFORM OPR-GRAVA
           END-EVALUATE.

      *    SENHA PROVISORIA: TROCA OBRIGATORIA NO PROXIMO LOGON; O
      *    OPERADOR BLOQUEADO FICA DESBLOQUEADO (O DESATIVADO NAO).
       OPR-REDEFINE.
           DISPLAY " "                  AT 1901 WITH ERASE EOS
           DISPLAY "SENHA PROVISORIA DO OPERADOR " WS-OPR-ALVO AT 1901
           MOVE SPACES TO WS-SNH-NOVA WS-SNH-CONF
           DISPLAY "SENHA PROVISORIA.:"                    AT 2101
           ACCEPT   WS-SNH-NOVA                    AT 2120 WITH NO-ECHO
           DISPLAY "CONFIRMA:"                             AT 2141
           ACCEPT   WS-SNH-CONF                    AT 2151 WITH NO-ECHO.
           MOVE WS-OPR-ALVO TO WS-SNH-ID.
           MOVE SPACES TO WS-SNH-ATUAL.
           PERFORM OPR-RELE.
           IF  WS-OPR-ERRO = "S" OR WS-OPR-POS = ZERO
               MOVE "ERRO AO LER O CADASTRO - NADA ALTERADO"
                   TO WS-SNH-MSG
           ELSE
               PERFORM SNH-VALIDA-NOVA
           END-IF.
           IF  WS-SNH-MSG = SPACES
               MOVE SPACES TO WS-CRITERIO-AUDIT
               IF  OPR-SIT = "B"
                   STRING "SENHA PROVISORIA E DESBLOQUEIO DO OPERADOR "
                          WS-OPR-ALVO
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                   MOVE "A"         TO OPR-SIT
                   MOVE WS-SNH-HOJE TO OPR-SIT-DATA
               ELSE
                   STRING "SENHA PROVISORIA DO OPERADOR " WS-OPR-ALVO
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
               END-IF
               PERFORM SNH-APLICA-NOVA
               MOVE "S"         TO OPR-TROCA-OBRIG
               MOVE ZERO        TO OPR-FALHAS
               MOVE WS-OPERADOR TO OPR-ADM
               MOVE "SENHA REDEFINIDA - TROCA OBRIGATORIA NO LOGON"
                   TO WS-SNH-MSG
               PERFORM OPR-GRAVA
           END-IF.

      *    CONVERTE DE UMA VEZ AS LINHAS ANTIGAS QUE AINDA TEM A SENHA
      *    EM CLARO, INCLUSIVE DE QUEM NAO ENTRA HA TEMPO; A TROCA
      *    FICA OBRIGATORIA NO PROXIMO LOGON DE CADA UM.
       OPR-CONVERTE.
           MOVE ZERO TO WS-OPR-CONVERTIDAS.
           PERFORM OPR-CARREGA.
           IF  WS-OPR-ERRO = "N"
               PERFORM OPR-CONVERTE-LINHA
                   VARYING WS-OPR-I FROM 1 BY 1
                   UNTIL WS-OPR-I > WS-OPR-QTD
               IF  WS-OPR-CONVERTIDAS > ZERO
                   PERFORM OPR-REGRAVA
               END-IF
           END-IF.
           IF  WS-OPR-ERRO = "S"
               MOVE "ERRO AO GRAVAR O CADASTRO - NADA CONVERTIDO"
                   TO WS-SNH-MSG
           ELSE
               STRING "SENHAS EM CLARO CONVERTIDAS: "
                      WS-OPR-CONVERTIDAS
                   DELIMITED BY SIZE INTO WS-SNH-MSG
               IF  WS-OPR-CONVERTIDAS > ZERO
                   MOVE SPACES TO WS-CRITERIO-AUDIT
                   STRING "SENHAS EM CLARO CONVERTIDAS "
                          WS-OPR-CONVERTIDAS
                       DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
                   PERFORM GRAVA-AUDITORIA
               END-IF
           END-IF.

       OPR-CONVERTE-LINHA.
           MOVE WS-OPR-LIN(WS-OPR-I) TO WS-OPER-REG.
           PERFORM OPR-NORMALIZA.
           IF  OPR-RESUMO = SPACES
               MOVE OPR-ID    TO WS-SNH-ID
               MOVE OPR-SENHA TO WS-SNH-SENHA
               PERFORM SNH-RESUMO
               MOVE WS-SNH-RESUMO TO OPR-RESUMO
               MOVE SPACES        TO OPR-SENHA
               MOVE "S"           TO OPR-TROCA-OBRIG
               MOVE WS-OPERADOR   TO OPR-ADM
               MOVE WS-OPER-REG TO WS-OPR-LIN(WS-OPR-I)
               ADD 1 TO WS-OPR-CONVERTIDAS
           END-IF.

      *    GRAVA A ALTERACAO DO SUPERVISOR; A AUDITORIA (JA MONTADA EM
      *    WS-CRITERIO-AUDIT) SO SAI SE O CADASTRO FOI GRAVADO.
       OPR-GRAVA.
           PERFORM OPR-ATUALIZA.
           IF  WS-OPR-ERRO = "S"
               MOVE "ERRO AO GRAVAR O CADASTRO - NADA ALTERADO"
                   TO WS-SNH-MSG
           ELSE
               PERFORM GRAVA-AUDITORIA
           END-IF.

      *    CADASTRO INTEIRO EM MEMORIA; ARQUIVO AUSENTE E CADASTRO
      *    VAZIO.
       OPR-CARREGA.
           MOVE ZERO TO WS-OPR-QTD.
           MOVE "N" TO WS-OPR-ERRO.
           OPEN INPUT ARQ-OPER.
           EVALUATE WS-FS-OPER
               WHEN "00"
                   MOVE "N" TO WS-OPR-FIM
                   PERFORM OPR-LE-LINHA UNTIL WS-OPR-FIM = "S"
                   CLOSE ARQ-OPER
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "S" TO WS-OPR-ERRO
           END-EVALUATE.

       OPR-LE-LINHA.
           READ ARQ-OPER
               AT END MOVE "S" TO WS-OPR-FIM
           END-READ.
           IF  WS-OPR-FIM NOT = "S" AND OPER-LINHA NOT = SPACES
               IF  WS-OPR-QTD = 500
                   MOVE "S" TO WS-OPR-ERRO WS-OPR-FIM
               ELSE
                   ADD 1 TO WS-OPR-QTD
                   MOVE OPER-LINHA TO WS-OPR-LIN(WS-OPR-QTD)
               END-IF
           END-IF.

       OPR-PROCURA.
           MOVE ZERO TO WS-OPR-POS.
           PERFORM OPR-PROCURA-LINHA
               VARYING WS-OPR-I FROM 1 BY 1
               UNTIL WS-OPR-I > WS-OPR-QTD OR WS-OPR-POS > ZERO.
           IF  WS-OPR-POS > ZERO
               MOVE WS-OPR-LIN(WS-OPR-POS) TO WS-OPER-REG
               PERFORM OPR-NORMALIZA
           END-IF.

      *    CADASTRO RELIDO NA HORA E LINHA DO WS-OPR-ALVO EM
      *    WS-OPER-REG, PARA AS ACOES QUE ESPERARAM PELO SUPERVISOR.
       OPR-RELE.
           PERFORM OPR-CARREGA.
           MOVE ZERO TO WS-OPR-POS.
           IF  WS-OPR-ERRO = "N"
               PERFORM OPR-PROCURA
           END-IF.

       OPR-PROCURA-LINHA.
           IF  WS-OPR-LIN(WS-OPR-I)(1:10) = WS-OPR-ALVO
               MOVE WS-OPR-I TO WS-OPR-POS
           END-IF.

      *    GRAVA WS-OPER-REG NO CADASTRO RELIDO NA HORA: SUBSTITUI A
      *    LINHA DO MESMO ID OU ACRESCENTA NO FIM.
       OPR-ATUALIZA.
           MOVE OPR-ID TO WS-OPR-ALVO.
           PERFORM OPR-CARREGA.
           IF  WS-OPR-ERRO = "N"
               MOVE ZERO TO WS-OPR-POS
               PERFORM OPR-PROCURA-LINHA
                   VARYING WS-OPR-I FROM 1 BY 1
                   UNTIL WS-OPR-I > WS-OPR-QTD OR WS-OPR-POS > ZERO
               IF  WS-OPR-POS = ZERO
                   IF  WS-OPR-QTD = 500
                       MOVE "S" TO WS-OPR-ERRO
                   ELSE
                       ADD 1 TO WS-OPR-QTD
                       MOVE WS-OPR-QTD TO WS-OPR-POS
                   END-IF
               END-IF
           END-IF.
           IF  WS-OPR-ERRO = "N"
               MOVE WS-OPER-REG TO WS-OPR-LIN(WS-OPR-POS)
               PERFORM OPR-REGRAVA
           END-IF.
           IF  WS-OPR-ERRO = "S"
               MOVE SPACES TO WS-CRITERIO-AUDIT
               STRING "CADASTRO DE OPERADORES NAO ATUALIZADO " OPR-ID
                   DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT
               PERFORM GRAVA-AUDITORIA
           END-IF.

       OPR-REGRAVA.
           OPEN OUTPUT ARQ-OPER.
           IF  WS-FS-OPER NOT = "00"
               MOVE "S" TO WS-OPR-ERRO
           ELSE
               PERFORM OPR-REGRAVA-LINHA
                   VARYING WS-OPR-I FROM 1 BY 1
                   UNTIL WS-OPR-I > WS-OPR-QTD
               CLOSE ARQ-OPER
           END-IF.

       OPR-REGRAVA-LINHA.
           MOVE WS-OPR-LIN(WS-OPR-I) TO OPER-LINHA.
           WRITE OPER-LINHA.
           IF  WS-FS-OPER NOT = "00"
               MOVE "S" TO WS-OPR-ERRO
           END-IF.

      ******************************************************************
      *    OPERADORES INATIVOS: QUEM NAO TEM INICIO DE SESSAO (TELA OU
      *    LOTE) EM SESSOES.txt NOS ULTIMOS WS-INA-DIAS DIAS, PARA O
      *    SUPERVISOR DESATIVAR. O DESATIVADO FICA FORA DA LISTA; O
      *    CADASTRADO DENTRO DA JANELA AINDA NAO CONTA. RELATORIO
      *    INATIVOS_*.txt; RC 4 QUANDO HA ALGUM INATIVO, 8 EM ERRO.
      ******************************************************************
       OPERADORES-INATIVOS.
           IF  WS-MODO-BATCH NOT = "S"
               DISPLAY " "                        AT 0101 WITH ERASE EOS
               DISPLAY "OPERADORES SEM ATIVIDADE"           AT 0301
               DISPLAY "DIAS SEM ATIVIDADE (VAZIO = 030):"  AT 0501
               MOVE ZERO TO WS-INA-DIAS
               ACCEPT   WS-INA-DIAS                         AT 0535
               IF  WS-INA-DIAS = ZERO
                   MOVE 30 TO WS-INA-DIAS
               END-IF
           END-IF.
           MOVE ZERO TO WS-RETORNO WS-INA-LIDAS WS-INA-QTD
                        WS-INA-DESATIVADOS.
           MOVE "N" TO WS-INA-ERRO.
           MOVE SPACES TO WS01-NOME-GRAVA.
           ACCEPT WS-SNH-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-VAL-DATA = WS-SNH-HOJE * 100.
           PERFORM DTS-VOLTA-DIA WS-INA-DIAS TIMES.
           DIVIDE WS-VAL-DATA BY 100 GIVING WS-INA-CORTE.
           PERFORM OPR-CARREGA.
           IF  WS-OPR-ERRO = "S"
               MOVE "S" TO WS-INA-ERRO
               MOVE SPACES TO WS-INA-LINHA
               STRING "ERRO AO LER " WS-NOME-OPER
                      " - STATUS " WS-FS-OPER
                   DELIMITED BY SIZE INTO WS-INA-LINHA
               PERFORM INA-AVISO
           ELSE
               PERFORM INA-LE-SESSOES
           END-IF.
           IF  WS-INA-ERRO = "N"
               PERFORM INA-RELATORIO
           END-IF.

           EVALUATE TRUE
               WHEN WS-INA-ERRO = "S"
                   MOVE 8 TO WS-RETORNO
               WHEN WS-INA-QTD > ZERO
                   MOVE 4 TO WS-RETORNO
           END-EVALUATE.
           MOVE SPACES TO WS-CRITERIO-AUDIT.
           STRING "OPERADORES INATIVOS DIAS " WS-INA-DIAS
                  " QTD " WS-INA-QTD " RC " WS-RETORNO
               DELIMITED BY SIZE INTO WS-CRITERIO-AUDIT.
           PERFORM GRAVA-AUDITORIA.

           PERFORM INA-RESUMO.

      *    ULTIMO INICIO DE SESSAO DE CADA OPERADOR DO CADASTRO.
       INA-LE-SESSOES.
           MOVE ZEROS TO WS-INA-TAB.
           OPEN INPUT ARQ-SESSAO.
           EVALUATE WS-FS-SESSAO
               WHEN "00"
                   MOVE "N" TO WS-INA-FIM
                   PERFORM INA-LE-LINHA UNTIL WS-INA-FIM = "S"
                   CLOSE ARQ-SESSAO
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "S" TO WS-INA-ERRO
                   MOVE SPACES TO WS-INA-LINHA
                   STRING "ERRO AO LER " WS-NOME-SESSAO
                          " - STATUS " WS-FS-SESSAO
                       DELIMITED BY SIZE INTO WS-INA-LINHA
                   PERFORM INA-AVISO
           END-EVALUATE.

       INA-LE-LINHA.
           READ ARQ-SESSAO
               AT END MOVE "S" TO WS-INA-FIM
           END-READ.
           IF  WS-INA-FIM NOT = "S" AND SESSAO-LINHA(1:6) = "INICIO"
                                    AND SESSAO-LINHA(24:8) NUMERIC
               ADD 1 TO WS-INA-LIDAS
               MOVE SESSAO-LINHA(8:10) TO WS-OPR-ALVO
               MOVE SESSAO-LINHA(24:8) TO WS-INA-DATA
               MOVE ZERO TO WS-OPR-POS
               PERFORM OPR-PROCURA-LINHA
                   VARYING WS-OPR-I FROM 1 BY 1
                   UNTIL WS-OPR-I > WS-OPR-QTD OR WS-OPR-POS > ZERO
               IF  WS-OPR-POS > ZERO
                   IF  WS-INA-DATA > WS-INA-ULTIMO(WS-OPR-POS)
                       MOVE WS-INA-DATA TO WS-INA-ULTIMO(WS-OPR-POS)
                   END-IF
               END-IF
           END-IF.

       INA-RELATORIO.
           ACCEPT WS02-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS03-HORA-SISTEMA FROM TIME.
           MOVE SPACES TO WS01-NOME-GRAVA.
           STRING "INATIVOS_"       DELIMITED BY SIZE
                  WS02-DATA-SISTEMA  DELIMITED BY SIZE
                  WS03-HORA-SISTEMA  DELIMITED BY SIZE
                  ".txt"             DELIMITED BY SIZE
              INTO WS01-NOME-GRAVA.
           OPEN OUTPUT ARQ-GRAVA.
           IF  WS-FS-GRAVA NOT = "00"
               MOVE WS-FS-GRAVA TO WS-FS-GRAVA-ERRO
               MOVE "S" TO WS-INA-ERRO
               MOVE SPACES TO WS-INA-LINHA
               STRING "ERRO AO ABRIR O RELATORIO DE INATIVOS - STATUS "
                      WS-FS-GRAVA-ERRO
                   DELIMITED BY SIZE INTO WS-INA-LINHA
               PERFORM INA-AVISO
           ELSE
               MOVE SPACES TO WS-INA-LINHA
               STRING "OPERADORES SEM ATIVIDADE EM " WS02-DATA-SISTEMA
                      " " WS03-HORA-SISTEMA
                      " OPERADOR " WS-OPERADOR
                   DELIMITED BY SIZE INTO WS-INA-LINHA
               PERFORM INA-GRAVA-LINHA
               MOVE SPACES TO WS-INA-LINHA
               STRING "SEM INICIO DE SESSAO EM " DELIMITED BY SIZE
                      WS-NOME-SESSAO              DELIMITED BY SPACE
                      " DESDE " WS-INA-CORTE
                      " (" WS-INA-DIAS " DIAS)"   DELIMITED BY SIZE
                   INTO WS-INA-LINHA
               PERFORM INA-GRAVA-LINHA
               MOVE SPACES TO WS-INA-LINHA
               PERFORM INA-GRAVA-LINHA
               MOVE "ID         NIVEL SITUACAO   ULTIMO INICIO CADASTRO"
                   TO WS-INA-LINHA
               PERFORM INA-GRAVA-LINHA
               PERFORM INA-AVALIA
                   VARYING WS-OPR-I FROM 1 BY 1
                   UNTIL WS-OPR-I > WS-OPR-QTD
               MOVE SPACES TO WS-INA-LINHA
               PERFORM INA-GRAVA-LINHA
               MOVE SPACES TO WS-INA-LINHA
               MOVE WS-OPR-QTD TO WS-INA-CADASTRADOS
               STRING "OPERADORES NO CADASTRO: " WS-INA-CADASTRADOS
                      "  INATIVOS: " WS-INA-QTD
                      "  DESATIVADOS (FORA DA LISTA): "
                      WS-INA-DESATIVADOS
                   DELIMITED BY SIZE INTO WS-INA-LINHA
               PERFORM INA-GRAVA-LINHA
               MOVE SPACES TO WS-INA-LINHA
               STRING "INICIOS DE SESSAO LIDOS: " WS-INA-LIDAS
                   DELIMITED BY SIZE INTO WS-INA-LINHA
               PERFORM INA-GRAVA-LINHA
               CLOSE ARQ-GRAVA
               MOVE WS01-NOME-GRAVA TO WS-RGA-NOME
               MOVE "INATIVOS"      TO WS-RGA-TIPO
               MOVE WS-INA-QTD      TO WS-RGA-QTD
               PERFORM RGA-REGISTRA
           END-IF.

       INA-AVALIA.
           MOVE WS-OPR-LIN(WS-OPR-I) TO WS-OPER-REG.
           PERFORM OPR-NORMALIZA.
           IF  OPR-SIT = "D"
               ADD 1 TO WS-INA-DESATIVADOS
           ELSE
               IF  WS-INA-ULTIMO(WS-OPR-I) < WS-INA-CORTE
                                         AND OPR-CADASTRO < WS-INA-CORTE
                   ADD 1 TO WS-INA-QTD
                   PERFORM OPR-DESCREVE-SIT
                   IF  WS-INA-ULTIMO(WS-OPR-I) = ZERO
                       MOVE "NUNCA" TO WS-INA-ULTIMA-X
                   ELSE
                       MOVE WS-INA-ULTIMO(WS-OPR-I) TO WS-INA-ULTIMA-X
                   END-IF
                   MOVE SPACES TO WS-INA-LINHA
                   STRING OPR-ID " " OPR-NIVEL "     " WS-OPR-SIT-DESC
                          " " WS-INA-ULTIMA-X "      " OPR-CADASTRO
                       DELIMITED BY SIZE INTO WS-INA-LINHA
                   PERFORM INA-GRAVA-LINHA
               END-IF
           END-IF.

       INA-GRAVA-LINHA.
           MOVE WS-INA-LINHA TO ARQ-ESCREVE.
           WRITE ARQ-ESCREVE.
           IF  WS-FS-GRAVA NOT = "00"
               MOVE WS-FS-GRAVA TO WS-FS-GRAVA-ERRO
               MOVE "S" TO WS-INA-ERRO
           END-IF.

       INA-AVISO.
           IF  WS-MODO-BATCH = "S"
               DISPLAY WS-INA-LINHA(1:78)
           ELSE
               DISPLAY WS-INA-LINHA(1:78)                AT 2201
           END-IF.

       INA-RESUMO.
           IF  WS-MODO-BATCH = "S"
               IF  WS-INA-ERRO = "S"
                   DISPLAY "RELATORIO DE INATIVOS INTERROMPIDO POR ERRO"
               ELSE
                   DISPLAY "OPERADORES SEM ATIVIDADE DESDE "
                           WS-INA-CORTE ": " WS-INA-QTD
               END-IF
               DISPLAY "ARQUIVO: " WS01-NOME-GRAVA
           ELSE
               IF  WS-INA-ERRO = "S"
                   DISPLAY "RELATORIO DE INATIVOS INTERROMPIDO POR "
                           "ERRO"                           AT 0701
               ELSE
                   DISPLAY "OPERADORES SEM ATIVIDADE DESDE "
                           WS-INA-CORTE ": " WS-INA-QTD     AT 0701
               END-IF
               DISPLAY "DESATIVADOS (FORA DA LISTA): "
                       WS-INA-DESATIVADOS                   AT 0801
               DISPLAY "ARQUIVO: " WS01-NOME-GRAVA          AT 1001
           END-IF.
