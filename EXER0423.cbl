      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0423.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0423
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   LISTA DE TRABALHO DIARIA DOS GESTORES DE    *
      *                    DADOS: JUNTA AS PENDENCIAS DE CADA COD-CLI  *
      *                    DOS SEIS ARQUIVOS DE EXCECAO DA CADEIA      *
      *                    NOTURNA - ARQDIV01 (EXER0408), ARQESC01     *
      *                    (EXER0404), ARQREJ01 E ARQRJE01 (EXER0403), *
      *                    ARQRJC01 (EXER0410) E ARQGAP01 (EXER0412) - *
      *                    NUM SO RELATORIO, UM BLOCO POR CLIENTE COM  *
      *                    ORIGEM, MOTIVO, DESCRICAO E DIAS EM ABERTO  *
      *                    (DESDE A PRIMEIRA REJEICAO DO ARQHST01).    *
      *                    OS CLIENTES SAEM EM ORDEM DE PRIORIDADE:    *
      *                    1 - COM DIVERGENCIA OU ESCALACAO            *
      *                    2 - REJEITADOS EM MAIS DE UM RUN (ARQHST01) *
      *                    3 - DEMAIS (OCORRENCIA UNICA)               *
      *                    E, DENTRO DA PRIORIDADE, DO MAIS ANTIGO     *
      *                    PARA O MAIS RECENTE. NO FIM, A CONTAGEM DE  *
      *                    PENDENCIAS POR ORIGEM E MOTIVO.             *
      *                    REJEITOS DE MOTIVO 04 (SUPRESSAO LGPD) NAO  *
      *                    SAO PENDENCIA DE CADASTRO E FICAM FORA DA   *
      *                    LISTA (SO CONTADOS)                         *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQDIV01 (ENTRADA - DIVERGENCIAS)        DIV04103
      *      ARQESC01 (ENTRADA - ESCALADOS)           HST04103
      *      ARQREJ01 (ENTRADA - REJEITADOS)          REJ04103
      *      ARQRJE01 (ENTRADA - REJEITADOS ENDERECO) RJE04103
      *      ARQRJC01 (ENTRADA - CORRECOES RECUSADAS) RJC04103
      *      ARQGAP01 (ENTRADA - COBERTURA)           GAP04103
      *      ARQHST01 (ENTRADA - HISTORICO REJEICOES) HST04103
      *      ARQPND01 (TRABALHO - PENDENCIAS COM PRIORIDADE)
      *      ARQREL01 (SAIDA - RELATORIO 132 POS)
      *----------------------------------------------------------------*
      *    TODAS AS ENTRADAS SAO OPTIONAL: UM ARQUIVO DE EXCECAO QUE   *
      *    NAO FOI GERADO NA NOITE (EXER0412 OU EXER0410 NAO RODARAM)  *
      *    SIMPLESMENTE NAO CONTRIBUI. O ARQHST01 CHEGA EM ORDEM DE    *
      *    COD-CLI (EXER0404) E E CASADO EM BALANCE LINE               *
      *================================================================*
      *                                                                *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
      *
       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.
      *
      *----------------------------------------------------------------
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
      *
       FILE-CONTROL.
      *
      *    OS SEIS ARQUIVOS DE EXCECAO SAO LIDOS UM DE CADA VEZ EM     *
      *    2100 E DIVIDEM O MESMO FILE STATUS                          *
           SELECT OPTIONAL ARQDIV01 ASSIGN TO UT-S-ARQDIV01
                      FILE STATUS      IS WRK-FS-ARQEXC.
      *
           SELECT OPTIONAL ARQESC01 ASSIGN TO UT-S-ARQESC01
                      FILE STATUS      IS WRK-FS-ARQEXC.
      *
           SELECT OPTIONAL ARQREJ01 ASSIGN TO UT-S-ARQREJ01
                      FILE STATUS      IS WRK-FS-ARQEXC.
      *
           SELECT OPTIONAL ARQRJE01 ASSIGN TO UT-S-ARQRJE01
                      FILE STATUS      IS WRK-FS-ARQEXC.
      *
           SELECT OPTIONAL ARQRJC01 ASSIGN TO UT-S-ARQRJC01
                      FILE STATUS      IS WRK-FS-ARQEXC.
      *
           SELECT OPTIONAL ARQGAP01 ASSIGN TO UT-S-ARQGAP01
                      FILE STATUS      IS WRK-FS-ARQEXC.
      *
           SELECT OPTIONAL ARQHST01 ASSIGN TO UT-S-ARQHST01
                      FILE STATUS      IS WRK-FS-ARQHST01.
      *
           SELECT ARQPND01 ASSIGN      TO UT-S-ARQPND01
                      FILE STATUS      IS WRK-FS-ARQPND01.
      *
           SELECT ARQREL01 ASSIGN      TO UT-S-ARQREL01
                      FILE STATUS      IS WRK-FS-ARQREL01.
      *
           SELECT ARQSORT  ASSIGN      TO UT-S-SORTWK01.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================
      *                                                                *
      *----------------------------------------------------------------
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    INPUT:     DIVERGENCIAS DO BATIMENTO (EXER0408)             *
      *               ORG. SEQUENCIAL   -   LRECL = 56                 *
      *----------------------------------------------------------------*

       FD  ARQDIV01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDIV01             PIC X(56).

      *----------------------------------------------------------------*
      *    INPUT:     CLIENTES ESCALADOS (EXER0404)                    *
      *               ORG. SEQUENCIAL   -   LRECL = 40                 *
      *----------------------------------------------------------------*

       FD  ARQESC01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQESC01             PIC X(40).

      *----------------------------------------------------------------*
      *    INPUT:     CLIENTES REJEITADOS (EXER0403)                   *
      *               ORG. SEQUENCIAL   -   LRECL = 40                 *
      *----------------------------------------------------------------*

       FD  ARQREJ01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQREJ01             PIC X(40).

      *----------------------------------------------------------------*
      *    INPUT:     ENDERECOS REJEITADOS (EXER0403)                  *
      *               ORG. SEQUENCIAL   -   LRECL = 40                 *
      *----------------------------------------------------------------*

       FD  ARQRJE01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRJE01             PIC X(40).

      *----------------------------------------------------------------*
      *    INPUT:     CORRECOES RECUSADAS (EXER0410)                   *
      *               ORG. SEQUENCIAL   -   LRECL = 40                 *
      *----------------------------------------------------------------*

       FD  ARQRJC01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRJC01             PIC X(40).

      *----------------------------------------------------------------*
      *    INPUT:     CLIENTES FORA DO ARQENT01 (EXER0412)             *
      *               ORG. SEQUENCIAL   -   LRECL = 62                 *
      *----------------------------------------------------------------*

       FD  ARQGAP01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQGAP01             PIC X(62).

      *----------------------------------------------------------------*
      *    INPUT:     HISTORICO DE REJEICOES POR COD-CLI (EXER0404)    *
      *               ORG. SEQUENCIAL   -   LRECL = 40                 *
      *----------------------------------------------------------------*

       FD  ARQHST01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQHST01             PIC X(40).

      *---------------------------------------------------------------*
      *   TRABALHO:   PENDENCIAS JA COM PRIORIDADE E DIAS EM ABERTO   *
      *               (MESMO LAYOUT DO REGISTRO DE SORT)              *
      *               ORG. SEQUENCIAL   -   LRECL = 87                *
      *---------------------------------------------------------------*

       FD  ARQPND01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPND01             PIC X(87).

      *---------------------------------------------------------------*
      *   OUTPUT:     LISTA DE TRABALHO DOS GESTORES DE DADOS         *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQREL01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQREL01             PIC X(132).

      *---------------------------------------------------------------*
      *   SORT:       UMA PENDENCIA POR LINHA DE ARQUIVO DE EXCECAO.  *
      *               A PRIMEIRA CLASSIFICACAO JUNTA O CLIENTE (COD-  *
      *               CLI); A SEGUNDA ORDENA POR PRIORIDADE E DIAS    *
      *---------------------------------------------------------------*

       SD  ARQSORT.
       01 SORT-REGISTRO.
           05 SORT-PRIORIDADE     PIC 9(01).
           05 SORT-DIAS           PIC 9(05).
           05 SORT-COD-CLI        PIC X(10).
           05 SORT-IX-ORIGEM      PIC 9(01).
           05 SORT-MOTIVO         PIC 9(02).
           05 SORT-DESCRICAO      PIC X(30).
           05 SORT-COMPLEMENTO    PIC X(30).
           05 SORT-DT-PRIMEIRA    PIC X(08).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0423 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0423'.
       77 WRK-MASK-QTREG7         PIC  Z.ZZZ.ZZ9.
      *
      *----------------------------------------------------------------*
      *    AREA PARA VALIDACAO DO RETURN-CODE DAS ROTINAS DE SEGURANCA *
      *    CKRS1000/CKRS1050, CHAMADAS NO INICIO DO PROGRAMA           *
      *----------------------------------------------------------------*
       01 WRK-AREA-CKRS.
           03 WRK-CKRS-PROGRAMA   PIC  X(008) VALUE SPACES.
           03 WRK-CKRS-RC         PIC  S9(009) VALUE ZEROS.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS           PIC  9(007) VALUE ZEROS.
           03 ACU-PENDENCIAS      PIC  9(007) VALUE ZEROS.
           03 ACU-EXCLUIDOS-LGPD  PIC  9(007) VALUE ZEROS.
           03 ACU-EXCEDENTES      PIC  9(007) VALUE ZEROS.
           03 ACU-CLIENTES        PIC  9(007) VALUE ZEROS.
           03 ACU-CLI-PRIORIDADE  PIC  9(007) VALUE ZEROS
                                  OCCURS 3 TIMES.
      *
       01 WRK-DATA-EXECUCAO       PIC  X(008) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    ARQUIVOS DE EXCECAO - A ORDEM DA TABELA E A ORDEM DO        *
      *    EVALUATE DE 2110/2120/2130 E A ORDEM DAS LINHAS DENTRO DO   *
      *    BLOCO DO CLIENTE                                            *
      *----------------------------------------------------------------*
       01 WRK-TAB-ORIGEM-DEF.
           03 FILLER              PIC  X(008) VALUE 'ARQDIV01'.
           03 FILLER              PIC  X(008) VALUE 'ARQESC01'.
           03 FILLER              PIC  X(008) VALUE 'ARQREJ01'.
           03 FILLER              PIC  X(008) VALUE 'ARQRJE01'.
           03 FILLER              PIC  X(008) VALUE 'ARQRJC01'.
           03 FILLER              PIC  X(008) VALUE 'ARQGAP01'.
       01 WRK-TAB-ORIGEM-R REDEFINES WRK-TAB-ORIGEM-DEF.
           03 WRK-TAB-ORIGEM      PIC  X(008) OCCURS 6 TIMES.
      *
       77 WRK-IX-ORIGEM           PIC  9(001) VALUE ZEROS.
          88 WRK-ORIGEM-DIV                   VALUE 1.
          88 WRK-ORIGEM-ESC                   VALUE 2.
          88 WRK-ORIGEM-REJ                   VALUE 3.
          88 WRK-ORIGEM-RJE                   VALUE 4.
          88 WRK-ORIGEM-RJC                   VALUE 5.
          88 WRK-ORIGEM-GAP                   VALUE 6.
       77 WRK-IX-MOTIVO           PIC  9(003) VALUE ZEROS.
      *
       01 WRK-LINHA-EXCECAO       PIC  X(062) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    CONTAGEM POR ORIGEM E MOTIVO PARA O RESUMO FINAL (6000) -   *
      *    O MOTIVO 00..99 OCUPA A POSICAO MOTIVO + 1                  *
      *----------------------------------------------------------------*
       01 WRK-TAB-RESUMO.
           03 WRK-RES-ORIGEM      OCCURS 6 TIMES.
              05 WRK-RES-QTD-ORIGEM PIC 9(007).
              05 WRK-RES-MOTIVO   OCCURS 100 TIMES.
                 10 WRK-RES-QTDE  PIC 9(007).
                 10 WRK-RES-DESC  PIC X(030).
      *
      *----------------------------------------------------------------*
      *    CLIENTE CORRENTE NA SAIDA DO PRIMEIRO SORT (3000): AS       *
      *    PENDENCIAS FICAM NA TABELA ATE A TROCA DE COD-CLI, QUANDO A *
      *    PRIORIDADE DO CLIENTE E CONHECIDA. MAIS DE 100 PENDENCIAS   *
      *    NUM SO CLIENTE E DADO DEGENERADO - AS EXCEDENTES SAO        *
      *    CONTADAS E NAO LISTADAS                                     *
      *----------------------------------------------------------------*
       01 WRK-FLAG-FIM-SORT       PIC  X(001) VALUE 'N'.
          88 WRK-FIM-SORT                     VALUE 'S'.
      *
       01 WRK-CLI-COD             PIC  X(010) VALUE SPACES.
       01 WRK-CLI-PRIORIDADE      PIC  9(001) VALUE ZEROS.
       01 WRK-CLI-DIAS            PIC  9(005) VALUE ZEROS.
       01 WRK-CLI-DT-PRIMEIRA     PIC  X(008) VALUE SPACES.
       01 WRK-TAB-CLIENTE.
           03 WRK-CLI-QTD         PIC  9(003) VALUE ZEROS.
           03 WRK-CLI-ITEM        OCCURS 100 TIMES.
              05 WRK-CLI-IX-ORIGEM PIC 9(001).
              05 WRK-CLI-MOTIVO   PIC  9(002).
              05 WRK-CLI-DESCRICAO PIC X(030).
              05 WRK-CLI-COMPL    PIC  X(030).
       77 WRK-IX-CLI              PIC  9(003) VALUE ZEROS.
      *
      *    REGISTRO DO ARQPND01 (MESMO LAYOUT DO SORT-REGISTRO) FORA   *
      *    DA AREA DO SORT, QUE GUARDA A PENDENCIA JA RETORNADA        *
       01 WRK-PND-REGISTRO.
           05 WRK-PND-PRIORIDADE  PIC  9(001).
           05 WRK-PND-DIAS        PIC  9(005).
           05 WRK-PND-COD-CLI     PIC  X(010).
           05 WRK-PND-IX-ORIGEM   PIC  9(001).
           05 WRK-PND-MOTIVO      PIC  9(002).
           05 WRK-PND-DESCRICAO   PIC  X(030).
           05 WRK-PND-COMPLEMENTO PIC  X(030).
           05 WRK-PND-DT-PRIMEIRA PIC  X(008).
      *
      *----------------------------------------------------------------*
      *    BALANCE LINE COM O ARQHST01 - HIGH-VALUES NO COD-CLI QUANDO *
      *    O HISTORICO ACABA                                           *
      *----------------------------------------------------------------*
       01 WRK-HST-COD-CLI         PIC  X(010) VALUE LOW-VALUES.
      *
      *----------------------------------------------------------------*
      *    QUEBRAS DA SAIDA DO SEGUNDO SORT (4000)                     *
      *----------------------------------------------------------------*
       01 WRK-ANT-PRIORIDADE      PIC  9(001) VALUE ZEROS.
       01 WRK-ANT-COD-CLI         PIC  X(010) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    CALCULO DE DIAS ENTRE DATAS (8700): A DATA AAAAMMDD VIRA O  *
      *    NUMERO DO DIA NO CALENDARIO JULIANO, E A DIFERENCA ENTRE    *
      *    DOIS NUMEROS E A QUANTIDADE DE DIAS CORRIDOS                *
      *----------------------------------------------------------------*
       01 WRK-AREA-CALENDARIO.
           03 WRK-DT-CALC         PIC  9(008) VALUE ZEROS.
           03 WRK-DT-CALC-R REDEFINES WRK-DT-CALC.
              05 WRK-DT-CALC-ANO  PIC  9(004).
              05 WRK-DT-CALC-MES  PIC  9(002).
              05 WRK-DT-CALC-DIA  PIC  9(002).
           03 WRK-CAL-A           PIC  9(001) VALUE ZEROS.
           03 WRK-CAL-Y           PIC  9(005) VALUE ZEROS.
           03 WRK-CAL-M           PIC  9(002) VALUE ZEROS.
           03 WRK-CAL-T1          PIC  9(003) VALUE ZEROS.
           03 WRK-CAL-T2          PIC  9(004) VALUE ZEROS.
           03 WRK-CAL-T3          PIC  9(003) VALUE ZEROS.
           03 WRK-CAL-T4          PIC  9(002) VALUE ZEROS.
           03 WRK-DIA-ABS         PIC  9(007) VALUE ZEROS.
           03 WRK-DIA-HOJE        PIC  9(007) VALUE ZEROS.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQDIV01      VALUE 'DIV01113'.
          88 WRK-CN-ARQESC01      VALUE 'ESC01113'.
          88 WRK-CN-ARQREJ01      VALUE 'REJ01113'.
          88 WRK-CN-ARQRJE01      VALUE 'RJE01113'.
          88 WRK-CN-ARQRJC01      VALUE 'RJC01113'.
          88 WRK-CN-ARQGAP01      VALUE 'GAP01113'.
          88 WRK-CN-ARQHST01      VALUE 'HST01113'.
          88 WRK-CN-ARQPND01      VALUE 'PND01113'.
          88 WRK-CN-ARQREL01      VALUE 'REL01113'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE'.
          88 WRK-CN-READ          VALUE 'READ '.
          88 WRK-CN-WRITE         VALUE 'WRITE'.

      *----------------------------------------------------------------
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQEXC        PIC  X(002) VALUE SPACES.
             88 WRK-FS-EXC-OK                 VALUE '00'.
             88 WRK-FS-EXC-FIM                VALUE '10'.
             88 WRK-FS-EXC-NOVO               VALUE '05'.

          05 WRK-FS-ARQHST01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HST01-OK               VALUE '00'.
             88 WRK-FS-HST01-FIM              VALUE '10'.
             88 WRK-FS-HST01-NOVO             VALUE '05'.

          05 WRK-FS-ARQPND01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PND01-OK               VALUE '00'.

          05 WRK-FS-ARQREL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REL01-OK               VALUE '00'.
      *
       01 WRK-FLAG-FINALIZANDO    PIC  X(001) VALUE 'N'.
          88 WRK-FINALIZANDO                  VALUE 'S'.
      *
       01 WRK-FLAG-FIM-NORMAL     PIC  X(001) VALUE 'N'.
          88 WRK-FIM-NORMAL                   VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO                                         *
      *----------------------------------------------------------------*
       01 WRK-LIN-TITULO.
           03 FILLER              PIC  X(050) VALUE
              'EXER0423 - LISTA DE PENDENCIAS POR CLIENTE PARA OS'.
           03 FILLER              PIC  X(027) VALUE
              ' GESTORES DE DADOS - DATA: '.
           03 WRK-LIN-TIT-DATA    PIC  X(008).
           03 FILLER              PIC  X(047) VALUE SPACES.
      *
       01 WRK-LIN-TRACO.
           03 FILLER              PIC  X(060) VALUE ALL '-'.
           03 FILLER              PIC  X(072) VALUE SPACES.
      *
       01 WRK-LIN-PRIORIDADE.
           03 FILLER              PIC  X(011) VALUE 'PRIORIDADE '.
           03 WRK-LIN-PRI-NUM     PIC  9(001).
           03 FILLER              PIC  X(003) VALUE ' - '.
           03 WRK-LIN-PRI-TEXTO   PIC  X(060).
           03 FILLER              PIC  X(057) VALUE SPACES.
      *
       01 WRK-TAB-PRI-TEXTO-DEF.
           03 FILLER              PIC  X(060) VALUE
              'CLIENTES COM DIVERGENCIA DE BATIMENTO OU ESCALADOS'.
           03 FILLER              PIC  X(060) VALUE
              'CLIENTES REJEITADOS EM MAIS DE UM RUN (ARQHST01)'.
           03 FILLER              PIC  X(060) VALUE
              'DEMAIS CLIENTES (OCORRENCIA UNICA)'.
       01 WRK-TAB-PRI-TEXTO-R REDEFINES WRK-TAB-PRI-TEXTO-DEF.
           03 WRK-TAB-PRI-TEXTO   PIC  X(060) OCCURS 3 TIMES.
      *
       01 WRK-LIN-CLIENTE.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 FILLER              PIC  X(009) VALUE 'COD-CLI: '.
           03 WRK-LIN-CLI-COD     PIC  X(010).
           03 FILLER              PIC  X(024) VALUE
              '   PRIMEIRA REJEICAO: '.
           03 WRK-LIN-CLI-DT-PRI  PIC  X(008).
           03 FILLER              PIC  X(019) VALUE
              '   DIAS EM ABERTO: '.
           03 WRK-LIN-CLI-DIAS    PIC  ZZZZ9.
           03 FILLER              PIC  X(055) VALUE SPACES.
      *
       01 WRK-LIN-CABEC.
           03 FILLER              PIC  X(004) VALUE SPACES.
           03 FILLER              PIC  X(010) VALUE 'ORIGEM'.
           03 FILLER              PIC  X(005) VALUE 'MOT'.
           03 FILLER              PIC  X(032) VALUE 'DESCRICAO'.
           03 FILLER              PIC  X(032) VALUE 'COMPLEMENTO'.
           03 FILLER              PIC  X(005) VALUE ' DIAS'.
           03 FILLER              PIC  X(044) VALUE SPACES.
      *
       01 WRK-LIN-DETALHE.
           03 FILLER              PIC  X(004) VALUE SPACES.
           03 WRK-LIN-DET-ORIGEM  PIC  X(008).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-DET-MOTIVO  PIC  9(002).
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 WRK-LIN-DET-DESC    PIC  X(030).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-DET-COMPL   PIC  X(030).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-DET-DIAS    PIC  ZZZZ9.
           03 FILLER              PIC  X(044) VALUE SPACES.
      *
       01 WRK-LIN-MENSAGEM.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-MSG-TEXTO   PIC  X(080).
           03 FILLER              PIC  X(050) VALUE SPACES.
      *
       01 WRK-LIN-RESUMO.
           03 FILLER              PIC  X(004) VALUE SPACES.
           03 WRK-LIN-RES-ORIGEM  PIC  X(008).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-RES-MOTIVO  PIC  X(002).
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 WRK-LIN-RES-DESC    PIC  X(030).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-RES-QTDE    PIC  Z.ZZZ.ZZ9.
           03 FILLER              PIC  X(072) VALUE SPACES.
      *
       01 WRK-LIN-TOTAL.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-TOT-ROTULO  PIC  X(040).
           03 WRK-LIN-TOT-QTDE    PIC  Z.ZZZ.ZZ9.
           03 FILLER              PIC  X(081) VALUE SPACES.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
      **** AREA ARQUIVO DE ENTRADA E SAIDA

           COPY DIV04103.
           COPY HST04103.
           COPY REJ04103.
           COPY RJE04103.
           COPY RJC04103.
           COPY GAP04103.
      *
      *    LINHA DO ARQESC01 (MESMO LAYOUT DO HISTORICO) EM AREA       *
      *    PROPRIA: ARQHST01-REGISTRO GUARDA O HISTORICO DO BALANCE    *
      *    LINE DURANTE TODA A SAIDA DO PRIMEIRO SORT                  *
       01 WRK-ESC-REGISTRO.
           03 WRK-ESC-COD-CLI     PIC  X(010).
           03 FILLER              PIC  X(001).
           03 WRK-ESC-DT-PRIMEIRA PIC  X(008).
           03 FILLER              PIC  X(001).
           03 WRK-ESC-DT-ULTIMA   PIC  X(008).
           03 FILLER              PIC  X(001).
           03 WRK-ESC-QTD-REJ     PIC  X(005).
           03 FILLER              PIC  X(001).
           03 WRK-ESC-ULT-MOTIVO  PIC  X(002).
           03 WRK-ESC-ULT-MOTIVO-9 REDEFINES WRK-ESC-ULT-MOTIVO
                                  PIC  9(002).
           03 FILLER              PIC  X(003).
      *
      *----------------------------------------------------------------*
       01 FILLER                PIC X(050) VALUE
              'EXER0423 - FIM DA AREA DE WORKING'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA                                *
      *----------------------------------------------------------------*
       0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
      *
           CALL 'CKRS1000'
           MOVE 'CKRS1000'                 TO WRK-CKRS-PROGRAMA
           PERFORM 0010-VALIDAR-RETORNO-CKRS

           CALL 'CKRS1050'
           MOVE 'CKRS1050'                 TO WRK-CKRS-PROGRAMA
           PERFORM 0010-VALIDAR-RETORNO-CKRS

           PERFORM 1000-INICIALIZAR
      *
      *    PRIMEIRA CLASSIFICACAO: AS PENDENCIAS DOS SEIS ARQUIVOS     *
      *    JUNTAS POR COD-CLI, PARA DECIDIR A PRIORIDADE DO CLIENTE    *
           SORT ARQSORT
                ON ASCENDING KEY SORT-COD-CLI
                                 SORT-IX-ORIGEM
                                 SORT-MOTIVO
                INPUT  PROCEDURE IS 2000-MONTAR-PENDENCIAS
                OUTPUT PROCEDURE IS 3000-PRIORIZAR-CLIENTES
      *
      *    SEGUNDA CLASSIFICACAO: CLIENTES POR PRIORIDADE E, DENTRO    *
      *    DELA, DO MAIS ANTIGO PARA O MAIS RECENTE                    *
           SORT ARQSORT
                ON ASCENDING  KEY SORT-PRIORIDADE
                ON DESCENDING KEY SORT-DIAS
                ON ASCENDING  KEY SORT-COD-CLI
                                  SORT-IX-ORIGEM
                                  SORT-MOTIVO
                USING  ARQPND01
                OUTPUT PROCEDURE IS 4000-EMITIR-LISTA
      *
           PERFORM 6000-GRAVAR-RESUMO
      *
           SET WRK-FIM-NORMAL TO TRUE

           PERFORM 9900-FINALIZAR
           .
      *
      *----------------------------------------------------------------*
       0000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    VALIDA O RETURN-CODE DA ULTIMA ROTINA CKRS CHAMADA. COMO    *
      *    NENHUM ARQUIVO ESTA ABERTO NESTE PONTO, O CANCELAMENTO E    *
      *    FEITO DIRETO, PROPAGANDO O RETURN-CODE DA ROTINA PARA O JCL *
      *----------------------------------------------------------------*
       0010-VALIDAR-RETORNO-CKRS SECTION.
      *----------------------------------------------------------------*
           IF RETURN-CODE NOT EQUAL ZEROS
              MOVE RETURN-CODE              TO WRK-CKRS-RC
              DISPLAY '***********************************'
              DISPLAY '*  ERRO NA CHAMADA DE SUBROTINA    *'
              DISPLAY '* PROGRAMA: ' WRK-CKRS-PROGRAMA '      *'
              DISPLAY '* RETURN-CODE: ' WRK-CKRS-RC    '    *'
              DISPLAY '* ' WRK-PROGRAMA ' CANCELADO          *'
              DISPLAY '***********************************'
              MOVE WRK-CKRS-RC              TO RETURN-CODE
              STOP RUN
           END-IF
           .
      *----------------------------------------------------------------*
       0010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------
      *    ROTINA DE INICIALIZACAO DO PROGRAMA
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-EXECUCAO        FROM DATE YYYYMMDD

           MOVE WRK-DATA-EXECUCAO          TO WRK-DT-CALC
           PERFORM 8700-CALCULAR-DIA-ABS
           MOVE WRK-DIA-ABS                TO WRK-DIA-HOJE

           INITIALIZE WRK-TAB-RESUMO

           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQHST01                TO TRUE

           OPEN INPUT ARQHST01
           IF NOT WRK-FS-HST01-OK AND NOT WRK-FS-HST01-NOVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQREL01                TO TRUE
           SET WRK-CN-OPEN                    TO TRUE

           OPEN OUTPUT ARQREL01
           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-DATA-EXECUCAO          TO WRK-LIN-TIT-DATA
           MOVE WRK-LIN-TITULO             TO FD-ARQREL01
           PERFORM 8950-GRAVAR-ARQREL01
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDURE DE ENTRADA DO PRIMEIRO SORT: LE OS SEIS ARQUIVOS  *
      *    DE EXCECAO, UM DE CADA VEZ, E LIBERA UMA PENDENCIA POR      *
      *    LINHA                                                       *
      *----------------------------------------------------------------*
       2000-MONTAR-PENDENCIAS SECTION.
      *----------------------------------------------------------------*
           PERFORM 2100-LIBERAR-ARQUIVO
              VARYING WRK-IX-ORIGEM FROM 1 BY 1
              UNTIL WRK-IX-ORIGEM > 6
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2100-LIBERAR-ARQUIVO SECTION.
      *----------------------------------------------------------------*
           PERFORM 2110-ABRIR-EXCECAO

           PERFORM 2120-LER-EXCECAO

           PERFORM 2200-LIBERAR-PENDENCIA UNTIL WRK-FS-EXC-FIM

           PERFORM 2130-FECHAR-EXCECAO
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    OPTIONAL NAO INFORMADO NO JCL ABRE COM FILE STATUS 05 E A   *
      *    PRIMEIRA LEITURA JA DA FIM DE ARQUIVO                       *
      *----------------------------------------------------------------*
       2110-ABRIR-EXCECAO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                TO TRUE

           EVALUATE TRUE
              WHEN WRK-ORIGEM-DIV
                   SET WRK-CN-ARQDIV01    TO TRUE
                   OPEN INPUT ARQDIV01
              WHEN WRK-ORIGEM-ESC
                   SET WRK-CN-ARQESC01    TO TRUE
                   OPEN INPUT ARQESC01
              WHEN WRK-ORIGEM-REJ
                   SET WRK-CN-ARQREJ01    TO TRUE
                   OPEN INPUT ARQREJ01
              WHEN WRK-ORIGEM-RJE
                   SET WRK-CN-ARQRJE01    TO TRUE
                   OPEN INPUT ARQRJE01
              WHEN WRK-ORIGEM-RJC
                   SET WRK-CN-ARQRJC01    TO TRUE
                   OPEN INPUT ARQRJC01
              WHEN OTHER
                   SET WRK-CN-ARQGAP01    TO TRUE
                   OPEN INPUT ARQGAP01
           END-EVALUATE

           IF NOT WRK-FS-EXC-OK AND NOT WRK-FS-EXC-NOVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2120-LER-EXCECAO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           MOVE SPACES                    TO WRK-LINHA-EXCECAO

           EVALUATE TRUE
              WHEN WRK-ORIGEM-DIV
                   READ ARQDIV01 INTO WRK-LINHA-EXCECAO
              WHEN WRK-ORIGEM-ESC
                   READ ARQESC01 INTO WRK-LINHA-EXCECAO
              WHEN WRK-ORIGEM-REJ
                   READ ARQREJ01 INTO WRK-LINHA-EXCECAO
              WHEN WRK-ORIGEM-RJE
                   READ ARQRJE01 INTO WRK-LINHA-EXCECAO
              WHEN WRK-ORIGEM-RJC
                   READ ARQRJC01 INTO WRK-LINHA-EXCECAO
              WHEN OTHER
                   READ ARQGAP01 INTO WRK-LINHA-EXCECAO
           END-EVALUATE

           IF WRK-FS-EXC-OK
              ADD 1                       TO ACU-LIDOS
           ELSE
              IF NOT WRK-FS-EXC-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2130-FECHAR-EXCECAO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-CLOSE               TO TRUE

           EVALUATE TRUE
              WHEN WRK-ORIGEM-DIV
                   CLOSE ARQDIV01
              WHEN WRK-ORIGEM-ESC
                   CLOSE ARQESC01
              WHEN WRK-ORIGEM-REJ
                   CLOSE ARQREJ01
              WHEN WRK-ORIGEM-RJE
                   CLOSE ARQRJE01
              WHEN WRK-ORIGEM-RJC
                   CLOSE ARQRJC01
              WHEN OTHER
                   CLOSE ARQGAP01
           END-EVALUATE

           IF NOT WRK-FS-EXC-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2130-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    MONTA A PENDENCIA NO LAYOUT COMUM A PARTIR DO LAYOUT DE     *
      *    CADA ARQUIVO: MOTIVO, DESCRICAO E UM COMPLEMENTO PROPRIO DA *
      *    ORIGEM. O ARQGAP01 NAO TEM MOTIVO (FICA 00)                 *
      *----------------------------------------------------------------*
       2200-LIBERAR-PENDENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                    TO SORT-REGISTRO
           MOVE ZEROS                     TO SORT-PRIORIDADE
                                             SORT-DIAS
                                             SORT-MOTIVO
           MOVE WRK-IX-ORIGEM             TO SORT-IX-ORIGEM

           EVALUATE TRUE
              WHEN WRK-ORIGEM-DIV
                   MOVE WRK-LINHA-EXCECAO TO ARQDIV01-REGISTRO
                   MOVE ARQDIV01-COD-CLI  TO SORT-COD-CLI
                   MOVE ARQDIV01-COD-DIVERG
                                          TO SORT-MOTIVO
                   MOVE ARQDIV01-DESC-DIVERG
                                          TO SORT-DESCRICAO
                   STRING 'ESPERADA '     DELIMITED BY SIZE
                          ARQDIV01-QTD-ESPERADA
                                          DELIMITED BY SIZE
                          ' ACHADA '      DELIMITED BY SIZE
                          ARQDIV01-QTD-ENCONTRADA
                                          DELIMITED BY SIZE
                     INTO SORT-COMPLEMENTO
                   END-STRING
              WHEN WRK-ORIGEM-ESC
                   MOVE WRK-LINHA-EXCECAO TO WRK-ESC-REGISTRO
                   MOVE WRK-ESC-COD-CLI   TO SORT-COD-CLI
                   IF WRK-ESC-ULT-MOTIVO NUMERIC
                      MOVE WRK-ESC-ULT-MOTIVO-9
                                          TO SORT-MOTIVO
                   END-IF
                   MOVE 'ESCALADO - LIMITE DE RECICLO'
                                          TO SORT-DESCRICAO
                   STRING 'REJEICOES '    DELIMITED BY SIZE
                          WRK-ESC-QTD-REJ DELIMITED BY SIZE
                          ' DESDE '       DELIMITED BY SIZE
                          WRK-ESC-DT-PRIMEIRA
                                          DELIMITED BY SIZE
                     INTO SORT-COMPLEMENTO
                   END-STRING
              WHEN WRK-ORIGEM-REJ
                   MOVE WRK-LINHA-EXCECAO TO ARQREJ01-REGISTRO
                   MOVE ARQREJ01-COD-CLI  TO SORT-COD-CLI
                   MOVE ARQREJ01-COD-MOTIVO
                                          TO SORT-MOTIVO
                   MOVE ARQREJ01-DESC-MOTIVO
                                          TO SORT-DESCRICAO
              WHEN WRK-ORIGEM-RJE
                   MOVE WRK-LINHA-EXCECAO TO ARQRJE01-REGISTRO
                   MOVE ARQRJE01-COD-CLI  TO SORT-COD-CLI
                   MOVE ARQRJE01-COD-MOTIVO
                                          TO SORT-MOTIVO
                   MOVE ARQRJE01-DESC-MOTIVO
                                          TO SORT-DESCRICAO
              WHEN WRK-ORIGEM-RJC
                   MOVE WRK-LINHA-EXCECAO TO ARQRJC01-REGISTRO
                   MOVE ARQRJC01-COD-CLI  TO SORT-COD-CLI
                   MOVE ARQRJC01-COD-MOTIVO
                                          TO SORT-MOTIVO
                   MOVE ARQRJC01-DESC-MOTIVO
                                          TO SORT-DESCRICAO
              WHEN OTHER
                   MOVE WRK-LINHA-EXCECAO TO ARQGAP01-REGISTRO
                   MOVE ARQGAP01-COD-CLI  TO SORT-COD-CLI
                   MOVE 'FORA DO ARQENT01 (COBERTURA)'
                                          TO SORT-DESCRICAO
                   STRING 'ULTIMA ATUALIZACAO '   DELIMITED BY SIZE
                          ARQGAP01-DATA-ATLZ
                                          DELIMITED BY SIZE
                     INTO SORT-COMPLEMENTO
                   END-STRING
           END-EVALUATE

      *    SUPRESSAO LGPD (REJ MOTIVO 04) E CUMPRIMENTO DE PEDIDO DO   *
      *    TITULAR, NAO PENDENCIA DE CADASTRO                          *
           IF WRK-ORIGEM-REJ
           AND ARQREJ01-COD-MOTIVO EQUAL 04
              ADD 1                       TO ACU-EXCLUIDOS-LGPD
           ELSE
              ADD 1                       TO ACU-PENDENCIAS
              PERFORM 2210-CONTAR-RESUMO
              RELEASE SORT-REGISTRO
           END-IF

           PERFORM 2120-LER-EXCECAO
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    SOMA A PENDENCIA NA CONTAGEM POR ORIGEM E MOTIVO, GUARDANDO *
      *    A PRIMEIRA DESCRICAO VISTA PARA O MOTIVO                    *
      *----------------------------------------------------------------*
       2210-CONTAR-RESUMO SECTION.
      *----------------------------------------------------------------*
           COMPUTE WRK-IX-MOTIVO = SORT-MOTIVO + 1

           ADD 1             TO WRK-RES-QTD-ORIGEM (WRK-IX-ORIGEM)
           ADD 1             TO WRK-RES-QTDE (WRK-IX-ORIGEM
                                              WRK-IX-MOTIVO)

           IF WRK-RES-DESC (WRK-IX-ORIGEM WRK-IX-MOTIVO) EQUAL SPACES
              MOVE SORT-DESCRICAO
                             TO WRK-RES-DESC (WRK-IX-ORIGEM
                                              WRK-IX-MOTIVO)
           END-IF
           .
      *----------------------------------------------------------------*
       2210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDURE DE SAIDA DO PRIMEIRO SORT: JUNTA AS PENDENCIAS DE *
      *    CADA CLIENTE, CASA COM O ARQHST01 E GRAVA NO ARQPND01 AS    *
      *    PENDENCIAS COM A PRIORIDADE E OS DIAS EM ABERTO DO CLIENTE  *
      *----------------------------------------------------------------*
       3000-PRIORIZAR-CLIENTES SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                TO TRUE
           SET WRK-CN-ARQPND01            TO TRUE

           OPEN OUTPUT ARQPND01
           IF NOT WRK-FS-PND01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3800-LER-ARQHST01

           MOVE ZEROS                     TO WRK-CLI-QTD

           PERFORM 3200-RETORNAR-SORT

           PERFORM 3300-TRATAR-PENDENCIA UNTIL WRK-FIM-SORT

           IF WRK-CLI-QTD > ZEROS
              PERFORM 3400-FECHAR-CLIENTE
           END-IF

           SET WRK-CN-CLOSE               TO TRUE
           SET WRK-CN-ARQPND01            TO TRUE

           CLOSE ARQPND01
           IF NOT WRK-FS-PND01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3200-RETORNAR-SORT SECTION.
      *----------------------------------------------------------------*
           RETURN ARQSORT
              AT END SET WRK-FIM-SORT     TO TRUE
           END-RETURN
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3300-TRATAR-PENDENCIA SECTION.
      *----------------------------------------------------------------*
           IF WRK-CLI-QTD > ZEROS
           AND SORT-COD-CLI NOT EQUAL WRK-CLI-COD
              PERFORM 3400-FECHAR-CLIENTE
           END-IF

           MOVE SORT-COD-CLI              TO WRK-CLI-COD

           IF WRK-CLI-QTD < 100
              ADD 1                       TO WRK-CLI-QTD
              MOVE SORT-IX-ORIGEM     TO WRK-CLI-IX-ORIGEM (WRK-CLI-QTD)
              MOVE SORT-MOTIVO        TO WRK-CLI-MOTIVO (WRK-CLI-QTD)
              MOVE SORT-DESCRICAO     TO WRK-CLI-DESCRICAO (WRK-CLI-QTD)
              MOVE SORT-COMPLEMENTO   TO WRK-CLI-COMPL (WRK-CLI-QTD)
           ELSE
              ADD 1                       TO ACU-EXCEDENTES
           END-IF

           PERFORM 3200-RETORNAR-SORT
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    FECHA O CLIENTE: DIAS EM ABERTO DESDE A PRIMEIRA REJEICAO   *
      *    DO ARQHST01 (ZERO SE O CLIENTE NAO TEM HISTORICO) E         *
      *    PRIORIDADE - AS PENDENCIAS ESTAO EM ORDEM DE ORIGEM, ENTAO  *
      *    DIVERGENCIA OU ESCALACAO, SE HOUVER, E A PRIMEIRA           *
      *----------------------------------------------------------------*
       3400-FECHAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           PERFORM 3800-LER-ARQHST01
              UNTIL WRK-HST-COD-CLI NOT LESS THAN WRK-CLI-COD

           MOVE ZEROS                     TO WRK-CLI-DIAS
           MOVE SPACES                    TO WRK-CLI-DT-PRIMEIRA
           MOVE 3                         TO WRK-CLI-PRIORIDADE

           IF WRK-HST-COD-CLI EQUAL WRK-CLI-COD
              MOVE ARQHST01-DT-PRIMEIRA   TO WRK-CLI-DT-PRIMEIRA
              IF ARQHST01-DT-PRIMEIRA NUMERIC
                 MOVE ARQHST01-DT-PRIMEIRA
                                          TO WRK-DT-CALC
                 PERFORM 8700-CALCULAR-DIA-ABS
                 IF WRK-DIA-HOJE > WRK-DIA-ABS
                    COMPUTE WRK-CLI-DIAS = WRK-DIA-HOJE - WRK-DIA-ABS
                 END-IF
              END-IF
              IF ARQHST01-QTD-REJ NUMERIC
              AND ARQHST01-QTD-REJ > 1
                 MOVE 2                   TO WRK-CLI-PRIORIDADE
              END-IF
           END-IF

           IF WRK-CLI-IX-ORIGEM (1) EQUAL 1
           OR WRK-CLI-IX-ORIGEM (1) EQUAL 2
              MOVE 1                      TO WRK-CLI-PRIORIDADE
           END-IF

           ADD 1                          TO ACU-CLIENTES
           ADD 1           TO ACU-CLI-PRIORIDADE (WRK-CLI-PRIORIDADE)

           PERFORM 3410-GRAVAR-PENDENCIA
              VARYING WRK-IX-CLI FROM 1 BY 1
              UNTIL WRK-IX-CLI > WRK-CLI-QTD

           MOVE ZEROS                     TO WRK-CLI-QTD
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3410-GRAVAR-PENDENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                    TO WRK-PND-REGISTRO
           MOVE WRK-CLI-PRIORIDADE        TO WRK-PND-PRIORIDADE
           MOVE WRK-CLI-DIAS              TO WRK-PND-DIAS
           MOVE WRK-CLI-COD               TO WRK-PND-COD-CLI
           MOVE WRK-CLI-IX-ORIGEM (WRK-IX-CLI)
                                          TO WRK-PND-IX-ORIGEM
           MOVE WRK-CLI-MOTIVO (WRK-IX-CLI)
                                          TO WRK-PND-MOTIVO
           MOVE WRK-CLI-DESCRICAO (WRK-IX-CLI)
                                          TO WRK-PND-DESCRICAO
           MOVE WRK-CLI-COMPL (WRK-IX-CLI)
                                          TO WRK-PND-COMPLEMENTO
           MOVE WRK-CLI-DT-PRIMEIRA       TO WRK-PND-DT-PRIMEIRA

           SET WRK-CN-WRITE               TO TRUE
           SET WRK-CN-ARQPND01            TO TRUE

           WRITE FD-ARQPND01 FROM WRK-PND-REGISTRO

           IF NOT WRK-FS-PND01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LEITURA DO HISTORICO DE REJEICOES - HIGH-VALUES NA CHAVE NO *
      *    FIM (OU SE O ARQUIVO NAO FOI INFORMADO)                     *
      *----------------------------------------------------------------*
       3800-LER-ARQHST01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQHST01            TO TRUE

           READ ARQHST01 INTO ARQHST01-REGISTRO

           IF WRK-FS-HST01-OK
              MOVE ARQHST01-COD-CLI       TO WRK-HST-COD-CLI
           ELSE
              IF WRK-FS-HST01-FIM
                 MOVE HIGH-VALUES         TO WRK-HST-COD-CLI
              ELSE
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDURE DE SAIDA DO SEGUNDO SORT: IMPRIME A LISTA COM     *
      *    QUEBRA POR PRIORIDADE E POR CLIENTE                         *
      *----------------------------------------------------------------*
       4000-EMITIR-LISTA SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                       TO WRK-FLAG-FIM-SORT
           MOVE ZEROS                     TO WRK-ANT-PRIORIDADE
           MOVE SPACES                    TO WRK-ANT-COD-CLI

           PERFORM 3200-RETORNAR-SORT

           IF WRK-FIM-SORT
              PERFORM 8910-GRAVAR-LINHA-TRACO
              MOVE 'NENHUMA PENDENCIA ABERTA'
                                          TO WRK-LIN-MSG-TEXTO
              MOVE WRK-LIN-MENSAGEM       TO FD-ARQREL01
              PERFORM 8950-GRAVAR-ARQREL01
           END-IF

           PERFORM 4100-EMITIR-PENDENCIA UNTIL WRK-FIM-SORT
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       4100-EMITIR-PENDENCIA SECTION.
      *----------------------------------------------------------------*
           IF SORT-PRIORIDADE NOT EQUAL WRK-ANT-PRIORIDADE
              MOVE SORT-PRIORIDADE        TO WRK-ANT-PRIORIDADE
              MOVE SPACES                 TO WRK-ANT-COD-CLI
              PERFORM 8910-GRAVAR-LINHA-TRACO
              MOVE SORT-PRIORIDADE        TO WRK-LIN-PRI-NUM
              MOVE WRK-TAB-PRI-TEXTO (SORT-PRIORIDADE)
                                          TO WRK-LIN-PRI-TEXTO
              MOVE WRK-LIN-PRIORIDADE     TO FD-ARQREL01
              PERFORM 8950-GRAVAR-ARQREL01
           END-IF

           IF SORT-COD-CLI NOT EQUAL WRK-ANT-COD-CLI
              MOVE SORT-COD-CLI           TO WRK-ANT-COD-CLI
              MOVE SPACES                 TO FD-ARQREL01
              PERFORM 8950-GRAVAR-ARQREL01
              MOVE SORT-COD-CLI           TO WRK-LIN-CLI-COD
              IF SORT-DT-PRIMEIRA EQUAL SPACES
                 MOVE 'SEM HIST'          TO WRK-LIN-CLI-DT-PRI
              ELSE
                 MOVE SORT-DT-PRIMEIRA    TO WRK-LIN-CLI-DT-PRI
              END-IF
              MOVE SORT-DIAS              TO WRK-LIN-CLI-DIAS
              MOVE WRK-LIN-CLIENTE        TO FD-ARQREL01
              PERFORM 8950-GRAVAR-ARQREL01
              MOVE WRK-LIN-CABEC          TO FD-ARQREL01
              PERFORM 8950-GRAVAR-ARQREL01
           END-IF

           MOVE WRK-TAB-ORIGEM (SORT-IX-ORIGEM)
                                          TO WRK-LIN-DET-ORIGEM
           MOVE SORT-MOTIVO               TO WRK-LIN-DET-MOTIVO
           MOVE SORT-DESCRICAO            TO WRK-LIN-DET-DESC
           MOVE SORT-COMPLEMENTO          TO WRK-LIN-DET-COMPL
           MOVE SORT-DIAS                 TO WRK-LIN-DET-DIAS
           MOVE WRK-LIN-DETALHE           TO FD-ARQREL01
           PERFORM 8950-GRAVAR-ARQREL01

           PERFORM 3200-RETORNAR-SORT
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    RESUMO FINAL: PENDENCIAS POR ORIGEM E MOTIVO, CLIENTES POR  *
      *    PRIORIDADE E OS REJEITOS LGPD DEIXADOS FORA DA LISTA        *
      *----------------------------------------------------------------*
       6000-GRAVAR-RESUMO SECTION.
      *----------------------------------------------------------------*
           PERFORM 8910-GRAVAR-LINHA-TRACO

           MOVE 'RESUMO DAS PENDENCIAS POR ORIGEM E MOTIVO'
                                          TO WRK-LIN-MSG-TEXTO
           MOVE WRK-LIN-MENSAGEM          TO FD-ARQREL01
           PERFORM 8950-GRAVAR-ARQREL01

           PERFORM 6100-RESUMIR-ORIGEM
              VARYING WRK-IX-ORIGEM FROM 1 BY 1
              UNTIL WRK-IX-ORIGEM > 6

           PERFORM 8910-GRAVAR-LINHA-TRACO

           MOVE 'CLIENTES NA LISTA......................:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-CLIENTES              TO WRK-LIN-TOT-QTDE
           PERFORM 6900-GRAVAR-LINHA-TOTAL

           MOVE '  PRIORIDADE 1 (DIVERGENCIA/ESCALACAO).:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-CLI-PRIORIDADE (1)    TO WRK-LIN-TOT-QTDE
           PERFORM 6900-GRAVAR-LINHA-TOTAL

           MOVE '  PRIORIDADE 2 (REJEICAO RECORRENTE)...:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-CLI-PRIORIDADE (2)    TO WRK-LIN-TOT-QTDE
           PERFORM 6900-GRAVAR-LINHA-TOTAL

           MOVE '  PRIORIDADE 3 (OCORRENCIA UNICA)......:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-CLI-PRIORIDADE (3)    TO WRK-LIN-TOT-QTDE
           PERFORM 6900-GRAVAR-LINHA-TOTAL

           MOVE 'PENDENCIAS NA LISTA....................:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-PENDENCIAS            TO WRK-LIN-TOT-QTDE
           PERFORM 6900-GRAVAR-LINHA-TOTAL

           MOVE 'PENDENCIAS NAO LISTADAS (EXCEDENTES)...:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-EXCEDENTES            TO WRK-LIN-TOT-QTDE
           PERFORM 6900-GRAVAR-LINHA-TOTAL

           MOVE 'REJEITOS LGPD (MOTIVO 04) FORA DA LISTA:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-EXCLUIDOS-LGPD        TO WRK-LIN-TOT-QTDE
           PERFORM 6900-GRAVAR-LINHA-TOTAL
           .
      *----------------------------------------------------------------*
       6000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       6100-RESUMIR-ORIGEM SECTION.
      *----------------------------------------------------------------*
           PERFORM 6110-RESUMIR-MOTIVO
              VARYING WRK-IX-MOTIVO FROM 1 BY 1
              UNTIL WRK-IX-MOTIVO > 100

           MOVE SPACES                    TO WRK-LIN-RES-MOTIVO
           MOVE WRK-TAB-ORIGEM (WRK-IX-ORIGEM)
                                          TO WRK-LIN-RES-ORIGEM
           MOVE 'TOTAL DA ORIGEM'         TO WRK-LIN-RES-DESC
           MOVE WRK-RES-QTD-ORIGEM (WRK-IX-ORIGEM)
                                          TO WRK-LIN-RES-QTDE
           MOVE WRK-LIN-RESUMO            TO FD-ARQREL01
           PERFORM 8950-GRAVAR-ARQREL01

           MOVE SPACES                    TO FD-ARQREL01
           PERFORM 8950-GRAVAR-ARQREL01
           .
      *----------------------------------------------------------------*
       6100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       6110-RESUMIR-MOTIVO SECTION.
      *----------------------------------------------------------------*
           IF WRK-RES-QTDE (WRK-IX-ORIGEM WRK-IX-MOTIVO) > ZEROS
              MOVE WRK-TAB-ORIGEM (WRK-IX-ORIGEM)
                                          TO WRK-LIN-RES-ORIGEM
              COMPUTE WRK-LIN-DET-MOTIVO = WRK-IX-MOTIVO - 1
              MOVE WRK-LIN-DET-MOTIVO     TO WRK-LIN-RES-MOTIVO
              MOVE WRK-RES-DESC (WRK-IX-ORIGEM WRK-IX-MOTIVO)
                                          TO WRK-LIN-RES-DESC
              MOVE WRK-RES-QTDE (WRK-IX-ORIGEM WRK-IX-MOTIVO)
                                          TO WRK-LIN-RES-QTDE
              MOVE WRK-LIN-RESUMO         TO FD-ARQREL01
              PERFORM 8950-GRAVAR-ARQREL01
           END-IF
           .
      *----------------------------------------------------------------*
       6110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       6900-GRAVAR-LINHA-TOTAL SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-LIN-TOTAL             TO FD-ARQREL01
           PERFORM 8950-GRAVAR-ARQREL01
           .
      *----------------------------------------------------------------*
       6900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONVERTE WRK-DT-CALC (AAAAMMDD) NO NUMERO DO DIA JULIANO    *
      *    EM WRK-DIA-ABS. CADA DIVISAO E FEITA NUM COMPUTE PROPRIO    *
      *    PARA TRUNCAR O QUOCIENTE NO CAMPO INTEIRO                   *
      *----------------------------------------------------------------*
       8700-CALCULAR-DIA-ABS SECTION.
      *----------------------------------------------------------------*
           COMPUTE WRK-CAL-A  = (14 - WRK-DT-CALC-MES) / 12
           COMPUTE WRK-CAL-Y  = WRK-DT-CALC-ANO + 4800 - WRK-CAL-A
           COMPUTE WRK-CAL-M  = WRK-DT-CALC-MES + (12 * WRK-CAL-A) - 3
           COMPUTE WRK-CAL-T1 = ((153 * WRK-CAL-M) + 2) / 5
           COMPUTE WRK-CAL-T2 = WRK-CAL-Y / 4
           COMPUTE WRK-CAL-T3 = WRK-CAL-Y / 100
           COMPUTE WRK-CAL-T4 = WRK-CAL-Y / 400
           COMPUTE WRK-DIA-ABS = WRK-DT-CALC-DIA + WRK-CAL-T1
                               + (365 * WRK-CAL-Y) + WRK-CAL-T2
                               - WRK-CAL-T3 + WRK-CAL-T4 - 32045
           .
      *----------------------------------------------------------------*
       8700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       8910-GRAVAR-LINHA-TRACO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-LIN-TRACO             TO FD-ARQREL01
           PERFORM 8950-GRAVAR-ARQREL01
           .
      *----------------------------------------------------------------*
       8910-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA A LINHA JA MONTADA EM FD-ARQREL01                     *
      *----------------------------------------------------------------*
       8950-GRAVAR-ARQREL01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE               TO TRUE
           SET WRK-CN-ARQREL01            TO TRUE

           WRITE FD-ARQREL01

           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       8950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       9100-ERROS-ARQUIVOS SECTION .
      *----------------------------------------------------------------*
           DISPLAY '*****************************'
           DISPLAY '*     ERRO COM ARQUIVOS     *'
           DISPLAY '* COMANDO: ' WRK-COMANDO
                                   '            *'
           DISPLAY '* ARQUIVO: ' WRK-ARQUIVO
                                      '         *'
           DISPLAY '* ' WRK-PROGRAMA
                             ' CANCELADO        *'
           DISPLAY '*****************************'

           IF WRK-FINALIZANDO
              MOVE 16                      TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 9900-FINALIZAR.
      *----------------------------------------------------------------*
       9100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       9900-FINALIZAR SECTION.
      *----------------------------------------------------------------*
           SET WRK-FINALIZANDO TO TRUE

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQHST01 TO TRUE.

           CLOSE ARQHST01.
           IF NOT WRK-FS-HST01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQREL01 TO TRUE.

           CLOSE ARQREL01.
           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           DISPLAY '***************************************************'
           MOVE ACU-LIDOS              TO WRK-MASK-QTREG7
           DISPLAY '* QTDE LINHAS LIDAS      : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-PENDENCIAS         TO WRK-MASK-QTREG7
           DISPLAY '* QTDE PENDENCIAS        : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-CLIENTES           TO WRK-MASK-QTREG7
           DISPLAY '* QTDE CLIENTES          : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-EXCLUIDOS-LGPD     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE EXCLUIDOS LGPD    : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-EXCEDENTES         TO WRK-MASK-QTREG7
           DISPLAY '* QTDE EXCEDENTES        : ' WRK-MASK-QTREG7
                                                    '              *'
           DISPLAY '*                                                 *'
           IF WRK-FIM-NORMAL
              DISPLAY '* ' WRK-PROGRAMA ' FIM NORMAL               *'
           ELSE
              MOVE 12                  TO RETURN-CODE
              DISPLAY '* ' WRK-PROGRAMA ' FIM ANORMAL - CANCELADO *'
           END-IF
           DISPLAY '***************************************************'

             STOP RUN.
      *----------------------------------------------------------------*
       9900-99-FIM.
           EXIT.

          END PROGRAM EXER0423.
