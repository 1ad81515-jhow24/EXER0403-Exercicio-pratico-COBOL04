      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0425.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0425
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   RELATORIO MENSAL DA BASE DE CLIENTES PARA A *
      *                    REUNIAO DE OPERACOES, A PARTIR DO CADASTRO  *
      *                    ARQMST01 (SO CLIENTES ATIVOS) E DO ULTIMO   *
      *                    EXTRATO DE ENDERECOS ARQEND01:              *
      *                    - AGRUPA POR REGIAO (TABELA ARQTUF01), UF E *
      *                      AS PRINCIPAIS CIDADES DE CADA UF (AS      *
      *                      DEMAIS SAEM JUNTAS EM 'DEMAIS CIDADES')   *
      *                    - EM CADA NIVEL: QTDE DE CLIENTES, NOVOS    *
      *                      CLIENTES POR MES DE DAT-INCL NOS ULTIMOS  *
      *                      12 MESES E CLIENTES POR QTD-END (0, 1, 2  *
      *                      E 3 OU MAIS ENDERECOS)                    *
      *                    - SUBTOTAL POR UF E POR REGIAO E TOTAL      *
      *                      GERAL, COM A VARIACAO DA QTDE DE CLIENTES *
      *                      CONTRA O RELATORIO DO MES ANTERIOR        *
      *                      (ARQTOTI1, GRAVADO POR ESTE PROGRAMA NO   *
      *                      MES ANTERIOR COMO ARQTOT01)               *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQMST01 (VSAM KSDS)                    MST04103
      *      ARQEND01 (ENTRADA - ENDERECOS)           END04103
      *      ARQTUF01 (ENTRADA - REGIAO POR UF)       TUF04103
      *      ARQTOTI1 (ENTRADA - TOTAIS DO MES        TOT04103
      *                ANTERIOR - OPTIONAL)
      *      ARQTOT01 (SAIDA - TOTAIS DO MES)         TOT04103
      *      ARQREL01 (SAIDA - RELATORIO 132 POS)
      *----------------------------------------------------------------*
      *    PARM........:                                               *
      *      POS 01-06 : MES DE REFERENCIA AAAAMM (DEFAULT = MES DA    *
      *                  DATA DO RUN) - FECHA A JANELA DE 12 MESES     *
      *                  DOS NOVOS CLIENTES                            *
      *      POS 07-08 : QTDE DE CIDADES LISTADAS POR UF, 01 A 20      *
      *                  (DEFAULT 05)                                  *
      *----------------------------------------------------------------*
      *    A CIDADE DO CLIENTE E A DO PRIMEIRO ENDERECO NA UF DO       *
      *    CADASTRO (OU A DO PRIMEIRO ENDERECO, SE NENHUM ESTA NA UF). *
      *    O ARQEND01 CHEGA EM ORDEM DE COD-CLI E E CASADO EM BALANCE  *
      *    LINE. UF AUSENTE DA TABELA ARQTUF01 CAI NA REGIAO 'DEMAIS', *
      *    COMO NO ROTEAMENTO DE EXER0403                              *
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
           SELECT ARQMST01 ASSIGN      TO ARQMST01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQMST01-COD-CLI
                      FILE STATUS      IS WRK-FS-ARQMST01.
      *
           SELECT ARQEND01 ASSIGN      TO UT-S-ARQEND01
                      FILE STATUS      IS WRK-FS-ARQEND01.
      *
           SELECT ARQTUF01 ASSIGN      TO UT-S-ARQTUF01
                      FILE STATUS      IS WRK-FS-ARQTUF01.
      *
           SELECT OPTIONAL ARQTOTI1 ASSIGN TO UT-S-ARQTOTI1
                      FILE STATUS      IS WRK-FS-ARQTOTI1.
      *
           SELECT ARQTOT01 ASSIGN      TO UT-S-ARQTOT01
                      FILE STATUS      IS WRK-FS-ARQTOT01.
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
      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE POSICAO DE CLIENTE                  *
      *               ORG. VSAM KSDS    -   LRECL = 100               *
      *               CHAVE = COD-CLI (POSICOES 01-10)                *
      *---------------------------------------------------------------*

       FD  ARQMST01
           RECORD CONTAINS 100 CHARACTERS.
       01 FD-ARQMST01.
           05 FD-ARQMST01-COD-CLI PIC X(10).
           05 FILLER              PIC X(90).

      *---------------------------------------------------------------*
      *   INPUT:      EXTRATO DE ENDERECOS (ULTIMA GERACAO)           *
      *               ORG. SEQUENCIAL   -   LRECL = 115               *
      *---------------------------------------------------------------*

       FD  ARQEND01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQEND01             PIC X(115).

      *---------------------------------------------------------------*
      *   INPUT:      TABELA DE REGIAO/ROTA POR UF                    *
      *               ORG. SEQUENCIAL   -   LRECL = 20                *
      *---------------------------------------------------------------*

       FD  ARQTUF01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTUF01             PIC X(20).

      *---------------------------------------------------------------*
      *   INPUT:      TOTAIS DO RELATORIO DO MES ANTERIOR             *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQTOTI1
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTOTI1             PIC X(80).

      *---------------------------------------------------------------*
      *   OUTPUT:     TOTAIS DO RELATORIO DO MES                      *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQTOT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTOT01             PIC X(80).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO MENSAL DA BASE DE CLIENTES            *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQREL01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQREL01             PIC X(132).

      *---------------------------------------------------------------*
      *   SORT:       UM CLIENTE ATIVO POR REGISTRO, JA COM REGIAO,   *
      *               CIDADE, MES DE INCLUSAO NA JANELA (00 = FORA    *
      *               DOS 12 MESES) E FAIXA DE QTD-END (1 A 4)        *
      *---------------------------------------------------------------*

       SD  ARQSORT.
       01 SORT-REGISTRO.
           05 SORT-ORDEM-REGIAO   PIC 9(01).
           05 SORT-REGIAO         PIC X(08).
           05 SORT-UF             PIC X(02).
           05 SORT-CIDADE         PIC X(30).
           05 SORT-COD-CLI        PIC X(10).
           05 SORT-IX-MES         PIC 9(02).
           05 SORT-FAIXA-END      PIC 9(01).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0425 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0425'.
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
           03 ACU-LIDOS-ARQMST01  PIC  9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQEND01  PIC  9(007) VALUE ZEROS.
           03 ACU-ATIVOS          PIC  9(007) VALUE ZEROS.
           03 ACU-INATIVOS        PIC  9(007) VALUE ZEROS.
           03 ACU-SEM-ENDERECO    PIC  9(007) VALUE ZEROS.
           03 ACU-UF-SEM-REGIAO   PIC  9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQTOT01  PIC  9(007) VALUE ZEROS.
      *
       01 WRK-DATA-EXECUCAO       PIC  X(008) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    PARAMETROS DO PARM (VER CABECALHO)                          *
      *----------------------------------------------------------------*
       01 WRK-AREA-PARM.
           03 WRK-PARM-ANO-MES    PIC  X(006) VALUE SPACES.
           03 WRK-PARM-ANO-MES-R REDEFINES WRK-PARM-ANO-MES.
              05 WRK-PARM-REF-ANO PIC  9(004).
              05 WRK-PARM-REF-MES PIC  9(002).
           03 WRK-PARM-QTD-CIDADES PIC X(002) VALUE '05'.
           03 WRK-PARM-QTD-CIDADES-9 REDEFINES WRK-PARM-QTD-CIDADES
                                  PIC  9(002).
      *
      *----------------------------------------------------------------*
      *    JANELA DOS NOVOS CLIENTES: OS 12 MESES QUE TERMINAM NO MES  *
      *    DE REFERENCIA (POSICAO 12 = MES DE REFERENCIA). O MES DE    *
      *    DAT-INCL ('AAAA-MM-DD') VIRA UM NUMERO DE MESES CORRIDOS    *
      *    (ANO * 12 + MES) PARA ACHAR A POSICAO NA JANELA             *
      *----------------------------------------------------------------*
       01 WRK-AREA-JANELA.
           03 WRK-TAB-MES         OCCURS 12 TIMES.
              05 WRK-MES-ANO      PIC  9(004).
              05 WRK-MES-MES      PIC  9(002).
           03 WRK-IX-MES          PIC  9(002) VALUE ZEROS.
           03 WRK-MESES-REF       PIC  9(006) VALUE ZEROS.
           03 WRK-MESES-CALC      PIC  9(006) VALUE ZEROS.
           03 WRK-MESES-DIF       PIC S9(006) VALUE ZEROS.
           03 WRK-INCL-ANO-X      PIC  X(004) VALUE SPACES.
           03 WRK-INCL-ANO REDEFINES WRK-INCL-ANO-X
                                  PIC  9(004).
           03 WRK-INCL-MES-X      PIC  X(002) VALUE SPACES.
           03 WRK-INCL-MES REDEFINES WRK-INCL-MES-X
                                  PIC  9(002).
           03 WRK-QTD-END-X       PIC  X(005) VALUE ZEROS.
           03 WRK-QTD-END-9 REDEFINES WRK-QTD-END-X
                                  PIC  9(005).
      *
      *----------------------------------------------------------------*
      *    REGIAO POR UF, CARREGADA DO ARQTUF01 (1100)                 *
      *----------------------------------------------------------------*
       01 WRK-TAB-REGIAO.
           03 WRK-TAB-REG-QTD     PIC  9(003) VALUE ZEROS.
           03 WRK-TAB-REG-ITEM    OCCURS 50 TIMES
                                  INDEXED BY IX-TAB-REG.
              05 WRK-TAB-REG-UF   PIC  X(002).
              05 WRK-TAB-REG-NOME PIC  X(008).
      *
      *----------------------------------------------------------------*
      *    TOTAIS DO RELATORIO ANTERIOR, CARREGADOS DO ARQTOTI1 (1200) *
      *    - CHAVE = TIPO + REGIAO + UF DO TOT04103                    *
      *----------------------------------------------------------------*
       01 WRK-TAB-ANTERIOR.
           03 WRK-TAB-ANT-QTD     PIC  9(003) VALUE ZEROS.
           03 WRK-TAB-ANT-ITEM    OCCURS 200 TIMES
                                  INDEXED BY IX-TAB-ANT.
              05 WRK-TAB-ANT-CHAVE PIC X(011).
              05 WRK-TAB-ANT-CLIENTES PIC 9(007).
      *
       01 WRK-ANT-ANO-MES         PIC  X(006) VALUE SPACES.
       01 WRK-FLAG-ANTERIOR       PIC  X(001) VALUE 'N'.
          88 WRK-TEM-ANTERIOR                 VALUE 'S'.
       01 WRK-FLAG-ANT-INVALIDO   PIC  X(001) VALUE 'N'.
          88 WRK-ANT-INVALIDO                 VALUE 'S'.
       01 WRK-CHAVE-BUSCA.
           03 WRK-BUSCA-TIPO      PIC  X(001) VALUE SPACES.
           03 WRK-BUSCA-REGIAO    PIC  X(008) VALUE SPACES.
           03 WRK-BUSCA-UF        PIC  X(002) VALUE SPACES.
       01 WRK-FLAG-ACHOU-ANT      PIC  X(001) VALUE 'N'.
          88 WRK-ACHOU-ANT                    VALUE 'S'.
       01 WRK-QTD-ANTERIOR        PIC  9(007) VALUE ZEROS.
       01 WRK-VARIACAO            PIC S9(008) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    BALANCE LINE ARQMST01 X ARQEND01 - HIGH-VALUES NO COD-CLI   *
      *    NO FIM DO ARQEND01                                          *
      *----------------------------------------------------------------*
       01 WRK-FLAG-REG-UTIL       PIC  X(001) VALUE 'N'.
          88 WRK-REG-UTIL                     VALUE 'S'.
       01 WRK-END-COD-CLI         PIC  X(010) VALUE LOW-VALUES.
       01 WRK-SEQ-ULT-COD-CLI     PIC  X(010) VALUE LOW-VALUES.
       01 WRK-CID-ESCOLHIDA       PIC  X(030) VALUE SPACES.
       01 WRK-FLAG-CID-NA-UF      PIC  X(001) VALUE 'N'.
          88 WRK-CID-NA-UF                    VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    TOTAIS POR NIVEL NA SAIDA DO SORT (3000):                   *
      *    1 = UF   2 = REGIAO   3 = GERAL   4 = DEMAIS CIDADES DA UF  *
      *    WRK-TOT-IMPRESSAO TEM O MESMO LAYOUT E RECEBE O NIVEL OU A  *
      *    CIDADE A IMPRIMIR (8200)                                    *
      *----------------------------------------------------------------*
       01 WRK-TOT-NIVEIS.
           03 WRK-TOT-NIVEL       OCCURS 4 TIMES.
              05 WRK-TOT-CLIENTES PIC  9(007).
              05 WRK-TOT-NOVOS-12M PIC 9(007).
              05 WRK-TOT-NOVOS    PIC  9(007) OCCURS 12 TIMES.
              05 WRK-TOT-FAIXA    PIC  9(007) OCCURS 4 TIMES.
       77 WRK-IX-NIVEL            PIC  9(001) VALUE ZEROS.
       77 WRK-IX-FAIXA            PIC  9(001) VALUE ZEROS.
      *
       01 WRK-TOT-IMPRESSAO.
           03 WRK-IMP-CLIENTES    PIC  9(007).
           03 WRK-IMP-NOVOS-12M   PIC  9(007).
           03 WRK-IMP-NOVOS       PIC  9(007) OCCURS 12 TIMES.
           03 WRK-IMP-FAIXA       PIC  9(007) OCCURS 4 TIMES.
      *
      *----------------------------------------------------------------*
      *    CIDADES DA UF CORRENTE. MAIS DE 1000 CIDADES NUMA UF NAO    *
      *    CABEM NA TABELA E VAO DIRETO PARA 'DEMAIS CIDADES'. NA      *
      *    QUEBRA DE UF AS N MAIORES SAO IMPRESSAS (3310) E AS OUTRAS  *
      *    SOMADAS NO NIVEL 4                                          *
      *----------------------------------------------------------------*
       01 WRK-TAB-CIDADE.
           03 WRK-TAB-CID-QTD     PIC  9(004) VALUE ZEROS.
           03 WRK-TAB-CID-ITEM    OCCURS 1000 TIMES.
              05 WRK-TAB-CID-NOME PIC  X(030).
              05 WRK-TAB-CID-IMPRESSA PIC X(001).
              05 WRK-TAB-CID-TOTAIS.
                 07 WRK-CID-CLIENTES PIC 9(007).
                 07 WRK-CID-NOVOS-12M PIC 9(007).
                 07 WRK-CID-NOVOS PIC  9(007) OCCURS 12 TIMES.
                 07 WRK-CID-FAIXA PIC  9(007) OCCURS 4 TIMES.
       77 WRK-IX-CID              PIC  9(004) VALUE ZEROS.
       77 WRK-IX-CID-ATUAL        PIC  9(004) VALUE ZEROS.
       77 WRK-IX-CID-MAIOR        PIC  9(004) VALUE ZEROS.
       77 WRK-IX-TOP              PIC  9(002) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    QUEBRAS DA SAIDA DO SORT                                    *
      *----------------------------------------------------------------*
       01 WRK-FLAG-FIM-SORT       PIC  X(001) VALUE 'N'.
          88 WRK-FIM-SORT                     VALUE 'S'.
       01 WRK-FLAG-PRIMEIRO       PIC  X(001) VALUE 'S'.
          88 WRK-PRIMEIRO                     VALUE 'S'.
       01 WRK-ANT-REGIAO          PIC  X(008) VALUE SPACES.
       01 WRK-ANT-UF              PIC  X(002) VALUE SPACES.
       01 WRK-ANT-CIDADE          PIC  X(030) VALUE SPACES.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQMST01      VALUE 'MST01113'.
          88 WRK-CN-ARQEND01      VALUE 'END01113'.
          88 WRK-CN-ARQTUF01      VALUE 'TUF01113'.
          88 WRK-CN-ARQTOTI1      VALUE 'TOTI1113'.
          88 WRK-CN-ARQTOT01      VALUE 'TOT01113'.
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
          05 WRK-FS-ARQMST01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-MST01-OK               VALUE '00'.
             88 WRK-FS-MST01-FIM              VALUE '10'.

          05 WRK-FS-ARQEND01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-END01-OK               VALUE '00'.
             88 WRK-FS-END01-FIM              VALUE '10'.

          05 WRK-FS-ARQTUF01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TUF01-OK               VALUE '00'.
             88 WRK-FS-TUF01-FIM              VALUE '10'.

          05 WRK-FS-ARQTOTI1      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TOTI1-OK               VALUE '00'.
             88 WRK-FS-TOTI1-NOVO             VALUE '05'.
             88 WRK-FS-TOTI1-FIM              VALUE '10'.

          05 WRK-FS-ARQTOT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TOT01-OK               VALUE '00'.

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
              'EXER0425 - BASE DE CLIENTES ATIVOS POR REGIAO, UF '.
           03 FILLER              PIC  X(026) VALUE
              'E CIDADE - MES REFERENCIA '.
           03 WRK-LIN-TIT-ANO-MES PIC  X(006).
           03 FILLER              PIC  X(015) VALUE
              ' - DATA DO RUN '.
           03 WRK-LIN-TIT-DATA    PIC  X(008).
           03 FILLER              PIC  X(027) VALUE SPACES.
      *
       01 WRK-LIN-TRACO.
           03 FILLER              PIC  X(132) VALUE ALL '-'.
      *
       01 WRK-LIN-MENSAGEM.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-MSG-TEXTO   PIC  X(080).
           03 FILLER              PIC  X(050) VALUE SPACES.
      *
       01 WRK-LIN-CABEC.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 FILLER              PIC  X(032) VALUE
              'REGIAO / UF / CIDADE'.
           03 FILLER              PIC  X(011) VALUE ' CLIENTES'.
           03 FILLER              PIC  X(011) VALUE ' MES ANTER'.
           03 FILLER              PIC  X(012) VALUE '   VARIACAO'.
           03 FILLER              PIC  X(011) VALUE ' NOVOS 12M'.
           03 FILLER              PIC  X(011) VALUE '  SEM END'.
           03 FILLER              PIC  X(011) VALUE '    1 END'.
           03 FILLER              PIC  X(011) VALUE '    2 END'.
           03 FILLER              PIC  X(011) VALUE '   3+ END'.
           03 FILLER              PIC  X(009) VALUE SPACES.
      *
       01 WRK-LIN-CAB-MESES.
           03 FILLER              PIC  X(006) VALUE SPACES.
           03 FILLER              PIC  X(014) VALUE
              'NOVOS NO MES: '.
           03 WRK-LIN-CMS-ITEM    OCCURS 12 TIMES.
              05 WRK-LIN-CMS-MES  PIC  9(002).
              05 FILLER           PIC  X(001) VALUE '/'.
              05 WRK-LIN-CMS-ANO  PIC  9(004).
              05 FILLER           PIC  X(001) VALUE SPACES.
           03 FILLER              PIC  X(016) VALUE SPACES.
      *
       01 WRK-LIN-REGIAO.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 FILLER              PIC  X(008) VALUE 'REGIAO: '.
           03 WRK-LIN-REG-NOME    PIC  X(008).
           03 FILLER              PIC  X(114) VALUE SPACES.
      *
       01 WRK-LIN-TOTAIS.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-TOT-ROTULO  PIC  X(030).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-TOT-CLIENTES PIC Z.ZZZ.ZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-TOT-ANTERIOR PIC Z.ZZZ.ZZ9.
           03 WRK-LIN-TOT-ANTERIOR-X REDEFINES WRK-LIN-TOT-ANTERIOR
                                  PIC  X(009).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-TOT-VARIACAO PIC --.---.--9.
           03 WRK-LIN-TOT-VARIACAO-X REDEFINES WRK-LIN-TOT-VARIACAO
                                  PIC  X(010).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-TOT-NOVOS   PIC  Z.ZZZ.ZZ9.
           03 WRK-LIN-TOT-FAIXA-ITEM OCCURS 4 TIMES.
              05 FILLER           PIC  X(002).
              05 WRK-LIN-TOT-FAIXA PIC Z.ZZZ.ZZ9.
           03 FILLER              PIC  X(011) VALUE SPACES.
      *
       01 WRK-LIN-MESES.
           03 FILLER              PIC  X(020) VALUE SPACES.
           03 WRK-LIN-MES-ITEM    OCCURS 12 TIMES.
              05 WRK-LIN-MES-QTDE PIC  ZZZ.ZZ9.
              05 FILLER           PIC  X(001).
           03 FILLER              PIC  X(016) VALUE SPACES.
      *
       01 WRK-LIN-TOTAL.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-TOT-ROT-FIM PIC  X(040).
           03 WRK-LIN-TOT-QTDE    PIC  Z.ZZZ.ZZ9.
           03 FILLER              PIC  X(081) VALUE SPACES.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
      **** AREA ARQUIVO DE ENTRADA E SAIDA

           COPY MST04103.
           COPY END04103.
           COPY TUF04103.
           COPY TOT04103.
      *
      *----------------------------------------------------------------*
       01 FILLER                PIC X(050) VALUE
              'EXER0425 - FIM DA AREA DE WORKING'.
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *    AREA DO PARM DE EXECUCAO (JCL EXEC PARM=)                   *
      *----------------------------------------------------------------*
       01 LK-AREA-PARM.
           03 LK-PARM-TAM          PIC  S9(004) COMP.
           03 LK-PARM-DADOS        PIC  X(080).
      *================================================================*
       PROCEDURE                       DIVISION USING LK-AREA-PARM.
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
           SORT ARQSORT
                ON ASCENDING KEY SORT-ORDEM-REGIAO
                                 SORT-REGIAO
                                 SORT-UF
                                 SORT-CIDADE
                                 SORT-COD-CLI
                INPUT  PROCEDURE IS 2000-SELECIONAR-CLIENTES
                OUTPUT PROCEDURE IS 3000-EMITIR-RELATORIO
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

           PERFORM 1010-LER-PARM

           PERFORM 1020-MONTAR-JANELA
              VARYING WRK-IX-MES FROM 1 BY 1
              UNTIL WRK-IX-MES > 12

           INITIALIZE WRK-TOT-NIVEIS

           PERFORM 1100-CARREGAR-REGIOES

           PERFORM 1200-CARREGAR-ANTERIOR

           SET WRK-CN-ARQTOT01                TO TRUE
           SET WRK-CN-OPEN                    TO TRUE

           OPEN OUTPUT ARQTOT01
           IF NOT WRK-FS-TOT01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQREL01                TO TRUE
           SET WRK-CN-OPEN                    TO TRUE

           OPEN OUTPUT ARQREL01
           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 1300-GRAVAR-CABECALHO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PARM DO JCL (EXEC PARM=) - VER CABECALHO. PARM         *
      *    INVALIDO CANCELA ANTES DE ABRIR OS ARQUIVOS                 *
      *----------------------------------------------------------------*
       1010-LER-PARM SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-EXECUCAO(1:6)  TO WRK-PARM-ANO-MES

           IF LK-PARM-TAM > 5
           AND LK-PARM-DADOS(1:6) NOT EQUAL SPACES
              MOVE LK-PARM-DADOS(1:6)   TO WRK-PARM-ANO-MES
           END-IF

           IF LK-PARM-TAM > 7
           AND LK-PARM-DADOS(7:2) NOT EQUAL SPACES
              MOVE LK-PARM-DADOS(7:2)   TO WRK-PARM-QTD-CIDADES
           END-IF

           IF WRK-PARM-ANO-MES NOT NUMERIC
           OR WRK-PARM-REF-MES < 01
           OR WRK-PARM-REF-MES > 12
           OR WRK-PARM-ANO-MES > WRK-DATA-EXECUCAO(1:6)
           OR WRK-PARM-QTD-CIDADES NOT NUMERIC
           OR WRK-PARM-QTD-CIDADES-9 < 01
           OR WRK-PARM-QTD-CIDADES-9 > 20
              DISPLAY '****************************************'
              DISPLAY '*  ERRO: PARM INVALIDO                  *'
              DISPLAY '*  ESPERADO AAAAMM (NAO FUTURO) +       *'
              DISPLAY '*  QTDE DE CIDADES POR UF (01 A 20)     *'
              DISPLAY '* ' WRK-PROGRAMA ' CANCELADO            *'
              DISPLAY '****************************************'
              MOVE 12                   TO RETURN-CODE
              STOP RUN
           END-IF

           COMPUTE WRK-MESES-REF = (WRK-PARM-REF-ANO * 12)
                                 + WRK-PARM-REF-MES
           .
      *----------------------------------------------------------------*
       1010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    MES DA POSICAO WRK-IX-MES DA JANELA (12 = MES DE REFERENCIA)*
      *----------------------------------------------------------------*
       1020-MONTAR-JANELA SECTION.
      *----------------------------------------------------------------*
           COMPUTE WRK-MESES-CALC = WRK-MESES-REF - 13 + WRK-IX-MES

           COMPUTE WRK-MES-ANO (WRK-IX-MES) = WRK-MESES-CALC / 12
           COMPUTE WRK-MES-MES (WRK-IX-MES) = WRK-MESES-CALC
                                   - (WRK-MES-ANO (WRK-IX-MES) * 12)
                                   + 1

           MOVE WRK-MES-MES (WRK-IX-MES) TO WRK-LIN-CMS-MES (WRK-IX-MES)
           MOVE WRK-MES-ANO (WRK-IX-MES) TO WRK-LIN-CMS-ANO (WRK-IX-MES)
           .
      *----------------------------------------------------------------*
       1020-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CARREGA A REGIAO DE CADA UF DO ARQTUF01 (MESMA TABELA DO    *
      *    ROTEAMENTO DE EXER0403)                                     *
      *----------------------------------------------------------------*
       1100-CARREGAR-REGIOES SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQTUF01                TO TRUE

           OPEN INPUT ARQTUF01
           IF NOT WRK-FS-TUF01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 1110-LER-ARQTUF01 UNTIL WRK-FS-TUF01-FIM

           SET WRK-CN-CLOSE                   TO TRUE
           SET WRK-CN-ARQTUF01                TO TRUE

           CLOSE ARQTUF01
           IF NOT WRK-FS-TUF01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       1110-LER-ARQTUF01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQTUF01                TO TRUE

           READ ARQTUF01 INTO ARQTUF01-REGISTRO
           IF WRK-FS-TUF01-OK
              IF WRK-TAB-REG-QTD NOT LESS THAN 50
                 DISPLAY '****************************************'
                 DISPLAY '*  ERRO: ARQTUF01 COM MAIS DE 50 UF     *'
                 DISPLAY '* ' WRK-PROGRAMA ' CANCELADO            *'
                 DISPLAY '****************************************'
                 CLOSE ARQTUF01
                 MOVE 12                      TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1                           TO WRK-TAB-REG-QTD
              MOVE ARQTUF01-UF
                TO WRK-TAB-REG-UF (WRK-TAB-REG-QTD)
              MOVE ARQTUF01-REGIAO
                TO WRK-TAB-REG-NOME (WRK-TAB-REG-QTD)
           ELSE
              IF NOT WRK-FS-TUF01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       1110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CARREGA OS TOTAIS DO RELATORIO ANTERIOR. SEM ARQTOTI1       *
      *    (PRIMEIRO MES) O OPTIONAL ABRE COM FILE STATUS 05 E A       *
      *    VARIACAO SAI EM BRANCO. TOTAIS DE UM MES QUE NAO E ANTERIOR *
      *    AO DE REFERENCIA (GERACAO ERRADA NO JCL) SAO DESPREZADOS E  *
      *    O RUN TERMINA COM RETURN-CODE 4                             *
      *----------------------------------------------------------------*
       1200-CARREGAR-ANTERIOR SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQTOTI1                TO TRUE

           OPEN INPUT ARQTOTI1
           IF NOT WRK-FS-TOTI1-OK AND NOT WRK-FS-TOTI1-NOVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 1210-LER-ARQTOTI1 UNTIL WRK-FS-TOTI1-FIM

           SET WRK-CN-CLOSE                   TO TRUE
           SET WRK-CN-ARQTOTI1                TO TRUE

           CLOSE ARQTOTI1
           IF NOT WRK-FS-TOTI1-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-TAB-ANT-QTD > ZEROS
              IF WRK-ANT-ANO-MES NOT LESS THAN WRK-PARM-ANO-MES
                 SET WRK-ANT-INVALIDO         TO TRUE
                 MOVE ZEROS                   TO WRK-TAB-ANT-QTD
                 DISPLAY '****************************************'
                 DISPLAY '*  AVISO: ARQTOTI1 DO MES ' WRK-ANT-ANO-MES
                                                '        *'
                 DISPLAY '*  NAO E ANTERIOR AO MES DE REFERENCIA  *'
                 DISPLAY '*  VARIACAO NAO CALCULADA               *'
                 DISPLAY '****************************************'
              ELSE
                 SET WRK-TEM-ANTERIOR         TO TRUE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       1210-LER-ARQTOTI1 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQTOTI1                TO TRUE

           READ ARQTOTI1 INTO ARQTOT01-REGISTRO
           IF WRK-FS-TOTI1-OK
              IF WRK-TAB-ANT-QTD NOT LESS THAN 200
                 DISPLAY '****************************************'
                 DISPLAY '*  ERRO: ARQTOTI1 COM MAIS DE 200       *'
                 DISPLAY '*  REGISTROS                            *'
                 DISPLAY '* ' WRK-PROGRAMA ' CANCELADO            *'
                 DISPLAY '****************************************'
                 CLOSE ARQTOTI1
                 MOVE 12                      TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1                           TO WRK-TAB-ANT-QTD
              MOVE ARQTOT01-CHAVE
                TO WRK-TAB-ANT-CHAVE (WRK-TAB-ANT-QTD)
              MOVE ARQTOT01-QTD-CLIENTES
                TO WRK-TAB-ANT-CLIENTES (WRK-TAB-ANT-QTD)
              MOVE ARQTOT01-ANO-MES           TO WRK-ANT-ANO-MES
           ELSE
              IF NOT WRK-FS-TOTI1-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       1210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       1300-GRAVAR-CABECALHO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-PARM-ANO-MES           TO WRK-LIN-TIT-ANO-MES
           MOVE WRK-DATA-EXECUCAO          TO WRK-LIN-TIT-DATA
           MOVE WRK-LIN-TITULO             TO FD-ARQREL01
           PERFORM 8950-GRAVAR-ARQREL01

           MOVE SPACES                     TO WRK-LIN-MSG-TEXTO
           EVALUATE TRUE
              WHEN WRK-TEM-ANTERIOR
                   STRING 'VARIACAO CONTRA O RELATORIO DO MES '
                                           DELIMITED BY SIZE
                          WRK-ANT-ANO-MES  DELIMITED BY SIZE
                     INTO WRK-LIN-MSG-TEXTO
                   END-STRING
              WHEN WRK-ANT-INVALIDO
                   STRING 'VARIACAO NAO CALCULADA - ARQTOTI1 DO MES '
                                           DELIMITED BY SIZE
                          WRK-ANT-ANO-MES  DELIMITED BY SIZE
                          ' NAO E ANTERIOR'
                                           DELIMITED BY SIZE
                     INTO WRK-LIN-MSG-TEXTO
                   END-STRING
              WHEN OTHER
                   MOVE
                   'SEM TOTAIS DO MES ANTERIOR - VARIACAO EM BRANCO'
                                           TO WRK-LIN-MSG-TEXTO
           END-EVALUATE
           MOVE WRK-LIN-MENSAGEM           TO FD-ARQREL01
           PERFORM 8950-GRAVAR-ARQREL01

           PERFORM 8910-GRAVAR-LINHA-TRACO

           MOVE WRK-LIN-CABEC              TO FD-ARQREL01
           PERFORM 8950-GRAVAR-ARQREL01

           MOVE WRK-LIN-CAB-MESES          TO FD-ARQREL01
           PERFORM 8950-GRAVAR-ARQREL01

           PERFORM 8910-GRAVAR-LINHA-TRACO
           .
      *----------------------------------------------------------------*
       1300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDURE DE ENTRADA DO SORT: LE O CADASTRO INTEIRO E       *
      *    LIBERA UM REGISTRO POR CLIENTE ATIVO, COM A CIDADE TIRADA   *
      *    DO ARQEND01                                                 *
      *----------------------------------------------------------------*
       2000-SELECIONAR-CLIENTES SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQMST01                TO TRUE

           OPEN INPUT ARQMST01
           IF NOT WRK-FS-MST01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQEND01                TO TRUE

           OPEN INPUT ARQEND01
           IF NOT WRK-FS-END01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2820-OBTER-ARQEND01

           PERFORM 2800-LER-ARQMST01

           PERFORM 2100-TRATAR-CLIENTE UNTIL WRK-FS-MST01-FIM

           SET WRK-CN-CLOSE                   TO TRUE
           SET WRK-CN-ARQMST01                TO TRUE

           CLOSE ARQMST01
           IF NOT WRK-FS-MST01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE                   TO TRUE
           SET WRK-CN-ARQEND01                TO TRUE

           CLOSE ARQEND01
           IF NOT WRK-FS-END01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2100-TRATAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           IF NOT ARQMST01-SIT-ATIVO
              ADD 1                       TO ACU-INATIVOS
              PERFORM 2800-LER-ARQMST01
              GO TO 2100-99-FIM
           END-IF

           ADD 1                          TO ACU-ATIVOS

           MOVE SPACES                    TO SORT-REGISTRO
           MOVE ARQMST01-COD-CLI          TO SORT-COD-CLI
           MOVE ARQMST01-COD-UF           TO SORT-UF

           PERFORM 2200-OBTER-REGIAO
           PERFORM 2300-OBTER-CIDADE
           PERFORM 2400-CLASSIFICAR-CLIENTE

           RELEASE SORT-REGISTRO

           PERFORM 2800-LER-ARQMST01
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    REGIAO DA UF DO CLIENTE - UF FORA DA TABELA CAI EM 'DEMAIS' *
      *    (ORDEM 9, IMPRESSA DEPOIS DAS REGIOES DA TABELA)            *
      *----------------------------------------------------------------*
       2200-OBTER-REGIAO SECTION.
      *----------------------------------------------------------------*
           MOVE 9                         TO SORT-ORDEM-REGIAO
           MOVE 'DEMAIS'                  TO SORT-REGIAO

           SET IX-TAB-REG                 TO 1

           SEARCH WRK-TAB-REG-ITEM
              AT END
                 ADD 1                    TO ACU-UF-SEM-REGIAO
              WHEN IX-TAB-REG > WRK-TAB-REG-QTD
                 ADD 1                    TO ACU-UF-SEM-REGIAO
              WHEN WRK-TAB-REG-UF (IX-TAB-REG) EQUAL ARQMST01-COD-UF
                 MOVE 1                   TO SORT-ORDEM-REGIAO
                 MOVE WRK-TAB-REG-NOME (IX-TAB-REG)
                                          TO SORT-REGIAO
           END-SEARCH
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CASA O CLIENTE COM SEUS ENDERECOS NO ARQEND01: A CIDADE E A *
      *    DO PRIMEIRO ENDERECO NA UF DO CADASTRO OU, SE NENHUM ESTA   *
      *    NA UF, A DO PRIMEIRO ENDERECO. ENDERECOS DE CLIENTES QUE    *
      *    NAO ESTAO ATIVOS NO CADASTRO SAO PULADOS                    *
      *----------------------------------------------------------------*
       2300-OBTER-CIDADE SECTION.
      *----------------------------------------------------------------*
           PERFORM 2820-OBTER-ARQEND01
              UNTIL WRK-END-COD-CLI NOT LESS THAN ARQMST01-COD-CLI

           MOVE SPACES                    TO WRK-CID-ESCOLHIDA
           MOVE 'N'                       TO WRK-FLAG-CID-NA-UF

           PERFORM 2310-AVALIAR-ENDERECO
              UNTIL WRK-END-COD-CLI NOT EQUAL ARQMST01-COD-CLI

           IF WRK-CID-ESCOLHIDA EQUAL SPACES
              ADD 1                       TO ACU-SEM-ENDERECO
              MOVE '(SEM ENDERECO NO ARQEND01)'
                                          TO WRK-CID-ESCOLHIDA
           END-IF

           MOVE WRK-CID-ESCOLHIDA         TO SORT-CIDADE
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2310-AVALIAR-ENDERECO SECTION.
      *----------------------------------------------------------------*
           IF ARQEND01-CIDADE NOT EQUAL SPACES
              IF WRK-CID-ESCOLHIDA EQUAL SPACES
                 MOVE ARQEND01-CIDADE     TO WRK-CID-ESCOLHIDA
              END-IF
              IF NOT WRK-CID-NA-UF
              AND ARQEND01-UF EQUAL ARQMST01-COD-UF
                 MOVE ARQEND01-CIDADE     TO WRK-CID-ESCOLHIDA
                 SET WRK-CID-NA-UF        TO TRUE
              END-IF
           END-IF

           PERFORM 2820-OBTER-ARQEND01
           .
      *----------------------------------------------------------------*
       2310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    POSICAO DO MES DE DAT-INCL NA JANELA (00 = FORA DOS 12      *
      *    MESES OU DATA INVALIDA) E FAIXA DE QTD-END - QTD-END NAO    *
      *    NUMERICO CONTA COMO SEM ENDERECO                            *
      *----------------------------------------------------------------*
       2400-CLASSIFICAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                     TO SORT-IX-MES

           MOVE ARQMST01-DAT-INCL(1:4)    TO WRK-INCL-ANO-X
           MOVE ARQMST01-DAT-INCL(6:2)    TO WRK-INCL-MES-X

           IF WRK-INCL-ANO-X NUMERIC
           AND WRK-INCL-MES-X NUMERIC
           AND WRK-INCL-MES NOT LESS THAN 01
           AND WRK-INCL-MES NOT GREATER THAN 12
              COMPUTE WRK-MESES-DIF = WRK-MESES-REF
                                    - (WRK-INCL-ANO * 12)
                                    - WRK-INCL-MES
              IF WRK-MESES-DIF NOT LESS THAN ZEROS
              AND WRK-MESES-DIF < 12
                 COMPUTE SORT-IX-MES = 12 - WRK-MESES-DIF
              END-IF
           END-IF

           MOVE ARQMST01-QTD-END          TO WRK-QTD-END-X
           IF WRK-QTD-END-X NOT NUMERIC
              MOVE ZEROS                  TO WRK-QTD-END-9
           END-IF

           EVALUATE TRUE
              WHEN WRK-QTD-END-9 EQUAL ZEROS
                   MOVE 1                 TO SORT-FAIXA-END
              WHEN WRK-QTD-END-9 EQUAL 1
                   MOVE 2                 TO SORT-FAIXA-END
              WHEN WRK-QTD-END-9 EQUAL 2
                   MOVE 3                 TO SORT-FAIXA-END
              WHEN OTHER
                   MOVE 4                 TO SORT-FAIXA-END
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO CADASTRO                              *
      *----------------------------------------------------------------*
       2800-LER-ARQMST01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQMST01            TO TRUE

           READ ARQMST01 INTO ARQMST01-REGISTRO

           IF WRK-FS-MST01-OK
              ADD 1                       TO ACU-LIDOS-ARQMST01
           ELSE
              IF NOT WRK-FS-MST01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    OBTEM A PROXIMA LINHA UTIL DO ARQEND01 (O TRAILER DE        *
      *    BATIMENTO 'TRL' E IGNORADO), CONFERINDO A ORDEM             *
      *    ASCENDENTE POR COD-CLI - MESMA REGRA DE EXER0413            *
      *----------------------------------------------------------------*
       2820-OBTER-ARQEND01 SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                       TO WRK-FLAG-REG-UTIL

           PERFORM 2825-LER-ARQEND01 UNTIL WRK-REG-UTIL
                                        OR WRK-FS-END01-FIM

           IF WRK-FS-END01-FIM
              MOVE HIGH-VALUES            TO WRK-END-COD-CLI
           ELSE
              IF ARQEND01-COD-CLI LESS THAN WRK-SEQ-ULT-COD-CLI
                 DISPLAY '****************************************'
                 DISPLAY '*  ERRO: ARQEND01 FORA DE SEQUENCIA     *'
                 DISPLAY '*  ESPERADA (ASCENDENTE POR COD-CLI)    *'
                 DISPLAY '*  COD-CLI: ' ARQEND01-COD-CLI
                                                  '             *'
                 DISPLAY '* ' WRK-PROGRAMA ' CANCELADO            *'
                 DISPLAY '****************************************'
                 PERFORM 9900-FINALIZAR
              END-IF
              MOVE ARQEND01-COD-CLI       TO WRK-SEQ-ULT-COD-CLI
                                             WRK-END-COD-CLI
           END-IF
           .
      *----------------------------------------------------------------*
       2820-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2825-LER-ARQEND01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQEND01            TO TRUE

           READ ARQEND01 INTO ARQEND01-REGISTRO

           IF WRK-FS-END01-OK
              IF ARQEND01-COD-CLI(1:3) NOT EQUAL 'TRL'
                 ADD 1                    TO ACU-LIDOS-ARQEND01
                 SET WRK-REG-UTIL         TO TRUE
              END-IF
           ELSE
              IF NOT WRK-FS-END01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2825-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDURE DE SAIDA DO SORT: QUEBRA POR REGIAO, UF E CIDADE. *
      *    A LINHA DA UF (COM AS CIDADES LOGO ABAIXO) SAI NA QUEBRA DE *
      *    UF, O SUBTOTAL DA REGIAO NA QUEBRA DE REGIAO E O TOTAL      *
      *    GERAL NO FIM                                                *
      *----------------------------------------------------------------*
       3000-EMITIR-RELATORIO SECTION.
      *----------------------------------------------------------------*
           PERFORM 3900-RETORNAR-SORT

           IF WRK-FIM-SORT
              MOVE 'NENHUM CLIENTE ATIVO NO CADASTRO'
                                          TO WRK-LIN-MSG-TEXTO
              MOVE WRK-LIN-MENSAGEM       TO FD-ARQREL01
              PERFORM 8950-GRAVAR-ARQREL01
           END-IF

           PERFORM 3100-TRATAR-CLIENTE UNTIL WRK-FIM-SORT

           IF NOT WRK-PRIMEIRO
              PERFORM 3300-FECHAR-UF
              PERFORM 3500-FECHAR-REGIAO
           END-IF

           PERFORM 3600-FECHAR-GERAL
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3100-TRATAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           IF WRK-PRIMEIRO
           OR SORT-REGIAO NOT EQUAL WRK-ANT-REGIAO
              IF NOT WRK-PRIMEIRO
                 PERFORM 3300-FECHAR-UF
                 PERFORM 3500-FECHAR-REGIAO
              END-IF
              PERFORM 3400-ABRIR-REGIAO
              PERFORM 3200-ABRIR-UF
           ELSE
              IF SORT-UF NOT EQUAL WRK-ANT-UF
                 PERFORM 3300-FECHAR-UF
                 PERFORM 3200-ABRIR-UF
              END-IF
           END-IF

           MOVE 'N'                       TO WRK-FLAG-PRIMEIRO

           IF SORT-CIDADE NOT EQUAL WRK-ANT-CIDADE
              PERFORM 3210-ABRIR-CIDADE
           END-IF

           PERFORM 3110-SOMAR-NIVEL
              VARYING WRK-IX-NIVEL FROM 1 BY 1
              UNTIL WRK-IX-NIVEL > 3

           IF WRK-IX-CID-ATUAL EQUAL ZEROS
              MOVE 4                      TO WRK-IX-NIVEL
              PERFORM 3110-SOMAR-NIVEL
           ELSE
              PERFORM 3120-SOMAR-CIDADE
           END-IF

           PERFORM 3900-RETORNAR-SORT
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3110-SOMAR-NIVEL SECTION.
      *----------------------------------------------------------------*
           ADD 1              TO WRK-TOT-CLIENTES (WRK-IX-NIVEL)
           IF SORT-IX-MES > ZEROS
              ADD 1           TO WRK-TOT-NOVOS-12M (WRK-IX-NIVEL)
              ADD 1           TO WRK-TOT-NOVOS (WRK-IX-NIVEL
                                                SORT-IX-MES)
           END-IF
           ADD 1              TO WRK-TOT-FAIXA (WRK-IX-NIVEL
                                                SORT-FAIXA-END)
           .
      *----------------------------------------------------------------*
       3110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3120-SOMAR-CIDADE SECTION.
      *----------------------------------------------------------------*
           ADD 1              TO WRK-CID-CLIENTES (WRK-IX-CID-ATUAL)
           IF SORT-IX-MES > ZEROS
              ADD 1           TO WRK-CID-NOVOS-12M (WRK-IX-CID-ATUAL)
              ADD 1           TO WRK-CID-NOVOS (WRK-IX-CID-ATUAL
                                                SORT-IX-MES)
           END-IF
           ADD 1              TO WRK-CID-FAIXA (WRK-IX-CID-ATUAL
                                                SORT-FAIXA-END)
           .
      *----------------------------------------------------------------*
       3120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    NOVA UF: ZERA O NIVEL DA UF, O DE DEMAIS CIDADES E A TABELA *
      *    DE CIDADES                                                  *
      *----------------------------------------------------------------*
       3200-ABRIR-UF SECTION.
      *----------------------------------------------------------------*
           MOVE SORT-UF                   TO WRK-ANT-UF
           MOVE SPACES                    TO WRK-ANT-CIDADE
           MOVE ZEROS                     TO WRK-TAB-CID-QTD
                                             WRK-IX-CID-ATUAL
           INITIALIZE WRK-TOT-NIVEL (1)
                      WRK-TOT-NIVEL (4)
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    NOVA CIDADE NA UF: ENTRA NA TABELA; COM A TABELA CHEIA      *
      *    (WRK-IX-CID-ATUAL ZERO) A CIDADE E SOMADA DIRETO EM DEMAIS  *
      *----------------------------------------------------------------*
       3210-ABRIR-CIDADE SECTION.
      *----------------------------------------------------------------*
           MOVE SORT-CIDADE               TO WRK-ANT-CIDADE

           IF WRK-TAB-CID-QTD < 1000
              ADD 1                       TO WRK-TAB-CID-QTD
              MOVE WRK-TAB-CID-QTD        TO WRK-IX-CID-ATUAL
              INITIALIZE WRK-TAB-CID-ITEM (WRK-IX-CID-ATUAL)
              MOVE SORT-CIDADE
                TO WRK-TAB-CID-NOME (WRK-IX-CID-ATUAL)
              MOVE 'N'
                TO WRK-TAB-CID-IMPRESSA (WRK-IX-CID-ATUAL)
           ELSE
              MOVE ZEROS                  TO WRK-IX-CID-ATUAL
           END-IF
           .
      *----------------------------------------------------------------*
       3210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    FECHA A UF: LINHA DA UF COM VARIACAO, AS N MAIORES CIDADES  *
      *    (PARM POS 07-08) E A LINHA DE DEMAIS CIDADES. GRAVA OS      *
      *    TOTAIS DA UF NO ARQTOT01                                    *
      *----------------------------------------------------------------*
       3300-FECHAR-UF SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-TOT-NIVEL (1)         TO WRK-TOT-IMPRESSAO

           MOVE SPACES                    TO WRK-LIN-TOT-ROTULO
           STRING '  UF '                 DELIMITED BY SIZE
                  WRK-ANT-UF              DELIMITED BY SIZE
             INTO WRK-LIN-TOT-ROTULO
           END-STRING

           MOVE 'U'                       TO WRK-BUSCA-TIPO
           MOVE WRK-ANT-REGIAO            TO WRK-BUSCA-REGIAO
           MOVE WRK-ANT-UF                TO WRK-BUSCA-UF
           PERFORM 8300-BUSCAR-ANTERIOR

           PERFORM 8200-IMPRIMIR-TOTAIS
           PERFORM 8400-GRAVAR-ARQTOT01

           PERFORM 3310-IMPRIMIR-MAIOR-CIDADE
              VARYING WRK-IX-TOP FROM 1 BY 1
              UNTIL WRK-IX-TOP > WRK-PARM-QTD-CIDADES-9

           PERFORM 3320-SOMAR-DEMAIS
              VARYING WRK-IX-CID FROM 1 BY 1
              UNTIL WRK-IX-CID > WRK-TAB-CID-QTD

           IF WRK-TOT-CLIENTES (4) > ZEROS
              MOVE WRK-TOT-NIVEL (4)      TO WRK-TOT-IMPRESSAO
              MOVE '    DEMAIS CIDADES'    TO WRK-LIN-TOT-ROTULO
              MOVE 'N'                    TO WRK-FLAG-ACHOU-ANT
              PERFORM 8200-IMPRIMIR-TOTAIS
           END-IF

           MOVE SPACES                    TO FD-ARQREL01
           PERFORM 8950-GRAVAR-ARQREL01
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME A MAIOR CIDADE AINDA NAO IMPRESSA (EMPATE: A DE     *
      *    NOME MENOR, QUE VEM PRIMEIRO NA TABELA)                     *
      *----------------------------------------------------------------*
       3310-IMPRIMIR-MAIOR-CIDADE SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                     TO WRK-IX-CID-MAIOR

           PERFORM 3311-COMPARAR-CIDADE
              VARYING WRK-IX-CID FROM 1 BY 1
              UNTIL WRK-IX-CID > WRK-TAB-CID-QTD

           IF WRK-IX-CID-MAIOR EQUAL ZEROS
              GO TO 3310-99-FIM
           END-IF

           MOVE 'S'          TO WRK-TAB-CID-IMPRESSA (WRK-IX-CID-MAIOR)
           MOVE WRK-TAB-CID-TOTAIS (WRK-IX-CID-MAIOR)
                                          TO WRK-TOT-IMPRESSAO
           MOVE SPACES                    TO WRK-LIN-TOT-ROTULO
           MOVE WRK-TAB-CID-NOME (WRK-IX-CID-MAIOR)
                                          TO WRK-LIN-TOT-ROTULO(5:26)
           MOVE 'N'                       TO WRK-FLAG-ACHOU-ANT
           PERFORM 8200-IMPRIMIR-TOTAIS
           .
      *----------------------------------------------------------------*
       3310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3311-COMPARAR-CIDADE SECTION.
      *----------------------------------------------------------------*
           IF WRK-TAB-CID-IMPRESSA (WRK-IX-CID) EQUAL 'N'
              IF WRK-IX-CID-MAIOR EQUAL ZEROS
                 MOVE WRK-IX-CID          TO WRK-IX-CID-MAIOR
              ELSE
                 IF WRK-CID-CLIENTES (WRK-IX-CID) >
                    WRK-CID-CLIENTES (WRK-IX-CID-MAIOR)
                    MOVE WRK-IX-CID       TO WRK-IX-CID-MAIOR
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3311-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    SOMA NO NIVEL DE DEMAIS CIDADES AS CIDADES NAO IMPRESSAS    *
      *----------------------------------------------------------------*
       3320-SOMAR-DEMAIS SECTION.
      *----------------------------------------------------------------*
           IF WRK-TAB-CID-IMPRESSA (WRK-IX-CID) EQUAL 'N'
              ADD WRK-CID-CLIENTES (WRK-IX-CID)
                                 TO WRK-TOT-CLIENTES (4)
              ADD WRK-CID-NOVOS-12M (WRK-IX-CID)
                                 TO WRK-TOT-NOVOS-12M (4)
              PERFORM 3321-SOMAR-MES-DEMAIS
                 VARYING WRK-IX-MES FROM 1 BY 1
                 UNTIL WRK-IX-MES > 12
              PERFORM 3322-SOMAR-FAIXA-DEMAIS
                 VARYING WRK-IX-FAIXA FROM 1 BY 1
                 UNTIL WRK-IX-FAIXA > 4
           END-IF
           .
      *----------------------------------------------------------------*
       3320-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3321-SOMAR-MES-DEMAIS SECTION.
      *----------------------------------------------------------------*
           ADD WRK-CID-NOVOS (WRK-IX-CID WRK-IX-MES)
                                 TO WRK-TOT-NOVOS (4 WRK-IX-MES)
           .
      *----------------------------------------------------------------*
       3321-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3322-SOMAR-FAIXA-DEMAIS SECTION.
      *----------------------------------------------------------------*
           ADD WRK-CID-FAIXA (WRK-IX-CID WRK-IX-FAIXA)
                                 TO WRK-TOT-FAIXA (4 WRK-IX-FAIXA)
           .
      *----------------------------------------------------------------*
       3322-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    NOVA REGIAO: LINHA DE TITULO E NIVEL DA REGIAO ZERADO       *
      *----------------------------------------------------------------*
       3400-ABRIR-REGIAO SECTION.
      *----------------------------------------------------------------*
           MOVE SORT-REGIAO               TO WRK-ANT-REGIAO
           INITIALIZE WRK-TOT-NIVEL (2)

           MOVE SORT-REGIAO               TO WRK-LIN-REG-NOME
           MOVE WRK-LIN-REGIAO            TO FD-ARQREL01
           PERFORM 8950-GRAVAR-ARQREL01
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3500-FECHAR-REGIAO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-TOT-NIVEL (2)         TO WRK-TOT-IMPRESSAO

           MOVE SPACES                    TO WRK-LIN-TOT-ROTULO
           STRING 'TOTAL REGIAO '         DELIMITED BY SIZE
                  WRK-ANT-REGIAO          DELIMITED BY SIZE
             INTO WRK-LIN-TOT-ROTULO
           END-STRING

           MOVE 'R'                       TO WRK-BUSCA-TIPO
           MOVE WRK-ANT-REGIAO            TO WRK-BUSCA-REGIAO
           MOVE SPACES                    TO WRK-BUSCA-UF
           PERFORM 8300-BUSCAR-ANTERIOR

           PERFORM 8200-IMPRIMIR-TOTAIS
           PERFORM 8400-GRAVAR-ARQTOT01

           PERFORM 8910-GRAVAR-LINHA-TRACO
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TOTAL GERAL - SAI MESMO SEM CLIENTES, PARA A VARIACAO       *
      *----------------------------------------------------------------*
       3600-FECHAR-GERAL SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-TOT-NIVEL (3)         TO WRK-TOT-IMPRESSAO

           MOVE 'TOTAL GERAL'             TO WRK-LIN-TOT-ROTULO

           MOVE 'G'                       TO WRK-BUSCA-TIPO
           MOVE SPACES                    TO WRK-BUSCA-REGIAO
                                             WRK-BUSCA-UF
           PERFORM 8300-BUSCAR-ANTERIOR

           PERFORM 8200-IMPRIMIR-TOTAIS
           PERFORM 8400-GRAVAR-ARQTOT01

           PERFORM 8910-GRAVAR-LINHA-TRACO
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3900-RETORNAR-SORT SECTION.
      *----------------------------------------------------------------*
           RETURN ARQSORT
              AT END SET WRK-FIM-SORT     TO TRUE
           END-RETURN
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    RESUMO FINAL DOS CLIENTES LIDOS                             *
      *----------------------------------------------------------------*
       6000-GRAVAR-RESUMO SECTION.
      *----------------------------------------------------------------*
           MOVE 'CLIENTES ATIVOS NO CADASTRO............:'
                                          TO WRK-LIN-TOT-ROT-FIM
           MOVE ACU-ATIVOS                TO WRK-LIN-TOT-QTDE
           PERFORM 6900-GRAVAR-LINHA-TOTAL

           MOVE 'CLIENTES EXCLUIDOS (FORA DO RELATORIO).:'
                                          TO WRK-LIN-TOT-ROT-FIM
           MOVE ACU-INATIVOS              TO WRK-LIN-TOT-QTDE
           PERFORM 6900-GRAVAR-LINHA-TOTAL

           MOVE 'ATIVOS SEM ENDERECO NO ARQEND01........:'
                                          TO WRK-LIN-TOT-ROT-FIM
           MOVE ACU-SEM-ENDERECO          TO WRK-LIN-TOT-QTDE
           PERFORM 6900-GRAVAR-LINHA-TOTAL

           MOVE 'ATIVOS COM UF FORA DO ARQTUF01 (DEMAIS):'
                                          TO WRK-LIN-TOT-ROT-FIM
           MOVE ACU-UF-SEM-REGIAO         TO WRK-LIN-TOT-QTDE
           PERFORM 6900-GRAVAR-LINHA-TOTAL
           .
      *----------------------------------------------------------------*
       6000-99-FIM.
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
      *    IMPRIME WRK-TOT-IMPRESSAO COM O ROTULO JA MONTADO: LINHA DE *
      *    TOTAIS (VARIACAO SO SE O NIVEL EXISTIA NO MES ANTERIOR) E   *
      *    LINHA DOS NOVOS CLIENTES POR MES DA JANELA                  *
      *----------------------------------------------------------------*
       8200-IMPRIMIR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-IMP-CLIENTES          TO WRK-LIN-TOT-CLIENTES
           MOVE WRK-IMP-NOVOS-12M         TO WRK-LIN-TOT-NOVOS

           IF WRK-ACHOU-ANT
              MOVE WRK-QTD-ANTERIOR       TO WRK-LIN-TOT-ANTERIOR
              COMPUTE WRK-VARIACAO = WRK-IMP-CLIENTES
                                   - WRK-QTD-ANTERIOR
              MOVE WRK-VARIACAO           TO WRK-LIN-TOT-VARIACAO
           ELSE
              MOVE SPACES                 TO WRK-LIN-TOT-ANTERIOR-X
                                             WRK-LIN-TOT-VARIACAO-X
           END-IF

           PERFORM 8210-MOVER-FAIXA
              VARYING WRK-IX-FAIXA FROM 1 BY 1
              UNTIL WRK-IX-FAIXA > 4

           MOVE WRK-LIN-TOTAIS            TO FD-ARQREL01
           PERFORM 8950-GRAVAR-ARQREL01

           PERFORM 8220-MOVER-MES
              VARYING WRK-IX-MES FROM 1 BY 1
              UNTIL WRK-IX-MES > 12

           MOVE WRK-LIN-MESES             TO FD-ARQREL01
           PERFORM 8950-GRAVAR-ARQREL01
           .
      *----------------------------------------------------------------*
       8200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       8210-MOVER-FAIXA SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES        TO WRK-LIN-TOT-FAIXA-ITEM (WRK-IX-FAIXA)
           MOVE WRK-IMP-FAIXA (WRK-IX-FAIXA)
                              TO WRK-LIN-TOT-FAIXA (WRK-IX-FAIXA)
           .
      *----------------------------------------------------------------*
       8210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       8220-MOVER-MES SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES        TO WRK-LIN-MES-ITEM (WRK-IX-MES)
           MOVE WRK-IMP-NOVOS (WRK-IX-MES)
                              TO WRK-LIN-MES-QTDE (WRK-IX-MES)
           .
      *----------------------------------------------------------------*
       8220-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCURA WRK-CHAVE-BUSCA NOS TOTAIS DO MES ANTERIOR          *
      *----------------------------------------------------------------*
       8300-BUSCAR-ANTERIOR SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                       TO WRK-FLAG-ACHOU-ANT
           MOVE ZEROS                     TO WRK-QTD-ANTERIOR

           SET IX-TAB-ANT                 TO 1

           SEARCH WRK-TAB-ANT-ITEM
              AT END
                 CONTINUE
              WHEN IX-TAB-ANT > WRK-TAB-ANT-QTD
                 CONTINUE
              WHEN WRK-TAB-ANT-CHAVE (IX-TAB-ANT) EQUAL WRK-CHAVE-BUSCA
                 SET WRK-ACHOU-ANT        TO TRUE
                 MOVE WRK-TAB-ANT-CLIENTES (IX-TAB-ANT)
                                          TO WRK-QTD-ANTERIOR
           END-SEARCH
           .
      *----------------------------------------------------------------*
       8300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA NO ARQTOT01 O NIVEL DE WRK-CHAVE-BUSCA COM OS TOTAIS  *
      *    DE WRK-TOT-IMPRESSAO                                        *
      *----------------------------------------------------------------*
       8400-GRAVAR-ARQTOT01 SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                    TO ARQTOT01-REGISTRO
           MOVE WRK-CHAVE-BUSCA           TO ARQTOT01-CHAVE
           MOVE WRK-PARM-ANO-MES          TO ARQTOT01-ANO-MES
           MOVE WRK-IMP-CLIENTES          TO ARQTOT01-QTD-CLIENTES
           MOVE WRK-IMP-NOVOS-12M         TO ARQTOT01-QTD-NOVOS
           MOVE WRK-IMP-FAIXA (1)         TO ARQTOT01-QTD-FAIXA (1)
           MOVE WRK-IMP-FAIXA (2)         TO ARQTOT01-QTD-FAIXA (2)
           MOVE WRK-IMP-FAIXA (3)         TO ARQTOT01-QTD-FAIXA (3)
           MOVE WRK-IMP-FAIXA (4)         TO ARQTOT01-QTD-FAIXA (4)
           MOVE WRK-DATA-EXECUCAO         TO ARQTOT01-DATA-RUN

           SET WRK-CN-WRITE               TO TRUE
           SET WRK-CN-ARQTOT01            TO TRUE

           WRITE FD-ARQTOT01 FROM ARQTOT01-REGISTRO

           IF NOT WRK-FS-TOT01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                          TO ACU-GRAVA-ARQTOT01
           .
      *----------------------------------------------------------------*
       8400-99-FIM.
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
           SET WRK-CN-ARQTOT01 TO TRUE.

           CLOSE ARQTOT01.
           IF NOT WRK-FS-TOT01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQREL01 TO TRUE.

           CLOSE ARQREL01.
           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           DISPLAY '***************************************************'
           DISPLAY '* MES DE REFERENCIA      :  ' WRK-PARM-ANO-MES
                                                   '                *'
           MOVE ACU-LIDOS-ARQMST01     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE LIDOS ARQMST01    : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-LIDOS-ARQEND01     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE LIDOS ARQEND01    : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-ATIVOS             TO WRK-MASK-QTREG7
           DISPLAY '* QTDE CLIENTES ATIVOS   : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-SEM-ENDERECO       TO WRK-MASK-QTREG7
           DISPLAY '* QTDE SEM ENDERECO      : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-GRAVA-ARQTOT01     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE GRAVADOS ARQTOT01 : ' WRK-MASK-QTREG7
                                                    '              *'
           DISPLAY '*                                                 *'
           IF WRK-FIM-NORMAL
              IF WRK-ANT-INVALIDO
                 MOVE 4                TO RETURN-CODE
                 DISPLAY '* ' WRK-PROGRAMA ' FIM NORMAL COM AVISOS    *'
              ELSE
                 DISPLAY '* ' WRK-PROGRAMA ' FIM NORMAL               *'
              END-IF
           ELSE
              MOVE 12                  TO RETURN-CODE
              DISPLAY '* ' WRK-PROGRAMA ' FIM ANORMAL - CANCELADO *'
           END-IF
           DISPLAY '***************************************************'

             STOP RUN.
      *----------------------------------------------------------------*
       9900-99-FIM.
           EXIT.

          END PROGRAM EXER0425.
