      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0421.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0421
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   CONFERIR AS CONFIRMACOES DE RECEBIMENTO     *
      *                    DEVOLVIDAS PELOS SISTEMAS RECEPTORES E      *
      *                    PELOS CENTROS DE DISTRIBUICAO CONTRA O QUE  *
      *                    FOI ENVIADO. RODA DEPOIS DE EXER0403 (OU DE *
      *                    EXER0406 NO MODO PARTICIONADO), EM TRES     *
      *                    PASSOS:                                     *
      *                    1) REGISTRA NO CONTROLE DE ENVIOS ARQCEV01  *
      *                       OS TOTAIS DO TRIGGER ARQTRG01 E DOS      *
      *                       TRAILERS 'TRL' DE ARQSAI01, ARQEND01 E   *
      *                       ARQENDR1 A ARQENDR4 DO RUN               *
      *                    2) CONFERE CADA CONFIRMACAO DO ARQACK01     *
      *                       (QTDE E HASH) CONTRA O ENVIO REGISTRADO  *
      *                    3) SINALIZA OS ENVIOS SEM CONFIRMACAO ALEM  *
      *                       DO PRAZO EM DIAS DO PARM                 *
      *                    DIVERGENCIAS E ATRASOS VAO PARA O           *
      *                    RELATORIO E PARA O ARQLOG01 COM SEVERIDADE  *
      *                    'E', PARA O PLANTAO SER ACIONADO            *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQTRG01 (ENTRADA - TRIGGER DO RUN)      TRG04103
      *      ARQSAI01 (ENTRADA - TRAILER)             SAI04103
      *      ARQEND01 (ENTRADA - TRAILER)             END04103
      *      ARQENDR1/ARQENDR2/ARQENDR3/ARQENDR4      END04103
      *               (ENTRADA - TRAILERS REGIONAIS)
      *      ARQACK01 (ENTRADA - CONFIRMACOES)        ACK04103
      *      ARQCEV01 (VSAM KSDS - CONTROLE ENVIOS)   CEV04103
      *      ARQREL01 (SAIDA  - RELATORIO 132 POS)
      *      ARQAUD01 (SAIDA  - HISTORICO)            AUD04103
      *      ARQLOG01 (SAIDA  - LOG ESTRUTURADO)      LOG04103
      *----------------------------------------------------------------*
      *    PARM........:                                               *
      *      POS 01-03 : PRAZO EM DIAS PARA A CONFIRMACAO CHEGAR,      *
      *                  CONTADO DA DATA DO RUN (BRANCO OU 000 =       *
      *                  003 DIAS)                                     *
      *----------------------------------------------------------------*
      *    TODAS AS ENTRADAS SAO OPTIONAL: SEM TRIGGER (ARQTRG01       *
      *    AUSENTE OU VAZIO) O PASSO 1 NAO REGISTRA NADA E O RUN SO    *
      *    CONFERE CONFIRMACOES E PRAZOS; UM ARQUIVO DE ENVIO AUSENTE  *
      *    NAO E REGISTRADO; UM ARQUIVO PRESENTE SEM TRAILER (RUN      *
      *    CANCELADO OU TRANSMISSAO TRUNCADA) E ERRO. O CLUSTER        *
      *    ARQCEV01 E CRIADO PELO PROPRIO OPEN I-O NO PRIMEIRO RUN     *
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
           SELECT OPTIONAL ARQTRG01 ASSIGN TO UT-S-ARQTRG01
                      FILE STATUS      IS WRK-FS-ARQTRG01.
      *
      *    OS SEIS ARQUIVOS ENVIADOS SAO LIDOS UM DE CADA VEZ EM 2100  *
      *    E DIVIDEM O MESMO FILE STATUS                               *
           SELECT OPTIONAL ARQSAI01 ASSIGN TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQENV.
      *
           SELECT OPTIONAL ARQEND01 ASSIGN TO UT-S-ARQEND01
                      FILE STATUS      IS WRK-FS-ARQENV.
      *
           SELECT OPTIONAL ARQENDR1 ASSIGN TO UT-S-ARQENDR1
                      FILE STATUS      IS WRK-FS-ARQENV.
      *
           SELECT OPTIONAL ARQENDR2 ASSIGN TO UT-S-ARQENDR2
                      FILE STATUS      IS WRK-FS-ARQENV.
      *
           SELECT OPTIONAL ARQENDR3 ASSIGN TO UT-S-ARQENDR3
                      FILE STATUS      IS WRK-FS-ARQENV.
      *
           SELECT OPTIONAL ARQENDR4 ASSIGN TO UT-S-ARQENDR4
                      FILE STATUS      IS WRK-FS-ARQENV.
      *
           SELECT OPTIONAL ARQACK01 ASSIGN TO UT-S-ARQACK01
                      FILE STATUS      IS WRK-FS-ARQACK01.
      *
           SELECT OPTIONAL ARQCEV01 ASSIGN TO ARQCEV01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS FD-ARQCEV01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCEV01.
      *
           SELECT ARQREL01 ASSIGN      TO UT-S-ARQREL01
                      FILE STATUS      IS WRK-FS-ARQREL01.
      *
           SELECT OPTIONAL ARQAUD01 ASSIGN TO UT-S-ARQAUD01
                      FILE STATUS      IS WRK-FS-ARQAUD01.
      *
           SELECT OPTIONAL ARQLOG01 ASSIGN TO UT-S-ARQLOG01
                      FILE STATUS      IS WRK-FS-ARQLOG01.
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
      *    INPUT:     TRIGGER DO RUN (EXER0403/EXER0406)               *
      *               ORG. SEQUENCIAL   -   LRECL = 82                 *
      *----------------------------------------------------------------*

       FD  ARQTRG01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTRG01             PIC X(82).

      *----------------------------------------------------------------*
      *    INPUT:     EXTRATO DE CLIENTES ENVIADO (SO O TRAILER)       *
      *               ORG. SEQUENCIAL   -   LRECL = 117                *
      *----------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSAI01             PIC X(117).

      *----------------------------------------------------------------*
      *    INPUT:     EXTRATO DE ENDERECOS ENVIADO (SO O TRAILER)      *
      *               ORG. SEQUENCIAL   -   LRECL = 115                *
      *----------------------------------------------------------------*

       FD  ARQEND01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQEND01             PIC X(115).

      *----------------------------------------------------------------*
      *    INPUT:     ARQUIVOS REGIONAIS DE ENDERECO ENVIADOS AOS      *
      *               CENTROS DE DISTRIBUICAO (SO O TRAILER)           *
      *               ORG. SEQUENCIAL   -   LRECL = 115                *
      *----------------------------------------------------------------*

       FD  ARQENDR1
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENDR1             PIC X(115).

       FD  ARQENDR2
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENDR2             PIC X(115).

       FD  ARQENDR3
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENDR3             PIC X(115).

       FD  ARQENDR4
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENDR4             PIC X(115).

      *----------------------------------------------------------------*
      *    INPUT:     CONFIRMACOES DE RECEBIMENTO DOS RECEPTORES       *
      *               ORG. SEQUENCIAL   -   LRECL = 50                 *
      *----------------------------------------------------------------*

       FD  ARQACK01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQACK01             PIC X(50).

      *---------------------------------------------------------------*
      *   I-O:        CONTROLE DE ENVIOS E CONFIRMACOES               *
      *               ORG. VSAM KSDS    -   LRECL = 100               *
      *               CHAVE = NOME-ARQ + DATA-EXEC (POSICOES 01-16)   *
      *---------------------------------------------------------------*

       FD  ARQCEV01
           RECORD CONTAINS 100 CHARACTERS.
       01 FD-ARQCEV01.
           05 FD-ARQCEV01-CHAVE   PIC X(16).
           05 FILLER              PIC X(84).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE CONFERENCIA DAS CONFIRMACOES       *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQREL01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQREL01             PIC X(132).

      *---------------------------------------------------------------*
      *   OUTPUT:     REGISTRO DE AUDITORIA DO RUN                    *
      *               ORG. SEQUENCIAL   -   LRECL = 50                *
      *---------------------------------------------------------------*

       FD  ARQAUD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQAUD01             PIC X(50).

      *---------------------------------------------------------------*
      *   OUTPUT:     LOG ESTRUTURADO DE OPERACAO                     *
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQLOG01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLOG01             PIC X(100).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0421 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0421'.
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
           03 ACU-ENV-REGISTRADOS PIC  9(007) VALUE ZEROS.
           03 ACU-ENV-SUBSTITUIDOS PIC 9(007) VALUE ZEROS.
           03 ACU-ENV-AUSENTES    PIC  9(007) VALUE ZEROS.
           03 ACU-ENV-SEM-TRL     PIC  9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQACK01  PIC  9(007) VALUE ZEROS.
           03 ACU-CONFERIDAS      PIC  9(007) VALUE ZEROS.
           03 ACU-DIVERGENTES     PIC  9(007) VALUE ZEROS.
           03 ACU-INVALIDAS       PIC  9(007) VALUE ZEROS.
           03 ACU-SEM-ENVIO       PIC  9(007) VALUE ZEROS.
           03 ACU-ATRASADOS-NOVOS PIC  9(007) VALUE ZEROS.
           03 ACU-PEND-ABERTAS    PIC  9(007) VALUE ZEROS.
           03 ACU-AGUARDANDO      PIC  9(007) VALUE ZEROS.
           03 ACU-CONFIRMADOS     PIC  9(007) VALUE ZEROS.
      *
       01 WRK-DATA-EXECUCAO       PIC  X(008) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    PRAZO DA CONFIRMACAO LIDO DO PARM (VEJA O QUADRO NO         *
      *    CABECALHO)                                                  *
      *----------------------------------------------------------------*
       01 WRK-AREA-PRAZO.
           03 WRK-PARM-PRAZO      PIC  X(003) VALUE SPACES.
           03 WRK-PARM-PRAZO-9 REDEFINES WRK-PARM-PRAZO
                                  PIC  9(003).
           03 WRK-PRAZO-DIAS      PIC  9(003) VALUE 003.
      *
      *----------------------------------------------------------------*
      *    QUALQUER DIVERGENCIA, ATRASO OU CONFIRMACAO RECUSADA NO     *
      *    RUN TERMINA COM RETURN-CODE 4                               *
      *----------------------------------------------------------------*
       01 WRK-FLAG-ALERTA         PIC  X(001) VALUE 'N'.
          88 WRK-TEM-ALERTA                   VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    ARQUIVOS ENVIADOS CONFERIDOS - A ORDEM DA TABELA E A ORDEM  *
      *    DO EVALUATE DE 2110/2120/2130                               *
      *----------------------------------------------------------------*
       01 WRK-TAB-ARQ-DEF.
           03 FILLER              PIC  X(008) VALUE 'ARQSAI01'.
           03 FILLER              PIC  X(008) VALUE 'ARQEND01'.
           03 FILLER              PIC  X(008) VALUE 'ARQENDR1'.
           03 FILLER              PIC  X(008) VALUE 'ARQENDR2'.
           03 FILLER              PIC  X(008) VALUE 'ARQENDR3'.
           03 FILLER              PIC  X(008) VALUE 'ARQENDR4'.
       01 WRK-TAB-ARQ-R REDEFINES WRK-TAB-ARQ-DEF.
           03 WRK-TAB-ARQ-NOME    PIC  X(008) OCCURS 6 TIMES.
      *
       77 WRK-IX-ARQ              PIC  9(001) VALUE ZEROS.
       01 WRK-FLAG-ARQ-VALIDO     PIC  X(001) VALUE 'N'.
          88 WRK-ARQ-VALIDO                   VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    TRIGGER E TRAILER DO ARQUIVO ENVIADO CORRENTE               *
      *----------------------------------------------------------------*
       01 WRK-FLAG-TRIGGER        PIC  X(001) VALUE 'N'.
          88 WRK-TEM-TRIGGER                  VALUE 'S'.
      *
       01 WRK-AREA-TRL.
           03 WRK-LINHA-ENVIO     PIC  X(117) VALUE SPACES.
           03 WRK-LINHA-TRL       PIC  X(117) VALUE SPACES.
           03 WRK-FLAG-TRL        PIC  X(001) VALUE 'N'.
              88 WRK-TEM-TRL               VALUE 'S'.
           03 WRK-FLAG-ENV-AUSENTE PIC X(001) VALUE 'N'.
              88 WRK-ENV-AUSENTE           VALUE 'S'.
           03 WRK-TRL-QTD         PIC  X(007) VALUE SPACES.
           03 WRK-TRL-QTD-9 REDEFINES WRK-TRL-QTD
                                  PIC  9(007).
           03 WRK-TRL-HASH        PIC  X(015) VALUE SPACES.
           03 WRK-TRL-HASH-9 REDEFINES WRK-TRL-HASH
                                  PIC  9(015).
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
           03 WRK-DIAS-CORRIDOS   PIC  S9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CONTROLE DO LOG ESTRUTURADO ARQLOG01 (8800-GRAVAR-LOG) -    *
      *    MESMO TRATAMENTO DE EXER0410: ABERTO ANTES DE TUDO E UMA    *
      *    FALHA DE GRAVACAO APENAS DESLIGA O LOG                      *
      *----------------------------------------------------------------*
       01 WRK-AREA-LOG.
           03 WRK-FLAG-LOG-ABERTO PIC  X(001) VALUE 'N'.
              88 WRK-LOG-OK                VALUE 'S'.
           03 WRK-LOG-DATA        PIC  X(008) VALUE SPACES.
           03 WRK-LOG-HORA        PIC  X(008) VALUE SPACES.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQTRG01      VALUE 'TRG01113'.
          88 WRK-CN-ARQSAI01      VALUE 'SAI01113'.
          88 WRK-CN-ARQEND01      VALUE 'END01113'.
          88 WRK-CN-ARQENDR1      VALUE 'ENDR1113'.
          88 WRK-CN-ARQENDR2      VALUE 'ENDR2113'.
          88 WRK-CN-ARQENDR3      VALUE 'ENDR3113'.
          88 WRK-CN-ARQENDR4      VALUE 'ENDR4113'.
          88 WRK-CN-ARQACK01      VALUE 'ACK01113'.
          88 WRK-CN-ARQCEV01      VALUE 'CEV01113'.
          88 WRK-CN-ARQREL01      VALUE 'REL01113'.
          88 WRK-CN-ARQAUD01      VALUE 'AUD01113'.
          88 WRK-CN-ARQLOG01      VALUE 'LOG01113'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE'.
          88 WRK-CN-READ          VALUE 'READ '.
          88 WRK-CN-WRITE         VALUE 'WRITE'.
          88 WRK-CN-REWRITE       VALUE 'REWRT'.

      *----------------------------------------------------------------
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQTRG01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TRG01-OK               VALUE '00'.
             88 WRK-FS-TRG01-FIM              VALUE '10'.
             88 WRK-FS-TRG01-NOVO             VALUE '05'.

          05 WRK-FS-ARQENV        PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENV-OK                 VALUE '00'.
             88 WRK-FS-ENV-FIM                VALUE '10'.
             88 WRK-FS-ENV-NOVO               VALUE '05'.

          05 WRK-FS-ARQACK01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ACK01-OK               VALUE '00'.
             88 WRK-FS-ACK01-FIM              VALUE '10'.
             88 WRK-FS-ACK01-NOVO             VALUE '05'.

          05 WRK-FS-ARQCEV01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CEV01-OK               VALUE '00'.
             88 WRK-FS-CEV01-FIM              VALUE '10'.
             88 WRK-FS-CEV01-NOVO             VALUE '05'.
             88 WRK-FS-CEV01-NAO-ACHOU        VALUE '23'.

          05 WRK-FS-ARQREL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REL01-OK               VALUE '00'.

          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
             88 WRK-FS-AUD01-NOVO             VALUE '05'.

          05 WRK-FS-ARQLOG01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LOG01-OK               VALUE '00'.
             88 WRK-FS-LOG01-NOVO             VALUE '05'.
      *
       01 WRK-FLAG-FINALIZANDO    PIC  X(001) VALUE 'N'.
          88 WRK-FINALIZANDO                  VALUE 'S'.
      *
       01 WRK-FLAG-FIM-NORMAL     PIC  X(001) VALUE 'N'.
          88 WRK-FIM-NORMAL                   VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    DADOS DA LINHA DE DETALHE DO RELATORIO - MONTADOS PELO      *
      *    CHAMADOR E FORMATADOS EM 8940                               *
      *----------------------------------------------------------------*
       01 WRK-DETALHE.
           03 WRK-DET-NOME-ARQ    PIC  X(008).
           03 WRK-DET-DATA-EXEC   PIC  X(008).
           03 WRK-DET-QTD-ENV     PIC  9(007).
           03 WRK-DET-HASH-ENV    PIC  9(015).
           03 WRK-DET-QTD-TRG     PIC  9(007).
           03 WRK-DET-QTD-REC     PIC  9(007).
           03 WRK-DET-HASH-REC    PIC  9(015).
           03 WRK-DET-DIAS        PIC  9(004).
           03 WRK-DET-OCORRENCIA  PIC  X(039).
      *
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO                                         *
      *----------------------------------------------------------------*
       01 WRK-LINHA-BRANCO        PIC  X(132) VALUE SPACES.
      *
       01 WRK-LIN-TITULO.
           03 FILLER              PIC  X(050) VALUE
              'EXER0421 - CONFERENCIA DAS CONFIRMACOES DE RECEBIM'.
           03 FILLER              PIC  X(015) VALUE
              'ENTO - RUN DE '.
           03 WRK-LIN-TIT-DATA    PIC  X(008).
           03 FILLER              PIC  X(010) VALUE
              ' - PRAZO: '.
           03 WRK-LIN-TIT-PRAZO   PIC  ZZ9.
           03 FILLER              PIC  X(005) VALUE ' DIAS'.
           03 FILLER              PIC  X(041) VALUE SPACES.
      *
       01 WRK-LIN-TRACO.
           03 FILLER              PIC  X(060) VALUE ALL '-'.
           03 FILLER              PIC  X(072) VALUE SPACES.
      *
       01 WRK-LIN-SECAO.
           03 WRK-LIN-SEC-TEXTO   PIC  X(090).
           03 FILLER              PIC  X(042) VALUE SPACES.
      *
       01 WRK-LIN-CABEC.
           03 FILLER              PIC  X(010) VALUE 'ARQUIVO'.
           03 FILLER              PIC  X(010) VALUE 'DATA RUN'.
           03 FILLER              PIC  X(011) VALUE '   QTDE ENV'.
           03 FILLER              PIC  X(017) VALUE
              '     HASH ENVIADO'.
           03 FILLER              PIC  X(011) VALUE '   QTDE TRG'.
           03 FILLER              PIC  X(011) VALUE '   QTDE REC'.
           03 FILLER              PIC  X(017) VALUE
              '    HASH RECEBIDO'.
           03 FILLER              PIC  X(006) VALUE '  DIAS'.
           03 FILLER              PIC  X(039) VALUE '  OCORRENCIA'.
      *
       01 WRK-LIN-DETALHE.
           03 WRK-LIN-DET-ARQ     PIC  X(008).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-DET-DATA    PIC  X(008).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-DET-QTD-ENV PIC  Z.ZZZ.ZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-DET-HASH-ENV PIC Z(014)9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-DET-QTD-TRG PIC  Z.ZZZ.ZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-DET-QTD-REC PIC  Z.ZZZ.ZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-DET-HASH-REC PIC Z(014)9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-DET-DIAS    PIC  ZZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-DET-OCORR   PIC  X(039).
      *
       01 WRK-LIN-MENSAGEM.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-MSG-TEXTO   PIC  X(080).
           03 FILLER              PIC  X(050) VALUE SPACES.
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

           COPY TRG04103.
           COPY ACK04103.
           COPY CEV04103.
           COPY AUD04103.
           COPY LOG04103.
      *
      *----------------------------------------------------------------*
       01 FILLER                PIC X(050) VALUE
              'EXER0421 - FIM DA AREA DE WORKING'.
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
      *    O LOG ESTRUTURADO ABRE ANTES DE QUALQUER OUTRO PASSO -      *
      *    MESMA ORDEM DE EXER0410                                     *
           SET WRK-CN-OPEN                 TO TRUE
           SET WRK-CN-ARQLOG01             TO TRUE

           OPEN EXTEND ARQLOG01
           IF WRK-FS-LOG01-OK OR WRK-FS-LOG01-NOVO
              SET WRK-LOG-OK               TO TRUE
           ELSE
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           CALL 'CKRS1000'
           MOVE 'CKRS1000'                 TO WRK-CKRS-PROGRAMA
           PERFORM 0010-VALIDAR-RETORNO-CKRS

           CALL 'CKRS1050'
           MOVE 'CKRS1050'                 TO WRK-CKRS-PROGRAMA
           PERFORM 0010-VALIDAR-RETORNO-CKRS

           PERFORM 1000-INICIALIZAR
      *
           PERFORM 2000-REGISTRAR-ENVIOS

           PERFORM 3000-CONFERIR-CONFIRMACOES

           PERFORM 4000-VERIFICAR-PRAZOS

           PERFORM 6000-GRAVAR-TOTAIS
      *
           SET WRK-FIM-NORMAL TO TRUE

           PERFORM 9900-FINALIZAR
           .
      *
      *----------------------------------------------------------------*
       0000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    VALIDA O RETURN-CODE DA ULTIMA ROTINA CKRS CHAMADA. SO O    *
      *    LOG ESTRUTURADO ESTA ABERTO NESTE PONTO, ENTAO O EVENTO E   *
      *    GRAVADO E O CANCELAMENTO E FEITO DIRETO, PROPAGANDO O       *
      *    RETURN-CODE DA ROTINA PARA O JCL                            *
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
              MOVE 'EXR42124'               TO ARQLOG01-MSG-ID
              SET ARQLOG01-SEV-ERRO         TO TRUE
              MOVE SPACES                   TO ARQLOG01-TEXTO
              STRING 'ERRO EM SUBROTINA DE SEGURANCA '
                                            DELIMITED BY SIZE
                     WRK-CKRS-PROGRAMA      DELIMITED BY SIZE
                INTO ARQLOG01-TEXTO
              END-STRING
              PERFORM 8800-GRAVAR-LOG
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

           MOVE WRK-DATA-EXECUCAO          TO WRK-DT-CALC
           PERFORM 8700-CALCULAR-DIA-ABS
           MOVE WRK-DIA-ABS                TO WRK-DIA-HOJE

           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQTRG01                TO TRUE

           OPEN INPUT ARQTRG01
           IF NOT WRK-FS-TRG01-OK AND NOT WRK-FS-TRG01-NOVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQACK01                TO TRUE
           SET WRK-CN-OPEN                    TO TRUE

           OPEN INPUT ARQACK01
           IF NOT WRK-FS-ACK01-OK AND NOT WRK-FS-ACK01-NOVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

      *    NO PRIMEIRO RUN O OPEN I-O DO OPTIONAL CRIA O CONTROLE      *
      *    VAZIO (FILE STATUS 05)                                      *
           SET WRK-CN-ARQCEV01                TO TRUE
           SET WRK-CN-OPEN                    TO TRUE

           OPEN I-O ARQCEV01
           IF NOT WRK-FS-CEV01-OK AND NOT WRK-FS-CEV01-NOVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQREL01                TO TRUE
           SET WRK-CN-OPEN                    TO TRUE

           OPEN OUTPUT ARQREL01
           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 'EXR42101'                 TO ARQLOG01-MSG-ID
           SET ARQLOG01-SEV-INFO           TO TRUE
           MOVE 'INICIO DO PROCESSAMENTO'  TO ARQLOG01-TEXTO
           PERFORM 8800-GRAVAR-LOG

           MOVE WRK-DATA-EXECUCAO          TO WRK-LIN-TIT-DATA
           MOVE WRK-PRAZO-DIAS             TO WRK-LIN-TIT-PRAZO
           PERFORM 8900-GRAVAR-LINHA-TITULO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PARM DO JCL (EXEC PARM=):                              *
      *    POS 01-03 = PRAZO EM DIAS (BRANCO OU 000 = 003)             *
      *----------------------------------------------------------------*
       1010-LER-PARM SECTION.
      *----------------------------------------------------------------*
           IF LK-PARM-TAM > 2
              MOVE LK-PARM-DADOS(1:3)   TO WRK-PARM-PRAZO
           END-IF

           IF WRK-PARM-PRAZO NOT EQUAL SPACES
              IF WRK-PARM-PRAZO NUMERIC
                 IF WRK-PARM-PRAZO-9 > ZEROS
                    MOVE WRK-PARM-PRAZO-9 TO WRK-PRAZO-DIAS
                 END-IF
              ELSE
                 DISPLAY '****************************************'
                 DISPLAY '*  ERRO: PRAZO EM DIAS INVALIDO NO      *'
                 DISPLAY '*  PARM: ' WRK-PARM-PRAZO
                                          '                           *'
                 DISPLAY '* ' WRK-PROGRAMA ' CANCELADO            *'
                 DISPLAY '****************************************'
                 MOVE 'EXR42112'         TO ARQLOG01-MSG-ID
                 SET ARQLOG01-SEV-ERRO   TO TRUE
                 MOVE 'PARM DE EXECUCAO INVALIDO'
                                         TO ARQLOG01-TEXTO
                 PERFORM 8800-GRAVAR-LOG
                 MOVE 12                 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       1010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PASSO 1: REGISTRA OS ARQUIVOS ENVIADOS NO RUN DO TRIGGER,   *
      *    COM OS TOTAIS DO TRAILER DE BATIMENTO DE CADA UM            *
      *----------------------------------------------------------------*
       2000-REGISTRAR-ENVIOS SECTION.
      *----------------------------------------------------------------*
           PERFORM 8910-GRAVAR-LINHA-TRACO

           MOVE 'ENVIOS DO RUN REGISTRADOS NO CONTROLE DE ENVIOS (TRIGGE
      -         'R ARQTRG01 E TRAILERS TRL)'
                                          TO WRK-LIN-SEC-TEXTO
           PERFORM 8920-GRAVAR-CABEC-SECAO

           PERFORM 2010-LER-ARQTRG01

           IF WRK-TEM-TRIGGER
              PERFORM 2100-REGISTRAR-ARQUIVO
                 VARYING WRK-IX-ARQ FROM 1 BY 1
                 UNTIL WRK-IX-ARQ > 6
           ELSE
              MOVE 'SEM TRIGGER NESTE RUN - NENHUM ENVIO REGISTRADO'
                                          TO WRK-LIN-MSG-TEXTO
              PERFORM 8930-GRAVAR-LINHA-MENSAGEM
           END-IF
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    O TRIGGER TEM UM UNICO REGISTRO; AUSENTE OU VAZIO, O RUN    *
      *    NAO REGISTRA ENVIOS                                         *
      *----------------------------------------------------------------*
       2010-LER-ARQTRG01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQTRG01            TO TRUE

           READ ARQTRG01 INTO ARQTRG01-REGISTRO

           IF WRK-FS-TRG01-OK
              SET WRK-TEM-TRIGGER         TO TRUE
           ELSE
              IF NOT WRK-FS-TRG01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O ARQUIVO ENVIADO WRK-IX-ARQ ATE O FIM, GUARDANDO O      *
      *    ULTIMO TRAILER 'TRL' ENCONTRADO                             *
      *----------------------------------------------------------------*
       2100-REGISTRAR-ARQUIVO SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                       TO WRK-FLAG-TRL
                                             WRK-FLAG-ENV-AUSENTE
           MOVE SPACES                    TO WRK-LINHA-TRL

           PERFORM 2110-ABRIR-ENVIO

           PERFORM 2120-LER-ENVIO UNTIL WRK-FS-ENV-FIM

           PERFORM 2130-FECHAR-ENVIO

           EVALUATE TRUE
              WHEN WRK-ENV-AUSENTE
                   ADD 1                  TO ACU-ENV-AUSENTES
              WHEN NOT WRK-TEM-TRL
                   PERFORM 2150-ENVIO-SEM-TRAILER
              WHEN OTHER
                   PERFORM 2160-EXTRAIR-TRAILER
                   IF WRK-TRL-QTD NUMERIC
                   AND WRK-TRL-HASH NUMERIC
                      PERFORM 2200-GRAVAR-CONTROLE
                   ELSE
                      PERFORM 2150-ENVIO-SEM-TRAILER
                   END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    OPTIONAL NAO INFORMADO NO JCL ABRE COM FILE STATUS 05 - O   *
      *    ARQUIVO FICA COMO AUSENTE E NAO E REGISTRADO                *
      *----------------------------------------------------------------*
       2110-ABRIR-ENVIO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                TO TRUE

           EVALUATE WRK-IX-ARQ
              WHEN 1
                   SET WRK-CN-ARQSAI01    TO TRUE
                   OPEN INPUT ARQSAI01
              WHEN 2
                   SET WRK-CN-ARQEND01    TO TRUE
                   OPEN INPUT ARQEND01
              WHEN 3
                   SET WRK-CN-ARQENDR1    TO TRUE
                   OPEN INPUT ARQENDR1
              WHEN 4
                   SET WRK-CN-ARQENDR2    TO TRUE
                   OPEN INPUT ARQENDR2
              WHEN 5
                   SET WRK-CN-ARQENDR3    TO TRUE
                   OPEN INPUT ARQENDR3
              WHEN OTHER
                   SET WRK-CN-ARQENDR4    TO TRUE
                   OPEN INPUT ARQENDR4
           END-EVALUATE

           IF WRK-FS-ENV-NOVO
              SET WRK-ENV-AUSENTE         TO TRUE
           ELSE
              IF NOT WRK-FS-ENV-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2120-LER-ENVIO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           MOVE SPACES                    TO WRK-LINHA-ENVIO

           EVALUATE WRK-IX-ARQ
              WHEN 1
                   READ ARQSAI01 INTO WRK-LINHA-ENVIO
              WHEN 2
                   READ ARQEND01 INTO WRK-LINHA-ENVIO
              WHEN 3
                   READ ARQENDR1 INTO WRK-LINHA-ENVIO
              WHEN 4
                   READ ARQENDR2 INTO WRK-LINHA-ENVIO
              WHEN 5
                   READ ARQENDR3 INTO WRK-LINHA-ENVIO
              WHEN OTHER
                   READ ARQENDR4 INTO WRK-LINHA-ENVIO
           END-EVALUATE

           IF WRK-FS-ENV-OK
              IF WRK-LINHA-ENVIO(1:3) EQUAL 'TRL'
                 MOVE WRK-LINHA-ENVIO     TO WRK-LINHA-TRL
                 SET WRK-TEM-TRL          TO TRUE
              END-IF
           ELSE
              IF NOT WRK-FS-ENV-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2130-FECHAR-ENVIO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-CLOSE               TO TRUE

           EVALUATE WRK-IX-ARQ
              WHEN 1
                   CLOSE ARQSAI01
              WHEN 2
                   CLOSE ARQEND01
              WHEN 3
                   CLOSE ARQENDR1
              WHEN 4
                   CLOSE ARQENDR2
              WHEN 5
                   CLOSE ARQENDR3
              WHEN OTHER
                   CLOSE ARQENDR4
           END-EVALUATE

           IF NOT WRK-FS-ENV-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2130-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ARQUIVO PRESENTE SEM TRAILER (OU COM TRAILER ILEGIVEL): O   *
      *    RUN QUE O GEROU NAO TERMINOU NORMAL OU A COPIA FOI          *
      *    TRUNCADA - NAO HA TOTAIS PARA CONFERIR A CONFIRMACAO        *
      *----------------------------------------------------------------*
       2150-ENVIO-SEM-TRAILER SECTION.
      *----------------------------------------------------------------*
           ADD 1                          TO ACU-ENV-SEM-TRL
           SET WRK-TEM-ALERTA             TO TRUE

           MOVE 'EXR42122'                TO ARQLOG01-MSG-ID
           SET ARQLOG01-SEV-ERRO          TO TRUE
           MOVE SPACES                    TO ARQLOG01-TEXTO
           STRING 'ARQUIVO SEM TRAILER '  DELIMITED BY SIZE
                  WRK-TAB-ARQ-NOME (WRK-IX-ARQ)
                                          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  ARQTRG01-DATA-EXECUCAO  DELIMITED BY SIZE
             INTO ARQLOG01-TEXTO
           END-STRING
           PERFORM 8800-GRAVAR-LOG

           INITIALIZE WRK-DETALHE
           MOVE WRK-TAB-ARQ-NOME (WRK-IX-ARQ)
                                          TO WRK-DET-NOME-ARQ
           MOVE ARQTRG01-DATA-EXECUCAO    TO WRK-DET-DATA-EXEC
           MOVE 'SEM TRAILER - ENVIO NAO REGISTRADO'
                                          TO WRK-DET-OCORRENCIA
           PERFORM 8940-GRAVAR-LINHA-DETALHE
           .
      *----------------------------------------------------------------*
       2150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TRAILER DO ARQSAI01 NO FORMATO ATIVO (DELIMITADO OU         *
      *    POSICIONAL, COMO EM 3150 DE EXER0406); NOS ARQUIVOS DE      *
      *    ENDERECO O TRAILER E SEMPRE DELIMITADO POR ';'              *
      *----------------------------------------------------------------*
       2160-EXTRAIR-TRAILER SECTION.
      *----------------------------------------------------------------*
           IF WRK-LINHA-TRL(4:1) EQUAL ';'
           OR WRK-LINHA-TRL(4:1) EQUAL '|'
              MOVE WRK-LINHA-TRL(5:7)     TO WRK-TRL-QTD
              MOVE WRK-LINHA-TRL(13:15)   TO WRK-TRL-HASH
           ELSE
              MOVE WRK-LINHA-TRL(4:7)     TO WRK-TRL-QTD
              MOVE WRK-LINHA-TRL(11:15)   TO WRK-TRL-HASH
           END-IF
           .
      *----------------------------------------------------------------*
       2160-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O ENVIO NO CONTROLE, AGUARDANDO CONFIRMACAO. O MESMO  *
      *    ARQUIVO JA REGISTRADO PARA A DATA (RUN FORCADO DE NOVO)     *
      *    TEM OS TOTAIS SUBSTITUIDOS E VOLTA A AGUARDAR CONFIRMACAO.  *
      *    NO ARQSAI01 O TRIGGER TAMBEM E CONFERIDO CONTRA O TRAILER   *
      *----------------------------------------------------------------*
       2200-GRAVAR-CONTROLE SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-TAB-ARQ-NOME (WRK-IX-ARQ)
                                          TO ARQCEV01-NOME-ARQ
           MOVE ARQTRG01-DATA-EXECUCAO    TO ARQCEV01-DATA-EXEC
           PERFORM 4810-LER-ARQCEV01-CHAVE

           IF WRK-FS-CEV01-OK
              MOVE 'S'                    TO WRK-FLAG-ARQ-VALIDO
           ELSE
              MOVE 'N'                    TO WRK-FLAG-ARQ-VALIDO
           END-IF

           INITIALIZE ARQCEV01-REGISTRO
           MOVE WRK-TAB-ARQ-NOME (WRK-IX-ARQ)
                                          TO ARQCEV01-NOME-ARQ
           MOVE ARQTRG01-DATA-EXECUCAO    TO ARQCEV01-DATA-EXEC
           MOVE ARQTRG01-JOB-ORIGEM       TO ARQCEV01-JOB-ORIGEM
           MOVE WRK-TRL-QTD-9             TO ARQCEV01-QTD-ENVIADA
           MOVE WRK-TRL-HASH-9            TO ARQCEV01-HASH-ENVIADO
           IF WRK-IX-ARQ EQUAL 1
              MOVE ARQTRG01-QTD-GRAVADOS  TO ARQCEV01-QTD-TRIGGER
           END-IF
           SET ARQCEV01-SIT-PENDENTE      TO TRUE
           MOVE WRK-DATA-EXECUCAO         TO ARQCEV01-DT-REGISTRO
           MOVE SPACES                    TO ARQCEV01-DT-CONFIRMA

           INITIALIZE WRK-DETALHE
           MOVE ARQCEV01-NOME-ARQ         TO WRK-DET-NOME-ARQ
           MOVE ARQCEV01-DATA-EXEC        TO WRK-DET-DATA-EXEC
           MOVE ARQCEV01-QTD-ENVIADA      TO WRK-DET-QTD-ENV
           MOVE ARQCEV01-HASH-ENVIADO     TO WRK-DET-HASH-ENV
           MOVE ARQCEV01-QTD-TRIGGER      TO WRK-DET-QTD-TRG

           MOVE ARQCEV01-CHAVE            TO FD-ARQCEV01-CHAVE
           SET WRK-CN-ARQCEV01            TO TRUE

           IF WRK-ARQ-VALIDO
              SET WRK-CN-REWRITE          TO TRUE
              REWRITE FD-ARQCEV01 FROM ARQCEV01-REGISTRO
              ADD 1                       TO ACU-ENV-SUBSTITUIDOS
              MOVE 'EXR42121'             TO ARQLOG01-MSG-ID
              SET ARQLOG01-SEV-AVISO      TO TRUE
              MOVE 'REGISTRADO DE NOVO - TOTAIS SUBSTITUIDOS'
                                          TO WRK-DET-OCORRENCIA
           ELSE
              SET WRK-CN-WRITE            TO TRUE
              WRITE FD-ARQCEV01 FROM ARQCEV01-REGISTRO
              MOVE 'EXR42102'             TO ARQLOG01-MSG-ID
              SET ARQLOG01-SEV-INFO       TO TRUE
              MOVE 'REGISTRADO - AGUARDANDO CONFIRMACAO'
                                          TO WRK-DET-OCORRENCIA
           END-IF

           IF NOT WRK-FS-CEV01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                          TO ACU-ENV-REGISTRADOS

           MOVE SPACES                    TO ARQLOG01-TEXTO
           STRING 'ENVIO REGISTRADO '     DELIMITED BY SIZE
                  ARQCEV01-NOME-ARQ       DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  ARQCEV01-DATA-EXEC      DELIMITED BY SIZE
             INTO ARQLOG01-TEXTO
           END-STRING
           PERFORM 8800-GRAVAR-LOG

      *    QTDE GRAVADA SEGUNDO O TRIGGER DIFERENTE DA QTDE DO TRAILER *
      *    DO ARQSAI01: O PROPRIO ENVIO JA SAIU INCONSISTENTE          *
           IF WRK-IX-ARQ EQUAL 1
           AND ARQCEV01-QTD-TRIGGER NOT EQUAL ARQCEV01-QTD-ENVIADA
              SET WRK-TEM-ALERTA          TO TRUE
              MOVE 'EXR42123'             TO ARQLOG01-MSG-ID
              SET ARQLOG01-SEV-ERRO       TO TRUE
              MOVE SPACES                 TO ARQLOG01-TEXTO
              STRING 'TRIGGER X TRAILER DIVERGENTE '
                                          DELIMITED BY SIZE
                     ARQCEV01-DATA-EXEC   DELIMITED BY SIZE
                INTO ARQLOG01-TEXTO
              END-STRING
              PERFORM 8800-GRAVAR-LOG
              MOVE 'TRIGGER DIVERGENTE DO TRAILER'
                                          TO WRK-DET-OCORRENCIA
           END-IF

           PERFORM 8940-GRAVAR-LINHA-DETALHE
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PASSO 2: CONFERE CADA CONFIRMACAO RECEBIDA CONTRA O ENVIO   *
      *    REGISTRADO PARA O MESMO ARQUIVO E DATA DE RUN               *
      *----------------------------------------------------------------*
       3000-CONFERIR-CONFIRMACOES SECTION.
      *----------------------------------------------------------------*
           PERFORM 8910-GRAVAR-LINHA-TRACO

           MOVE 'CONFIRMACOES RECEBIDAS NESTE RUN (ARQACK01)'
                                          TO WRK-LIN-SEC-TEXTO
           PERFORM 8920-GRAVAR-CABEC-SECAO

           PERFORM 3800-LER-ARQACK01

           IF WRK-FS-ACK01-FIM
              MOVE 'NENHUMA CONFIRMACAO RECEBIDA'
                                          TO WRK-LIN-MSG-TEXTO
              PERFORM 8930-GRAVAR-LINHA-MENSAGEM
           END-IF

           PERFORM 3100-CONFERIR-CONFIRMACAO UNTIL WRK-FS-ACK01-FIM
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3100-CONFERIR-CONFIRMACAO SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                       TO WRK-FLAG-ARQ-VALIDO

           PERFORM 3110-VALIDAR-NOME-ARQ
              VARYING WRK-IX-ARQ FROM 1 BY 1
              UNTIL WRK-IX-ARQ > 6
                 OR WRK-ARQ-VALIDO

           IF NOT WRK-ARQ-VALIDO
           OR ARQACK01-DATA-EXEC NOT NUMERIC
           OR ARQACK01-QTD-REG NOT NUMERIC
           OR ARQACK01-HASH-COD NOT NUMERIC
              PERFORM 3150-RECUSAR-CONFIRMACAO
           ELSE
              MOVE ARQACK01-NOME-ARQ      TO ARQCEV01-NOME-ARQ
              MOVE ARQACK01-DATA-EXEC     TO ARQCEV01-DATA-EXEC
              PERFORM 4810-LER-ARQCEV01-CHAVE
              IF WRK-FS-CEV01-OK
                 PERFORM 3200-COMPARAR-TOTAIS
              ELSE
                 PERFORM 3160-CONFIRMACAO-SEM-ENVIO
              END-IF
           END-IF

           PERFORM 3800-LER-ARQACK01
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3110-VALIDAR-NOME-ARQ SECTION.
      *----------------------------------------------------------------*
           IF ARQACK01-NOME-ARQ EQUAL WRK-TAB-ARQ-NOME (WRK-IX-ARQ)
              SET WRK-ARQ-VALIDO          TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       3110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONFIRMACAO COM NOME DE ARQUIVO DESCONHECIDO OU DATA/QTDE/  *
      *    HASH NAO NUMERICOS - NAO E CONFERIDA                        *
      *----------------------------------------------------------------*
       3150-RECUSAR-CONFIRMACAO SECTION.
      *----------------------------------------------------------------*
           ADD 1                          TO ACU-INVALIDAS
           SET WRK-TEM-ALERTA             TO TRUE

           MOVE 'EXR42120'                TO ARQLOG01-MSG-ID
           SET ARQLOG01-SEV-AVISO         TO TRUE
           MOVE SPACES                    TO ARQLOG01-TEXTO
           STRING 'CONFIRMACAO INVALIDA ' DELIMITED BY SIZE
                  ARQACK01-NOME-ARQ       DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  ARQACK01-DATA-EXEC      DELIMITED BY SIZE
             INTO ARQLOG01-TEXTO
           END-STRING
           PERFORM 8800-GRAVAR-LOG

           INITIALIZE WRK-DETALHE
           MOVE ARQACK01-NOME-ARQ         TO WRK-DET-NOME-ARQ
           MOVE ARQACK01-DATA-EXEC        TO WRK-DET-DATA-EXEC
           MOVE 'CONFIRMACAO INVALIDA - NAO CONFERIDA'
                                          TO WRK-DET-OCORRENCIA
           PERFORM 8940-GRAVAR-LINHA-DETALHE
           .
      *----------------------------------------------------------------*
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONFIRMACAO DE UM ENVIO QUE NAO CONSTA NO CONTROLE (DATA    *
      *    ERRADA NO RECEPTOR OU RUN SEM TRIGGER)                      *
      *----------------------------------------------------------------*
       3160-CONFIRMACAO-SEM-ENVIO SECTION.
      *----------------------------------------------------------------*
           ADD 1                          TO ACU-SEM-ENVIO
           SET WRK-TEM-ALERTA             TO TRUE

           MOVE 'EXR42127'                TO ARQLOG01-MSG-ID
           SET ARQLOG01-SEV-ERRO          TO TRUE
           MOVE SPACES                    TO ARQLOG01-TEXTO
           STRING 'SEM ENVIO REGISTRADO ' DELIMITED BY SIZE
                  ARQACK01-NOME-ARQ       DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  ARQACK01-DATA-EXEC      DELIMITED BY SIZE
             INTO ARQLOG01-TEXTO
           END-STRING
           PERFORM 8800-GRAVAR-LOG

           INITIALIZE WRK-DETALHE
           MOVE ARQACK01-NOME-ARQ         TO WRK-DET-NOME-ARQ
           MOVE ARQACK01-DATA-EXEC        TO WRK-DET-DATA-EXEC
           MOVE ARQACK01-QTD-REG-9        TO WRK-DET-QTD-REC
           MOVE ARQACK01-HASH-COD-9       TO WRK-DET-HASH-REC
           MOVE 'CONFIRMACAO SEM ENVIO REGISTRADO'
                                          TO WRK-DET-OCORRENCIA
           PERFORM 8940-GRAVAR-LINHA-DETALHE
           .
      *----------------------------------------------------------------*
       3160-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    QTDE E HASH RECEBIDOS IGUAIS AOS DO TRAILER (E, NO          *
      *    ARQSAI01, A QTDE IGUAL A DO TRIGGER) CONFIRMAM O ENVIO;     *
      *    QUALQUER DIFERENCA DEIXA O ENVIO DIVERGENTE. UMA NOVA       *
      *    CONFIRMACAO DO MESMO ENVIO SUBSTITUI A ANTERIOR             *
      *----------------------------------------------------------------*
       3200-COMPARAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           MOVE ARQACK01-QTD-REG-9        TO ARQCEV01-QTD-RECEBIDA
           MOVE ARQACK01-HASH-COD-9       TO ARQCEV01-HASH-RECEBIDO
           MOVE WRK-DATA-EXECUCAO         TO ARQCEV01-DT-CONFIRMA

           INITIALIZE WRK-DETALHE
           PERFORM 8710-CALCULAR-DIAS-RUN
           PERFORM 8720-MONTAR-DETALHE-CONTROLE

           IF ARQCEV01-QTD-RECEBIDA EQUAL ARQCEV01-QTD-ENVIADA
           AND ARQCEV01-HASH-RECEBIDO EQUAL ARQCEV01-HASH-ENVIADO
           AND (ARQCEV01-NOME-ARQ NOT EQUAL 'ARQSAI01'
             OR ARQCEV01-QTD-RECEBIDA EQUAL ARQCEV01-QTD-TRIGGER)
              SET ARQCEV01-SIT-CONFIRMADO TO TRUE
              ADD 1                       TO ACU-CONFERIDAS
              MOVE 'CONFERIDA'            TO WRK-DET-OCORRENCIA
           ELSE
              SET ARQCEV01-SIT-DIVERGENTE TO TRUE
              ADD 1                       TO ACU-DIVERGENTES
              SET WRK-TEM-ALERTA          TO TRUE
              MOVE 'QTDE/HASH DIVERGENTE DO ENVIO'
                                          TO WRK-DET-OCORRENCIA
              MOVE 'EXR42125'             TO ARQLOG01-MSG-ID
              SET ARQLOG01-SEV-ERRO       TO TRUE
              MOVE SPACES                 TO ARQLOG01-TEXTO
              STRING 'QTDE/HASH DIVERGENTE ' DELIMITED BY SIZE
                     ARQCEV01-NOME-ARQ    DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     ARQCEV01-DATA-EXEC   DELIMITED BY SIZE
                INTO ARQLOG01-TEXTO
              END-STRING
              PERFORM 8800-GRAVAR-LOG
           END-IF

           PERFORM 4850-REGRAVAR-ARQCEV01

           PERFORM 8940-GRAVAR-LINHA-DETALHE
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO ARQUIVO ARQACK01
      *----------------------------------------------------------------*
       3800-LER-ARQACK01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQACK01            TO TRUE

           READ ARQACK01 INTO ARQACK01-REGISTRO

           IF WRK-FS-ACK01-OK
              ADD 1 TO ACU-LIDOS-ARQACK01
           ELSE
              IF NOT WRK-FS-ACK01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PASSO 3: PERCORRE O CONTROLE DE ENVIOS INTEIRO. O ENVIO     *
      *    AGUARDANDO CONFIRMACAO HA MAIS DIAS QUE O PRAZO PASSA A     *
      *    ATRASADO E E SINALIZADO NO LOG UMA VEZ; OS ATRASADOS E      *
      *    DIVERGENTES AINDA ABERTOS SAO LISTADOS A CADA RUN ATE UMA   *
      *    CONFIRMACAO CONFERIDA CHEGAR                                *
      *----------------------------------------------------------------*
       4000-VERIFICAR-PRAZOS SECTION.
      *----------------------------------------------------------------*
           PERFORM 8910-GRAVAR-LINHA-TRACO

           MOVE 'ENVIOS EM ABERTO: SEM CONFIRMACAO NO PRAZO OU CONFIRMAD
      -         'OS COM DIVERGENCIA'      TO WRK-LIN-SEC-TEXTO
           PERFORM 8920-GRAVAR-CABEC-SECAO

      *    REABRE O CONTROLE PARA A LEITURA SEQUENCIAL DESDE O INICIO  *
           SET WRK-CN-CLOSE               TO TRUE
           SET WRK-CN-ARQCEV01            TO TRUE

           CLOSE ARQCEV01
           IF NOT WRK-FS-CEV01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-OPEN                TO TRUE

           OPEN I-O ARQCEV01
           IF NOT WRK-FS-CEV01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 4800-LER-ARQCEV01-PROXIMO

           PERFORM 4100-VERIFICAR-ENVIO UNTIL WRK-FS-CEV01-FIM

           IF ACU-ATRASADOS-NOVOS + ACU-PEND-ABERTAS EQUAL ZEROS
              MOVE 'NENHUM ENVIO EM ABERTO'
                                          TO WRK-LIN-MSG-TEXTO
              PERFORM 8930-GRAVAR-LINHA-MENSAGEM
           END-IF
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       4100-VERIFICAR-ENVIO SECTION.
      *----------------------------------------------------------------*
           INITIALIZE WRK-DETALHE
           PERFORM 8710-CALCULAR-DIAS-RUN

           EVALUATE TRUE
              WHEN ARQCEV01-SIT-CONFIRMADO
                   ADD 1                  TO ACU-CONFIRMADOS

              WHEN ARQCEV01-SIT-PENDENTE
                   IF WRK-DIAS-CORRIDOS > WRK-PRAZO-DIAS
                      PERFORM 4200-SINALIZAR-ATRASO
                   ELSE
                      ADD 1               TO ACU-AGUARDANDO
                   END-IF

              WHEN ARQCEV01-SIT-ATRASADO
                   ADD 1                  TO ACU-PEND-ABERTAS
                   SET WRK-TEM-ALERTA     TO TRUE
                   PERFORM 8720-MONTAR-DETALHE-CONTROLE
                   MOVE 'CONFIRMACAO AINDA NAO RECEBIDA'
                                          TO WRK-DET-OCORRENCIA
                   PERFORM 8940-GRAVAR-LINHA-DETALHE

              WHEN OTHER
                   ADD 1                  TO ACU-PEND-ABERTAS
                   SET WRK-TEM-ALERTA     TO TRUE
                   PERFORM 8720-MONTAR-DETALHE-CONTROLE
                   MOVE 'DIVERGENTE - AGUARDA NOVA CONFIRMACAO'
                                          TO WRK-DET-OCORRENCIA
                   PERFORM 8940-GRAVAR-LINHA-DETALHE
           END-EVALUATE

           PERFORM 4800-LER-ARQCEV01-PROXIMO
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       4200-SINALIZAR-ATRASO SECTION.
      *----------------------------------------------------------------*
           ADD 1                          TO ACU-ATRASADOS-NOVOS
           SET WRK-TEM-ALERTA             TO TRUE

           SET ARQCEV01-SIT-ATRASADO      TO TRUE
           PERFORM 4850-REGRAVAR-ARQCEV01

           MOVE 'EXR42126'                TO ARQLOG01-MSG-ID
           SET ARQLOG01-SEV-ERRO          TO TRUE
           MOVE SPACES                    TO ARQLOG01-TEXTO
           STRING 'CONFIRMACAO AUSENTE '  DELIMITED BY SIZE
                  ARQCEV01-NOME-ARQ       DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  ARQCEV01-DATA-EXEC      DELIMITED BY SIZE
             INTO ARQLOG01-TEXTO
           END-STRING
           PERFORM 8800-GRAVAR-LOG

           PERFORM 8720-MONTAR-DETALHE-CONTROLE
           MOVE 'CONFIRMACAO NAO RECEBIDA NO PRAZO'
                                          TO WRK-DET-OCORRENCIA
           PERFORM 8940-GRAVAR-LINHA-DETALHE
           .
      *----------------------------------------------------------------*
       4200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO CONTROLE DE ENVIOS
      *----------------------------------------------------------------*
       4800-LER-ARQCEV01-PROXIMO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQCEV01            TO TRUE

           READ ARQCEV01 NEXT INTO ARQCEV01-REGISTRO

           IF NOT WRK-FS-CEV01-OK
           AND NOT WRK-FS-CEV01-FIM
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       4800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O CONTROLE PELA CHAVE JA MONTADA EM ARQCEV01-CHAVE - O   *
      *    CHAMADOR TESTA O FILE STATUS (00 = ACHOU, 23 = NAO ACHOU)   *
      *----------------------------------------------------------------*
       4810-LER-ARQCEV01-CHAVE SECTION.
      *----------------------------------------------------------------*
           MOVE ARQCEV01-CHAVE            TO FD-ARQCEV01-CHAVE

           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQCEV01            TO TRUE

           READ ARQCEV01 INTO ARQCEV01-REGISTRO

           IF NOT WRK-FS-CEV01-OK
           AND NOT WRK-FS-CEV01-NAO-ACHOU
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       4810-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       4850-REGRAVAR-ARQCEV01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-REWRITE             TO TRUE
           SET WRK-CN-ARQCEV01            TO TRUE

           REWRITE FD-ARQCEV01 FROM ARQCEV01-REGISTRO

           IF NOT WRK-FS-CEV01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       4850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       6000-GRAVAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           PERFORM 8910-GRAVAR-LINHA-TRACO

           MOVE 'ENVIOS REGISTRADOS NESTE RUN...........:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-ENV-REGISTRADOS       TO WRK-LIN-TOT-QTDE
           PERFORM 6010-GRAVAR-LINHA-TOTAL

           MOVE 'ARQUIVOS ENVIADOS SEM TRAILER..........:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-ENV-SEM-TRL           TO WRK-LIN-TOT-QTDE
           PERFORM 6010-GRAVAR-LINHA-TOTAL

           MOVE 'CONFIRMACOES CONFERIDAS................:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-CONFERIDAS            TO WRK-LIN-TOT-QTDE
           PERFORM 6010-GRAVAR-LINHA-TOTAL

           MOVE 'CONFIRMACOES DIVERGENTES...............:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-DIVERGENTES           TO WRK-LIN-TOT-QTDE
           PERFORM 6010-GRAVAR-LINHA-TOTAL

           MOVE 'CONFIRMACOES SEM ENVIO REGISTRADO......:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-SEM-ENVIO             TO WRK-LIN-TOT-QTDE
           PERFORM 6010-GRAVAR-LINHA-TOTAL

           MOVE 'CONFIRMACOES INVALIDAS.................:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-INVALIDAS             TO WRK-LIN-TOT-QTDE
           PERFORM 6010-GRAVAR-LINHA-TOTAL

           MOVE 'ENVIOS ATRASADOS NESTE RUN.............:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-ATRASADOS-NOVOS       TO WRK-LIN-TOT-QTDE
           PERFORM 6010-GRAVAR-LINHA-TOTAL

           MOVE 'ENVIOS EM ABERTO JA SINALIZADOS........:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-PEND-ABERTAS          TO WRK-LIN-TOT-QTDE
           PERFORM 6010-GRAVAR-LINHA-TOTAL

           MOVE 'ENVIOS AGUARDANDO DENTRO DO PRAZO......:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-AGUARDANDO            TO WRK-LIN-TOT-QTDE
           PERFORM 6010-GRAVAR-LINHA-TOTAL

           MOVE 'ENVIOS CONFIRMADOS NO CONTROLE.........:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-CONFIRMADOS           TO WRK-LIN-TOT-QTDE
           PERFORM 6010-GRAVAR-LINHA-TOTAL
           .
      *----------------------------------------------------------------*
       6000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       6010-GRAVAR-LINHA-TOTAL SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE               TO TRUE
           SET WRK-CN-ARQREL01            TO TRUE

           WRITE FD-ARQREL01 FROM WRK-LIN-TOTAL

           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       6010-99-FIM.
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
      *    DIAS CORRIDOS DA DATA DO RUN DO ENVIO CORRENTE ATE HOJE     *
      *----------------------------------------------------------------*
       8710-CALCULAR-DIAS-RUN SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                     TO WRK-DIAS-CORRIDOS

           IF ARQCEV01-DATA-EXEC NUMERIC
              MOVE ARQCEV01-DATA-EXEC     TO WRK-DT-CALC
              PERFORM 8700-CALCULAR-DIA-ABS
              COMPUTE WRK-DIAS-CORRIDOS = WRK-DIA-HOJE - WRK-DIA-ABS
              IF WRK-DIAS-CORRIDOS < ZEROS
                 MOVE ZEROS               TO WRK-DIAS-CORRIDOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       8710-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    DETALHE DO RELATORIO A PARTIR DO ENVIO CORRENTE DO CONTROLE *
      *----------------------------------------------------------------*
       8720-MONTAR-DETALHE-CONTROLE SECTION.
      *----------------------------------------------------------------*
           MOVE ARQCEV01-NOME-ARQ         TO WRK-DET-NOME-ARQ
           MOVE ARQCEV01-DATA-EXEC        TO WRK-DET-DATA-EXEC
           MOVE ARQCEV01-QTD-ENVIADA      TO WRK-DET-QTD-ENV
           MOVE ARQCEV01-HASH-ENVIADO     TO WRK-DET-HASH-ENV
           MOVE ARQCEV01-QTD-TRIGGER      TO WRK-DET-QTD-TRG
           MOVE ARQCEV01-QTD-RECEBIDA     TO WRK-DET-QTD-REC
           MOVE ARQCEV01-HASH-RECEBIDO    TO WRK-DET-HASH-REC
           MOVE WRK-DIAS-CORRIDOS         TO WRK-DET-DIAS
           .
      *----------------------------------------------------------------*
       8720-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA UM EVENTO NO LOG ESTRUTURADO ARQLOG01 - MESMO         *
      *    CONTRATO DE 8800-GRAVAR-LOG DE EXER0410                     *
      *----------------------------------------------------------------*
       8800-GRAVAR-LOG SECTION.
      *----------------------------------------------------------------*
           IF WRK-LOG-OK
              ACCEPT WRK-LOG-DATA          FROM DATE YYYYMMDD
              ACCEPT WRK-LOG-HORA          FROM TIME

              MOVE WRK-LOG-DATA            TO ARQLOG01-DATA
              MOVE WRK-LOG-HORA            TO ARQLOG01-HORA
              MOVE WRK-PROGRAMA            TO ARQLOG01-PROGRAMA

              WRITE FD-ARQLOG01 FROM ARQLOG01-REGISTRO

              IF NOT WRK-FS-LOG01-OK
                 MOVE 'N'                  TO WRK-FLAG-LOG-ABERTO
                 DISPLAY '*****************************************'
                 DISPLAY '*  AVISO: FALHA DE GRAVACAO EM ARQLOG01 *'
                 DISPLAY '*  FILE-STATUS: ' WRK-FS-ARQLOG01
                                                 '                 *'
                 DISPLAY '*  LOG DESATIVADO - O RUN CONTINUA      *'
                 DISPLAY '*****************************************'
              END-IF
           END-IF

           MOVE SPACES                     TO ARQLOG01-FILE-STATUS
                                              ARQLOG01-SQLCODE
                                              ARQLOG01-COD-CLI
                                              ARQLOG01-TEXTO
           .
      *----------------------------------------------------------------*
       8800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       8900-GRAVAR-LINHA-TITULO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE               TO TRUE
           SET WRK-CN-ARQREL01            TO TRUE

           WRITE FD-ARQREL01 FROM WRK-LIN-TITULO

           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       8900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       8910-GRAVAR-LINHA-TRACO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE               TO TRUE
           SET WRK-CN-ARQREL01            TO TRUE

           WRITE FD-ARQREL01 FROM WRK-LIN-TRACO

           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       8910-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TITULO DA SECAO (JA MONTADO EM WRK-LIN-SEC-TEXTO) E O       *
      *    CABECALHO DAS COLUNAS                                       *
      *----------------------------------------------------------------*
       8920-GRAVAR-CABEC-SECAO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE               TO TRUE
           SET WRK-CN-ARQREL01            TO TRUE

           WRITE FD-ARQREL01 FROM WRK-LIN-SECAO
           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQREL01 FROM WRK-LIN-CABEC
           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       8920-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       8930-GRAVAR-LINHA-MENSAGEM SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE               TO TRUE
           SET WRK-CN-ARQREL01            TO TRUE

           WRITE FD-ARQREL01 FROM WRK-LIN-MENSAGEM

           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       8930-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       8940-GRAVAR-LINHA-DETALHE SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DET-NOME-ARQ          TO WRK-LIN-DET-ARQ
           MOVE WRK-DET-DATA-EXEC         TO WRK-LIN-DET-DATA
           MOVE WRK-DET-QTD-ENV           TO WRK-LIN-DET-QTD-ENV
           MOVE WRK-DET-HASH-ENV          TO WRK-LIN-DET-HASH-ENV
           MOVE WRK-DET-QTD-TRG           TO WRK-LIN-DET-QTD-TRG
           MOVE WRK-DET-QTD-REC           TO WRK-LIN-DET-QTD-REC
           MOVE WRK-DET-HASH-REC          TO WRK-LIN-DET-HASH-REC
           MOVE WRK-DET-DIAS              TO WRK-LIN-DET-DIAS
           MOVE WRK-DET-OCORRENCIA        TO WRK-LIN-DET-OCORR

           SET WRK-CN-WRITE               TO TRUE
           SET WRK-CN-ARQREL01            TO TRUE

           WRITE FD-ARQREL01 FROM WRK-LIN-DETALHE

           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       8940-99-FIM.
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

           MOVE 'EXR42110'                 TO ARQLOG01-MSG-ID
           SET ARQLOG01-SEV-ERRO           TO TRUE
           MOVE SPACES                     TO ARQLOG01-TEXTO
           STRING 'ERRO '                  DELIMITED BY SIZE
                  WRK-COMANDO              DELIMITED BY SIZE
                  ' ARQUIVO '              DELIMITED BY SIZE
                  WRK-ARQUIVO              DELIMITED BY SIZE
             INTO ARQLOG01-TEXTO
           END-STRING
           PERFORM 8800-GRAVAR-LOG

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
           SET WRK-CN-ARQTRG01 TO TRUE.

           CLOSE ARQTRG01.
           IF NOT WRK-FS-TRG01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQACK01 TO TRUE.

           CLOSE ARQACK01.
           IF NOT WRK-FS-ACK01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQCEV01 TO TRUE.

           CLOSE ARQCEV01.
           IF NOT WRK-FS-CEV01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQREL01 TO TRUE.

           CLOSE ARQREL01.
           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

      *    AUDITORIA SO EM TERMINO NORMAL - MESMA REGRA DE EXER0410    *
           IF WRK-FIM-NORMAL
              PERFORM 9910-GRAVAR-AUDITORIA
           END-IF

           IF WRK-FIM-NORMAL
              MOVE 'EXR42103'              TO ARQLOG01-MSG-ID
              SET ARQLOG01-SEV-INFO        TO TRUE
              MOVE 'FIM NORMAL'            TO ARQLOG01-TEXTO
           ELSE
              MOVE 'EXR42190'              TO ARQLOG01-MSG-ID
              SET ARQLOG01-SEV-CANCEL      TO TRUE
              MOVE 'FIM ANORMAL - PROCESSAMENTO CANCELADO'
                                           TO ARQLOG01-TEXTO
           END-IF
           PERFORM 8800-GRAVAR-LOG

           IF WRK-LOG-OK
              SET WRK-CN-CLOSE             TO TRUE
              SET WRK-CN-ARQLOG01          TO TRUE
              MOVE 'N'                     TO WRK-FLAG-LOG-ABERTO

              CLOSE ARQLOG01
              IF NOT WRK-FS-LOG01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           DISPLAY '***************************************************'
           MOVE ACU-ENV-REGISTRADOS    TO WRK-MASK-QTREG7
           DISPLAY '* QTDE ENVIOS REGISTRADOS: ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-ENV-SEM-TRL        TO WRK-MASK-QTREG7
           DISPLAY '* QTDE ENVIOS SEM TRAILER: ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-LIDOS-ARQACK01     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE CONFIRMACOES LIDAS: ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-CONFERIDAS         TO WRK-MASK-QTREG7
           DISPLAY '* QTDE CONFERIDAS        : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-DIVERGENTES        TO WRK-MASK-QTREG7
           DISPLAY '* QTDE DIVERGENTES       : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-SEM-ENVIO          TO WRK-MASK-QTREG7
           DISPLAY '* QTDE SEM ENVIO         : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-INVALIDAS          TO WRK-MASK-QTREG7
           DISPLAY '* QTDE INVALIDAS         : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-ATRASADOS-NOVOS    TO WRK-MASK-QTREG7
           DISPLAY '* QTDE ATRASADOS NO RUN  : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-PEND-ABERTAS       TO WRK-MASK-QTREG7
           DISPLAY '* QTDE EM ABERTO SINALIZ.: ' WRK-MASK-QTREG7
                                                    '              *'
           DISPLAY '*                                                 *'
           IF WRK-FIM-NORMAL
              IF WRK-TEM-ALERTA
                 MOVE 4                TO RETURN-CODE
                 DISPLAY '* ' WRK-PROGRAMA ' FIM NORMAL COM PENDENCIAS*'
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
      *----------------------------------------------------------------*
      *    GRAVA O REGISTRO DE TOTAIS DO RUN NO HISTORICO DE           *
      *    AUDITORIA ARQAUD01 - TIPO 'M' COMO EXER0410: LIDOS = AS     *
      *    CONFIRMACOES LIDAS, GRAVADOS = ENVIOS REGISTRADOS MAIS      *
      *    CONFIRMACOES CONFERIDAS, DESPREZADOS = CONFIRMACOES         *
      *    DIVERGENTES, SEM ENVIO OU INVALIDAS                         *
      *----------------------------------------------------------------*
       9910-GRAVAR-AUDITORIA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                   TO TRUE
           SET WRK-CN-ARQAUD01               TO TRUE

           OPEN EXTEND ARQAUD01
           IF NOT WRK-FS-AUD01-OK AND NOT WRK-FS-AUD01-NOVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           INITIALIZE                        ARQAUD01-REGISTRO
           SET ARQAUD01-TIPO-MANUT           TO TRUE
           MOVE WRK-DATA-EXECUCAO            TO ARQAUD01-DATA-EXECUCAO
           MOVE WRK-PROGRAMA                 TO ARQAUD01-PROGRAMA
           MOVE ACU-LIDOS-ARQACK01           TO ARQAUD01-QTD-LIDOS
           COMPUTE ARQAUD01-QTD-GRAVADOS    = ACU-ENV-REGISTRADOS
                                            + ACU-CONFERIDAS
           COMPUTE ARQAUD01-QTD-DESPREZADOS = ACU-DIVERGENTES
                                            + ACU-SEM-ENVIO
                                            + ACU-INVALIDAS

           SET WRK-CN-WRITE                  TO TRUE

           WRITE FD-ARQAUD01 FROM ARQAUD01-TOTAIS

           IF NOT WRK-FS-AUD01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE                  TO TRUE
           SET WRK-CN-ARQAUD01               TO TRUE

           CLOSE ARQAUD01
           IF NOT WRK-FS-AUD01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       9910-99-FIM.
           EXIT.

          END PROGRAM EXER0421.
