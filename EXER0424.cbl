      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0424.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0424
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   RECONSTRUIR A IMAGEM QUE CADA CLIENTE TINHA *
      *                    NUMA DATA PASSADA (DATA DE REFERENCIA DO    *
      *                    PARM), PARA EVIDENCIA EM DISPUTA COM        *
      *                    PARCEIRO SOBRE O QUE FOI ENVIADO:           *
      *                    - A IMAGEM E A IMAGEM DEPOIS DA ULTIMA      *
      *                      ACAO DO HISTORICO ARQHCL01 COM DATA DO    *
      *                      RUN ATE A REFERENCIA                      *
      *                    - SEM ACAO ATE A REFERENCIA, E A IMAGEM     *
      *                      ANTES DA PRIMEIRA ACAO POSTERIOR          *
      *                    - CLIENTE SEM NENHUMA ACAO NO HISTORICO USA *
      *                      A IMAGEM ATUAL DO CADASTRO ARQMST01 (NAO  *
      *                      MUDOU DESDE ENTAO)                        *
      *                    SO SAEM OS CLIENTES ATIVOS NA DATA, NO      *
      *                    LAYOUT NORMAL DO ARQSAI01 (CABECALHO,       *
      *                    DETALHES E TRAILER DE BATIMENTO DE          *
      *                    EXER0403, NO FORMATO DO PARM). OPCIONALMENTE*
      *                    SO OS CLIENTES DA LISTA ARQLST01. CLIENTE   *
      *                    DO REGISTRO LGPD NUNCA SAI                  *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQHCL01 (VSAM KSDS - HISTORICO CLIENTE) HCL04103
      *      ARQMST01 (VSAM KSDS)                    MST04103
      *      ARQLGP01 (VSAM KSDS - REGISTRO LGPD)    LGP04103
      *      ARQLST01 (ENTRADA - CLIENTES A EXTRAIR, LST04103
      *                SO COM PARM POS 10 = 'S')
      *      ARQSAI01 (SAIDA - IMAGEM NA DATA)       SAI04103
      *----------------------------------------------------------------*
      *    PARM........:                                               *
      *      POS 01-08 : DATA DE REFERENCIA AAAAMMDD (OBRIGATORIA, NAO *
      *                  POSTERIOR A DATA DO RUN)                      *
      *      POS 09    : FORMATO DO ARQSAI01 - 'C' = CSV (;) DEFAULT,  *
      *                  'P' = PIPE (|), 'F' = POSICIONAL              *
      *      POS 10    : 'T'/BRANCO = TODOS OS CLIENTES                *
      *                  'S' = SO OS CLIENTES DO ARQLST01              *
      *----------------------------------------------------------------*
      *    CLIENTE SEM ACAO NO HISTORICO CUJA IMAGEM NO CADASTRO E DE  *
      *    RUN POSTERIOR A REFERENCIA (CARGA POR RECONSTRUCAO DE       *
      *    EXER0409) SAI COM A IMAGEM DO CADASTRO, MAS E CONTADO COMO  *
      *    IMAGEM NAO COMPROVADA E DEVOLVE RETURN-CODE 4               *
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
           SELECT OPTIONAL ARQHCL01 ASSIGN TO ARQHCL01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS FD-ARQHCL01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQHCL01.
      *
           SELECT ARQMST01 ASSIGN      TO ARQMST01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS FD-ARQMST01-COD-CLI
                      FILE STATUS      IS WRK-FS-ARQMST01.
      *
           SELECT OPTIONAL ARQLGP01 ASSIGN TO ARQLGP01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQLGP01-COD-CLI
                      FILE STATUS      IS WRK-FS-ARQLGP01.
      *
           SELECT OPTIONAL ARQLST01 ASSIGN TO UT-S-ARQLST01
                      FILE STATUS      IS WRK-FS-ARQLST01.
      *
           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.
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
      *   INPUT:      HISTORICO DE ALTERACOES DE CLIENTE              *
      *               ORG. VSAM KSDS    -   LRECL = 230               *
      *               CHAVE = COD-CLI + DATA-RUN + SEQ (POS 01-21)    *
      *---------------------------------------------------------------*

       FD  ARQHCL01
           RECORD CONTAINS 230 CHARACTERS.
       01 FD-ARQHCL01.
           05 FD-ARQHCL01-CHAVE   PIC X(21).
           05 FILLER              PIC X(209).

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
      *   INPUT:      REGISTRO DE EXPURGO LGPD                        *
      *               ORG. VSAM KSDS    -   LRECL = 80                *
      *               CHAVE = COD-CLI (POSICOES 01-10)                *
      *---------------------------------------------------------------*

       FD  ARQLGP01
           RECORD CONTAINS 80 CHARACTERS.
       01 FD-ARQLGP01.
           05 FD-ARQLGP01-COD-CLI PIC X(10).
           05 FILLER              PIC X(70).

      *----------------------------------------------------------------*
      *    INPUT:     CLIENTES A EXTRAIR (ASCENDENTE)                  *
      *               ORG. SEQUENCIAL   -   LRECL = 10                 *
      *----------------------------------------------------------------*

       FD  ARQLST01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLST01             PIC X(10).

      *---------------------------------------------------------------*
      *   OUTPUT:     IMAGEM DOS CLIENTES NA DATA DE REFERENCIA       *
      *               (LAYOUT DO ARQSAI01 DE EXER0403)                *
      *               ORG. SEQUENCIAL   -   LRECL = 117               *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSAI01             PIC X(117).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0424 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0424'.
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
           03 ACU-LIDOS-ARQHCL01  PIC  9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQMST01  PIC  9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQLST01  PIC  9(007) VALUE ZEROS.
           03 ACU-CLIENTES        PIC  9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01  PIC  9(007) VALUE ZEROS.
           03 ACU-INATIVOS        PIC  9(007) VALUE ZEROS.
           03 ACU-SUPRIMIDOS-LGPD PIC  9(007) VALUE ZEROS.
           03 ACU-NAO-COMPROVADOS PIC  9(007) VALUE ZEROS.
      *
       01 WRK-DATA-EXECUCAO       PIC  X(008) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    PARAMETROS DO PARM (VER CABECALHO)                          *
      *----------------------------------------------------------------*
       01 WRK-AREA-PARM.
           03 WRK-PARM-DATA-REF   PIC  X(008) VALUE SPACES.
           03 WRK-PARM-DATA-REF-R REDEFINES WRK-PARM-DATA-REF.
              05 WRK-PARM-REF-ANO PIC  9(004).
              05 WRK-PARM-REF-MES PIC  9(002).
              05 WRK-PARM-REF-DIA PIC  9(002).
           03 WRK-PARM-SELECAO    PIC  X(001) VALUE 'T'.
              88 WRK-SEL-TODOS                VALUE 'T' ' '.
              88 WRK-SEL-LISTA                VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    CLIENTES DA LISTA ARQLST01 (ASCENDENTE, PARA O SEARCH ALL)  *
      *    - MESMA CARGA DO BACKOUT EXER0416                           *
      *----------------------------------------------------------------*
       01 WRK-TAB-SELECAO.
           03 WRK-TAB-SEL-QTD     PIC  9(005) VALUE ZEROS.
           03 WRK-TAB-SEL-ITEM    OCCURS 1 TO 5000 TIMES
                                  DEPENDING ON WRK-TAB-SEL-QTD
                                  ASCENDING KEY IS WRK-TAB-SEL-COD-CLI
                                  INDEXED BY IX-TAB-SEL.
              05 WRK-TAB-SEL-COD-CLI PIC X(010).
      *
       01 WRK-SEQ-ULT-COD-CLI     PIC  X(010) VALUE LOW-VALUES.
      *
       01 WRK-FLAG-CLI-SELECIONADO PIC X(001) VALUE 'N'.
          88 WRK-CLI-SELECIONADO              VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    BALANCE LINE ARQHCL01 X ARQMST01 POR COD-CLI (HIGH-VALUES   *
      *    NO FIM DE CADA ARQUIVO) E A IMAGEM ESCOLHIDA PARA O CLIENTE *
      *----------------------------------------------------------------*
       01 WRK-HCL-COD-CLI         PIC  X(010) VALUE LOW-VALUES.
       01 WRK-MST-COD-CLI         PIC  X(010) VALUE LOW-VALUES.
       01 WRK-CLI-ATUAL           PIC  X(010) VALUE SPACES.
       01 WRK-MST-PROXIMO         PIC  X(100) VALUE SPACES.
       01 WRK-IMAGEM              PIC  X(100) VALUE SPACES.
       01 WRK-ORIGEM-IMAGEM       PIC  X(001) VALUE 'N'.
          88 WRK-IMG-NENHUMA                  VALUE 'N'.
          88 WRK-IMG-DEPOIS                   VALUE 'D'.
          88 WRK-IMG-ANTES                    VALUE 'A'.
          88 WRK-IMG-CADASTRO                 VALUE 'M'.
      *
       01 WRK-CABEC.
           05 WRL-CABEC-ARQSAI01  PIC  X(037) VALUE
              'COD;NOME;DATA ATULZ;QTDE;UF;DAT-INCL'.
           05 WRL-CABEC-PIPE      PIC  X(037) VALUE
              'COD|NOME|DATA ATULZ|QTDE|UF|DAT-INCL'.
           05 WRL-CABEC-FIXO      PIC  X(037) VALUE
              'COD NOME DATA-ATLZ QTDE UF DAT-INCL'.
      *
      *----------------------------------------------------------------*
      *    AREA DE FORMATO CONFIGURAVEL DO ARQSAI01 (PARM POSICAO 09)  *
      *    'C' = CSV (;)   'P' = PIPE (|)   'F' = POSICIONAL (FIXO)    *
      *----------------------------------------------------------------*
       01 WRK-AREA-FORMATO.
           03 WRK-PARM-FORMATO    PIC  X(001) VALUE 'C'.
              88 WRK-FMT-CSV               VALUE 'C'.
              88 WRK-FMT-PIPE              VALUE 'P'.
              88 WRK-FMT-FIXO              VALUE 'F'.
           03 WRK-DELIMITADOR     PIC  X(001) VALUE ';'.
           03 WRK-LINHA-SAIDA     PIC  X(117) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    TOTAIS DO TRAILER DO ARQSAI01 (QTDE DE DETALHES, HASH =     *
      *    SOMA DOS COD-CLI NUMERICOS E SOMA DE QTD-END) - MESMO       *
      *    TRAILER DE EXER0403, GRAVADO SO EM TERMINO NORMAL           *
      *----------------------------------------------------------------*
       01 WRK-AREA-TRL-SAIDA.
           03 ACU-TRL-QTD-SAI     PIC  9(007) VALUE ZEROS.
           03 ACU-HASH-COD-SAI    PIC  9(015) VALUE ZEROS.
           03 ACU-SOMA-QTD-END    PIC  9(009) VALUE ZEROS.
           03 WRK-COD-CLI-X       PIC  X(010) VALUE ZEROS.
           03 WRK-COD-CLI-9 REDEFINES WRK-COD-CLI-X
                                  PIC  9(010).
           03 WRK-QTD-END-X       PIC  X(005) VALUE ZEROS.
           03 WRK-QTD-END-9 REDEFINES WRK-QTD-END-X
                                  PIC  9(005).
           03 WRK-TRL-QTD-ED      PIC  9(007) VALUE ZEROS.
           03 WRK-TRL-HASH-ED     PIC  9(015) VALUE ZEROS.
           03 WRK-TRL-SOMA-ED     PIC  9(009) VALUE ZEROS.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQHCL01      VALUE 'HCL01113'.
          88 WRK-CN-ARQMST01      VALUE 'MST01113'.
          88 WRK-CN-ARQLGP01      VALUE 'LGP01113'.
          88 WRK-CN-ARQLST01      VALUE 'LST01113'.
          88 WRK-CN-ARQSAI01      VALUE 'SAI01113'.

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
          05 WRK-FS-ARQHCL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HCL01-OK               VALUE '00'.
             88 WRK-FS-HCL01-NOVO             VALUE '05'.
             88 WRK-FS-HCL01-FIM              VALUE '10'.

          05 WRK-FS-ARQMST01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-MST01-OK               VALUE '00'.
             88 WRK-FS-MST01-FIM              VALUE '10'.

          05 WRK-FS-ARQLGP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LGP01-OK               VALUE '00'.
             88 WRK-FS-LGP01-NOVO             VALUE '05'.
             88 WRK-FS-LGP01-NAO-ACHOU        VALUE '23' '35'.

          05 WRK-FS-ARQLST01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LST01-OK               VALUE '00'.
             88 WRK-FS-LST01-NOVO             VALUE '05'.
             88 WRK-FS-LST01-FIM              VALUE '10'.

          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
      *
       01 WRK-FLAG-FINALIZANDO    PIC  X(001) VALUE 'N'.
          88 WRK-FINALIZANDO                  VALUE 'S'.
      *
       01 WRK-FLAG-FIM-NORMAL     PIC  X(001) VALUE 'N'.
          88 WRK-FIM-NORMAL                   VALUE 'S'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
      **** AREA ARQUIVO DE ENTRADA E SAIDA

           COPY HCL04103.
           COPY MST04103.
           COPY LGP04103.
           COPY LST04103.
           COPY SAI04103.
      *
      *----------------------------------------------------------------*
       01 FILLER                PIC X(050) VALUE
              'EXER0424 - FIM DA AREA DE WORKING'.
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
           PERFORM 2000-RECONSTRUIR-CLIENTE
              UNTIL WRK-HCL-COD-CLI EQUAL HIGH-VALUES
                AND WRK-MST-COD-CLI EQUAL HIGH-VALUES
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

           IF WRK-SEL-LISTA
              PERFORM 1100-CARREGAR-SELECAO
           END-IF

      *    SEM HISTORICO AINDA (NENHUM DELTA APLICADO DESDE A CRIACAO) *
      *    O OPTIONAL ABRE COM FILE STATUS 05 E TODOS OS CLIENTES SAEM *
      *    COM A IMAGEM DO CADASTRO                                    *
           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQHCL01                TO TRUE

           OPEN INPUT ARQHCL01
           IF NOT WRK-FS-HCL01-OK AND NOT WRK-FS-HCL01-NOVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQMST01                TO TRUE
           SET WRK-CN-OPEN                    TO TRUE

           OPEN INPUT ARQMST01
           IF NOT WRK-FS-MST01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQLGP01                TO TRUE
           SET WRK-CN-OPEN                    TO TRUE

           OPEN INPUT ARQLGP01
           IF NOT WRK-FS-LGP01-OK AND NOT WRK-FS-LGP01-NOVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQSAI01                TO TRUE
           SET WRK-CN-OPEN                    TO TRUE

           OPEN OUTPUT ARQSAI01
           IF NOT WRK-FS-SAI01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-WRITE                   TO TRUE

           EVALUATE TRUE
              WHEN WRK-FMT-PIPE
                   WRITE FD-ARQSAI01 FROM WRL-CABEC-PIPE
              WHEN WRK-FMT-FIXO
                   WRITE FD-ARQSAI01 FROM WRL-CABEC-FIXO
              WHEN OTHER
                   WRITE FD-ARQSAI01 FROM WRL-CABEC-ARQSAI01
           END-EVALUATE

           IF NOT WRK-FS-SAI01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3800-LER-ARQHCL01
           PERFORM 3810-LER-ARQMST01
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PARM DO JCL (EXEC PARM=) - VER CABECALHO. SEM DATA DE  *
      *    REFERENCIA VALIDA NAO HA O QUE RECONSTRUIR: CANCELA ANTES   *
      *    DE ABRIR OS ARQUIVOS                                        *
      *----------------------------------------------------------------*
       1010-LER-PARM SECTION.
      *----------------------------------------------------------------*
           IF LK-PARM-TAM > 7
              MOVE LK-PARM-DADOS(1:8)   TO WRK-PARM-DATA-REF
           END-IF

           IF LK-PARM-TAM > 8
              MOVE LK-PARM-DADOS(9:1)   TO WRK-PARM-FORMATO
           END-IF

           IF LK-PARM-TAM > 9
              MOVE LK-PARM-DADOS(10:1)  TO WRK-PARM-SELECAO
           END-IF

           IF WRK-PARM-DATA-REF NOT NUMERIC
           OR WRK-PARM-REF-MES < 01
           OR WRK-PARM-REF-MES > 12
           OR WRK-PARM-REF-DIA < 01
           OR WRK-PARM-REF-DIA > 31
           OR WRK-PARM-DATA-REF > WRK-DATA-EXECUCAO
           OR (NOT WRK-SEL-TODOS AND NOT WRK-SEL-LISTA)
              DISPLAY '****************************************'
              DISPLAY '*  ERRO: PARM INVALIDO                  *'
              DISPLAY '*  ESPERADO AAAAMMDD + FORMATO (C/P/F)  *'
              DISPLAY '*  + SELECAO (T/S)                      *'
              DISPLAY '* ' WRK-PROGRAMA ' CANCELADO            *'
              DISPLAY '****************************************'
              MOVE 12                   TO RETURN-CODE
              STOP RUN
           END-IF

           IF NOT WRK-FMT-CSV
           AND NOT WRK-FMT-PIPE
           AND NOT WRK-FMT-FIXO
              SET WRK-FMT-CSV            TO TRUE
           END-IF

           EVALUATE TRUE
              WHEN WRK-FMT-PIPE
                   MOVE '|'               TO WRK-DELIMITADOR
              WHEN OTHER
                   MOVE ';'               TO WRK-DELIMITADOR
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       1010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CARREGA A LISTA DE CLIENTES DO ARQLST01 NA TABELA DE        *
      *    SELECAO - A LISTA TEM DE VIR ASCENDENTE (SEARCH ALL) E NAO  *
      *    PODE ESTAR VAZIA: UMA EXTRACAO 'S' SEM CLIENTES E ERRO DE   *
      *    JCL                                                         *
      *----------------------------------------------------------------*
       1100-CARREGAR-SELECAO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQLST01                TO TRUE

           OPEN INPUT ARQLST01
           IF NOT WRK-FS-LST01-OK AND NOT WRK-FS-LST01-NOVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 1150-LER-ARQLST01

           PERFORM 1110-GUARDAR-CLIENTE UNTIL WRK-FS-LST01-FIM

           SET WRK-CN-CLOSE                   TO TRUE
           SET WRK-CN-ARQLST01                TO TRUE

           CLOSE ARQLST01
           IF NOT WRK-FS-LST01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-TAB-SEL-QTD EQUAL ZEROS
              DISPLAY '****************************************'
              DISPLAY '*  ERRO: PARM S COM ARQLST01 VAZIO      *'
              DISPLAY '* ' WRK-PROGRAMA ' CANCELADO            *'
              DISPLAY '****************************************'
              MOVE 12                    TO RETURN-CODE
              STOP RUN
           END-IF
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       1110-GUARDAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           IF ARQLST01-COD-CLI NOT GREATER THAN WRK-SEQ-ULT-COD-CLI
              DISPLAY '****************************************'
              DISPLAY '*  ERRO: ARQLST01 FORA DE SEQUENCIA     *'
              DISPLAY '*  ESPERADA (ASCENDENTE, SEM REPETIDOS) *'
              DISPLAY '*  COD-CLI: ' ARQLST01-COD-CLI
                                               '                *'
              DISPLAY '* ' WRK-PROGRAMA ' CANCELADO            *'
              DISPLAY '****************************************'
              MOVE 12                    TO RETURN-CODE
              STOP RUN
           END-IF

           IF WRK-TAB-SEL-QTD NOT LESS THAN 5000
              DISPLAY '****************************************'
              DISPLAY '*  ERRO: ARQLST01 COM MAIS DE 5000      *'
              DISPLAY '*  CLIENTES - DIVIDIR A EXTRACAO        *'
              DISPLAY '* ' WRK-PROGRAMA ' CANCELADO            *'
              DISPLAY '****************************************'
              MOVE 12                    TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1                         TO WRK-TAB-SEL-QTD
           MOVE ARQLST01-COD-CLI
             TO WRK-TAB-SEL-COD-CLI (WRK-TAB-SEL-QTD)
           MOVE ARQLST01-COD-CLI         TO WRK-SEQ-ULT-COD-CLI

           PERFORM 1150-LER-ARQLST01
           .
      *----------------------------------------------------------------*
       1110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO ARQUIVO ARQLST01
      *----------------------------------------------------------------*
       1150-LER-ARQLST01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQLST01            TO TRUE

           READ ARQLST01 INTO ARQLST01-REGISTRO

           IF WRK-FS-LST01-OK
              ADD 1 TO ACU-LIDOS-ARQLST01
           ELSE
              IF NOT WRK-FS-LST01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       1150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    RECONSTROI UM CLIENTE: O MENOR COD-CLI ENTRE HISTORICO E    *
      *    CADASTRO. AS ACOES DO HISTORICO VEM EM ORDEM DE DATA DO RUN *
      *    E SEQUENCIA (CHAVE DO KSDS)                                 *
      *----------------------------------------------------------------*
       2000-RECONSTRUIR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           IF WRK-HCL-COD-CLI < WRK-MST-COD-CLI
              MOVE WRK-HCL-COD-CLI        TO WRK-CLI-ATUAL
           ELSE
              MOVE WRK-MST-COD-CLI        TO WRK-CLI-ATUAL
           END-IF

           SET WRK-IMG-NENHUMA            TO TRUE
           MOVE SPACES                    TO WRK-IMAGEM

           PERFORM 2100-APLICAR-HISTORICO
              UNTIL WRK-HCL-COD-CLI NOT EQUAL WRK-CLI-ATUAL

      *    SO VALE A IMAGEM DO CADASTRO PARA O CLIENTE QUE NAO TEM     *
      *    NENHUMA ACAO NO HISTORICO                                   *
           IF WRK-MST-COD-CLI EQUAL WRK-CLI-ATUAL
              IF WRK-IMG-NENHUMA
                 SET WRK-IMG-CADASTRO     TO TRUE
                 MOVE WRK-MST-PROXIMO     TO WRK-IMAGEM
              END-IF
              PERFORM 3810-LER-ARQMST01
           END-IF

           PERFORM 2200-SELECIONAR-CLIENTE

           IF WRK-CLI-SELECIONADO
              ADD 1                       TO ACU-CLIENTES
              PERFORM 2300-GRAVAR-IMAGEM
           END-IF
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    A ULTIMA ACAO ATE A REFERENCIA DA A IMAGEM DEPOIS; SE A     *
      *    PRIMEIRA ACAO JA E POSTERIOR, A IMAGEM E A ANTERIOR A ELA   *
      *    (BRANCOS QUANDO A ACAO FOI A INCLUSAO DO CLIENTE)           *
      *----------------------------------------------------------------*
       2100-APLICAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
           IF ARQHCL01-DATA-RUN NOT GREATER THAN WRK-PARM-DATA-REF
              SET WRK-IMG-DEPOIS          TO TRUE
              MOVE ARQHCL01-IMG-DEPOIS    TO WRK-IMAGEM
           ELSE
              IF WRK-IMG-NENHUMA
                 SET WRK-IMG-ANTES        TO TRUE
                 MOVE ARQHCL01-IMG-ANTES  TO WRK-IMAGEM
              END-IF
           END-IF

           PERFORM 3800-LER-ARQHCL01
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    SELECAO PELA LISTA ARQLST01 (SO COM PARM POS 10 = 'S')      *
      *----------------------------------------------------------------*
       2200-SELECIONAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           IF WRK-SEL-TODOS
              SET WRK-CLI-SELECIONADO     TO TRUE
           ELSE
              MOVE 'N'                    TO WRK-FLAG-CLI-SELECIONADO
              SEARCH ALL WRK-TAB-SEL-ITEM
                 WHEN WRK-TAB-SEL-COD-CLI (IX-TAB-SEL)
                                          EQUAL WRK-CLI-ATUAL
                      SET WRK-CLI-SELECIONADO
                                          TO TRUE
              END-SEARCH
           END-IF
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA A IMAGEM DO CLIENTE SE ELE ESTAVA ATIVO NA DATA E NAO *
      *    CONSTA NO REGISTRO LGPD                                     *
      *----------------------------------------------------------------*
       2300-GRAVAR-IMAGEM SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-IMAGEM                TO ARQMST01-REGISTRO

           IF NOT ARQMST01-SIT-ATIVO
              ADD 1                       TO ACU-INATIVOS
              GO TO 2300-99-FIM
           END-IF

           MOVE WRK-CLI-ATUAL             TO FD-ARQLGP01-COD-CLI

           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQLGP01            TO TRUE

           READ ARQLGP01 INTO ARQLGP01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-LGP01-OK
                   ADD 1                  TO ACU-SUPRIMIDOS-LGPD
                   GO TO 2300-99-FIM
              WHEN WRK-FS-LGP01-NAO-ACHOU
                   CONTINUE
              WHEN OTHER
                   PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           IF WRK-IMG-CADASTRO
           AND ARQMST01-DATA-RUN > WRK-PARM-DATA-REF
              ADD 1                       TO ACU-NAO-COMPROVADOS
           END-IF

           INITIALIZE                        ARQSAI01-REGISTRO

           MOVE ARQMST01-COD-CLI          TO ARQSAI01-COD-CLI
           MOVE ARQMST01-NOME             TO ARQSAI01-NOME
           MOVE ARQMST01-DATA-ATLZ        TO ARQSAI01-DATA-ATLZ
           MOVE ARQMST01-QTD-END          TO WRK-QTD-END-X
           IF WRK-QTD-END-X NUMERIC
              MOVE WRK-QTD-END-9          TO ARQSAI01-QTD-END
           END-IF
           MOVE ARQMST01-COD-UF           TO ARQSAI01-COD-UF
           MOVE ARQMST01-DAT-INCL         TO ARQSAI01-DAT-INCL

           PERFORM 3900-GRAVAR-ARQSAI01
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO HISTORICO - HIGH-VALUES NA CHAVE NO   *
      *    FIM (OU SE O CLUSTER AINDA NAO EXISTE)                      *
      *----------------------------------------------------------------*
       3800-LER-ARQHCL01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQHCL01            TO TRUE

           READ ARQHCL01 NEXT RECORD INTO ARQHCL01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-HCL01-OK
                   ADD 1                  TO ACU-LIDOS-ARQHCL01
                   MOVE ARQHCL01-COD-CLI  TO WRK-HCL-COD-CLI
              WHEN WRK-FS-HCL01-FIM
                   MOVE HIGH-VALUES       TO WRK-HCL-COD-CLI
              WHEN OTHER
                   PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO CADASTRO - HIGH-VALUES NA CHAVE NO FIM
      *    (O BOOK ARQMST01 E AREA DE TRABALHO DE 2300: O REGISTRO LIDO
      *    FICA GUARDADO EM WRK-MST-PROXIMO ATE SER CONSUMIDO)
      *----------------------------------------------------------------*
       3810-LER-ARQMST01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQMST01            TO TRUE

           READ ARQMST01 NEXT RECORD INTO ARQMST01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-MST01-OK
                   ADD 1                  TO ACU-LIDOS-ARQMST01
                   MOVE ARQMST01-COD-CLI  TO WRK-MST-COD-CLI
                   MOVE ARQMST01-REGISTRO TO WRK-MST-PROXIMO
              WHEN WRK-FS-MST01-FIM
                   MOVE HIGH-VALUES       TO WRK-MST-COD-CLI
              WHEN OTHER
                   PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3810-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O DETALHE E ACUMULA OS TOTAIS DO TRAILER - MESMA      *
      *    REGRA DE 3900-GRAVAR-ARQSAI01 DE EXER0403                   *
      *----------------------------------------------------------------*
       3900-GRAVAR-ARQSAI01 SECTION.
      *----------------------------------------------------------------*
           PERFORM 3910-MONTAR-LINHA-SAIDA

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQSAI01        TO TRUE

           WRITE FD-ARQSAI01 FROM WRK-LINHA-SAIDA

           IF NOT WRK-FS-SAI01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                      TO ACU-GRAVA-ARQSAI01

           ADD 1                      TO ACU-TRL-QTD-SAI
           MOVE ARQSAI01-COD-CLI      TO WRK-COD-CLI-X
           IF WRK-COD-CLI-X NUMERIC
              ADD WRK-COD-CLI-9       TO ACU-HASH-COD-SAI
           END-IF
           ADD ARQSAI01-QTD-END       TO ACU-SOMA-QTD-END
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    MONTA A LINHA DE SAIDA NO FORMATO SELECIONADO NO PARM:      *
      *    CSV (;), PIPE (|) OU POSICIONAL (SEM DELIMITADOR)           *
      *----------------------------------------------------------------*
       3910-MONTAR-LINHA-SAIDA SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                TO WRK-LINHA-SAIDA

           IF WRK-FMT-FIXO
              STRING ARQSAI01-COD-CLI        DELIMITED BY SIZE
                     ARQSAI01-NOME           DELIMITED BY SIZE
                     ARQSAI01-DATA-ATLZ      DELIMITED BY SIZE
                     ARQSAI01-QTD-END        DELIMITED BY SIZE
                     ARQSAI01-COD-UF         DELIMITED BY SIZE
                     ARQSAI01-DAT-INCL       DELIMITED BY SIZE
                INTO WRK-LINHA-SAIDA
              END-STRING
           ELSE
              STRING ARQSAI01-COD-CLI        DELIMITED BY SIZE
                     WRK-DELIMITADOR         DELIMITED BY SIZE
                     ARQSAI01-NOME           DELIMITED BY SIZE
                     WRK-DELIMITADOR         DELIMITED BY SIZE
                     ARQSAI01-DATA-ATLZ      DELIMITED BY SIZE
                     WRK-DELIMITADOR         DELIMITED BY SIZE
                     ARQSAI01-QTD-END        DELIMITED BY SIZE
                     WRK-DELIMITADOR         DELIMITED BY SIZE
                     ARQSAI01-COD-UF         DELIMITED BY SIZE
                     WRK-DELIMITADOR         DELIMITED BY SIZE
                     ARQSAI01-DAT-INCL       DELIMITED BY SIZE
                INTO WRK-LINHA-SAIDA
              END-STRING
           END-IF
           .
      *----------------------------------------------------------------*
       3910-99-FIM.
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

      *    TRAILER SO EM TERMINO NORMAL: ARQUIVO SEM TRAILER E         *
      *    REPROVADO NO BATIMENTO DO RECEPTOR (MESMA REGRA DE EXER0403)
           IF WRK-FIM-NORMAL
              PERFORM 9930-GRAVAR-TRL-ARQSAI01
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQHCL01 TO TRUE.

           CLOSE ARQHCL01.
           IF NOT WRK-FS-HCL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQMST01 TO TRUE.

           CLOSE ARQMST01.
           IF NOT WRK-FS-MST01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQLGP01 TO TRUE.

           CLOSE ARQLGP01.
           IF NOT WRK-FS-LGP01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQSAI01 TO TRUE.

           CLOSE ARQSAI01.
           IF NOT WRK-FS-SAI01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           DISPLAY '***************************************************'
           DISPLAY '* DATA DE REFERENCIA     :  ' WRK-PARM-DATA-REF
                                                 '              *'
           MOVE ACU-LIDOS-ARQHCL01     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE LIDOS ARQHCL01    : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-LIDOS-ARQMST01     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE LIDOS ARQMST01    : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-LIDOS-ARQLST01     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE LIDOS ARQLST01    : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-CLIENTES           TO WRK-MASK-QTREG7
           DISPLAY '* QTDE CLIENTES AVALIADOS: ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-GRAVA-ARQSAI01     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE GRAVADOS ARQSAI01 : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-INATIVOS           TO WRK-MASK-QTREG7
           DISPLAY '* QTDE INATIVOS NA DATA  : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-SUPRIMIDOS-LGPD    TO WRK-MASK-QTREG7
           DISPLAY '* QTDE SUPRIMIDOS LGPD   : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-NAO-COMPROVADOS    TO WRK-MASK-QTREG7
           DISPLAY '* QTDE NAO COMPROVADOS   : ' WRK-MASK-QTREG7
                                                    '              *'
           DISPLAY '*                                                 *'
           IF WRK-FIM-NORMAL
              IF ACU-NAO-COMPROVADOS > ZEROS
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
      *----------------------------------------------------------------*
      *    GRAVA O TRAILER DE BATIMENTO DO ARQSAI01 NO FORMATO ATIVO:  *
      *    'TRL' + QTDE DE DETALHES (7) + HASH DOS COD-CLI NUMERICOS   *
      *    (15) + SOMA DE ARQSAI01-QTD-END (9), COM O DELIMITADOR DO   *
      *    FORMATO (CSV/PIPE) OU POSICIONAL (FIXO)                     *
      *----------------------------------------------------------------*
       9930-GRAVAR-TRL-ARQSAI01 SECTION.
      *----------------------------------------------------------------*
           MOVE ACU-TRL-QTD-SAI           TO WRK-TRL-QTD-ED
           MOVE ACU-HASH-COD-SAI          TO WRK-TRL-HASH-ED
           MOVE ACU-SOMA-QTD-END          TO WRK-TRL-SOMA-ED

           MOVE SPACES                    TO WRK-LINHA-SAIDA

           IF WRK-FMT-FIXO
              STRING 'TRL'                    DELIMITED BY SIZE
                     WRK-TRL-QTD-ED           DELIMITED BY SIZE
                     WRK-TRL-HASH-ED          DELIMITED BY SIZE
                     WRK-TRL-SOMA-ED          DELIMITED BY SIZE
                INTO WRK-LINHA-SAIDA
              END-STRING
           ELSE
              STRING 'TRL'                    DELIMITED BY SIZE
                     WRK-DELIMITADOR          DELIMITED BY SIZE
                     WRK-TRL-QTD-ED           DELIMITED BY SIZE
                     WRK-DELIMITADOR          DELIMITED BY SIZE
                     WRK-TRL-HASH-ED          DELIMITED BY SIZE
                     WRK-DELIMITADOR          DELIMITED BY SIZE
                     WRK-TRL-SOMA-ED          DELIMITED BY SIZE
                INTO WRK-LINHA-SAIDA
              END-STRING
           END-IF

           SET WRK-CN-WRITE               TO TRUE
           SET WRK-CN-ARQSAI01            TO TRUE

           WRITE FD-ARQSAI01 FROM WRK-LINHA-SAIDA

           IF NOT WRK-FS-SAI01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       9930-99-FIM.
           EXIT.

          END PROGRAM EXER0424.
