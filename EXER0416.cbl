      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0416.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0416
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   BACKOUT DAS CORRECOES APLICADAS POR         *
      *                    EXER0410: LE O JOURNAL DE IMAGEM ANTERIOR   *
      *                    ARQJRN01 (TODO, OU SO OS CLIENTES DA LISTA  *
      *                    ARQLST01) E DEVOLVE O VALOR ANTERIOR DA     *
      *                    COLUNA CORRIGIDA EM DB2PRD.INFO_PSSOA /     *
      *                    DB2PRD.ENDER_PSSOA, NO LUGAR DO RESTORE DE  *
      *                    BANCO PELOS DBAS.                           *
      *                    AS CORRECOES SAO DESFEITAS DA MAIS RECENTE  *
      *                    PARA A MAIS ANTIGA (SORT DESCENDENTE POR    *
      *                    DATA/HORA DO RUN E SEQ DO JOURNAL), PARA    *
      *                    DUAS CORRECOES DO MESMO CLIENTE VOLTAREM    *
      *                    AO VALOR ORIGINAL. UMA LINHA SO E DESFEITA  *
      *                    SE AINDA TEM O VALOR NOVO GRAVADO PELA      *
      *                    CORRECAO - SE FOI ALTERADA DE NOVO DEPOIS,  *
      *                    O BACKOUT E RECUSADO E VAI PARA ARQRJB01.   *
      *                    MESMO TRATAMENTO DE EXER0410 PARA COMMIT    *
      *                    PERIODICO, LOG ESTRUTURADO ARQLOG01 E       *
      *                    TOTAIS DE MANUTENCAO (TIPO 'M') EM ARQAUD01 *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQJRN01 (ENTRADA - JOURNAL DE EXER0410; JRN04103
      *                PODE CONCATENAR VARIOS NO JCL)
      *      ARQLST01 (ENTRADA - CLIENTES A DESFAZER, LST04103
      *                SO COM PARM 'S')
      *      ARQRJB01 (SAIDA  - BACKOUT RECUSADO)    RJC04103
      *      ARQAUD01 (SAIDA  - HISTORICO)           AUD04103
      *      ARQLOG01 (SAIDA  - LOG ESTRUTURADO)     LOG04103
      *      INFO_PSSOA                              CADUB069
      *      ENDER_PSSOA                             CADUB018
      *----------------------------------------------------------------*
      *    PARM........:                                               *
      *      POS 01    : 'T' (OU BRANCO) = DESFAZ O JOURNAL INTEIRO    *
      *                  'S' = DESFAZ SO OS CLIENTES DO ARQLST01       *
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
           SELECT ARQJRN01 ASSIGN      TO UT-S-ARQJRN01
                      FILE STATUS      IS WRK-FS-ARQJRN01.
      *
           SELECT OPTIONAL ARQLST01 ASSIGN TO UT-S-ARQLST01
                      FILE STATUS      IS WRK-FS-ARQLST01.
      *
           SELECT ARQRJB01 ASSIGN      TO UT-S-ARQRJB01
                      FILE STATUS      IS WRK-FS-ARQRJB01.
      *
           SELECT OPTIONAL ARQAUD01 ASSIGN TO UT-S-ARQAUD01
                      FILE STATUS      IS WRK-FS-ARQAUD01.
      *
           SELECT OPTIONAL ARQLOG01 ASSIGN TO UT-S-ARQLOG01
                      FILE STATUS      IS WRK-FS-ARQLOG01.
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
      *    INPUT:     JOURNAL DE IMAGEM ANTERIOR DAS CORRECOES         *
      *               ORG. SEQUENCIAL   -   LRECL = 126                *
      *----------------------------------------------------------------*

       FD  ARQJRN01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQJRN01             PIC X(126).

      *---------------------------------------------------------------*
      *   INPUT:      LISTA DE CLIENTES SELECIONADOS PARA O BACKOUT   *
      *               ORG. SEQUENCIAL   -   LRECL = 10                *
      *---------------------------------------------------------------*

       FD  ARQLST01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLST01             PIC X(10).

      *---------------------------------------------------------------*
      *   OUTPUT:     CORRECOES CUJO BACKOUT FOI RECUSADO             *
      *               ORG. SEQUENCIAL   -   LRECL = 40                *
      *---------------------------------------------------------------*

       FD  ARQRJB01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRJB01             PIC X(40).

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

      *---------------------------------------------------------------*
      *   SORT:       JOURNAL EM ORDEM INVERSA DE APLICACAO (DATA E   *
      *               HORA DO RUN E SEQ DO JOURNAL DESCENDENTES)      *
      *---------------------------------------------------------------*

       SD  ARQSORT.
       01 SORT-REGISTRO.
           05 SORT-DATA-EXECUCAO  PIC X(08).
           05 FILLER              PIC X(01).
           05 SORT-HORA-EXECUCAO  PIC X(08).
           05 FILLER              PIC X(01).
           05 SORT-SEQ            PIC 9(07).
           05 FILLER              PIC X(101).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0416 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0416'.
       77 WRK-MASK-QTREG7         PIC  Z.ZZZ.ZZ9.
       77 WRK-TABELA              PIC  X(010) VALUE SPACES.
       77 WRK-SQLCODE             PIC  -99999.
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
           03 ACU-LIDOS-ARQJRN01  PIC  9(007) VALUE ZEROS.
           03 ACU-NAO-SELECIONADOS PIC 9(007) VALUE ZEROS.
           03 ACU-SELECIONADOS    PIC  9(007) VALUE ZEROS.
           03 ACU-DESFEITAS       PIC  9(007) VALUE ZEROS.
           03 ACU-RECUSADAS       PIC  9(007) VALUE ZEROS.
           03 ACU-LINHAS-DB2      PIC  9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQLST01  PIC  9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CONTROLE DO COMMIT PERIODICO - MESMO INTERVALO DE EXER0410  *
      *----------------------------------------------------------------*
       01 WRK-AREA-COMMIT.
           03 WRK-COMMIT-INTERVALO PIC 9(005) VALUE 00100.
           03 WRK-COMMIT-CONTADOR  PIC 9(005) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    MODO DE SELECAO LIDO DO PARM (VEJA O QUADRO NO CABECALHO)   *
      *----------------------------------------------------------------*
       01 WRK-PARM-SELECAO        PIC  X(001) VALUE 'T'.
          88 WRK-SEL-TODOS                    VALUE 'T' ' '.
          88 WRK-SEL-LISTA                    VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    CLIENTES DA LISTA ARQLST01 (ASCENDENTE, PARA O SEARCH ALL)  *
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
      *    CONFERENCIA DO VALOR ATUAL DA COLUNA CONTRA O VALOR NOVO    *
      *    GRAVADO NO JOURNAL - SO DESFAZ O QUE NAO MUDOU DESDE ENTAO  *
      *----------------------------------------------------------------*
       01 WRK-AREA-CONFERENCIA.
           03 WRK-VALOR-ATUAL     PIC  X(040) VALUE SPACES.
           03 WRK-CEP-ANTIGO      PIC  X(008) VALUE SPACES.
           03 WRK-CEP-NOVO        PIC  X(008) VALUE SPACES.
           03 WRK-DATA-ANTIGA     PIC  X(010) VALUE SPACES.
           03 WRK-UF-ANTIGA       PIC  X(002) VALUE SPACES.
           03 WRK-QTD-CEP-NOVO    PIC S9(009) COMP VALUE ZEROS.
           03 WRK-FLAG-PODE-DESFAZER PIC X(001) VALUE 'N'.
              88 WRK-PODE-DESFAZER            VALUE 'S'.
      *
       01 WRK-DATA-EXECUCAO       PIC  X(008) VALUE SPACES.
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
       01 WRK-FLAG-FIM-SORT       PIC  X(001) VALUE 'N'.
          88 WRK-FIM-SORT                     VALUE 'S'.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQJRN01      VALUE 'JRN01113'.
          88 WRK-CN-ARQLST01      VALUE 'LST01113'.
          88 WRK-CN-ARQRJB01      VALUE 'RJB01113'.
          88 WRK-CN-ARQAUD01      VALUE 'AUD01113'.
          88 WRK-CN-ARQLOG01      VALUE 'LOG01113'.

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
          05 WRK-FS-ARQJRN01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-JRN01-OK               VALUE '00'.
             88 WRK-FS-JRN01-FIM              VALUE '10'.

          05 WRK-FS-ARQLST01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LST01-OK               VALUE '00'.
             88 WRK-FS-LST01-NOVO             VALUE '05'.
             88 WRK-FS-LST01-FIM              VALUE '10'.

          05 WRK-FS-ARQRJB01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RJB01-OK               VALUE '00'.

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
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
      **** AREA ARQUIVO DE ENTRADA E SAIDA

           COPY JRN04103.
           COPY LST04103.
           COPY RJC04103.
           COPY AUD04103.
           COPY LOG04103.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
              'AREA PARA DB2'.
      *----------------------------------------------------------------*
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *    DB2PRD.INFO_PSSOA                                           *
           EXEC SQL
              INCLUDE CADUB069
           END-EXEC.

      *    DB2PRD.ENDER_PSSOA
           EXEC SQL
              INCLUDE CADUB018
           END-EXEC.

      *----------------------------------------------------------------*
       01 FILLER                PIC X(050) VALUE
              'EXER0416 - FIM DA AREA DE WORKING'.
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
           SORT ARQSORT
                ON DESCENDING KEY SORT-DATA-EXECUCAO
                                  SORT-HORA-EXECUCAO
                                  SORT-SEQ
                INPUT  PROCEDURE IS 2000-SELECIONAR-JOURNAL
                OUTPUT PROCEDURE IS 3000-DESFAZER-CORRECOES
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
              MOVE 'EXR41624'               TO ARQLOG01-MSG-ID
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

           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQJRN01                TO TRUE

           OPEN INPUT ARQJRN01
           IF NOT WRK-FS-JRN01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQRJB01                TO TRUE
           SET WRK-CN-OPEN                    TO TRUE

           OPEN OUTPUT ARQRJB01
           IF NOT WRK-FS-RJB01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-SEL-LISTA
              PERFORM 1100-CARREGAR-SELECAO
           END-IF

           MOVE 'EXR41601'                 TO ARQLOG01-MSG-ID
           SET ARQLOG01-SEV-INFO           TO TRUE
           MOVE 'INICIO DO PROCESSAMENTO'  TO ARQLOG01-TEXTO
           PERFORM 8800-GRAVAR-LOG
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PARM DO JCL (EXEC PARM=):                              *
      *    POS 01 'T'/BRANCO = JOURNAL INTEIRO, 'S' = LISTA ARQLST01   *
      *----------------------------------------------------------------*
       1010-LER-PARM SECTION.
      *----------------------------------------------------------------*
           IF LK-PARM-TAM > ZEROS
              MOVE LK-PARM-DADOS(1:1)   TO WRK-PARM-SELECAO
           END-IF

           IF NOT WRK-SEL-TODOS
           AND NOT WRK-SEL-LISTA
              DISPLAY '****************************************'
              DISPLAY '*  ERRO: MODO DE SELECAO INVALIDO NO    *'
              DISPLAY '*  PARM: ' WRK-PARM-SELECAO
                                       '                             *'
              DISPLAY '* ' WRK-PROGRAMA ' CANCELADO            *'
              DISPLAY '****************************************'
              MOVE 'EXR41612'            TO ARQLOG01-MSG-ID
              SET ARQLOG01-SEV-ERRO      TO TRUE
              MOVE 'PARM DE EXECUCAO INVALIDO'
                                         TO ARQLOG01-TEXTO
              PERFORM 8800-GRAVAR-LOG
              MOVE 12                    TO RETURN-CODE
              STOP RUN
           END-IF
           .
      *----------------------------------------------------------------*
       1010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CARREGA A LISTA DE CLIENTES DO ARQLST01 NA TABELA DE        *
      *    SELECAO - A LISTA TEM DE VIR ASCENDENTE (SEARCH ALL) E NAO  *
      *    PODE ESTAR VAZIA: UM BACKOUT 'S' SEM CLIENTES E ERRO DE JCL *
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
              MOVE 'EXR41613'            TO ARQLOG01-MSG-ID
              SET ARQLOG01-SEV-ERRO      TO TRUE
              MOVE 'LISTA DE CLIENTES VAZIA'
                                         TO ARQLOG01-TEXTO
              PERFORM 8800-GRAVAR-LOG
              PERFORM 9900-FINALIZAR
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
              MOVE 'EXR41613'            TO ARQLOG01-MSG-ID
              SET ARQLOG01-SEV-ERRO      TO TRUE
              MOVE ARQLST01-COD-CLI      TO ARQLOG01-COD-CLI
              MOVE 'ARQLST01 FORA DE SEQUENCIA'
                                         TO ARQLOG01-TEXTO
              PERFORM 8800-GRAVAR-LOG
              PERFORM 9900-FINALIZAR
           END-IF

           IF WRK-TAB-SEL-QTD NOT LESS THAN 5000
              DISPLAY '****************************************'
              DISPLAY '*  ERRO: ARQLST01 COM MAIS DE 5000      *'
              DISPLAY '*  CLIENTES - DIVIDIR O BACKOUT         *'
              DISPLAY '* ' WRK-PROGRAMA ' CANCELADO            *'
              DISPLAY '****************************************'
              MOVE 'EXR41613'            TO ARQLOG01-MSG-ID
              SET ARQLOG01-SEV-ERRO      TO TRUE
              MOVE 'ARQLST01 ACIMA DE 5000 CLIENTES'
                                         TO ARQLOG01-TEXTO
              PERFORM 8800-GRAVAR-LOG
              PERFORM 9900-FINALIZAR
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
      *    PROCEDURE DE ENTRADA DO SORT: LE O JOURNAL E LIBERA PARA    *
      *    CLASSIFICACAO AS CORRECOES DOS CLIENTES SELECIONADOS        *
      *----------------------------------------------------------------*
       2000-SELECIONAR-JOURNAL SECTION.
      *----------------------------------------------------------------*
           PERFORM 2800-LER-ARQJRN01

           PERFORM 2100-FILTRAR-CORRECAO UNTIL WRK-FS-JRN01-FIM
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2100-FILTRAR-CORRECAO SECTION.
      *----------------------------------------------------------------*
           IF WRK-SEL-TODOS
              SET WRK-CLI-SELECIONADO    TO TRUE
           ELSE
              MOVE 'N'                   TO WRK-FLAG-CLI-SELECIONADO

              SEARCH ALL WRK-TAB-SEL-ITEM
                 AT END
                    CONTINUE
                 WHEN WRK-TAB-SEL-COD-CLI (IX-TAB-SEL)
                      EQUAL ARQJRN01-COD-CLI
                    SET WRK-CLI-SELECIONADO
                                         TO TRUE
              END-SEARCH
           END-IF

           IF WRK-CLI-SELECIONADO
              ADD 1                      TO ACU-SELECIONADOS
              RELEASE SORT-REGISTRO    FROM ARQJRN01-REGISTRO
           ELSE
              ADD 1                      TO ACU-NAO-SELECIONADOS
           END-IF

           PERFORM 2800-LER-ARQJRN01
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO ARQUIVO ARQJRN01
      *----------------------------------------------------------------*
       2800-LER-ARQJRN01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQJRN01            TO TRUE

           READ ARQJRN01 INTO ARQJRN01-REGISTRO

           IF WRK-FS-JRN01-OK
              ADD 1 TO ACU-LIDOS-ARQJRN01
           ELSE
              IF NOT WRK-FS-JRN01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDURE DE SAIDA DO SORT: DESFAZ AS CORRECOES DA MAIS     *
      *    RECENTE PARA A MAIS ANTIGA                                  *
      *----------------------------------------------------------------*
       3000-DESFAZER-CORRECOES SECTION.
      *----------------------------------------------------------------*
           PERFORM 3050-RETORNAR-SORT

           PERFORM 3100-DESFAZER-CORRECAO UNTIL WRK-FIM-SORT
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3050-RETORNAR-SORT SECTION.
      *----------------------------------------------------------------*
           RETURN ARQSORT INTO ARQJRN01-REGISTRO
              AT END SET WRK-FIM-SORT     TO TRUE
           END-RETURN
           .
      *----------------------------------------------------------------*
       3050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TRATA UMA CORRECAO DO JOURNAL CONFORME O TIPO               *
      *----------------------------------------------------------------*
       3100-DESFAZER-CORRECAO SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                        TO WRK-FLAG-PODE-DESFAZER

           EVALUATE TRUE
              WHEN ARQJRN01-COR-NOME
                   PERFORM 3200-DESFAZER-NOME
              WHEN ARQJRN01-COR-DATA
                   PERFORM 3300-DESFAZER-DATA
              WHEN ARQJRN01-COR-CEP
                   PERFORM 3400-DESFAZER-CEP
              WHEN ARQJRN01-COR-UF
                   PERFORM 3500-DESFAZER-UF
              WHEN OTHER
                   MOVE 02                  TO ARQRJC01-COD-MOTIVO
                   MOVE 'TIPO DE CORRECAO INVALIDO'
                                            TO ARQRJC01-DESC-MOTIVO
                   PERFORM 3600-GRAVAR-ARQRJB01
           END-EVALUATE

           PERFORM 3050-RETORNAR-SORT
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONFERE O VALOR ATUAL LIDO DO DB2 (SQLCODE DA LEITURA QUE   *
      *    ACABOU DE RODAR) CONTRA O VALOR NOVO DO JOURNAL: IGUAL      *
      *    LIBERA O BACKOUT, DIFERENTE RECUSA (FOI ALTERADO DE NOVO    *
      *    DEPOIS DA CORRECAO), +100 RECUSA POR CLIENTE INEXISTENTE    *
      *----------------------------------------------------------------*
       3150-CONFERIR-VALOR SECTION.
      *----------------------------------------------------------------*
           EVALUATE SQLCODE
              WHEN ZEROS
                   IF WRK-VALOR-ATUAL EQUAL ARQJRN01-VALOR-NOVO
                      SET WRK-PODE-DESFAZER TO TRUE
                   ELSE
                      MOVE 08               TO ARQRJC01-COD-MOTIVO
                      MOVE 'ALTERADO APOS A CORRECAO'
                                            TO ARQRJC01-DESC-MOTIVO
                      PERFORM 3600-GRAVAR-ARQRJB01
                   END-IF
              WHEN +100
                   MOVE 01                  TO ARQRJC01-COD-MOTIVO
                   MOVE 'CLIENTE INEXISTENTE'
                                            TO ARQRJC01-DESC-MOTIVO
                   PERFORM 3600-GRAVAR-ARQRJB01
              WHEN OTHER
                   PERFORM 3900-ERRO-DB2
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    DEVOLVE O NM_PSSOA ANTERIOR - O UPDATE REPETE A CONDICAO DO *
      *    VALOR NOVO PARA NAO PASSAR POR CIMA DE UMA ALTERACAO FEITA  *
      *    ENTRE A LEITURA E O UPDATE                                  *
      *----------------------------------------------------------------*
       3200-DESFAZER-NOME SECTION.
      *----------------------------------------------------------------*
           MOVE 'INFO PESSOA'               TO WRK-TABELA

           EXEC SQL
              SELECT NM_PSSOA
                INTO :CADUB069.NM-PSSOA
                FROM DB2PRD.INFO_PSSOA
               WHERE CCLUB    = :ARQJRN01-COD-CLI
           END-EXEC

           MOVE NM-PSSOA                    TO WRK-VALOR-ATUAL
           PERFORM 3150-CONFERIR-VALOR

           IF WRK-PODE-DESFAZER
              MOVE ARQJRN01-VALOR-NOVO      TO NM-PSSOA

              EXEC SQL
                 UPDATE DB2PRD.INFO_PSSOA
                    SET NM_PSSOA = :ARQJRN01-VALOR-ANTIGO
                  WHERE CCLUB    = :ARQJRN01-COD-CLI
                    AND NM_PSSOA = :CADUB069.NM-PSSOA
              END-EXEC

              MOVE 'NM_PSSOA RESTAURADO'    TO ARQLOG01-TEXTO
              PERFORM 3700-AVALIAR-UPDATE
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    DEVOLVE O HULT_ATULZ ANTERIOR                               *
      *----------------------------------------------------------------*
       3300-DESFAZER-DATA SECTION.
      *----------------------------------------------------------------*
           MOVE 'INFO PESSOA'               TO WRK-TABELA

           EXEC SQL
              SELECT HULT_ATULZ
                INTO :CADUB069.HULT-ATULZ
                FROM DB2PRD.INFO_PSSOA
               WHERE CCLUB      = :ARQJRN01-COD-CLI
           END-EXEC

           MOVE HULT-ATULZ                  TO WRK-VALOR-ATUAL
           PERFORM 3150-CONFERIR-VALOR

           IF WRK-PODE-DESFAZER
              MOVE ARQJRN01-VALOR-NOVO      TO HULT-ATULZ
              MOVE ARQJRN01-VALOR-ANTIGO    TO WRK-DATA-ANTIGA

              EXEC SQL
                 UPDATE DB2PRD.INFO_PSSOA
                    SET HULT_ATULZ = :WRK-DATA-ANTIGA
                  WHERE CCLUB      = :ARQJRN01-COD-CLI
                    AND HULT_ATULZ = :CADUB069.HULT-ATULZ
              END-EXEC

              MOVE 'HULT_ATULZ RESTAURADO'  TO ARQLOG01-TEXTO
              PERFORM 3700-AVALIAR-UPDATE
           END-IF
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    DEVOLVE O CEP ANTIGO NAS LINHAS DO CLIENTE EM ENDER_PSSOA.  *
      *    SO E SEGURO SE O CLIENTE AINDA TEM EXATAMENTE AS LINHAS     *
      *    QUE A CORRECAO TROCOU COM O CEP NOVO - QTDE DIFERENTE       *
      *    (LINHA ALTERADA DE NOVO, EXCLUIDA, OU JA EXISTIA OUTRA COM  *
      *    O CEP NOVO ANTES DA CORRECAO) RECUSA O BACKOUT              *
      *----------------------------------------------------------------*
       3400-DESFAZER-CEP SECTION.
      *----------------------------------------------------------------*
           MOVE 'ENDER_PSSOA'               TO WRK-TABELA
           MOVE ARQJRN01-VALOR-ANTIGO       TO WRK-CEP-ANTIGO
           MOVE ARQJRN01-VALOR-NOVO         TO WRK-CEP-NOVO

           EXEC SQL
              SELECT COUNT(*)
                INTO :WRK-QTD-CEP-NOVO
                FROM DB2PRD.ENDER_PSSOA
               WHERE CCLUB     = :ARQJRN01-COD-CLI
                 AND CDCEP_END = :WRK-CEP-NOVO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT EQUAL ZEROS
                   PERFORM 3900-ERRO-DB2
              WHEN WRK-QTD-CEP-NOVO EQUAL ARQJRN01-QTD-LINHAS
               AND WRK-QTD-CEP-NOVO GREATER THAN ZEROS
                   SET WRK-PODE-DESFAZER    TO TRUE
              WHEN OTHER
                   MOVE 08                  TO ARQRJC01-COD-MOTIVO
                   MOVE 'ALTERADO APOS A CORRECAO'
                                            TO ARQRJC01-DESC-MOTIVO
                   PERFORM 3600-GRAVAR-ARQRJB01
           END-EVALUATE

           IF WRK-PODE-DESFAZER
              EXEC SQL
                 UPDATE DB2PRD.ENDER_PSSOA
                    SET CDCEP_END = :WRK-CEP-ANTIGO
                  WHERE CCLUB     = :ARQJRN01-COD-CLI
                    AND CDCEP_END = :WRK-CEP-NOVO
              END-EXEC

              MOVE 'CDCEP_END RESTAURADO'   TO ARQLOG01-TEXTO
              PERFORM 3700-AVALIAR-UPDATE
           END-IF
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    DEVOLVE O CSGL_UF ANTERIOR                                  *
      *----------------------------------------------------------------*
       3500-DESFAZER-UF SECTION.
      *----------------------------------------------------------------*
           MOVE 'INFO PESSOA'               TO WRK-TABELA

           EXEC SQL
              SELECT CSGL_UF
                INTO :CADUB069.CSGL-UF
                FROM DB2PRD.INFO_PSSOA
               WHERE CCLUB   = :ARQJRN01-COD-CLI
           END-EXEC

           MOVE CSGL-UF         TO WRK-VALOR-ATUAL
           PERFORM 3150-CONFERIR-VALOR

           IF WRK-PODE-DESFAZER
              MOVE ARQJRN01-VALOR-NOVO      TO CSGL-UF
              MOVE ARQJRN01-VALOR-ANTIGO    TO WRK-UF-ANTIGA

              EXEC SQL
                 UPDATE DB2PRD.INFO_PSSOA
                    SET CSGL_UF = :WRK-UF-ANTIGA
                  WHERE CCLUB   = :ARQJRN01-COD-CLI
                    AND CSGL_UF = :CADUB069.CSGL-UF
              END-EXEC

              MOVE 'CSGL_UF RESTAURADO'     TO ARQLOG01-TEXTO
              PERFORM 3700-AVALIAR-UPDATE
           END-IF
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA A CORRECAO CUJO BACKOUT FOI RECUSADO EM ARQRJB01 COM  *
      *    O MOTIVO (MESMO LAYOUT DO ARQRJC01 DE EXER0410)             *
      *----------------------------------------------------------------*
       3600-GRAVAR-ARQRJB01 SECTION.
      *----------------------------------------------------------------*
           MOVE ARQJRN01-COD-CLI           TO ARQRJC01-COD-CLI

           ADD 1                           TO ACU-RECUSADAS

           MOVE 'EXR41620'                 TO ARQLOG01-MSG-ID
           SET ARQLOG01-SEV-AVISO          TO TRUE
           MOVE ARQJRN01-COD-CLI           TO ARQLOG01-COD-CLI
           MOVE ARQRJC01-DESC-MOTIVO       TO ARQLOG01-TEXTO
           PERFORM 8800-GRAVAR-LOG

           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQRJB01             TO TRUE

           WRITE FD-ARQRJB01 FROM ARQRJC01-REGISTRO

           IF NOT WRK-FS-RJB01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    AVALIA O SQLCODE DO UPDATE DE BACKOUT: 0 DESFAZ E REGISTRA  *
      *    NO LOG, +100 RECUSA (A LINHA MUDOU ENTRE A LEITURA E O      *
      *    UPDATE) E QUALQUER OUTRO CANCELA O JOB                      *
      *----------------------------------------------------------------*
       3700-AVALIAR-UPDATE SECTION.
      *----------------------------------------------------------------*
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1                    TO ACU-DESFEITAS
                   ADD SQLERRD(3)           TO ACU-LINHAS-DB2

                   MOVE 'EXR41602'          TO ARQLOG01-MSG-ID
                   SET ARQLOG01-SEV-INFO    TO TRUE
                   MOVE ARQJRN01-COD-CLI    TO ARQLOG01-COD-CLI
                   PERFORM 8800-GRAVAR-LOG

                   PERFORM 3750-COMMIT-PERIODICO
              WHEN +100
                   MOVE 08                  TO ARQRJC01-COD-MOTIVO
                   MOVE 'ALTERADO APOS A CORRECAO'
                                            TO ARQRJC01-DESC-MOTIVO
                   PERFORM 3600-GRAVAR-ARQRJB01
              WHEN OTHER
                   PERFORM 3900-ERRO-DB2
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    COMMIT A CADA WRK-COMMIT-INTERVALO CORRECOES DESFEITAS      *
      *----------------------------------------------------------------*
       3750-COMMIT-PERIODICO SECTION.
      *----------------------------------------------------------------*
           ADD 1                            TO WRK-COMMIT-CONTADOR

           IF WRK-COMMIT-CONTADOR >= WRK-COMMIT-INTERVALO
              EXEC SQL
                 COMMIT
              END-EXEC

              MOVE ZEROS                    TO WRK-COMMIT-CONTADOR

              MOVE 'EXR41604'               TO ARQLOG01-MSG-ID
              SET ARQLOG01-SEV-INFO         TO TRUE
              MOVE ARQJRN01-COD-CLI         TO ARQLOG01-COD-CLI
              MOVE 'COMMIT EFETUADO'        TO ARQLOG01-TEXTO
              PERFORM 8800-GRAVAR-LOG
           END-IF
           .
      *----------------------------------------------------------------*
       3750-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ERRO DE ACESSO DB2 NA LEITURA OU NO UPDATE DE BACKOUT:      *
      *    CANCELA O JOB (9900 DESFAZ A UNIDADE DE TRABALHO CORRENTE)  *
      *----------------------------------------------------------------*
       3900-ERRO-DB2 SECTION.
      *----------------------------------------------------------------*
           MOVE SQLCODE                     TO WRK-SQLCODE
           DISPLAY '*******************************'
           DISPLAY '*       ERRO ACESSO DB2       *'
           DISPLAY '* TABELA : ' WRK-TABELA
                                          '        *'
           DISPLAY '* SQLCODE: ' WRK-SQLCODE
                                     '             *'
           DISPLAY '* ' WRK-PROGRAMA
                              ' CANCELADO          *'
           DISPLAY '*******************************'

           MOVE 'EXR41611'            TO ARQLOG01-MSG-ID
           SET ARQLOG01-SEV-ERRO      TO TRUE
           MOVE WRK-SQLCODE           TO ARQLOG01-SQLCODE
           MOVE ARQJRN01-COD-CLI      TO ARQLOG01-COD-CLI
           MOVE 'ERRO DE ACESSO DB2 NO BACKOUT'
                                      TO ARQLOG01-TEXTO
           PERFORM 8800-GRAVAR-LOG
           PERFORM 9900-FINALIZAR
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
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

           MOVE 'EXR41610'                 TO ARQLOG01-MSG-ID
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

      *    EM TERMINO NORMAL OS BACKOUTS PENDENTES SAO CONFIRMADOS;    *
      *    UM CANCELAMENTO DESFAZ A UNIDADE DE TRABALHO CORRENTE - O   *
      *    QUE JA FOI CONFIRMADO PERMANECE E, COMO O BACKOUT SO MEXE   *
      *    NA LINHA QUE AINDA TEM O VALOR NOVO, O MESMO JOURNAL PODE   *
      *    SER RESSUBMETIDO (O QUE JA FOI DESFEITO VAI PARA ARQRJB01)  *
           IF WRK-FIM-NORMAL
              EXEC SQL
                 COMMIT
              END-EXEC
           ELSE
              EXEC SQL
                 ROLLBACK
              END-EXEC
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQJRN01 TO TRUE.

           CLOSE ARQJRN01.
           IF NOT WRK-FS-JRN01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQRJB01 TO TRUE.

           CLOSE ARQRJB01.
           IF NOT WRK-FS-RJB01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

      *    AUDITORIA SO EM TERMINO NORMAL - MESMA REGRA DE EXER0410    *
           IF WRK-FIM-NORMAL
              PERFORM 9910-GRAVAR-AUDITORIA
           END-IF

           IF WRK-FIM-NORMAL
              MOVE 'EXR41603'              TO ARQLOG01-MSG-ID
              SET ARQLOG01-SEV-INFO        TO TRUE
              MOVE 'FIM NORMAL'            TO ARQLOG01-TEXTO
           ELSE
              MOVE 'EXR41690'              TO ARQLOG01-MSG-ID
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
           MOVE ACU-LIDOS-ARQJRN01     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE JOURNAL LIDOS     : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-NAO-SELECIONADOS   TO WRK-MASK-QTREG7
           DISPLAY '* QTDE NAO SELECIONADOS  : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-SELECIONADOS       TO WRK-MASK-QTREG7
           DISPLAY '* QTDE SELECIONADOS      : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-DESFEITAS          TO WRK-MASK-QTREG7
           DISPLAY '* QTDE DESFEITAS         : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-RECUSADAS          TO WRK-MASK-QTREG7
           DISPLAY '* QTDE RECUSADAS         : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-LINHAS-DB2         TO WRK-MASK-QTREG7
           DISPLAY '* QTDE LINHAS ALTERADAS  : ' WRK-MASK-QTREG7
                                                    '              *'
           DISPLAY '*                                                 *'
           IF WRK-FIM-NORMAL
              IF ACU-RECUSADAS > ZEROS
                 MOVE 4                TO RETURN-CODE
                 DISPLAY '* ' WRK-PROGRAMA ' FIM NORMAL COM REJEITOS  *'
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
      *    CORRECOES SELECIONADAS DO JOURNAL, GRAVADOS = DESFEITAS,    *
      *    DESPREZADOS = RECUSADAS                                     *
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
           MOVE ACU-SELECIONADOS             TO ARQAUD01-QTD-LIDOS
           MOVE ACU-DESFEITAS                TO ARQAUD01-QTD-GRAVADOS
           MOVE ACU-RECUSADAS                TO ARQAUD01-QTD-DESPREZADOS

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

          END PROGRAM EXER0416.
