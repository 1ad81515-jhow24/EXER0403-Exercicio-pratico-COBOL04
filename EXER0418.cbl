      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0418.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0418
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   RELATORIO DE EVIDENCIA DOS PEDIDOS LGPD     *
      *                    PARA O JURIDICO: PARA CADA CLIENTE DO       *
      *                    REGISTRO ARQLGP01 IMPRIME O PROTOCOLO, A    *
      *                    DATA DO PEDIDO, A DATA EFETIVA E CADA       *
      *                    ARQUIVO ONDE O CLIENTE FOI EXPURGADO OU     *
      *                    SUPRIMIDO:                                  *
      *                    - ARQMST01, ARQHCL01 E ARQHST01, PELOS      *
      *                      INDICADORES GRAVADOS NO REGISTRO POR      *
      *                      EXER0417                                  *
      *                    - ARQSAI01/ARQEND01/ARQENDR1-4/ARQENU01     *
      *                      (EVENTOS EXR40328 DE EXER0403) E ARQDEL01 *
      *                      (EVENTOS EXR40720 DE EXER0407), LIDOS DO  *
      *                      LOG ESTRUTURADO ARQLOG01                  *
      *                    EVENTO DE SUPRESSAO DE CLIENTE QUE NAO      *
      *                    CONSTA NO REGISTRO E CONTADO E DEVOLVE      *
      *                    RETURN-CODE 4                               *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQLGP01 (VSAM KSDS - REGISTRO LGPD)    LGP04103
      *      ARQLOG01 (ENTRADA - LOG ESTRUTURADO)    LOG04103
      *      ARQREL01 (SAIDA - RELATORIO 132 POS)
      *----------------------------------------------------------------*
      *    ARQLOG01 PODE SER A CONCATENACAO DO LOG CORRENTE COM AS     *
      *    GERACOES ARQUIVADAS, PARA COBRIR TODO O PERIODO DO PEDIDO   *
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
           SELECT ARQLGP01 ASSIGN      TO ARQLGP01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQLGP01-COD-CLI
                      FILE STATUS      IS WRK-FS-ARQLGP01.
      *
           SELECT ARQLOG01 ASSIGN      TO UT-S-ARQLOG01
                      FILE STATUS      IS WRK-FS-ARQLOG01.
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
      *   INPUT:      REGISTRO DE EXPURGO LGPD (LIDO EM ORDEM DE      *
      *               COD-CLI)                                        *
      *               ORG. VSAM KSDS    -   LRECL = 80                *
      *               CHAVE = COD-CLI (POSICOES 01-10)                *
      *---------------------------------------------------------------*

       FD  ARQLGP01
           RECORD CONTAINS 80 CHARACTERS.
       01 FD-ARQLGP01.
           05 FD-ARQLGP01-COD-CLI PIC X(10).
           05 FILLER              PIC X(70).

      *----------------------------------------------------------------*
      *    INPUT:     LOG ESTRUTURADO DE OPERACAO                      *
      *               ORG. SEQUENCIAL   -   LRECL = 100                *
      *----------------------------------------------------------------*

       FD  ARQLOG01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLOG01             PIC X(100).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE EVIDENCIA LGPD                     *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQREL01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQREL01             PIC X(132).

      *---------------------------------------------------------------*
      *   SORT:       EVENTOS DE SUPRESSAO DO LOG EM ORDEM DE         *
      *               COD-CLI E DATA                                  *
      *---------------------------------------------------------------*

       SD  ARQSORT.
       01 SORT-REGISTRO.
           05 SORT-COD-CLI        PIC X(10).
           05 SORT-DATA           PIC X(08).
           05 SORT-MSG-ID         PIC X(08).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0418 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0418'.
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
           03 ACU-LIDOS-ARQLOG01  PIC  9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQLGP01  PIC  9(007) VALUE ZEROS.
           03 ACU-EVENTOS-SUPR    PIC  9(007) VALUE ZEROS.
           03 ACU-MST-EXPURGADOS  PIC  9(007) VALUE ZEROS.
           03 ACU-HST-REMOVIDOS   PIC  9(007) VALUE ZEROS.
           03 ACU-HCL-EXPURGADOS  PIC  9(007) VALUE ZEROS.
           03 ACU-CLI-SUPRIMIDOS  PIC  9(007) VALUE ZEROS.
           03 ACU-SEM-REGISTRO    PIC  9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    MENSAGENS DO LOG QUE EVIDENCIAM UMA SUPRESSAO LGPD          *
      *----------------------------------------------------------------*
       77 WRK-MSG-SUPR-EXER0403   PIC  X(008) VALUE 'EXR40328'.
       77 WRK-MSG-SUPR-EXER0407   PIC  X(008) VALUE 'EXR40720'.
      *
      *----------------------------------------------------------------*
      *    EVENTO CORRENTE DO SORT - HIGH-VALUES NO COD-CLI QUANDO OS  *
      *    EVENTOS ACABAM (BALANCE-LINE COM O REGISTRO)                *
      *----------------------------------------------------------------*
       01 WRK-EVENTO.
           03 WRK-EVT-COD-CLI     PIC  X(010) VALUE SPACES.
           03 WRK-EVT-DATA        PIC  X(008) VALUE SPACES.
           03 WRK-EVT-MSG-ID      PIC  X(008) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    SUPRESSOES DO CLIENTE CORRENTE, POR PROGRAMA: QTDE DE       *
      *    REGISTROS SUPRIMIDOS, QTDE DE RUNS (DATAS DISTINTAS) E A    *
      *    PRIMEIRA E A ULTIMA DATA                                    *
      *----------------------------------------------------------------*
       01 WRK-SUPR-EXER0403.
           03 WRK-S03-QTDE        PIC  9(005) VALUE ZEROS.
           03 WRK-S03-RUNS        PIC  9(005) VALUE ZEROS.
           03 WRK-S03-DT-INI      PIC  X(008) VALUE SPACES.
           03 WRK-S03-DT-FIM      PIC  X(008) VALUE SPACES.
      *
       01 WRK-SUPR-EXER0407.
           03 WRK-S07-QTDE        PIC  9(005) VALUE ZEROS.
           03 WRK-S07-RUNS        PIC  9(005) VALUE ZEROS.
           03 WRK-S07-DT-INI      PIC  X(008) VALUE SPACES.
           03 WRK-S07-DT-FIM      PIC  X(008) VALUE SPACES.
      *
       77 WRK-FLAG-FIM-LGP        PIC  X(001) VALUE 'N'.
          88 WRK-FIM-LGP                      VALUE 'S'.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQLGP01      VALUE 'LGP01113'.
          88 WRK-CN-ARQLOG01      VALUE 'LOG01113'.
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
          05 WRK-FS-ARQLGP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LGP01-OK               VALUE '00'.
             88 WRK-FS-LGP01-FIM              VALUE '10'.

          05 WRK-FS-ARQLOG01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LOG01-OK               VALUE '00'.
             88 WRK-FS-LOG01-FIM              VALUE '10'.

          05 WRK-FS-ARQREL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REL01-OK               VALUE '00'.
      *
       01 WRK-FLAG-FINALIZANDO    PIC  X(001) VALUE 'N'.
          88 WRK-FINALIZANDO                  VALUE 'S'.
      *
       01 WRK-FLAG-FIM-NORMAL     PIC  X(001) VALUE 'N'.
          88 WRK-FIM-NORMAL                   VALUE 'S'.
      *
       01 WRK-FLAG-FIM-SORT       PIC  X(001) VALUE 'N'.
          88 WRK-FIM-SORT                     VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO                                         *
      *----------------------------------------------------------------*
       01 WRK-LINHA-BRANCO        PIC  X(132) VALUE SPACES.
      *
       01 WRK-LIN-TITULO.
           03 FILLER              PIC  X(054) VALUE
              'EXER0418 - EVIDENCIA DE ATENDIMENTO DOS PEDIDOS LGPD ('.
           03 FILLER              PIC  X(008) VALUE 'ARQLGP01'.
           03 FILLER              PIC  X(001) VALUE ')'.
           03 FILLER              PIC  X(069) VALUE SPACES.
      *
       01 WRK-LIN-TRACO.
           03 FILLER              PIC  X(060) VALUE ALL '-'.
           03 FILLER              PIC  X(072) VALUE SPACES.
      *
       01 WRK-LIN-CLIENTE.
           03 FILLER              PIC  X(009) VALUE 'CLIENTE: '.
           03 WRK-LIN-CLI-COD     PIC  X(010).
           03 FILLER              PIC  X(013) VALUE '  PROTOCOLO: '.
           03 WRK-LIN-CLI-PROT    PIC  X(020).
           03 FILLER              PIC  X(013) VALUE '  PEDIDO EM: '.
           03 WRK-LIN-CLI-DT-PED  PIC  X(008).
           03 FILLER              PIC  X(014) VALUE '  EFETIVO EM: '.
           03 WRK-LIN-CLI-DT-EFE  PIC  X(008).
           03 FILLER              PIC  X(037) VALUE SPACES.
      *
       01 WRK-LIN-SITUACAO.
           03 FILLER              PIC  X(004) VALUE SPACES.
           03 WRK-LIN-SIT-ARQS    PIC  X(040).
           03 WRK-LIN-SIT-TEXTO   PIC  X(050).
           03 WRK-LIN-SIT-DATA    PIC  X(008).
           03 FILLER              PIC  X(030) VALUE SPACES.
      *
       01 WRK-LIN-SUPRESSAO.
           03 FILLER              PIC  X(004) VALUE SPACES.
           03 WRK-LIN-SUP-ARQS    PIC  X(040).
           03 WRK-LIN-SUP-QTDE    PIC  ZZ.ZZ9.
           03 FILLER              PIC  X(016) VALUE
              ' REGISTRO(S) EM '.
           03 WRK-LIN-SUP-RUNS    PIC  ZZ.ZZ9.
           03 FILLER              PIC  X(013) VALUE ' RUN(S) - DE '.
           03 WRK-LIN-SUP-DT-INI  PIC  X(008).
           03 FILLER              PIC  X(003) VALUE ' A '.
           03 WRK-LIN-SUP-DT-FIM  PIC  X(008).
           03 FILLER              PIC  X(028) VALUE SPACES.
      *
       01 WRK-LIN-TOTAL.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-TOT-ROTULO  PIC  X(040).
           03 WRK-LIN-TOT-QTDE    PIC  Z.ZZZ.ZZ9.
           03 FILLER              PIC  X(081) VALUE SPACES.
      *
       77 WRK-ROTULO-MST          PIC  X(040) VALUE
              'ARQMST01 - CADASTRO DE CLIENTES.......: '.
       77 WRK-ROTULO-HST          PIC  X(040) VALUE
              'ARQHST01 - HISTORICO DE REJEICOES.....: '.
       77 WRK-ROTULO-HCL          PIC  X(040) VALUE
              'ARQHCL01 - HISTORICO DE ALTERACOES....: '.
       77 WRK-ROTULO-EXER0403     PIC  X(040) VALUE
              'ARQSAI01/END01/ENDR1-4/ENU01 - EXER0403:'.
       77 WRK-ROTULO-EXER0407     PIC  X(040) VALUE
              'ARQDEL01 - DELTA DE EXER0407..........: '.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
      **** AREA ARQUIVO DE ENTRADA E SAIDA

           COPY LGP04103.
           COPY LOG04103.
      *
      *----------------------------------------------------------------*
       01 FILLER                PIC X(050) VALUE
              'EXER0418 - FIM DA AREA DE WORKING'.
      *----------------------------------------------------------------*
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
           SORT ARQSORT
                ON ASCENDING KEY SORT-COD-CLI
                                 SORT-DATA
                INPUT  PROCEDURE IS 2000-SELECIONAR-EVENTOS
                OUTPUT PROCEDURE IS 3000-EMITIR-EVIDENCIA
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
           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQLGP01                TO TRUE

           OPEN INPUT ARQLGP01
           IF NOT WRK-FS-LGP01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQLOG01                TO TRUE
           SET WRK-CN-OPEN                    TO TRUE

           OPEN INPUT ARQLOG01
           IF NOT WRK-FS-LOG01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQREL01                TO TRUE
           SET WRK-CN-OPEN                    TO TRUE

           OPEN OUTPUT ARQREL01
           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 8900-GRAVAR-LINHA-TITULO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDURE DE ENTRADA DO SORT: LE O LOG E LIBERA PARA        *
      *    CLASSIFICACAO SO OS EVENTOS DE SUPRESSAO LGPD               *
      *----------------------------------------------------------------*
       2000-SELECIONAR-EVENTOS SECTION.
      *----------------------------------------------------------------*
           PERFORM 2800-LER-ARQLOG01

           PERFORM 2100-FILTRAR-EVENTO UNTIL WRK-FS-LOG01-FIM
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2100-FILTRAR-EVENTO SECTION.
      *----------------------------------------------------------------*
           IF ARQLOG01-MSG-ID EQUAL WRK-MSG-SUPR-EXER0403
           OR ARQLOG01-MSG-ID EQUAL WRK-MSG-SUPR-EXER0407
              ADD 1                      TO ACU-EVENTOS-SUPR
              MOVE ARQLOG01-COD-CLI      TO SORT-COD-CLI
              MOVE ARQLOG01-DATA         TO SORT-DATA
              MOVE ARQLOG01-MSG-ID       TO SORT-MSG-ID
              RELEASE SORT-REGISTRO
           END-IF

           PERFORM 2800-LER-ARQLOG01
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO ARQUIVO ARQLOG01
      *----------------------------------------------------------------*
       2800-LER-ARQLOG01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQLOG01            TO TRUE

           READ ARQLOG01 INTO ARQLOG01-REGISTRO

           IF WRK-FS-LOG01-OK
              ADD 1 TO ACU-LIDOS-ARQLOG01
           ELSE
              IF NOT WRK-FS-LOG01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDURE DE SAIDA DO SORT: BALANCE-LINE DO REGISTRO LGPD   *
      *    (ORDEM DE COD-CLI) COM OS EVENTOS CLASSIFICADOS. EVENTOS    *
      *    QUE SOBRAM SEM CLIENTE NO REGISTRO SAO CONTADOS EM 3100     *
      *----------------------------------------------------------------*
       3000-EMITIR-EVIDENCIA SECTION.
      *----------------------------------------------------------------*
           PERFORM 3200-RETORNAR-SORT

           PERFORM 3800-LER-ARQLGP01

           PERFORM 3300-RELATAR-CLIENTE UNTIL WRK-FIM-LGP

           PERFORM 3100-DESCARTAR-EVENTO
              UNTIL WRK-EVT-COD-CLI EQUAL HIGH-VALUES

           PERFORM 3700-GRAVAR-TOTAIS
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    EVENTO DE SUPRESSAO DE UM COD-CLI QUE NAO ESTA NO REGISTRO  *
      *----------------------------------------------------------------*
       3100-DESCARTAR-EVENTO SECTION.
      *----------------------------------------------------------------*
           ADD 1                          TO ACU-SEM-REGISTRO

           PERFORM 3200-RETORNAR-SORT
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3200-RETORNAR-SORT SECTION.
      *----------------------------------------------------------------*
           RETURN ARQSORT
              AT END SET WRK-FIM-SORT     TO TRUE
           END-RETURN

           IF WRK-FIM-SORT
              MOVE HIGH-VALUES            TO WRK-EVT-COD-CLI
           ELSE
              MOVE SORT-COD-CLI           TO WRK-EVT-COD-CLI
              MOVE SORT-DATA              TO WRK-EVT-DATA
              MOVE SORT-MSG-ID            TO WRK-EVT-MSG-ID
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME A EVIDENCIA DE UM CLIENTE DO REGISTRO: CABECALHO DO *
      *    PEDIDO, SITUACAO DE ARQMST01 E ARQHST01 E AS SUPRESSOES     *
      *    ACUMULADAS DOS EVENTOS DO CLIENTE                           *
      *----------------------------------------------------------------*
       3300-RELATAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           INITIALIZE WRK-SUPR-EXER0403
                      WRK-SUPR-EXER0407

           PERFORM 3100-DESCARTAR-EVENTO
              UNTIL WRK-EVT-COD-CLI NOT LESS ARQLGP01-COD-CLI

           PERFORM 3400-ACUMULAR-EVENTO
              UNTIL WRK-EVT-COD-CLI NOT EQUAL ARQLGP01-COD-CLI

           PERFORM 8910-GRAVAR-LINHA-TRACO

           MOVE ARQLGP01-COD-CLI          TO WRK-LIN-CLI-COD
           MOVE ARQLGP01-PROTOCOLO        TO WRK-LIN-CLI-PROT
           MOVE ARQLGP01-DATA-PEDIDO      TO WRK-LIN-CLI-DT-PED
           MOVE ARQLGP01-DATA-EFETIVA     TO WRK-LIN-CLI-DT-EFE

           SET WRK-CN-WRITE               TO TRUE
           SET WRK-CN-ARQREL01            TO TRUE

           WRITE FD-ARQREL01 FROM WRK-LIN-CLIENTE
           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-ROTULO-MST            TO WRK-LIN-SIT-ARQS
           MOVE ARQLGP01-DATA-EXP-MST     TO WRK-LIN-SIT-DATA
           IF ARQLGP01-MST-EXPURGADO
              ADD 1                       TO ACU-MST-EXPURGADOS
              MOVE 'NOME/UF EXPURGADOS, CLIENTE EXCLUIDO EM '
                                          TO WRK-LIN-SIT-TEXTO
           ELSE
              MOVE 'CLIENTE NAO CONSTAVA NO CADASTRO EM '
                                          TO WRK-LIN-SIT-TEXTO
           END-IF
           PERFORM 3500-GRAVAR-LINHA-SITUACAO

           MOVE WRK-ROTULO-HST            TO WRK-LIN-SIT-ARQS
           MOVE ARQLGP01-DATA-EXP-HST     TO WRK-LIN-SIT-DATA
           IF ARQLGP01-HST-REMOVIDO
              ADD 1                       TO ACU-HST-REMOVIDOS
              MOVE 'HISTORICO DE REJEICOES REMOVIDO EM '
                                          TO WRK-LIN-SIT-TEXTO
           ELSE
              MOVE 'CLIENTE SEM HISTORICO DE REJEICOES EM '
                                          TO WRK-LIN-SIT-TEXTO
           END-IF
           PERFORM 3500-GRAVAR-LINHA-SITUACAO

      *    REGISTRO INCLUIDO ANTES DO ARQHCL01 NAO TEM O INDICADOR -   *
      *    O CLIENTE NUNCA CHEGOU AO HISTORICO DE ALTERACOES (EXER0407 *
      *    JA O SUPRIMIA DO DELTA)                                     *
           MOVE WRK-ROTULO-HCL            TO WRK-LIN-SIT-ARQS
           MOVE ARQLGP01-DATA-EXP-HCL     TO WRK-LIN-SIT-DATA
           EVALUATE TRUE
              WHEN ARQLGP01-HCL-EXPURGADO
                   ADD 1                  TO ACU-HCL-EXPURGADOS
                   MOVE 'IMAGENS DO CLIENTE EXPURGADAS EM '
                                          TO WRK-LIN-SIT-TEXTO
                   PERFORM 3500-GRAVAR-LINHA-SITUACAO
              WHEN ARQLGP01-HCL-AUSENTE
                   MOVE 'CLIENTE SEM IMAGENS NO HISTORICO EM '
                                          TO WRK-LIN-SIT-TEXTO
                   PERFORM 3500-GRAVAR-LINHA-SITUACAO
              WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WRK-S03-QTDE > ZEROS
           OR WRK-S07-QTDE > ZEROS
              ADD 1                       TO ACU-CLI-SUPRIMIDOS
           END-IF

           MOVE WRK-ROTULO-EXER0403       TO WRK-LIN-SUP-ARQS
           MOVE WRK-S03-QTDE              TO WRK-LIN-SUP-QTDE
           MOVE WRK-S03-RUNS              TO WRK-LIN-SUP-RUNS
           MOVE WRK-S03-DT-INI            TO WRK-LIN-SUP-DT-INI
           MOVE WRK-S03-DT-FIM            TO WRK-LIN-SUP-DT-FIM
           PERFORM 3600-GRAVAR-LINHA-SUPRESSAO

           MOVE WRK-ROTULO-EXER0407       TO WRK-LIN-SUP-ARQS
           MOVE WRK-S07-QTDE              TO WRK-LIN-SUP-QTDE
           MOVE WRK-S07-RUNS              TO WRK-LIN-SUP-RUNS
           MOVE WRK-S07-DT-INI            TO WRK-LIN-SUP-DT-INI
           MOVE WRK-S07-DT-FIM            TO WRK-LIN-SUP-DT-FIM
           PERFORM 3600-GRAVAR-LINHA-SUPRESSAO

           PERFORM 3800-LER-ARQLGP01
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    SOMA UM EVENTO DO CLIENTE NO PROGRAMA QUE O GEROU. OS       *
      *    EVENTOS CHEGAM EM ORDEM DE DATA: UMA DATA DIFERENTE DA      *
      *    ULTIMA E UM NOVO RUN                                        *
      *----------------------------------------------------------------*
       3400-ACUMULAR-EVENTO SECTION.
      *----------------------------------------------------------------*
           IF WRK-EVT-MSG-ID EQUAL WRK-MSG-SUPR-EXER0403
              ADD 1                       TO WRK-S03-QTDE
              IF WRK-S03-DT-INI EQUAL SPACES
                 MOVE WRK-EVT-DATA        TO WRK-S03-DT-INI
              END-IF
              IF WRK-EVT-DATA NOT EQUAL WRK-S03-DT-FIM
                 ADD 1                    TO WRK-S03-RUNS
                 MOVE WRK-EVT-DATA        TO WRK-S03-DT-FIM
              END-IF
           ELSE
              ADD 1                       TO WRK-S07-QTDE
              IF WRK-S07-DT-INI EQUAL SPACES
                 MOVE WRK-EVT-DATA        TO WRK-S07-DT-INI
              END-IF
              IF WRK-EVT-DATA NOT EQUAL WRK-S07-DT-FIM
                 ADD 1                    TO WRK-S07-RUNS
                 MOVE WRK-EVT-DATA        TO WRK-S07-DT-FIM
              END-IF
           END-IF

           PERFORM 3200-RETORNAR-SORT
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3500-GRAVAR-LINHA-SITUACAO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE               TO TRUE
           SET WRK-CN-ARQREL01            TO TRUE

           WRITE FD-ARQREL01 FROM WRK-LIN-SITUACAO

           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    SEM NENHUM EVENTO NO LOG A LINHA DIZ ISSO, EM VEZ DE        *
      *    IMPRIMIR QUANTIDADES ZERADAS                                *
      *----------------------------------------------------------------*
       3600-GRAVAR-LINHA-SUPRESSAO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE               TO TRUE
           SET WRK-CN-ARQREL01            TO TRUE

           IF WRK-LIN-SUP-DT-INI EQUAL SPACES
              MOVE WRK-LIN-SUP-ARQS       TO WRK-LIN-SIT-ARQS
              MOVE 'NENHUMA SUPRESSAO REGISTRADA NO LOG'
                                          TO WRK-LIN-SIT-TEXTO
              MOVE SPACES                 TO WRK-LIN-SIT-DATA
              WRITE FD-ARQREL01 FROM WRK-LIN-SITUACAO
           ELSE
              WRITE FD-ARQREL01 FROM WRK-LIN-SUPRESSAO
           END-IF

           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3700-GRAVAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           PERFORM 8910-GRAVAR-LINHA-TRACO

           MOVE 'CLIENTES NO REGISTRO LGPD.............:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-LIDOS-ARQLGP01        TO WRK-LIN-TOT-QTDE
           PERFORM 3710-GRAVAR-LINHA-TOTAL

           MOVE 'CADASTRO ARQMST01 EXPURGADO...........:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-MST-EXPURGADOS        TO WRK-LIN-TOT-QTDE
           PERFORM 3710-GRAVAR-LINHA-TOTAL

           MOVE 'HISTORICO ARQHST01 REMOVIDO...........:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-HST-REMOVIDOS         TO WRK-LIN-TOT-QTDE
           PERFORM 3710-GRAVAR-LINHA-TOTAL

           MOVE 'HISTORICO ARQHCL01 EXPURGADO..........:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-HCL-EXPURGADOS        TO WRK-LIN-TOT-QTDE
           PERFORM 3710-GRAVAR-LINHA-TOTAL

           MOVE 'CLIENTES COM SUPRESSAO NO LOG.........:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-CLI-SUPRIMIDOS        TO WRK-LIN-TOT-QTDE
           PERFORM 3710-GRAVAR-LINHA-TOTAL

           MOVE 'EVENTOS DE SUPRESSAO SEM REGISTRO.....:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-SEM-REGISTRO          TO WRK-LIN-TOT-QTDE
           PERFORM 3710-GRAVAR-LINHA-TOTAL
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3710-GRAVAR-LINHA-TOTAL SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE               TO TRUE
           SET WRK-CN-ARQREL01            TO TRUE

           WRITE FD-ARQREL01 FROM WRK-LIN-TOTAL

           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3710-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO REGISTRO LGPD (ORDEM DE COD-CLI)
      *----------------------------------------------------------------*
       3800-LER-ARQLGP01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQLGP01            TO TRUE

           READ ARQLGP01 NEXT INTO ARQLGP01-REGISTRO

           IF WRK-FS-LGP01-OK
              ADD 1 TO ACU-LIDOS-ARQLGP01
           ELSE
              IF WRK-FS-LGP01-FIM
                 SET WRK-FIM-LGP          TO TRUE
              ELSE
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
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
           SET WRK-CN-ARQLGP01 TO TRUE.

           CLOSE ARQLGP01.
           IF NOT WRK-FS-LGP01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQLOG01 TO TRUE.

           CLOSE ARQLOG01.
           IF NOT WRK-FS-LOG01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQREL01 TO TRUE.

           CLOSE ARQREL01.
           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           DISPLAY '***************************************************'
           MOVE ACU-LIDOS-ARQLOG01     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE EVENTOS LOG LIDOS : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-EVENTOS-SUPR       TO WRK-MASK-QTREG7
           DISPLAY '* QTDE EVENTOS SUPRESSAO : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-LIDOS-ARQLGP01     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE CLIENTES RELATADOS: ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-SEM-REGISTRO       TO WRK-MASK-QTREG7
           DISPLAY '* QTDE EVENTOS SEM REGIST: ' WRK-MASK-QTREG7
                                                    '              *'
           DISPLAY '*                                                 *'
           IF WRK-FIM-NORMAL
              IF ACU-SEM-REGISTRO > ZEROS
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

          END PROGRAM EXER0418.
