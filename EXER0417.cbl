      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0417.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0417
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   ATENDER OS PEDIDOS DE ELIMINACAO DE DADOS   *
      *                    DO TITULAR (LGPD) ENVIADOS PELO JURIDICO    *
      *                    EM ARQPLG01:                                *
      *                    - INCLUI CADA CLIENTE NO REGISTRO DE        *
      *                      EXPURGO ARQLGP01 (VSAM KSDS), COM A DATA  *
      *                      DO RUN COMO DATA EFETIVA. A PARTIR DELA   *
      *                      EXER0403 E EXER0407 SUPRIMEM O CLIENTE DE *
      *                      TODOS OS ARQUIVOS DE SAIDA                *
      *                    - EXPURGA NOME E UF DA ULTIMA IMAGEM DO     *
      *                      CLIENTE NO CADASTRO ARQMST01, QUE FICA    *
      *                      EXCLUIDO LOGICAMENTE (IND-SITUACAO 'E')   *
      *                    - EXPURGA NOME E UF DAS IMAGENS DO CLIENTE  *
      *                      NO HISTORICO DE ALTERACOES ARQHCL01, QUE  *
      *                      FICAM EXCLUIDAS (IND-SITUACAO 'E')        *
      *                    - REGRAVA O HISTORICO DE REJEICOES SEM OS   *
      *                      CLIENTES DO REGISTRO (ARQHSTI1 ->         *
      *                      ARQHST01). O HISTORICO NAO GUARDA NOME    *
      *                      NEM ENDERECO - O QUE IDENTIFICA O TITULAR *
      *                      E A PROPRIA LINHA, QUE E REMOVIDA         *
      *                    O RESULTADO DE CADA EXPURGO FICA GRAVADO NO *
      *                    PROPRIO REGISTRO, PARA A EVIDENCIA DE       *
      *                    EXER0418. PEDIDO JA REGISTRADO NAO E        *
      *                    REINCLUIDO (A DATA EFETIVA ORIGINAL VALE)   *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPLG01 (ENTRADA - PEDIDOS LGPD)       PLG04103
      *      ARQLGP01 (VSAM KSDS - REGISTRO LGPD)    LGP04103
      *      ARQMST01 (VSAM KSDS)                    MST04103
      *      ARQHCL01 (VSAM KSDS - HISTORICO CLIENTE) HCL04103
      *      ARQHSTI1 (ENTRADA - HISTORICO ANTERIOR) HST04103
      *      ARQHST01 (SAIDA  - HISTORICO EXPURGADO) HST04103
      *      ARQAUD01 (SAIDA  - HISTORICO)           AUD04103
      *      ARQLOG01 (SAIDA  - LOG ESTRUTURADO)     LOG04103
      *----------------------------------------------------------------*
      *    O CLUSTER ARQLGP01 E OPTIONAL: NO PRIMEIRO RUN ELE E CRIADO *
      *    PELO PROPRIO OPEN I-O (FILE STATUS 05). O ARQHCL01 TAMBEM E *
      *    OPTIONAL, PELA MESMA RAZAO (CRIADO POR EXER0409)            *
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
           SELECT ARQPLG01 ASSIGN      TO UT-S-ARQPLG01
                      FILE STATUS      IS WRK-FS-ARQPLG01.
      *
           SELECT OPTIONAL ARQLGP01 ASSIGN TO ARQLGP01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQLGP01-COD-CLI
                      FILE STATUS      IS WRK-FS-ARQLGP01.
      *
           SELECT ARQMST01 ASSIGN      TO ARQMST01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQMST01-COD-CLI
                      FILE STATUS      IS WRK-FS-ARQMST01.
      *
           SELECT OPTIONAL ARQHCL01 ASSIGN TO ARQHCL01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS FD-ARQHCL01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQHCL01.
      *
           SELECT OPTIONAL ARQHSTI1 ASSIGN TO UT-S-ARQHSTI1
                      FILE STATUS      IS WRK-FS-ARQHSTI1.
      *
           SELECT ARQHST01 ASSIGN      TO UT-S-ARQHST01
                      FILE STATUS      IS WRK-FS-ARQHST01.
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
      *    INPUT:     PEDIDOS DE ELIMINACAO LGPD DO JURIDICO           *
      *               ORG. SEQUENCIAL   -   LRECL = 40                 *
      *----------------------------------------------------------------*

       FD  ARQPLG01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPLG01             PIC X(40).

      *---------------------------------------------------------------*
      *   I-O:        REGISTRO DE EXPURGO LGPD                        *
      *               ORG. VSAM KSDS    -   LRECL = 80                *
      *               CHAVE = COD-CLI (POSICOES 01-10)                *
      *---------------------------------------------------------------*

       FD  ARQLGP01
           RECORD CONTAINS 80 CHARACTERS.
       01 FD-ARQLGP01.
           05 FD-ARQLGP01-COD-CLI PIC X(10).
           05 FILLER              PIC X(70).

      *---------------------------------------------------------------*
      *   I-O:        CADASTRO DE POSICAO DE CLIENTE                  *
      *               ORG. VSAM KSDS    -   LRECL = 100               *
      *               CHAVE = COD-CLI (POSICOES 01-10)                *
      *---------------------------------------------------------------*

       FD  ARQMST01
           RECORD CONTAINS 100 CHARACTERS.
       01 FD-ARQMST01.
           05 FD-ARQMST01-COD-CLI PIC X(10).
           05 FILLER              PIC X(90).

      *---------------------------------------------------------------*
      *   I-O:        HISTORICO DE ALTERACOES DE CLIENTE              *
      *               ORG. VSAM KSDS    -   LRECL = 230               *
      *               CHAVE = COD-CLI + DATA-RUN + SEQ (POS 01-21)    *
      *---------------------------------------------------------------*

       FD  ARQHCL01
           RECORD CONTAINS 230 CHARACTERS.
       01 FD-ARQHCL01.
           05 FD-ARQHCL01-CHAVE.
              10 FD-ARQHCL01-COD-CLI PIC X(10).
              10 FD-ARQHCL01-RESTO   PIC X(11).
           05 FILLER              PIC X(209).

      *---------------------------------------------------------------*
      *   INPUT:      HISTORICO DE REJEICOES ANTERIOR                 *
      *               ORG. SEQUENCIAL   -   LRECL = 40                *
      *---------------------------------------------------------------*

       FD  ARQHSTI1
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQHSTI1             PIC X(40).

      *---------------------------------------------------------------*
      *   OUTPUT:     HISTORICO DE REJEICOES SEM OS CLIENTES DO       *
      *               REGISTRO LGPD                                   *
      *               ORG. SEQUENCIAL   -   LRECL = 40                *
      *---------------------------------------------------------------*

       FD  ARQHST01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQHST01             PIC X(40).

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
             'EXER0417 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0417'.
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
           03 ACU-LIDOS-ARQPLG01  PIC  9(007) VALUE ZEROS.
           03 ACU-INCLUIDOS       PIC  9(007) VALUE ZEROS.
           03 ACU-JA-REGISTRADOS  PIC  9(007) VALUE ZEROS.
           03 ACU-RECUSADOS       PIC  9(007) VALUE ZEROS.
           03 ACU-MST-EXPURGADOS  PIC  9(007) VALUE ZEROS.
           03 ACU-MST-AUSENTES    PIC  9(007) VALUE ZEROS.
           03 ACU-HCL-EXPURGADOS  PIC  9(007) VALUE ZEROS.
           03 ACU-HCL-CLIENTE     PIC  9(007) VALUE ZEROS.
           03 ACU-HIST-LIDOS      PIC  9(007) VALUE ZEROS.
           03 ACU-HIST-GRAVADOS   PIC  9(007) VALUE ZEROS.
           03 ACU-HIST-REMOVIDOS  PIC  9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    DATA DO RUN - E A DATA EFETIVA DOS PEDIDOS INCLUIDOS E A    *
      *    DATA DOS EXPURGOS GRAVADA NO REGISTRO                       *
      *----------------------------------------------------------------*
       01 WRK-DATA-EXECUCAO       PIC  X(008) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    TEXTO QUE SUBSTITUI O NOME DO TITULAR NO CADASTRO ARQMST01  *
      *    (A CONSULTA DO HELP DESK MOSTRA O CLIENTE COMO EXCLUIDO)    *
      *----------------------------------------------------------------*
       01 WRK-NOME-EXPURGADO      PIC  X(040) VALUE
              'DADOS EXPURGADOS - LGPD'.
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
          88 WRK-CN-ARQPLG01      VALUE 'PLG01113'.
          88 WRK-CN-ARQLGP01      VALUE 'LGP01113'.
          88 WRK-CN-ARQMST01      VALUE 'MST01113'.
          88 WRK-CN-ARQHCL01      VALUE 'HCL01113'.
          88 WRK-CN-ARQHSTI1      VALUE 'HSTI1113'.
          88 WRK-CN-ARQHST01      VALUE 'HST01113'.
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
          05 WRK-FS-ARQPLG01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PLG01-OK               VALUE '00'.
             88 WRK-FS-PLG01-FIM              VALUE '10'.

          05 WRK-FS-ARQLGP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LGP01-OK               VALUE '00'.
             88 WRK-FS-LGP01-NOVO             VALUE '05'.
             88 WRK-FS-LGP01-NAO-ACHOU        VALUE '23'.

          05 WRK-FS-ARQMST01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-MST01-OK               VALUE '00'.
             88 WRK-FS-MST01-NAO-ACHOU        VALUE '23'.

          05 WRK-FS-ARQHCL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HCL01-OK               VALUE '00'.
             88 WRK-FS-HCL01-NOVO             VALUE '05'.
             88 WRK-FS-HCL01-FIM              VALUE '10'.
             88 WRK-FS-HCL01-NAO-ACHOU        VALUE '23'.

          05 WRK-FS-ARQHSTI1      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HSTI1-OK               VALUE '00'.
             88 WRK-FS-HSTI1-NOVO             VALUE '05'.
             88 WRK-FS-HSTI1-FIM              VALUE '10'.

          05 WRK-FS-ARQHST01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HST01-OK               VALUE '00'.

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

           COPY PLG04103.
           COPY LGP04103.
           COPY MST04103.
           COPY HCL04103.
           COPY HST04103.
           COPY AUD04103.
           COPY LOG04103.
      *
      *----------------------------------------------------------------*
       01 FILLER                PIC X(050) VALUE
              'EXER0417 - FIM DA AREA DE WORKING'.
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
           PERFORM 3000-REGISTRAR-PEDIDO UNTIL WRK-FS-PLG01-FIM
      *
      *    O HISTORICO E PASSADO DEPOIS DOS PEDIDOS, PARA QUE OS       *
      *    CLIENTES INCLUIDOS NESTE RUN JA SAIAM DO ARQHST01           *
           PERFORM 5000-EXPURGAR-HISTORICO UNTIL WRK-FS-HSTI1-FIM
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
              MOVE 'EXR41724'               TO ARQLOG01-MSG-ID
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

           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQPLG01                TO TRUE

           OPEN INPUT ARQPLG01
           IF NOT WRK-FS-PLG01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

      *    NO PRIMEIRO RUN O OPEN I-O DO OPTIONAL CRIA O REGISTRO      *
      *    VAZIO (FILE STATUS 05)                                      *
           SET WRK-CN-ARQLGP01                TO TRUE
           SET WRK-CN-OPEN                    TO TRUE

           OPEN I-O ARQLGP01
           IF NOT WRK-FS-LGP01-OK AND NOT WRK-FS-LGP01-NOVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQMST01                TO TRUE
           SET WRK-CN-OPEN                    TO TRUE

           OPEN I-O ARQMST01
           IF NOT WRK-FS-MST01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQHCL01                TO TRUE
           SET WRK-CN-OPEN                    TO TRUE

           OPEN I-O ARQHCL01
           IF NOT WRK-FS-HCL01-OK AND NOT WRK-FS-HCL01-NOVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

      *    ARQHSTI1 E OPTIONAL: SEM HISTORICO ANTERIOR O ARQHST01 SAI  *
      *    VAZIO                                                       *
           SET WRK-CN-ARQHSTI1                TO TRUE
           SET WRK-CN-OPEN                    TO TRUE

           OPEN INPUT ARQHSTI1
           IF NOT WRK-FS-HSTI1-OK AND NOT WRK-FS-HSTI1-NOVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQHST01                TO TRUE
           SET WRK-CN-OPEN                    TO TRUE

           OPEN OUTPUT ARQHST01
           IF NOT WRK-FS-HST01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 'EXR41701'                 TO ARQLOG01-MSG-ID
           SET ARQLOG01-SEV-INFO           TO TRUE
           MOVE 'INICIO DO PROCESSAMENTO'  TO ARQLOG01-TEXTO
           PERFORM 8800-GRAVAR-LOG

           PERFORM 3800-LER-ARQPLG01
           PERFORM 5800-LER-ARQHSTI1
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TRATA UM PEDIDO DO JURIDICO: RECUSA O PEDIDO INVALIDO,      *
      *    SO CONTA O CLIENTE QUE JA CONSTA NO REGISTRO E INCLUI O     *
      *    NOVO, EXPURGANDO ANTES O CADASTRO ARQMST01                  *
      *----------------------------------------------------------------*
       3000-REGISTRAR-PEDIDO SECTION.
      *----------------------------------------------------------------*
           IF ARQPLG01-COD-CLI EQUAL SPACES
           OR ARQPLG01-DATA-PEDIDO NOT NUMERIC
              PERFORM 3050-RECUSAR-PEDIDO
           ELSE
              PERFORM 3100-CONSULTAR-REGISTRO
              IF WRK-FS-LGP01-OK
                 ADD 1                     TO ACU-JA-REGISTRADOS
                 MOVE 'EXR41721'           TO ARQLOG01-MSG-ID
                 SET ARQLOG01-SEV-AVISO    TO TRUE
                 MOVE ARQPLG01-COD-CLI     TO ARQLOG01-COD-CLI
                 MOVE 'CLIENTE JA CONSTA NO REGISTRO LGPD'
                                           TO ARQLOG01-TEXTO
                 PERFORM 8800-GRAVAR-LOG
              ELSE
                 PERFORM 3200-INCLUIR-REGISTRO
              END-IF
           END-IF

           PERFORM 3800-LER-ARQPLG01
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PEDIDO SEM COD-CLI OU COM DATA DO PEDIDO NAO NUMERICA - NAO *
      *    ENTRA NO REGISTRO; VAI PARA O LOG PARA O JURIDICO REENVIAR  *
      *----------------------------------------------------------------*
       3050-RECUSAR-PEDIDO SECTION.
      *----------------------------------------------------------------*
           ADD 1                           TO ACU-RECUSADOS

           MOVE 'EXR41720'                 TO ARQLOG01-MSG-ID
           SET ARQLOG01-SEV-AVISO          TO TRUE
           MOVE ARQPLG01-COD-CLI           TO ARQLOG01-COD-CLI
           MOVE SPACES                     TO ARQLOG01-TEXTO
           STRING 'PEDIDO LGPD INVALIDO - PROTOCOLO '
                                           DELIMITED BY SIZE
                  ARQPLG01-PROTOCOLO       DELIMITED BY SPACE
             INTO ARQLOG01-TEXTO
           END-STRING
           PERFORM 8800-GRAVAR-LOG
           .
      *----------------------------------------------------------------*
       3050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O REGISTRO LGPD PELA CHAVE - O CHAMADOR TESTA O FILE     *
      *    STATUS (00 = JA CONSTA, 23 = AUSENTE)                       *
      *----------------------------------------------------------------*
       3100-CONSULTAR-REGISTRO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQPLG01-COD-CLI           TO FD-ARQLGP01-COD-CLI

           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQLGP01             TO TRUE

           READ ARQLGP01 INTO ARQLGP01-REGISTRO

           IF NOT WRK-FS-LGP01-OK
           AND NOT WRK-FS-LGP01-NAO-ACHOU
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    INCLUI O CLIENTE NO REGISTRO COM A DATA DO RUN COMO DATA    *
      *    EFETIVA. O RESULTADO DO EXPURGO DO ARQMST01 E DO ARQHCL01   *
      *    VAI NO PROPRIO REGISTRO; O DO HISTORICO DE REJEICOES NASCE  *
      *    'N' E E ATUALIZADO EM 5000                                  *
      *    SE O CLIENTE TIVER LINHA NO ARQHSTI1                        *
      *----------------------------------------------------------------*
       3200-INCLUIR-REGISTRO SECTION.
      *----------------------------------------------------------------*
           INITIALIZE ARQLGP01-REGISTRO

           MOVE ARQPLG01-COD-CLI           TO ARQLGP01-COD-CLI
           MOVE ARQPLG01-PROTOCOLO         TO ARQLGP01-PROTOCOLO
           MOVE ARQPLG01-DATA-PEDIDO       TO ARQLGP01-DATA-PEDIDO
           MOVE WRK-DATA-EXECUCAO          TO ARQLGP01-DATA-EFETIVA
           SET ARQLGP01-HST-AUSENTE        TO TRUE
           MOVE WRK-DATA-EXECUCAO          TO ARQLGP01-DATA-EXP-HST

           PERFORM 3300-EXPURGAR-CADASTRO

           PERFORM 3400-EXPURGAR-HIST-CLIENTE

           MOVE ARQLGP01-COD-CLI           TO FD-ARQLGP01-COD-CLI

           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQLGP01             TO TRUE

           WRITE FD-ARQLGP01 FROM ARQLGP01-REGISTRO

           IF NOT WRK-FS-LGP01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                           TO ACU-INCLUIDOS

           MOVE 'EXR41702'                 TO ARQLOG01-MSG-ID
           SET ARQLOG01-SEV-INFO           TO TRUE
           MOVE ARQLGP01-COD-CLI           TO ARQLOG01-COD-CLI
           MOVE SPACES                     TO ARQLOG01-TEXTO
           STRING 'INCLUIDO NO REGISTRO LGPD - '
                                           DELIMITED BY SIZE
                  ARQLGP01-PROTOCOLO       DELIMITED BY SPACE
             INTO ARQLOG01-TEXTO
           END-STRING
           PERFORM 8800-GRAVAR-LOG
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    EXPURGA A ULTIMA IMAGEM DO CLIENTE NO ARQMST01: O NOME E    *
      *    SUBSTITUIDO, A UF (UNICO DADO DE ENDERECO DO CADASTRO) E    *
      *    APAGADA E O CLIENTE FICA EXCLUIDO LOGICAMENTE. CLIENTE QUE  *
      *    NAO CONSTA NO CADASTRO SO TEM O FATO ANOTADO NO REGISTRO    *
      *----------------------------------------------------------------*
       3300-EXPURGAR-CADASTRO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQLGP01-COD-CLI           TO FD-ARQMST01-COD-CLI

           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQMST01             TO TRUE

           READ ARQMST01 INTO ARQMST01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-MST01-OK
                   MOVE WRK-NOME-EXPURGADO TO ARQMST01-NOME
                   MOVE SPACES             TO ARQMST01-COD-UF
                   MOVE WRK-DATA-EXECUCAO  TO ARQMST01-DATA-RUN
                   SET ARQMST01-SIT-EXCLUIDO
                                           TO TRUE

                   SET WRK-CN-REWRITE      TO TRUE

                   REWRITE FD-ARQMST01 FROM ARQMST01-REGISTRO

                   IF NOT WRK-FS-MST01-OK
                      PERFORM 9100-ERROS-ARQUIVOS
                   END-IF

                   ADD 1                   TO ACU-MST-EXPURGADOS
                   SET ARQLGP01-MST-EXPURGADO
                                           TO TRUE

                   MOVE 'EXR41705'         TO ARQLOG01-MSG-ID
                   SET ARQLOG01-SEV-INFO   TO TRUE
                   MOVE ARQLGP01-COD-CLI   TO ARQLOG01-COD-CLI
                   MOVE 'NOME/UF EXPURGADOS EM ARQMST01'
                                           TO ARQLOG01-TEXTO
                   PERFORM 8800-GRAVAR-LOG
              WHEN WRK-FS-MST01-NAO-ACHOU
                   ADD 1                   TO ACU-MST-AUSENTES
                   SET ARQLGP01-MST-AUSENTE
                                           TO TRUE
              WHEN OTHER
                   PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           MOVE WRK-DATA-EXECUCAO          TO ARQLGP01-DATA-EXP-MST
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    EXPURGA AS IMAGENS DO CLIENTE NO HISTORICO DE ALTERACOES    *
      *    ARQHCL01 (TODAS AS DATAS DE RUN): NAS IMAGENS ANTES E       *
      *    DEPOIS O NOME E SUBSTITUIDO, A UF E APAGADA E O CLIENTE     *
      *    FICA EXCLUIDO, COMO NO CADASTRO - A RECONSTRUCAO DE         *
      *    EXER0424 NAO DEVOLVE MAIS O CLIENTE EM NENHUMA DATA         *
      *----------------------------------------------------------------*
       3400-EXPURGAR-HIST-CLIENTE SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO ACU-HCL-CLIENTE
           MOVE ARQLGP01-COD-CLI           TO FD-ARQHCL01-COD-CLI
           MOVE LOW-VALUES                 TO FD-ARQHCL01-RESTO

           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQHCL01             TO TRUE

           START ARQHCL01 KEY IS NOT LESS THAN FD-ARQHCL01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-HCL01-OK
                   PERFORM 3410-LER-PROXIMO-ARQHCL01
              WHEN WRK-FS-HCL01-NAO-ACHOU
                   MOVE HIGH-VALUES        TO ARQHCL01-COD-CLI
              WHEN OTHER
                   PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           PERFORM 3420-EXPURGAR-IMAGENS
              UNTIL ARQHCL01-COD-CLI NOT EQUAL ARQLGP01-COD-CLI

           IF ACU-HCL-CLIENTE > ZEROS
              SET ARQLGP01-HCL-EXPURGADO   TO TRUE

              MOVE 'EXR41707'              TO ARQLOG01-MSG-ID
              SET ARQLOG01-SEV-INFO        TO TRUE
              MOVE ARQLGP01-COD-CLI        TO ARQLOG01-COD-CLI
              MOVE ACU-HCL-CLIENTE         TO WRK-MASK-QTREG7
              MOVE SPACES                  TO ARQLOG01-TEXTO
              STRING 'IMAGENS EXPURGADAS EM ARQHCL01: '
                                           DELIMITED BY SIZE
                     WRK-MASK-QTREG7       DELIMITED BY SIZE
                INTO ARQLOG01-TEXTO
              END-STRING
              PERFORM 8800-GRAVAR-LOG
           ELSE
              SET ARQLGP01-HCL-AUSENTE     TO TRUE
           END-IF

           MOVE WRK-DATA-EXECUCAO          TO ARQLGP01-DATA-EXP-HCL
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO ARQHCL01 - HIGH-VALUES NO COD-CLI NO  *
      *    FIM DO ARQUIVO                                              *
      *----------------------------------------------------------------*
       3410-LER-PROXIMO-ARQHCL01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQHCL01             TO TRUE

           READ ARQHCL01 NEXT RECORD INTO ARQHCL01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-HCL01-OK
                   CONTINUE
              WHEN WRK-FS-HCL01-FIM
                   MOVE HIGH-VALUES        TO ARQHCL01-COD-CLI
              WHEN OTHER
                   PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3420-EXPURGAR-IMAGENS SECTION.
      *----------------------------------------------------------------*
           IF ARQHCL01-IMG-ANTES NOT EQUAL SPACES
              MOVE ARQHCL01-IMG-ANTES      TO ARQMST01-REGISTRO
              PERFORM 3430-EXPURGAR-IMAGEM
              MOVE ARQMST01-REGISTRO       TO ARQHCL01-IMG-ANTES
           END-IF

           IF ARQHCL01-IMG-DEPOIS NOT EQUAL SPACES
              MOVE ARQHCL01-IMG-DEPOIS     TO ARQMST01-REGISTRO
              PERFORM 3430-EXPURGAR-IMAGEM
              MOVE ARQMST01-REGISTRO       TO ARQHCL01-IMG-DEPOIS
           END-IF

           SET WRK-CN-REWRITE              TO TRUE
           SET WRK-CN-ARQHCL01             TO TRUE

           REWRITE FD-ARQHCL01 FROM ARQHCL01-REGISTRO

           IF NOT WRK-FS-HCL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                           TO ACU-HCL-CLIENTE
           ADD 1                           TO ACU-HCL-EXPURGADOS

           PERFORM 3410-LER-PROXIMO-ARQHCL01
           .
      *----------------------------------------------------------------*
       3420-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3430-EXPURGAR-IMAGEM SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-NOME-EXPURGADO         TO ARQMST01-NOME
           MOVE SPACES                     TO ARQMST01-COD-UF
           SET ARQMST01-SIT-EXCLUIDO       TO TRUE
           .
      *----------------------------------------------------------------*
       3430-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO ARQUIVO ARQPLG01
      *----------------------------------------------------------------*
       3800-LER-ARQPLG01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQPLG01            TO TRUE

           READ ARQPLG01 INTO ARQPLG01-REGISTRO

           IF WRK-FS-PLG01-OK
              ADD 1 TO ACU-LIDOS-ARQPLG01
           ELSE
              IF NOT WRK-FS-PLG01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    COPIA UMA LINHA DO HISTORICO ANTERIOR PARA O ARQHST01,      *
      *    SALVO SE O CLIENTE ESTA NO REGISTRO LGPD: A LINHA E         *
      *    DESCARTADA E A REMOCAO E ANOTADA NO REGISTRO (SO NA         *
      *    PRIMEIRA VEZ)                                               *
      *----------------------------------------------------------------*
       5000-EXPURGAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQHST01-COD-CLI           TO FD-ARQLGP01-COD-CLI

           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQLGP01             TO TRUE

           READ ARQLGP01 INTO ARQLGP01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-LGP01-OK
                   ADD 1                   TO ACU-HIST-REMOVIDOS
                   IF NOT ARQLGP01-HST-REMOVIDO
                      PERFORM 5100-ANOTAR-REMOCAO
                   END-IF
              WHEN WRK-FS-LGP01-NAO-ACHOU
                   SET WRK-CN-WRITE        TO TRUE
                   SET WRK-CN-ARQHST01     TO TRUE

                   WRITE FD-ARQHST01 FROM ARQHST01-REGISTRO

                   IF NOT WRK-FS-HST01-OK
                      PERFORM 9100-ERROS-ARQUIVOS
                   END-IF

                   ADD 1                   TO ACU-HIST-GRAVADOS
              WHEN OTHER
                   PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           PERFORM 5800-LER-ARQHSTI1
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       5100-ANOTAR-REMOCAO SECTION.
      *----------------------------------------------------------------*
           SET ARQLGP01-HST-REMOVIDO       TO TRUE
           MOVE WRK-DATA-EXECUCAO          TO ARQLGP01-DATA-EXP-HST

           SET WRK-CN-REWRITE              TO TRUE
           SET WRK-CN-ARQLGP01             TO TRUE

           REWRITE FD-ARQLGP01 FROM ARQLGP01-REGISTRO

           IF NOT WRK-FS-LGP01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 'EXR41706'                 TO ARQLOG01-MSG-ID
           SET ARQLOG01-SEV-INFO           TO TRUE
           MOVE ARQLGP01-COD-CLI           TO ARQLOG01-COD-CLI
           MOVE 'HISTORICO REMOVIDO DO ARQHST01'
                                           TO ARQLOG01-TEXTO
           PERFORM 8800-GRAVAR-LOG
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO ARQUIVO ARQHSTI1
      *----------------------------------------------------------------*
       5800-LER-ARQHSTI1 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQHSTI1            TO TRUE

           READ ARQHSTI1 INTO ARQHST01-REGISTRO

           IF WRK-FS-HSTI1-OK
              ADD 1 TO ACU-HIST-LIDOS
           ELSE
              IF NOT WRK-FS-HSTI1-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       5800-99-FIM.
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

           MOVE 'EXR41710'                 TO ARQLOG01-MSG-ID
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
           SET WRK-CN-ARQPLG01 TO TRUE.

           CLOSE ARQPLG01.
           IF NOT WRK-FS-PLG01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQLGP01 TO TRUE.

           CLOSE ARQLGP01.
           IF NOT WRK-FS-LGP01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQMST01 TO TRUE.

           CLOSE ARQMST01.
           IF NOT WRK-FS-MST01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQHCL01 TO TRUE.

           CLOSE ARQHCL01.
           IF NOT WRK-FS-HCL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQHSTI1 TO TRUE.

           CLOSE ARQHSTI1.
           IF NOT WRK-FS-HSTI1-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQHST01 TO TRUE.

           CLOSE ARQHST01.
           IF NOT WRK-FS-HST01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

      *    AUDITORIA SO EM TERMINO NORMAL - MESMA REGRA DE EXER0410    *
           IF WRK-FIM-NORMAL
              PERFORM 9910-GRAVAR-AUDITORIA
           END-IF

           IF WRK-FIM-NORMAL
              MOVE 'EXR41703'              TO ARQLOG01-MSG-ID
              SET ARQLOG01-SEV-INFO        TO TRUE
              MOVE 'FIM NORMAL'            TO ARQLOG01-TEXTO
           ELSE
              MOVE 'EXR41790'              TO ARQLOG01-MSG-ID
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
           MOVE ACU-LIDOS-ARQPLG01     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE PEDIDOS LIDOS     : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-INCLUIDOS          TO WRK-MASK-QTREG7
           DISPLAY '* QTDE INCLUIDOS REGISTRO: ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-JA-REGISTRADOS     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE JA REGISTRADOS    : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-RECUSADOS          TO WRK-MASK-QTREG7
           DISPLAY '* QTDE PEDIDOS RECUSADOS : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-MST-EXPURGADOS     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE ARQMST01 EXPURGADO: ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-MST-AUSENTES       TO WRK-MASK-QTREG7
           DISPLAY '* QTDE AUSENTES ARQMST01 : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-HCL-EXPURGADOS     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE IMAGENS ARQHCL01  : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-HIST-LIDOS         TO WRK-MASK-QTREG7
           DISPLAY '* QTDE HISTORICO LIDO    : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-HIST-GRAVADOS      TO WRK-MASK-QTREG7
           DISPLAY '* QTDE HISTORICO GRAVADO : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-HIST-REMOVIDOS     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE HISTORICO REMOVIDO: ' WRK-MASK-QTREG7
                                                    '              *'
           DISPLAY '*                                                 *'
           IF WRK-FIM-NORMAL
              IF ACU-RECUSADOS > ZEROS
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
      *    AUDITORIA ARQAUD01 - TIPO 'M' COMO EXER0410: LIDOS = OS     *
      *    PEDIDOS LIDOS, GRAVADOS = INCLUIDOS NO REGISTRO,            *
      *    DESPREZADOS = RECUSADOS MAIS OS QUE JA CONSTAVAM            *
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
           MOVE ACU-LIDOS-ARQPLG01           TO ARQAUD01-QTD-LIDOS
           MOVE ACU-INCLUIDOS                TO ARQAUD01-QTD-GRAVADOS
           COMPUTE ARQAUD01-QTD-DESPREZADOS = ACU-RECUSADOS
                                            + ACU-JA-REGISTRADOS

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

          END PROGRAM EXER0417.
