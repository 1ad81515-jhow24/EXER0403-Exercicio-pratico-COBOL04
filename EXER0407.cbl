      *                    EXCLUIDOS ('E') SAO GRAVADOS EM ARQDEL01,   *
      *                    REDUZINDO A CARGA DO JOB A JUSANTE AOS      *
      *                    CLIENTES QUE REALMENTE MUDARAM              *
      *                    CLIENTE DO REGISTRO DE EXPURGO LGPD         *
      *                    (ARQLGP01) NUNCA SAI NO DELTA, EM NENHUMA   *
      *                    ACAO - NEM NO 'E' COM A IMAGEM ANTERIOR DO  *
      *                    DIA EM QUE EXER0403 PASSOU A SUPRIMI-LO. A  *
      *                    SUPRESSAO VAI PARA O LOG ESTRUTURADO        *
      *                    ARQLOG01 COMO EVIDENCIA PARA EXER0418       *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQSAIAN (ENTRADA - ARQSAI01 ANTERIOR)   SAI04103
      *      ARQSAIAT (ENTRADA - ARQSAI01 ATUAL)      SAI04103
      *      ARQDEL01 (SAIDA  - DELTA)                DEL04103
      *      ARQLGP01 (VSAM KSDS - REGISTRO LGPD)     LGP04103
      *      ARQLOG01 (SAIDA  - LOG ESTRUTURADO)      LOG04103
      *----------------------------------------------------------------*
      *    OS DOIS ARQSAI01 PODEM ESTAR EM QUALQUER DOS FORMATOS DE    *
      *    3910-MONTAR-LINHA-SAIDA (CSV/PIPE/POSICIONAL): OS CAMPOS    *
      *
           SELECT ARQDEL01 ASSIGN      TO UT-S-ARQDEL01
                      FILE STATUS      IS WRK-FS-ARQDEL01.
      *
           SELECT OPTIONAL ARQLGP01 ASSIGN TO ARQLGP01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQLGP01-COD-CLI
                      FILE STATUS      IS WRK-FS-ARQLGP01.
      *
           SELECT OPTIONAL ARQLOG01 ASSIGN TO UT-S-ARQLOG01
                      FILE STATUS      IS WRK-FS-ARQLOG01.
      *
      *================================================================*
       DATA                            DIVISION.
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDEL01             PIC X(84).

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
           03 ACU-ALTERADOS       PIC  9(007) VALUE ZEROS.
           03 ACU-EXCLUIDOS       PIC  9(007) VALUE ZEROS.
           03 ACU-INALTERADOS     PIC  9(007) VALUE ZEROS.
           03 ACU-SUPRIMIDOS-LGPD PIC  9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CAMPOS EXTRAIDOS DA LINHA DO ARQSAI01 (ANTERIOR E ATUAL).   *
      *
       01 WRK-FLAG-REG-UTIL       PIC  X(001) VALUE 'N'.
          88 WRK-REG-UTIL                     VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    REGISTRO DE EXPURGO LGPD ARQLGP01: E OPTIONAL - SEM O       *
      *    CLUSTER (NENHUM PEDIDO AINDA) A CONSULTA E DESLIGADA        *
      *----------------------------------------------------------------*
       01 WRK-FLAG-LGP-ABERTO     PIC  X(001) VALUE 'N'.
          88 WRK-LGP-OK                       VALUE 'S'.
       01 WRK-FLAG-CLI-LGPD       PIC  X(001) VALUE 'N'.
          88 WRK-CLI-LGPD                     VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    CONTROLE DO LOG ESTRUTURADO ARQLOG01 (8800-GRAVAR-LOG) -    *
      *    MESMO TRATAMENTO DE EXER0403: UMA FALHA DE GRAVACAO APENAS  *
      *    DESLIGA O LOG                                               *
      *----------------------------------------------------------------*
       01 WRK-AREA-LOG.
           03 WRK-FLAG-LOG-ABERTO PIC  X(001) VALUE 'N'.
              88 WRK-LOG-OK                VALUE 'S'.
           03 WRK-LOG-DATA        PIC  X(008) VALUE SPACES.
           03 WRK-LOG-HORA        PIC  X(008) VALUE SPACES.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQSAIAN      VALUE 'SAIAN113'.
          88 WRK-CN-ARQSAIAT      VALUE 'SAIAT113'.
          88 WRK-CN-ARQDEL01      VALUE 'DEL01113'.
          88 WRK-CN-ARQLGP01      VALUE 'LGP01113'.
          88 WRK-CN-ARQLOG01      VALUE 'LOG01113'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.

          05 WRK-FS-ARQDEL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DEL01-OK               VALUE '00'.

          05 WRK-FS-ARQLGP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LGP01-OK               VALUE '00'.
             88 WRK-FS-LGP01-NOVO             VALUE '05'.
             88 WRK-FS-LGP01-NAO-ACHOU        VALUE '23'.

          05 WRK-FS-ARQLOG01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LOG01-OK               VALUE '00'.
             88 WRK-FS-LOG01-NOVO             VALUE '05'.
      *
       01 WRK-FLAG-FINALIZANDO    PIC  X(001) VALUE 'N'.
          88 WRK-FINALIZANDO                  VALUE 'S'.
      **** AREA ARQUIVO DE ENTRADA E SAIDA

           COPY DEL04103.
           COPY LGP04103.
           COPY LOG04103.
      *
      *----------------------------------------------------------------*
       01 FILLER                PIC X(050) VALUE
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
      *    O LOG ESTRUTURADO ABRE ANTES DOS DEMAIS ARQUIVOS PARA QUE   *
      *    AS FALHAS DE OPEN JA SAIAM NO LOG                           *
           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQLOG01                TO TRUE

           OPEN EXTEND ARQLOG01
           IF WRK-FS-LOG01-OK OR WRK-FS-LOG01-NOVO
              SET WRK-LOG-OK                  TO TRUE
           ELSE
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQSAIAN                TO TRUE

           OPEN INPUT ARQSAIAN
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

      *    REGISTRO LGPD AUSENTE (FILE STATUS 05 DO OPTIONAL) NAO E    *
      *    ERRO: AINDA NAO HOUVE PEDIDO E NENHUM CLIENTE E SUPRIMIDO   *
           SET WRK-CN-ARQLGP01                TO TRUE

           OPEN INPUT ARQLGP01
           EVALUATE TRUE
              WHEN WRK-FS-LGP01-OK
                   SET WRK-LGP-OK             TO TRUE
              WHEN WRK-FS-LGP01-NOVO
                   CONTINUE
              WHEN OTHER
                   PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           PERFORM 3810-OBTER-ANTERIOR
           PERFORM 3820-OBTER-ATUAL
           .
           MOVE WRK-ANT-COD-UF            TO ARQDEL01-COD-UF
           MOVE WRK-ANT-DAT-INCL          TO ARQDEL01-DAT-INCL

           PERFORM 3900-GRAVAR-ARQDEL01

           IF NOT WRK-CLI-LGPD
              ADD 1                       TO ACU-EXCLUIDOS
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           MOVE WRK-ATU-COD-UF            TO ARQDEL01-COD-UF
           MOVE WRK-ATU-DAT-INCL          TO ARQDEL01-DAT-INCL

           PERFORM 3900-GRAVAR-ARQDEL01

           IF NOT WRK-CLI-LGPD
              ADD 1                       TO ACU-NOVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           MOVE WRK-ATU-COD-UF            TO ARQDEL01-COD-UF
           MOVE WRK-ATU-DAT-INCL          TO ARQDEL01-DAT-INCL

           PERFORM 3900-GRAVAR-ARQDEL01

           IF NOT WRK-CLI-LGPD
              ADD 1                       TO ACU-ALTERADOS
           END-IF
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
      *----------------------------------------------------------------*
       3830-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O REGISTRO DO DELTA - SALVO QUANDO O CLIENTE ESTA NO  *
      *    REGISTRO DE EXPURGO LGPD: NESSE CASO SO CONTA E GRAVA O     *
      *    EVENTO EXR40720 NO LOG (O CHAMADOR NAO CONTA A ACAO)        *
      *----------------------------------------------------------------*
       3900-GRAVAR-ARQDEL01 SECTION.
      *----------------------------------------------------------------*
           PERFORM 3950-VERIFICAR-LGPD

           IF WRK-CLI-LGPD
              ADD 1                       TO ACU-SUPRIMIDOS-LGPD
              MOVE 'EXR40720'             TO ARQLOG01-MSG-ID
              SET ARQLOG01-SEV-AVISO      TO TRUE
              MOVE ARQDEL01-COD-CLI       TO ARQLOG01-COD-CLI
              MOVE SPACES                 TO ARQLOG01-TEXTO
              STRING 'SUPRIMIDO DO DELTA ACAO '
                                          DELIMITED BY SIZE
                     ARQDEL01-ACAO        DELIMITED BY SIZE
                     ' - PEDIDO LGPD'     DELIMITED BY SIZE
                INTO ARQLOG01-TEXTO
              END-STRING
              PERFORM 8800-GRAVAR-LOG
           ELSE
              SET WRK-CN-WRITE            TO TRUE
              SET WRK-CN-ARQDEL01         TO TRUE

              WRITE FD-ARQDEL01 FROM ARQDEL01-REGISTRO

              IF NOT WRK-FS-DEL01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONSULTA O CLIENTE DO DELTA NO REGISTRO DE EXPURGO LGPD     *
      *----------------------------------------------------------------*
       3950-VERIFICAR-LGPD SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                       TO WRK-FLAG-CLI-LGPD

           IF WRK-LGP-OK
              MOVE ARQDEL01-COD-CLI       TO FD-ARQLGP01-COD-CLI

              SET WRK-CN-READ             TO TRUE
              SET WRK-CN-ARQLGP01         TO TRUE

              READ ARQLGP01 INTO ARQLGP01-REGISTRO

              EVALUATE TRUE
                 WHEN WRK-FS-LGP01-OK
                      SET WRK-CLI-LGPD    TO TRUE
                 WHEN WRK-FS-LGP01-NAO-ACHOU
                      CONTINUE
                 WHEN OTHER
                      PERFORM 9100-ERROS-ARQUIVOS
              END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------*
       3950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA UM EVENTO NO LOG ESTRUTURADO ARQLOG01 - MESMO         *
      *    CONTRATO DE 8800-GRAVAR-LOG DE EXER0403                     *
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
                             ' CANCELADO        *'
           DISPLAY '*****************************'

           MOVE 'EXR40710'                 TO ARQLOG01-MSG-ID
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
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-LGP-OK
              SET WRK-CN-ARQLGP01          TO TRUE
              MOVE 'N'                     TO WRK-FLAG-LGP-ABERTO

              CLOSE ARQLGP01
              IF NOT WRK-FS-LGP01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           IF WRK-LOG-OK
              SET WRK-CN-ARQLOG01          TO TRUE
              MOVE 'N'                     TO WRK-FLAG-LOG-ABERTO

              CLOSE ARQLOG01
              IF NOT WRK-FS-LOG01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           DISPLAY '***************************************************'
           MOVE ACU-LIDOS-ANTERIOR     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE LIDOS ANTERIOR    : ' WRK-MASK-QTREG7
           MOVE ACU-INALTERADOS        TO WRK-MASK-QTREG7
           DISPLAY '* QTDE INALTERADOS       : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-SUPRIMIDOS-LGPD    TO WRK-MASK-QTREG7
           DISPLAY '* QTDE SUPRIMIDOS LGPD   : ' WRK-MASK-QTREG7
                                                    '              *'
           DISPLAY '*                                                 *'
           IF WRK-FIM-NORMAL
              DISPLAY '* ' WRK-PROGRAMA ' FIM NORMAL               *'
