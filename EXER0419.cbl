      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0419.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0419
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   CARREGAR O ARQUIVO DE CORRESPONDENCIA       *
      *                    DEVOLVIDA DOS CORREIOS (ARQDEV01) NO        *
      *                    CONTADOR DE DEVOLUCOES ARQCDV01 (VSAM KSDS, *
      *                    CHAVE COD-CLI + CEP): CADA DEVOLUCAO SOMA 1 *
      *                    NO ENDERECO DO CLIENTE E GUARDA A DATA E O  *
      *                    MOTIVO MAIS RECENTES. EXER0413 CONSULTA O   *
      *                    CONTADOR PARA TIRAR DA MALA DIRETA O        *
      *                    ENDERECO DEVOLVIDO ALEM DO LIMITE.          *
      *                    A DEVOLUCAO COM A MESMA DATA DA ULTIMA JA   *
      *                    CONTADA E TRATADA COMO REENVIO DO ARQUIVO E *
      *                    NAO SOMA DE NOVO                            *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQDEV01 (ENTRADA - DEVOLUCOES)         DEV04103
      *      ARQCDV01 (VSAM KSDS - CONTADOR)         CDV04103
      *      ARQAUD01 (SAIDA  - HISTORICO)           AUD04103
      *      ARQLOG01 (SAIDA  - LOG ESTRUTURADO)     LOG04103
      *----------------------------------------------------------------*
      *    O CLUSTER ARQCDV01 E OPTIONAL: NO PRIMEIRO RUN ELE E CRIADO *
      *    PELO PROPRIO OPEN I-O (FILE STATUS 05)                      *
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
           SELECT ARQDEV01 ASSIGN      TO UT-S-ARQDEV01
                      FILE STATUS      IS WRK-FS-ARQDEV01.
      *
           SELECT OPTIONAL ARQCDV01 ASSIGN TO ARQCDV01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQCDV01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCDV01.
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
      *    INPUT:     CORRESPONDENCIA DEVOLVIDA (CORREIOS)             *
      *               ORG. SEQUENCIAL   -   LRECL = 32                 *
      *----------------------------------------------------------------*

       FD  ARQDEV01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDEV01             PIC X(32).

      *---------------------------------------------------------------*
      *   I-O:        CONTADOR DE DEVOLUCOES POR ENDERECO             *
      *               ORG. VSAM KSDS    -   LRECL = 50                *
      *               CHAVE = COD-CLI + CEP (POSICOES 01-18)          *
      *---------------------------------------------------------------*

       FD  ARQCDV01
           RECORD CONTAINS 50 CHARACTERS.
       01 FD-ARQCDV01.
           05 FD-ARQCDV01-CHAVE   PIC X(18).
           05 FILLER              PIC X(32).

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
             'EXER0419 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0419'.
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
           03 ACU-LIDOS-ARQDEV01  PIC  9(007) VALUE ZEROS.
           03 ACU-INCLUIDOS       PIC  9(007) VALUE ZEROS.
           03 ACU-ATUALIZADOS     PIC  9(007) VALUE ZEROS.
           03 ACU-REPETIDAS       PIC  9(007) VALUE ZEROS.
           03 ACU-RECUSADAS       PIC  9(007) VALUE ZEROS.
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
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQDEV01      VALUE 'DEV01113'.
          88 WRK-CN-ARQCDV01      VALUE 'CDV01113'.
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
          05 WRK-FS-ARQDEV01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DEV01-OK               VALUE '00'.
             88 WRK-FS-DEV01-FIM              VALUE '10'.

          05 WRK-FS-ARQCDV01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CDV01-OK               VALUE '00'.
             88 WRK-FS-CDV01-NOVO             VALUE '05'.
             88 WRK-FS-CDV01-NAO-ACHOU        VALUE '23'.

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

           COPY DEV04103.
           COPY CDV04103.
           COPY AUD04103.
           COPY LOG04103.
      *
      *----------------------------------------------------------------*
       01 FILLER                PIC X(050) VALUE
              'EXER0419 - FIM DA AREA DE WORKING'.
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
           PERFORM 3000-CONTAR-DEVOLUCAO UNTIL WRK-FS-DEV01-FIM
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
              MOVE 'EXR41924'               TO ARQLOG01-MSG-ID
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
           SET WRK-CN-ARQDEV01                TO TRUE

           OPEN INPUT ARQDEV01
           IF NOT WRK-FS-DEV01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

      *    NO PRIMEIRO RUN O OPEN I-O DO OPTIONAL CRIA O CONTADOR      *
      *    VAZIO (FILE STATUS 05)                                      *
           SET WRK-CN-ARQCDV01                TO TRUE
           SET WRK-CN-OPEN                    TO TRUE

           OPEN I-O ARQCDV01
           IF NOT WRK-FS-CDV01-OK AND NOT WRK-FS-CDV01-NOVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 'EXR41901'                 TO ARQLOG01-MSG-ID
           SET ARQLOG01-SEV-INFO           TO TRUE
           MOVE 'INICIO DO PROCESSAMENTO'  TO ARQLOG01-TEXTO
           PERFORM 8800-GRAVAR-LOG

           PERFORM 3800-LER-ARQDEV01
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TRATA UMA DEVOLUCAO: RECUSA A LINHA INVALIDA, SOMA NO       *
      *    CONTADOR DO ENDERECO JA CONHECIDO OU INCLUI O ENDERECO NA   *
      *    PRIMEIRA DEVOLUCAO                                          *
      *----------------------------------------------------------------*
       3000-CONTAR-DEVOLUCAO SECTION.
      *----------------------------------------------------------------*
           IF ARQDEV01-COD-CLI EQUAL SPACES
           OR ARQDEV01-CEP NOT NUMERIC
           OR ARQDEV01-DATA-DEV NOT NUMERIC
              PERFORM 3050-RECUSAR-DEVOLUCAO
           ELSE
              PERFORM 3100-CONSULTAR-CONTADOR
              IF WRK-FS-CDV01-OK
                 PERFORM 3200-SOMAR-DEVOLUCAO
              ELSE
                 PERFORM 3300-INCLUIR-ENDERECO
              END-IF
           END-IF

           PERFORM 3800-LER-ARQDEV01
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LINHA SEM COD-CLI OU COM CEP/DATA NAO NUMERICOS - NAO ENTRA *
      *    NO CONTADOR; VAI PARA O LOG                                 *
      *----------------------------------------------------------------*
       3050-RECUSAR-DEVOLUCAO SECTION.
      *----------------------------------------------------------------*
           ADD 1                           TO ACU-RECUSADAS

           MOVE 'EXR41920'                 TO ARQLOG01-MSG-ID
           SET ARQLOG01-SEV-AVISO          TO TRUE
           MOVE ARQDEV01-COD-CLI           TO ARQLOG01-COD-CLI
           MOVE SPACES                     TO ARQLOG01-TEXTO
           STRING 'DEVOLUCAO INVALIDA - CEP '
                                           DELIMITED BY SIZE
                  ARQDEV01-CEP             DELIMITED BY SIZE
                  ' DATA '                 DELIMITED BY SIZE
                  ARQDEV01-DATA-DEV        DELIMITED BY SIZE
             INTO ARQLOG01-TEXTO
           END-STRING
           PERFORM 8800-GRAVAR-LOG
           .
      *----------------------------------------------------------------*
       3050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O CONTADOR PELA CHAVE COD-CLI + CEP - O CHAMADOR TESTA O *
      *    FILE STATUS (00 = ENDERECO CONHECIDO, 23 = PRIMEIRA VEZ)    *
      *----------------------------------------------------------------*
       3100-CONSULTAR-CONTADOR SECTION.
      *----------------------------------------------------------------*
           MOVE ARQDEV01-COD-CLI           TO ARQCDV01-COD-CLI
           MOVE ARQDEV01-CEP               TO ARQCDV01-CEP
           MOVE ARQCDV01-CHAVE             TO FD-ARQCDV01-CHAVE

           SET WRK-CN-READ                 TO TRUE
           SET WRK-CN-ARQCDV01             TO TRUE

           READ ARQCDV01 INTO ARQCDV01-REGISTRO

           IF NOT WRK-FS-CDV01-OK
           AND NOT WRK-FS-CDV01-NAO-ACHOU
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    SOMA A DEVOLUCAO NO ENDERECO. A MESMA DATA DA ULTIMA        *
      *    DEVOLUCAO CONTADA E REENVIO DO ARQUIVO DOS CORREIOS E NAO   *
      *    SOMA. O ARQUIVO NAO VEM NECESSARIAMENTE EM ORDEM DE DATA:   *
      *    SO UMA DATA MAIS RECENTE TROCA A ULTIMA DEVOLUCAO           *
      *----------------------------------------------------------------*
       3200-SOMAR-DEVOLUCAO SECTION.
      *----------------------------------------------------------------*
           IF ARQDEV01-DATA-DEV EQUAL ARQCDV01-DT-ULTIMA
              ADD 1                        TO ACU-REPETIDAS
              MOVE 'EXR41921'              TO ARQLOG01-MSG-ID
              SET ARQLOG01-SEV-AVISO       TO TRUE
              MOVE ARQDEV01-COD-CLI        TO ARQLOG01-COD-CLI
              MOVE SPACES                  TO ARQLOG01-TEXTO
              STRING 'DEVOLUCAO REPETIDA - CEP '
                                           DELIMITED BY SIZE
                     ARQDEV01-CEP          DELIMITED BY SIZE
                     ' DATA '              DELIMITED BY SIZE
                     ARQDEV01-DATA-DEV     DELIMITED BY SIZE
                INTO ARQLOG01-TEXTO
              END-STRING
              PERFORM 8800-GRAVAR-LOG
           ELSE
              ADD 1                        TO ARQCDV01-QTD-DEV

              IF ARQDEV01-DATA-DEV > ARQCDV01-DT-ULTIMA
                 MOVE ARQDEV01-DATA-DEV    TO ARQCDV01-DT-ULTIMA
                 MOVE ARQDEV01-MOTIVO-DEV  TO ARQCDV01-ULT-MOTIVO
              END-IF

              IF ARQDEV01-DATA-DEV < ARQCDV01-DT-PRIMEIRA
                 MOVE ARQDEV01-DATA-DEV    TO ARQCDV01-DT-PRIMEIRA
              END-IF

              SET WRK-CN-REWRITE           TO TRUE
              SET WRK-CN-ARQCDV01          TO TRUE

              REWRITE FD-ARQCDV01 FROM ARQCDV01-REGISTRO

              IF NOT WRK-FS-CDV01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              ADD 1                        TO ACU-ATUALIZADOS
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PRIMEIRA DEVOLUCAO DO ENDERECO                              *
      *----------------------------------------------------------------*
       3300-INCLUIR-ENDERECO SECTION.
      *----------------------------------------------------------------*
           INITIALIZE ARQCDV01-REGISTRO

           MOVE ARQDEV01-COD-CLI           TO ARQCDV01-COD-CLI
           MOVE ARQDEV01-CEP               TO ARQCDV01-CEP
           MOVE 1                          TO ARQCDV01-QTD-DEV
           MOVE ARQDEV01-DATA-DEV          TO ARQCDV01-DT-PRIMEIRA
                                              ARQCDV01-DT-ULTIMA
           MOVE ARQDEV01-MOTIVO-DEV        TO ARQCDV01-ULT-MOTIVO

           MOVE ARQCDV01-CHAVE             TO FD-ARQCDV01-CHAVE

           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQCDV01             TO TRUE

           WRITE FD-ARQCDV01 FROM ARQCDV01-REGISTRO

           IF NOT WRK-FS-CDV01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                           TO ACU-INCLUIDOS
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO ARQUIVO ARQDEV01
      *----------------------------------------------------------------*
       3800-LER-ARQDEV01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQDEV01            TO TRUE

           READ ARQDEV01 INTO ARQDEV01-REGISTRO

           IF WRK-FS-DEV01-OK
              ADD 1 TO ACU-LIDOS-ARQDEV01
           ELSE
              IF NOT WRK-FS-DEV01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
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

           MOVE 'EXR41910'                 TO ARQLOG01-MSG-ID
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
           SET WRK-CN-ARQDEV01 TO TRUE.

           CLOSE ARQDEV01.
           IF NOT WRK-FS-DEV01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQCDV01 TO TRUE.

           CLOSE ARQCDV01.
           IF NOT WRK-FS-CDV01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

      *    AUDITORIA SO EM TERMINO NORMAL - MESMA REGRA DE EXER0410    *
           IF WRK-FIM-NORMAL
              PERFORM 9910-GRAVAR-AUDITORIA
           END-IF

           IF WRK-FIM-NORMAL
              MOVE 'EXR41903'              TO ARQLOG01-MSG-ID
              SET ARQLOG01-SEV-INFO        TO TRUE
              MOVE 'FIM NORMAL'            TO ARQLOG01-TEXTO
           ELSE
              MOVE 'EXR41990'              TO ARQLOG01-MSG-ID
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
           MOVE ACU-LIDOS-ARQDEV01     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE DEVOLUCOES LIDAS  : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-INCLUIDOS          TO WRK-MASK-QTREG7
           DISPLAY '* QTDE ENDERECOS NOVOS   : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-ATUALIZADOS        TO WRK-MASK-QTREG7
           DISPLAY '* QTDE ENDERECOS SOMADOS : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-REPETIDAS          TO WRK-MASK-QTREG7
           DISPLAY '* QTDE DEVOLUC REPETIDAS : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-RECUSADAS          TO WRK-MASK-QTREG7
           DISPLAY '* QTDE DEVOLUC RECUSADAS : ' WRK-MASK-QTREG7
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
      *    DEVOLUCOES LIDAS, GRAVADOS = ENDERECOS INCLUIDOS OU         *
      *    SOMADOS, DESPREZADOS = RECUSADAS MAIS AS REPETIDAS          *
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
           MOVE ACU-LIDOS-ARQDEV01           TO ARQAUD01-QTD-LIDOS
           COMPUTE ARQAUD01-QTD-GRAVADOS    = ACU-INCLUIDOS
                                            + ACU-ATUALIZADOS
           COMPUTE ARQAUD01-QTD-DESPREZADOS = ACU-RECUSADAS
                                            + ACU-REPETIDAS

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

          END PROGRAM EXER0419.
