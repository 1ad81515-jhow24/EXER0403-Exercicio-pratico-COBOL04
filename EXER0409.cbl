      *                      COMPLETO, PARA QUANDO CADASTRO E          *
      *                      EXTRATO SAIREM DE PASSO (O CLUSTER E      *
      *                      RECRIADO VAZIO POR IDCAMS NO JCL)         *
      *                    NO MODO DELTA, CADA ACAO APLICADA FICA      *
      *                    NO HISTORICO PERMANENTE ARQHCL01 COM A      *
      *                    IMAGEM ANTES E DEPOIS, PARA A RECONSTRUCAO  *
      *                    DO CADASTRO NUMA DATA PASSADA (EXER0424)    *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQDEL01 (ENTRADA - MODO DELTA)         DEL04103
      *      ARQSAI01 (ENTRADA - MODO RECONSTRUCAO)  SAI04103
      *      ARQMST01 (VSAM KSDS)                    MST04103
      *      ARQHCL01 (VSAM KSDS - HISTORICO CLIENTE) HCL04103
      *----------------------------------------------------------------*
      *    PARM........:                                               *
      *      POS 01 : 'R' = RECONSTRUCAO / OUTRO = DELTA               *
      *    JOB: UM 'A' DE CLIENTE JA EXISTENTE SUBSTITUI, UM 'C' DE    *
      *    CLIENTE AUSENTE INCLUI E UM 'E' DE CLIENTE AUSENTE E SO     *
      *    CONTADO - CADA CASO E ACUMULADO COMO AVISO NO QUADRO FINAL  *
      *    O CLUSTER ARQHCL01 E OPTIONAL: NO PRIMEIRO RUN ELE E CRIADO *
      *    PELO PROPRIO OPEN I-O (FILE STATUS 05)                      *
      *================================================================*
      *                                                                *
      *================================================================*
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS FD-ARQMST01-COD-CLI
                      FILE STATUS      IS WRK-FS-ARQMST01.
      *
           SELECT OPTIONAL ARQHCL01 ASSIGN TO ARQHCL01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQHCL01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQHCL01.
      *
      *================================================================*
       DATA                            DIVISION.
           05 FD-ARQMST01-COD-CLI PIC X(10).
           05 FILLER              PIC X(90).

      *---------------------------------------------------------------*
      *   OUTPUT:     HISTORICO DE ALTERACOES DE CLIENTE              *
      *               ORG. VSAM KSDS    -   LRECL = 230               *
      *               CHAVE = COD-CLI + DATA-RUN + SEQ (POS 01-21)    *
      *---------------------------------------------------------------*

       FD  ARQHCL01
           RECORD CONTAINS 230 CHARACTERS.
       01 FD-ARQHCL01.
           05 FD-ARQHCL01-CHAVE   PIC X(21).
           05 FILLER              PIC X(209).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
           03 ACU-SUBSTITUIDOS    PIC  9(007) VALUE ZEROS.
           03 ACU-EXCLUIDOS       PIC  9(007) VALUE ZEROS.
           03 ACU-AVISOS-ACAO     PIC  9(007) VALUE ZEROS.
           03 ACU-HISTORICOS      PIC  9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    MODO DE EXECUCAO LIDO DO PARM: DELTA (DEFAULT) OU           *
      *
       01 WRK-FLAG-REG-UTIL       PIC  X(001) VALUE 'N'.
          88 WRK-REG-UTIL                     VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    IMAGEM DO CADASTRO ANTES DA ACAO DO DELTA, PARA O HISTORICO *
      *    ARQHCL01 (BRANCOS SE O CLIENTE NAO CONSTAVA)                *
      *----------------------------------------------------------------*
       01 WRK-MST-ANTERIOR        PIC  X(100) VALUE SPACES.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQDEL01      VALUE 'DEL01113'.
          88 WRK-CN-ARQSAI01      VALUE 'SAI01113'.
          88 WRK-CN-ARQMST01      VALUE 'MST01113'.
          88 WRK-CN-ARQHCL01      VALUE 'HCL01113'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
             88 WRK-FS-MST01-OK               VALUE '00'.
             88 WRK-FS-MST01-DUPLIC           VALUE '22'.
             88 WRK-FS-MST01-NAO-ACHOU        VALUE '23'.

          05 WRK-FS-ARQHCL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HCL01-OK               VALUE '00'.
             88 WRK-FS-HCL01-NOVO             VALUE '05'.
             88 WRK-FS-HCL01-DUPLIC           VALUE '22'.
      *
       01 WRK-FLAG-FINALIZANDO    PIC  X(001) VALUE 'N'.
          88 WRK-FINALIZANDO                  VALUE 'S'.

           COPY DEL04103.
           COPY MST04103.
           COPY HCL04103.
      *
      *----------------------------------------------------------------*
       01 FILLER                PIC X(050) VALUE
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

      *       NO PRIMEIRO RUN O OPEN I-O DO OPTIONAL CRIA O HISTORICO  *
      *       VAZIO (FILE STATUS 05)                                   *
              SET WRK-CN-ARQHCL01             TO TRUE
              SET WRK-CN-OPEN                 TO TRUE

              OPEN I-O ARQHCL01
              IF NOT WRK-FS-HCL01-OK AND NOT WRK-FS-HCL01-NOVO
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              PERFORM 3800-LER-ARQDEL01
           END-IF
           .
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GUARDA A IMAGEM ATUAL DO CLIENTE NO CADASTRO ANTES DE       *
      *    APLICAR A ACAO, PARA O HISTORICO ARQHCL01 - BRANCOS SE O    *
      *    CLIENTE AINDA NAO CONSTA (FILE STATUS 23)                   *
      *----------------------------------------------------------------*
       3050-LER-IMAGEM-ANTERIOR SECTION.
      *----------------------------------------------------------------*
           MOVE ARQDEL01-COD-CLI          TO FD-ARQMST01-COD-CLI

           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQMST01            TO TRUE

           READ ARQMST01 INTO WRK-MST-ANTERIOR

           EVALUATE TRUE
              WHEN WRK-FS-MST01-OK
                   CONTINUE
              WHEN WRK-FS-MST01-NAO-ACHOU
                   MOVE SPACES            TO WRK-MST-ANTERIOR
              WHEN OTHER
                   PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ACAO 'A': INCLUI A IMAGEM DO DELTA. SE O CLIENTE JA         *
      *    EXISTIR (POR EXEMPLO REAPARECEU DEPOIS DE UM 'E'), A        *
      *    IMAGEM E SUBSTITUIDA E O CASO E CONTADO COMO AVISO          *
      *----------------------------------------------------------------*
       3100-INCLUIR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           PERFORM 3050-LER-IMAGEM-ANTERIOR

           PERFORM 3400-MONTAR-IMAGEM-DELTA

           SET WRK-CN-WRITE               TO TRUE
              WHEN OTHER
                   PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           PERFORM 3600-GRAVAR-HISTORICO
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
      *----------------------------------------------------------------*
       3200-SUBSTITUIR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           PERFORM 3050-LER-IMAGEM-ANTERIOR

           PERFORM 3400-MONTAR-IMAGEM-DELTA

           PERFORM 3700-REGRAVAR-ARQMST01
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           PERFORM 3600-GRAVAR-HISTORICO
           .
      *----------------------------------------------------------------*
       3200-99-FIM.

           EVALUATE TRUE
              WHEN WRK-FS-MST01-OK
                   MOVE ARQMST01-REGISTRO TO WRK-MST-ANTERIOR
                   SET ARQMST01-SIT-EXCLUIDO
                                          TO TRUE
                   MOVE WRK-DATA-EXECUCAO TO ARQMST01-DATA-RUN
                      PERFORM 9100-ERROS-ARQUIVOS
                   END-IF
                   ADD 1                  TO ACU-EXCLUIDOS
                   PERFORM 3600-GRAVAR-HISTORICO
              WHEN WRK-FS-MST01-NAO-ACHOU
                   ADD 1                  TO ACU-AVISOS-ACAO
              WHEN OTHER
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA NO HISTORICO ARQHCL01 A ACAO APLICADA, COM A IMAGEM   *
      *    ANTERIOR (WRK-MST-ANTERIOR) E A GRAVADA (ARQMST01-REGISTRO) *
      *    SE O MESMO DELTA FOR REAPLICADO NO DIA A CHAVE JA EXISTE E  *
      *    O REGISTRO VAI COM A PROXIMA SEQUENCIA                      *
      *----------------------------------------------------------------*
       3600-GRAVAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
           INITIALIZE ARQHCL01-REGISTRO

           MOVE ARQMST01-COD-CLI          TO ARQHCL01-COD-CLI
           MOVE WRK-DATA-EXECUCAO         TO ARQHCL01-DATA-RUN
           MOVE 1                         TO ARQHCL01-SEQ
           MOVE ARQDEL01-ACAO             TO ARQHCL01-ACAO
           MOVE WRK-MST-ANTERIOR          TO ARQHCL01-IMG-ANTES
           MOVE ARQMST01-REGISTRO         TO ARQHCL01-IMG-DEPOIS

           PERFORM 3610-GRAVAR-ARQHCL01

           PERFORM 3620-PROXIMA-SEQUENCIA
              UNTIL NOT WRK-FS-HCL01-DUPLIC

           ADD 1                          TO ACU-HISTORICOS
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3610-GRAVAR-ARQHCL01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE               TO TRUE
           SET WRK-CN-ARQHCL01            TO TRUE

           MOVE ARQHCL01-CHAVE            TO FD-ARQHCL01-CHAVE

           WRITE FD-ARQHCL01 FROM ARQHCL01-REGISTRO

           IF NOT WRK-FS-HCL01-OK
           AND NOT WRK-FS-HCL01-DUPLIC
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3610-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3620-PROXIMA-SEQUENCIA SECTION.
      *----------------------------------------------------------------*
           IF ARQHCL01-SEQ NOT LESS THAN 999
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                          TO ARQHCL01-SEQ

           PERFORM 3610-GRAVAR-ARQHCL01
           .
      *----------------------------------------------------------------*
       3620-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    REGRAVA A IMAGEM CORRENTE NO CADASTRO PELA CHAVE - O        *
      *    CHAMADOR DECIDE O QUE FAZER COM FILE STATUS 23 (AUSENTE)    *
      *----------------------------------------------------------------*
              IF NOT WRK-FS-DEL01-OK  
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              SET WRK-CN-CLOSE TO TRUE
              SET WRK-CN-ARQHCL01 TO TRUE

              CLOSE ARQHCL01
              IF NOT WRK-FS-HCL01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           DISPLAY '***************************************************'
           MOVE ACU-AVISOS-ACAO        TO WRK-MASK-QTREG7
           DISPLAY '* QTDE AVISOS DE ACAO    : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-HISTORICOS         TO WRK-MASK-QTREG7
           DISPLAY '* QTDE GRAVADOS ARQHCL01 : ' WRK-MASK-QTREG7
                                                    '              *'
           DISPLAY '*                                                 *'
           IF WRK-FIM-NORMAL
              IF ACU-AVISOS-ACAO > ZEROS
