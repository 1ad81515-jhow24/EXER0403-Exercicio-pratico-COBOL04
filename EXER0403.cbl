      *      ARQRUN01/ARQRUNI1                         RUN04103
      *      ARQTUF01                                  TUF04103
      *      ARQENDR1/ARQENDR2/ARQENDR3/ARQENDR4       END04103
      *      ARQLGP01 (VSAM KSDS - REGISTRO LGPD)      LGP04103
      *      INFO_PSSOA                                CADUB069
      *      ENDER_PSSOA                               CADUB018
      *----------------------------------------------------------------*
      *
           SELECT ARQENDR4 ASSIGN       TO UT-S-ARQENDR4
                      FILE STATUS      IS WRK-FS-ARQENDR4.
      *
           SELECT OPTIONAL ARQLGP01 ASSIGN TO ARQLGP01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQLGP01-COD-CLI
                      FILE STATUS      IS WRK-FS-ARQLGP01.
      *
      *================================================================*
       DATA                            DIVISION.
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENDR4             PIC X(115).

      *---------------------------------------------------------------*
      *   INPUT:      REGISTRO DE EXPURGO LGPD (CLIENTES QUE NUNCA    *
      *               MAIS PODEM SAIR NOS ARQUIVOS DESTE PROGRAMA)    *
      *               ORG. VSAM KSDS    -   LRECL = 80                *
      *               CHAVE = COD-CLI (POSICOES 01-10)                *
      *---------------------------------------------------------------*

       FD  ARQLGP01
           RECORD CONTAINS 80 CHARACTERS.
       01 FD-ARQLGP01.
           05 FD-ARQLGP01-COD-CLI PIC X(10).
           05 FILLER              PIC X(70).

      *
      *
      *----------------------------------------------------------------*
           03 ACU-FISICOS-ARQENT01 PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQEND01  PIC  9(007) VALUE ZEROS.
           03 ACU-REJ-ENDERECO    PIC  9(007) VALUE ZEROS.
           03 ACU-SUPRIMIDOS-LGPD PIC  9(005) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA DE CONTROLE DE REINICIO / CHECKPOINT                   *
       01 WRK-SEQ-ULT-COD-CLI      PIC X(010) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    REGISTRO DE EXPURGO LGPD ARQLGP01: E OPTIONAL - SEM O       *
      *    CLUSTER (NENHUM PEDIDO AINDA) A CONSULTA E DESLIGADA. UM    *
      *    CLIENTE ACHADO NO REGISTRO E SUPRIMIDO DE TODAS AS SAIDAS   *
      *----------------------------------------------------------------*
       01 WRK-FLAG-LGP-ABERTO      PIC X(001) VALUE 'N'.
          88 WRK-LGP-OK                      VALUE 'S'.
       01 WRK-FLAG-CLI-LGPD        PIC X(001) VALUE 'N'.
          88 WRK-CLI-LGPD                    VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    FAIXA DE DATAS PARA SELECAO INCREMENTAL, LIDA DO REGISTRO   *
      *    DE CONTROLE NO INICIO DE ARQENT01 (1040-LER-REG-CONTROLE).  *
      *    OS DEFAULTS ABAIXO EQUIVALEM A "SEM FILTRO" (CARGA TOTAL)   *
          88 WRK-CN-ARQENDR2      VALUE 'ENDR2113'.
          88 WRK-CN-ARQENDR3      VALUE 'ENDR3113'.
          88 WRK-CN-ARQENDR4      VALUE 'ENDR4113'.
          88 WRK-CN-ARQLGP01      VALUE 'LGP01113'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
          05 WRK-FS-ARQENDR4         PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENDR4-OK                  VALUE '00'.

          05 WRK-FS-ARQLGP01         PIC  X(002) VALUE SPACES.
             88 WRK-FS-LGP01-OK                  VALUE '00'.
             88 WRK-FS-LGP01-NOVO                VALUE '05'.
             88 WRK-FS-LGP01-NAO-ACHOU           VALUE '23'.

          05 WRK-FS-DISPLAY          PIC  X(002) VALUE SPACES.
      *
      *----------------------------------------------------------------*
           COPY LOG04103.
           COPY RUN04103.
           COPY TUF04103.
           COPY LGP04103.
      *
      *----------------------------------------------------------------*
      *    AREA DE AUDITORIA - DISTRIBUICAO POR UF E DATA DO RUN       *
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

      *    REGISTRO LGPD AUSENTE (FILE STATUS 05 DO OPTIONAL) NAO E    *
      *    ERRO: AINDA NAO HOUVE PEDIDO E NENHUM CLIENTE E SUPRIMIDO   *
           SET WRK-CN-ARQLGP01                 TO TRUE
           SET WRK-CN-OPEN                     TO TRUE

           OPEN INPUT ARQLGP01
           EVALUATE TRUE
              WHEN WRK-FS-LGP01-OK
                   SET WRK-LGP-OK              TO TRUE
              WHEN WRK-FS-LGP01-NOVO
                   CONTINUE
              WHEN OTHER
                   PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           SET WRK-CN-ARQEND01                 TO TRUE
           SET WRK-CN-OPEN                     TO TRUE

              PERFORM 8800-GRAVAR-LOG
           ELSE
              MOVE ARQENT01-COD-CLI         TO WRK-SEQ-ULT-COD-CLI
              PERFORM 3140-VERIFICAR-LGPD
              IF WRK-CLI-LGPD
                 PERFORM 3145-SUPRIMIR-CLIENTE
              ELSE
                 PERFORM 3110-CASAR-CLIENTE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3130-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONSULTA O CLIENTE NO REGISTRO DE EXPURGO LGPD ARQLGP01     *
      *----------------------------------------------------------------*
       3140-VERIFICAR-LGPD SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                        TO WRK-FLAG-CLI-LGPD

           IF WRK-LGP-OK
              MOVE ARQENT01-COD-CLI        TO FD-ARQLGP01-COD-CLI

              SET WRK-CN-READ              TO TRUE
              SET WRK-CN-ARQLGP01          TO TRUE

              READ ARQLGP01 INTO ARQLGP01-REGISTRO

              EVALUATE TRUE
                 WHEN WRK-FS-LGP01-OK
                      SET WRK-CLI-LGPD     TO TRUE
                 WHEN WRK-FS-LGP01-NAO-ACHOU
                      CONTINUE
                 WHEN OTHER
                      PERFORM 9100-ERROS-ARQUIVOS
              END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------*
       3140-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CLIENTE COM PEDIDO LGPD: NAO E CASADO COM O CURSOR, ENTAO   *
      *    NAO SAI EM ARQSAI01, ARQEND01 NEM ARQENDR1-4 (E, POR        *
      *    CONSEQUENCIA, NEM NO ARQENU01 DE EXER0413 NEM NO ARQDEL01   *
      *    DE EXER0407). FICA SO O ARQREJ01 COM MOTIVO 04 E O EVENTO   *
      *    EXR40328 NO LOG, QUE E A EVIDENCIA LIDA POR EXER0418        *
      *----------------------------------------------------------------*
       3145-SUPRIMIR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           ADD 1                           TO ACU-DESPREZADOS
           ADD 1                           TO ACU-SUPRIMIDOS-LGPD
           MOVE 04                         TO ARQREJ01-COD-MOTIVO
           MOVE 'SUPRIMIDO - PEDIDO LGPD'  TO ARQREJ01-DESC-MOTIVO
           PERFORM 3150-GRAVAR-ARQREJ01
           MOVE 'EXR40328'                 TO ARQLOG01-MSG-ID
           SET ARQLOG01-SEV-AVISO          TO TRUE
           MOVE ARQENT01-COD-CLI           TO ARQLOG01-COD-CLI
           MOVE 'CLIENTE SUPRIMIDO - PEDIDO LGPD'
                                           TO ARQLOG01-TEXTO
           PERFORM 8800-GRAVAR-LOG
           .
      *----------------------------------------------------------------*
       3145-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA REGISTRO DE CLIENTE REJEITADO NO ARQUIVO ARQREJ01     *
      *----------------------------------------------------------------*
       3150-GRAVAR-ARQREJ01 SECTION.
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-LGP-OK
              SET WRK-CN-CLOSE             TO TRUE
              SET WRK-CN-ARQLGP01          TO TRUE
              MOVE 'N'                     TO WRK-FLAG-LGP-ABERTO

              CLOSE ARQLGP01
              IF NOT WRK-FS-LGP01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

      *    AUDITORIA E TRIGGER SO REPRESENTAM UM RUN COMPLETO - UM      *
      *    CANCELAMENTO NAO PODE GRAVAR NENHUM DOS DOIS, POIS O         *
      *    TRIGGER EXISTE PARA AVISAR O JOB A JUSANTE DE QUE ARQSAI01   *
           MOVE ACU-DUPLICADOS         TO WRK-MASK-QTREG
           DISPLAY '* QTDE COD-CLI DUPLICADOS: ' WRK-MASK-QTREG
                                                    '                 *'
           MOVE ACU-SUPRIMIDOS-LGPD    TO WRK-MASK-QTREG
           DISPLAY '* QTDE SUPRIMIDOS LGPD   : ' WRK-MASK-QTREG
                                                    '                 *'
           MOVE ACU-GRAVA-ARQEND01     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE ENDERECOS GRAVADOS: ' WRK-MASK-QTREG7
                                                    '              *'
