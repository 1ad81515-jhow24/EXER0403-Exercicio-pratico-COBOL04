      *                    E COMPLETO PESA MAIS QUE UF RECONHECIDA,    *
      *                    E NO EMPATE VALE O MAIS RECENTE (ULTIMO     *
      *                    NA ORDEM DO EXTRATO). CADA CARTA A MENOS    *
      *                    E POSTAGEM A MENOS.                         *
      *                    O ENDERECO (COD-CLI + CEP) DEVOLVIDO PELOS  *
      *                    CORREIOS MAIS VEZES QUE O LIMITE DO PARM    *
      *                    (CONTADOR ARQCDV01 DE EXER0419) NAO         *
      *                    CONCORRE: VALE O MELHOR DOS DEMAIS E, SEM   *
      *                    NENHUM, O CLIENTE FICA FORA DO ARQENU01.    *
      *                    CADA ENDERECO SUPRIMIDO VAI PARA A LISTA DE *
      *                    TRABALHO ARQSDV01 DOS GESTORES DE DADOS,    *
      *                    QUE A TRANSFORMAM EM CORRECOES ARQCOR01     *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQEND01 (ENTRADA - EXTRATO COMPLETO)    END04103
      *      ARQCDV01 (VSAM KSDS - DEVOLUCOES)        CDV04103
      *      ARQENU01 (SAIDA - 1 ENDERECO P/CLIENTE)  END04103
      *      ARQSDV01 (SAIDA - ENDERECOS SUPRIMIDOS)  SDV04103
      *----------------------------------------------------------------*
      *    PARM........:                                               *
      *      POS 01-02 : LIMITE DE DEVOLUCOES POR ENDERECO - ACIMA     *
      *                  DELE O ENDERECO E SUPRIMIDO ('  ' OU '00' =   *
      *                  DEFAULT 02)                                   *
      *----------------------------------------------------------------*
      *    O CLUSTER ARQCDV01 E OPTIONAL: ANTES DA PRIMEIRA CARGA DE   *
      *    DEVOLUCOES NENHUM ENDERECO E SUPRIMIDO                      *
      *----------------------------------------------------------------*
      *    O TRAILER DE BATIMENTO ('TRL') DO ARQEND01 E IGNORADO NA    *
      *    ENTRADA E UM TRAILER PROPRIO (QTDE + HASH DE COD-CLI) E     *
      *
           SELECT ARQENU01 ASSIGN      TO UT-S-ARQENU01
                      FILE STATUS      IS WRK-FS-ARQENU01.
      *
           SELECT OPTIONAL ARQCDV01 ASSIGN TO ARQCDV01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQCDV01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCDV01.
      *
           SELECT ARQSDV01 ASSIGN      TO UT-S-ARQSDV01
                      FILE STATUS      IS WRK-FS-ARQSDV01.
      *
      *================================================================*
       DATA                            DIVISION.
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENU01             PIC X(115).

      *---------------------------------------------------------------*
      *   INPUT:      CONTADOR DE DEVOLUCOES POR ENDERECO (EXER0419)  *
      *               ORG. VSAM KSDS    -   LRECL = 50                *
      *               CHAVE = COD-CLI + CEP (POSICOES 01-18)          *
      *---------------------------------------------------------------*

       FD  ARQCDV01
           RECORD CONTAINS 50 CHARACTERS.
       01 FD-ARQCDV01.
           05 FD-ARQCDV01-CHAVE   PIC X(18).
           05 FILLER              PIC X(32).

      *---------------------------------------------------------------*
      *   OUTPUT:     LISTA DE TRABALHO DOS ENDERECOS SUPRIMIDOS      *
      *               ORG. SEQUENCIAL   -   LRECL = 120               *
      *---------------------------------------------------------------*

       FD  ARQSDV01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSDV01             PIC X(120).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
           03 ACU-GRAVA-ARQENU01  PIC  9(007) VALUE ZEROS.
           03 ACU-DUPL-COLAPSADAS PIC  9(007) VALUE ZEROS.
           03 ACU-EXCEDENTES      PIC  9(007) VALUE ZEROS.
           03 ACU-END-SUPRIMIDOS  PIC  9(007) VALUE ZEROS.
           03 ACU-CLI-ALTERNATIVO PIC  9(007) VALUE ZEROS.
           03 ACU-CLI-OMITIDOS    PIC  9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    LIMITE DE DEVOLUCOES POR ENDERECO, LIDO DO PARM (VEJA O     *
      *    QUADRO NO CABECALHO)                                        *
      *----------------------------------------------------------------*
       01 WRK-AREA-SELECAO.
           03 WRK-PARM-LIMITE     PIC  X(002) VALUE SPACES.
           03 WRK-LIMITE-DEVOL    PIC  9(002) VALUE 02.
      *
       01 WRK-FLAG-CDV-ABERTO     PIC  X(001) VALUE 'N'.
          88 WRK-CDV-OK                       VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    GRUPO CORRENTE DO BALANCE POR COD-CLI - O ARQEND01 CHEGA    *
      *    ENDERECOS DISTINTOS (JA PADRONIZADOS) DO CLIENTE CORRENTE   *
      *    COM A PONTUACAO DE PREFERENCIA: CEP NUMERICO E COMPLETO     *
      *    VALE 2 PONTOS, UF NA LISTA CANONICA VALE 1 - NO EMPATE      *
      *    VENCE A OCORRENCIA MAIS RECENTE (ULTIMA DO GRUPO). O        *
      *    ENDERECO DEVOLVIDO ALEM DO LIMITE FICA MARCADO COM OS       *
      *    DADOS DA ULTIMA DEVOLUCAO E NAO CONCORRE                    *
      *----------------------------------------------------------------*
       01 WRK-TAB-ENDERECOS.
           03 WRK-TAB-END-QTD     PIC  9(002) VALUE ZEROS.
                 10 WRK-TAB-END-UF     PIC X(002).
                 10 WRK-TAB-END-CEP    PIC X(008).
              05 WRK-TAB-END-PONTOS    PIC 9(001).
              05 WRK-TAB-END-IND-DEV   PIC X(001).
                 88 WRK-TAB-END-DEVOLVIDO      VALUE 'S'.
              05 WRK-TAB-END-QTD-DEV   PIC 9(005).
              05 WRK-TAB-END-DT-DEV    PIC X(008).
              05 WRK-TAB-END-MOT-DEV   PIC X(002).
      *
       77 WRK-IX-END              PIC  9(002) VALUE ZEROS.
       77 WRK-IX-MELHOR           PIC  9(002) VALUE ZEROS.
       77 WRK-QTD-END-SUPR        PIC  9(002) VALUE ZEROS.
       77 WRK-PONTOS              PIC  9(001) VALUE ZEROS.
       01 WRK-FLAG-END-REPETIDO   PIC  X(001) VALUE 'N'.
          88 WRK-END-REPETIDO                 VALUE 'S'.
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQEND01      VALUE 'END01113'.
          88 WRK-CN-ARQENU01      VALUE 'ENU01113'.
          88 WRK-CN-ARQCDV01      VALUE 'CDV01113'.
          88 WRK-CN-ARQSDV01      VALUE 'SDV01113'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.

          05 WRK-FS-ARQENU01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENU01-OK               VALUE '00'.

          05 WRK-FS-ARQCDV01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CDV01-OK               VALUE '00'.
             88 WRK-FS-CDV01-NOVO             VALUE '05'.
             88 WRK-FS-CDV01-NAO-ACHOU        VALUE '23'.

          05 WRK-FS-ARQSDV01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SDV01-OK               VALUE '00'.
      *
       01 WRK-FLAG-FINALIZANDO    PIC  X(001) VALUE 'N'.
          88 WRK-FINALIZANDO                  VALUE 'S'.
      **** AREA ARQUIVO DE ENTRADA E SAIDA

           COPY END04103.
           COPY CDV04103.
           COPY SDV04103.
      *
      *----------------------------------------------------------------*
       01 FILLER                PIC X(050) VALUE
              'EXER0413 - FIM DA AREA DE WORKING'.
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
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1010-LER-PARM

           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQEND01                TO TRUE

              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

      *    SEM O CLUSTER DE DEVOLUCOES (FILE STATUS 05) NENHUM         *
      *    ENDERECO E SUPRIMIDO                                        *
           SET WRK-CN-ARQCDV01                TO TRUE
           SET WRK-CN-OPEN                    TO TRUE

           OPEN INPUT ARQCDV01
           EVALUATE TRUE
              WHEN WRK-FS-CDV01-OK
                   SET WRK-CDV-OK             TO TRUE
              WHEN WRK-FS-CDV01-NOVO
                   CONTINUE
              WHEN OTHER
                   PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           SET WRK-CN-ARQSDV01                TO TRUE
           SET WRK-CN-OPEN                    TO TRUE

           OPEN OUTPUT ARQSDV01
           IF NOT WRK-FS-SDV01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3810-OBTER-ARQEND01
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PARM DO JCL (EXEC PARM=):                              *
      *    POS 01-02 LIMITE DE DEVOLUCOES POR ENDERECO ('  '/'00' =    *
      *    DEFAULT 02)                                                 *
      *----------------------------------------------------------------*
       1010-LER-PARM SECTION.
      *----------------------------------------------------------------*
           IF LK-PARM-TAM > 1
              MOVE LK-PARM-DADOS(1:2)   TO WRK-PARM-LIMITE
           END-IF

           IF WRK-PARM-LIMITE NUMERIC
           AND WRK-PARM-LIMITE NOT EQUAL '00'
              MOVE WRK-PARM-LIMITE       TO WRK-LIMITE-DEVOL
           END-IF
           .
      *----------------------------------------------------------------*
       1010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TRATA UMA LINHA DO ARQEND01: MUDANCA DE COD-CLI FECHA O     *
      *    CLIENTE ANTERIOR (ESCOLHE E GRAVA O MELHOR ENDERECO) E      *
      *    ABRE O NOVO; A LINHA E PADRONIZADA E ACRESCENTADA AO        *
                   PERFORM 3170-PONTUAR-ENDERECO
                   MOVE WRK-PONTOS
                     TO WRK-TAB-END-PONTOS (WRK-TAB-END-QTD)
                   PERFORM 3180-VERIFICAR-DEVOLUCOES
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3170-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONSULTA AS DEVOLUCOES DO ENDERECO RECEM-ACRESCENTADO       *
      *    (COD-CLI + CEP) E MARCA COMO DEVOLVIDO O QUE PASSOU DO      *
      *    LIMITE DO PARM                                              *
      *----------------------------------------------------------------*
       3180-VERIFICAR-DEVOLUCOES SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'          TO WRK-TAB-END-IND-DEV (WRK-TAB-END-QTD)

           IF WRK-CDV-OK
              MOVE WRK-CLI-CORRENTE       TO ARQCDV01-COD-CLI
              MOVE WRK-PAD-CEP            TO ARQCDV01-CEP
              MOVE ARQCDV01-CHAVE         TO FD-ARQCDV01-CHAVE

              SET WRK-CN-READ             TO TRUE
              SET WRK-CN-ARQCDV01         TO TRUE

              READ ARQCDV01 INTO ARQCDV01-REGISTRO

              EVALUATE TRUE
                 WHEN WRK-FS-CDV01-OK
                      IF ARQCDV01-QTD-DEV > WRK-LIMITE-DEVOL
                         SET WRK-TAB-END-DEVOLVIDO (WRK-TAB-END-QTD)
                                          TO TRUE
                         MOVE ARQCDV01-QTD-DEV
                           TO WRK-TAB-END-QTD-DEV (WRK-TAB-END-QTD)
                         MOVE ARQCDV01-DT-ULTIMA
                           TO WRK-TAB-END-DT-DEV (WRK-TAB-END-QTD)
                         MOVE ARQCDV01-ULT-MOTIVO
                           TO WRK-TAB-END-MOT-DEV (WRK-TAB-END-QTD)
                      END-IF
                 WHEN WRK-FS-CDV01-NAO-ACHOU
                      CONTINUE
                 WHEN OTHER
                      PERFORM 9100-ERROS-ARQUIVOS
              END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------*
       3180-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    FECHA O CLIENTE CORRENTE: ESCOLHE, ENTRE OS ENDERECOS NAO   *
      *    DEVOLVIDOS, O DE MAIOR PONTUACAO (NO EMPATE O MAIS RECENTE) *
      *    E GRAVA A LINHA UNICA DO CLIENTE NO ARQENU01. OS ENDERECOS  *
      *    DEVOLVIDOS VAO PARA A LISTA DE TRABALHO; SEM ENDERECO QUE   *
      *    SOBRE, O CLIENTE FICA FORA DA MALA DIRETA                   *
      *----------------------------------------------------------------*
       4000-FECHAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                     TO WRK-IX-MELHOR
                                             WRK-QTD-END-SUPR

           PERFORM 4100-COMPARAR-MELHOR
              VARYING WRK-IX-END FROM 1 BY 1
              UNTIL WRK-IX-END > WRK-TAB-END-QTD

           IF WRK-QTD-END-SUPR > ZEROS
              IF WRK-IX-MELHOR EQUAL ZEROS
                 ADD 1                    TO ACU-CLI-OMITIDOS
              ELSE
                 ADD 1                    TO ACU-CLI-ALTERNATIVO
              END-IF

              PERFORM 4200-GRAVAR-PENDENCIA
                 VARYING WRK-IX-END FROM 1 BY 1
                 UNTIL WRK-IX-END > WRK-TAB-END-QTD
           END-IF

           IF WRK-IX-MELHOR > ZEROS
              PERFORM 4050-GRAVAR-ARQENU01
           END-IF

           MOVE 'N'                       TO WRK-FLAG-GRUPO-ABERTO
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA A LINHA DO CLIENTE NO ARQENU01 COM O ENDERECO         *
      *    ESCOLHIDO E SOMA NOS TOTAIS DO TRAILER                      *
      *----------------------------------------------------------------*
       4050-GRAVAR-ARQENU01 SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                    TO WRK-LINHA-ENU
           STRING WRK-CLI-CORRENTE            DELIMITED BY SIZE
                  ';'                         DELIMITED BY SIZE
           IF WRK-COD-CLI-X NUMERIC
              ADD WRK-COD-CLI-9           TO ACU-HASH-COD-ENU
           END-IF
           .
      *----------------------------------------------------------------*
       4050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    NO EMPATE DE PONTUACAO VENCE O MAIS RECENTE (>=), POIS O    *
      *    EXTRATO CHEGA NA ORDEM DO CURSOR DE ENDERECOS E A ULTIMA    *
      *    OCORRENCIA E A MAIS RECENTEMENTE UTILIZAVEL. O ENDERECO     *
      *    DEVOLVIDO SO E CONTADO                                      *
      *----------------------------------------------------------------*
       4100-COMPARAR-MELHOR SECTION.
      *----------------------------------------------------------------*
           IF WRK-TAB-END-DEVOLVIDO (WRK-IX-END)
              ADD 1                       TO WRK-QTD-END-SUPR
           ELSE
              IF WRK-IX-MELHOR EQUAL ZEROS
                 MOVE WRK-IX-END          TO WRK-IX-MELHOR
              ELSE
                 IF WRK-TAB-END-PONTOS (WRK-IX-END)
                    NOT LESS THAN WRK-TAB-END-PONTOS (WRK-IX-MELHOR)
                    MOVE WRK-IX-END       TO WRK-IX-MELHOR
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA NA LISTA DE TRABALHO O ENDERECO DEVOLVIDO, COM O      *
      *    DESTINO DO CLIENTE NA MALA DIRETA (OUTRO ENDERECO OU FORA)  *
      *----------------------------------------------------------------*
       4200-GRAVAR-PENDENCIA SECTION.
      *----------------------------------------------------------------*
           IF WRK-TAB-END-DEVOLVIDO (WRK-IX-END)
              MOVE WRK-CLI-CORRENTE       TO ARQSDV01-COD-CLI
              MOVE WRK-TAB-END-CEP (WRK-IX-END)
                                          TO ARQSDV01-CEP
              MOVE WRK-TAB-END-QTD-DEV (WRK-IX-END)
                                          TO ARQSDV01-QTD-DEV
              MOVE WRK-TAB-END-DT-DEV (WRK-IX-END)
                                          TO ARQSDV01-DT-ULTIMA
              MOVE WRK-TAB-END-MOT-DEV (WRK-IX-END)
                                          TO ARQSDV01-ULT-MOTIVO
              MOVE WRK-TAB-END-LOGR (WRK-IX-END)
                                          TO ARQSDV01-LOGRADOURO
              MOVE WRK-TAB-END-CIDADE (WRK-IX-END)
                                          TO ARQSDV01-CIDADE
              MOVE WRK-TAB-END-UF (WRK-IX-END)
                                          TO ARQSDV01-UF

              IF WRK-IX-MELHOR EQUAL ZEROS
                 SET ARQSDV01-DEST-OMITIDO
                                          TO TRUE
              ELSE
                 SET ARQSDV01-DEST-ALTERNATIVO
                                          TO TRUE
              END-IF

              SET WRK-CN-WRITE            TO TRUE
              SET WRK-CN-ARQSDV01         TO TRUE

              WRITE FD-ARQSDV01 FROM ARQSDV01-REGISTRO

              IF NOT WRK-FS-SDV01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              ADD 1                       TO ACU-END-SUPRIMIDOS
           END-IF
           .
      *----------------------------------------------------------------*
       4200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    OBTEM A PROXIMA LINHA UTIL DO ARQEND01 (O TRAILER DE        *
      *    BATIMENTO 'TRL' E IGNORADO), CONFERINDO A ORDEM             *
      *    ASCENDENTE POR COD-CLI                                      *
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-CDV-OK
              SET WRK-CN-CLOSE            TO TRUE
              SET WRK-CN-ARQCDV01         TO TRUE
              MOVE 'N'                    TO WRK-FLAG-CDV-ABERTO

              CLOSE ARQCDV01
              IF NOT WRK-FS-CDV01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQSDV01 TO TRUE.

           CLOSE ARQSDV01.
           IF NOT WRK-FS-SDV01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           DISPLAY '***************************************************'
           MOVE ACU-LIDOS-ARQEND01     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE LINHAS LIDAS      : ' WRK-MASK-QTREG7
           MOVE ACU-EXCEDENTES         TO WRK-MASK-QTREG7
           DISPLAY '* QTDE EXCEDENTES        : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-END-SUPRIMIDOS     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE END DEVOLVIDOS    : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-CLI-ALTERNATIVO    TO WRK-MASK-QTREG7
           DISPLAY '* QTDE CLI END ALTERNAT  : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-CLI-OMITIDOS       TO WRK-MASK-QTREG7
           DISPLAY '* QTDE CLIENTES OMITIDOS : ' WRK-MASK-QTREG7
                                                    '              *'
           DISPLAY '*                                                 *'
           IF WRK-FIM-NORMAL
              DISPLAY '* ' WRK-PROGRAMA ' FIM NORMAL               *'
