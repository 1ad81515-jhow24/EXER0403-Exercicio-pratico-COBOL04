      *                    MOTIVO E AS APLICADAS SAO REGISTRADAS NO    *
      *                    LOG ESTRUTURADO ARQLOG01 E SOMADAS NO       *
      *                    REGISTRO DE AUDITORIA ARQAUD01, PARA QUE    *
      *                    TODO AJUSTE EM PRODUCAO SEJA AUDITAVEL.     *
      *                    CADA CORRECAO APLICADA E GRAVADA NO JOURNAL *
      *                    ARQJRN01 COM O VALOR ANTERIOR (LIDO ANTES   *
      *                    DO UPDATE) E O NOVO, PARA O BACKOUT         *
      *                    EXER0416 PODER DESFAZER O ARQUIVO DE        *
      *                    CORRECOES SEM RESTORE DE BANCO              *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQCOR01 (ENTRADA - CORRECOES)          COR04103
      *      ARQRJC01 (SAIDA  - REJEITADOS)          RJC04103
      *      ARQJRN01 (SAIDA  - JOURNAL DE IMAGEM    JRN04103
      *                ANTERIOR PARA O BACKOUT)
      *      ARQAUD01 (SAIDA  - HISTORICO)           AUD04103
      *      ARQLOG01 (SAIDA  - LOG ESTRUTURADO)     LOG04103
      *      INFO_PSSOA                              CADUB069
      *
           SELECT ARQRJC01 ASSIGN      TO UT-S-ARQRJC01
                      FILE STATUS      IS WRK-FS-ARQRJC01.
      *
           SELECT ARQJRN01 ASSIGN      TO UT-S-ARQJRN01
                      FILE STATUS      IS WRK-FS-ARQJRN01.
      *
           SELECT OPTIONAL ARQAUD01 ASSIGN TO UT-S-ARQAUD01
                      FILE STATUS      IS WRK-FS-ARQAUD01.
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRJC01             PIC X(40).

      *---------------------------------------------------------------*
      *   OUTPUT:     JOURNAL DE IMAGEM ANTERIOR DAS CORRECOES        *
      *               ORG. SEQUENCIAL   -   LRECL = 126               *
      *---------------------------------------------------------------*

       FD  ARQJRN01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQJRN01             PIC X(126).

      *---------------------------------------------------------------*
      *   OUTPUT:     REGISTRO DE AUDITORIA DO RUN                    *
      *               ORG. SEQUENCIAL   -   LRECL = 50                *
           03 ACU-APLICADAS       PIC  9(007) VALUE ZEROS.
           03 ACU-REJEITADAS      PIC  9(007) VALUE ZEROS.
           03 ACU-LINHAS-DB2      PIC  9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQJRN01  PIC  9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CONTROLE DO COMMIT PERIODICO - MESMO INTERVALO DO           *
           03 WRK-DTV-DIA         PIC  X(002).
      *
       01 WRK-DATA-EXECUCAO       PIC  X(008) VALUE SPACES.
       01 WRK-HORA-EXECUCAO       PIC  X(008) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    IMAGEM DA COLUNA CORRIGIDA PARA O JOURNAL ARQJRN01: O VALOR *
      *    ANTERIOR E LIDO DO DB2 ANTES DO UPDATE (NO TIPO 'C' E O     *
      *    PROPRIO CEP ANTIGO DA CORRECAO)                             *
      *----------------------------------------------------------------*
       01 WRK-AREA-JOURNAL.
           03 WRK-JRN-VALOR-ANTIGO PIC X(040) VALUE SPACES.
           03 WRK-JRN-VALOR-NOVO   PIC X(040) VALUE SPACES.
           03 WRK-JRN-SEQ          PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CONTROLE DO LOG ESTRUTURADO ARQLOG01 (8800-GRAVAR-LOG) -    *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQCOR01      VALUE 'COR01113'.
          88 WRK-CN-ARQRJC01      VALUE 'RJC01113'.
          88 WRK-CN-ARQJRN01      VALUE 'JRN01113'.
          88 WRK-CN-ARQAUD01      VALUE 'AUD01113'.
          88 WRK-CN-ARQLOG01      VALUE 'LOG01113'.

          05 WRK-FS-ARQRJC01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RJC01-OK               VALUE '00'.

          05 WRK-FS-ARQJRN01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-JRN01-OK               VALUE '00'.

          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
             88 WRK-FS-AUD01-NOVO             VALUE '05'.

           COPY COR04103.
           COPY RJC04103.
           COPY JRN04103.
           COPY AUD04103.
           COPY LOG04103.
      *
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-EXECUCAO        FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-EXECUCAO        FROM TIME

           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQCOR01                TO TRUE
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQJRN01                TO TRUE
           SET WRK-CN-OPEN                    TO TRUE

           OPEN OUTPUT ARQJRN01
           IF NOT WRK-FS-JRN01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3800-LER-ARQCOR01

           MOVE 'EXR41001'                 TO ARQLOG01-MSG-ID
           EXIT.
      *----------------------------------------------------------------*
      *    CORRIGE NM_PSSOA DO CLIENTE EM INFO_PSSOA - SQLCODE +100    *
      *    SIGNIFICA CLIENTE INEXISTENTE E REJEITA A CORRECAO. O VALOR *
      *    ANTERIOR E LIDO ANTES DO UPDATE PARA O JOURNAL (O +100 DA   *
      *    LEITURA CAI NA MESMA REJEICAO EM 3700)                      *
      *----------------------------------------------------------------*
       3200-CORRIGIR-NOME SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
              SELECT NM_PSSOA
                INTO :CADUB069.NM-PSSOA
                FROM DB2PRD.INFO_PSSOA
               WHERE CCLUB    = :ARQCOR01-COD-CLI
           END-EXEC

           IF SQLCODE EQUAL ZEROS
              MOVE NM-PSSOA                 TO WRK-JRN-VALOR-ANTIGO
              MOVE ARQCOR01-NOVO-NOME       TO WRK-JRN-VALOR-NOVO

              EXEC SQL
                 UPDATE DB2PRD.INFO_PSSOA
                    SET NM_PSSOA = :ARQCOR01-NOVO-NOME
                  WHERE CCLUB    = :ARQCOR01-COD-CLI
              END-EXEC
           END-IF

           MOVE 'INFO PESSOA'               TO WRK-TABELA
           MOVE 'NM_PSSOA CORRIGIDO'        TO ARQLOG01-TEXTO
           PERFORM 3700-AVALIAR-UPDATE
       3300-CORRIGIR-DATA SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
              SELECT HULT_ATULZ
                INTO :CADUB069.HULT-ATULZ
                FROM DB2PRD.INFO_PSSOA
               WHERE CCLUB      = :ARQCOR01-COD-CLI
           END-EXEC

           IF SQLCODE EQUAL ZEROS
              MOVE HULT-ATULZ               TO WRK-JRN-VALOR-ANTIGO
              MOVE ARQCOR01-NOVA-DATA       TO WRK-JRN-VALOR-NOVO

              EXEC SQL
                 UPDATE DB2PRD.INFO_PSSOA
                    SET HULT_ATULZ = :ARQCOR01-NOVA-DATA
                  WHERE CCLUB      = :ARQCOR01-COD-CLI
              END-EXEC
           END-IF

           MOVE 'INFO PESSOA'               TO WRK-TABELA
           MOVE 'HULT_ATULZ CORRIGIDO'      TO ARQLOG01-TEXTO
           PERFORM 3700-AVALIAR-UPDATE
      *----------------------------------------------------------------*
       3400-CORRIGIR-CEP SECTION.
      *----------------------------------------------------------------*
           MOVE ARQCOR01-CEP-ANTIGO         TO WRK-JRN-VALOR-ANTIGO
           MOVE ARQCOR01-CEP-NOVO           TO WRK-JRN-VALOR-NOVO

           EXEC SQL
              UPDATE DB2PRD.ENDER_PSSOA
                 SET CDCEP_END = :ARQCOR01-CEP-NOVO
       3500-CORRIGIR-UF SECTION.
      *----------------------------------------------------------------*
           EXEC SQL
              SELECT CSGL_UF
                INTO :CADUB069.CSGL-UF
                FROM DB2PRD.INFO_PSSOA
               WHERE CCLUB   = :ARQCOR01-COD-CLI
           END-EXEC

           IF SQLCODE EQUAL ZEROS
              MOVE CSGL-UF OF CADUB069      TO WRK-JRN-VALOR-ANTIGO
              MOVE ARQCOR01-UF-NOVA         TO WRK-JRN-VALOR-NOVO

              EXEC SQL
                 UPDATE DB2PRD.INFO_PSSOA
                    SET CSGL_UF = :ARQCOR01-UF-NOVA
                  WHERE CCLUB   = :ARQCOR01-COD-CLI
              END-EXEC
           END-IF

           MOVE 'INFO PESSOA'               TO WRK-TABELA
           MOVE 'CSGL_UF CORRIGIDO'         TO ARQLOG01-TEXTO
           PERFORM 3700-AVALIAR-UPDATE
           EXIT.
      *----------------------------------------------------------------*
      *    AVALIA O SQLCODE DO UPDATE QUE ACABOU DE RODAR: 0 APLICA E  *
      *    REGISTRA NO LOG (COM O TEXTO JA PREPARADO PELO CHAMADOR) E  *
      *    NO JOURNAL DE IMAGEM ANTERIOR,                              *
      *    +100 REJEITA (CLIENTE OU ENDERECO NAO ENCONTRADO) E         *
      *    QUALQUER OUTRO CANCELA O JOB                                *
      *----------------------------------------------------------------*
                   ADD 1                    TO ACU-APLICADAS
                   ADD SQLERRD(3)           TO ACU-LINHAS-DB2

                   PERFORM 3650-GRAVAR-ARQJRN01

                   MOVE 'EXR41002'          TO ARQLOG01-MSG-ID
                   SET ARQLOG01-SEV-INFO    TO TRUE
                   MOVE ARQCOR01-COD-CLI    TO ARQLOG01-COD-CLI
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA A IMAGEM ANTERIOR DA CORRECAO APLICADA NO JOURNAL     *
      *    ARQJRN01. O JOURNAL E GRAVADO NA HORA E NAO ACOMPANHA O     *
      *    ROLLBACK DE UM CANCELAMENTO - O BACKOUT RECUSA ESSES        *
      *    REGISTROS SOZINHO, POIS O VALOR NO DB2 NAO E O NOVO         *
      *----------------------------------------------------------------*
       3650-GRAVAR-ARQJRN01 SECTION.
      *----------------------------------------------------------------*
           ADD 1                           TO WRK-JRN-SEQ

           MOVE WRK-DATA-EXECUCAO          TO ARQJRN01-DATA-EXECUCAO
           MOVE WRK-HORA-EXECUCAO          TO ARQJRN01-HORA-EXECUCAO
           MOVE WRK-JRN-SEQ                TO ARQJRN01-SEQ
           MOVE ARQCOR01-TIPO-COR          TO ARQJRN01-TIPO-COR
           MOVE ARQCOR01-COD-CLI           TO ARQJRN01-COD-CLI
           MOVE WRK-JRN-VALOR-ANTIGO       TO ARQJRN01-VALOR-ANTIGO
           MOVE WRK-JRN-VALOR-NOVO         TO ARQJRN01-VALOR-NOVO
           MOVE SQLERRD(3)                 TO ARQJRN01-QTD-LINHAS

           SET WRK-CN-WRITE                TO TRUE
           SET WRK-CN-ARQJRN01             TO TRUE

           WRITE FD-ARQJRN01 FROM ARQJRN01-REGISTRO

           IF NOT WRK-FS-JRN01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                           TO ACU-GRAVA-ARQJRN01
           .
      *----------------------------------------------------------------*
       3650-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO ARQUIVO ARQCOR01
      *----------------------------------------------------------------*
       3800-LER-ARQCOR01 SECTION.
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQJRN01 TO TRUE.

           CLOSE ARQJRN01.
           IF NOT WRK-FS-JRN01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

      *    AUDITORIA SO EM TERMINO NORMAL - MESMA REGRA DE EXER0403    *
           IF WRK-FIM-NORMAL
              PERFORM 9910-GRAVAR-AUDITORIA
           MOVE ACU-LINHAS-DB2         TO WRK-MASK-QTREG7
           DISPLAY '* QTDE LINHAS ALTERADAS  : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-GRAVA-ARQJRN01     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE GRAVADAS JOURNAL  : ' WRK-MASK-QTREG7
                                                    '              *'
           DISPLAY '*                                                 *'
           IF WRK-FIM-NORMAL
              IF ACU-REJEITADAS > ZEROS
