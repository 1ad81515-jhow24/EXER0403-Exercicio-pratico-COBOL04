      *                    HUMANO) EM VEZ DE RODAR NO CICLO PARA       *
      *                    SEMPRE. O HISTORICO ATUALIZADO E GRAVADO    *
      *                    EM ARQHST01                                 *
      *                    REJEITOS DE MOTIVO 04 (CLIENTE NO REGISTRO  *
      *                    DE EXPURGO LGPD) NUNCA SAO RECICLADOS NEM   *
      *                    ENTRAM NO HISTORICO, QUALQUER QUE SEJA O    *
      *                    FILTRO DO PARM                              *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
           03 ACU-HIST-LIDOS      PIC  9(005) VALUE ZEROS.
           03 ACU-HIST-GRAVADOS   PIC  9(005) VALUE ZEROS.
           03 ACU-ESCALADOS       PIC  9(005) VALUE ZEROS.
           03 ACU-SUPRIMIDOS-LGPD PIC  9(005) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    FILTRO DE COD-MOTIVO E FAIXA DE DATAS DO REGISTRO DE        *
      *----------------------------------------------------------------*
       2100-FILTRAR-REJEITO SECTION.
      *----------------------------------------------------------------*
      *    MOTIVO 04 = SUPRIMIDO POR PEDIDO LGPD: O CLIENTE NAO PODE   *
      *    VOLTAR AO ARQENT01 NEM GANHAR LINHA NO ARQHST01             *
           IF ARQREJ01-COD-MOTIVO EQUAL 04
              ADD 1                      TO ACU-SUPRIMIDOS-LGPD
           ELSE
              IF WRK-MOTIVO-TODOS
              OR ARQREJ01-COD-MOTIVO EQUAL WRK-PARM-MOTIVO
                 ADD 1                   TO ACU-SELECIONADOS
                 MOVE ARQREJ01-COD-CLI   TO SORT-COD-CLI
                 MOVE ARQREJ01-COD-MOTIVO
                                         TO SORT-COD-MOTIVO
                 RELEASE SORT-REGISTRO
              END-IF
           END-IF

           PERFORM 2800-LER-ARQREJ01
           MOVE ACU-DUPLICADOS         TO WRK-MASK-QTREG
           DISPLAY '* QTDE DUPLICADOS        : ' WRK-MASK-QTREG
                                                    '                 *'
           MOVE ACU-SUPRIMIDOS-LGPD    TO WRK-MASK-QTREG
           DISPLAY '* QTDE SUPRIMIDOS LGPD   : ' WRK-MASK-QTREG
                                                    '                 *'
           MOVE ACU-GRAVA-ARQENT01     TO WRK-MASK-QTREG
           DISPLAY '* QTDE REGISTROS GRAVADOS: ' WRK-MASK-QTREG
                                                    '                 *'
