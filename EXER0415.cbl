      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0415.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0415
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   CONSULTA ON-LINE (CICS - TRANSACAO EX15)    *
      *                    DO CADASTRO DE POSICAO DE CLIENTE ARQMST01  *
      *                    MANTIDO POR EXER0409, PARA O HELP DESK:     *
      *                    - PELO COD-CLI: LEITURA DIRETA NO KSDS E    *
      *                      EXIBICAO DE NOME, DATA-ATLZ, QTD-END,     *
      *                      COD-UF, DAT-INCL, DATA-RUN E SITUACAO;    *
      *                      CLIENTE EXCLUIDO LOGICAMENTE ('E') GANHA  *
      *                      AVISO EM DESTAQUE NA TELA                 *
      *                    - PELO INICIO DO NOME: BROWSE NO PATH DO    *
      *                      INDICE ALTERNATIVO POR NOME (ARQMSTN1),   *
      *                      8 CLIENTES POR PAGINA, PF8 PARA A PROXIMA *
      *                    SOMENTE LEITURA - NENHUM COMANDO DE         *
      *                    ATUALIZACAO E EMITIDO SOBRE O ARQMST01.     *
      *                    PSEUDO-CONVERSACIONAL: A POSICAO DO BROWSE  *
      *                    FICA NA COMMAREA ENTRE AS INTERACOES        *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQMST01 (FCT - KSDS, SO LEITURA)        MST04103
      *      ARQMSTN1 (FCT - PATH DO AIX POR NOME,    MST04103
      *                CHAVE NAO UNICA, SO LEITURA)
      *----------------------------------------------------------------*
      *    MAPA........: MAPSET MAP0415 / MAPA TEL0415      MAP0415    *
      *----------------------------------------------------------------*
      *    TECLAS......:                                               *
      *      ENTER : CONSULTA PELO COD-CLI OU INICIA O BROWSE PELO     *
      *              INICIO DO NOME (O COD-CLI TEM PRECEDENCIA)        *
      *      PF8   : PROXIMA PAGINA DO BROWSE POR NOME                 *
      *      PF3   : ENCERRA A TRANSACAO                               *
      *      CLEAR : LIMPA A TELA                                      *
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
      *================================================================*
       DATA                            DIVISION.
      *================================================================
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0415 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0415'.
       77 WRK-TRANSID             PIC  X(004) VALUE 'EX15'.
       77 WRK-MAPSET              PIC  X(007) VALUE 'MAP0415'.
       77 WRK-MAPA                PIC  X(007) VALUE 'TEL0415'.
      *
      *----------------------------------------------------------------*
      *    AREA DE COMUNICACAO ENTRE AS INTERACOES (COMMAREA): GUARDA  *
      *    O INICIO DE NOME PESQUISADO E O PONTO DE RETOMADA DO        *
      *    BROWSE - O NOME DO PRIMEIRO CLIENTE DA PROXIMA PAGINA E     *
      *    QUANTOS CLIENTES COM ESSE MESMO NOME JA FORAM EXIBIDOS      *
      *    (A CHAVE DO AIX NAO E UNICA)                                *
      *----------------------------------------------------------------*
       01 WRK-COMMAREA.
           03 WRK-CA-PREFIXO      PIC  X(020) VALUE SPACES.
           03 WRK-CA-TAM-PREFIXO  PIC  9(002) VALUE ZEROS.
           03 WRK-CA-PROX-NOME    PIC  X(040) VALUE SPACES.
           03 WRK-CA-QTD-PULAR    PIC  9(004) VALUE ZEROS.
           03 WRK-CA-IND-PROXIMA  PIC  X(001) VALUE 'N'.
              88 WRK-CA-TEM-PROXIMA           VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    CHAVES DE PESQUISA RECEBIDAS DA TELA                        *
      *----------------------------------------------------------------*
       01 WRK-AREA-ENTRADA.
           03 WRK-ENT-COD-CLI     PIC  X(010) VALUE SPACES.
           03 WRK-ENT-NOME        PIC  X(020) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    CHAVES DOS COMANDOS DE ARQUIVO E CONTROLE DO BROWSE         *
      *----------------------------------------------------------------*
       01 WRK-AREA-BROWSE.
           03 WRK-CHAVE-COD       PIC  X(010) VALUE SPACES.
           03 WRK-CHAVE-NOME      PIC  X(040) VALUE SPACES.
           03 WRK-NOME-INICIO-PAG PIC  X(040) VALUE SPACES.
           03 WRK-QTD-PULAR       PIC  9(004) VALUE ZEROS.
           03 WRK-QTD-LINHAS      PIC  9(002) VALUE ZEROS.
           03 WRK-QTD-MESMO-NOME  PIC  9(004) VALUE ZEROS.
           03 WRK-IX-LINHA        PIC  9(002) VALUE ZEROS.
           03 WRK-FLAG-BROWSE-ATIVO PIC X(001) VALUE 'N'.
              88 WRK-BROWSE-ATIVO             VALUE 'S'.
           03 WRK-FLAG-FIM-BROWSE PIC  X(001) VALUE 'N'.
              88 WRK-FIM-BROWSE               VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    NOMES DOS CLIENTES DA PAGINA CORRENTE - USADOS PARA CONTAR  *
      *    OS REPETIDOS DO PONTO DE RETOMADA                           *
      *----------------------------------------------------------------*
       01 WRK-TAB-PAGINA.
           03 WRK-TAB-PAG-NOME    PIC  X(040) OCCURS 8 TIMES.
      *
      *----------------------------------------------------------------*
      *    LINHA DA LISTA DO BROWSE (MESMAS COLUNAS DO CABECALHO DA    *
      *    LISTA NO MAPA TEL0415)                                      *
      *----------------------------------------------------------------*
       01 WRK-LINHA-LISTA.
           03 WRK-LST-COD-CLI     PIC  X(010) VALUE SPACES.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 WRK-LST-NOME        PIC  X(040) VALUE SPACES.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 WRK-LST-UF          PIC  X(002) VALUE SPACES.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 WRK-LST-SITUACAO    PIC  X(001) VALUE SPACES.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 WRK-LST-SIT-DESC    PIC  X(012) VALUE SPACES.
           03 FILLER              PIC  X(010) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    DATA-RUN (AAAAMMDD) EDITADA PARA DD/MM/AAAA                 *
      *----------------------------------------------------------------*
       01 WRK-DATA-RUN.
           03 WRK-DRUN-AAAA       PIC  X(004).
           03 WRK-DRUN-MM         PIC  X(002).
           03 WRK-DRUN-DD         PIC  X(002).
      *
       01 WRK-DATA-RUN-ED.
           03 WRK-DRED-DD         PIC  X(002) VALUE SPACES.
           03 FILLER              PIC  X(001) VALUE '/'.
           03 WRK-DRED-MM         PIC  X(002) VALUE SPACES.
           03 FILLER              PIC  X(001) VALUE '/'.
           03 WRK-DRED-AAAA       PIC  X(004) VALUE SPACES.
      *
       01 WRK-ABSTIME             PIC S9(015) COMP-3 VALUE ZEROS.
       01 WRK-DATA-ATUAL          PIC  X(010) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    MENSAGENS DA TELA                                           *
      *----------------------------------------------------------------*
       01 WRK-MENSAGEM            PIC  X(079) VALUE SPACES.
       01 WRK-MSG-FIM             PIC  X(050) VALUE
             'EXER0415 - CONSULTA DE CLIENTES ENCERRADA'.
      *
       01 WRK-MSG-ERRO-CICS.
           03 FILLER              PIC  X(022) VALUE
              'ERRO CICS - COMANDO: '.
           03 WRK-MEC-COMANDO     PIC  X(005) VALUE SPACES.
           03 FILLER              PIC  X(011) VALUE ' ARQUIVO: '.
           03 WRK-MEC-ARQUIVO     PIC  X(008) VALUE SPACES.
           03 FILLER              PIC  X(007) VALUE ' RESP: '.
           03 WRK-MEC-RESP        PIC  9(004) VALUE ZEROS.
           03 FILLER              PIC  X(022) VALUE
              ' - AVISE O SUPORTE'.
      *
       01 WRK-AVISO-EXCLUIDO.
           03 FILLER              PIC  X(042) VALUE
              '*** ATENCAO: CLIENTE EXCLUIDO LOGICAMENTE'.
           03 FILLER              PIC  X(036) VALUE
              ' - NAO INFORMAR COMO ATIVO ***'.
      *
       01 WRK-FLAG-TIPO-ENVIO     PIC  X(001) VALUE 'C'.
          88 WRK-ENVIO-COMPLETO               VALUE 'C'.
          88 WRK-ENVIO-SO-DADOS               VALUE 'D'.
      *
       77 WRK-RESP                PIC S9(008) COMP VALUE ZEROS.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQMST01      VALUE 'MST01113'.
          88 WRK-CN-ARQMSTN1      VALUE 'MSTN1113'.
          88 WRK-CN-TEL0415       VALUE 'TEL0415 '.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-READ          VALUE 'READ '.
          88 WRK-CN-STARTBR       VALUE 'STRBR'.
          88 WRK-CN-READNEXT      VALUE 'RDNXT'.
          88 WRK-CN-ENDBR         VALUE 'ENDBR'.
          88 WRK-CN-RECEIVE       VALUE 'RECEB'.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS E DO MAPA'.
      *----------------------------------------------------------------*
      *
      **** AREA ARQUIVO DE ENTRADA

           COPY MST04103.

      **** MAPA SIMBOLICO E CONSTANTES DO CICS

           COPY MAP0415.
           COPY DFHAID.
      *
      *----------------------------------------------------------------*
       01 FILLER                PIC X(050) VALUE
              'EXER0415 - FIM DA AREA DE WORKING'.
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *    COMMAREA DEVOLVIDA PELO CICS A PARTIR DA SEGUNDA INTERACAO  *
      *----------------------------------------------------------------*
       01 DFHCOMMAREA             PIC  X(067).
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA: TRATA A TECLA PRESSIONADA,    *
      *    DEVOLVE A TELA E RETORNA AO CICS AGUARDANDO A PROXIMA       *
      *    INTERACAO DA MESMA TRANSACAO                                *
      *----------------------------------------------------------------*
       0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
      *
           PERFORM 1000-INICIALIZAR

           EVALUATE TRUE
              WHEN EIBCALEN EQUAL ZEROS
                   PERFORM 2100-LIMPAR-TELA
              WHEN EIBAID EQUAL DFHPF3
                   PERFORM 9000-ENCERRAR
              WHEN EIBAID EQUAL DFHCLEAR
                   PERFORM 2100-LIMPAR-TELA
              WHEN EIBAID EQUAL DFHENTER
                   PERFORM 2000-RECEBER-TELA
                   PERFORM 3000-CONSULTAR
              WHEN EIBAID EQUAL DFHPF8
                   PERFORM 2000-RECEBER-TELA
                   PERFORM 4000-PAGINAR-NOME
              WHEN OTHER
                   MOVE LOW-VALUES          TO TEL0415O
                   MOVE 'TECLA INVALIDA - USE ENTER, PF8, PF3 OU CLEAR'
                                            TO WRK-MENSAGEM
                   SET WRK-ENVIO-SO-DADOS   TO TRUE
           END-EVALUATE

           PERFORM 8000-ENVIAR-TELA

           PERFORM 8900-RETORNAR-CICS
           .
      *
      *----------------------------------------------------------------*
       0000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    RECUPERA A COMMAREA DA INTERACAO ANTERIOR E OBTEM A DATA    *
      *    CORRENTE PARA O CABECALHO DA TELA                           *
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           IF EIBCALEN EQUAL LENGTH OF WRK-COMMAREA
              MOVE DFHCOMMAREA              TO WRK-COMMAREA
           END-IF

           EXEC CICS ASKTIME
                ABSTIME(WRK-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WRK-ABSTIME)
                DDMMYYYY(WRK-DATA-ATUAL)
                DATESEP('/')
           END-EXEC
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    RECEBE AS CHAVES DIGITADAS - OS DOIS CAMPOS DE ENTRADA SAO  *
      *    FSET NO MAPA E VOLTAM SEMPRE; MAPFAIL EQUIVALE A TELA SEM   *
      *    NENHUMA CHAVE INFORMADA                                     *
      *----------------------------------------------------------------*
       2000-RECEBER-TELA SECTION.
      *----------------------------------------------------------------*
           MOVE LOW-VALUES                  TO TEL0415I

           SET WRK-CN-RECEIVE               TO TRUE
           SET WRK-CN-TEL0415               TO TRUE

           EXEC CICS RECEIVE
                MAP   (WRK-MAPA)
                MAPSET(WRK-MAPSET)
                INTO  (TEL0415I)
                RESP  (WRK-RESP)
           END-EXEC

           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
           AND WRK-RESP NOT EQUAL DFHRESP(MAPFAIL)
              PERFORM 9100-ERROS-CICS
           END-IF

           MOVE CODCLII                     TO WRK-ENT-COD-CLI
           MOVE NOMPESI                     TO WRK-ENT-NOME

           INSPECT WRK-ENT-COD-CLI
              REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WRK-ENT-NOME
              REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WRK-ENT-NOME
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE LOW-VALUES                  TO TEL0415O
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PRIMEIRA INTERACAO OU CLEAR: TELA EM BRANCO E BROWSE        *
      *    REINICIADO                                                  *
      *----------------------------------------------------------------*
       2100-LIMPAR-TELA SECTION.
      *----------------------------------------------------------------*
           MOVE LOW-VALUES                  TO TEL0415O
           INITIALIZE WRK-COMMAREA

           MOVE 'INFORME O COD-CLI OU O INICIO DO NOME E TECLE ENTER'
                                            TO WRK-MENSAGEM
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ENTER: O COD-CLI TEM PRECEDENCIA SOBRE O INICIO DO NOME     *
      *----------------------------------------------------------------*
       3000-CONSULTAR SECTION.
      *----------------------------------------------------------------*
           EVALUATE TRUE
              WHEN WRK-ENT-COD-CLI NOT EQUAL SPACES
                   PERFORM 3100-CONSULTAR-CODIGO
              WHEN WRK-ENT-NOME NOT EQUAL SPACES
                   PERFORM 3200-INICIAR-BROWSE-NOME
              WHEN OTHER
                   INITIALIZE WRK-COMMAREA
                   MOVE 'INFORME O COD-CLI OU O INICIO DO NOME'
                                            TO WRK-MENSAGEM
           END-EVALUATE

           MOVE WRK-ENT-COD-CLI             TO CODCLIO
           MOVE WRK-ENT-NOME                TO NOMPESO
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LEITURA DIRETA DO CLIENTE PELA CHAVE DO KSDS (SEM UPDATE)   *
      *----------------------------------------------------------------*
       3100-CONSULTAR-CODIGO SECTION.
      *----------------------------------------------------------------*
           INITIALIZE WRK-COMMAREA

           MOVE WRK-ENT-COD-CLI             TO WRK-CHAVE-COD

           SET WRK-CN-READ                  TO TRUE
           SET WRK-CN-ARQMST01              TO TRUE

           EXEC CICS READ
                FILE  ('ARQMST01')
                INTO  (ARQMST01-REGISTRO)
                RIDFLD(WRK-CHAVE-COD)
                RESP  (WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                   PERFORM 3150-EXIBIR-CLIENTE
              WHEN DFHRESP(NOTFND)
                   MOVE 'CLIENTE NAO ENCONTRADO NO CADASTRO'
                                            TO WRK-MENSAGEM
              WHEN OTHER
                   PERFORM 9100-ERROS-CICS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    MOVE A IMAGEM DO CLIENTE PARA A TELA. O CLIENTE EXCLUIDO    *
      *    LOGICAMENTE CONTINUA NO CADASTRO (ULTIMA IMAGEM PRESERVADA) *
      *    E RECEBE O AVISO EM DESTAQUE PARA O ATENDENTE NAO INFORMAR  *
      *    AO CLIENTE QUE ELE ESTA ATIVO                               *
      *----------------------------------------------------------------*
       3150-EXIBIR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           MOVE ARQMST01-NOME               TO NOMEO
           MOVE ARQMST01-DATA-ATLZ          TO DTATLZO
           MOVE ARQMST01-QTD-END            TO QTDENDO
           MOVE ARQMST01-COD-UF             TO CODUFO
           MOVE ARQMST01-DAT-INCL           TO DTINCLO
           MOVE ARQMST01-IND-SITUACAO       TO SITUACO

           MOVE ARQMST01-DATA-RUN           TO WRK-DATA-RUN
           MOVE WRK-DRUN-DD                 TO WRK-DRED-DD
           MOVE WRK-DRUN-MM                 TO WRK-DRED-MM
           MOVE WRK-DRUN-AAAA               TO WRK-DRED-AAAA
           MOVE WRK-DATA-RUN-ED             TO DTRUNO

           EVALUATE TRUE
              WHEN ARQMST01-SIT-ATIVO
                   MOVE 'ATIVO'             TO SITDSCO
                   MOVE 'CONSULTA EFETUADA - CLIENTE ATIVO'
                                            TO WRK-MENSAGEM
              WHEN ARQMST01-SIT-EXCLUIDO
                   MOVE 'EXCLUIDO LOGICAMENTE'
                                            TO SITDSCO
                   MOVE WRK-AVISO-EXCLUIDO  TO AVISOO
                   MOVE 'CONSULTA EFETUADA - CLIENTE EXCLUIDO'
                                            TO WRK-MENSAGEM
              WHEN OTHER
                   MOVE 'SITUACAO INVALIDA' TO SITDSCO
                   MOVE 'CONSULTA EFETUADA - SITUACAO NAO RECONHECIDA'
                                            TO WRK-MENSAGEM
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    NOVO BROWSE PELO INICIO DO NOME: A CHAVE INICIAL E O        *
      *    PROPRIO PREFIXO COMPLETADO COM BRANCOS (MENOR OU IGUAL A    *
      *    QUALQUER NOME QUE COMECE COM ELE)                           *
      *----------------------------------------------------------------*
       3200-INICIAR-BROWSE-NOME SECTION.
      *----------------------------------------------------------------*
           INITIALIZE WRK-COMMAREA

           MOVE WRK-ENT-NOME                TO WRK-CA-PREFIXO

           PERFORM 3210-MEDIR-PREFIXO
              VARYING WRK-CA-TAM-PREFIXO FROM 20 BY -1
              UNTIL WRK-CA-TAM-PREFIXO EQUAL ZEROS
                 OR WRK-CA-PREFIXO(WRK-CA-TAM-PREFIXO:1)
                    NOT EQUAL SPACE

           MOVE WRK-CA-PREFIXO              TO WRK-CA-PROX-NOME
           MOVE ZEROS                       TO WRK-CA-QTD-PULAR

           PERFORM 3300-MONTAR-PAGINA
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    O TAMANHO DO PREFIXO E A POSICAO DO ULTIMO CARACTER NAO     *
      *    BRANCO - A VARIACAO DO PERFORM FAZ TODO O TRABALHO          *
      *----------------------------------------------------------------*
       3210-MEDIR-PREFIXO SECTION.
      *----------------------------------------------------------------*
           CONTINUE
           .
      *----------------------------------------------------------------*
       3210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    MONTA UMA PAGINA DA LISTA A PARTIR DO PONTO DE RETOMADA DA  *
      *    COMMAREA: POSICIONA NO AIX, SALTA OS REPETIDOS JA EXIBIDOS, *
      *    LE ATE 8 CLIENTES DO PREFIXO E UM NONO PARA SABER SE HA     *
      *    PROXIMA PAGINA (QUE VIRA O NOVO PONTO DE RETOMADA)          *
      *----------------------------------------------------------------*
       3300-MONTAR-PAGINA SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                       TO WRK-QTD-LINHAS
           MOVE 'N'                         TO WRK-FLAG-FIM-BROWSE
           MOVE 'N'                         TO WRK-FLAG-BROWSE-ATIVO
           MOVE SPACES                      TO WRK-TAB-PAGINA

           MOVE WRK-CA-PROX-NOME            TO WRK-CHAVE-NOME
           MOVE WRK-CA-PROX-NOME            TO WRK-NOME-INICIO-PAG
           MOVE WRK-CA-QTD-PULAR            TO WRK-QTD-PULAR
           MOVE 'N'                         TO WRK-CA-IND-PROXIMA

           SET WRK-CN-STARTBR               TO TRUE
           SET WRK-CN-ARQMSTN1              TO TRUE

           EXEC CICS STARTBR
                FILE  ('ARQMSTN1')
                RIDFLD(WRK-CHAVE-NOME)
                GTEQ
                RESP  (WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
                   SET WRK-BROWSE-ATIVO     TO TRUE
              WHEN DFHRESP(NOTFND)
                   SET WRK-FIM-BROWSE       TO TRUE
              WHEN OTHER
                   PERFORM 9100-ERROS-CICS
           END-EVALUATE

           PERFORM 3310-SALTAR-REPETIDO
              UNTIL WRK-QTD-PULAR EQUAL ZEROS
                 OR WRK-FIM-BROWSE

           PERFORM 3320-INCLUIR-LINHA
              UNTIL WRK-QTD-LINHAS EQUAL 8
                 OR WRK-FIM-BROWSE

           IF NOT WRK-FIM-BROWSE
              PERFORM 3350-LER-PROXIMO-NOME
           END-IF

           IF NOT WRK-FIM-BROWSE
              PERFORM 3330-GUARDAR-RETOMADA
           END-IF

           IF WRK-BROWSE-ATIVO
              SET WRK-CN-ENDBR              TO TRUE

              EXEC CICS ENDBR
                   FILE  ('ARQMSTN1')
                   RESP  (WRK-RESP)
              END-EXEC

              MOVE 'N'                      TO WRK-FLAG-BROWSE-ATIVO

              IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
                 PERFORM 9100-ERROS-CICS
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN WRK-QTD-LINHAS EQUAL ZEROS
                   MOVE 'NENHUM CLIENTE COM O NOME INFORMADO'
                                            TO WRK-MENSAGEM
              WHEN WRK-CA-TEM-PROXIMA
                   MOVE 'HA MAIS CLIENTES - TECLE PF8'
                                            TO WRK-MENSAGEM
              WHEN OTHER
                   MOVE 'FIM DA LISTA - INFORME O COD-CLI P/ DETALHE'
                                            TO WRK-MENSAGEM
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    DESCARTA UM CLIENTE DE MESMO NOME JA EXIBIDO NA PAGINA      *
      *    ANTERIOR                                                    *
      *----------------------------------------------------------------*
       3310-SALTAR-REPETIDO SECTION.
      *----------------------------------------------------------------*
           PERFORM 3350-LER-PROXIMO-NOME

           SUBTRACT 1                       FROM WRK-QTD-PULAR
           .
      *----------------------------------------------------------------*
       3310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO CLIENTE DO PREFIXO E O ACRESCENTA A LISTA      *
      *----------------------------------------------------------------*
       3320-INCLUIR-LINHA SECTION.
      *----------------------------------------------------------------*
           PERFORM 3350-LER-PROXIMO-NOME

           IF NOT WRK-FIM-BROWSE
              ADD 1                         TO WRK-QTD-LINHAS
              MOVE ARQMST01-NOME
                TO WRK-TAB-PAG-NOME (WRK-QTD-LINHAS)

              MOVE ARQMST01-COD-CLI         TO WRK-LST-COD-CLI
              MOVE ARQMST01-NOME            TO WRK-LST-NOME
              MOVE ARQMST01-COD-UF          TO WRK-LST-UF
              MOVE ARQMST01-IND-SITUACAO    TO WRK-LST-SITUACAO

              EVALUATE TRUE
                 WHEN ARQMST01-SIT-ATIVO
                      MOVE 'ATIVO'          TO WRK-LST-SIT-DESC
                 WHEN ARQMST01-SIT-EXCLUIDO
                      MOVE '** EXCLUIDO'    TO WRK-LST-SIT-DESC
                 WHEN OTHER
                      MOVE 'INVALIDA'       TO WRK-LST-SIT-DESC
              END-EVALUATE

              MOVE WRK-LINHA-LISTA
                TO LINHAO (WRK-QTD-LINHAS)
           END-IF
           .
      *----------------------------------------------------------------*
       3320-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GUARDA NA COMMAREA O PONTO DE RETOMADA: O NOME DO NONO      *
      *    CLIENTE LIDO E QUANTOS CLIENTES COM ESSE NOME JA FORAM      *
      *    EXIBIDOS. SE A PAGINA INTEIRA TEM O MESMO NOME DO PONTO DE  *
      *    PARTIDA, SOMAM-SE TAMBEM OS SALTADOS NO INICIO DA PAGINA    *
      *----------------------------------------------------------------*
       3330-GUARDAR-RETOMADA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CA-TEM-PROXIMA           TO TRUE
           MOVE ARQMST01-NOME               TO WRK-CA-PROX-NOME
           MOVE ZEROS                       TO WRK-QTD-MESMO-NOME

           PERFORM 3335-CONTAR-MESMO-NOME
              VARYING WRK-IX-LINHA FROM 1 BY 1
              UNTIL WRK-IX-LINHA > WRK-QTD-LINHAS

           IF WRK-CA-PROX-NOME EQUAL WRK-NOME-INICIO-PAG
              ADD WRK-CA-QTD-PULAR          TO WRK-QTD-MESMO-NOME
           END-IF

           MOVE WRK-QTD-MESMO-NOME          TO WRK-CA-QTD-PULAR
           .
      *----------------------------------------------------------------*
       3330-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3335-CONTAR-MESMO-NOME SECTION.
      *----------------------------------------------------------------*
           IF WRK-TAB-PAG-NOME (WRK-IX-LINHA) EQUAL WRK-CA-PROX-NOME
              ADD 1                         TO WRK-QTD-MESMO-NOME
           END-IF
           .
      *----------------------------------------------------------------*
       3335-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO AIX - DUPKEY E NORMAL (HA OUTROS      *
      *    CLIENTES COM O MESMO NOME). O BROWSE TERMINA NO FIM DO      *
      *    ARQUIVO OU NO PRIMEIRO NOME QUE NAO COMECA COM O PREFIXO    *
      *----------------------------------------------------------------*
       3350-LER-PROXIMO-NOME SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READNEXT              TO TRUE
           SET WRK-CN-ARQMSTN1              TO TRUE

           EXEC CICS READNEXT
                FILE  ('ARQMSTN1')
                INTO  (ARQMST01-REGISTRO)
                RIDFLD(WRK-CHAVE-NOME)
                RESP  (WRK-RESP)
           END-EXEC

           EVALUATE WRK-RESP
              WHEN DFHRESP(NORMAL)
              WHEN DFHRESP(DUPKEY)
                   IF ARQMST01-NOME(1:WRK-CA-TAM-PREFIXO)
                      NOT EQUAL WRK-CA-PREFIXO(1:WRK-CA-TAM-PREFIXO)
                      SET WRK-FIM-BROWSE    TO TRUE
                   END-IF
              WHEN DFHRESP(ENDFILE)
                   SET WRK-FIM-BROWSE       TO TRUE
              WHEN OTHER
                   PERFORM 9100-ERROS-CICS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3350-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PF8: CONTINUA O BROWSE DO PONTO GUARDADO NA COMMAREA        *
      *----------------------------------------------------------------*
       4000-PAGINAR-NOME SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CA-PREFIXO              TO NOMPESO

           IF WRK-CA-TEM-PROXIMA
              PERFORM 3300-MONTAR-PAGINA
           ELSE
              MOVE 'NAO HA PROXIMA PAGINA PARA O NOME INFORMADO'
                                            TO WRK-MENSAGEM
           END-IF
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ENVIA A TELA: COMPLETA (ERASE) OU SO A MENSAGEM (DATAONLY,  *
      *    TECLA INVALIDA - O RESTO DA TELA FICA COMO ESTAVA)          *
      *----------------------------------------------------------------*
       8000-ENVIAR-TELA SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-MENSAGEM                TO MSGO

           IF WRK-ENVIO-COMPLETO
              MOVE WRK-DATA-ATUAL           TO DATATUO

              EXEC CICS SEND
                   MAP   (WRK-MAPA)
                   MAPSET(WRK-MAPSET)
                   FROM  (TEL0415O)
                   ERASE
                   FREEKB
                   RESP  (WRK-RESP)
              END-EXEC
           ELSE
              EXEC CICS SEND
                   MAP   (WRK-MAPA)
                   MAPSET(WRK-MAPSET)
                   FROM  (TEL0415O)
                   DATAONLY
                   FREEKB
                   RESP  (WRK-RESP)
              END-EXEC
           END-IF

      *    SEM TELA NAO HA COMO AVISAR O ATENDENTE - A TAREFA E        *
      *    ABENDADA PARA O ERRO APARECER NO LOG DO CICS                *
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
              EXEC CICS ABEND
                   ABCODE('E415')
              END-EXEC
           END-IF
           .
      *----------------------------------------------------------------*
       8000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    DEVOLVE O CONTROLE AO CICS COM A COMMAREA, AGUARDANDO A     *
      *    PROXIMA TECLA DO ATENDENTE NA MESMA TRANSACAO               *
      *----------------------------------------------------------------*
       8900-RETORNAR-CICS SECTION.
      *----------------------------------------------------------------*
           EXEC CICS RETURN
                TRANSID (WRK-TRANSID)
                COMMAREA(WRK-COMMAREA)
                LENGTH  (LENGTH OF WRK-COMMAREA)
           END-EXEC
           .
      *----------------------------------------------------------------*
       8900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PF3: ENCERRA A TRANSACAO SEM COMMAREA                       *
      *----------------------------------------------------------------*
       9000-ENCERRAR SECTION.
      *----------------------------------------------------------------*
           EXEC CICS SEND TEXT
                FROM  (WRK-MSG-FIM)
                LENGTH(LENGTH OF WRK-MSG-FIM)
                ERASE
                FREEKB
           END-EXEC

           EXEC CICS RETURN
           END-EXEC
           .
      *----------------------------------------------------------------*
       9000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ERRO INESPERADO NUM COMANDO CICS: ENCERRA O BROWSE QUE      *
      *    ESTIVER ABERTO, MOSTRA COMANDO/ARQUIVO/RESP NA LINHA DE     *
      *    MENSAGEM (MESMA INFORMACAO DO 9100 DOS PROGRAMAS BATCH) E   *
      *    DEVOLVE A TELA - A TRANSACAO CONTINUA DISPONIVEL            *
      *----------------------------------------------------------------*
       9100-ERROS-CICS SECTION .
      *----------------------------------------------------------------*
           MOVE WRK-COMANDO                 TO WRK-MEC-COMANDO
           MOVE WRK-ARQUIVO                 TO WRK-MEC-ARQUIVO
           MOVE WRK-RESP                    TO WRK-MEC-RESP

           IF WRK-BROWSE-ATIVO
              EXEC CICS ENDBR
                   FILE  ('ARQMSTN1')
                   RESP  (WRK-RESP)
              END-EXEC
           END-IF

           INITIALIZE WRK-COMMAREA

           MOVE LOW-VALUES                  TO TEL0415O
           MOVE WRK-ENT-COD-CLI             TO CODCLIO
           MOVE WRK-ENT-NOME                TO NOMPESO
           MOVE WRK-MSG-ERRO-CICS           TO WRK-MENSAGEM
           SET WRK-ENVIO-COMPLETO           TO TRUE

           PERFORM 8000-ENVIAR-TELA

           PERFORM 8900-RETORNAR-CICS
           .
      *----------------------------------------------------------------*
       9100-99-FIM.
           EXIT.

          END PROGRAM EXER0415.
