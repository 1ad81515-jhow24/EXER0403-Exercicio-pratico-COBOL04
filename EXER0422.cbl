      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0422.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0422
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   EXPURGO DOS ARQUIVOS DE HISTORICO QUE OS    *
      *                    PROGRAMAS SO ACRESCENTAM (ARQLOG01,         *
      *                    ARQAUD01, ARQRUN01 E ARQHST01): CADA        *
      *                    ARQUIVO E RELIDO E REGRAVADO EM NOVA        *
      *                    GERACAO SO COM OS REGISTROS DENTRO DO       *
      *                    PRAZO DE RETENCAO DO PARM; OS MAIS ANTIGOS  *
      *                    VAO PARA O ARQUIVO MORTO CORRESPONDENTE.    *
      *                    EXCECOES:                                   *
      *                    - ARQRUN01 MANTEM SEMPRE O ULTIMO EVENTO DE *
      *                      CADA FAIXA DE DATAS, QUE E O QUE O        *
      *                      CONTROLE DE RUN DE EXER0403 CONSULTA      *
      *                    - ARQHST01 MANTEM SEMPRE O CLIENTE AINDA EM *
      *                      ESCALACAO (QTDE DE REJEICOES ACIMA DO     *
      *                      LIMITE DE RECICLOS, O MESMO DE EXER0404)  *
      *                    - REGISTRO SEM DATA VALIDA E MANTIDO        *
      *                    NO FIM, UM REGISTRO 'E' POR ARQUIVO VAI     *
      *                    PARA O ARQAUD01 COM A QTDE ARQUIVADA E A    *
      *                    FAIXA DE DATAS DOS REGISTROS ARQUIVADOS     *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQLOGI1 (ENTRADA - LOG ATUAL)           LOG04103
      *      ARQLOG01 (SAIDA   - LOG MANTIDO)         LOG04103
      *      ARQLOGA1 (SAIDA   - LOG ARQUIVADO)       LOG04103
      *      ARQAUDI1 (ENTRADA - AUDITORIA ATUAL)     AUD04103
      *      ARQAUD01 (SAIDA   - AUDITORIA MANTIDA)   AUD04103
      *      ARQAUDA1 (SAIDA   - AUDITORIA ARQUIVADA) AUD04103
      *      ARQRUNI1 (ENTRADA - CONTROLE DE RUN)     RUN04103
      *      ARQRUN01 (SAIDA   - CONTROLE MANTIDO)    RUN04103
      *      ARQRUNA1 (SAIDA   - CONTROLE ARQUIVADO)  RUN04103
      *      ARQHSTI1 (ENTRADA - HISTORICO REJEICOES) HST04103
      *      ARQHST01 (SAIDA   - HISTORICO MANTIDO)   HST04103
      *      ARQHSTA1 (SAIDA   - HISTORICO ARQUIVADO) HST04103
      *----------------------------------------------------------------*
      *    PARM........:                                               *
      *      POS 01-04 : RETENCAO DO ARQLOG01 EM DIAS (DEFAULT 0090)   *
      *      POS 05-08 : RETENCAO DO ARQAUD01 EM DIAS (DEFAULT 0400)   *
      *      POS 09-12 : RETENCAO DO ARQRUN01 EM DIAS (DEFAULT 0180)   *
      *      POS 13-16 : RETENCAO DO ARQHST01 EM DIAS, PELA DATA DA    *
      *                  ULTIMA REJEICAO (DEFAULT 0365)                *
      *      POS 17-18 : LIMITE DE RECICLOS DE EXER0404 (DEFAULT 05)   *
      *      CAMPO EM BRANCO OU ZERADO ASSUME O DEFAULT                *
      *----------------------------------------------------------------*
      *    O ARQLOG01 E O PRIMEIRO A SER TRATADO: OS EVENTOS DESTE RUN *
      *    SO SAO GRAVADOS DEPOIS DELE, NO FIM DA NOVA GERACAO. O      *
      *    ARQRUN01 MANTIDO SAI CLASSIFICADO POR FAIXA DE DATAS (A     *
      *    ORDEM DOS EVENTOS DENTRO DA FAIXA E PRESERVADA). O JCL      *
      *    DEVE RODAR ESTE PASSO SEM NENHUM OUTRO PROGRAMA DA CADEIA   *
      *    EM EXECUCAO                                                 *
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
           SELECT OPTIONAL ARQLOGI1 ASSIGN TO UT-S-ARQLOGI1
                      FILE STATUS      IS WRK-FS-ARQLOGI1.
      *
           SELECT ARQLOG01 ASSIGN      TO UT-S-ARQLOG01
                      FILE STATUS      IS WRK-FS-ARQLOG01.
      *
           SELECT ARQLOGA1 ASSIGN      TO UT-S-ARQLOGA1
                      FILE STATUS      IS WRK-FS-ARQLOGA1.
      *
           SELECT OPTIONAL ARQAUDI1 ASSIGN TO UT-S-ARQAUDI1
                      FILE STATUS      IS WRK-FS-ARQAUDI1.
      *
           SELECT ARQAUD01 ASSIGN      TO UT-S-ARQAUD01
                      FILE STATUS      IS WRK-FS-ARQAUD01.
      *
           SELECT ARQAUDA1 ASSIGN      TO UT-S-ARQAUDA1
                      FILE STATUS      IS WRK-FS-ARQAUDA1.
      *
           SELECT OPTIONAL ARQRUNI1 ASSIGN TO UT-S-ARQRUNI1
                      FILE STATUS      IS WRK-FS-ARQRUNI1.
      *
           SELECT ARQRUN01 ASSIGN      TO UT-S-ARQRUN01
                      FILE STATUS      IS WRK-FS-ARQRUN01.
      *
           SELECT ARQRUNA1 ASSIGN      TO UT-S-ARQRUNA1
                      FILE STATUS      IS WRK-FS-ARQRUNA1.
      *
           SELECT OPTIONAL ARQHSTI1 ASSIGN TO UT-S-ARQHSTI1
                      FILE STATUS      IS WRK-FS-ARQHSTI1.
      *
           SELECT ARQHST01 ASSIGN      TO UT-S-ARQHST01
                      FILE STATUS      IS WRK-FS-ARQHST01.
      *
           SELECT ARQHSTA1 ASSIGN      TO UT-S-ARQHSTA1
                      FILE STATUS      IS WRK-FS-ARQHSTA1.
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
      *----------------------------------------------------------------*
      *    INPUT:     LOG ESTRUTURADO ATUAL                            *
      *               ORG. SEQUENCIAL   -   LRECL = 100                *
      *----------------------------------------------------------------*

       FD  ARQLOGI1
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLOGI1             PIC X(100).

      *---------------------------------------------------------------*
      *   OUTPUT:     LOG ESTRUTURADO MANTIDO (NOVA GERACAO)          *
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQLOG01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLOG01             PIC X(100).

      *---------------------------------------------------------------*
      *   OUTPUT:     LOG ESTRUTURADO ARQUIVADO                       *
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQLOGA1
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLOGA1             PIC X(100).

      *----------------------------------------------------------------*
      *    INPUT:     HISTORICO DE AUDITORIA ATUAL                     *
      *               ORG. SEQUENCIAL   -   LRECL = 50                 *
      *----------------------------------------------------------------*

       FD  ARQAUDI1
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQAUDI1             PIC X(50).

      *---------------------------------------------------------------*
      *   OUTPUT:     HISTORICO DE AUDITORIA MANTIDO (NOVA GERACAO)   *
      *               ORG. SEQUENCIAL   -   LRECL = 50                *
      *---------------------------------------------------------------*

       FD  ARQAUD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQAUD01             PIC X(50).

      *---------------------------------------------------------------*
      *   OUTPUT:     HISTORICO DE AUDITORIA ARQUIVADO                *
      *               ORG. SEQUENCIAL   -   LRECL = 50                *
      *---------------------------------------------------------------*

       FD  ARQAUDA1
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQAUDA1             PIC X(50).

      *----------------------------------------------------------------*
      *    INPUT:     HISTORICO DO CONTROLE DE RUN ATUAL               *
      *               ORG. SEQUENCIAL   -   LRECL = 60                 *
      *----------------------------------------------------------------*

       FD  ARQRUNI1
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRUNI1             PIC X(60).

      *---------------------------------------------------------------*
      *   OUTPUT:     CONTROLE DE RUN MANTIDO (NOVA GERACAO)          *
      *               ORG. SEQUENCIAL   -   LRECL = 60                *
      *---------------------------------------------------------------*

       FD  ARQRUN01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRUN01             PIC X(60).

      *---------------------------------------------------------------*
      *   OUTPUT:     CONTROLE DE RUN ARQUIVADO                       *
      *               ORG. SEQUENCIAL   -   LRECL = 60                *
      *---------------------------------------------------------------*

       FD  ARQRUNA1
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRUNA1             PIC X(60).

      *----------------------------------------------------------------*
      *    INPUT:     HISTORICO DE REJEICOES ATUAL (POR COD-CLI)       *
      *               ORG. SEQUENCIAL   -   LRECL = 40                 *
      *----------------------------------------------------------------*

       FD  ARQHSTI1
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQHSTI1             PIC X(40).

      *---------------------------------------------------------------*
      *   OUTPUT:     HISTORICO DE REJEICOES MANTIDO (NOVA GERACAO,   *
      *               MESMA ORDEM DE COD-CLI DA ENTRADA)              *
      *               ORG. SEQUENCIAL   -   LRECL = 40                *
      *---------------------------------------------------------------*

       FD  ARQHST01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQHST01             PIC X(40).

      *---------------------------------------------------------------*
      *   OUTPUT:     HISTORICO DE REJEICOES ARQUIVADO                *
      *               ORG. SEQUENCIAL   -   LRECL = 40                *
      *---------------------------------------------------------------*

       FD  ARQHSTA1
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQHSTA1             PIC X(40).

      *---------------------------------------------------------------*
      *   SORT:       EVENTOS DO CONTROLE DE RUN POR FAIXA DE DATAS,  *
      *               NA ORDEM ORIGINAL DENTRO DA FAIXA (SEQUENCIA    *
      *               DE LEITURA)                                     *
      *---------------------------------------------------------------*

       SD  ARQSORT.
       01 SORT-REGISTRO.
           05 SORT-DT-INI         PIC X(10).
           05 SORT-DT-FIM         PIC X(10).
           05 SORT-SEQUENCIA      PIC 9(009).
           05 SORT-RUN-REGISTRO   PIC X(060).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0422 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0422'.
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
       01 WRK-DATA-EXECUCAO       PIC  X(008) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    PARM DE EXECUCAO (VEJA O QUADRO NO CABECALHO)               *
      *----------------------------------------------------------------*
       01 WRK-AREA-PARM.
           03 WRK-PARM-DIAS       PIC  X(004) OCCURS 4 TIMES.
           03 WRK-PARM-LIMITE     PIC  X(002).
      *
       01 WRK-LIMITE-RECICLO      PIC  9(002) VALUE 05.
      *
      *----------------------------------------------------------------*
      *    CONTROLE DO EXPURGO POR ARQUIVO - A ORDEM DA TABELA E A     *
      *    ORDEM DO PARM E DO PROCESSAMENTO:                           *
      *    1 = ARQLOG01   2 = ARQAUD01   3 = ARQRUN01   4 = ARQHST01   *
      *----------------------------------------------------------------*
       01 WRK-TAB-DEF.
           03 FILLER              PIC  X(012) VALUE 'ARQLOG010090'.
           03 FILLER              PIC  X(012) VALUE 'ARQAUD010400'.
           03 FILLER              PIC  X(012) VALUE 'ARQRUN010180'.
           03 FILLER              PIC  X(012) VALUE 'ARQHST010365'.
       01 WRK-TAB-DEF-R REDEFINES WRK-TAB-DEF.
           03 WRK-TAB-DEF-ITEM    OCCURS 4 TIMES.
              05 WRK-DEF-ARQUIVO  PIC  X(008).
              05 WRK-DEF-DIAS     PIC  9(004).
      *
       01 WRK-TAB-EXPURGO.
           03 WRK-EXP-ITEM        OCCURS 4 TIMES.
              05 WRK-EXP-ARQUIVO  PIC  X(008).
              05 WRK-EXP-DIAS     PIC  9(004).
              05 WRK-EXP-CORTE    PIC  X(008).
              05 WRK-EXP-LIDOS    PIC  9(007).
              05 WRK-EXP-MANTIDOS PIC  9(007).
              05 WRK-EXP-ARQUIVADOS PIC 9(007).
              05 WRK-EXP-SEM-DATA PIC  9(007).
              05 WRK-EXP-DT-MENOR PIC  X(008).
              05 WRK-EXP-DT-MAIOR PIC  X(008).
      *
       77 WRK-IX-ARQ              PIC  9(001) VALUE ZEROS.
          88 WRK-IX-LOG                       VALUE 1.
          88 WRK-IX-AUD                       VALUE 2.
          88 WRK-IX-RUN                       VALUE 3.
          88 WRK-IX-HST                       VALUE 4.
      *
      *----------------------------------------------------------------*
      *    DECISAO SOBRE O REGISTRO CORRENTE (8600)                    *
      *----------------------------------------------------------------*
       01 WRK-DATA-REGISTRO       PIC  X(008) VALUE SPACES.
       01 WRK-FLAG-DESTINO        PIC  X(001) VALUE SPACES.
          88 WRK-MANTER                       VALUE 'M'.
          88 WRK-ARQUIVAR                     VALUE 'A'.
      *
      *----------------------------------------------------------------*
      *    CONTROLE DE RUN: O EVENTO LIDO DO SORT SO E DECIDIDO QUANDO *
      *    O SEGUINTE MOSTRA SE ELE E O ULTIMO DA FAIXA DE DATAS       *
      *----------------------------------------------------------------*
       01 WRK-FLAG-FIM-SORT       PIC  X(001) VALUE 'N'.
          88 WRK-FIM-SORT                     VALUE 'S'.
      *
       77 WRK-SEQ-RUN             PIC  9(009) VALUE ZEROS.
      *
       01 WRK-RUN-PENDENTE.
           03 WRK-RUN-PEND-FLAG   PIC  X(001) VALUE 'N'.
              88 WRK-TEM-RUN-PENDENTE       VALUE 'S'.
           03 WRK-RUN-PEND-DT-INI PIC  X(010) VALUE SPACES.
           03 WRK-RUN-PEND-DT-FIM PIC  X(010) VALUE SPACES.
           03 WRK-RUN-PEND-REG    PIC  X(060) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    CALCULO DA DATA DE CORTE (8700/8710): A DATA DO RUN VIRA O  *
      *    NUMERO DO DIA NO CALENDARIO JULIANO, MENOS OS DIAS DE       *
      *    RETENCAO, E VOLTA A SER DATA AAAAMMDD                       *
      *----------------------------------------------------------------*
       01 WRK-AREA-CALENDARIO.
           03 WRK-DT-CALC         PIC  9(008) VALUE ZEROS.
           03 WRK-DT-CALC-R REDEFINES WRK-DT-CALC.
              05 WRK-DT-CALC-ANO  PIC  9(004).
              05 WRK-DT-CALC-MES  PIC  9(002).
              05 WRK-DT-CALC-DIA  PIC  9(002).
           03 WRK-CAL-A           PIC  9(001) VALUE ZEROS.
           03 WRK-CAL-Y           PIC  9(005) VALUE ZEROS.
           03 WRK-CAL-M           PIC  9(002) VALUE ZEROS.
           03 WRK-CAL-T1          PIC  9(003) VALUE ZEROS.
           03 WRK-CAL-T2          PIC  9(004) VALUE ZEROS.
           03 WRK-CAL-T3          PIC  9(003) VALUE ZEROS.
           03 WRK-CAL-T4          PIC  9(002) VALUE ZEROS.
           03 WRK-CAL-B           PIC  9(003) VALUE ZEROS.
           03 WRK-CAL-C           PIC  9(006) VALUE ZEROS.
           03 WRK-CAL-D           PIC  9(004) VALUE ZEROS.
           03 WRK-CAL-E           PIC  9(003) VALUE ZEROS.
           03 WRK-CAL-JA          PIC  9(008) VALUE ZEROS.
           03 WRK-CAL-Q           PIC  9(008) VALUE ZEROS.
           03 WRK-DIA-ABS         PIC  9(007) VALUE ZEROS.
           03 WRK-DIA-HOJE        PIC  9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CONTROLE DO LOG ESTRUTURADO ARQLOG01 (8800-GRAVAR-LOG) - SO *
      *    LIGADO DEPOIS DO EXPURGO DO PROPRIO ARQLOG01 (2000); ANTES  *
      *    DISSO OS ERROS SAO APENAS EXIBIDOS NO SYSOUT                *
      *----------------------------------------------------------------*
       01 WRK-AREA-LOG.
           03 WRK-FLAG-LOG-ABERTO PIC  X(001) VALUE 'N'.
              88 WRK-LOG-OK                VALUE 'S'.
           03 WRK-LOG-DATA        PIC  X(008) VALUE SPACES.
           03 WRK-LOG-HORA        PIC  X(008) VALUE SPACES.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQLOGI1      VALUE 'LOGI1113'.
          88 WRK-CN-ARQLOG01      VALUE 'LOG01113'.
          88 WRK-CN-ARQLOGA1      VALUE 'LOGA1113'.
          88 WRK-CN-ARQAUDI1      VALUE 'AUDI1113'.
          88 WRK-CN-ARQAUD01      VALUE 'AUD01113'.
          88 WRK-CN-ARQAUDA1      VALUE 'AUDA1113'.
          88 WRK-CN-ARQRUNI1      VALUE 'RUNI1113'.
          88 WRK-CN-ARQRUN01      VALUE 'RUN01113'.
          88 WRK-CN-ARQRUNA1      VALUE 'RUNA1113'.
          88 WRK-CN-ARQHSTI1      VALUE 'HSTI1113'.
          88 WRK-CN-ARQHST01      VALUE 'HST01113'.
          88 WRK-CN-ARQHSTA1      VALUE 'HSTA1113'.

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
          05 WRK-FS-ARQLOGI1      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LOGI1-OK               VALUE '00'.
             88 WRK-FS-LOGI1-FIM              VALUE '10'.
             88 WRK-FS-LOGI1-NOVO             VALUE '05'.

          05 WRK-FS-ARQLOG01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LOG01-OK               VALUE '00'.

          05 WRK-FS-ARQLOGA1      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LOGA1-OK               VALUE '00'.

          05 WRK-FS-ARQAUDI1      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUDI1-OK               VALUE '00'.
             88 WRK-FS-AUDI1-FIM              VALUE '10'.
             88 WRK-FS-AUDI1-NOVO             VALUE '05'.

          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.

          05 WRK-FS-ARQAUDA1      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUDA1-OK               VALUE '00'.

          05 WRK-FS-ARQRUNI1      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RUNI1-OK               VALUE '00'.
             88 WRK-FS-RUNI1-FIM              VALUE '10'.
             88 WRK-FS-RUNI1-NOVO             VALUE '05'.

          05 WRK-FS-ARQRUN01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RUN01-OK               VALUE '00'.

          05 WRK-FS-ARQRUNA1      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RUNA1-OK               VALUE '00'.

          05 WRK-FS-ARQHSTI1      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HSTI1-OK               VALUE '00'.
             88 WRK-FS-HSTI1-FIM              VALUE '10'.
             88 WRK-FS-HSTI1-NOVO             VALUE '05'.

          05 WRK-FS-ARQHST01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HST01-OK               VALUE '00'.

          05 WRK-FS-ARQHSTA1      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HSTA1-OK               VALUE '00'.
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

           COPY AUD04103.
           COPY RUN04103.
           COPY HST04103.
           COPY LOG04103.
      *
      *    O REGISTRO DE LOG LIDO FICA EM AREA PROPRIA: ARQLOG01-      *
      *    REGISTRO E USADO PELOS EVENTOS DESTE RUN (8800)             *
       01 WRK-LOG-LIDO.
           03 WRK-LOG-LIDO-MSG-ID PIC  X(008).
           03 FILLER              PIC  X(001).
           03 WRK-LOG-LIDO-DATA   PIC  X(008).
           03 FILLER              PIC  X(083).
      *
      *----------------------------------------------------------------*
       01 FILLER                PIC X(050) VALUE
              'EXER0422 - FIM DA AREA DE WORKING'.
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
      *    ROTINA PRINCIPAL DO PROGRAMA                                *
      *----------------------------------------------------------------*
       0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
      *
      *    O ARQLOG01 E REGRAVADO POR ESTE PROGRAMA E NAO PODE SER     *
      *    ABERTO EM EXTEND NO INICIO COMO NOS DEMAIS: UM ERRO DAS     *
      *    ROTINAS CKRS SO APARECE NO SYSOUT E NO RETURN-CODE          *
           CALL 'CKRS1000'
           MOVE 'CKRS1000'                 TO WRK-CKRS-PROGRAMA
           PERFORM 0010-VALIDAR-RETORNO-CKRS

           CALL 'CKRS1050'
           MOVE 'CKRS1050'                 TO WRK-CKRS-PROGRAMA
           PERFORM 0010-VALIDAR-RETORNO-CKRS

           PERFORM 1000-INICIALIZAR
      *
           PERFORM 2000-EXPURGAR-ARQLOG01

           PERFORM 3000-EXPURGAR-ARQAUD01

           PERFORM 4000-EXPURGAR-ARQRUN01

           PERFORM 5000-EXPURGAR-ARQHST01
      *
           SET WRK-FIM-NORMAL TO TRUE

           PERFORM 9900-FINALIZAR
           .
      *
      *----------------------------------------------------------------*
       0000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    VALIDA O RETURN-CODE DA ULTIMA ROTINA CKRS CHAMADA E        *
      *    CANCELA PROPAGANDO O RETURN-CODE DA ROTINA PARA O JCL       *
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
              MOVE 'EXR42224'               TO ARQLOG01-MSG-ID
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

           MOVE WRK-DATA-EXECUCAO          TO WRK-DT-CALC
           PERFORM 8700-CALCULAR-DIA-ABS
           MOVE WRK-DIA-ABS                TO WRK-DIA-HOJE

           PERFORM 1010-LER-PARM

           PERFORM 1020-CALCULAR-CORTE
              VARYING WRK-IX-ARQ FROM 1 BY 1
              UNTIL WRK-IX-ARQ > 4

           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQLOGI1                TO TRUE

      *    AS ENTRADAS SAO OPTIONAL: NA PRIMEIRA EXECUCAO DA CADEIA    *
      *    UM HISTORICO PODE AINDA NAO EXISTIR                         *
           OPEN INPUT ARQLOGI1
           IF NOT WRK-FS-LOGI1-OK AND NOT WRK-FS-LOGI1-NOVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQLOG01                TO TRUE
           OPEN OUTPUT ARQLOG01
           IF NOT WRK-FS-LOG01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQLOGA1                TO TRUE
           OPEN OUTPUT ARQLOGA1
           IF NOT WRK-FS-LOGA1-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQAUDI1                TO TRUE
           OPEN INPUT ARQAUDI1
           IF NOT WRK-FS-AUDI1-OK AND NOT WRK-FS-AUDI1-NOVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQAUD01                TO TRUE
           OPEN OUTPUT ARQAUD01
           IF NOT WRK-FS-AUD01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQAUDA1                TO TRUE
           OPEN OUTPUT ARQAUDA1
           IF NOT WRK-FS-AUDA1-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQRUN01                TO TRUE
           OPEN OUTPUT ARQRUN01
           IF NOT WRK-FS-RUN01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQRUNA1                TO TRUE
           OPEN OUTPUT ARQRUNA1
           IF NOT WRK-FS-RUNA1-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQHSTI1                TO TRUE
           OPEN INPUT ARQHSTI1
           IF NOT WRK-FS-HSTI1-OK AND NOT WRK-FS-HSTI1-NOVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQHST01                TO TRUE
           OPEN OUTPUT ARQHST01
           IF NOT WRK-FS-HST01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQHSTA1                TO TRUE
           OPEN OUTPUT ARQHSTA1
           IF NOT WRK-FS-HSTA1-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PARM DO JCL (EXEC PARM=) - VEJA O QUADRO NO CABECALHO. *
      *    CAMPO EM BRANCO OU ZERADO FICA COM O DEFAULT                *
      *----------------------------------------------------------------*
       1010-LER-PARM SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                    TO WRK-AREA-PARM

           IF LK-PARM-TAM > 18
              MOVE LK-PARM-DADOS(1:18)    TO WRK-AREA-PARM
           ELSE
              IF LK-PARM-TAM > ZEROS
                 MOVE LK-PARM-DADOS(1:LK-PARM-TAM)
                                          TO WRK-AREA-PARM
              END-IF
           END-IF

           IF (WRK-PARM-DIAS (1) NOT NUMERIC
               AND WRK-PARM-DIAS (1) NOT EQUAL SPACES)
           OR (WRK-PARM-DIAS (2) NOT NUMERIC
               AND WRK-PARM-DIAS (2) NOT EQUAL SPACES)
           OR (WRK-PARM-DIAS (3) NOT NUMERIC
               AND WRK-PARM-DIAS (3) NOT EQUAL SPACES)
           OR (WRK-PARM-DIAS (4) NOT NUMERIC
               AND WRK-PARM-DIAS (4) NOT EQUAL SPACES)
           OR (WRK-PARM-LIMITE NOT NUMERIC
               AND WRK-PARM-LIMITE NOT EQUAL SPACES)
              DISPLAY '****************************************'
              DISPLAY '*  ERRO: PARM DE EXECUCAO INVALIDO      *'
              DISPLAY '*  PARM: ' WRK-AREA-PARM
                                          '            *'
              DISPLAY '* ' WRK-PROGRAMA ' CANCELADO            *'
              DISPLAY '****************************************'
              MOVE 'EXR42212'             TO ARQLOG01-MSG-ID
              SET ARQLOG01-SEV-ERRO       TO TRUE
              MOVE 'PARM DE EXECUCAO INVALIDO'
                                          TO ARQLOG01-TEXTO
              PERFORM 8800-GRAVAR-LOG
              MOVE 12                     TO RETURN-CODE
              STOP RUN
           END-IF

           IF WRK-PARM-LIMITE NUMERIC
           AND WRK-PARM-LIMITE NOT EQUAL '00'
              MOVE WRK-PARM-LIMITE        TO WRK-LIMITE-RECICLO
           END-IF
           .
      *----------------------------------------------------------------*
       1010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    DATA DE CORTE DO ARQUIVO WRK-IX-ARQ: REGISTRO COM DATA      *
      *    MENOR QUE O CORTE TEM MAIS DIAS QUE A RETENCAO              *
      *----------------------------------------------------------------*
       1020-CALCULAR-CORTE SECTION.
      *----------------------------------------------------------------*
           INITIALIZE WRK-EXP-ITEM (WRK-IX-ARQ)
           MOVE WRK-DEF-ARQUIVO (WRK-IX-ARQ)
                                          TO WRK-EXP-ARQUIVO
                                                          (WRK-IX-ARQ)
           MOVE WRK-DEF-DIAS (WRK-IX-ARQ) TO WRK-EXP-DIAS (WRK-IX-ARQ)

           IF WRK-PARM-DIAS (WRK-IX-ARQ) NUMERIC
           AND WRK-PARM-DIAS (WRK-IX-ARQ) NOT EQUAL '0000'
              MOVE WRK-PARM-DIAS (WRK-IX-ARQ)
                                          TO WRK-EXP-DIAS (WRK-IX-ARQ)
           END-IF

           COMPUTE WRK-DIA-ABS = WRK-DIA-HOJE
                               - WRK-EXP-DIAS (WRK-IX-ARQ)
           PERFORM 8710-CALCULAR-DATA
           MOVE WRK-DT-CALC               TO WRK-EXP-CORTE (WRK-IX-ARQ)
           .
      *----------------------------------------------------------------*
       1020-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    EXPURGO DO LOG ESTRUTURADO PELA DATA DO EVENTO. TERMINADA   *
      *    A COPIA, A NOVA GERACAO FICA ABERTA PARA OS EVENTOS DESTE   *
      *    RUN                                                         *
      *----------------------------------------------------------------*
       2000-EXPURGAR-ARQLOG01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-IX-LOG                 TO TRUE

           PERFORM 2800-LER-ARQLOGI1

           PERFORM 2100-TRATAR-ARQLOG01 UNTIL WRK-FS-LOGI1-FIM

           SET WRK-LOG-OK                 TO TRUE

           MOVE 'EXR42201'                TO ARQLOG01-MSG-ID
           SET ARQLOG01-SEV-INFO          TO TRUE
           MOVE 'INICIO DO PROCESSAMENTO' TO ARQLOG01-TEXTO
           PERFORM 8800-GRAVAR-LOG

           PERFORM 8650-LOGAR-EXPURGO
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2100-TRATAR-ARQLOG01 SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-LOG-LIDO-DATA         TO WRK-DATA-REGISTRO
           PERFORM 8600-DECIDIR-DESTINO

           IF WRK-ARQUIVAR
              SET WRK-CN-ARQLOGA1         TO TRUE
              SET WRK-CN-WRITE            TO TRUE
              WRITE FD-ARQLOGA1 FROM WRK-LOG-LIDO
              IF NOT WRK-FS-LOGA1-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           ELSE
              SET WRK-CN-ARQLOG01         TO TRUE
              SET WRK-CN-WRITE            TO TRUE
              WRITE FD-ARQLOG01 FROM WRK-LOG-LIDO
              IF NOT WRK-FS-LOG01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           PERFORM 2800-LER-ARQLOGI1
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2800-LER-ARQLOGI1 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQLOGI1            TO TRUE

           READ ARQLOGI1 INTO WRK-LOG-LIDO

           IF WRK-FS-LOGI1-OK
              ADD 1                       TO WRK-EXP-LIDOS (WRK-IX-ARQ)
           ELSE
              IF NOT WRK-FS-LOGI1-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    EXPURGO DO HISTORICO DE AUDITORIA PELA DATA DE EXECUCAO -   *
      *    OS REGISTROS DE UM MESMO RUN TEM A MESMA DATA E FICAM       *
      *    JUNTOS NO MESMO DESTINO. OS RESUMOS DO EXPURGO SAO          *
      *    GRAVADOS NO FIM DESTA GERACAO EM 9910                       *
      *----------------------------------------------------------------*
       3000-EXPURGAR-ARQAUD01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-IX-AUD                 TO TRUE

           PERFORM 3800-LER-ARQAUDI1

           PERFORM 3100-TRATAR-ARQAUD01 UNTIL WRK-FS-AUDI1-FIM

           PERFORM 8650-LOGAR-EXPURGO
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3100-TRATAR-ARQAUD01 SECTION.
      *----------------------------------------------------------------*
           MOVE ARQAUD01-DATA-EXECUCAO    TO WRK-DATA-REGISTRO
           PERFORM 8600-DECIDIR-DESTINO

           IF WRK-ARQUIVAR
              SET WRK-CN-ARQAUDA1         TO TRUE
              SET WRK-CN-WRITE            TO TRUE
              WRITE FD-ARQAUDA1 FROM ARQAUD01-REGISTRO
              IF NOT WRK-FS-AUDA1-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           ELSE
              SET WRK-CN-ARQAUD01         TO TRUE
              SET WRK-CN-WRITE            TO TRUE
              WRITE FD-ARQAUD01 FROM ARQAUD01-REGISTRO
              IF NOT WRK-FS-AUD01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           PERFORM 3800-LER-ARQAUDI1
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       3800-LER-ARQAUDI1 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQAUDI1            TO TRUE

           READ ARQAUDI1 INTO ARQAUD01-REGISTRO

           IF WRK-FS-AUDI1-OK
              ADD 1                       TO WRK-EXP-LIDOS (WRK-IX-ARQ)
           ELSE
              IF NOT WRK-FS-AUDI1-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    EXPURGO DO CONTROLE DE RUN PELA DATA DO EVENTO. O ULTIMO    *
      *    EVENTO DE CADA FAIXA DE DATAS NUNCA E ARQUIVADO: O SORT     *
      *    JUNTA OS EVENTOS DA FAIXA NA ORDEM EM QUE FORAM LIDOS       *
      *----------------------------------------------------------------*
       4000-EXPURGAR-ARQRUN01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-IX-RUN                 TO TRUE

           SORT ARQSORT
                ON ASCENDING KEY SORT-DT-INI
                                 SORT-DT-FIM
                                 SORT-SEQUENCIA
                INPUT  PROCEDURE IS 4100-LIBERAR-ARQRUNI1
                OUTPUT PROCEDURE IS 4200-GRAVAR-ARQRUN01

           PERFORM 8650-LOGAR-EXPURGO
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDURE DE ENTRADA DO SORT: NUMERA OS EVENTOS NA ORDEM DO *
      *    ARQUIVO E LIBERA CADA UM COM A SUA FAIXA DE DATAS           *
      *----------------------------------------------------------------*
       4100-LIBERAR-ARQRUNI1 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                TO TRUE
           SET WRK-CN-ARQRUNI1            TO TRUE

           OPEN INPUT ARQRUNI1
           IF NOT WRK-FS-RUNI1-OK AND NOT WRK-FS-RUNI1-NOVO
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 4800-LER-ARQRUNI1

           PERFORM 4110-LIBERAR-EVENTO UNTIL WRK-FS-RUNI1-FIM

           SET WRK-CN-CLOSE               TO TRUE
           SET WRK-CN-ARQRUNI1            TO TRUE

           CLOSE ARQRUNI1
           IF NOT WRK-FS-RUNI1-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       4110-LIBERAR-EVENTO SECTION.
      *----------------------------------------------------------------*
           ADD 1                          TO WRK-SEQ-RUN

           MOVE ARQRUN01-DT-INI           TO SORT-DT-INI
           MOVE ARQRUN01-DT-FIM           TO SORT-DT-FIM
           MOVE WRK-SEQ-RUN               TO SORT-SEQUENCIA
           MOVE ARQRUN01-REGISTRO         TO SORT-RUN-REGISTRO

           RELEASE SORT-REGISTRO

           PERFORM 4800-LER-ARQRUNI1
           .
      *----------------------------------------------------------------*
       4110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDURE DE SAIDA DO SORT: CADA EVENTO FICA PENDENTE ATE O *
      *    PROXIMO SER RETORNADO - SE O PROXIMO E DE OUTRA FAIXA (OU   *
      *    ACABOU O SORT), O PENDENTE E O ULTIMO DA FAIXA E E MANTIDO  *
      *    SEM OLHAR A DATA                                            *
      *----------------------------------------------------------------*
       4200-GRAVAR-ARQRUN01 SECTION.
      *----------------------------------------------------------------*
           PERFORM 4210-RETORNAR-SORT

           PERFORM 4220-TRATAR-EVENTO UNTIL WRK-FIM-SORT

           IF WRK-TEM-RUN-PENDENTE
              SET WRK-MANTER              TO TRUE
              PERFORM 8610-CONTAR-MANTIDO
              PERFORM 4300-GRAVAR-PENDENTE
           END-IF
           .
      *----------------------------------------------------------------*
       4200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       4210-RETORNAR-SORT SECTION.
      *----------------------------------------------------------------*
           RETURN ARQSORT
              AT END SET WRK-FIM-SORT     TO TRUE
           END-RETURN
           .
      *----------------------------------------------------------------*
       4210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       4220-TRATAR-EVENTO SECTION.
      *----------------------------------------------------------------*
           IF WRK-TEM-RUN-PENDENTE
              IF SORT-DT-INI EQUAL WRK-RUN-PEND-DT-INI
              AND SORT-DT-FIM EQUAL WRK-RUN-PEND-DT-FIM
                 MOVE WRK-RUN-PEND-REG    TO ARQRUN01-REGISTRO
                 MOVE ARQRUN01-DATA-EVENTO
                                          TO WRK-DATA-REGISTRO
                 PERFORM 8600-DECIDIR-DESTINO
              ELSE
                 SET WRK-MANTER           TO TRUE
                 PERFORM 8610-CONTAR-MANTIDO
              END-IF
              PERFORM 4300-GRAVAR-PENDENTE
           END-IF

           SET WRK-TEM-RUN-PENDENTE       TO TRUE
           MOVE SORT-DT-INI               TO WRK-RUN-PEND-DT-INI
           MOVE SORT-DT-FIM               TO WRK-RUN-PEND-DT-FIM
           MOVE SORT-RUN-REGISTRO         TO WRK-RUN-PEND-REG

           PERFORM 4210-RETORNAR-SORT
           .
      *----------------------------------------------------------------*
       4220-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O EVENTO PENDENTE NO DESTINO JA DECIDIDO              *
      *----------------------------------------------------------------*
       4300-GRAVAR-PENDENTE SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-RUN-PEND-REG          TO ARQRUN01-REGISTRO

           IF WRK-ARQUIVAR
              SET WRK-CN-ARQRUNA1         TO TRUE
              SET WRK-CN-WRITE            TO TRUE
              WRITE FD-ARQRUNA1 FROM ARQRUN01-REGISTRO
              IF NOT WRK-FS-RUNA1-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           ELSE
              SET WRK-CN-ARQRUN01         TO TRUE
              SET WRK-CN-WRITE            TO TRUE
              WRITE FD-ARQRUN01 FROM ARQRUN01-REGISTRO
              IF NOT WRK-FS-RUN01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       4300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       4800-LER-ARQRUNI1 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQRUNI1            TO TRUE

           READ ARQRUNI1 INTO ARQRUN01-REGISTRO

           IF WRK-FS-RUNI1-OK
              ADD 1                       TO WRK-EXP-LIDOS (WRK-IX-ARQ)
           ELSE
              IF NOT WRK-FS-RUNI1-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       4800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    EXPURGO DO HISTORICO DE REJEICOES PELA DATA DA ULTIMA       *
      *    REJEICAO. CLIENTE AINDA EM ESCALACAO (QTDE DE REJEICOES     *
      *    ACIMA DO LIMITE DE RECICLOS) E SEMPRE MANTIDO. A NOVA       *
      *    GERACAO SAI NA MESMA ORDEM DE COD-CLI EXIGIDA POR EXER0404  *
      *----------------------------------------------------------------*
       5000-EXPURGAR-ARQHST01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-IX-HST                 TO TRUE

           PERFORM 5800-LER-ARQHSTI1

           PERFORM 5100-TRATAR-ARQHST01 UNTIL WRK-FS-HSTI1-FIM

           PERFORM 8650-LOGAR-EXPURGO
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       5100-TRATAR-ARQHST01 SECTION.
      *----------------------------------------------------------------*
           IF ARQHST01-QTD-REJ NUMERIC
           AND ARQHST01-QTD-REJ GREATER THAN WRK-LIMITE-RECICLO
              SET WRK-MANTER              TO TRUE
              PERFORM 8610-CONTAR-MANTIDO
           ELSE
              MOVE ARQHST01-DT-ULTIMA     TO WRK-DATA-REGISTRO
              PERFORM 8600-DECIDIR-DESTINO
           END-IF

           IF WRK-ARQUIVAR
              SET WRK-CN-ARQHSTA1         TO TRUE
              SET WRK-CN-WRITE            TO TRUE
              WRITE FD-ARQHSTA1 FROM ARQHST01-REGISTRO
              IF NOT WRK-FS-HSTA1-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           ELSE
              SET WRK-CN-ARQHST01         TO TRUE
              SET WRK-CN-WRITE            TO TRUE
              WRITE FD-ARQHST01 FROM ARQHST01-REGISTRO
              IF NOT WRK-FS-HST01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           PERFORM 5800-LER-ARQHSTI1
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       5800-LER-ARQHSTI1 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQHSTI1            TO TRUE

           READ ARQHSTI1 INTO ARQHST01-REGISTRO

           IF WRK-FS-HSTI1-OK
              ADD 1                       TO WRK-EXP-LIDOS (WRK-IX-ARQ)
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
      *    DECIDE O DESTINO DO REGISTRO PELA DATA EM WRK-DATA-REGISTRO *
      *    (AAAAMMDD) CONTRA O CORTE DO ARQUIVO CORRENTE E SOMA NOS    *
      *    CONTADORES. DATA NAO NUMERICA MANTEM O REGISTRO             *
      *----------------------------------------------------------------*
       8600-DECIDIR-DESTINO SECTION.
      *----------------------------------------------------------------*
           IF WRK-DATA-REGISTRO NOT NUMERIC
              SET WRK-MANTER              TO TRUE
              ADD 1                    TO WRK-EXP-SEM-DATA (WRK-IX-ARQ)
              PERFORM 8610-CONTAR-MANTIDO
           ELSE
              IF WRK-DATA-REGISTRO < WRK-EXP-CORTE (WRK-IX-ARQ)
                 SET WRK-ARQUIVAR         TO TRUE
                 PERFORM 8620-CONTAR-ARQUIVADO
              ELSE
                 SET WRK-MANTER           TO TRUE
                 PERFORM 8610-CONTAR-MANTIDO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       8600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       8610-CONTAR-MANTIDO SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WRK-EXP-MANTIDOS (WRK-IX-ARQ)
           .
      *----------------------------------------------------------------*
       8610-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    SOMA O ARQUIVADO E ALARGA A FAIXA DE DATAS ARQUIVADA        *
      *----------------------------------------------------------------*
       8620-CONTAR-ARQUIVADO SECTION.
      *----------------------------------------------------------------*
           ADD 1                     TO WRK-EXP-ARQUIVADOS (WRK-IX-ARQ)

           IF WRK-EXP-DT-MENOR (WRK-IX-ARQ) EQUAL SPACES
           OR WRK-DATA-REGISTRO < WRK-EXP-DT-MENOR (WRK-IX-ARQ)
              MOVE WRK-DATA-REGISTRO   TO WRK-EXP-DT-MENOR (WRK-IX-ARQ)
           END-IF

           IF WRK-DATA-REGISTRO > WRK-EXP-DT-MAIOR (WRK-IX-ARQ)
              MOVE WRK-DATA-REGISTRO   TO WRK-EXP-DT-MAIOR (WRK-IX-ARQ)
           END-IF
           .
      *----------------------------------------------------------------*
       8620-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    REGISTRA NO LOG O RESULTADO DO EXPURGO DO ARQUIVO CORRENTE  *
      *----------------------------------------------------------------*
       8650-LOGAR-EXPURGO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-EXP-ARQUIVADOS (WRK-IX-ARQ)
                                          TO WRK-MASK-QTREG7
           MOVE 'EXR42202'                TO ARQLOG01-MSG-ID
           SET ARQLOG01-SEV-INFO          TO TRUE
           MOVE SPACES                    TO ARQLOG01-TEXTO
           STRING 'EXPURGO '              DELIMITED BY SIZE
                  WRK-EXP-ARQUIVO (WRK-IX-ARQ)
                                          DELIMITED BY SIZE
                  ' ARQUIVADOS '          DELIMITED BY SIZE
                  WRK-MASK-QTREG7         DELIMITED BY SIZE
             INTO ARQLOG01-TEXTO
           END-STRING
           PERFORM 8800-GRAVAR-LOG

           IF WRK-EXP-SEM-DATA (WRK-IX-ARQ) > ZEROS
              MOVE WRK-EXP-SEM-DATA (WRK-IX-ARQ)
                                          TO WRK-MASK-QTREG7
              MOVE 'EXR42220'             TO ARQLOG01-MSG-ID
              SET ARQLOG01-SEV-AVISO      TO TRUE
              MOVE SPACES                 TO ARQLOG01-TEXTO
              STRING WRK-EXP-ARQUIVO (WRK-IX-ARQ)
                                          DELIMITED BY SIZE
                     ' SEM DATA MANTIDOS '
                                          DELIMITED BY SIZE
                     WRK-MASK-QTREG7      DELIMITED BY SIZE
                INTO ARQLOG01-TEXTO
              END-STRING
              PERFORM 8800-GRAVAR-LOG
           END-IF
           .
      *----------------------------------------------------------------*
       8650-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONVERTE WRK-DT-CALC (AAAAMMDD) NO NUMERO DO DIA JULIANO    *
      *    EM WRK-DIA-ABS. CADA DIVISAO E FEITA NUM COMPUTE PROPRIO    *
      *    PARA TRUNCAR O QUOCIENTE NO CAMPO INTEIRO                   *
      *----------------------------------------------------------------*
       8700-CALCULAR-DIA-ABS SECTION.
      *----------------------------------------------------------------*
           COMPUTE WRK-CAL-A  = (14 - WRK-DT-CALC-MES) / 12
           COMPUTE WRK-CAL-Y  = WRK-DT-CALC-ANO + 4800 - WRK-CAL-A
           COMPUTE WRK-CAL-M  = WRK-DT-CALC-MES + (12 * WRK-CAL-A) - 3
           COMPUTE WRK-CAL-T1 = ((153 * WRK-CAL-M) + 2) / 5
           COMPUTE WRK-CAL-T2 = WRK-CAL-Y / 4
           COMPUTE WRK-CAL-T3 = WRK-CAL-Y / 100
           COMPUTE WRK-CAL-T4 = WRK-CAL-Y / 400
           COMPUTE WRK-DIA-ABS = WRK-DT-CALC-DIA + WRK-CAL-T1
                               + (365 * WRK-CAL-Y) + WRK-CAL-T2
                               - WRK-CAL-T3 + WRK-CAL-T4 - 32045
           .
      *----------------------------------------------------------------*
       8700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CAMINHO INVERSO DE 8700: O NUMERO DO DIA JULIANO EM         *
      *    WRK-DIA-ABS VOLTA A SER DATA AAAAMMDD EM WRK-DT-CALC        *
      *----------------------------------------------------------------*
       8710-CALCULAR-DATA SECTION.
      *----------------------------------------------------------------*
           COMPUTE WRK-CAL-JA = WRK-DIA-ABS + 32044
           COMPUTE WRK-CAL-B  = ((4 * WRK-CAL-JA) + 3) / 146097
           COMPUTE WRK-CAL-Q  = (146097 * WRK-CAL-B) / 4
           COMPUTE WRK-CAL-C  = WRK-CAL-JA - WRK-CAL-Q
           COMPUTE WRK-CAL-D  = ((4 * WRK-CAL-C) + 3) / 1461
           COMPUTE WRK-CAL-Q  = (1461 * WRK-CAL-D) / 4
           COMPUTE WRK-CAL-E  = WRK-CAL-C - WRK-CAL-Q
           COMPUTE WRK-CAL-M  = ((5 * WRK-CAL-E) + 2) / 153
           COMPUTE WRK-CAL-T1 = ((153 * WRK-CAL-M) + 2) / 5
           COMPUTE WRK-DT-CALC-DIA = WRK-CAL-E - WRK-CAL-T1 + 1
           COMPUTE WRK-CAL-A  = WRK-CAL-M / 10
           COMPUTE WRK-DT-CALC-MES = WRK-CAL-M + 3 - (12 * WRK-CAL-A)
           COMPUTE WRK-DT-CALC-ANO = (100 * WRK-CAL-B) + WRK-CAL-D
                                   - 4800 + WRK-CAL-A
           .
      *----------------------------------------------------------------*
       8710-99-FIM.
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

           MOVE 'EXR42210'                 TO ARQLOG01-MSG-ID
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
           SET WRK-CN-ARQLOGI1 TO TRUE.

           CLOSE ARQLOGI1.
           IF NOT WRK-FS-LOGI1-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQLOGA1 TO TRUE.

           CLOSE ARQLOGA1.
           IF NOT WRK-FS-LOGA1-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQAUDI1 TO TRUE.

           CLOSE ARQAUDI1.
           IF NOT WRK-FS-AUDI1-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

      *    RESUMO DO EXPURGO SO EM TERMINO NORMAL, NO FIM DA NOVA      *
      *    GERACAO DO ARQAUD01 - MESMA REGRA DE AUDITORIA DE EXER0410  *
           IF WRK-FIM-NORMAL
              PERFORM 9910-GRAVAR-AUDITORIA
                 VARYING WRK-IX-ARQ FROM 1 BY 1
                 UNTIL WRK-IX-ARQ > 4
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQAUD01 TO TRUE.

           CLOSE ARQAUD01.
           IF NOT WRK-FS-AUD01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQAUDA1 TO TRUE.

           CLOSE ARQAUDA1.
           IF NOT WRK-FS-AUDA1-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQRUN01 TO TRUE.

           CLOSE ARQRUN01.
           IF NOT WRK-FS-RUN01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQRUNA1 TO TRUE.

           CLOSE ARQRUNA1.
           IF NOT WRK-FS-RUNA1-OK
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

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQHSTA1 TO TRUE.

           CLOSE ARQHSTA1.
           IF NOT WRK-FS-HSTA1-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FIM-NORMAL
              MOVE 'EXR42203'              TO ARQLOG01-MSG-ID
              SET ARQLOG01-SEV-INFO        TO TRUE
              MOVE 'FIM NORMAL'            TO ARQLOG01-TEXTO
           ELSE
              MOVE 'EXR42290'              TO ARQLOG01-MSG-ID
              SET ARQLOG01-SEV-CANCEL      TO TRUE
              MOVE 'FIM ANORMAL - PROCESSAMENTO CANCELADO'
                                           TO ARQLOG01-TEXTO
           END-IF
           PERFORM 8800-GRAVAR-LOG

           SET WRK-CN-CLOSE                TO TRUE
           SET WRK-CN-ARQLOG01             TO TRUE
           MOVE 'N'                        TO WRK-FLAG-LOG-ABERTO

           CLOSE ARQLOG01
           IF NOT WRK-FS-LOG01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           DISPLAY '***************************************************'
           PERFORM 9920-EXIBIR-TOTAIS
              VARYING WRK-IX-ARQ FROM 1 BY 1
              UNTIL WRK-IX-ARQ > 4
           DISPLAY '*                                                 *'
           IF WRK-FIM-NORMAL
              DISPLAY '* ' WRK-PROGRAMA ' FIM NORMAL               *'
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
      *    GRAVA NO FIM DA NOVA GERACAO DO ARQAUD01 O RESUMO DO        *
      *    EXPURGO (TIPO 'E') DO ARQUIVO WRK-IX-ARQ: QTDE ARQUIVADA E  *
      *    MENOR/MAIOR DATA DOS REGISTROS ARQUIVADOS (EM BRANCO QUANDO *
      *    NADA FOI ARQUIVADO)                                         *
      *----------------------------------------------------------------*
       9910-GRAVAR-AUDITORIA SECTION.
      *----------------------------------------------------------------*
           INITIALIZE                        ARQAUD01-REGISTRO
           SET ARQAUD01-TIPO-EXPURGO         TO TRUE
           MOVE WRK-DATA-EXECUCAO            TO ARQAUD01-DATA-EXECUCAO
           MOVE WRK-PROGRAMA                 TO ARQAUD01-PROGRAMA
           MOVE WRK-EXP-ARQUIVO (WRK-IX-ARQ) TO ARQAUD01-EXP-ARQUIVO
           MOVE WRK-EXP-ARQUIVADOS (WRK-IX-ARQ)
                                       TO ARQAUD01-EXP-QTD-ARQUIVADOS
           MOVE WRK-EXP-DT-MENOR (WRK-IX-ARQ)
                                             TO ARQAUD01-EXP-DT-MENOR
           MOVE WRK-EXP-DT-MAIOR (WRK-IX-ARQ)
                                             TO ARQAUD01-EXP-DT-MAIOR

           SET WRK-CN-WRITE                  TO TRUE
           SET WRK-CN-ARQAUD01               TO TRUE

           WRITE FD-ARQAUD01 FROM ARQAUD01-EXPURGO

           IF NOT WRK-FS-AUD01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       9910-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       9920-EXIBIR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           DISPLAY '* ' WRK-EXP-ARQUIVO (WRK-IX-ARQ)
                   ' - RETENCAO ' WRK-EXP-DIAS (WRK-IX-ARQ)
                   ' DIAS - CORTE ' WRK-EXP-CORTE (WRK-IX-ARQ)
                                                    '  *'
           MOVE WRK-EXP-LIDOS (WRK-IX-ARQ)      TO WRK-MASK-QTREG7
           DISPLAY '*   QTDE LIDOS     : ' WRK-MASK-QTREG7
                                          '                    *'
           MOVE WRK-EXP-MANTIDOS (WRK-IX-ARQ)   TO WRK-MASK-QTREG7
           DISPLAY '*   QTDE MANTIDOS  : ' WRK-MASK-QTREG7
                                          '                    *'
           MOVE WRK-EXP-ARQUIVADOS (WRK-IX-ARQ) TO WRK-MASK-QTREG7
           DISPLAY '*   QTDE ARQUIVADOS: ' WRK-MASK-QTREG7
                                          '                    *'
           .
      *----------------------------------------------------------------*
       9920-99-FIM.
           EXIT.

          END PROGRAM EXER0422.
