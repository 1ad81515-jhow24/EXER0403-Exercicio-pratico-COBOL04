      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0420.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0420
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   RELATORIO DE PROVAVEIS DUPLICIDADES DE      *
      *                    PESSOA ENTRE COD-CLI DIFERENTES, RODADO     *
      *                    DEPOIS DE EXER0403 SOBRE O ARQSAI01 E O     *
      *                    ARQEND01 DO DIA. O NOME E NORMALIZADO       *
      *                    (CAIXA ALTA, SEM PONTUACAO E COM UM SO      *
      *                    ESPACO ENTRE AS PALAVRAS) E O LOGRADOURO E  *
      *                    PADRONIZADO COMO EM EXER0413 (3150):        *
      *                    - SECAO 1 (ALTA CONFIANCA): MESMO NOME E    *
      *                      MESMO ENDERECO (CEP + LOGRADOURO)         *
      *                    - SECAO 2 (BAIXA CONFIANCA): MESMO NOME,    *
      *                      ENDERECOS DIFERENTES                      *
      *                    - SECAO 3 (BAIXA CONFIANCA): MESMO          *
      *                      ENDERECO, NOMES DIFERENTES                *
      *                    CADA GRUPO LISTA COD-CLI, NOME, DAT-INCL E  *
      *                    DATA-ATLZ DOS MEMBROS PARA A FUSAO PELOS    *
      *                    GESTORES DE DADOS                           *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQSAI01 (ENTRADA)                      SAI04103
      *      ARQEND01 (ENTRADA)                      END04103
      *      ARQDPN01 (TRABALHO - ORDEM DE NOME)
      *      ARQDPE01 (TRABALHO - ORDEM DE ENDERECO)
      *      ARQREL01 (SAIDA - RELATORIO 132 POS)
      *----------------------------------------------------------------*
      *    O ARQSAI01 PODE ESTAR EM QUALQUER DOS FORMATOS DE 3910-     *
      *    MONTAR-LINHA-SAIDA (CSV/PIPE/POSICIONAL): O FORMATO E       *
      *    DETECTADO PELO DELIMITADOR NA POSICAO 11, COMO EM EXER0409. *
      *    ARQSAI01 E ARQEND01 CHEGAM EM ORDEM DE COD-CLI (CURSORES    *
      *    DE EXER0403) E SAO CASADOS EM BALANCE LINE                  *
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
           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.
      *
           SELECT ARQEND01 ASSIGN      TO UT-S-ARQEND01
                      FILE STATUS      IS WRK-FS-ARQEND01.
      *
           SELECT ARQDPN01 ASSIGN      TO UT-S-ARQDPN01
                      FILE STATUS      IS WRK-FS-ARQDPN01.
      *
           SELECT ARQDPE01 ASSIGN      TO UT-S-ARQDPE01
                      FILE STATUS      IS WRK-FS-ARQDPE01.
      *
           SELECT ARQREL01 ASSIGN      TO UT-S-ARQREL01
                      FILE STATUS      IS WRK-FS-ARQREL01.
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
      *    INPUT:     EXTRATO DE CLIENTES DE EXER0403                  *
      *               ORG. SEQUENCIAL   -   LRECL = 117                *
      *----------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSAI01             PIC X(117).

      *----------------------------------------------------------------*
      *    INPUT:     EXTRATO DE ENDERECOS DE EXER0403                 *
      *               ORG. SEQUENCIAL   -   LRECL = 115                *
      *----------------------------------------------------------------*

       FD  ARQEND01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQEND01             PIC X(115).

      *---------------------------------------------------------------*
      *   TRABALHO:   CANDIDATOS EM ORDEM DE NOME NORMALIZADO         *
      *               ORG. SEQUENCIAL   -   LRECL = 158               *
      *---------------------------------------------------------------*

       FD  ARQDPN01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDPN01             PIC X(158).

      *---------------------------------------------------------------*
      *   TRABALHO:   CANDIDATOS EM ORDEM DE ENDERECO PADRONIZADO     *
      *               ORG. SEQUENCIAL   -   LRECL = 158               *
      *---------------------------------------------------------------*

       FD  ARQDPE01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDPE01             PIC X(158).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE PROVAVEIS DUPLICIDADES             *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQREL01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQREL01             PIC X(132).

      *---------------------------------------------------------------*
      *   SORT:       UM CANDIDATO POR CLIENTE/ENDERECO (O CLIENTE    *
      *               SEM ENDERECO ENTRA UMA VEZ COM CEP E            *
      *               LOGRADOURO EM BRANCO)                           *
      *---------------------------------------------------------------*

       SD  ARQSORT.
       01 SORT-REGISTRO.
           05 SORT-NOME-CHAVE     PIC X(40).
           05 SORT-CEP            PIC X(08).
           05 SORT-LOGR           PIC X(40).
           05 SORT-COD-CLI        PIC X(10).
           05 SORT-NOME           PIC X(40).
           05 SORT-DAT-INCL       PIC X(10).
           05 SORT-DATA-ATLZ      PIC X(10).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0420 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0420'.
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
           03 ACU-LIDOS-ARQSAI01  PIC  9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQEND01  PIC  9(007) VALUE ZEROS.
           03 ACU-END-SEM-CLIENTE PIC  9(007) VALUE ZEROS.
           03 ACU-CANDIDATOS      PIC  9(007) VALUE ZEROS.
           03 ACU-EXCEDENTES      PIC  9(007) VALUE ZEROS.
           03 ACU-GRUPOS-ALTA     PIC  9(007) VALUE ZEROS.
           03 ACU-CLI-ALTA        PIC  9(007) VALUE ZEROS.
           03 ACU-GRUPOS-NOME     PIC  9(007) VALUE ZEROS.
           03 ACU-CLI-NOME        PIC  9(007) VALUE ZEROS.
           03 ACU-GRUPOS-END      PIC  9(007) VALUE ZEROS.
           03 ACU-CLI-END         PIC  9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CAMPOS EXTRAIDOS DA LINHA DO ARQSAI01 - MESMA DETECCAO DE   *
      *    FORMATO E MESMAS POSICOES DE 5830-EXTRAIR-CAMPOS DE         *
      *    EXER0409                                                    *
      *----------------------------------------------------------------*
       01 WRK-LINHA-EXTRACAO      PIC  X(117) VALUE SPACES.
       01 WRK-CAMPOS-EXTRAIDOS.
           03 WRK-EXT-COD-CLI     PIC  X(010) VALUE SPACES.
           03 WRK-EXT-NOME        PIC  X(040) VALUE SPACES.
           03 WRK-EXT-DATA-ATLZ   PIC  X(010) VALUE SPACES.
           03 WRK-EXT-QTD-END     PIC  X(005) VALUE SPACES.
           03 WRK-EXT-COD-UF      PIC  X(002) VALUE SPACES.
           03 WRK-EXT-DAT-INCL    PIC  X(010) VALUE SPACES.
      *
       01 WRK-FLAG-REG-UTIL       PIC  X(001) VALUE 'N'.
          88 WRK-REG-UTIL                     VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    BALANCE LINE ARQSAI01 X ARQEND01 - HIGH-VALUES NO COD-CLI   *
      *    DO ENDERECO QUANDO O ARQEND01 ACABA                         *
      *----------------------------------------------------------------*
       01 WRK-END-COD-CLI         PIC  X(010) VALUE SPACES.
       01 WRK-SEQ-ULT-COD-CLI     PIC  X(010) VALUE LOW-VALUES.
       77 WRK-QTD-END-CLI         PIC  9(005) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    NORMALIZACAO DO NOME (2150): CAIXA ALTA, PONTUACAO VIRA     *
      *    ESPACO E AS PALAVRAS SAO REMONTADAS COM UM SO ESPACO        *
      *----------------------------------------------------------------*
       01 WRK-NOME-TRAB           PIC  X(040) VALUE SPACES.
       01 WRK-NOME-CHAVE          PIC  X(040) VALUE SPACES.
       77 WRK-IX-CAR              PIC  9(002) VALUE ZEROS.
       77 WRK-POS-CHAVE           PIC  9(002) VALUE ZEROS.
       01 WRK-FLAG-ESPACO         PIC  X(001) VALUE 'N'.
          88 WRK-ESPACO-PENDENTE              VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    LOGRADOURO PADRONIZADO (2250) - MESMA PADRONIZACAO DE       *
      *    3150-PADRONIZAR-ENDERECO DE EXER0413: CAIXA ALTA E          *
      *    ABREVIACAO DO INICIO DO LOGRADOURO EXPANDIDA                *
      *----------------------------------------------------------------*
       01 WRK-PAD-LOGR            PIC  X(040) VALUE SPACES.
       01 WRK-LOGR-EXPANDIDO      PIC  X(060) VALUE SPACES.
      *
       01 WRK-TAB-ABREV-DEF.
           03 FILLER              PIC  X(016) VALUE 'R.   3RUA       '.
           03 FILLER              PIC  X(016) VALUE 'AV.  4AVENIDA   '.
           03 FILLER              PIC  X(016) VALUE 'TV.  4TRAVESSA  '.
           03 FILLER              PIC  X(016) VALUE 'AL.  4ALAMEDA   '.
           03 FILLER              PIC  X(016) VALUE 'PC.  4PRACA     '.
           03 FILLER              PIC  X(016) VALUE 'ROD. 5RODOVIA   '.
           03 FILLER              PIC  X(016) VALUE 'EST. 5ESTRADA   '.
       01 WRK-TAB-ABREV-R REDEFINES WRK-TAB-ABREV-DEF.
           03 WRK-TAB-ABREV-ITEM  OCCURS 7 TIMES.
              05 WRK-TAB-ABREV    PIC  X(005).
              05 WRK-TAB-ABREV-TAM PIC 9(001).
              05 WRK-TAB-ABREV-EXP PIC X(010).
      *
       77 WRK-IX-ABREV            PIC  9(001) VALUE ZEROS.
       77 WRK-ABREV-TAM           PIC  9(001) VALUE ZEROS.
       01 WRK-FLAG-ABREV-ACHADA   PIC  X(001) VALUE 'N'.
          88 WRK-ABREV-ACHADA                 VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    CANDIDATO LIDO DOS ARQUIVOS DE TRABALHO (MESMO LAYOUT DO    *
      *    REGISTRO DE SORT)                                           *
      *----------------------------------------------------------------*
       01 WRK-CANDIDATO.
           03 WRK-CAND-NOME-CHAVE PIC  X(040) VALUE SPACES.
           03 WRK-CAND-ENDERECO.
              05 WRK-CAND-CEP     PIC  X(008) VALUE SPACES.
              05 WRK-CAND-LOGR    PIC  X(040) VALUE SPACES.
           03 WRK-CAND-COD-CLI    PIC  X(010) VALUE SPACES.
           03 WRK-CAND-NOME       PIC  X(040) VALUE SPACES.
           03 WRK-CAND-DAT-INCL   PIC  X(010) VALUE SPACES.
           03 WRK-CAND-DATA-ATLZ  PIC  X(010) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    GRUPO CORRENTE (MESMO NOME NAS SECOES 1 E 2, MESMO          *
      *    ENDERECO NA SECAO 3). UM GRUPO COM MAIS DE 100 CANDIDATOS   *
      *    E DADO DEGENERADO - OS EXCEDENTES SAO CONTADOS E IGNORADOS  *
      *----------------------------------------------------------------*
       01 WRK-GRP-CHAVE           PIC  X(048) VALUE SPACES.
       01 WRK-TAB-GRUPO.
           03 WRK-GRP-QTD         PIC  9(003) VALUE ZEROS.
           03 WRK-GRP-ITEM        OCCURS 100 TIMES.
              05 WRK-GRP-NOME-CHAVE PIC X(040).
              05 WRK-GRP-ENDERECO.
                 10 WRK-GRP-CEP     PIC X(008).
                 10 WRK-GRP-LOGR    PIC X(040).
              05 WRK-GRP-COD-CLI    PIC X(010).
              05 WRK-GRP-NOME       PIC X(040).
              05 WRK-GRP-DAT-INCL   PIC X(010).
              05 WRK-GRP-DATA-ATLZ  PIC X(010).
      *
       77 WRK-IX-GRP              PIC  9(003) VALUE ZEROS.
       77 WRK-IX-MEMBRO           PIC  9(003) VALUE ZEROS.
       77 WRK-IX-BUSCA            PIC  9(003) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TRECHO DO GRUPO DE NOME COM O MESMO ENDERECO (4210/4220) E  *
      *    MAIOR QTDE DE CLIENTES NUM TRECHO DE ALTA CONFIANCA - O     *
      *    GRUPO DE NOME SO VAI PARA A SECAO 2 SE TIVER MAIS CLIENTES  *
      *    DO QUE O SEU MAIOR TRECHO DE ALTA CONFIANCA                 *
      *----------------------------------------------------------------*
       77 WRK-RUN-INICIO          PIC  9(003) VALUE ZEROS.
       77 WRK-RUN-FIM             PIC  9(003) VALUE ZEROS.
       77 WRK-RUN-QTD-CLI         PIC  9(003) VALUE ZEROS.
       77 WRK-MAX-CLI-ALTA        PIC  9(003) VALUE ZEROS.
       77 WRK-QTD-CLI-GRUPO       PIC  9(003) VALUE ZEROS.
       77 WRK-QTD-NOMES           PIC  9(003) VALUE ZEROS.
       77 WRK-NUM-GRUPO           PIC  9(005) VALUE ZEROS.
       01 WRK-FLAG-CLI-REPETIDO   PIC  X(001) VALUE 'N'.
          88 WRK-CLI-REPETIDO                 VALUE 'S'.
      *
       77 WRK-SECAO               PIC  9(001) VALUE ZEROS.
          88 WRK-SECAO-ALTA                   VALUE 1.
          88 WRK-SECAO-NOME                   VALUE 2.
          88 WRK-SECAO-ENDERECO               VALUE 3.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQSAI01      VALUE 'SAI01113'.
          88 WRK-CN-ARQEND01      VALUE 'END01113'.
          88 WRK-CN-ARQDPN01      VALUE 'DPN01113'.
          88 WRK-CN-ARQDPE01      VALUE 'DPE01113'.
          88 WRK-CN-ARQREL01      VALUE 'REL01113'.

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
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
             88 WRK-FS-SAI01-FIM              VALUE '10'.

          05 WRK-FS-ARQEND01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-END01-OK               VALUE '00'.
             88 WRK-FS-END01-FIM              VALUE '10'.

          05 WRK-FS-ARQDPN01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DPN01-OK               VALUE '00'.
             88 WRK-FS-DPN01-FIM              VALUE '10'.

          05 WRK-FS-ARQDPE01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DPE01-OK               VALUE '00'.
             88 WRK-FS-DPE01-FIM              VALUE '10'.

          05 WRK-FS-ARQREL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REL01-OK               VALUE '00'.
      *
       01 WRK-FLAG-FINALIZANDO    PIC  X(001) VALUE 'N'.
          88 WRK-FINALIZANDO                  VALUE 'S'.
      *
       01 WRK-FLAG-FIM-NORMAL     PIC  X(001) VALUE 'N'.
          88 WRK-FIM-NORMAL                   VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO                                         *
      *----------------------------------------------------------------*
       01 WRK-LINHA-BRANCO        PIC  X(132) VALUE SPACES.
      *
       01 WRK-LIN-TITULO.
           03 FILLER              PIC  X(052) VALUE
              'EXER0420 - PROVAVEIS DUPLICIDADES DE CLIENTE (ARQSAI'.
           03 FILLER              PIC  X(011) VALUE '01/ARQEND01'.
           03 FILLER              PIC  X(001) VALUE ')'.
           03 FILLER              PIC  X(068) VALUE SPACES.
      *
       01 WRK-LIN-TRACO.
           03 FILLER              PIC  X(060) VALUE ALL '-'.
           03 FILLER              PIC  X(072) VALUE SPACES.
      *
       01 WRK-LIN-SECAO.
           03 WRK-LIN-SEC-TEXTO   PIC  X(090).
           03 FILLER              PIC  X(042) VALUE SPACES.
      *
       01 WRK-LIN-CABEC.
           03 FILLER              PIC  X(004) VALUE SPACES.
           03 FILLER              PIC  X(012) VALUE 'COD-CLI'.
           03 FILLER              PIC  X(042) VALUE 'NOME'.
           03 FILLER              PIC  X(012) VALUE 'DAT-INCL'.
           03 FILLER              PIC  X(012) VALUE 'DATA-ATLZ'.
           03 FILLER              PIC  X(009) VALUE 'CEP'.
           03 FILLER              PIC  X(041) VALUE
              'LOGRADOURO (PADRONIZADO)'.
      *
       01 WRK-LIN-GRUPO.
           03 FILLER              PIC  X(006) VALUE 'GRUPO '.
           03 WRK-LIN-GRP-NUM     PIC  ZZ.ZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-GRP-ROT1    PIC  X(013).
           03 WRK-LIN-GRP-CHAVE1  PIC  X(040).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-GRP-ROT2    PIC  X(013).
           03 WRK-LIN-GRP-CHAVE2  PIC  X(040).
           03 FILLER              PIC  X(010) VALUE SPACES.
      *
       01 WRK-LIN-MEMBRO.
           03 FILLER              PIC  X(004) VALUE SPACES.
           03 WRK-LIN-MBR-COD-CLI PIC  X(010).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-MBR-NOME    PIC  X(040).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-MBR-DT-INCL PIC  X(010).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-MBR-DT-ATLZ PIC  X(010).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-MBR-CEP     PIC  X(008).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 WRK-LIN-MBR-LOGR    PIC  X(040).
           03 FILLER              PIC  X(001) VALUE SPACES.
      *
       01 WRK-LIN-TOTAL.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 WRK-LIN-TOT-ROTULO  PIC  X(040).
           03 WRK-LIN-TOT-QTDE    PIC  Z.ZZZ.ZZ9.
           03 FILLER              PIC  X(081) VALUE SPACES.
      *
       77 WRK-ROTULO-NOME         PIC  X(013) VALUE 'NOME.......: '.
       77 WRK-ROTULO-CEP          PIC  X(013) VALUE 'CEP........: '.
       77 WRK-ROTULO-LOGR         PIC  X(013) VALUE 'LOGRADOURO.: '.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
      **** AREA ARQUIVO DE ENTRADA E SAIDA

           COPY END04103.
      *
      *----------------------------------------------------------------*
       01 FILLER                PIC X(050) VALUE
              'EXER0420 - FIM DA AREA DE WORKING'.
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
           CALL 'CKRS1000'
           MOVE 'CKRS1000'                 TO WRK-CKRS-PROGRAMA
           PERFORM 0010-VALIDAR-RETORNO-CKRS

           CALL 'CKRS1050'
           MOVE 'CKRS1050'                 TO WRK-CKRS-PROGRAMA
           PERFORM 0010-VALIDAR-RETORNO-CKRS

           PERFORM 1000-INICIALIZAR
      *
      *    PRIMEIRA CLASSIFICACAO: CANDIDATOS EM ORDEM DE NOME, E      *
      *    DENTRO DO NOME POR ENDERECO (SECOES 1 E 2)                  *
           SORT ARQSORT
                ON ASCENDING KEY SORT-NOME-CHAVE
                                 SORT-CEP
                                 SORT-LOGR
                                 SORT-COD-CLI
                INPUT  PROCEDURE IS 2000-MONTAR-CANDIDATOS
                GIVING ARQDPN01
      *
      *    SEGUNDA CLASSIFICACAO: OS MESMOS CANDIDATOS EM ORDEM DE     *
      *    ENDERECO, E DENTRO DO ENDERECO POR NOME (SECAO 3)           *
           SORT ARQSORT
                ON ASCENDING KEY SORT-CEP
                                 SORT-LOGR
                                 SORT-NOME-CHAVE
                                 SORT-COD-CLI
                USING  ARQDPN01
                GIVING ARQDPE01
      *
           SET WRK-SECAO-ALTA TO TRUE
           PERFORM 4000-EMITIR-SECAO-NOME

           SET WRK-SECAO-NOME TO TRUE
           PERFORM 4000-EMITIR-SECAO-NOME

           SET WRK-SECAO-ENDERECO TO TRUE
           PERFORM 5000-EMITIR-SECAO-ENDERECO

           PERFORM 6000-GRAVAR-TOTAIS
      *
           SET WRK-FIM-NORMAL TO TRUE

           PERFORM 9900-FINALIZAR
           .
      *
      *----------------------------------------------------------------*
       0000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    VALIDA O RETURN-CODE DA ULTIMA ROTINA CKRS CHAMADA. COMO    *
      *    NENHUM ARQUIVO ESTA ABERTO NESTE PONTO, O CANCELAMENTO E    *
      *    FEITO DIRETO, PROPAGANDO O RETURN-CODE DA ROTINA PARA O JCL *
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
           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQSAI01                TO TRUE

           OPEN INPUT ARQSAI01
           IF NOT WRK-FS-SAI01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQEND01                TO TRUE
           SET WRK-CN-OPEN                    TO TRUE

           OPEN INPUT ARQEND01
           IF NOT WRK-FS-END01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQREL01                TO TRUE
           SET WRK-CN-OPEN                    TO TRUE

           OPEN OUTPUT ARQREL01
           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 8900-GRAVAR-LINHA-TITULO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDURE DE ENTRADA DO PRIMEIRO SORT: CASA CADA CLIENTE    *
      *    DO ARQSAI01 COM OS SEUS ENDERECOS DO ARQEND01 E LIBERA UM   *
      *    CANDIDATO POR ENDERECO, COM NOME NORMALIZADO E LOGRADOURO   *
      *    PADRONIZADO                                                 *
      *----------------------------------------------------------------*
       2000-MONTAR-CANDIDATOS SECTION.
      *----------------------------------------------------------------*
           PERFORM 2810-OBTER-ARQSAI01
           PERFORM 2820-OBTER-ARQEND01

           PERFORM 2100-TRATAR-CLIENTE UNTIL WRK-FS-SAI01-FIM

      *    ENDERECOS QUE SOBRARAM DEPOIS DO ULTIMO CLIENTE             *
           PERFORM 2190-DESCARTAR-ENDERECO
              UNTIL WRK-END-COD-CLI EQUAL HIGH-VALUES
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2100-TRATAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           PERFORM 2150-NORMALIZAR-NOME

           PERFORM 2190-DESCARTAR-ENDERECO
              UNTIL WRK-END-COD-CLI NOT LESS WRK-EXT-COD-CLI

           MOVE ZEROS                     TO WRK-QTD-END-CLI

           PERFORM 2200-LIBERAR-ENDERECO
              UNTIL WRK-END-COD-CLI NOT EQUAL WRK-EXT-COD-CLI

      *    CLIENTE SEM ENDERECO AINDA CONCORRE PELO NOME               *
           IF WRK-QTD-END-CLI EQUAL ZEROS
              MOVE SPACES                 TO SORT-CEP
                                             SORT-LOGR
              PERFORM 2300-LIBERAR-CANDIDATO
           END-IF

           PERFORM 2810-OBTER-ARQSAI01
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CAIXA ALTA, PONTUACAO COMO ESPACO E UM SO ESPACO ENTRE AS   *
      *    PALAVRAS, SEM ESPACOS A ESQUERDA                            *
      *----------------------------------------------------------------*
       2150-NORMALIZAR-NOME SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-EXT-NOME              TO WRK-NOME-TRAB

           INSPECT WRK-NOME-TRAB
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WRK-NOME-TRAB
              CONVERTING '.,;:-/''' TO '       '

           MOVE SPACES                    TO WRK-NOME-CHAVE
           MOVE ZEROS                     TO WRK-POS-CHAVE
           MOVE 'N'                       TO WRK-FLAG-ESPACO

           PERFORM 2160-COMPACTAR-NOME
              VARYING WRK-IX-CAR FROM 1 BY 1
              UNTIL WRK-IX-CAR > 40
           .
      *----------------------------------------------------------------*
       2150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2160-COMPACTAR-NOME SECTION.
      *----------------------------------------------------------------*
           IF WRK-NOME-TRAB(WRK-IX-CAR:1) EQUAL SPACE
              IF WRK-POS-CHAVE > ZEROS
                 SET WRK-ESPACO-PENDENTE  TO TRUE
              END-IF
           ELSE
              IF WRK-ESPACO-PENDENTE
                 ADD 1                    TO WRK-POS-CHAVE
                 MOVE 'N'                 TO WRK-FLAG-ESPACO
              END-IF
              ADD 1                       TO WRK-POS-CHAVE
              MOVE WRK-NOME-TRAB(WRK-IX-CAR:1)
                TO WRK-NOME-CHAVE(WRK-POS-CHAVE:1)
           END-IF
           .
      *----------------------------------------------------------------*
       2160-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ENDERECO DE UM COD-CLI QUE NAO ESTA NO ARQSAI01             *
      *----------------------------------------------------------------*
       2190-DESCARTAR-ENDERECO SECTION.
      *----------------------------------------------------------------*
           ADD 1                          TO ACU-END-SEM-CLIENTE

           PERFORM 2820-OBTER-ARQEND01
           .
      *----------------------------------------------------------------*
       2190-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2200-LIBERAR-ENDERECO SECTION.
      *----------------------------------------------------------------*
           ADD 1                          TO WRK-QTD-END-CLI

           PERFORM 2250-PADRONIZAR-LOGRADOURO

           MOVE ARQEND01-CEP              TO SORT-CEP
           MOVE WRK-PAD-LOGR              TO SORT-LOGR
           PERFORM 2300-LIBERAR-CANDIDATO

           PERFORM 2820-OBTER-ARQEND01
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CAIXA ALTA E EXPANSAO DA ABREVIACAO DO INICIO DO            *
      *    LOGRADOURO ('R. ' -> 'RUA ' ETC) - COMO EM EXER0413         *
      *----------------------------------------------------------------*
       2250-PADRONIZAR-LOGRADOURO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQEND01-LOGRADOURO       TO WRK-PAD-LOGR

           INSPECT WRK-PAD-LOGR
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE 'N'                       TO WRK-FLAG-ABREV-ACHADA

           PERFORM 2255-EXPANDIR-ABREV
              VARYING WRK-IX-ABREV FROM 1 BY 1
              UNTIL WRK-IX-ABREV > 7
                 OR WRK-ABREV-ACHADA
           .
      *----------------------------------------------------------------*
       2250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2255-EXPANDIR-ABREV SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-TAB-ABREV-TAM (WRK-IX-ABREV)
                                          TO WRK-ABREV-TAM

           IF WRK-PAD-LOGR(1:WRK-ABREV-TAM)
              EQUAL WRK-TAB-ABREV (WRK-IX-ABREV) (1:WRK-ABREV-TAM)
              SET WRK-ABREV-ACHADA        TO TRUE

              MOVE SPACES                 TO WRK-LOGR-EXPANDIDO
              STRING WRK-TAB-ABREV-EXP (WRK-IX-ABREV)
                                          DELIMITED BY SPACE
                     ' '                  DELIMITED BY SIZE
                     WRK-PAD-LOGR(WRK-ABREV-TAM + 1:)
                                          DELIMITED BY SIZE
                INTO WRK-LOGR-EXPANDIDO
              END-STRING

              MOVE WRK-LOGR-EXPANDIDO(1:40)
                                          TO WRK-PAD-LOGR
           END-IF
           .
      *----------------------------------------------------------------*
       2255-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2300-LIBERAR-CANDIDATO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-NOME-CHAVE            TO SORT-NOME-CHAVE
           MOVE WRK-EXT-COD-CLI           TO SORT-COD-CLI
           MOVE WRK-EXT-NOME              TO SORT-NOME
           MOVE WRK-EXT-DAT-INCL          TO SORT-DAT-INCL
           MOVE WRK-EXT-DATA-ATLZ         TO SORT-DATA-ATLZ

           RELEASE SORT-REGISTRO

           ADD 1                          TO ACU-CANDIDATOS
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    OBTEM A PROXIMA LINHA UTIL DO ARQSAI01, IGNORANDO O         *
      *    CABECALHO E O TRAILER DE BATIMENTO ('TRL')                  *
      *----------------------------------------------------------------*
       2810-OBTER-ARQSAI01 SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                       TO WRK-FLAG-REG-UTIL

           PERFORM 2815-LER-ARQSAI01 UNTIL WRK-REG-UTIL
                                        OR WRK-FS-SAI01-FIM

           IF NOT WRK-FS-SAI01-FIM
              PERFORM 2830-EXTRAIR-CAMPOS
           END-IF
           .
      *----------------------------------------------------------------*
       2810-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2815-LER-ARQSAI01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQSAI01            TO TRUE

           READ ARQSAI01 INTO WRK-LINHA-EXTRACAO

           IF WRK-FS-SAI01-OK
              IF WRK-LINHA-EXTRACAO(1:3) NOT EQUAL 'COD'
              AND WRK-LINHA-EXTRACAO(1:3) NOT EQUAL 'TRL'
                 ADD 1                    TO ACU-LIDOS-ARQSAI01
                 SET WRK-REG-UTIL         TO TRUE
              END-IF
           ELSE
              IF NOT WRK-FS-SAI01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2815-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    OBTEM A PROXIMA LINHA UTIL DO ARQEND01 (O TRAILER DE        *
      *    BATIMENTO 'TRL' E IGNORADO), CONFERINDO A ORDEM             *
      *    ASCENDENTE POR COD-CLI - MESMA REGRA DE EXER0413            *
      *----------------------------------------------------------------*
       2820-OBTER-ARQEND01 SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                       TO WRK-FLAG-REG-UTIL

           PERFORM 2825-LER-ARQEND01 UNTIL WRK-REG-UTIL
                                        OR WRK-FS-END01-FIM

           IF WRK-FS-END01-FIM
              MOVE HIGH-VALUES            TO WRK-END-COD-CLI
           ELSE
              IF ARQEND01-COD-CLI LESS THAN WRK-SEQ-ULT-COD-CLI
                 DISPLAY '****************************************'
                 DISPLAY '*  ERRO: ARQEND01 FORA DE SEQUENCIA     *'
                 DISPLAY '*  ESPERADA (ASCENDENTE POR COD-CLI)    *'
                 DISPLAY '*  COD-CLI: ' ARQEND01-COD-CLI
                                                  '             *'
                 DISPLAY '* ' WRK-PROGRAMA ' CANCELADO            *'
                 DISPLAY '****************************************'
                 PERFORM 9900-FINALIZAR
              END-IF
              MOVE ARQEND01-COD-CLI       TO WRK-SEQ-ULT-COD-CLI
                                             WRK-END-COD-CLI
           END-IF
           .
      *----------------------------------------------------------------*
       2820-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       2825-LER-ARQEND01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQEND01            TO TRUE

           READ ARQEND01 INTO ARQEND01-REGISTRO

           IF WRK-FS-END01-OK
              IF ARQEND01-COD-CLI(1:3) NOT EQUAL 'TRL'
                 ADD 1                    TO ACU-LIDOS-ARQEND01
                 SET WRK-REG-UTIL         TO TRUE
              END-IF
           ELSE
              IF NOT WRK-FS-END01-FIM
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2825-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    EXTRAI OS CAMPOS DE WRK-LINHA-EXTRACAO CONFORME O FORMATO:  *
      *    DELIMITADO (';' OU '|' NA POSICAO 11) OU POSICIONAL -       *
      *    MESMAS POSICOES DE 5830-EXTRAIR-CAMPOS DE EXER0409          *
      *----------------------------------------------------------------*
       2830-EXTRAIR-CAMPOS SECTION.
      *----------------------------------------------------------------*
           IF WRK-LINHA-EXTRACAO(11:1) EQUAL ';'
           OR WRK-LINHA-EXTRACAO(11:1) EQUAL '|'
              MOVE WRK-LINHA-EXTRACAO(1:10)   TO WRK-EXT-COD-CLI
              MOVE WRK-LINHA-EXTRACAO(12:40)  TO WRK-EXT-NOME
              MOVE WRK-LINHA-EXTRACAO(53:10)  TO WRK-EXT-DATA-ATLZ
              MOVE WRK-LINHA-EXTRACAO(64:5)   TO WRK-EXT-QTD-END
              MOVE WRK-LINHA-EXTRACAO(70:2)   TO WRK-EXT-COD-UF
              MOVE WRK-LINHA-EXTRACAO(73:10)  TO WRK-EXT-DAT-INCL
           ELSE
              MOVE WRK-LINHA-EXTRACAO(1:10)   TO WRK-EXT-COD-CLI
              MOVE WRK-LINHA-EXTRACAO(11:40)  TO WRK-EXT-NOME
              MOVE WRK-LINHA-EXTRACAO(51:10)  TO WRK-EXT-DATA-ATLZ
              MOVE WRK-LINHA-EXTRACAO(61:5)   TO WRK-EXT-QTD-END
              MOVE WRK-LINHA-EXTRACAO(66:2)   TO WRK-EXT-COD-UF
              MOVE WRK-LINHA-EXTRACAO(68:10)  TO WRK-EXT-DAT-INCL
           END-IF
           .
      *----------------------------------------------------------------*
       2830-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PASSA OS CANDIDATOS EM ORDEM DE NOME (ARQDPN01) AGRUPANDO   *
      *    POR NOME NORMALIZADO. E CHAMADA DUAS VEZES: NA SECAO 1      *
      *    IMPRIME OS TRECHOS DE ALTA CONFIANCA, NA SECAO 2 OS GRUPOS  *
      *    QUE SO CASAM PELO NOME                                      *
      *----------------------------------------------------------------*
       4000-EMITIR-SECAO-NOME SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                TO TRUE
           SET WRK-CN-ARQDPN01            TO TRUE

           OPEN INPUT ARQDPN01
           IF NOT WRK-FS-DPN01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 8910-GRAVAR-LINHA-TRACO

           IF WRK-SECAO-ALTA
              MOVE 'SECAO 1 - ALTA CONFIANCA: MESMO NOME NORMALIZADO E M
      -            'ESMO ENDERECO (CEP + LOGRADOURO)'
                                          TO WRK-LIN-SEC-TEXTO
           ELSE
              MOVE 'SECAO 2 - BAIXA CONFIANCA: MESMO NOME NORMALIZADO, E
      -            'NDERECOS DIFERENTES'
                                          TO WRK-LIN-SEC-TEXTO
           END-IF
           PERFORM 8920-GRAVAR-CABEC-SECAO

           MOVE ZEROS                     TO WRK-GRP-QTD
                                             WRK-NUM-GRUPO
           MOVE SPACES                    TO WRK-GRP-CHAVE

           PERFORM 4800-LER-ARQDPN01

           PERFORM 4100-AGRUPAR-NOME UNTIL WRK-FS-DPN01-FIM

           IF WRK-GRP-QTD > ZEROS
              PERFORM 4200-FECHAR-GRUPO-NOME
           END-IF

           SET WRK-CN-CLOSE               TO TRUE
           SET WRK-CN-ARQDPN01            TO TRUE

           CLOSE ARQDPN01
           IF NOT WRK-FS-DPN01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       4100-AGRUPAR-NOME SECTION.
      *----------------------------------------------------------------*
           IF WRK-CAND-NOME-CHAVE NOT EQUAL WRK-GRP-CHAVE
              IF WRK-GRP-QTD > ZEROS
                 PERFORM 4200-FECHAR-GRUPO-NOME
              END-IF
              MOVE WRK-CAND-NOME-CHAVE    TO WRK-GRP-CHAVE
           END-IF

           PERFORM 4150-ACRESCENTAR-MEMBRO

           PERFORM 4800-LER-ARQDPN01
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GUARDA O CANDIDATO NO GRUPO CORRENTE. O EXCEDENTE NAO E     *
      *    CONTADO DE NOVO NA SEGUNDA PASSADA DO ARQDPN01 (SECAO 2)    *
      *----------------------------------------------------------------*
       4150-ACRESCENTAR-MEMBRO SECTION.
      *----------------------------------------------------------------*
           IF WRK-GRP-QTD < 100
              ADD 1                       TO WRK-GRP-QTD
              MOVE WRK-CANDIDATO          TO WRK-GRP-ITEM (WRK-GRP-QTD)
           ELSE
              IF NOT WRK-SECAO-NOME
                 ADD 1                    TO ACU-EXCEDENTES
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       4150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    FECHA O GRUPO DE NOME: DELIMITA OS TRECHOS COM O MESMO      *
      *    ENDERECO (OS CANDIDATOS DO NOME ESTAO EM ORDEM DE CEP E     *
      *    LOGRADOURO) - NA SECAO 1 CADA TRECHO COM 2 OU MAIS          *
      *    CLIENTES E IMPRESSO; NA SECAO 2 O GRUPO E IMPRESSO SE TEM   *
      *    MAIS CLIENTES DO QUE O SEU MAIOR TRECHO DE ALTA CONFIANCA.  *
      *    NOME EM BRANCO NAO FORMA GRUPO                              *
      *----------------------------------------------------------------*
       4200-FECHAR-GRUPO-NOME SECTION.
      *----------------------------------------------------------------*
           IF WRK-GRP-CHAVE NOT EQUAL SPACES
              MOVE ZEROS                  TO WRK-MAX-CLI-ALTA

              PERFORM 4210-DELIMITAR-TRECHO
                 VARYING WRK-IX-GRP FROM 1 BY 1
                 UNTIL WRK-IX-GRP > WRK-GRP-QTD

              MOVE WRK-GRP-QTD            TO WRK-RUN-FIM
              PERFORM 4220-FECHAR-TRECHO

              IF WRK-SECAO-NOME
                 PERFORM 4400-EMITIR-GRUPO-NOME
              END-IF
           END-IF

           MOVE ZEROS                     TO WRK-GRP-QTD
           .
      *----------------------------------------------------------------*
       4200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    UM NOVO ENDERECO FECHA O TRECHO ANTERIOR; DENTRO DO TRECHO  *
      *    OS CANDIDATOS ESTAO EM ORDEM DE COD-CLI, ENTAO CADA TROCA   *
      *    DE COD-CLI E MAIS UM CLIENTE                                *
      *----------------------------------------------------------------*
       4210-DELIMITAR-TRECHO SECTION.
      *----------------------------------------------------------------*
           IF WRK-IX-GRP EQUAL 1
              MOVE 1                      TO WRK-RUN-INICIO
                                             WRK-RUN-QTD-CLI
           ELSE
              IF WRK-GRP-ENDERECO (WRK-IX-GRP)
                 NOT EQUAL WRK-GRP-ENDERECO (WRK-IX-GRP - 1)
                 COMPUTE WRK-RUN-FIM = WRK-IX-GRP - 1
                 PERFORM 4220-FECHAR-TRECHO
                 MOVE WRK-IX-GRP          TO WRK-RUN-INICIO
                 MOVE 1                   TO WRK-RUN-QTD-CLI
              ELSE
                 IF WRK-GRP-COD-CLI (WRK-IX-GRP)
                    NOT EQUAL WRK-GRP-COD-CLI (WRK-IX-GRP - 1)
                    ADD 1                 TO WRK-RUN-QTD-CLI
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       4210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TRECHO COM ENDERECO INFORMADO E 2 OU MAIS CLIENTES E UM     *
      *    GRUPO DE ALTA CONFIANCA                                     *
      *----------------------------------------------------------------*
       4220-FECHAR-TRECHO SECTION.
      *----------------------------------------------------------------*
           IF WRK-RUN-QTD-CLI > 1
           AND WRK-GRP-CEP (WRK-RUN-INICIO) NOT EQUAL SPACES
              IF WRK-RUN-QTD-CLI > WRK-MAX-CLI-ALTA
                 MOVE WRK-RUN-QTD-CLI     TO WRK-MAX-CLI-ALTA
              END-IF

              IF WRK-SECAO-ALTA
                 ADD 1                    TO WRK-NUM-GRUPO
                                             ACU-GRUPOS-ALTA
                 MOVE WRK-NUM-GRUPO       TO WRK-LIN-GRP-NUM
                 MOVE WRK-ROTULO-NOME     TO WRK-LIN-GRP-ROT1
                 MOVE WRK-GRP-CHAVE       TO WRK-LIN-GRP-CHAVE1
                 MOVE WRK-ROTULO-CEP      TO WRK-LIN-GRP-ROT2
                 MOVE WRK-GRP-CEP (WRK-RUN-INICIO)
                                          TO WRK-LIN-GRP-CHAVE2
                 PERFORM 8930-GRAVAR-LINHA-GRUPO

                 PERFORM 4230-EMITIR-MEMBRO-TRECHO
                    VARYING WRK-IX-MEMBRO FROM WRK-RUN-INICIO BY 1
                    UNTIL WRK-IX-MEMBRO > WRK-RUN-FIM
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       4220-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    O MESMO CLIENTE PODE TER O ENDERECO REPETIDO NO ARQEND01 -  *
      *    SO A PRIMEIRA OCORRENCIA E IMPRESSA                         *
      *----------------------------------------------------------------*
       4230-EMITIR-MEMBRO-TRECHO SECTION.
      *----------------------------------------------------------------*
           IF WRK-IX-MEMBRO EQUAL WRK-RUN-INICIO
           OR WRK-GRP-COD-CLI (WRK-IX-MEMBRO)
              NOT EQUAL WRK-GRP-COD-CLI (WRK-IX-MEMBRO - 1)
              ADD 1                       TO ACU-CLI-ALTA
              PERFORM 8940-GRAVAR-LINHA-MEMBRO
           END-IF
           .
      *----------------------------------------------------------------*
       4230-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    SECAO 2: CONTA OS CLIENTES DISTINTOS DO GRUPO DE NOME E,    *
      *    SE HA PELO MENOS 2 E NEM TODOS ESTAO NUM MESMO TRECHO DE    *
      *    ALTA CONFIANCA, IMPRIME O GRUPO (UMA LINHA POR CLIENTE, COM *
      *    O SEU PRIMEIRO ENDERECO)                                    *
      *----------------------------------------------------------------*
       4400-EMITIR-GRUPO-NOME SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                     TO WRK-QTD-CLI-GRUPO

           PERFORM 4410-CONTAR-CLIENTE
              VARYING WRK-IX-MEMBRO FROM 1 BY 1
              UNTIL WRK-IX-MEMBRO > WRK-GRP-QTD

           IF WRK-QTD-CLI-GRUPO > 1
           AND WRK-QTD-CLI-GRUPO > WRK-MAX-CLI-ALTA
              ADD 1                       TO WRK-NUM-GRUPO
                                             ACU-GRUPOS-NOME
              MOVE WRK-NUM-GRUPO          TO WRK-LIN-GRP-NUM
              MOVE WRK-ROTULO-NOME        TO WRK-LIN-GRP-ROT1
              MOVE WRK-GRP-CHAVE          TO WRK-LIN-GRP-CHAVE1
              MOVE SPACES                 TO WRK-LIN-GRP-ROT2
                                             WRK-LIN-GRP-CHAVE2
              PERFORM 8930-GRAVAR-LINHA-GRUPO

              PERFORM 4420-EMITIR-CLIENTE-NOME
                 VARYING WRK-IX-MEMBRO FROM 1 BY 1
                 UNTIL WRK-IX-MEMBRO > WRK-GRP-QTD
           END-IF
           .
      *----------------------------------------------------------------*
       4400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       4410-CONTAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           PERFORM 4450-PROCURAR-CLIENTE

           IF NOT WRK-CLI-REPETIDO
              ADD 1                       TO WRK-QTD-CLI-GRUPO
           END-IF
           .
      *----------------------------------------------------------------*
       4410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       4420-EMITIR-CLIENTE-NOME SECTION.
      *----------------------------------------------------------------*
           PERFORM 4450-PROCURAR-CLIENTE

           IF NOT WRK-CLI-REPETIDO
              ADD 1                       TO ACU-CLI-NOME
              PERFORM 8940-GRAVAR-LINHA-MEMBRO
           END-IF
           .
      *----------------------------------------------------------------*
       4420-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    O COD-CLI DO MEMBRO CORRENTE JA APARECEU ANTES NO GRUPO?    *
      *    (DENTRO DO NOME OS CANDIDATOS ESTAO EM ORDEM DE ENDERECO,   *
      *    ENTAO AS OCORRENCIAS DE UM CLIENTE NAO SAO ADJACENTES)      *
      *----------------------------------------------------------------*
       4450-PROCURAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                       TO WRK-FLAG-CLI-REPETIDO

           PERFORM 4455-COMPARAR-CLIENTE
              VARYING WRK-IX-BUSCA FROM 1 BY 1
              UNTIL WRK-IX-BUSCA NOT LESS WRK-IX-MEMBRO
                 OR WRK-CLI-REPETIDO
           .
      *----------------------------------------------------------------*
       4450-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       4455-COMPARAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           IF WRK-GRP-COD-CLI (WRK-IX-BUSCA)
              EQUAL WRK-GRP-COD-CLI (WRK-IX-MEMBRO)
              SET WRK-CLI-REPETIDO        TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       4455-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO ARQUIVO ARQDPN01
      *----------------------------------------------------------------*
       4800-LER-ARQDPN01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQDPN01            TO TRUE

           READ ARQDPN01 INTO WRK-CANDIDATO

           IF NOT WRK-FS-DPN01-OK
           AND NOT WRK-FS-DPN01-FIM
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       4800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    SECAO 3: PASSA OS CANDIDATOS EM ORDEM DE ENDERECO           *
      *    (ARQDPE01) AGRUPANDO POR CEP + LOGRADOURO                   *
      *----------------------------------------------------------------*
       5000-EMITIR-SECAO-ENDERECO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                TO TRUE
           SET WRK-CN-ARQDPE01            TO TRUE

           OPEN INPUT ARQDPE01
           IF NOT WRK-FS-DPE01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 8910-GRAVAR-LINHA-TRACO

           MOVE 'SECAO 3 - BAIXA CONFIANCA: MESMO ENDERECO (CEP + LOGRAD
      -         'OURO), NOMES DIFERENTES'
                                          TO WRK-LIN-SEC-TEXTO
           PERFORM 8920-GRAVAR-CABEC-SECAO

           MOVE ZEROS                     TO WRK-GRP-QTD
                                             WRK-NUM-GRUPO
           MOVE SPACES                    TO WRK-GRP-CHAVE

           PERFORM 5800-LER-ARQDPE01

           PERFORM 5100-AGRUPAR-ENDERECO UNTIL WRK-FS-DPE01-FIM

           IF WRK-GRP-QTD > ZEROS
              PERFORM 5200-FECHAR-GRUPO-ENDERECO
           END-IF

           SET WRK-CN-CLOSE               TO TRUE
           SET WRK-CN-ARQDPE01            TO TRUE

           CLOSE ARQDPE01
           IF NOT WRK-FS-DPE01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       5100-AGRUPAR-ENDERECO SECTION.
      *----------------------------------------------------------------*
           IF WRK-CAND-ENDERECO NOT EQUAL WRK-GRP-CHAVE
              IF WRK-GRP-QTD > ZEROS
                 PERFORM 5200-FECHAR-GRUPO-ENDERECO
              END-IF
              MOVE WRK-CAND-ENDERECO      TO WRK-GRP-CHAVE
           END-IF

           PERFORM 4150-ACRESCENTAR-MEMBRO

           PERFORM 5800-LER-ARQDPE01
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    FECHA O GRUPO DE ENDERECO: DENTRO DELE OS CANDIDATOS ESTAO  *
      *    EM ORDEM DE NOME, ENTAO CADA TROCA DE NOME E MAIS UM NOME.  *
      *    COM 2 OU MAIS NOMES O GRUPO E IMPRESSO. ENDERECO SEM CEP    *
      *    (CLIENTE SEM ENDERECO) NAO FORMA GRUPO                      *
      *----------------------------------------------------------------*
       5200-FECHAR-GRUPO-ENDERECO SECTION.
      *----------------------------------------------------------------*
           IF WRK-GRP-CEP (1) NOT EQUAL SPACES
              MOVE 1                      TO WRK-QTD-NOMES

              PERFORM 5210-CONTAR-NOME
                 VARYING WRK-IX-GRP FROM 2 BY 1
                 UNTIL WRK-IX-GRP > WRK-GRP-QTD

              IF WRK-QTD-NOMES > 1
                 ADD 1                    TO WRK-NUM-GRUPO
                                             ACU-GRUPOS-END
                 MOVE WRK-NUM-GRUPO       TO WRK-LIN-GRP-NUM
                 MOVE WRK-ROTULO-CEP      TO WRK-LIN-GRP-ROT1
                 MOVE WRK-GRP-CEP (1)     TO WRK-LIN-GRP-CHAVE1
                 MOVE WRK-ROTULO-LOGR     TO WRK-LIN-GRP-ROT2
                 MOVE WRK-GRP-LOGR (1)    TO WRK-LIN-GRP-CHAVE2
                 PERFORM 8930-GRAVAR-LINHA-GRUPO

                 PERFORM 5220-EMITIR-MEMBRO-ENDERECO
                    VARYING WRK-IX-MEMBRO FROM 1 BY 1
                    UNTIL WRK-IX-MEMBRO > WRK-GRP-QTD
              END-IF
           END-IF

           MOVE ZEROS                     TO WRK-GRP-QTD
           .
      *----------------------------------------------------------------*
       5200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       5210-CONTAR-NOME SECTION.
      *----------------------------------------------------------------*
           IF WRK-GRP-NOME-CHAVE (WRK-IX-GRP)
              NOT EQUAL WRK-GRP-NOME-CHAVE (WRK-IX-GRP - 1)
              ADD 1                       TO WRK-QTD-NOMES
           END-IF
           .
      *----------------------------------------------------------------*
       5210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    DENTRO DO MESMO NOME OS CANDIDATOS ESTAO EM ORDEM DE        *
      *    COD-CLI - O ENDERECO REPETIDO DO MESMO CLIENTE SAI UMA VEZ  *
      *----------------------------------------------------------------*
       5220-EMITIR-MEMBRO-ENDERECO SECTION.
      *----------------------------------------------------------------*
           IF WRK-IX-MEMBRO EQUAL 1
           OR WRK-GRP-COD-CLI (WRK-IX-MEMBRO)
              NOT EQUAL WRK-GRP-COD-CLI (WRK-IX-MEMBRO - 1)
              ADD 1                       TO ACU-CLI-END
              PERFORM 8940-GRAVAR-LINHA-MEMBRO
           END-IF
           .
      *----------------------------------------------------------------*
       5220-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO ARQUIVO ARQDPE01
      *----------------------------------------------------------------*
       5800-LER-ARQDPE01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                TO TRUE
           SET WRK-CN-ARQDPE01            TO TRUE

           READ ARQDPE01 INTO WRK-CANDIDATO

           IF NOT WRK-FS-DPE01-OK
           AND NOT WRK-FS-DPE01-FIM
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       5800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       6000-GRAVAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           PERFORM 8910-GRAVAR-LINHA-TRACO

           MOVE 'GRUPOS DE ALTA CONFIANCA (SECAO 1).....:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-GRUPOS-ALTA           TO WRK-LIN-TOT-QTDE
           PERFORM 6010-GRAVAR-LINHA-TOTAL

           MOVE 'CLIENTES NOS GRUPOS DA SECAO 1.........:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-CLI-ALTA              TO WRK-LIN-TOT-QTDE
           PERFORM 6010-GRAVAR-LINHA-TOTAL

           MOVE 'GRUPOS SO POR NOME (SECAO 2)...........:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-GRUPOS-NOME           TO WRK-LIN-TOT-QTDE
           PERFORM 6010-GRAVAR-LINHA-TOTAL

           MOVE 'CLIENTES NOS GRUPOS DA SECAO 2.........:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-CLI-NOME              TO WRK-LIN-TOT-QTDE
           PERFORM 6010-GRAVAR-LINHA-TOTAL

           MOVE 'GRUPOS SO POR ENDERECO (SECAO 3).......:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-GRUPOS-END            TO WRK-LIN-TOT-QTDE
           PERFORM 6010-GRAVAR-LINHA-TOTAL

           MOVE 'CLIENTES NOS GRUPOS DA SECAO 3.........:'
                                          TO WRK-LIN-TOT-ROTULO
           MOVE ACU-CLI-END               TO WRK-LIN-TOT-QTDE
           PERFORM 6010-GRAVAR-LINHA-TOTAL
           .
      *----------------------------------------------------------------*
       6000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       6010-GRAVAR-LINHA-TOTAL SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE               TO TRUE
           SET WRK-CN-ARQREL01            TO TRUE

           WRITE FD-ARQREL01 FROM WRK-LIN-TOTAL

           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       6010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       8900-GRAVAR-LINHA-TITULO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE               TO TRUE
           SET WRK-CN-ARQREL01            TO TRUE

           WRITE FD-ARQREL01 FROM WRK-LIN-TITULO

           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       8900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       8910-GRAVAR-LINHA-TRACO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE               TO TRUE
           SET WRK-CN-ARQREL01            TO TRUE

           WRITE FD-ARQREL01 FROM WRK-LIN-TRACO

           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       8910-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TITULO DA SECAO (JA MONTADO EM WRK-LIN-SEC-TEXTO) E O       *
      *    CABECALHO DAS COLUNAS DOS MEMBROS                           *
      *----------------------------------------------------------------*
       8920-GRAVAR-CABEC-SECAO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE               TO TRUE
           SET WRK-CN-ARQREL01            TO TRUE

           WRITE FD-ARQREL01 FROM WRK-LIN-SECAO
           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQREL01 FROM WRK-LIN-CABEC
           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       8920-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       8930-GRAVAR-LINHA-GRUPO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE               TO TRUE
           SET WRK-CN-ARQREL01            TO TRUE

           WRITE FD-ARQREL01 FROM WRK-LINHA-BRANCO
           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQREL01 FROM WRK-LIN-GRUPO
           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       8930-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LINHA DO MEMBRO WRK-IX-MEMBRO DO GRUPO CORRENTE             *
      *----------------------------------------------------------------*
       8940-GRAVAR-LINHA-MEMBRO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-GRP-COD-CLI (WRK-IX-MEMBRO)
                                          TO WRK-LIN-MBR-COD-CLI
           MOVE WRK-GRP-NOME (WRK-IX-MEMBRO)
                                          TO WRK-LIN-MBR-NOME
           MOVE WRK-GRP-DAT-INCL (WRK-IX-MEMBRO)
                                          TO WRK-LIN-MBR-DT-INCL
           MOVE WRK-GRP-DATA-ATLZ (WRK-IX-MEMBRO)
                                          TO WRK-LIN-MBR-DT-ATLZ
           MOVE WRK-GRP-CEP (WRK-IX-MEMBRO)
                                          TO WRK-LIN-MBR-CEP
           MOVE WRK-GRP-LOGR (WRK-IX-MEMBRO)
                                          TO WRK-LIN-MBR-LOGR

           SET WRK-CN-WRITE               TO TRUE
           SET WRK-CN-ARQREL01            TO TRUE

           WRITE FD-ARQREL01 FROM WRK-LIN-MEMBRO

           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       8940-99-FIM.
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
           SET WRK-CN-ARQSAI01 TO TRUE.

           CLOSE ARQSAI01.
           IF NOT WRK-FS-SAI01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQEND01 TO TRUE.

           CLOSE ARQEND01.
           IF NOT WRK-FS-END01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-CLOSE TO TRUE.
           SET WRK-CN-ARQREL01 TO TRUE.

           CLOSE ARQREL01.
           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           DISPLAY '***************************************************'
           MOVE ACU-LIDOS-ARQSAI01     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE CLIENTES LIDOS    : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-LIDOS-ARQEND01     TO WRK-MASK-QTREG7
           DISPLAY '* QTDE ENDERECOS LIDOS   : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-END-SEM-CLIENTE    TO WRK-MASK-QTREG7
           DISPLAY '* QTDE END SEM CLIENTE   : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-CANDIDATOS         TO WRK-MASK-QTREG7
           DISPLAY '* QTDE CANDIDATOS        : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-EXCEDENTES         TO WRK-MASK-QTREG7
           DISPLAY '* QTDE EXCEDENTES        : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-GRUPOS-ALTA        TO WRK-MASK-QTREG7
           DISPLAY '* QTDE GRUPOS SECAO 1    : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-GRUPOS-NOME        TO WRK-MASK-QTREG7
           DISPLAY '* QTDE GRUPOS SECAO 2    : ' WRK-MASK-QTREG7
                                                    '              *'
           MOVE ACU-GRUPOS-END         TO WRK-MASK-QTREG7
           DISPLAY '* QTDE GRUPOS SECAO 3    : ' WRK-MASK-QTREG7
                                                    '              *'
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

          END PROGRAM EXER0420.
