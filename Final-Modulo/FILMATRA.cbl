       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILMATRA.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: LOCACOES EM ATRASO - COPIAS NAO DEVOLVIDAS APOS A
      *          DATA PREVISTA, POR SOCIO, COM OS DIAS DE ATRASO E A
      *          MULTA ACUMULADA ATE A DATA DO RELATORIO
      ******************************************************************

       ENVIRONMENT        DIVISION.
       CONFIGURATION      SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT       SECTION.
       FILE-CONTROL.
           SELECT LOCACOES-MST ASSIGN TO "..\dados\locacoes.mst"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LOC-NUMERO
              FILE STATUS IS FS-LOCACOES.

           SELECT FILMES-MST ASSIGN TO "..\dados\filmes.mst"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FLM-CODIGO
              ALTERNATE RECORD KEY IS FLM-TITULO-ANO
              FILE STATUS IS FS-FILMES.

           SELECT SOCIOS-MST ASSIGN TO "..\dados\socios.mst"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SOC-CODIGO
              FILE STATUS IS FS-SOCIOS.

           SELECT ARQ-SORT ASSIGN TO "..\dados\sortatr.tmp".

           SELECT ATRASOS ASSIGN TO "..\dados\filmes_atraso.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ATRASOS.


       DATA DIVISION.
       FILE            SECTION.
      *------------------- LOCACOES - MANTIDAS PELO FILMLOCA
       FD  LOCACOES-MST.
       01  REG-LOCACAO.
           05 LOC-NUMERO          PIC  9(006).
           05 LOC-FILME           PIC  9(005).
           05 LOC-COPIA           PIC  9(003).
           05 LOC-SOCIO           PIC  9(005).
           05 LOC-DATA-RETIRADA   PIC  9(008).
           05 LOC-DATA-PREVISTA   PIC  9(008).
           05 LOC-DATA-DEVOLUCAO  PIC  9(008).
           05 LOC-VALOR           PIC  9(003)V99.
           05 LOC-MULTA-DIA       PIC  9(003)V99.
           05 LOC-DIAS-ATRASO     PIC  9(004).
           05 LOC-MULTA           PIC  9(005)V99.
           05 LOC-SITUACAO        PIC  X(001).

      *------------------- MESTRE DE FILMES - MANTIDO PELO FILMMAINT
       FD  FILMES-MST.
       01  REG-FILME.
           05 FLM-CODIGO     PIC  9(005).
           05 FLM-TITULO-ANO.
               10 FLM-TITULO PIC  X(060).
               10 FLM-ANO    PIC  X(004).
           05 FLM-DIRETOR    PIC  X(060).

      *------------------- MESTRE DE SOCIOS - MANTIDO PELO FILMSOCI
       FD  SOCIOS-MST.
       01  REG-SOCIO.
           05 SOC-CODIGO        PIC  9(005).
           05 SOC-NOME          PIC  X(040).
           05 SOC-DOCUMENTO     PIC  X(014).
           05 SOC-TELEFONE      PIC  X(015).
           05 SOC-SITUACAO      PIC  X(001).
           05 SOC-DATA-CADASTRO PIC  9(008).
           05 SOC-QTDE-ABERTAS  PIC  9(002).

      *------------------- CLASSIFICACAO POR SOCIO E DATA PREVISTA
       SD  ARQ-SORT.
       01  REG-SORT.
           05 SRT-SOCIO         PIC  9(005).
           05 SRT-PREVISTA      PIC  9(008).
           05 SRT-LOCACAO       PIC  9(006).
           05 SRT-FILME         PIC  9(005).
           05 SRT-COPIA         PIC  9(003).
           05 SRT-DIAS          PIC  9(005).
           05 SRT-MULTA         PIC  9(007)V99.

      *------------------- RELATORIO DE SAIDA
       FD  ATRASOS.
       01  REG-RELATORIO   PIC X(080).


       WORKING-STORAGE SECTION.
      *----------------- VARIAVEL DE STATUS
       01  FS-LOCACOES     PIC 9(02) VALUE ZEROS.
       01  FS-FILMES       PIC 9(02) VALUE ZEROS.
       01  FS-SOCIOS       PIC 9(02) VALUE ZEROS.
       01  FS-ATRASOS      PIC 9(02) VALUE ZEROS.

      *----------------- DATA DO DIA
       01  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.

      *----------------- CALCULO DE DIAS CORRIDOS - DATA PARA DIA
      *----------------- SERIAL PELO CALENDARIO GREGORIANO
       01  WRK-DATA-CALC        PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC.
           05 WRK-CALC-ANO      PIC 9(004).
           05 WRK-CALC-MES      PIC 9(002).
           05 WRK-CALC-DIA      PIC 9(002).

       01  WRK-AJUSTE-ANO       PIC 9(008) VALUE ZEROS.
       01  WRK-AJUSTE-MES       PIC 9(002) VALUE ZEROS.
       01  WRK-QUOC-4           PIC 9(008) VALUE ZEROS.
       01  WRK-QUOC-100         PIC 9(008) VALUE ZEROS.
       01  WRK-QUOC-400         PIC 9(008) VALUE ZEROS.
       01  WRK-TERMO-MES        PIC 9(008) VALUE ZEROS.
       01  WRK-QUOC-MES         PIC 9(008) VALUE ZEROS.
       01  WRK-SERIAL           PIC 9(008) VALUE ZEROS.

       01  WRK-SERIAL-HOJE      PIC 9(008) VALUE ZEROS.

      *----------------- QUEBRA POR SOCIO
       01  WRK-SOCIO-ANTERIOR   PIC 9(005) VALUE ZEROS.
       01  WRK-SOCIO-QTDE       PIC 9(005) VALUE ZEROS.
       01  WRK-SOCIO-MULTA      PIC 9(007)V99 VALUE ZEROS.

      *----------------- TOTAIS GERAIS
       01  WRK-QTDE-ATRASO      PIC 9(006) VALUE ZEROS.
       01  WRK-QTDE-SOCIOS      PIC 9(006) VALUE ZEROS.
       01  WRK-TOTAL-MULTA      PIC 9(009)V99 VALUE ZEROS.

      *----------------- TITULO RESUMIDO PARA CABER NA LINHA
       01  WRK-TITULO-CURTO     PIC X(025) VALUE SPACES.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-QTDE-ED          PIC ZZZ.ZZ9.
       01  WRK-DIAS-ED          PIC ZZ.ZZ9.
       01  WRK-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-FIM-SORT        PIC X(01) VALUE 'N'.
           88 WRK-SORT-ESGOTADO          VALUE 'S'.

       01  WRK-PRIMEIRO        PIC X(01) VALUE 'S'.
           88 WRK-PRIMEIRO-REG           VALUE 'S'.


       PROCEDURE           DIVISION.
       0000-PRINCIPAL      SECTION.
             PERFORM 0100-INICIALIZAR.

      *---------- CLASSIFICAR OS ATRASOS POR SOCIO E DATA PREVISTA
             SORT ARQ-SORT ON ASCENDING KEY SRT-SOCIO
                                           SRT-PREVISTA
                                           SRT-LOCACAO
                INPUT  PROCEDURE IS 0200-SELECIONAR
                OUTPUT PROCEDURE IS 0400-IMPRIMIR.

             PERFORM 0300-FINALIZAR.

             STOP RUN.
       0000-PRINCIPAL-FIM. EXIT.


       0100-INICIALIZAR      SECTION.
              OPEN INPUT LOCACOES-MST.
              IF FS-LOCACOES NOT EQUAL 0
                  EVALUATE FS-LOCACOES
                      WHEN 35
                          DISPLAY "ARQUIVO DE LOCACOES NAO ENCONTRADO"
                      WHEN 37
                          DISPLAY "MODO DE ACESSO INVALIDO"
                      WHEN 93
                          DISPLAY "ARQUIVO EM USO POR OUTRO PROCESSO"
                      WHEN OTHER
                          DISPLAY "ERRO NA ABERTURA - STATUS "
                             FS-LOCACOES
                  END-EVALUATE
                  STOP RUN
              END-IF.

      *---------- TITULO E SOCIO SO COMPLEMENTAM A LINHA - SEM OS
      *---------- MESTRES O RELATORIO SAI APENAS COM OS CODIGOS
              OPEN INPUT FILMES-MST.
              OPEN INPUT SOCIOS-MST.

              OPEN OUTPUT ATRASOS.
              IF FS-ATRASOS NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DA SAIDA - STATUS "
                     FS-ATRASOS
                  STOP RUN
              END-IF.

              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
              MOVE WRK-DATA-HOJE TO WRK-DATA-CALC.
              PERFORM 0700-CALCULAR-SERIAL.
              MOVE WRK-SERIAL TO WRK-SERIAL-HOJE.

              MOVE SPACES TO REG-RELATORIO.
              STRING "LOCACOES EM ATRASO EM " DELIMITED SIZE
                     WRK-DATA-HOJE            DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.
              DISPLAY "-----------------------------------".

       0100-INICIAL-FIM. EXIT.


       0200-SELECIONAR       SECTION.
              MOVE ZEROS TO LOC-NUMERO.
              START LOCACOES-MST KEY IS GREATER THAN LOC-NUMERO
                  INVALID KEY
                      MOVE 10 TO FS-LOCACOES
              END-START.

              IF FS-LOCACOES NOT EQUAL 10
                  READ LOCACOES-MST NEXT RECORD
              END-IF.

              PERFORM 0210-LIBERAR-LOCACAO
                 UNTIL FS-LOCACOES EQUAL 10.

       0200-SELECIONAR-FIM. EXIT.


       0210-LIBERAR-LOCACAO SECTION.
      *---------- SO AS LOCACOES ABERTAS COM A DATA PREVISTA JA
      *---------- VENCIDA - A MULTA CORRE ATE HOJE
              IF LOC-SITUACAO EQUAL 'A'
                 AND LOC-DATA-PREVISTA < WRK-DATA-HOJE
                  MOVE LOC-DATA-PREVISTA TO WRK-DATA-CALC
                  PERFORM 0700-CALCULAR-SERIAL
                  MOVE LOC-SOCIO         TO SRT-SOCIO
                  MOVE LOC-DATA-PREVISTA TO SRT-PREVISTA
                  MOVE LOC-NUMERO        TO SRT-LOCACAO
                  MOVE LOC-FILME         TO SRT-FILME
                  MOVE LOC-COPIA         TO SRT-COPIA
                  COMPUTE SRT-DIAS = WRK-SERIAL-HOJE - WRK-SERIAL
                  COMPUTE SRT-MULTA = SRT-DIAS * LOC-MULTA-DIA
                  RELEASE REG-SORT
              END-IF.

              READ LOCACOES-MST NEXT RECORD.

       0210-LIBERAR-LOCACAO-FIM. EXIT.


       0400-IMPRIMIR         SECTION.
              MOVE 'N' TO WRK-FIM-SORT.
              MOVE 'S' TO WRK-PRIMEIRO.

              PERFORM 0410-RETORNAR-ATRASO
                 UNTIL WRK-SORT-ESGOTADO.

      *---------- FECHAR O ULTIMO SOCIO PENDENTE
              IF NOT WRK-PRIMEIRO-REG
                  PERFORM 0420-TOTALIZAR-SOCIO
              END-IF.

       0400-IMPRIMIR-FIM. EXIT.


       0410-RETORNAR-ATRASO SECTION.
              RETURN ARQ-SORT
                  AT END
                      MOVE 'S' TO WRK-FIM-SORT
                  NOT AT END
                      PERFORM 0430-IMPRIMIR-ATRASO
              END-RETURN.

       0410-RETORNAR-ATRASO-FIM. EXIT.


       0430-IMPRIMIR-ATRASO SECTION.
              IF NOT WRK-PRIMEIRO-REG
                 AND SRT-SOCIO NOT EQUAL WRK-SOCIO-ANTERIOR
                  PERFORM 0420-TOTALIZAR-SOCIO
              END-IF.

              IF WRK-PRIMEIRO-REG
                 OR SRT-SOCIO NOT EQUAL WRK-SOCIO-ANTERIOR
                  PERFORM 0440-CABECALHO-SOCIO
              END-IF.
              MOVE 'N'       TO WRK-PRIMEIRO.
              MOVE SRT-SOCIO TO WRK-SOCIO-ANTERIOR.

              MOVE SPACES TO FLM-TITULO.
              MOVE SRT-FILME TO FLM-CODIGO.
              READ FILMES-MST
                  INVALID KEY
                      MOVE "TITULO NAO CADASTRADO" TO FLM-TITULO
              END-READ.
              MOVE FLM-TITULO TO WRK-TITULO-CURTO.

              MOVE SRT-DIAS  TO WRK-DIAS-ED.
              MOVE SRT-MULTA TO WRK-VALOR-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "  "         DELIMITED SIZE
                     SRT-FILME    DELIMITED SIZE
                     "-"          DELIMITED SIZE
                     SRT-COPIA    DELIMITED SIZE
                     " "          DELIMITED SIZE
                     WRK-TITULO-CURTO DELIMITED SIZE
                     " "          DELIMITED SIZE
                     SRT-PREVISTA DELIMITED SIZE
                     WRK-DIAS-ED  DELIMITED SIZE
                     WRK-VALOR-ED DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              ADD 1         TO WRK-SOCIO-QTDE.
              ADD SRT-MULTA TO WRK-SOCIO-MULTA.
              ADD 1         TO WRK-QTDE-ATRASO.
              ADD SRT-MULTA TO WRK-TOTAL-MULTA.

       0430-IMPRIMIR-ATRASO-FIM. EXIT.


       0440-CABECALHO-SOCIO SECTION.
              MOVE SPACES TO SOC-NOME.
              MOVE SPACES TO SOC-TELEFONE.
              MOVE SRT-SOCIO TO SOC-CODIGO.
              READ SOCIOS-MST
                  INVALID KEY
                      MOVE "SOCIO NAO CADASTRADO" TO SOC-NOME
              END-READ.

              MOVE SPACES TO REG-RELATORIO.
              STRING "SOCIO "     DELIMITED SIZE
                     SRT-SOCIO    DELIMITED SIZE
                     " "          DELIMITED SIZE
                     SOC-NOME     DELIMITED SIZE
                     " "          DELIMITED SIZE
                     SOC-TELEFONE DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              ADD 1 TO WRK-QTDE-SOCIOS.

       0440-CABECALHO-SOCIO-FIM. EXIT.


       0420-TOTALIZAR-SOCIO SECTION.
              MOVE WRK-SOCIO-QTDE  TO WRK-QTDE-ED.
              MOVE WRK-SOCIO-MULTA TO WRK-VALOR-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "  COPIAS EM ATRASO " DELIMITED SIZE
                     WRK-QTDE-ED           DELIMITED SIZE
                     "  MULTA ATE HOJE "   DELIMITED SIZE
                     WRK-VALOR-ED          DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE ZEROS TO WRK-SOCIO-QTDE.
              MOVE ZEROS TO WRK-SOCIO-MULTA.

       0420-TOTALIZAR-SOCIO-FIM. EXIT.


       0700-CALCULAR-SERIAL SECTION.
      *---------- DIA SERIAL GREGORIANO - JANEIRO E FEVEREIRO CONTAM
      *---------- COMO MESES 13 E 14 DO ANO ANTERIOR, DE MODO QUE O
      *---------- DIA EXTRA DO ANO BISSEXTO CAIA NO LUGAR CERTO
              IF WRK-CALC-MES > 2
                  MOVE WRK-CALC-ANO TO WRK-AJUSTE-ANO
                  MOVE WRK-CALC-MES TO WRK-AJUSTE-MES
              ELSE
                  COMPUTE WRK-AJUSTE-ANO = WRK-CALC-ANO - 1
                  COMPUTE WRK-AJUSTE-MES = WRK-CALC-MES + 12
              END-IF.

              DIVIDE WRK-AJUSTE-ANO BY 4   GIVING WRK-QUOC-4.
              DIVIDE WRK-AJUSTE-ANO BY 100 GIVING WRK-QUOC-100.
              DIVIDE WRK-AJUSTE-ANO BY 400 GIVING WRK-QUOC-400.

              COMPUTE WRK-TERMO-MES = 153 * (WRK-AJUSTE-MES + 1).
              DIVIDE WRK-TERMO-MES BY 5 GIVING WRK-QUOC-MES.

              COMPUTE WRK-SERIAL = 365 * WRK-AJUSTE-ANO
                 + WRK-QUOC-4 - WRK-QUOC-100 + WRK-QUOC-400
                 + WRK-QUOC-MES + WRK-CALC-DIA.

       0700-CALCULAR-SERIAL-FIM. EXIT.


       0300-FINALIZAR       SECTION.
              DISPLAY "-----------------------------------".
              MOVE SPACES TO REG-RELATORIO.
              WRITE REG-RELATORIO.

              MOVE WRK-QTDE-ATRASO TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "COPIAS EM ATRASO ...... " DELIMITED SIZE
                     WRK-QTDE-ED                DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE WRK-QTDE-SOCIOS TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "SOCIOS EM ATRASO ...... " DELIMITED SIZE
                     WRK-QTDE-ED                DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE WRK-TOTAL-MULTA TO WRK-VALOR-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "MULTA ACUMULADA ....... " DELIMITED SIZE
                     WRK-VALOR-ED               DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              CLOSE LOCACOES-MST.
              IF FS-LOCACOES NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR ' FS-LOCACOES
              END-IF.

              CLOSE FILMES-MST.
              CLOSE SOCIOS-MST.

              CLOSE ATRASOS.
              IF FS-ATRASOS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR A SAIDA ' FS-ATRASOS
              END-IF.

       0300-FINALIZAR-FIM. EXIT.
