       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILMRANK.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: TITULOS MAIS LOCADOS NO PERIODO - LOCACOES POR
      *          TITULO, DA MAIOR PARA A MENOR QUANTIDADE, COM A
      *          RECEITA DE LOCACAO E DE MULTAS DE CADA TITULO
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

           SELECT ARQ-SORT-FLM ASSIGN TO "..\dados\sortflm.tmp".

           SELECT ARQ-SORT-QTD ASSIGN TO "..\dados\sortrnk.tmp".

           SELECT FLMTOTS ASSIGN TO "..\dados\flmtots.tmp"
              FILE STATUS IS FS-FLMTOTS.

           SELECT RANKING ASSIGN TO "..\dados\filmes_ranking.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-RANKING.


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

      *------------------- CLASSIFICACAO POR TITULO
       SD  ARQ-SORT-FLM.
       01  REG-SORT-FLM.
           05 S1-FILME       PIC 9(005).
           05 S1-VALOR       PIC 9(003)V99.
           05 S1-MULTA       PIC 9(005)V99.

      *------------------- CLASSIFICACAO PELA QUANTIDADE DE LOCACOES
       SD  ARQ-SORT-QTD.
       01  REG-SORT-QTD.
           05 S2-QTDE        PIC 9(006).
           05 S2-FILME       PIC 9(005).
           05 S2-RECEITA     PIC 9(009)V99.
           05 S2-MULTAS      PIC 9(009)V99.

      *------------------- TOTAIS POR TITULO ENTRE AS CLASSIFICACOES
       FD  FLMTOTS.
       01  REG-FLMTOT.
           05 FT-QTDE        PIC 9(006).
           05 FT-FILME       PIC 9(005).
           05 FT-RECEITA     PIC 9(009)V99.
           05 FT-MULTAS      PIC 9(009)V99.

      *------------------- RELATORIO DE SAIDA
       FD  RANKING.
       01  REG-RANKING     PIC X(080).


       WORKING-STORAGE SECTION.
      *----------------- VARIAVEL DE STATUS
       01  FS-LOCACOES     PIC 9(02) VALUE ZEROS.
       01  FS-FILMES       PIC 9(02) VALUE ZEROS.
       01  FS-FLMTOTS      PIC 9(02) VALUE ZEROS.
       01  FS-RANKING      PIC 9(02) VALUE ZEROS.

      *----------------- PERIODO PELA DATA DA RETIRADA - DATA EM
      *----------------- BRANCO NAO LIMITA
       01  WRK-DATA-INICIO      PIC X(008) VALUE SPACES.
       01  WRK-DATA-FIM         PIC X(008) VALUE SPACES.
       01  WRK-DATA-REFERENCIA  PIC X(008) VALUE SPACES.

      *----------------- QUANTOS TITULOS LISTAR - BRANCO LISTA TODOS
       01  WRK-LIMITE           PIC 9(004) VALUE ZEROS.
       01  WRK-POSICAO          PIC 9(004) VALUE ZEROS.

      *----------------- QUEBRA DE CONTROLE POR TITULO
       01  WRK-FLM-ANTERIOR     PIC 9(005) VALUE ZEROS.
       01  WRK-FLM-QTDE         PIC 9(006) VALUE ZEROS.
       01  WRK-FLM-RECEITA      PIC 9(009)V99 VALUE ZEROS.
       01  WRK-FLM-MULTAS       PIC 9(009)V99 VALUE ZEROS.

      *----------------- TOTAIS GERAIS
       01  WRK-QTDE-LOCACOES    PIC 9(006) VALUE ZEROS.
       01  WRK-QTDE-TITULOS     PIC 9(006) VALUE ZEROS.
       01  WRK-TOTAL-RECEITA    PIC 9(009)V99 VALUE ZEROS.
       01  WRK-TOTAL-MULTAS     PIC 9(009)V99 VALUE ZEROS.

      *----------------- TITULO RESUMIDO PARA CABER NA LINHA
       01  WRK-TITULO-CURTO     PIC X(030) VALUE SPACES.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-POSICAO-ED       PIC ZZZ9.
       01  WRK-QTDE-ED          PIC ZZZ.ZZ9.
       01  WRK-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-MULTA-ED         PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-FIM-SORT        PIC X(01) VALUE 'N'.
           88 WRK-SORT-ESGOTADO          VALUE 'S'.

       01  WRK-PRIMEIRO        PIC X(01) VALUE 'S'.
           88 WRK-PRIMEIRO-REG           VALUE 'S'.


       PROCEDURE           DIVISION.
       0000-PRINCIPAL      SECTION.
             PERFORM 0100-INICIALIZAR.

      *---------- PRIMEIRA CLASSIFICACAO - AGRUPAR AS LOCACOES DO
      *---------- PERIODO POR TITULO E APURAR A QUANTIDADE
             SORT ARQ-SORT-FLM ON ASCENDING KEY S1-FILME
                INPUT  PROCEDURE IS 0200-SELECIONAR
                OUTPUT PROCEDURE IS 0400-TOTALIZAR-TITULO.

      *---------- SEGUNDA CLASSIFICACAO - TITULOS PELA QUANTIDADE,
      *---------- DO MAIS LOCADO PARA O MENOS LOCADO
             SORT ARQ-SORT-QTD ON DESCENDING KEY S2-QTDE
                               ON DESCENDING KEY S2-RECEITA
                               ON ASCENDING  KEY S2-FILME
                USING FLMTOTS
                OUTPUT PROCEDURE IS 0500-IMPRIMIR-RANKING.

             PERFORM 0300-FINALIZAR.

             STOP RUN.
       0000-PRINCIPAL-FIM. EXIT.


       0100-INICIALIZAR      SECTION.
              DISPLAY "DATA INICIAL (AAAAMMDD OU BRANCO) ".
              ACCEPT WRK-DATA-INICIO.
              DISPLAY "DATA FINAL (AAAAMMDD OU BRANCO) ".
              ACCEPT WRK-DATA-FIM.
              DISPLAY "QUANTOS TITULOS LISTAR (BRANCO = TODOS) ".
              ACCEPT WRK-LIMITE.

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

      *---------- O TITULO SO COMPLEMENTA A LINHA - SEM O MESTRE O
      *---------- RELATORIO SAI APENAS COM OS CODIGOS
              OPEN INPUT FILMES-MST.

              OPEN OUTPUT RANKING.
              IF FS-RANKING NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DA SAIDA - STATUS "
                     FS-RANKING
                  STOP RUN
              END-IF.

              MOVE SPACES TO REG-RANKING.
              STRING "TITULOS MAIS LOCADOS - PERIODO " DELIMITED SIZE
                     WRK-DATA-INICIO DELIMITED SIZE
                     " A "           DELIMITED SIZE
                     WRK-DATA-FIM    DELIMITED SIZE
                     INTO REG-RANKING.
              WRITE REG-RANKING.
              DISPLAY REG-RANKING.
              MOVE SPACES TO REG-RANKING.
              STRING " POS  CODIGO TITULO                        "
                     DELIMITED SIZE
                     "  QTDE        RECEITA      MULTAS"
                     DELIMITED SIZE
                     INTO REG-RANKING.
              WRITE REG-RANKING.
              DISPLAY REG-RANKING.

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
      *---------- CONTA A RETIRADA DENTRO DO PERIODO, DEVOLVIDA OU
      *---------- NAO - A MULTA SO EXISTE DEPOIS DA DEVOLUCAO
              MOVE LOC-DATA-RETIRADA TO WRK-DATA-REFERENCIA.
              IF (WRK-DATA-INICIO EQUAL SPACES
                  OR WRK-DATA-REFERENCIA >= WRK-DATA-INICIO)
                 AND (WRK-DATA-FIM EQUAL SPACES
                  OR WRK-DATA-REFERENCIA <= WRK-DATA-FIM)
                  MOVE LOC-FILME TO S1-FILME
                  MOVE LOC-VALOR TO S1-VALOR
                  MOVE LOC-MULTA TO S1-MULTA
                  RELEASE REG-SORT-FLM
              END-IF.

              READ LOCACOES-MST NEXT RECORD.

       0210-LIBERAR-LOCACAO-FIM. EXIT.


       0400-TOTALIZAR-TITULO SECTION.
      *---------- QUEBRA POR TITULO - GRAVAR A QUANTIDADE DE CADA UM
      *---------- NO ARQUIVO INTERMEDIARIO PARA A SEGUNDA
      *---------- CLASSIFICACAO
              OPEN OUTPUT FLMTOTS.
              IF FS-FLMTOTS NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DO INTERMEDIARIO "
                     FS-FLMTOTS
                  STOP RUN
              END-IF.

              MOVE 'N' TO WRK-FIM-SORT.
              MOVE 'S' TO WRK-PRIMEIRO.

              PERFORM 0410-RETORNAR-LOCACAO
                 UNTIL WRK-SORT-ESGOTADO.

      *---------- GRAVAR A ULTIMA QUEBRA PENDENTE
              IF NOT WRK-PRIMEIRO-REG
                  PERFORM 0420-GRAVAR-TITULO
              END-IF.

              CLOSE FLMTOTS.

       0400-TOTALIZAR-TITULO-FIM. EXIT.


       0410-RETORNAR-LOCACAO SECTION.
              RETURN ARQ-SORT-FLM
                  AT END
                      MOVE 'S' TO WRK-FIM-SORT
                  NOT AT END
                      PERFORM 0430-ACUMULAR-TITULO
              END-RETURN.

       0410-RETORNAR-LOCACAO-FIM. EXIT.


       0430-ACUMULAR-TITULO SECTION.
              IF NOT WRK-PRIMEIRO-REG
                 AND S1-FILME NOT EQUAL WRK-FLM-ANTERIOR
                  PERFORM 0420-GRAVAR-TITULO
              END-IF.

              MOVE 'N'      TO WRK-PRIMEIRO.
              MOVE S1-FILME TO WRK-FLM-ANTERIOR.
              ADD 1         TO WRK-FLM-QTDE.
              ADD S1-VALOR  TO WRK-FLM-RECEITA.
              ADD S1-MULTA  TO WRK-FLM-MULTAS.

       0430-ACUMULAR-TITULO-FIM. EXIT.


       0420-GRAVAR-TITULO SECTION.
              MOVE WRK-FLM-QTDE     TO FT-QTDE.
              MOVE WRK-FLM-ANTERIOR TO FT-FILME.
              MOVE WRK-FLM-RECEITA  TO FT-RECEITA.
              MOVE WRK-FLM-MULTAS   TO FT-MULTAS.
              WRITE REG-FLMTOT.

              MOVE ZEROS TO WRK-FLM-QTDE.
              MOVE ZEROS TO WRK-FLM-RECEITA.
              MOVE ZEROS TO WRK-FLM-MULTAS.

       0420-GRAVAR-TITULO-FIM. EXIT.


       0500-IMPRIMIR-RANKING SECTION.
              MOVE 'N' TO WRK-FIM-SORT.
              PERFORM 0510-RETORNAR-TITULO
                 UNTIL WRK-SORT-ESGOTADO.

       0500-IMPRIMIR-RANKING-FIM. EXIT.


       0510-RETORNAR-TITULO SECTION.
              RETURN ARQ-SORT-QTD
                  AT END
                      MOVE 'S' TO WRK-FIM-SORT
                  NOT AT END
                      PERFORM 0520-IMPRIMIR-LINHA
              END-RETURN.

       0510-RETORNAR-TITULO-FIM. EXIT.


       0520-IMPRIMIR-LINHA SECTION.
      *---------- OS TOTAIS CONTAM TODOS OS TITULOS - O LIMITE SO
      *---------- RESTRINGE AS LINHAS IMPRESSAS
              ADD 1          TO WRK-POSICAO.
              ADD 1          TO WRK-QTDE-TITULOS.
              ADD S2-QTDE    TO WRK-QTDE-LOCACOES.
              ADD S2-RECEITA TO WRK-TOTAL-RECEITA.
              ADD S2-MULTAS  TO WRK-TOTAL-MULTAS.

              IF WRK-LIMITE EQUAL ZEROS
                 OR WRK-POSICAO NOT GREATER THAN WRK-LIMITE
                  MOVE SPACES TO FLM-TITULO
                  MOVE S2-FILME TO FLM-CODIGO
                  READ FILMES-MST
                      INVALID KEY
                          MOVE "TITULO NAO CADASTRADO" TO FLM-TITULO
                  END-READ
                  MOVE FLM-TITULO  TO WRK-TITULO-CURTO
                  MOVE WRK-POSICAO TO WRK-POSICAO-ED
                  MOVE S2-QTDE     TO WRK-QTDE-ED
                  MOVE S2-RECEITA  TO WRK-VALOR-ED
                  MOVE S2-MULTAS   TO WRK-MULTA-ED
                  MOVE SPACES TO REG-RANKING
                  STRING WRK-POSICAO-ED   DELIMITED SIZE
                         "  "             DELIMITED SIZE
                         S2-FILME         DELIMITED SIZE
                         " "              DELIMITED SIZE
                         WRK-TITULO-CURTO DELIMITED SIZE
                         WRK-QTDE-ED      DELIMITED SIZE
                         WRK-VALOR-ED     DELIMITED SIZE
                         WRK-MULTA-ED     DELIMITED SIZE
                         INTO REG-RANKING
                  WRITE REG-RANKING
                  DISPLAY REG-RANKING
              END-IF.

       0520-IMPRIMIR-LINHA-FIM. EXIT.


       0300-FINALIZAR       SECTION.
              DISPLAY "-----------------------------------".
              MOVE SPACES TO REG-RANKING.
              WRITE REG-RANKING.

              MOVE WRK-QTDE-TITULOS TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RANKING.
              STRING "TITULOS LOCADOS ....... " DELIMITED SIZE
                     WRK-QTDE-ED                DELIMITED SIZE
                     INTO REG-RANKING.
              WRITE REG-RANKING.
              DISPLAY REG-RANKING.

              MOVE WRK-QTDE-LOCACOES TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RANKING.
              STRING "LOCACOES NO PERIODO ... " DELIMITED SIZE
                     WRK-QTDE-ED                DELIMITED SIZE
                     INTO REG-RANKING.
              WRITE REG-RANKING.
              DISPLAY REG-RANKING.

              MOVE WRK-TOTAL-RECEITA TO WRK-VALOR-ED.
              MOVE SPACES TO REG-RANKING.
              STRING "RECEITA DE LOCACAO .... " DELIMITED SIZE
                     WRK-VALOR-ED               DELIMITED SIZE
                     INTO REG-RANKING.
              WRITE REG-RANKING.
              DISPLAY REG-RANKING.

              MOVE WRK-TOTAL-MULTAS TO WRK-VALOR-ED.
              MOVE SPACES TO REG-RANKING.
              STRING "MULTAS COBRADAS ....... " DELIMITED SIZE
                     WRK-VALOR-ED               DELIMITED SIZE
                     INTO REG-RANKING.
              WRITE REG-RANKING.
              DISPLAY REG-RANKING.

              CLOSE LOCACOES-MST.
              IF FS-LOCACOES NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR ' FS-LOCACOES
              END-IF.

              CLOSE FILMES-MST.

              CLOSE RANKING.
              IF FS-RANKING NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR A SAIDA ' FS-RANKING
              END-IF.

       0300-FINALIZAR-FIM. EXIT.
