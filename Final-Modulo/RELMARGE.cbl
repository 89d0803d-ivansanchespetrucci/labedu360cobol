       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMARGE.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: LUCRO BRUTO REAL DAS VENDAS - VALOR VENDIDO CONTRA O
      *          CUSTO DE AQUISICAO MAIS RECONDICIONAMENTO, POR VEICULO,
      *          POR FILIAL E POR MES, COM OS VEICULOS EM ESTOQUE CUJO
      *          CUSTO JA PASSOU DO PRECO DE TABELA
      ******************************************************************

       ENVIRONMENT        DIVISION.
       CONFIGURATION      SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT       SECTION.
       FILE-CONTROL.
           SELECT AMBIENTE ASSIGN TO "D:\temp\Cobol\ambiente.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-AMBIENTE.

           SELECT VENDAS ASSIGN USING WRK-ARQ-VENDAS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-VENDAS.

           SELECT CARROS ASSIGN USING WRK-ARQ-CARROS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS REG-CODIGO
              ALTERNATE RECORD KEY IS REG-FABR WITH DUPLICATES
              FILE STATUS IS FS-CARROS.

           SELECT CUSTOS ASSIGN USING WRK-ARQ-CUSTOS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CUS-CHAVE
              FILE STATUS IS FS-CUSTOS.

           SELECT ARQ-SORT ASSIGN USING WRK-ARQ-SORT.

           SELECT REPORT-MARGE ASSIGN USING WRK-ARQ-REPORT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORT.


       DATA DIVISION.
       FILE            SECTION.
      *------------------- PARAMETRO DE AMBIENTE - NOME E DIRETORIO
      *------------------- DOS DADOS, UM UNICO ARQUIVO PARA A SUITE
       FD  AMBIENTE.
       01  REG-AMBIENTE.
           05 AMB-NOME       PIC  X(010).
           05 AMB-DIR        PIC  X(040).

      *------------------- LAYOUT DO HISTORICO DE VENDAS
       FD  VENDAS.
       01  REG-VENDA.
           05 VND-CODIGO        PIC  X(003).
           05 VND-FABR          PIC  X(010).
           05 VND-MODELO        PIC  X(015).
           05 VND-ANO-MODELO    PIC  9(004).
           05 VND-COR           PIC  X(010).
           05 VND-CHASSI        PIC  X(017).
           05 VND-VALOR-TABELA  PIC  9(006)V99.
           05 VND-VALOR-VENDA   PIC  9(006)V99.
           05 VND-DATA-VENDA    PIC  9(008).
           05 VND-DATA-VENDA-R REDEFINES VND-DATA-VENDA.
              10 VND-MES-VENDA  PIC  9(006).
              10 FILLER         PIC  9(002).
           05 VND-CLIENTE       PIC  X(030).
           05 VND-OPERADOR      PIC  X(008).
           05 VND-CLI-CODIGO    PIC  X(005).
           05 VND-RECIBO        PIC  9(006).
           05 VND-TROCA-CODIGO  PIC  X(003).
           05 VND-TROCA-VALOR   PIC  9(006)V99.
           05 VND-CTB-FLAG      PIC  X(001).
           05 VND-FILIAL        PIC  X(002).
           05 VND-ESTORNO       PIC  X(001).
           05 VND-DATA-ESTORNO  PIC  9(008).
           05 VND-FORMA-PAGTO   PIC  X(001).
           05 VND-ENTRADA       PIC  9(006)V99.
           05 VND-QTDE-PARCELAS PIC  9(003).

      *------------------- LAYOUT - 78 POSICOES
       FD  CARROS.
       01  REG-DADOS.
           05 REG-CODIGO       PIC  X(003).
           05 REG-FABR         PIC  X(010).
           05 REG-MODELO       PIC  X(015).
           05 REG-VALOR        PIC  9(006)V99.
           05 REG-ANO-MODELO   PIC  9(004).
           05 REG-COR          PIC  X(010).
           05 REG-CHASSI       PIC  X(017).
           05 REG-SITUACAO     PIC  X(001).
           05 REG-DATA-ENTRADA PIC  9(008).
           05 REG-FILIAL       PIC  X(002).

      *------------------- CUSTO DO VEICULO - CHAVE CODIGO + CHASSI,
      *------------------- QUE O CODIGO VOLTA A SER USADO DEPOIS DO
      *------------------- EXPURGO. ORIGEM 'C' COMPRA, 'T' TROCA
       FD  CUSTOS.
       01  REG-CUSTO.
           05 CUS-CHAVE.
              10 CUS-CODIGO    PIC  X(003).
              10 CUS-CHASSI    PIC  X(017).
           05 CUS-ORIGEM       PIC  X(001).
           05 CUS-FORNECEDOR   PIC  X(030).
           05 CUS-DOCUMENTO    PIC  X(014).
           05 CUS-DATA-COMPRA  PIC  9(008).
           05 CUS-VALOR-COMPRA PIC  9(006)V99.
           05 CUS-RECIBO-TROCA PIC  9(006).
           05 CUS-TOTAL-RECOND PIC  9(007)V99.
           05 CUS-QTDE-RECOND  PIC  9(003).
           05 CUS-OPERADOR     PIC  X(008).

      *------------------- REGISTRO DE CLASSIFICACAO
       SD  ARQ-SORT.
       01  REG-SORT.
           05 SRT-FILIAL     PIC  X(002).
           05 SRT-MES        PIC  9(006).
           05 SRT-RECIBO     PIC  9(006).
           05 SRT-CODIGO     PIC  X(003).
           05 SRT-FABR       PIC  X(010).
           05 SRT-MODELO     PIC  X(015).
           05 SRT-VENDA      PIC  9(006)V99.
           05 SRT-CUSTO      PIC  9(007)V99.
           05 SRT-TEM-CUSTO  PIC  X(001).

      *------------------- LAYOUT DO RELATORIO DE SAIDA
       FD  REPORT-MARGE.
       01  REG-RELATORIO   PIC  X(080).


       WORKING-STORAGE SECTION.
      *----------------- PARAMETRO DE AMBIENTE E CAMINHOS
      *----------------- RESOLVIDOS DOS ARQUIVOS
       01  FS-AMBIENTE     PIC 9(02) VALUE ZEROS.
       01  WRK-AMB-NOME    PIC X(010) VALUE "PADRAO".
       01  WRK-AMB-DIR     PIC X(040) VALUE SPACES.
       01  WRK-ARQ-VENDAS  PIC X(060)
           VALUE "D:\temp\Cobol\dados\vendas.txt".
       01  WRK-ARQ-CARROS  PIC X(060)
           VALUE "D:\temp\Cobol\dados\carros.txt".
       01  WRK-ARQ-CUSTOS  PIC X(060)
           VALUE "D:\temp\Cobol\dados\custos.txt".
       01  WRK-ARQ-SORT    PIC X(060)
           VALUE "D:\temp\Cobol\sortmarg.tmp".
       01  WRK-ARQ-REPORT  PIC X(060)
           VALUE "D:\temp\Cobol\relmarge.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-VENDAS       PIC 9(02) VALUE ZEROS.
       01  FS-CARROS       PIC 9(02) VALUE ZEROS.
       01  FS-CUSTOS       PIC 9(02) VALUE ZEROS.
       01  FS-REPORT       PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-VALOR-ED     PIC ZZZ.ZZ9,99.
       01  WRK-CUSTO-ED     PIC Z.ZZZ.ZZ9,99.
       01  WRK-LUCRO-ED     PIC -Z.ZZZ.ZZ9,99.
       01  WRK-TOTAL-ED     PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-LIQUIDO-ED   PIC -ZZZ.ZZZ.ZZ9,99.
       01  WRK-QTDE-ED      PIC ZZ.ZZ9.
       01  WRK-PERC-ED      PIC -ZZ9,9.
       01  WRK-TITULO-ED    PIC X(020).

      *----------------- FAIXA DE MESES PEDIDA - BRANCO NAO LIMITA
       01  WRK-MES-INICIO       PIC X(006) VALUE SPACES.
       01  WRK-MES-FIM          PIC X(006) VALUE SPACES.
       01  WRK-MES-REFERENCIA   PIC X(006) VALUE SPACES.

      *----------------- CUSTO CONSULTADO E LUCRO DO VEICULO
       01  WRK-CUSTO-VEICULO    PIC 9(007)V99 VALUE ZEROS.
       01  WRK-LUCRO            PIC S9(007)V99 VALUE ZEROS.
       01  WRK-PERC             PIC S9(003)V9 VALUE ZEROS.

       01  WRK-CUSTOS-DISP      PIC X(01) VALUE 'N'.
           88 WRK-CUSTOS-ABERTO           VALUE 'S'.

       01  WRK-TEM-CUSTO        PIC X(01) VALUE 'N'.
           88 WRK-CUSTO-EXISTE            VALUE 'S'.

      *----------------- CONTROLE DAS QUEBRAS POR FILIAL E MES
       01  WRK-FILIAL-ANTERIOR  PIC X(002) VALUE SPACES.
       01  WRK-MES-ANTERIOR     PIC 9(006) VALUE ZEROS.

      *----------------- ACUMULADORES - O LUCRO SO SOMA VENDA COM
      *----------------- CUSTO LANCADO, A VENDA SEM CUSTO E CONTADA
      *----------------- A PARTE
       01  WRK-ACUMULADOR-MES.
           05 WRK-MES-QTDE      PIC S9(006)    VALUE ZEROS.
           05 WRK-MES-VENDA     PIC S9(009)V99 VALUE ZEROS.
           05 WRK-MES-CUSTO     PIC S9(009)V99 VALUE ZEROS.
           05 WRK-MES-LUCRO     PIC S9(009)V99 VALUE ZEROS.
           05 WRK-MES-SEM-CUSTO PIC S9(006)    VALUE ZEROS.
       01  WRK-ACUMULADOR-FIL.
           05 WRK-FIL-QTDE      PIC S9(006)    VALUE ZEROS.
           05 WRK-FIL-VENDA     PIC S9(009)V99 VALUE ZEROS.
           05 WRK-FIL-CUSTO     PIC S9(009)V99 VALUE ZEROS.
           05 WRK-FIL-LUCRO     PIC S9(009)V99 VALUE ZEROS.
           05 WRK-FIL-SEM-CUSTO PIC S9(006)    VALUE ZEROS.
       01  WRK-ACUMULADOR-GER.
           05 WRK-GER-QTDE      PIC S9(006)    VALUE ZEROS.
           05 WRK-GER-VENDA     PIC S9(009)V99 VALUE ZEROS.
           05 WRK-GER-CUSTO     PIC S9(009)V99 VALUE ZEROS.
           05 WRK-GER-LUCRO     PIC S9(009)V99 VALUE ZEROS.
           05 WRK-GER-SEM-CUSTO PIC S9(006)    VALUE ZEROS.

      *----------------- LINHA DE TOTAL EM IMPRESSAO
       01  WRK-ACUMULADOR-IMP.
           05 WRK-IMP-QTDE      PIC S9(006)    VALUE ZEROS.
           05 WRK-IMP-VENDA     PIC S9(009)V99 VALUE ZEROS.
           05 WRK-IMP-CUSTO     PIC S9(009)V99 VALUE ZEROS.
           05 WRK-IMP-LUCRO     PIC S9(009)V99 VALUE ZEROS.
           05 WRK-IMP-SEM-CUSTO PIC S9(006)    VALUE ZEROS.

      *----------------- CONSOLIDADO POR MES DE TODAS AS FILIAIS -
      *----------------- ATE 60 MESES NA FAIXA
       01  WRK-TABELA-MESES.
           05 WRK-TAB-OCORRENCIA OCCURS 060 TIMES.
               10 WRK-TAB-MES       PIC 9(006).
               10 WRK-TAB-QTDE      PIC S9(006).
               10 WRK-TAB-VENDA     PIC S9(009)V99.
               10 WRK-TAB-CUSTO     PIC S9(009)V99.
               10 WRK-TAB-LUCRO     PIC S9(009)V99.
               10 WRK-TAB-SEM-CUSTO PIC S9(006).

       01  WRK-TAB-IDX          PIC 9(002) VALUE ZEROS.
       01  WRK-TAB-USADAS       PIC 9(002) VALUE ZEROS.
       01  WRK-TAB-ACHOU        PIC X(01)  VALUE 'N'.
           88 WRK-TAB-ACHADA              VALUE 'S'.

      *----------------- ESTOQUE COM CUSTO ACIMA DA TABELA
       01  WRK-QTDE-ACIMA       PIC 9(006) VALUE ZEROS.

      *----------------- SWITCH DE FIM DA CLASSIFICACAO
       01  WRK-FIM-SORT           PIC X(01) VALUE 'N'.
           88 WRK-SORT-ESGOTADO             VALUE 'S'.

      *----------------- SWITCH DE PRIMEIRO REGISTRO
       01  WRK-PRIMEIRO           PIC X(01) VALUE 'S'.
           88 WRK-PRIMEIRO-REG              VALUE 'S'.


       PROCEDURE           DIVISION.
       0000-PRINCIPAL      SECTION.
             PERFORM 0100-INICIALIZAR.

      *---------- CLASSIFICAR AS VENDAS POR FILIAL, MES E RECIBO
             SORT ARQ-SORT ON ASCENDING KEY SRT-FILIAL
                                           SRT-MES
                                           SRT-RECIBO
                INPUT  PROCEDURE IS 0200-SELECIONAR
                OUTPUT PROCEDURE IS 0400-TOTALIZAR.

             PERFORM 0500-CONFERIR-ESTOQUE.
             PERFORM 0300-FINALIZAR.

             GOBACK.
       0000-PRINCIPAL-FIM. EXIT.


       0050-RESOLVER-AMBIENTE SECTION.
      *---------- RESOLVER OS CAMINHOS DOS ARQUIVOS PELO PARAMETRO
      *---------- DE AMBIENTE - SEM ELE VALEM OS CAMINHOS PADRAO
              OPEN INPUT AMBIENTE.
              IF FS-AMBIENTE EQUAL 0
                  READ AMBIENTE
                  IF FS-AMBIENTE EQUAL 0
                     AND AMB-DIR NOT EQUAL SPACES
                      MOVE AMB-NOME TO WRK-AMB-NOME
                      MOVE AMB-DIR  TO WRK-AMB-DIR
                  END-IF
                  CLOSE AMBIENTE
              END-IF.

              IF WRK-AMB-DIR NOT EQUAL SPACES
                  MOVE SPACES TO WRK-ARQ-VENDAS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\vendas.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-VENDAS
                  MOVE SPACES TO WRK-ARQ-CARROS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\carros.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CARROS
                  MOVE SPACES TO WRK-ARQ-CUSTOS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\custos.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CUSTOS
                  MOVE SPACES TO WRK-ARQ-SORT
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\sortmarg.tmp"
                         DELIMITED SIZE
                         INTO WRK-ARQ-SORT
                  MOVE SPACES TO WRK-ARQ-REPORT
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\relmarge.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-REPORT
              END-IF.

      *---------- CADA EXECUCAO INFORMA O AMBIENTE RESOLVIDO
              DISPLAY "AMBIENTE: " WRK-AMB-NOME.

       0050-RESOLVER-AMBIENTE-FIM. EXIT.


       0100-INICIALIZAR      SECTION.
              PERFORM 0050-RESOLVER-AMBIENTE.

              DISPLAY "MES INICIAL (AAAAMM OU BRANCO) ".
              ACCEPT WRK-MES-INICIO.
              DISPLAY "MES FINAL (AAAAMM OU BRANCO) ".
              ACCEPT WRK-MES-FIM.

              OPEN INPUT VENDAS.
              IF FS-VENDAS NOT EQUAL 0
                  IF FS-VENDAS EQUAL 35
                      DISPLAY "HISTORICO DE VENDAS NAO ENCONTRADO"
                  ELSE
                      DISPLAY "ERRO NA ABERTURA DO HISTORICO "
                         FS-VENDAS
                  END-IF
                  GOBACK
              END-IF.

      *---------- SEM O CADASTRO DE CUSTOS O RELATORIO SAI, MAS TODA
      *---------- VENDA APARECE SEM CUSTO
              OPEN INPUT CUSTOS.
              IF FS-CUSTOS EQUAL 0
                  MOVE 'S' TO WRK-CUSTOS-DISP
              ELSE
                  DISPLAY "CADASTRO DE CUSTOS NAO DISPONIVEL - "
                     "STATUS " FS-CUSTOS
              END-IF.

              OPEN OUTPUT REPORT-MARGE.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DO RELATORIO " FS-REPORT
                  GOBACK
              END-IF.

              MOVE SPACES TO REG-RELATORIO.
              STRING "LUCRO BRUTO SOBRE O CUSTO REAL - MESES "
                     DELIMITED SIZE
                     WRK-MES-INICIO DELIMITED SIZE
                     " A "          DELIMITED SIZE
                     WRK-MES-FIM    DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE SPACES TO REG-RELATORIO.
              STRING "RECIBO COD FABRICANTE MODELO          "
                     DELIMITED SIZE
                     "   VENDIDO        CUSTO         LUCRO"
                     DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.

       0100-INICIAL-FIM. EXIT.


       0200-SELECIONAR       SECTION.
              READ VENDAS.
              PERFORM 0210-LIBERAR-REGISTRO
                 UNTIL FS-VENDAS EQUAL 10.

       0200-SELECIONAR-FIM. EXIT.


       0210-LIBERAR-REGISTRO SECTION.
      *---------- VENDA ESTORNADA NAO ENTRA NO LUCRO - AS DEMAIS DA
      *---------- FAIXA VAO PARA A CLASSIFICACAO COM O CUSTO
              MOVE VND-MES-VENDA TO WRK-MES-REFERENCIA.
              IF VND-ESTORNO NOT EQUAL 'S'
                 AND (WRK-MES-INICIO EQUAL SPACES
                  OR WRK-MES-REFERENCIA >= WRK-MES-INICIO)
                 AND (WRK-MES-FIM EQUAL SPACES
                  OR WRK-MES-REFERENCIA <= WRK-MES-FIM)
      *---------- VENDA ANTIGA SEM FILIAL CONTA NA MATRIZ 01
                  IF VND-FILIAL EQUAL SPACES
                     OR VND-FILIAL EQUAL LOW-VALUES
                      MOVE "01" TO VND-FILIAL
                  END-IF
                  MOVE VND-CODIGO TO CUS-CODIGO
                  MOVE VND-CHASSI TO CUS-CHASSI
                  PERFORM 0220-CONSULTAR-CUSTO
                  MOVE VND-FILIAL        TO SRT-FILIAL
                  MOVE VND-MES-VENDA     TO SRT-MES
                  MOVE VND-RECIBO        TO SRT-RECIBO
                  MOVE VND-CODIGO        TO SRT-CODIGO
                  MOVE VND-FABR          TO SRT-FABR
                  MOVE VND-MODELO        TO SRT-MODELO
                  MOVE VND-VALOR-VENDA   TO SRT-VENDA
                  MOVE WRK-CUSTO-VEICULO TO SRT-CUSTO
                  MOVE WRK-TEM-CUSTO     TO SRT-TEM-CUSTO
                  RELEASE REG-SORT
              END-IF.

              READ VENDAS.

       0210-LIBERAR-REGISTRO-FIM. EXIT.


       0220-CONSULTAR-CUSTO SECTION.
      *---------- CUSTO DO VEICULO = AQUISICAO + RECONDICIONAMENTO -
      *---------- A CHAVE (CODIGO E CHASSI) JA VEM PREENCHIDA
              MOVE 'N'   TO WRK-TEM-CUSTO.
              MOVE ZEROS TO WRK-CUSTO-VEICULO.
              IF WRK-CUSTOS-ABERTO
                  READ CUSTOS
                      INVALID KEY
                          MOVE 'N' TO WRK-TEM-CUSTO
                      NOT INVALID KEY
                          MOVE 'S' TO WRK-TEM-CUSTO
                          COMPUTE WRK-CUSTO-VEICULO =
                             CUS-VALOR-COMPRA + CUS-TOTAL-RECOND
                  END-READ
              END-IF.

       0220-CONSULTAR-CUSTO-FIM. EXIT.


       0400-TOTALIZAR        SECTION.
              MOVE 'N' TO WRK-FIM-SORT.
              MOVE 'S' TO WRK-PRIMEIRO.

              PERFORM 0410-RETORNAR-REGISTRO
                 UNTIL WRK-SORT-ESGOTADO.

      *---------- IMPRIMIR AS ULTIMAS QUEBRAS PENDENTES
              IF NOT WRK-PRIMEIRO-REG
                  PERFORM 0420-QUEBRA-MES
                  PERFORM 0425-QUEBRA-FILIAL
              END-IF.

              MOVE "TOTAL GERAL"      TO WRK-TITULO-ED.
              MOVE WRK-ACUMULADOR-GER TO WRK-ACUMULADOR-IMP.
              PERFORM 0460-IMPRIMIR-TOTAL.

      *---------- CONSOLIDADO DE CADA MES COM TODAS AS FILIAIS
              IF WRK-TAB-USADAS > ZEROS
                  MOVE SPACES TO REG-RELATORIO
                  WRITE REG-RELATORIO
                  MOVE "LUCRO BRUTO POR MES - TODAS AS FILIAIS"
                     TO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO
                  PERFORM 0470-IMPRIMIR-MES
                     VARYING WRK-TAB-IDX FROM 1 BY 1
                     UNTIL WRK-TAB-IDX > WRK-TAB-USADAS
              END-IF.

       0400-TOTALIZAR-FIM. EXIT.


       0410-RETORNAR-REGISTRO SECTION.
              RETURN ARQ-SORT
                  AT END
                      MOVE 'S' TO WRK-FIM-SORT
                  NOT AT END
                      PERFORM 0430-ACUMULAR-REGISTRO
              END-RETURN.

       0410-RETORNAR-REGISTRO-FIM. EXIT.


       0430-ACUMULAR-REGISTRO SECTION.
      *---------- QUEBRA DE CONTROLE - PRIMEIRO O MES, DEPOIS A
      *---------- FILIAL QUANDO ELA MUDA
              IF NOT WRK-PRIMEIRO-REG
                  IF SRT-FILIAL NOT EQUAL WRK-FILIAL-ANTERIOR
                      PERFORM 0420-QUEBRA-MES
                      PERFORM 0425-QUEBRA-FILIAL
                  ELSE
                      IF SRT-MES NOT EQUAL WRK-MES-ANTERIOR
                          PERFORM 0420-QUEBRA-MES
                      END-IF
                  END-IF
              END-IF.

              MOVE 'N'        TO WRK-PRIMEIRO.
              MOVE SRT-FILIAL TO WRK-FILIAL-ANTERIOR.
              MOVE SRT-MES    TO WRK-MES-ANTERIOR.

              PERFORM 0440-IMPRIMIR-VEICULO.
              PERFORM 0450-ACUMULAR-MES-GERAL.

              ADD 1 TO WRK-MES-QTDE.
              ADD 1 TO WRK-FIL-QTDE.
              ADD 1 TO WRK-GER-QTDE.
              ADD SRT-VENDA TO WRK-MES-VENDA.
              ADD SRT-VENDA TO WRK-FIL-VENDA.
              ADD SRT-VENDA TO WRK-GER-VENDA.
              IF SRT-TEM-CUSTO EQUAL 'S'
                  ADD SRT-CUSTO TO WRK-MES-CUSTO
                  ADD SRT-CUSTO TO WRK-FIL-CUSTO
                  ADD SRT-CUSTO TO WRK-GER-CUSTO
                  ADD WRK-LUCRO TO WRK-MES-LUCRO
                  ADD WRK-LUCRO TO WRK-FIL-LUCRO
                  ADD WRK-LUCRO TO WRK-GER-LUCRO
              ELSE
                  ADD 1 TO WRK-MES-SEM-CUSTO
                  ADD 1 TO WRK-FIL-SEM-CUSTO
                  ADD 1 TO WRK-GER-SEM-CUSTO
              END-IF.

       0430-ACUMULAR-REGISTRO-FIM. EXIT.


       0440-IMPRIMIR-VEICULO SECTION.
              MOVE SRT-VENDA TO WRK-VALOR-ED.
              MOVE SPACES TO REG-RELATORIO.
              IF SRT-TEM-CUSTO EQUAL 'S'
                  COMPUTE WRK-LUCRO = SRT-VENDA - SRT-CUSTO
                  MOVE SRT-CUSTO TO WRK-CUSTO-ED
                  MOVE WRK-LUCRO TO WRK-LUCRO-ED
                  STRING SRT-RECIBO   DELIMITED SIZE
                         " "          DELIMITED SIZE
                         SRT-CODIGO   DELIMITED SIZE
                         " "          DELIMITED SIZE
                         SRT-FABR     DELIMITED SIZE
                         " "          DELIMITED SIZE
                         SRT-MODELO   DELIMITED SIZE
                         " "          DELIMITED SIZE
                         WRK-VALOR-ED DELIMITED SIZE
                         " "          DELIMITED SIZE
                         WRK-CUSTO-ED DELIMITED SIZE
                         " "          DELIMITED SIZE
                         WRK-LUCRO-ED DELIMITED SIZE
                         INTO REG-RELATORIO
              ELSE
                  MOVE ZEROS TO WRK-LUCRO
                  STRING SRT-RECIBO   DELIMITED SIZE
                         " "          DELIMITED SIZE
                         SRT-CODIGO   DELIMITED SIZE
                         " "          DELIMITED SIZE
                         SRT-FABR     DELIMITED SIZE
                         " "          DELIMITED SIZE
                         SRT-MODELO   DELIMITED SIZE
                         " "          DELIMITED SIZE
                         WRK-VALOR-ED DELIMITED SIZE
                         "  SEM CUSTO LANCADO"
                                      DELIMITED SIZE
                         INTO REG-RELATORIO
              END-IF.
              WRITE REG-RELATORIO.

       0440-IMPRIMIR-VEICULO-FIM. EXIT.


       0450-ACUMULAR-MES-GERAL SECTION.
      *---------- O MES ENTRA NA TABELA DO CONSOLIDADO NA PRIMEIRA
      *---------- VENDA EM QUE APARECE
              MOVE 'N' TO WRK-TAB-ACHOU.
              PERFORM 0455-PROCURAR-MES
                 VARYING WRK-TAB-IDX FROM 1 BY 1
                 UNTIL WRK-TAB-IDX > WRK-TAB-USADAS
                    OR WRK-TAB-ACHADA.

              IF NOT WRK-TAB-ACHADA
                  IF WRK-TAB-USADAS < 60
                      ADD 1 TO WRK-TAB-USADAS
                      MOVE WRK-TAB-USADAS TO WRK-TAB-IDX
                      MOVE SRT-MES TO WRK-TAB-MES(WRK-TAB-IDX)
                      MOVE ZEROS TO WRK-TAB-QTDE(WRK-TAB-IDX)
                      MOVE ZEROS TO WRK-TAB-VENDA(WRK-TAB-IDX)
                      MOVE ZEROS TO WRK-TAB-CUSTO(WRK-TAB-IDX)
                      MOVE ZEROS TO WRK-TAB-LUCRO(WRK-TAB-IDX)
                      MOVE ZEROS TO WRK-TAB-SEM-CUSTO(WRK-TAB-IDX)
                      MOVE 'S' TO WRK-TAB-ACHOU
                  END-IF
              END-IF.

              IF WRK-TAB-ACHADA
                  ADD 1 TO WRK-TAB-QTDE(WRK-TAB-IDX)
                  ADD SRT-VENDA TO WRK-TAB-VENDA(WRK-TAB-IDX)
                  IF SRT-TEM-CUSTO EQUAL 'S'
                      ADD SRT-CUSTO TO WRK-TAB-CUSTO(WRK-TAB-IDX)
                      ADD WRK-LUCRO TO WRK-TAB-LUCRO(WRK-TAB-IDX)
                  ELSE
                      ADD 1 TO WRK-TAB-SEM-CUSTO(WRK-TAB-IDX)
                  END-IF
              END-IF.

       0450-ACUMULAR-MES-GERAL-FIM. EXIT.


       0455-PROCURAR-MES SECTION.
              IF WRK-TAB-MES(WRK-TAB-IDX) EQUAL SRT-MES
                  MOVE 'S' TO WRK-TAB-ACHOU
      *---------- PARAR NA POSICAO ENCONTRADA
                  SUBTRACT 1 FROM WRK-TAB-IDX
              END-IF.

       0455-PROCURAR-MES-FIM. EXIT.


       0420-QUEBRA-MES SECTION.
              MOVE SPACES TO WRK-TITULO-ED.
              STRING "FILIAL "           DELIMITED SIZE
                     WRK-FILIAL-ANTERIOR DELIMITED SIZE
                     " MES "             DELIMITED SIZE
                     WRK-MES-ANTERIOR    DELIMITED SIZE
                     INTO WRK-TITULO-ED.
              MOVE WRK-ACUMULADOR-MES TO WRK-ACUMULADOR-IMP.
              PERFORM 0460-IMPRIMIR-TOTAL.

              MOVE ZEROS TO WRK-MES-QTDE.
              MOVE ZEROS TO WRK-MES-VENDA.
              MOVE ZEROS TO WRK-MES-CUSTO.
              MOVE ZEROS TO WRK-MES-LUCRO.
              MOVE ZEROS TO WRK-MES-SEM-CUSTO.

       0420-QUEBRA-MES-FIM. EXIT.


       0425-QUEBRA-FILIAL SECTION.
              MOVE SPACES TO WRK-TITULO-ED.
              STRING "TOTAL FILIAL "     DELIMITED SIZE
                     WRK-FILIAL-ANTERIOR DELIMITED SIZE
                     INTO WRK-TITULO-ED.
              MOVE WRK-ACUMULADOR-FIL TO WRK-ACUMULADOR-IMP.
              PERFORM 0460-IMPRIMIR-TOTAL.
              DISPLAY "-----------------------------------".

              MOVE ZEROS TO WRK-FIL-QTDE.
              MOVE ZEROS TO WRK-FIL-VENDA.
              MOVE ZEROS TO WRK-FIL-CUSTO.
              MOVE ZEROS TO WRK-FIL-LUCRO.
              MOVE ZEROS TO WRK-FIL-SEM-CUSTO.

       0425-QUEBRA-FILIAL-FIM. EXIT.


       0460-IMPRIMIR-TOTAL SECTION.
      *---------- DUAS LINHAS POR TOTAL - QUANTIDADE E VENDIDO, DEPOIS
      *---------- CUSTO, LUCRO, MARGEM SOBRE O CUSTO E AS SEM CUSTO
              MOVE WRK-IMP-QTDE  TO WRK-QTDE-ED.
              MOVE WRK-IMP-VENDA TO WRK-TOTAL-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING WRK-TITULO-ED DELIMITED SIZE
                     " UNIDADES "  DELIMITED SIZE
                     WRK-QTDE-ED   DELIMITED SIZE
                     " VENDIDO "   DELIMITED SIZE
                     WRK-TOTAL-ED  DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              IF WRK-IMP-CUSTO > ZEROS
                  COMPUTE WRK-PERC ROUNDED =
                     WRK-IMP-LUCRO * 100 / WRK-IMP-CUSTO
              ELSE
                  MOVE ZEROS TO WRK-PERC
              END-IF.
              MOVE WRK-IMP-CUSTO     TO WRK-TOTAL-ED.
              MOVE WRK-IMP-LUCRO     TO WRK-LIQUIDO-ED.
              MOVE WRK-PERC          TO WRK-PERC-ED.
              MOVE WRK-IMP-SEM-CUSTO TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "   CUSTO "    DELIMITED SIZE
                     WRK-TOTAL-ED   DELIMITED SIZE
                     " LUCRO "      DELIMITED SIZE
                     WRK-LIQUIDO-ED DELIMITED SIZE
                     WRK-PERC-ED    DELIMITED SIZE
                     "% SEM CUSTO " DELIMITED SIZE
                     WRK-QTDE-ED    DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0460-IMPRIMIR-TOTAL-FIM. EXIT.


       0470-IMPRIMIR-MES SECTION.
              MOVE SPACES TO WRK-TITULO-ED.
              STRING "MES " DELIMITED SIZE
                     WRK-TAB-MES(WRK-TAB-IDX) DELIMITED SIZE
                     INTO WRK-TITULO-ED.
              MOVE WRK-TAB-QTDE(WRK-TAB-IDX)  TO WRK-IMP-QTDE.
              MOVE WRK-TAB-VENDA(WRK-TAB-IDX) TO WRK-IMP-VENDA.
              MOVE WRK-TAB-CUSTO(WRK-TAB-IDX) TO WRK-IMP-CUSTO.
              MOVE WRK-TAB-LUCRO(WRK-TAB-IDX) TO WRK-IMP-LUCRO.
              MOVE WRK-TAB-SEM-CUSTO(WRK-TAB-IDX)
                                              TO WRK-IMP-SEM-CUSTO.
              PERFORM 0460-IMPRIMIR-TOTAL.

       0470-IMPRIMIR-MES-FIM. EXIT.


       0500-CONFERIR-ESTOQUE SECTION.
      *---------- VEICULO AINDA NAO VENDIDO CUJO CUSTO ACUMULADO JA
      *---------- PASSOU DO PRECO DE TABELA - VENDER PELA TABELA JA
      *---------- DA PREJUIZO
              MOVE SPACES TO REG-RELATORIO.
              WRITE REG-RELATORIO.
              MOVE "ESTOQUE COM CUSTO ACIMA DO PRECO DE TABELA"
                 TO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              IF NOT WRK-CUSTOS-ABERTO
                  MOVE "SEM CADASTRO DE CUSTOS - NADA A CONFERIR"
                     TO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO
              ELSE
                  OPEN INPUT CARROS
                  IF FS-CARROS NOT EQUAL 0
                      DISPLAY "ESTOQUE NAO CONFERIDO - ERRO NA "
                         "ABERTURA " FS-CARROS
                  ELSE
                      READ CARROS NEXT RECORD
                      PERFORM 0510-CONFERIR-VEICULO
                         UNTIL FS-CARROS EQUAL 10
                      CLOSE CARROS
                  END-IF

                  MOVE WRK-QTDE-ACIMA TO WRK-QTDE-ED
                  MOVE SPACES TO REG-RELATORIO
                  STRING "VEICULOS COM CUSTO ACIMA DA TABELA "
                         DELIMITED SIZE
                         WRK-QTDE-ED DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO
              END-IF.

       0500-CONFERIR-ESTOQUE-FIM. EXIT.


       0510-CONFERIR-VEICULO SECTION.
              IF REG-SITUACAO NOT EQUAL 'V'
                  MOVE REG-CODIGO TO CUS-CODIGO
                  MOVE REG-CHASSI TO CUS-CHASSI
                  PERFORM 0220-CONSULTAR-CUSTO
                  IF WRK-CUSTO-EXISTE
                     AND WRK-CUSTO-VEICULO > REG-VALOR
                      ADD 1 TO WRK-QTDE-ACIMA
                      COMPUTE WRK-LUCRO =
                         REG-VALOR - WRK-CUSTO-VEICULO
                      MOVE REG-VALOR         TO WRK-VALOR-ED
                      MOVE WRK-CUSTO-VEICULO TO WRK-CUSTO-ED
                      MOVE WRK-LUCRO         TO WRK-LUCRO-ED
                      MOVE SPACES TO REG-RELATORIO
                      STRING REG-FILIAL   DELIMITED SIZE
                             "     "      DELIMITED SIZE
                             REG-CODIGO   DELIMITED SIZE
                             " "          DELIMITED SIZE
                             REG-FABR     DELIMITED SIZE
                             " "          DELIMITED SIZE
                             REG-MODELO   DELIMITED SIZE
                             " "          DELIMITED SIZE
                             WRK-VALOR-ED DELIMITED SIZE
                             " "          DELIMITED SIZE
                             WRK-CUSTO-ED DELIMITED SIZE
                             " "          DELIMITED SIZE
                             WRK-LUCRO-ED DELIMITED SIZE
                             INTO REG-RELATORIO
                      WRITE REG-RELATORIO
                      DISPLAY REG-RELATORIO
                  END-IF
              END-IF.

              READ CARROS NEXT RECORD.

       0510-CONFERIR-VEICULO-FIM. EXIT.


       0300-FINALIZAR       SECTION.
              CLOSE VENDAS.
              IF FS-VENDAS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR O HISTORICO ' FS-VENDAS
              END-IF.

              IF WRK-CUSTOS-ABERTO
                  CLOSE CUSTOS
                  IF FS-CUSTOS NOT EQUAL 0
                      DISPLAY 'ERRO AO FECHAR OS CUSTOS ' FS-CUSTOS
                  END-IF
              END-IF.

              CLOSE REPORT-MARGE.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR O RELATORIO ' FS-REPORT
              END-IF.

      *---------- O ARQUIVO DE TRABALHO DA CLASSIFICACAO NAO FICA
              CALL "CBL_DELETE_FILE" USING WRK-ARQ-SORT.

       0300-FINALIZAR-FIM. EXIT.
