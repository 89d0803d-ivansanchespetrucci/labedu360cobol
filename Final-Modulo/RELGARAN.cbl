       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELGARAN.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: GARANTIAS - CUSTO DAS RECLAMACOES DO MES POR
      *          FABRICANTE E MODELO E AS GARANTIAS ATIVAS QUE VENCEM
      *          NOS PROXIMOS 30 DIAS, COM O TELEFONE DO CLIENTE PARA
      *          O CONTATO DE ACOMPANHAMENTO
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

           SELECT GARANTIAS ASSIGN USING WRK-ARQ-GARANTIAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GAR-CHAVE
              FILE STATUS IS FS-GARANTIAS.

           SELECT RECLAMACOES ASSIGN USING WRK-ARQ-RECLAMACOES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-RECLAMACOES.

           SELECT CLIENTES ASSIGN USING
              WRK-ARQ-CLIENTES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLI-CODIGO
              ALTERNATE RECORD KEY IS CLI-DOCUMENTO
              FILE STATUS IS FS-CLIENTES.

           SELECT ARQ-SORT ASSIGN USING WRK-ARQ-SORT.

           SELECT REPORT-GARAN ASSIGN USING WRK-ARQ-REPORT
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

      *------------------- GARANTIA DA REVENDA - UMA POR VENDA, CHAVE
      *------------------- CHASSI + RECIBO. SITUACAO 'A' ATIVA,
      *------------------- 'C' CANCELADA PELO ESTORNO DA VENDA
       FD  GARANTIAS.
       01  REG-GARANTIA.
           05 GAR-CHAVE.
              10 GAR-CHASSI     PIC  X(017).
              10 GAR-RECIBO     PIC  9(006).
           05 GAR-CODIGO        PIC  X(003).
           05 GAR-FABR          PIC  X(010).
           05 GAR-MODELO        PIC  X(015).
           05 GAR-ANO-MODELO    PIC  9(004).
           05 GAR-CLI-CODIGO    PIC  X(005).
           05 GAR-CLIENTE       PIC  X(030).
           05 GAR-FILIAL        PIC  X(002).
           05 GAR-DATA-INICIO   PIC  9(008).
           05 GAR-DATA-FIM      PIC  9(008).
           05 GAR-KM-VENDA      PIC  9(006).
           05 GAR-KM-LIMITE     PIC  9(007).
           05 GAR-SITUACAO      PIC  X(001).
           05 GAR-QTDE-RECLAM   PIC  9(003).
           05 GAR-CUSTO-RECLAM  PIC  9(007)V99.
           05 GAR-OPERADOR      PIC  X(008).

      *------------------- RECLAMACOES EM GARANTIA - UMA LINHA POR
      *------------------- REPARO, COM FABRICANTE E MODELO PARA O
      *------------------- RELATORIO DE CUSTO
       FD  RECLAMACOES.
       01  REG-RECLAMACAO.
           05 REC-CHASSI        PIC  X(017).
           05 REC-RECIBO        PIC  9(006).
           05 REC-DATA          PIC  9(008).
           05 REC-DATA-R REDEFINES REC-DATA.
              10 REC-MES        PIC  X(006).
              10 FILLER         PIC  X(002).
           05 REC-HORA          PIC  9(008).
           05 REC-KM            PIC  9(006).
           05 REC-DESCRICAO     PIC  X(040).
           05 REC-CUSTO         PIC  9(006)V99.
           05 REC-FABR          PIC  X(010).
           05 REC-MODELO        PIC  X(015).
           05 REC-FILIAL        PIC  X(002).
           05 REC-OPERADOR      PIC  X(008).

      *------------------- LAYOUT DO CADASTRO DE CLIENTES
       FD  CLIENTES.
       01  REG-CLIENTE.
           05 CLI-CODIGO     PIC  X(005).
           05 CLI-NOME       PIC  X(030).
           05 CLI-DOCUMENTO  PIC  X(014).
           05 CLI-TELEFONE   PIC  X(012).
           05 CLI-ENDERECO   PIC  X(040).

      *------------------- REGISTROS DE CLASSIFICACAO - AS
      *------------------- RECLAMACOES DO MES POR FABRICANTE E MODELO
      *------------------- E AS GARANTIAS A VENCER POR DATA DE FIM
       SD  ARQ-SORT.
       01  REG-SORT-RECL.
           05 SRC-FABR       PIC  X(010).
           05 SRC-MODELO     PIC  X(015).
           05 SRC-CUSTO      PIC  9(006)V99.
       01  REG-SORT-VENC.
           05 SRV-DATA-FIM   PIC  9(008).
           05 SRV-CHASSI     PIC  X(017).
           05 SRV-DIAS       PIC  9(003).
           05 SRV-FABR       PIC  X(010).
           05 SRV-MODELO     PIC  X(015).
           05 SRV-CLI-CODIGO PIC  X(005).
           05 SRV-CLIENTE    PIC  X(030).
           05 SRV-FILIAL     PIC  X(002).

      *------------------- LAYOUT DO RELATORIO DE SAIDA
       FD  REPORT-GARAN.
       01  REG-RELATORIO   PIC  X(080).


       WORKING-STORAGE SECTION.
      *----------------- PARAMETRO DE AMBIENTE E CAMINHOS
      *----------------- RESOLVIDOS DOS ARQUIVOS
       01  FS-AMBIENTE     PIC 9(02) VALUE ZEROS.
       01  WRK-AMB-NOME    PIC X(010) VALUE "PADRAO".
       01  WRK-AMB-DIR     PIC X(040) VALUE SPACES.
       01  WRK-ARQ-GARANTIAS PIC X(060)
           VALUE "D:\temp\Cobol\dados\garantia.txt".
       01  WRK-ARQ-RECLAMACOES PIC X(060)
           VALUE "D:\temp\Cobol\dados\garrecl.txt".
       01  WRK-ARQ-CLIENTES PIC X(060)
           VALUE "D:\temp\Cobol\dados\cliente.txt".
       01  WRK-ARQ-SORT    PIC X(060)
           VALUE "D:\temp\Cobol\sortgara.tmp".
       01  WRK-ARQ-REPORT  PIC X(060)
           VALUE "D:\temp\Cobol\relgaran.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-GARANTIAS    PIC 9(02) VALUE ZEROS.
       01  FS-RECLAMACOES  PIC 9(02) VALUE ZEROS.
       01  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       01  FS-REPORT       PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-QTDE-ED      PIC ZZ.ZZ9.
       01  WRK-DIAS-ED      PIC ZZ9.
       01  WRK-TITULO-ED    PIC X(030).

      *----------------- MES DE REFERENCIA - BRANCO E O MES CORRENTE
       01  WRK-MES-REFERENCIA   PIC X(006) VALUE SPACES.
       01  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-MES-HOJE      PIC X(006).
           05 FILLER            PIC X(002).

      *----------------- PRAZO DO AVISO DE VENCIMENTO EM DIAS
       01  WRK-DIAS-AVISO       PIC 9(003) VALUE 30.

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
       01  WRK-DIAS-RESTANTES   PIC S9(008) VALUE ZEROS.

      *----------------- CONTROLE DAS QUEBRAS POR FABRICANTE E MODELO
       01  WRK-FABR-ANTERIOR    PIC X(010) VALUE SPACES.
       01  WRK-MODELO-ANTERIOR  PIC X(015) VALUE SPACES.

      *----------------- ACUMULADORES DO CUSTO DAS RECLAMACOES
       01  WRK-QTDE-MODELO      PIC 9(006) VALUE ZEROS.
       01  WRK-CUSTO-MODELO     PIC 9(009)V99 VALUE ZEROS.
       01  WRK-QTDE-FABR        PIC 9(006) VALUE ZEROS.
       01  WRK-CUSTO-FABR       PIC 9(009)V99 VALUE ZEROS.
       01  WRK-QTDE-GERAL       PIC 9(006) VALUE ZEROS.
       01  WRK-CUSTO-GERAL      PIC 9(009)V99 VALUE ZEROS.

      *----------------- LINHA DE TOTAL EM IMPRESSAO
       01  WRK-QTDE-IMP         PIC 9(006) VALUE ZEROS.
       01  WRK-CUSTO-IMP        PIC 9(009)V99 VALUE ZEROS.

      *----------------- CONTADOR DAS GARANTIAS A VENCER
       01  WRK-QTDE-VENCER      PIC 9(006) VALUE ZEROS.

      *----------------- TELEFONE DO CLIENTE DA GARANTIA
       01  WRK-TELEFONE         PIC X(012) VALUE SPACES.

      *----------------- SWITCH DO CADASTRO DE CLIENTES DISPONIVEL
       01  WRK-CLIENTES-DISP    PIC X(01) VALUE 'N'.
           88 WRK-CLIENTES-ABERTO          VALUE 'S'.

      *----------------- SWITCH DE FIM DA CLASSIFICACAO
       01  WRK-FIM-SORT           PIC X(01) VALUE 'N'.
           88 WRK-SORT-ESGOTADO             VALUE 'S'.

      *----------------- SWITCH DE PRIMEIRO REGISTRO
       01  WRK-PRIMEIRO           PIC X(01) VALUE 'S'.
           88 WRK-PRIMEIRO-REG              VALUE 'S'.


       PROCEDURE           DIVISION.
       0000-PRINCIPAL      SECTION.
             PERFORM 0100-INICIALIZAR.

      *---------- PRIMEIRA PARTE - CUSTO DAS RECLAMACOES DO MES
             OPEN INPUT RECLAMACOES.
             IF FS-RECLAMACOES EQUAL 0
                 SORT ARQ-SORT ON ASCENDING KEY SRC-FABR
                                               SRC-MODELO
                    INPUT  PROCEDURE IS 0200-SELECIONAR-RECLAMACOES
                    OUTPUT PROCEDURE IS 0400-TOTALIZAR-CUSTO
                 CLOSE RECLAMACOES
             ELSE
                 IF FS-RECLAMACOES NOT EQUAL 35
                     DISPLAY "ERRO NA ABERTURA DAS RECLAMACOES "
                        FS-RECLAMACOES
                 END-IF
                 MOVE "NENHUMA RECLAMACAO REGISTRADA" TO REG-RELATORIO
                 WRITE REG-RELATORIO
                 DISPLAY REG-RELATORIO
             END-IF.

      *---------- SEGUNDA PARTE - GARANTIAS ATIVAS A VENCER
             PERFORM 0500-CABECALHO-VENCIMENTO.
             OPEN INPUT GARANTIAS.
             IF FS-GARANTIAS EQUAL 0
                 SORT ARQ-SORT ON ASCENDING KEY SRV-DATA-FIM
                                               SRV-CHASSI
                    INPUT  PROCEDURE IS 0250-SELECIONAR-GARANTIAS
                    OUTPUT PROCEDURE IS 0600-LISTAR-VENCIMENTOS
                 CLOSE GARANTIAS
             ELSE
                 IF FS-GARANTIAS NOT EQUAL 35
                     DISPLAY "ERRO NA ABERTURA DAS GARANTIAS "
                        FS-GARANTIAS
                 END-IF
                 MOVE "NENHUMA GARANTIA REGISTRADA" TO REG-RELATORIO
                 WRITE REG-RELATORIO
                 DISPLAY REG-RELATORIO
             END-IF.

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
                  MOVE SPACES TO WRK-ARQ-GARANTIAS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\garantia.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-GARANTIAS
                  MOVE SPACES TO WRK-ARQ-RECLAMACOES
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\garrecl.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-RECLAMACOES
                  MOVE SPACES TO WRK-ARQ-CLIENTES
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\cliente.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CLIENTES
                  MOVE SPACES TO WRK-ARQ-SORT
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\sortgara.tmp"
                         DELIMITED SIZE
                         INTO WRK-ARQ-SORT
                  MOVE SPACES TO WRK-ARQ-REPORT
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\relgaran.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-REPORT
              END-IF.

      *---------- CADA EXECUCAO INFORMA O AMBIENTE RESOLVIDO
              DISPLAY "AMBIENTE: " WRK-AMB-NOME.

       0050-RESOLVER-AMBIENTE-FIM. EXIT.


       0100-INICIALIZAR      SECTION.
              PERFORM 0050-RESOLVER-AMBIENTE.

              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
              DISPLAY "MES DAS RECLAMACOES (AAAAMM OU BRANCO = MES "
                 "CORRENTE) ".
              ACCEPT WRK-MES-REFERENCIA.
              IF WRK-MES-REFERENCIA EQUAL SPACES
                  MOVE WRK-MES-HOJE TO WRK-MES-REFERENCIA
              END-IF.

              MOVE WRK-DATA-HOJE TO WRK-DATA-CALC.
              PERFORM 0700-CALCULAR-SERIAL.
              MOVE WRK-SERIAL TO WRK-SERIAL-HOJE.

      *---------- SEM O CADASTRO DE CLIENTES A LISTA SAI SEM TELEFONE
              OPEN INPUT CLIENTES.
              IF FS-CLIENTES EQUAL 0
                  MOVE 'S' TO WRK-CLIENTES-DISP
              ELSE
                  IF FS-CLIENTES NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DOS CLIENTES "
                         FS-CLIENTES
                  END-IF
              END-IF.

              OPEN OUTPUT REPORT-GARAN.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DO RELATORIO " FS-REPORT
                  GOBACK
              END-IF.

              MOVE SPACES TO REG-RELATORIO.
              STRING "CUSTO DAS RECLAMACOES EM GARANTIA - MES "
                     DELIMITED SIZE
                     WRK-MES-REFERENCIA DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE SPACES TO REG-RELATORIO.
              STRING "FABRICANTE / MODELO            "
                     DELIMITED SIZE
                     "RECLAMACOES          CUSTO"
                     DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0100-INICIAL-FIM. EXIT.


       0200-SELECIONAR-RECLAMACOES SECTION.
              READ RECLAMACOES.
              PERFORM 0210-LIBERAR-RECLAMACAO
                 UNTIL FS-RECLAMACOES NOT EQUAL 0.

       0200-SELECIONAR-RECLAMACOES-FIM. EXIT.


       0210-LIBERAR-RECLAMACAO SECTION.
      *---------- SO AS RECLAMACOES LANCADAS NO MES DE REFERENCIA
              IF REC-MES EQUAL WRK-MES-REFERENCIA
                  MOVE REC-FABR   TO SRC-FABR
                  MOVE REC-MODELO TO SRC-MODELO
                  MOVE REC-CUSTO  TO SRC-CUSTO
                  RELEASE REG-SORT-RECL
              END-IF.

              READ RECLAMACOES.

       0210-LIBERAR-RECLAMACAO-FIM. EXIT.


       0250-SELECIONAR-GARANTIAS SECTION.
              READ GARANTIAS NEXT RECORD.
              PERFORM 0260-LIBERAR-GARANTIA
                 UNTIL FS-GARANTIAS EQUAL 10.

       0250-SELECIONAR-GARANTIAS-FIM. EXIT.


       0260-LIBERAR-GARANTIA SECTION.
      *---------- GARANTIA ATIVA QUE TERMINA DE HOJE ATE O PRAZO DO
      *---------- AVISO - A JA VENCIDA NAO ENTRA NO CONTATO
              IF GAR-SITUACAO EQUAL 'A'
                 AND GAR-DATA-FIM NOT < WRK-DATA-HOJE
                  MOVE GAR-DATA-FIM TO WRK-DATA-CALC
                  PERFORM 0700-CALCULAR-SERIAL
                  COMPUTE WRK-DIAS-RESTANTES =
                     WRK-SERIAL - WRK-SERIAL-HOJE
                  IF WRK-DIAS-RESTANTES NOT > WRK-DIAS-AVISO
                      MOVE GAR-DATA-FIM       TO SRV-DATA-FIM
                      MOVE GAR-CHASSI         TO SRV-CHASSI
                      MOVE WRK-DIAS-RESTANTES TO SRV-DIAS
                      MOVE GAR-FABR           TO SRV-FABR
                      MOVE GAR-MODELO         TO SRV-MODELO
                      MOVE GAR-CLI-CODIGO     TO SRV-CLI-CODIGO
                      MOVE GAR-CLIENTE        TO SRV-CLIENTE
                      MOVE GAR-FILIAL         TO SRV-FILIAL
                      RELEASE REG-SORT-VENC
                  END-IF
              END-IF.

              READ GARANTIAS NEXT RECORD.

       0260-LIBERAR-GARANTIA-FIM. EXIT.


       0400-TOTALIZAR-CUSTO  SECTION.
              MOVE 'N'   TO WRK-FIM-SORT.
              MOVE 'S'   TO WRK-PRIMEIRO.
              MOVE ZEROS TO WRK-QTDE-MODELO WRK-CUSTO-MODELO.
              MOVE ZEROS TO WRK-QTDE-FABR   WRK-CUSTO-FABR.
              MOVE ZEROS TO WRK-QTDE-GERAL  WRK-CUSTO-GERAL.

              PERFORM 0410-RETORNAR-RECLAMACAO
                 UNTIL WRK-SORT-ESGOTADO.

      *---------- IMPRIMIR AS ULTIMAS QUEBRAS PENDENTES
              IF NOT WRK-PRIMEIRO-REG
                  PERFORM 0420-QUEBRA-MODELO
                  PERFORM 0425-QUEBRA-FABRICANTE
              END-IF.

              MOVE "TOTAL GERAL"   TO WRK-TITULO-ED.
              MOVE WRK-QTDE-GERAL  TO WRK-QTDE-IMP.
              MOVE WRK-CUSTO-GERAL TO WRK-CUSTO-IMP.
              PERFORM 0460-IMPRIMIR-TOTAL.

       0400-TOTALIZAR-CUSTO-FIM. EXIT.


       0410-RETORNAR-RECLAMACAO SECTION.
              RETURN ARQ-SORT
                  AT END
                      MOVE 'S' TO WRK-FIM-SORT
                  NOT AT END
                      PERFORM 0430-ACUMULAR-RECLAMACAO
              END-RETURN.

       0410-RETORNAR-RECLAMACAO-FIM. EXIT.


       0430-ACUMULAR-RECLAMACAO SECTION.
      *---------- QUEBRA DE CONTROLE - PRIMEIRO O MODELO, DEPOIS O
      *---------- FABRICANTE QUANDO ELE MUDA
              IF NOT WRK-PRIMEIRO-REG
                  IF SRC-FABR NOT EQUAL WRK-FABR-ANTERIOR
                      PERFORM 0420-QUEBRA-MODELO
                      PERFORM 0425-QUEBRA-FABRICANTE
                  ELSE
                      IF SRC-MODELO NOT EQUAL WRK-MODELO-ANTERIOR
                          PERFORM 0420-QUEBRA-MODELO
                      END-IF
                  END-IF
              END-IF.

              MOVE 'N'        TO WRK-PRIMEIRO.
              MOVE SRC-FABR   TO WRK-FABR-ANTERIOR.
              MOVE SRC-MODELO TO WRK-MODELO-ANTERIOR.

              ADD 1         TO WRK-QTDE-MODELO.
              ADD SRC-CUSTO TO WRK-CUSTO-MODELO.

       0430-ACUMULAR-RECLAMACAO-FIM. EXIT.


       0420-QUEBRA-MODELO SECTION.
      *---------- UMA LINHA POR MODELO DO FABRICANTE
              MOVE SPACES TO WRK-TITULO-ED.
              STRING WRK-FABR-ANTERIOR   DELIMITED SIZE
                     " "                 DELIMITED SIZE
                     WRK-MODELO-ANTERIOR DELIMITED SIZE
                     INTO WRK-TITULO-ED.
              MOVE WRK-QTDE-MODELO  TO WRK-QTDE-IMP.
              MOVE WRK-CUSTO-MODELO TO WRK-CUSTO-IMP.
              PERFORM 0450-IMPRIMIR-LINHA.

              ADD WRK-QTDE-MODELO  TO WRK-QTDE-FABR.
              ADD WRK-CUSTO-MODELO TO WRK-CUSTO-FABR.
              MOVE ZEROS TO WRK-QTDE-MODELO.
              MOVE ZEROS TO WRK-CUSTO-MODELO.

       0420-QUEBRA-MODELO-FIM. EXIT.


       0425-QUEBRA-FABRICANTE SECTION.
              MOVE SPACES TO WRK-TITULO-ED.
              STRING "TOTAL "          DELIMITED SIZE
                     WRK-FABR-ANTERIOR DELIMITED SIZE
                     INTO WRK-TITULO-ED.
              MOVE WRK-QTDE-FABR  TO WRK-QTDE-IMP.
              MOVE WRK-CUSTO-FABR TO WRK-CUSTO-IMP.
              PERFORM 0460-IMPRIMIR-TOTAL.
              DISPLAY "-----------------------------------".

              ADD WRK-QTDE-FABR  TO WRK-QTDE-GERAL.
              ADD WRK-CUSTO-FABR TO WRK-CUSTO-GERAL.
              MOVE ZEROS TO WRK-QTDE-FABR.
              MOVE ZEROS TO WRK-CUSTO-FABR.

       0425-QUEBRA-FABRICANTE-FIM. EXIT.


       0450-IMPRIMIR-LINHA SECTION.
              MOVE WRK-QTDE-IMP  TO WRK-QTDE-ED.
              MOVE WRK-CUSTO-IMP TO WRK-VALOR-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING WRK-TITULO-ED DELIMITED SIZE
                     "     "       DELIMITED SIZE
                     WRK-QTDE-ED   DELIMITED SIZE
                     " "           DELIMITED SIZE
                     WRK-VALOR-ED  DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0450-IMPRIMIR-LINHA-FIM. EXIT.


       0460-IMPRIMIR-TOTAL SECTION.
      *---------- TOTAL SEPARADO DO DETALHE POR UMA LINHA EM BRANCO
              PERFORM 0450-IMPRIMIR-LINHA.
              MOVE SPACES TO REG-RELATORIO.
              WRITE REG-RELATORIO.

       0460-IMPRIMIR-TOTAL-FIM. EXIT.


       0500-CABECALHO-VENCIMENTO SECTION.
              MOVE SPACES TO REG-RELATORIO.
              WRITE REG-RELATORIO.
              MOVE WRK-DIAS-AVISO TO WRK-DIAS-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "GARANTIAS ATIVAS QUE VENCEM EM ATE "
                     DELIMITED SIZE
                     WRK-DIAS-ED  DELIMITED SIZE
                     " DIAS A PARTIR DE " DELIMITED SIZE
                     WRK-DATA-HOJE DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE SPACES TO REG-RELATORIO.
              STRING "FIM       DIA CHASSI            FABRICANTE "
                     DELIMITED SIZE
                     "MODELO          FL" DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0500-CABECALHO-VENCIMENTO-FIM. EXIT.


       0600-LISTAR-VENCIMENTOS SECTION.
              MOVE 'N'   TO WRK-FIM-SORT.
              MOVE ZEROS TO WRK-QTDE-VENCER.

              PERFORM 0610-RETORNAR-VENCIMENTO
                 UNTIL WRK-SORT-ESGOTADO.

              MOVE SPACES TO REG-RELATORIO.
              WRITE REG-RELATORIO.
              MOVE WRK-QTDE-VENCER TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "GARANTIAS A VENCER ......... " DELIMITED SIZE
                     WRK-QTDE-ED                     DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0600-LISTAR-VENCIMENTOS-FIM. EXIT.


       0610-RETORNAR-VENCIMENTO SECTION.
              RETURN ARQ-SORT
                  AT END
                      MOVE 'S' TO WRK-FIM-SORT
                  NOT AT END
                      PERFORM 0620-IMPRIMIR-VENCIMENTO
              END-RETURN.

       0610-RETORNAR-VENCIMENTO-FIM. EXIT.


       0620-IMPRIMIR-VENCIMENTO SECTION.
      *---------- DUAS LINHAS POR GARANTIA - O VEICULO E, ABAIXO, O
      *---------- CLIENTE COM O TELEFONE DO CADASTRO ATUAL
              ADD 1 TO WRK-QTDE-VENCER.
              PERFORM 0630-BUSCAR-TELEFONE.

              MOVE SRV-DIAS TO WRK-DIAS-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING SRV-DATA-FIM  DELIMITED SIZE
                     "  "          DELIMITED SIZE
                     WRK-DIAS-ED   DELIMITED SIZE
                     " "           DELIMITED SIZE
                     SRV-CHASSI    DELIMITED SIZE
                     " "           DELIMITED SIZE
                     SRV-FABR      DELIMITED SIZE
                     " "           DELIMITED SIZE
                     SRV-MODELO    DELIMITED SIZE
                     " "           DELIMITED SIZE
                     SRV-FILIAL    DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE SPACES TO REG-RELATORIO.
              STRING "              CLIENTE " DELIMITED SIZE
                     SRV-CLI-CODIGO           DELIMITED SIZE
                     " "                      DELIMITED SIZE
                     SRV-CLIENTE              DELIMITED SIZE
                     " FONE "                 DELIMITED SIZE
                     WRK-TELEFONE             DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0620-IMPRIMIR-VENCIMENTO-FIM. EXIT.


       0630-BUSCAR-TELEFONE SECTION.
              MOVE SPACES TO WRK-TELEFONE.
              IF WRK-CLIENTES-ABERTO
                  MOVE SRV-CLI-CODIGO TO CLI-CODIGO
                  READ CLIENTES
                      INVALID KEY
                          MOVE "SEM CADASTRO" TO WRK-TELEFONE
                      NOT INVALID KEY
                          MOVE CLI-TELEFONE TO WRK-TELEFONE
                  END-READ
              END-IF.

       0630-BUSCAR-TELEFONE-FIM. EXIT.


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
              IF WRK-CLIENTES-ABERTO
                  CLOSE CLIENTES
              END-IF.

              CLOSE REPORT-GARAN.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR O RELATORIO ' FS-REPORT
              END-IF.

      *---------- O ARQUIVO DE TRABALHO DA CLASSIFICACAO NAO FICA
              CALL "CBL_DELETE_FILE" USING WRK-ARQ-SORT.

       0300-FINALIZAR-FIM. EXIT.
