       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCONSG.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: EXTRATO DO CONSIGNANTE - VEICULOS AINDA EM
      *          CONSIGNACAO, VENDAS COM O ACERTO A PAGAR E OS ACERTOS
      *          PAGOS OU CANCELADOS NO MES, COM TOTAIS POR
      *          CONSIGNANTE E O TOTAL GERAL A REPASSAR
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

           SELECT CONSIGNANTES ASSIGN USING WRK-ARQ-CONSIGNANTES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CSG-CODIGO
              FILE STATUS IS FS-CONSIGNANTES.

           SELECT CONSIGNACOES ASSIGN USING WRK-ARQ-CONSIGNACOES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CNS-CHAVE
              ALTERNATE RECORD KEY IS CNS-CONSIGNANTE WITH DUPLICATES
              FILE STATUS IS FS-CONSIGNACOES.

           SELECT ACERTOS ASSIGN USING WRK-ARQ-ACERTOS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACT-RECIBO
              ALTERNATE RECORD KEY IS ACT-CONSIGNANTE WITH DUPLICATES
              FILE STATUS IS FS-ACERTOS.

           SELECT CARROS ASSIGN USING WRK-ARQ-CARROS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS REG-CODIGO
              ALTERNATE RECORD KEY IS REG-FABR WITH DUPLICATES
              FILE STATUS IS FS-CARROS.

           SELECT REPORT-CONSG ASSIGN USING WRK-ARQ-REPORT
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

      *------------------- CADASTRO DE CONSIGNANTES - TIPO 'P'
      *------------------- PARTICULAR, 'R' REVENDA PARCEIRA. SITUACAO
      *------------------- 'A' ATIVO, 'I' INATIVO
       FD  CONSIGNANTES.
       01  REG-CONSIGNANTE.
           05 CSG-CODIGO       PIC  X(005).
           05 CSG-NOME         PIC  X(030).
           05 CSG-TIPO         PIC  X(001).
           05 CSG-DOCUMENTO    PIC  X(014).
           05 CSG-TELEFONE     PIC  X(015).
           05 CSG-SITUACAO     PIC  X(001).
           05 CSG-DATA-ALT     PIC  9(008).
           05 CSG-OPERADOR     PIC  X(008).

      *------------------- VEICULO DE TERCEIROS NO ESTOQUE - CHAVE
      *------------------- CODIGO + CHASSI. SITUACAO 'A' EM ESTOQUE,
      *------------------- 'V' VENDIDO, 'D' DEVOLVIDO AO CONSIGNANTE
       FD  CONSIGNACOES.
       01  REG-CONSIGNACAO.
           05 CNS-CHAVE.
              10 CNS-CODIGO     PIC  X(003).
              10 CNS-CHASSI     PIC  X(017).
           05 CNS-CONSIGNANTE   PIC  X(005).
           05 CNS-MODO          PIC  X(001).
           05 CNS-VALOR-REPASSE PIC  9(006)V99.
           05 CNS-PCT-COMISSAO  PIC  9(002)V99.
           05 CNS-DATA-ENTRADA  PIC  9(008).
           05 CNS-SITUACAO      PIC  X(001).
           05 CNS-DATA-SITUACAO PIC  9(008).
           05 CNS-RECIBO        PIC  9(006).
           05 CNS-OPERADOR      PIC  X(008).

      *------------------- ACERTO COM O CONSIGNANTE - CHAVE RECIBO DA
      *------------------- VENDA. SITUACAO 'A' A PAGAR, 'P' PAGO,
      *------------------- 'C' CANCELADO PELO ESTORNO DA VENDA
       FD  ACERTOS.
       01  REG-ACERTO.
           05 ACT-RECIBO        PIC  9(006).
           05 ACT-CONSIGNANTE   PIC  X(005).
           05 ACT-CODIGO        PIC  X(003).
           05 ACT-CHASSI        PIC  X(017).
           05 ACT-FABR          PIC  X(010).
           05 ACT-MODELO        PIC  X(015).
           05 ACT-FILIAL        PIC  X(002).
           05 ACT-DATA-VENDA    PIC  9(008).
           05 ACT-VALOR-VENDA   PIC  9(006)V99.
           05 ACT-MODO          PIC  X(001).
           05 ACT-PCT-COMISSAO  PIC  9(002)V99.
           05 ACT-VALOR-REPASSE PIC  9(006)V99.
           05 ACT-VALOR-COMISSAO PIC S9(006)V99.
           05 ACT-SITUACAO      PIC  X(001).
           05 ACT-DATA-PAGTO    PIC  9(008).
           05 ACT-DOC-PAGTO     PIC  X(015).
           05 ACT-OPERADOR      PIC  X(008).

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

      *------------------- LAYOUT DO RELATORIO DE SAIDA
       FD  REPORT-CONSG.
       01  REG-RELATORIO   PIC  X(080).


       WORKING-STORAGE SECTION.
      *----------------- PARAMETRO DE AMBIENTE E CAMINHOS
      *----------------- RESOLVIDOS DOS ARQUIVOS
       01  FS-AMBIENTE     PIC 9(02) VALUE ZEROS.
       01  WRK-AMB-NOME    PIC X(010) VALUE "PADRAO".
       01  WRK-AMB-DIR     PIC X(040) VALUE SPACES.
       01  WRK-ARQ-CONSIGNANTES PIC X(060)
           VALUE "D:\temp\Cobol\dados\consignt.txt".
       01  WRK-ARQ-CONSIGNACOES PIC X(060)
           VALUE "D:\temp\Cobol\dados\consigv.txt".
       01  WRK-ARQ-ACERTOS PIC X(060)
           VALUE "D:\temp\Cobol\dados\acertos.txt".
       01  WRK-ARQ-CARROS  PIC X(060)
           VALUE "D:\temp\Cobol\dados\carros.txt".
       01  WRK-ARQ-REPORT  PIC X(060)
           VALUE "D:\temp\Cobol\relconsg.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-CONSIGNANTES PIC 9(02) VALUE ZEROS.
       01  FS-CONSIGNACOES PIC 9(02) VALUE ZEROS.
       01  FS-ACERTOS      PIC 9(02) VALUE ZEROS.
       01  FS-CARROS       PIC 9(02) VALUE ZEROS.
       01  FS-REPORT       PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-VALOR-ED     PIC ZZZ.ZZ9,99.
       01  WRK-REPASSE-ED   PIC ZZZ.ZZ9,99.
       01  WRK-TOTAL-ED     PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-COMISSAO-ED  PIC -ZZZ.ZZZ.ZZ9,99.
       01  WRK-PCT-ED       PIC Z9,99.
       01  WRK-QTDE-ED      PIC ZZ.ZZ9.
       01  WRK-TERMOS-ED    PIC X(014).
       01  WRK-SITUACAO-ED  PIC X(009).
       01  WRK-FABR-VEI     PIC X(010).
       01  WRK-MODELO-VEI   PIC X(015).

      *----------------- FILTROS PEDIDOS - CONSIGNANTE EM BRANCO SAO
      *----------------- TODOS; MES EM BRANCO TRAZ TODOS OS ACERTOS
      *----------------- PAGOS E CANCELADOS, OS A PAGAR SAEM SEMPRE
       01  WRK-CSG-PEDIDO       PIC X(005) VALUE SPACES.
       01  WRK-MES-REFERENCIA   PIC X(006) VALUE SPACES.

      *----------------- MES DA DATA DO ACERTO EM TESTE
       01  WRK-DATA-TESTE       PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-TESTE-R REDEFINES WRK-DATA-TESTE.
           05 WRK-MES-TESTE     PIC X(006).
           05 FILLER            PIC X(002).

      *----------------- TOTAIS DO CONSIGNANTE
       01  WRK-CSG-QTDE-ESTOQUE PIC 9(006)    VALUE ZEROS.
       01  WRK-CSG-QTDE-VENDA   PIC 9(006)    VALUE ZEROS.
       01  WRK-CSG-A-PAGAR      PIC 9(009)V99 VALUE ZEROS.
       01  WRK-CSG-PAGO         PIC 9(009)V99 VALUE ZEROS.
       01  WRK-CSG-COMISSAO     PIC S9(009)V99 VALUE ZEROS.

      *----------------- TOTAIS GERAIS
       01  WRK-QTDE-CONSIGNANTES PIC 9(006)    VALUE ZEROS.
       01  WRK-TOT-QTDE-ESTOQUE  PIC 9(006)    VALUE ZEROS.
       01  WRK-TOT-A-PAGAR       PIC 9(009)V99 VALUE ZEROS.
       01  WRK-TOT-PAGO          PIC 9(009)V99 VALUE ZEROS.
       01  WRK-TOT-COMISSAO      PIC S9(009)V99 VALUE ZEROS.

      *----------------- SWITCHES DOS CADASTROS OPCIONAIS
       01  WRK-CONSIG-ABERTO    PIC X(01) VALUE 'N'.
           88 WRK-CONSIGNACOES-ABERTO     VALUE 'S'.
       01  WRK-ACERTOS-ABERTO   PIC X(01) VALUE 'N'.
           88 WRK-ACERTOS-OK              VALUE 'S'.
       01  WRK-CARROS-ABERTO    PIC X(01) VALUE 'N'.
           88 WRK-CARROS-OK               VALUE 'S'.

      *----------------- ACERTO DENTRO DO FILTRO DO MES
       01  WRK-ACERTO-LISTAR    PIC X(01) VALUE 'N'.
           88 WRK-LISTAR-ACERTO           VALUE 'S'.


       PROCEDURE           DIVISION.
       0000-PRINCIPAL      SECTION.
             PERFORM 0100-INICIALIZAR.
             PERFORM 0200-PROCESSAR.
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
                  MOVE SPACES TO WRK-ARQ-CONSIGNANTES
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\consignt.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CONSIGNANTES
                  MOVE SPACES TO WRK-ARQ-CONSIGNACOES
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\consigv.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CONSIGNACOES
                  MOVE SPACES TO WRK-ARQ-ACERTOS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\acertos.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-ACERTOS
                  MOVE SPACES TO WRK-ARQ-CARROS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\carros.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CARROS
                  MOVE SPACES TO WRK-ARQ-REPORT
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\relconsg.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-REPORT
              END-IF.

      *---------- CADA EXECUCAO INFORMA O AMBIENTE RESOLVIDO
              DISPLAY "AMBIENTE: " WRK-AMB-NOME.

       0050-RESOLVER-AMBIENTE-FIM. EXIT.


       0100-INICIALIZAR      SECTION.
              PERFORM 0050-RESOLVER-AMBIENTE.

              DISPLAY "CONSIGNANTE (BRANCO = TODOS) ".
              ACCEPT WRK-CSG-PEDIDO.
              DISPLAY "MES DOS ACERTOS PAGOS/CANCELADOS (AAAAMM OU "
                 "BRANCO = TODOS) ".
              ACCEPT WRK-MES-REFERENCIA.

              OPEN INPUT CONSIGNANTES.
              IF FS-CONSIGNANTES NOT EQUAL 0
                  EVALUATE FS-CONSIGNANTES
                      WHEN 35
                          DISPLAY "NENHUM CONSIGNANTE CADASTRADO"
                      WHEN 93
                          DISPLAY "CADASTRO EM USO POR OUTRO PROCESSO"
                      WHEN OTHER
                          DISPLAY "ERRO NA ABERTURA DOS CONSIGNANTES "
                             "- STATUS " FS-CONSIGNANTES
                  END-EVALUATE
                  GOBACK
              END-IF.

      *---------- SEM CONSIGNACOES OU SEM ACERTOS A PARTE CORRESPONDENTE
      *---------- DO EXTRATO SAI VAZIA
              OPEN INPUT CONSIGNACOES.
              IF FS-CONSIGNACOES EQUAL 0
                  MOVE 'S' TO WRK-CONSIG-ABERTO
              ELSE
                  IF FS-CONSIGNACOES NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DAS CONSIGNACOES "
                         FS-CONSIGNACOES
                  END-IF
              END-IF.

              OPEN INPUT ACERTOS.
              IF FS-ACERTOS EQUAL 0
                  MOVE 'S' TO WRK-ACERTOS-ABERTO
              ELSE
                  IF FS-ACERTOS NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DOS ACERTOS "
                         FS-ACERTOS
                  END-IF
              END-IF.

      *---------- O CADASTRO DE VEICULOS SO DA FABRICANTE E MODELO
              OPEN INPUT CARROS.
              IF FS-CARROS EQUAL 0
                  MOVE 'S' TO WRK-CARROS-ABERTO
              END-IF.

              OPEN OUTPUT REPORT-CONSG.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DO RELATORIO " FS-REPORT
                  GOBACK
              END-IF.

              MOVE SPACES TO REG-RELATORIO.
              IF WRK-MES-REFERENCIA EQUAL SPACES
                  STRING "EXTRATO DOS CONSIGNANTES - TODOS OS "
                         DELIMITED SIZE
                         "ACERTOS" DELIMITED SIZE
                         INTO REG-RELATORIO
              ELSE
                  STRING "EXTRATO DOS CONSIGNANTES - ACERTOS "
                         DELIMITED SIZE
                         "PAGOS/CANCELADOS NO MES " DELIMITED SIZE
                         WRK-MES-REFERENCIA DELIMITED SIZE
                         INTO REG-RELATORIO
              END-IF.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0100-INICIAL-FIM. EXIT.


       0200-PROCESSAR        SECTION.
              IF WRK-CSG-PEDIDO NOT EQUAL SPACES
                  MOVE WRK-CSG-PEDIDO TO CSG-CODIGO
                  READ CONSIGNANTES
                      INVALID KEY
                          DISPLAY "CONSIGNANTE NAO CADASTRADO "
                             WRK-CSG-PEDIDO
                      NOT INVALID KEY
                          PERFORM 0210-PROCESSAR-CONSIGNANTE
                  END-READ
              ELSE
                  MOVE SPACES TO CSG-CODIGO
                  START CONSIGNANTES KEY IS NOT LESS THAN CSG-CODIGO
                      INVALID KEY
                          MOVE 10 TO FS-CONSIGNANTES
                  END-START
                  IF FS-CONSIGNANTES NOT EQUAL 10
                      READ CONSIGNANTES NEXT RECORD
                  END-IF
                  PERFORM 0205-PROXIMO-CONSIGNANTE
                     UNTIL FS-CONSIGNANTES EQUAL 10
              END-IF.

       0200-PROCESSAR-FIM. EXIT.


       0205-PROXIMO-CONSIGNANTE SECTION.
              PERFORM 0210-PROCESSAR-CONSIGNANTE.

              READ CONSIGNANTES NEXT RECORD.

       0205-PROXIMO-CONSIGNANTE-FIM. EXIT.


       0210-PROCESSAR-CONSIGNANTE SECTION.
              ADD 1 TO WRK-QTDE-CONSIGNANTES.
              MOVE ZEROS TO WRK-CSG-QTDE-ESTOQUE.
              MOVE ZEROS TO WRK-CSG-QTDE-VENDA.
              MOVE ZEROS TO WRK-CSG-A-PAGAR.
              MOVE ZEROS TO WRK-CSG-PAGO.
              MOVE ZEROS TO WRK-CSG-COMISSAO.

              MOVE "----------------------------------------"
                 TO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE SPACES TO REG-RELATORIO.
              STRING "CONSIGNANTE " DELIMITED SIZE
                     CSG-CODIGO     DELIMITED SIZE
                     " "            DELIMITED SIZE
                     CSG-NOME       DELIMITED SIZE
                     " TIPO "       DELIMITED SIZE
                     CSG-TIPO       DELIMITED SIZE
                     " FONE "       DELIMITED SIZE
                     CSG-TELEFONE   DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

      *---------- PRIMEIRA PARTE - VEICULOS AINDA EM CONSIGNACAO
              MOVE SPACES TO REG-RELATORIO.
              STRING "  COD CHASSI            ENTRADA  TERMOS"
                     DELIMITED SIZE
                     "         FABRICANTE MODELO" DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              IF WRK-CONSIGNACOES-ABERTO
                  MOVE CSG-CODIGO TO CNS-CONSIGNANTE
                  START CONSIGNACOES KEY IS EQUAL CNS-CONSIGNANTE
                      INVALID KEY
                          MOVE 10 TO FS-CONSIGNACOES
                  END-START
                  IF FS-CONSIGNACOES NOT EQUAL 10
                      READ CONSIGNACOES NEXT RECORD
                  END-IF
                  PERFORM 0220-LISTAR-CONSIGNACAO
                     UNTIL FS-CONSIGNACOES EQUAL 10
                        OR CNS-CONSIGNANTE NOT EQUAL CSG-CODIGO
              END-IF.

      *---------- SEGUNDA PARTE - VENDAS E ACERTOS
              MOVE SPACES TO REG-RELATORIO.
              STRING "  RECIBO VENDA    FABRICANTE MODELO          "
                     DELIMITED SIZE
                     "     VENDA    REPASSE SITUACAO" DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              IF WRK-ACERTOS-OK
                  MOVE CSG-CODIGO TO ACT-CONSIGNANTE
                  START ACERTOS KEY IS EQUAL ACT-CONSIGNANTE
                      INVALID KEY
                          MOVE 10 TO FS-ACERTOS
                  END-START
                  IF FS-ACERTOS NOT EQUAL 10
                      READ ACERTOS NEXT RECORD
                  END-IF
                  PERFORM 0230-LISTAR-ACERTO
                     UNTIL FS-ACERTOS EQUAL 10
                        OR ACT-CONSIGNANTE NOT EQUAL CSG-CODIGO
              END-IF.

              PERFORM 0250-TOTALIZAR-CONSIGNANTE.

       0210-PROCESSAR-CONSIGNANTE-FIM. EXIT.


       0220-LISTAR-CONSIGNACAO SECTION.
      *---------- SO O QUE ESTA NO ESTOQUE - VENDIDOS SAEM PELOS
      *---------- ACERTOS, DEVOLVIDOS NAO SAO MAIS DA REVENDA
              IF CNS-SITUACAO EQUAL 'A'
                  ADD 1 TO WRK-CSG-QTDE-ESTOQUE
                  IF CNS-MODO EQUAL 'L'
                      MOVE CNS-VALOR-REPASSE TO WRK-VALOR-ED
                      MOVE SPACES TO WRK-TERMOS-ED
                      STRING "LIQ " DELIMITED SIZE
                             WRK-VALOR-ED DELIMITED SIZE
                             INTO WRK-TERMOS-ED
                  ELSE
                      MOVE CNS-PCT-COMISSAO TO WRK-PCT-ED
                      MOVE SPACES TO WRK-TERMOS-ED
                      STRING "COM " DELIMITED SIZE
                             WRK-PCT-ED DELIMITED SIZE
                             "%" DELIMITED SIZE
                             INTO WRK-TERMOS-ED
                  END-IF
                  PERFORM 0225-BUSCAR-VEICULO
                  MOVE SPACES TO REG-RELATORIO
                  STRING "  "            DELIMITED SIZE
                         CNS-CODIGO      DELIMITED SIZE
                         " "             DELIMITED SIZE
                         CNS-CHASSI      DELIMITED SIZE
                         " "             DELIMITED SIZE
                         CNS-DATA-ENTRADA DELIMITED SIZE
                         " "             DELIMITED SIZE
                         WRK-TERMOS-ED   DELIMITED SIZE
                         " "             DELIMITED SIZE
                         WRK-FABR-VEI    DELIMITED SIZE
                         " "             DELIMITED SIZE
                         WRK-MODELO-VEI  DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO
              END-IF.

              READ CONSIGNACOES NEXT RECORD.

       0220-LISTAR-CONSIGNACAO-FIM. EXIT.


       0225-BUSCAR-VEICULO SECTION.
      *---------- FABRICANTE E MODELO DO CADASTRO, QUANDO O CODIGO
      *---------- AINDA E DO MESMO CHASSI
              MOVE SPACES TO WRK-FABR-VEI.
              MOVE SPACES TO WRK-MODELO-VEI.
              IF WRK-CARROS-OK
                  MOVE CNS-CODIGO TO REG-CODIGO
                  READ CARROS
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          IF REG-CHASSI EQUAL CNS-CHASSI
                              MOVE REG-FABR   TO WRK-FABR-VEI
                              MOVE REG-MODELO TO WRK-MODELO-VEI
                          END-IF
                  END-READ
              END-IF.

       0225-BUSCAR-VEICULO-FIM. EXIT.


       0230-LISTAR-ACERTO SECTION.
      *---------- ACERTO A PAGAR SAI SEMPRE - PAGO E CANCELADO SO NO
      *---------- MES PEDIDO (PAGO PELA DATA DO PAGAMENTO, CANCELADO
      *---------- PELA DATA DA VENDA)
              MOVE 'N' TO WRK-ACERTO-LISTAR.
              EVALUATE ACT-SITUACAO
                  WHEN 'A'
                      MOVE 'S' TO WRK-ACERTO-LISTAR
                  WHEN 'P'
                      MOVE ACT-DATA-PAGTO TO WRK-DATA-TESTE
                  WHEN OTHER
                      MOVE ACT-DATA-VENDA TO WRK-DATA-TESTE
              END-EVALUATE.
              IF WRK-MES-REFERENCIA EQUAL SPACES
                 OR WRK-MES-TESTE EQUAL WRK-MES-REFERENCIA
                  MOVE 'S' TO WRK-ACERTO-LISTAR
              END-IF.

              IF WRK-LISTAR-ACERTO
                  PERFORM 0240-IMPRIMIR-ACERTO
              END-IF.

              READ ACERTOS NEXT RECORD.

       0230-LISTAR-ACERTO-FIM. EXIT.


       0240-IMPRIMIR-ACERTO SECTION.
              EVALUATE ACT-SITUACAO
                  WHEN 'A'
                      MOVE "A PAGAR" TO WRK-SITUACAO-ED
                      ADD ACT-VALOR-REPASSE  TO WRK-CSG-A-PAGAR
                      ADD ACT-VALOR-COMISSAO TO WRK-CSG-COMISSAO
                      ADD 1 TO WRK-CSG-QTDE-VENDA
                  WHEN 'P'
                      MOVE "PAGO" TO WRK-SITUACAO-ED
                      ADD ACT-VALOR-REPASSE  TO WRK-CSG-PAGO
                      ADD ACT-VALOR-COMISSAO TO WRK-CSG-COMISSAO
                      ADD 1 TO WRK-CSG-QTDE-VENDA
                  WHEN OTHER
                      MOVE "CANCELADO" TO WRK-SITUACAO-ED
              END-EVALUATE.

              MOVE ACT-VALOR-VENDA   TO WRK-VALOR-ED.
              MOVE ACT-VALOR-REPASSE TO WRK-REPASSE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "  "            DELIMITED SIZE
                     ACT-RECIBO      DELIMITED SIZE
                     " "             DELIMITED SIZE
                     ACT-DATA-VENDA  DELIMITED SIZE
                     " "             DELIMITED SIZE
                     ACT-FABR        DELIMITED SIZE
                     " "             DELIMITED SIZE
                     ACT-MODELO      DELIMITED SIZE
                     " "             DELIMITED SIZE
                     WRK-VALOR-ED    DELIMITED SIZE
                     " "             DELIMITED SIZE
                     WRK-REPASSE-ED  DELIMITED SIZE
                     " "             DELIMITED SIZE
                     WRK-SITUACAO-ED DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              IF ACT-SITUACAO EQUAL 'P'
                  MOVE SPACES TO REG-RELATORIO
                  STRING "         PAGO EM " DELIMITED SIZE
                         ACT-DATA-PAGTO      DELIMITED SIZE
                         " DOC "             DELIMITED SIZE
                         ACT-DOC-PAGTO       DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO
              END-IF.

       0240-IMPRIMIR-ACERTO-FIM. EXIT.


       0250-TOTALIZAR-CONSIGNANTE SECTION.
              MOVE WRK-CSG-QTDE-ESTOQUE TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "  EM CONSIGNACAO ...... " DELIMITED SIZE
                     WRK-QTDE-ED                DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE WRK-CSG-QTDE-VENDA TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "  VENDAS LISTADAS ..... " DELIMITED SIZE
                     WRK-QTDE-ED                DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE WRK-CSG-A-PAGAR TO WRK-TOTAL-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "  A PAGAR ............. " DELIMITED SIZE
                     WRK-TOTAL-ED               DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE WRK-CSG-PAGO TO WRK-TOTAL-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "  PAGO ................ " DELIMITED SIZE
                     WRK-TOTAL-ED               DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE WRK-CSG-COMISSAO TO WRK-COMISSAO-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "  COMISSAO DA REVENDA . " DELIMITED SIZE
                     WRK-COMISSAO-ED            DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              ADD WRK-CSG-QTDE-ESTOQUE TO WRK-TOT-QTDE-ESTOQUE.
              ADD WRK-CSG-A-PAGAR      TO WRK-TOT-A-PAGAR.
              ADD WRK-CSG-PAGO         TO WRK-TOT-PAGO.
              ADD WRK-CSG-COMISSAO     TO WRK-TOT-COMISSAO.

       0250-TOTALIZAR-CONSIGNANTE-FIM. EXIT.


       0300-FINALIZAR       SECTION.
              MOVE "----------------------------------------"
                 TO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE WRK-QTDE-CONSIGNANTES TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "CONSIGNANTES LISTADOS ... " DELIMITED SIZE
                     WRK-QTDE-ED                  DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE WRK-TOT-QTDE-ESTOQUE TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "VEICULOS EM CONSIGNACAO . " DELIMITED SIZE
                     WRK-QTDE-ED                  DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE WRK-TOT-A-PAGAR TO WRK-TOTAL-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "TOTAL A REPASSAR ........ " DELIMITED SIZE
                     WRK-TOTAL-ED                 DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE WRK-TOT-PAGO TO WRK-TOTAL-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "TOTAL PAGO .............. " DELIMITED SIZE
                     WRK-TOTAL-ED                 DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE WRK-TOT-COMISSAO TO WRK-COMISSAO-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "TOTAL DE COMISSAO ....... " DELIMITED SIZE
                     WRK-COMISSAO-ED              DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              CLOSE CONSIGNANTES.
              IF WRK-CONSIGNACOES-ABERTO
                  CLOSE CONSIGNACOES
              END-IF.
              IF WRK-ACERTOS-OK
                  CLOSE ACERTOS
              END-IF.
              IF WRK-CARROS-OK
                  CLOSE CARROS
              END-IF.

              CLOSE REPORT-CONSG.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR O RELATORIO ' FS-REPORT
              END-IF.

       0300-FINALIZAR-FIM. EXIT.
