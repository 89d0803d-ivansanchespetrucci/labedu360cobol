       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDOCUM.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: DOCUMENTACAO PENDENTE POR FILIAL - VENDAS COM A
      *          TRANSFERENCIA AINDA EM ANDAMENTO, EM DESTAQUE AS QUE
      *          SE APROXIMAM DO PRAZO LEGAL PARA O PROTOCOLO NO
      *          DETRAN E AS QUE JA PASSARAM DELE, COM O TELEFONE DO
      *          CLIENTE PARA A COBRANCA DOS DOCUMENTOS
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

           SELECT DOCUMENTOS ASSIGN USING WRK-ARQ-DOCUMENTOS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DOC-CHAVE
              FILE STATUS IS FS-DOCUMENTOS.

           SELECT CLIENTES ASSIGN USING
              WRK-ARQ-CLIENTES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLI-CODIGO
              ALTERNATE RECORD KEY IS CLI-DOCUMENTO
              FILE STATUS IS FS-CLIENTES.

           SELECT ARQ-SORT ASSIGN USING WRK-ARQ-SORT.

           SELECT REPORT-DOCUM ASSIGN USING WRK-ARQ-REPORT
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

      *------------------- DOCUMENTACAO DA VENDA - TRANSFERENCIA DO
      *------------------- VEICULO PARA O COMPRADOR, CHAVE RECIBO +
      *------------------- CHASSI. ETAPA CONCLUIDA: 0 NENHUMA, 1
      *------------------- DOCUMENTOS RECEBIDOS DO CLIENTE, 2
      *------------------- PROTOCOLADA NO DETRAN, 3 TAXAS PAGAS, 4
      *------------------- DOCUMENTO ENTREGUE. SITUACAO 'A' EM
      *------------------- ANDAMENTO, 'E' ENTREGUE, 'C' CANCELADA
      *------------------- PELO ESTORNO DA VENDA
       FD  DOCUMENTOS.
       01  REG-DOCUMENTO.
           05 DOC-CHAVE.
              10 DOC-RECIBO     PIC  9(006).
              10 DOC-CHASSI     PIC  X(017).
           05 DOC-CODIGO        PIC  X(003).
           05 DOC-FABR          PIC  X(010).
           05 DOC-MODELO        PIC  X(015).
           05 DOC-CLI-CODIGO    PIC  X(005).
           05 DOC-CLIENTE       PIC  X(030).
           05 DOC-FILIAL        PIC  X(002).
           05 DOC-DATA-VENDA    PIC  9(008).
           05 DOC-SITUACAO      PIC  X(001).
           05 DOC-ETAPA         PIC  9(001).
           05 DOC-DATA-RECEB    PIC  9(008).
           05 DOC-OPER-RECEB    PIC  X(008).
           05 DOC-DATA-PROTOC   PIC  9(008).
           05 DOC-OPER-PROTOC   PIC  X(008).
           05 DOC-PROTOCOLO     PIC  X(015).
           05 DOC-DATA-TAXAS    PIC  9(008).
           05 DOC-OPER-TAXAS    PIC  X(008).
           05 DOC-VALOR-TAXAS   PIC  9(005)V99.
           05 DOC-DATA-ENTREGA  PIC  9(008).
           05 DOC-OPER-ENTREGA  PIC  X(008).
           05 DOC-OPERADOR      PIC  X(008).

      *------------------- LAYOUT DO CADASTRO DE CLIENTES
       FD  CLIENTES.
       01  REG-CLIENTE.
           05 CLI-CODIGO     PIC  X(005).
           05 CLI-NOME       PIC  X(030).
           05 CLI-DOCUMENTO  PIC  X(014).
           05 CLI-TELEFONE   PIC  X(012).
           05 CLI-ENDERECO   PIC  X(040).

      *------------------- REGISTRO DE CLASSIFICACAO - FILIAL E DATA
      *------------------- DA VENDA, A MAIS ANTIGA PRIMEIRO. FAIXA DO
      *------------------- PRAZO: 1 VENCIDO, 2 A VENCER, 3 NO PRAZO,
      *------------------- 4 JA PROTOCOLADA
       SD  ARQ-SORT.
       01  REG-SORT.
           05 SRT-FILIAL     PIC  X(002).
           05 SRT-DATA-VENDA PIC  9(008).
           05 SRT-RECIBO     PIC  9(006).
           05 SRT-CHASSI     PIC  X(017).
           05 SRT-ETAPA      PIC  9(001).
           05 SRT-FAIXA      PIC  9(001).
           05 SRT-DIAS       PIC  9(004).
           05 SRT-CLI-CODIGO PIC  X(005).
           05 SRT-CLIENTE    PIC  X(030).

      *------------------- LAYOUT DO RELATORIO DE SAIDA
       FD  REPORT-DOCUM.
       01  REG-RELATORIO   PIC  X(080).


       WORKING-STORAGE SECTION.
      *----------------- PARAMETRO DE AMBIENTE E CAMINHOS
      *----------------- RESOLVIDOS DOS ARQUIVOS
       01  FS-AMBIENTE     PIC 9(02) VALUE ZEROS.
       01  WRK-AMB-NOME    PIC X(010) VALUE "PADRAO".
       01  WRK-AMB-DIR     PIC X(040) VALUE SPACES.
       01  WRK-ARQ-DOCUMENTOS PIC X(060)
           VALUE "D:\temp\Cobol\dados\document.txt".
       01  WRK-ARQ-CLIENTES PIC X(060)
           VALUE "D:\temp\Cobol\dados\cliente.txt".
       01  WRK-ARQ-SORT    PIC X(060)
           VALUE "D:\temp\Cobol\sortdocu.tmp".
       01  WRK-ARQ-REPORT  PIC X(060)
           VALUE "D:\temp\Cobol\reldocum.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-DOCUMENTOS   PIC 9(02) VALUE ZEROS.
       01  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       01  FS-REPORT       PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-QTDE-ED      PIC ZZ.ZZ9.
       01  WRK-DIAS-ED      PIC ZZZ9.
       01  WRK-ETAPA-ED     PIC X(016).
       01  WRK-PRAZO-ED     PIC X(028).

      *----------------- FILIAL PEDIDA - BRANCO SAO TODAS
       01  WRK-FILIAL-PEDIDA    PIC X(002) VALUE SPACES.
       01  WRK-FILIAL-DOC       PIC X(002) VALUE SPACES.

       01  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.

      *----------------- PRAZO LEGAL PARA PROTOCOLAR A TRANSFERENCIA
      *----------------- DO VEICULO, EM DIAS CORRIDOS DA VENDA, E A
      *----------------- ANTECEDENCIA DO AVISO DE PRAZO A VENCER
       01  WRK-PRAZO-TRANSF     PIC 9(003) VALUE 30.
       01  WRK-DIAS-AVISO       PIC 9(003) VALUE 7.

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
       01  WRK-SERIAL-VENDA     PIC 9(008) VALUE ZEROS.
       01  WRK-DIAS-RESTANTES   PIC S9(008) VALUE ZEROS.

      *----------------- CONTROLE DA QUEBRA POR FILIAL
       01  WRK-FILIAL-ANTERIOR  PIC X(002) VALUE SPACES.

      *----------------- CONTADORES DA FILIAL E GERAIS
       01  WRK-QTDE-FILIAL      PIC 9(006) VALUE ZEROS.
       01  WRK-VENCER-FILIAL    PIC 9(006) VALUE ZEROS.
       01  WRK-VENCIDO-FILIAL   PIC 9(006) VALUE ZEROS.
       01  WRK-QTDE-GERAL       PIC 9(006) VALUE ZEROS.
       01  WRK-VENCER-GERAL     PIC 9(006) VALUE ZEROS.
       01  WRK-VENCIDO-GERAL    PIC 9(006) VALUE ZEROS.

      *----------------- LINHA DE TOTAL EM IMPRESSAO
       01  WRK-TITULO-IMP       PIC X(020) VALUE SPACES.
       01  WRK-QTDE-IMP         PIC 9(006) VALUE ZEROS.
       01  WRK-VENCER-IMP       PIC 9(006) VALUE ZEROS.
       01  WRK-VENCIDO-IMP      PIC 9(006) VALUE ZEROS.

      *----------------- TELEFONE DO CLIENTE DA VENDA
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

             OPEN INPUT DOCUMENTOS.
             IF FS-DOCUMENTOS EQUAL 0
                 SORT ARQ-SORT ON ASCENDING KEY SRT-FILIAL
                                               SRT-DATA-VENDA
                                               SRT-RECIBO
                    INPUT  PROCEDURE IS 0200-SELECIONAR-DOCUMENTOS
                    OUTPUT PROCEDURE IS 0400-LISTAR-PENDENTES
                 CLOSE DOCUMENTOS
             ELSE
                 IF FS-DOCUMENTOS NOT EQUAL 35
                     DISPLAY "ERRO NA ABERTURA DA DOCUMENTACAO "
                        FS-DOCUMENTOS
                 END-IF
                 MOVE "NENHUMA DOCUMENTACAO REGISTRADA" TO REG-RELATORIO
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
                  MOVE SPACES TO WRK-ARQ-DOCUMENTOS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\document.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-DOCUMENTOS
                  MOVE SPACES TO WRK-ARQ-CLIENTES
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\cliente.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CLIENTES
                  MOVE SPACES TO WRK-ARQ-SORT
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\sortdocu.tmp"
                         DELIMITED SIZE
                         INTO WRK-ARQ-SORT
                  MOVE SPACES TO WRK-ARQ-REPORT
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\reldocum.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-REPORT
              END-IF.

      *---------- CADA EXECUCAO INFORMA O AMBIENTE RESOLVIDO
              DISPLAY "AMBIENTE: " WRK-AMB-NOME.

       0050-RESOLVER-AMBIENTE-FIM. EXIT.


       0100-INICIALIZAR      SECTION.
              PERFORM 0050-RESOLVER-AMBIENTE.

              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
              DISPLAY "FILIAL (BRANCO = TODAS) ".
              ACCEPT WRK-FILIAL-PEDIDA.

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

              OPEN OUTPUT REPORT-DOCUM.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DO RELATORIO " FS-REPORT
                  GOBACK
              END-IF.

              MOVE WRK-PRAZO-TRANSF TO WRK-DIAS-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "DOCUMENTACAO PENDENTE EM " DELIMITED SIZE
                     WRK-DATA-HOJE              DELIMITED SIZE
                     " - PRAZO PARA PROTOCOLO " DELIMITED SIZE
                     WRK-DIAS-ED                DELIMITED SIZE
                     " DIAS DA VENDA"           DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0100-INICIAL-FIM. EXIT.


       0200-SELECIONAR-DOCUMENTOS SECTION.
              READ DOCUMENTOS NEXT RECORD.
              PERFORM 0210-LIBERAR-DOCUMENTO
                 UNTIL FS-DOCUMENTOS EQUAL 10.

       0200-SELECIONAR-DOCUMENTOS-FIM. EXIT.


       0210-LIBERAR-DOCUMENTO SECTION.
      *---------- SO A DOCUMENTACAO EM ANDAMENTO - A ENTREGUE E A
      *---------- CANCELADA PELO ESTORNO NAO TEM MAIS O QUE COBRAR.
      *---------- VENDA SEM FILIAL CONTA NA 01
              MOVE DOC-FILIAL TO WRK-FILIAL-DOC.
              IF WRK-FILIAL-DOC EQUAL SPACES
                  MOVE "01" TO WRK-FILIAL-DOC
              END-IF.

              IF DOC-SITUACAO EQUAL 'A'
                 AND (WRK-FILIAL-PEDIDA EQUAL SPACES
                  OR WRK-FILIAL-PEDIDA EQUAL WRK-FILIAL-DOC)
                  PERFORM 0220-APURAR-PRAZO
                  MOVE WRK-FILIAL-DOC TO SRT-FILIAL
                  MOVE DOC-DATA-VENDA TO SRT-DATA-VENDA
                  MOVE DOC-RECIBO     TO SRT-RECIBO
                  MOVE DOC-CHASSI     TO SRT-CHASSI
                  MOVE DOC-ETAPA      TO SRT-ETAPA
                  MOVE DOC-CLI-CODIGO TO SRT-CLI-CODIGO
                  MOVE DOC-CLIENTE    TO SRT-CLIENTE
                  RELEASE REG-SORT
              END-IF.

              READ DOCUMENTOS NEXT RECORD.

       0210-LIBERAR-DOCUMENTO-FIM. EXIT.


       0220-APURAR-PRAZO SECTION.
      *---------- O PRAZO LEGAL SE CUMPRE COM O PROTOCOLO NO DETRAN -
      *---------- ANTES DELE CONTA OS DIAS QUE RESTAM OU QUE PASSARAM
              IF DOC-ETAPA NOT < 2
                  MOVE 4     TO SRT-FAIXA
                  MOVE ZEROS TO SRT-DIAS
              ELSE
                  MOVE DOC-DATA-VENDA TO WRK-DATA-CALC
                  PERFORM 0700-CALCULAR-SERIAL
                  MOVE WRK-SERIAL TO WRK-SERIAL-VENDA
                  COMPUTE WRK-DIAS-RESTANTES = WRK-PRAZO-TRANSF
                     - (WRK-SERIAL-HOJE - WRK-SERIAL-VENDA)
                  IF WRK-DIAS-RESTANTES < 0
                      MOVE 1 TO SRT-FAIXA
                      COMPUTE SRT-DIAS = 0 - WRK-DIAS-RESTANTES
                  ELSE
                  IF WRK-DIAS-RESTANTES NOT > WRK-DIAS-AVISO
                      MOVE 2 TO SRT-FAIXA
                      MOVE WRK-DIAS-RESTANTES TO SRT-DIAS
                  ELSE
                      MOVE 3 TO SRT-FAIXA
                      MOVE WRK-DIAS-RESTANTES TO SRT-DIAS
                  END-IF
                  END-IF
              END-IF.

       0220-APURAR-PRAZO-FIM. EXIT.


       0400-LISTAR-PENDENTES SECTION.
              MOVE 'N'   TO WRK-FIM-SORT.
              MOVE 'S'   TO WRK-PRIMEIRO.
              MOVE ZEROS TO WRK-QTDE-FILIAL WRK-VENCER-FILIAL
                            WRK-VENCIDO-FILIAL.
              MOVE ZEROS TO WRK-QTDE-GERAL  WRK-VENCER-GERAL
                            WRK-VENCIDO-GERAL.

              PERFORM 0410-RETORNAR-DOCUMENTO
                 UNTIL WRK-SORT-ESGOTADO.

              IF WRK-PRIMEIRO-REG
                  MOVE SPACES TO REG-RELATORIO
                  WRITE REG-RELATORIO
                  MOVE "NENHUMA DOCUMENTACAO PENDENTE" TO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO
              ELSE
                  PERFORM 0440-QUEBRA-FILIAL
              END-IF.

              MOVE "TOTAL GERAL"     TO WRK-TITULO-IMP.
              MOVE WRK-QTDE-GERAL    TO WRK-QTDE-IMP.
              MOVE WRK-VENCER-GERAL  TO WRK-VENCER-IMP.
              MOVE WRK-VENCIDO-GERAL TO WRK-VENCIDO-IMP.
              PERFORM 0460-IMPRIMIR-TOTAL.

       0400-LISTAR-PENDENTES-FIM. EXIT.


       0410-RETORNAR-DOCUMENTO SECTION.
              RETURN ARQ-SORT
                  AT END
                      MOVE 'S' TO WRK-FIM-SORT
                  NOT AT END
                      PERFORM 0420-TRATAR-DOCUMENTO
              END-RETURN.

       0410-RETORNAR-DOCUMENTO-FIM. EXIT.


       0420-TRATAR-DOCUMENTO SECTION.
      *---------- QUEBRA DE CONTROLE POR FILIAL - CABECALHO NOVO A
      *---------- CADA FILIAL
              IF NOT WRK-PRIMEIRO-REG
                  IF SRT-FILIAL NOT EQUAL WRK-FILIAL-ANTERIOR
                      PERFORM 0440-QUEBRA-FILIAL
                      PERFORM 0430-CABECALHO-FILIAL
                  END-IF
              ELSE
                  PERFORM 0430-CABECALHO-FILIAL
              END-IF.

              MOVE 'N'        TO WRK-PRIMEIRO.
              MOVE SRT-FILIAL TO WRK-FILIAL-ANTERIOR.

              ADD 1 TO WRK-QTDE-FILIAL.
              IF SRT-FAIXA EQUAL 1
                  ADD 1 TO WRK-VENCIDO-FILIAL
              END-IF.
              IF SRT-FAIXA EQUAL 2
                  ADD 1 TO WRK-VENCER-FILIAL
              END-IF.

              PERFORM 0450-IMPRIMIR-DOCUMENTO.

       0420-TRATAR-DOCUMENTO-FIM. EXIT.


       0430-CABECALHO-FILIAL SECTION.
              MOVE SPACES TO REG-RELATORIO.
              WRITE REG-RELATORIO.
              MOVE SPACES TO REG-RELATORIO.
              STRING "FILIAL " DELIMITED SIZE
                     SRT-FILIAL DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE SPACES TO REG-RELATORIO.
              STRING "RECIBO VENDA    CHASSI            "
                     DELIMITED SIZE
                     "ETAPA CONCLUIDA  PRAZO DO PROTOCOLO"
                     DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0430-CABECALHO-FILIAL-FIM. EXIT.


       0440-QUEBRA-FILIAL SECTION.
              MOVE SPACES TO WRK-TITULO-IMP.
              STRING "TOTAL FILIAL "     DELIMITED SIZE
                     WRK-FILIAL-ANTERIOR DELIMITED SIZE
                     INTO WRK-TITULO-IMP.
              MOVE WRK-QTDE-FILIAL    TO WRK-QTDE-IMP.
              MOVE WRK-VENCER-FILIAL  TO WRK-VENCER-IMP.
              MOVE WRK-VENCIDO-FILIAL TO WRK-VENCIDO-IMP.
              PERFORM 0460-IMPRIMIR-TOTAL.
              DISPLAY "-----------------------------------".

              ADD WRK-QTDE-FILIAL    TO WRK-QTDE-GERAL.
              ADD WRK-VENCER-FILIAL  TO WRK-VENCER-GERAL.
              ADD WRK-VENCIDO-FILIAL TO WRK-VENCIDO-GERAL.
              MOVE ZEROS TO WRK-QTDE-FILIAL.
              MOVE ZEROS TO WRK-VENCER-FILIAL.
              MOVE ZEROS TO WRK-VENCIDO-FILIAL.

       0440-QUEBRA-FILIAL-FIM. EXIT.


       0450-IMPRIMIR-DOCUMENTO SECTION.
      *---------- DUAS LINHAS POR VENDA - A SITUACAO DO PRAZO E, ABAIXO,
      *---------- O CLIENTE COM O TELEFONE DO CADASTRO ATUAL
              EVALUATE SRT-ETAPA
                  WHEN 0
                      MOVE "NENHUMA"          TO WRK-ETAPA-ED
                  WHEN 1
                      MOVE "DOCS RECEBIDOS"   TO WRK-ETAPA-ED
                  WHEN 2
                      MOVE "PROTOCOLADA"      TO WRK-ETAPA-ED
                  WHEN OTHER
                      MOVE "TAXAS PAGAS"      TO WRK-ETAPA-ED
              END-EVALUATE.

              MOVE SRT-DIAS TO WRK-DIAS-ED.
              MOVE SPACES TO WRK-PRAZO-ED.
              EVALUATE SRT-FAIXA
                  WHEN 1
                      STRING "*** VENCIDO HA " DELIMITED SIZE
                             WRK-DIAS-ED       DELIMITED SIZE
                             " DIAS"           DELIMITED SIZE
                             INTO WRK-PRAZO-ED
                  WHEN 2
                      STRING "*** VENCE EM "   DELIMITED SIZE
                             WRK-DIAS-ED       DELIMITED SIZE
                             " DIAS"           DELIMITED SIZE
                             INTO WRK-PRAZO-ED
                  WHEN 3
                      STRING "RESTAM "         DELIMITED SIZE
                             WRK-DIAS-ED       DELIMITED SIZE
                             " DIAS"           DELIMITED SIZE
                             INTO WRK-PRAZO-ED
                  WHEN OTHER
                      MOVE "CUMPRIDO"          TO WRK-PRAZO-ED
              END-EVALUATE.

              MOVE SPACES TO REG-RELATORIO.
              STRING SRT-RECIBO     DELIMITED SIZE
                     " "            DELIMITED SIZE
                     SRT-DATA-VENDA DELIMITED SIZE
                     " "            DELIMITED SIZE
                     SRT-CHASSI     DELIMITED SIZE
                     " "            DELIMITED SIZE
                     WRK-ETAPA-ED   DELIMITED SIZE
                     " "            DELIMITED SIZE
                     WRK-PRAZO-ED   DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              PERFORM 0470-BUSCAR-TELEFONE.
              MOVE SPACES TO REG-RELATORIO.
              STRING "       CLIENTE " DELIMITED SIZE
                     SRT-CLI-CODIGO    DELIMITED SIZE
                     " "               DELIMITED SIZE
                     SRT-CLIENTE       DELIMITED SIZE
                     " FONE "          DELIMITED SIZE
                     WRK-TELEFONE      DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0450-IMPRIMIR-DOCUMENTO-FIM. EXIT.


       0460-IMPRIMIR-TOTAL SECTION.
              MOVE SPACES TO REG-RELATORIO.
              WRITE REG-RELATORIO.

              MOVE WRK-QTDE-IMP TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING WRK-TITULO-IMP          DELIMITED SIZE
                     " PENDENTES ........ "  DELIMITED SIZE
                     WRK-QTDE-ED             DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE WRK-VENCER-IMP TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING WRK-TITULO-IMP          DELIMITED SIZE
                     " PRAZO A VENCER ... "  DELIMITED SIZE
                     WRK-QTDE-ED             DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE WRK-VENCIDO-IMP TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING WRK-TITULO-IMP          DELIMITED SIZE
                     " PRAZO VENCIDO .... "  DELIMITED SIZE
                     WRK-QTDE-ED             DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0460-IMPRIMIR-TOTAL-FIM. EXIT.


       0470-BUSCAR-TELEFONE SECTION.
              MOVE SPACES TO WRK-TELEFONE.
              IF WRK-CLIENTES-ABERTO
                  MOVE SRT-CLI-CODIGO TO CLI-CODIGO
                  READ CLIENTES
                      INVALID KEY
                          MOVE "SEM CADASTRO" TO WRK-TELEFONE
                      NOT INVALID KEY
                          MOVE CLI-TELEFONE TO WRK-TELEFONE
                  END-READ
              END-IF.

       0470-BUSCAR-TELEFONE-FIM. EXIT.


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

              CLOSE REPORT-DOCUM.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR O RELATORIO ' FS-REPORT
              END-IF.

      *---------- O ARQUIVO DE TRABALHO DA CLASSIFICACAO NAO FICA
              CALL "CBL_DELETE_FILE" USING WRK-ARQ-SORT.

       0300-FINALIZAR-FIM. EXIT.
