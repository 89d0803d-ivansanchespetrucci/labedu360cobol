       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMETAS.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: ATINGIMENTO DAS METAS DE VENDA - PARA CADA META DO
      *          MES (FILIAL E VENDEDOR) AS UNIDADES E O FATURAMENTO
      *          REALIZADOS, O PERCENTUAL E O QUE FALTA, A PROJECAO
      *          DO MES PELO RITMO ATE HOJE E O ACUMULADO DO ANO
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

           SELECT METAS ASSIGN USING WRK-ARQ-METAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MET-CHAVE
              FILE STATUS IS FS-METAS.

           SELECT VENDAS ASSIGN USING WRK-ARQ-VENDAS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-VENDAS.

           SELECT OPERADORES ASSIGN USING
              WRK-ARQ-OPERADORES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OPE-ID
              FILE STATUS IS FS-OPERADORES.

           SELECT REPORT-METAS ASSIGN USING WRK-ARQ-REPORT
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

      *------------------- METAS DE VENDA - CHAVE MES (AAAAMM) +
      *------------------- FILIAL + VENDEDOR. VENDEDOR EM BRANCO E A
      *------------------- META DA FILIAL INTEIRA
       FD  METAS.
       01  REG-META.
           05 MET-CHAVE.
              10 MET-MES        PIC  9(006).
              10 MET-FILIAL     PIC  X(002).
              10 MET-VENDEDOR   PIC  X(008).
           05 MET-QTDE          PIC  9(004).
           05 MET-VALOR         PIC  9(009)V99.
           05 MET-DATA-ALT      PIC  9(008).
           05 MET-OPERADOR      PIC  X(008).

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

      *------------------- LAYOUT DO CADASTRO DE OPERADORES
       FD  OPERADORES.
       01  REG-OPERADOR.
           05 OPE-ID         PIC  X(008).
           05 OPE-NOME       PIC  X(030).
           05 OPE-NIVEL      PIC  9(001).
           05 OPE-SENHA      PIC  X(008).
           05 OPE-DATA-SENHA PIC  9(008).
           05 OPE-TENTATIVAS PIC  9(001).
           05 OPE-BLOQUEADO  PIC  X(001).
           05 OPE-TROCAR     PIC  X(001).

      *------------------- LAYOUT DO RELATORIO DE SAIDA
       FD  REPORT-METAS.
       01  REG-RELATORIO   PIC  X(080).


       WORKING-STORAGE SECTION.
      *----------------- PARAMETRO DE AMBIENTE E CAMINHOS
      *----------------- RESOLVIDOS DOS ARQUIVOS
       01  FS-AMBIENTE     PIC 9(02) VALUE ZEROS.
       01  WRK-AMB-NOME    PIC X(010) VALUE "PADRAO".
       01  WRK-AMB-DIR     PIC X(040) VALUE SPACES.
       01  WRK-ARQ-METAS   PIC X(060)
           VALUE "D:\temp\Cobol\dados\metas.txt".
       01  WRK-ARQ-VENDAS  PIC X(060)
           VALUE "D:\temp\Cobol\dados\vendas.txt".
       01  WRK-ARQ-OPERADORES PIC X(060)
           VALUE "D:\temp\Cobol\dados\operador.txt".
       01  WRK-ARQ-REPORT  PIC X(060)
           VALUE "D:\temp\Cobol\relmetas.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-METAS        PIC 9(02) VALUE ZEROS.
       01  FS-VENDAS       PIC 9(02) VALUE ZEROS.
       01  FS-OPERADORES   PIC 9(02) VALUE ZEROS.
       01  FS-REPORT       PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-META-ED      PIC -ZZZ.ZZZ.ZZ9.
       01  WRK-REAL-ED      PIC -ZZZ.ZZZ.ZZ9.
       01  WRK-FALTA-ED     PIC -ZZZ.ZZZ.ZZ9.
       01  WRK-PROJ-ED      PIC X(012).
       01  WRK-PROJ-NUM-ED  PIC -ZZZ.ZZZ.ZZ9.
       01  WRK-PCT-ED       PIC -ZZZ9,9.
       01  WRK-DIA-ED       PIC Z9.
       01  WRK-QTDE-ED      PIC ZZ9.

      *----------------- MES DE REFERENCIA - BRANCO E O MES CORRENTE
       01  WRK-MES-REFERENCIA   PIC X(006) VALUE SPACES.
       01  WRK-MES-REF-NUM      PIC 9(006) VALUE ZEROS.
       01  WRK-MES-REF-R REDEFINES WRK-MES-REF-NUM.
           05 WRK-REF-ANO       PIC 9(004).
           05 WRK-REF-MES       PIC 9(002).
       01  WRK-MES-INICIO-ANO   PIC 9(006) VALUE ZEROS.
       01  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-MES-HOJE      PIC 9(006).
           05 WRK-DIA-HOJE      PIC 9(002).

      *----------------- MES DA VENDA E DO ESTORNO - SEM ESTORNO O
      *----------------- MES FICA ZERADO
       01  WRK-DATA-VENDA       PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-VENDA-R REDEFINES WRK-DATA-VENDA.
           05 WRK-MES-VENDA     PIC 9(006).
           05 FILLER            PIC 9(002).
       01  WRK-DATA-ESTORNO     PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-ESTORNO-R REDEFINES WRK-DATA-ESTORNO.
           05 WRK-MES-ESTORNO   PIC 9(006).
           05 FILLER            PIC 9(002).
       01  WRK-FILIAL-VENDA     PIC X(002) VALUE SPACES.

      *----------------- EFEITO DA VENDA NO MES E NO ANO - MAIS UM
      *----------------- PELA VENDA, MENOS UM PELO ESTORNO
       01  WRK-SINAL-MES        PIC S9(001) VALUE ZEROS.
       01  WRK-SINAL-ANO        PIC S9(001) VALUE ZEROS.

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

       01  WRK-SERIAL-INICIO    PIC 9(008) VALUE ZEROS.
       01  WRK-DIAS-NO-MES      PIC 9(002) VALUE ZEROS.
       01  WRK-DIAS-DECORRIDOS  PIC 9(002) VALUE ZEROS.

      *----------------- SITUACAO DO MES EM RELACAO A HOJE
       01  WRK-SITUACAO-MES     PIC X(01) VALUE SPACES.
           88 WRK-MES-CORRENTE            VALUE 'C'.
           88 WRK-MES-ENCERRADO           VALUE 'E'.
           88 WRK-MES-FUTURO              VALUE 'F'.

      *----------------- METAS DO MES COM O REALIZADO - ATE 300
      *----------------- METAS, NA ORDEM DO CADASTRO
       01  WRK-TABELA-METAS.
           05 WRK-TAB-OCORRENCIA OCCURS 300 TIMES.
               10 WRK-TAB-FILIAL       PIC X(002).
               10 WRK-TAB-VENDEDOR     PIC X(008).
               10 WRK-TAB-META-QTDE    PIC 9(005).
               10 WRK-TAB-META-VALOR   PIC 9(009)V99.
               10 WRK-TAB-ANO-META-QTDE  PIC 9(006).
               10 WRK-TAB-ANO-META-VALOR PIC 9(011)V99.
               10 WRK-TAB-MES-QTDE     PIC S9(005).
               10 WRK-TAB-MES-VALOR    PIC S9(009)V99.
               10 WRK-TAB-ANO-QTDE     PIC S9(006).
               10 WRK-TAB-ANO-VALOR    PIC S9(011)V99.

       01  WRK-TAB-IDX          PIC 9(003) VALUE ZEROS.
       01  WRK-TAB-USADAS       PIC 9(003) VALUE ZEROS.
       01  WRK-TAB-ACHOU        PIC X(01)  VALUE 'N'.
           88 WRK-TAB-ACHADA              VALUE 'S'.
       01  WRK-BUSCA-FILIAL     PIC X(002) VALUE SPACES.
       01  WRK-BUSCA-VENDEDOR   PIC X(008) VALUE SPACES.

      *----------------- LINHA EM IMPRESSAO - META, REALIZADO E
      *----------------- PROJECAO DE UMA MEDIDA
       01  WRK-LIN-ROTULO       PIC X(014) VALUE SPACES.
       01  WRK-LIN-META         PIC S9(011)V99 VALUE ZEROS.
       01  WRK-LIN-REAL         PIC S9(011)V99 VALUE ZEROS.
       01  WRK-LIN-FALTA        PIC S9(011)V99 VALUE ZEROS.
       01  WRK-LIN-PROJ         PIC S9(011)V99 VALUE ZEROS.
       01  WRK-LIN-PCT          PIC S9(004)V9 VALUE ZEROS.
       01  WRK-LIN-PROJETA      PIC X(01) VALUE 'N'.
           88 WRK-LIN-COM-PROJECAO        VALUE 'S'.

      *----------------- CABECALHO DE CADA META
       01  WRK-NOME-VENDEDOR    PIC X(030) VALUE SPACES.

      *----------------- SWITCH DO CADASTRO DE OPERADORES DISPONIVEL
       01  WRK-OPERADORES-DISP  PIC X(01) VALUE 'N'.
           88 WRK-OPERADORES-ABERTO       VALUE 'S'.


       PROCEDURE           DIVISION.
       0000-PRINCIPAL      SECTION.
             PERFORM 0100-INICIALIZAR.
             PERFORM 0200-CARREGAR-METAS.

             IF WRK-TAB-USADAS EQUAL ZEROS
                 MOVE "NENHUMA META CADASTRADA PARA O MES"
                    TO REG-RELATORIO
                 WRITE REG-RELATORIO
                 DISPLAY REG-RELATORIO
             ELSE
                 PERFORM 0250-ACUMULAR-METAS-ANO
                 PERFORM 0400-APURAR-VENDAS
                 PERFORM 0500-IMPRIMIR-METAS
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
                  MOVE SPACES TO WRK-ARQ-METAS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\metas.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-METAS
                  MOVE SPACES TO WRK-ARQ-VENDAS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\vendas.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-VENDAS
                  MOVE SPACES TO WRK-ARQ-OPERADORES
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\operador.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-OPERADORES
                  MOVE SPACES TO WRK-ARQ-REPORT
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\relmetas.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-REPORT
              END-IF.

      *---------- CADA EXECUCAO INFORMA O AMBIENTE RESOLVIDO
              DISPLAY "AMBIENTE: " WRK-AMB-NOME.

       0050-RESOLVER-AMBIENTE-FIM. EXIT.


       0100-INICIALIZAR      SECTION.
              PERFORM 0050-RESOLVER-AMBIENTE.

              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
              DISPLAY "MES DAS METAS (AAAAMM OU BRANCO = MES "
                 "CORRENTE) ".
              ACCEPT WRK-MES-REFERENCIA.
              IF WRK-MES-REFERENCIA EQUAL SPACES
                  MOVE WRK-MES-HOJE TO WRK-MES-REFERENCIA
              END-IF.
              IF WRK-MES-REFERENCIA IS NOT NUMERIC
                  DISPLAY "MES INVALIDO - DIGITE AAAAMM"
                  GOBACK
              END-IF.
              MOVE WRK-MES-REFERENCIA TO WRK-MES-REF-NUM.
              IF WRK-REF-MES EQUAL ZEROS OR WRK-REF-MES > 12
                  DISPLAY "MES INVALIDO - DIGITE AAAAMM"
                  GOBACK
              END-IF.
              COMPUTE WRK-MES-INICIO-ANO = WRK-REF-ANO * 100 + 1.

              PERFORM 0150-CALCULAR-DIAS.

              OPEN INPUT METAS.
              IF FS-METAS NOT EQUAL 0
                  IF FS-METAS EQUAL 35
                      DISPLAY "CADASTRO DE METAS NAO ENCONTRADO - "
                         "RODE O CARMETAS ANTES"
                  ELSE
                      DISPLAY "ERRO NA ABERTURA DAS METAS " FS-METAS
                  END-IF
                  GOBACK
              END-IF.

      *---------- SEM O CADASTRO DE OPERADORES O VENDEDOR SAI SEM NOME
              OPEN INPUT OPERADORES.
              IF FS-OPERADORES EQUAL 0
                  MOVE 'S' TO WRK-OPERADORES-DISP
              END-IF.

              OPEN OUTPUT REPORT-METAS.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DO RELATORIO " FS-REPORT
                  GOBACK
              END-IF.

              MOVE SPACES TO REG-RELATORIO.
              STRING "ATINGIMENTO DAS METAS DE VENDA - MES "
                     DELIMITED SIZE
                     WRK-MES-REFERENCIA DELIMITED SIZE
                     " - POSICAO EM "   DELIMITED SIZE
                     WRK-DATA-HOJE      DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE SPACES TO REG-RELATORIO.
              EVALUATE TRUE
                  WHEN WRK-MES-CORRENTE
                      MOVE WRK-DIAS-DECORRIDOS TO WRK-DIA-ED
                      MOVE WRK-DIAS-NO-MES     TO WRK-QTDE-ED
                      STRING "PROJECAO PELO RITMO DE " DELIMITED SIZE
                             WRK-DIA-ED                DELIMITED SIZE
                             " DIA(S) DE "             DELIMITED SIZE
                             WRK-QTDE-ED               DELIMITED SIZE
                             INTO REG-RELATORIO
                  WHEN WRK-MES-ENCERRADO
                      MOVE "MES ENCERRADO - PROJECAO = REALIZADO"
                         TO REG-RELATORIO
                  WHEN OTHER
                      MOVE "MES AINDA NAO INICIADO - SEM PROJECAO"
                         TO REG-RELATORIO
              END-EVALUATE.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE SPACES TO REG-RELATORIO.
              WRITE REG-RELATORIO.
              MOVE SPACES TO REG-RELATORIO.
              STRING "                      META    REALIZADO    "
                     DELIMITED SIZE
                     "PCT%        FALTA     PROJECAO"
                     DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0100-INICIAL-FIM. EXIT.


       0150-CALCULAR-DIAS SECTION.
      *---------- DIAS DO MES PELA DIFERENCA ENTRE O PRIMEIRO DIA
      *---------- DELE E O DO MES SEGUINTE
              COMPUTE WRK-DATA-CALC = WRK-MES-REF-NUM * 100 + 1.
              PERFORM 0700-CALCULAR-SERIAL.
              MOVE WRK-SERIAL TO WRK-SERIAL-INICIO.

              IF WRK-REF-MES EQUAL 12
                  COMPUTE WRK-DATA-CALC =
                     (WRK-REF-ANO + 1) * 10000 + 0101
              ELSE
                  COMPUTE WRK-DATA-CALC =
                     (WRK-MES-REF-NUM + 1) * 100 + 1
              END-IF.
              PERFORM 0700-CALCULAR-SERIAL.
              COMPUTE WRK-DIAS-NO-MES = WRK-SERIAL - WRK-SERIAL-INICIO.

              EVALUATE TRUE
                  WHEN WRK-MES-REF-NUM EQUAL WRK-MES-HOJE
                      MOVE 'C'          TO WRK-SITUACAO-MES
                      MOVE WRK-DIA-HOJE TO WRK-DIAS-DECORRIDOS
                  WHEN WRK-MES-REF-NUM < WRK-MES-HOJE
                      MOVE 'E'             TO WRK-SITUACAO-MES
                      MOVE WRK-DIAS-NO-MES TO WRK-DIAS-DECORRIDOS
                  WHEN OTHER
                      MOVE 'F'   TO WRK-SITUACAO-MES
                      MOVE ZEROS TO WRK-DIAS-DECORRIDOS
              END-EVALUATE.

       0150-CALCULAR-DIAS-FIM. EXIT.


       0200-CARREGAR-METAS SECTION.
      *---------- AS METAS DO MES, NA ORDEM DA CHAVE - A DA FILIAL
      *---------- VEM ANTES DAS DOS VENDEDORES DELA
              MOVE ZEROS TO WRK-TAB-USADAS.
              INITIALIZE WRK-TABELA-METAS.

              MOVE WRK-MES-REF-NUM TO MET-MES.
              MOVE SPACES          TO MET-FILIAL.
              MOVE SPACES          TO MET-VENDEDOR.
              START METAS KEY IS NOT LESS THAN MET-CHAVE
                  INVALID KEY
                      MOVE 10 TO FS-METAS
              END-START.

              IF FS-METAS NOT EQUAL 10
                  READ METAS NEXT RECORD
              END-IF.

              PERFORM 0210-CARREGAR-META
                 UNTIL FS-METAS EQUAL 10
                    OR MET-MES NOT EQUAL WRK-MES-REF-NUM.

       0200-CARREGAR-METAS-FIM. EXIT.


       0210-CARREGAR-META SECTION.
              IF WRK-TAB-USADAS < 300
                  ADD 1 TO WRK-TAB-USADAS
                  MOVE WRK-TAB-USADAS TO WRK-TAB-IDX
                  MOVE MET-FILIAL   TO WRK-TAB-FILIAL(WRK-TAB-IDX)
                  MOVE MET-VENDEDOR TO WRK-TAB-VENDEDOR(WRK-TAB-IDX)
                  MOVE MET-QTDE     TO WRK-TAB-META-QTDE(WRK-TAB-IDX)
                  MOVE MET-VALOR    TO WRK-TAB-META-VALOR(WRK-TAB-IDX)
                  MOVE MET-QTDE
                     TO WRK-TAB-ANO-META-QTDE(WRK-TAB-IDX)
                  MOVE MET-VALOR
                     TO WRK-TAB-ANO-META-VALOR(WRK-TAB-IDX)
              ELSE
                  DISPLAY "TABELA DE METAS CHEIA - META IGNORADA "
                     MET-FILIAL " " MET-VENDEDOR
              END-IF.

              READ METAS NEXT RECORD.

       0210-CARREGAR-META-FIM. EXIT.


       0250-ACUMULAR-METAS-ANO SECTION.
      *---------- META DO ANO - SOMA DAS METAS DA MESMA FILIAL E
      *---------- VENDEDOR DE JANEIRO ATE O MES DE REFERENCIA
              MOVE WRK-MES-INICIO-ANO TO MET-MES.
              MOVE SPACES             TO MET-FILIAL.
              MOVE SPACES             TO MET-VENDEDOR.
              START METAS KEY IS NOT LESS THAN MET-CHAVE
                  INVALID KEY
                      MOVE 10 TO FS-METAS
              END-START.

              IF FS-METAS NOT EQUAL 10
                  READ METAS NEXT RECORD
              END-IF.

              PERFORM 0260-SOMAR-META-ANO
                 UNTIL FS-METAS EQUAL 10
                    OR MET-MES NOT < WRK-MES-REF-NUM.

       0250-ACUMULAR-METAS-ANO-FIM. EXIT.


       0260-SOMAR-META-ANO SECTION.
              MOVE MET-FILIAL   TO WRK-BUSCA-FILIAL.
              MOVE MET-VENDEDOR TO WRK-BUSCA-VENDEDOR.
              PERFORM 0600-PROCURAR-META.
              IF WRK-TAB-ACHADA
                  ADD MET-QTDE  TO WRK-TAB-ANO-META-QTDE(WRK-TAB-IDX)
                  ADD MET-VALOR TO WRK-TAB-ANO-META-VALOR(WRK-TAB-IDX)
              END-IF.

              READ METAS NEXT RECORD.

       0260-SOMAR-META-ANO-FIM. EXIT.


       0400-APURAR-VENDAS SECTION.
      *---------- UMA PASSADA NO HISTORICO - CADA VENDA CONTA PARA A
      *---------- META DA FILIAL E PARA A DO VENDEDOR NA FILIAL
              OPEN INPUT VENDAS.
              IF FS-VENDAS EQUAL 0
                  READ VENDAS
                  PERFORM 0410-APURAR-VENDA
                     UNTIL FS-VENDAS NOT EQUAL 0
                  CLOSE VENDAS
              ELSE
                  IF FS-VENDAS NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DO HISTORICO "
                         FS-VENDAS
                  END-IF
              END-IF.

       0400-APURAR-VENDAS-FIM. EXIT.


       0410-APURAR-VENDA SECTION.
      *---------- MESMO CRITERIO DAS COMISSOES - A VENDA CONTA NO MES
      *---------- EM QUE FOI FEITA E O ESTORNO DESCONTA NO MES EM QUE
      *---------- FOI FEITO; NO MESMO MES UM ANULA O OUTRO
              MOVE VND-DATA-VENDA TO WRK-DATA-VENDA.
              MOVE ZEROS          TO WRK-DATA-ESTORNO.
              IF VND-ESTORNO EQUAL 'S'
                  MOVE VND-DATA-ESTORNO TO WRK-DATA-ESTORNO
              END-IF.

              MOVE ZEROS TO WRK-SINAL-MES.
              MOVE ZEROS TO WRK-SINAL-ANO.
              IF WRK-MES-VENDA EQUAL WRK-MES-REF-NUM
                  ADD 1 TO WRK-SINAL-MES
              END-IF.
              IF WRK-MES-ESTORNO EQUAL WRK-MES-REF-NUM
                  SUBTRACT 1 FROM WRK-SINAL-MES
              END-IF.
              IF WRK-MES-VENDA NOT < WRK-MES-INICIO-ANO
                 AND WRK-MES-VENDA NOT > WRK-MES-REF-NUM
                  ADD 1 TO WRK-SINAL-ANO
              END-IF.
              IF WRK-MES-ESTORNO NOT < WRK-MES-INICIO-ANO
                 AND WRK-MES-ESTORNO NOT > WRK-MES-REF-NUM
                  SUBTRACT 1 FROM WRK-SINAL-ANO
              END-IF.

              IF WRK-SINAL-MES NOT EQUAL ZEROS
                 OR WRK-SINAL-ANO NOT EQUAL ZEROS
                  MOVE VND-FILIAL TO WRK-FILIAL-VENDA
                  IF WRK-FILIAL-VENDA EQUAL SPACES
                     OR WRK-FILIAL-VENDA EQUAL LOW-VALUES
                      MOVE "01" TO WRK-FILIAL-VENDA
                  END-IF
                  MOVE WRK-FILIAL-VENDA TO WRK-BUSCA-FILIAL
                  MOVE SPACES           TO WRK-BUSCA-VENDEDOR
                  PERFORM 0420-CREDITAR-META
                  MOVE VND-OPERADOR     TO WRK-BUSCA-VENDEDOR
                  IF WRK-BUSCA-VENDEDOR NOT EQUAL SPACES
                      PERFORM 0420-CREDITAR-META
                  END-IF
              END-IF.

              READ VENDAS.

       0410-APURAR-VENDA-FIM. EXIT.


       0420-CREDITAR-META SECTION.
              PERFORM 0600-PROCURAR-META.
              IF WRK-TAB-ACHADA
                  ADD WRK-SINAL-MES TO WRK-TAB-MES-QTDE(WRK-TAB-IDX)
                  COMPUTE WRK-TAB-MES-VALOR(WRK-TAB-IDX) =
                     WRK-TAB-MES-VALOR(WRK-TAB-IDX)
                     + WRK-SINAL-MES * VND-VALOR-VENDA
                  ADD WRK-SINAL-ANO TO WRK-TAB-ANO-QTDE(WRK-TAB-IDX)
                  COMPUTE WRK-TAB-ANO-VALOR(WRK-TAB-IDX) =
                     WRK-TAB-ANO-VALOR(WRK-TAB-IDX)
                     + WRK-SINAL-ANO * VND-VALOR-VENDA
              END-IF.

       0420-CREDITAR-META-FIM. EXIT.


       0500-IMPRIMIR-METAS SECTION.
              PERFORM 0510-IMPRIMIR-META
                 VARYING WRK-TAB-IDX FROM 1 BY 1
                 UNTIL WRK-TAB-IDX > WRK-TAB-USADAS.

              MOVE WRK-TAB-USADAS TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "METAS DO MES ............... " DELIMITED SIZE
                     WRK-QTDE-ED                     DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0500-IMPRIMIR-METAS-FIM. EXIT.


       0510-IMPRIMIR-META SECTION.
      *---------- QUATRO LINHAS POR META - UNIDADES E FATURAMENTO DO
      *---------- MES, COM A PROJECAO, E OS MESMOS NO ACUMULADO DO ANO
              MOVE SPACES TO REG-RELATORIO.
              IF WRK-TAB-VENDEDOR(WRK-TAB-IDX) EQUAL SPACES
                  STRING "FILIAL "       DELIMITED SIZE
                         WRK-TAB-FILIAL(WRK-TAB-IDX) DELIMITED SIZE
                         " - TOTAL DA FILIAL" DELIMITED SIZE
                         INTO REG-RELATORIO
              ELSE
                  PERFORM 0520-BUSCAR-VENDEDOR
                  STRING "FILIAL "       DELIMITED SIZE
                         WRK-TAB-FILIAL(WRK-TAB-IDX) DELIMITED SIZE
                         " VENDEDOR "    DELIMITED SIZE
                         WRK-TAB-VENDEDOR(WRK-TAB-IDX) DELIMITED SIZE
                         " "             DELIMITED SIZE
                         WRK-NOME-VENDEDOR DELIMITED SIZE
                         INTO REG-RELATORIO
              END-IF.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE 'S' TO WRK-LIN-PROJETA.
              MOVE "  UNIDADES MES" TO WRK-LIN-ROTULO.
              MOVE WRK-TAB-META-QTDE(WRK-TAB-IDX) TO WRK-LIN-META.
              MOVE WRK-TAB-MES-QTDE(WRK-TAB-IDX)  TO WRK-LIN-REAL.
              PERFORM 0550-IMPRIMIR-LINHA.

              MOVE "  VALOR MES   " TO WRK-LIN-ROTULO.
              MOVE WRK-TAB-META-VALOR(WRK-TAB-IDX) TO WRK-LIN-META.
              MOVE WRK-TAB-MES-VALOR(WRK-TAB-IDX)  TO WRK-LIN-REAL.
              PERFORM 0550-IMPRIMIR-LINHA.

              MOVE 'N' TO WRK-LIN-PROJETA.
              MOVE "  UNIDADES ANO" TO WRK-LIN-ROTULO.
              MOVE WRK-TAB-ANO-META-QTDE(WRK-TAB-IDX) TO WRK-LIN-META.
              MOVE WRK-TAB-ANO-QTDE(WRK-TAB-IDX)      TO WRK-LIN-REAL.
              PERFORM 0550-IMPRIMIR-LINHA.

              MOVE "  VALOR ANO   " TO WRK-LIN-ROTULO.
              MOVE WRK-TAB-ANO-META-VALOR(WRK-TAB-IDX) TO WRK-LIN-META.
              MOVE WRK-TAB-ANO-VALOR(WRK-TAB-IDX)      TO WRK-LIN-REAL.
              PERFORM 0550-IMPRIMIR-LINHA.

              MOVE SPACES TO REG-RELATORIO.
              WRITE REG-RELATORIO.

       0510-IMPRIMIR-META-FIM. EXIT.


       0520-BUSCAR-VENDEDOR SECTION.
              MOVE SPACES TO WRK-NOME-VENDEDOR.
              IF WRK-OPERADORES-ABERTO
                  MOVE WRK-TAB-VENDEDOR(WRK-TAB-IDX) TO OPE-ID
                  READ OPERADORES
                      INVALID KEY
                          MOVE "NAO CADASTRADO" TO WRK-NOME-VENDEDOR
                      NOT INVALID KEY
                          MOVE OPE-NOME TO WRK-NOME-VENDEDOR
                  END-READ
              END-IF.

       0520-BUSCAR-VENDEDOR-FIM. EXIT.


       0550-IMPRIMIR-LINHA SECTION.
      *---------- FALTA NEGATIVA E META SUPERADA. O PERCENTUAL SO
      *---------- EXISTE COM META; A PROJECAO LEVA O REALIZADO DOS
      *---------- DIAS CORRIDOS AO MES INTEIRO
              COMPUTE WRK-LIN-FALTA = WRK-LIN-META - WRK-LIN-REAL.
              IF WRK-LIN-META > ZEROS
                  COMPUTE WRK-LIN-PCT ROUNDED =
                     WRK-LIN-REAL * 100 / WRK-LIN-META
              ELSE
                  MOVE ZEROS TO WRK-LIN-PCT
              END-IF.

              MOVE SPACES TO WRK-PROJ-ED.
              IF WRK-LIN-COM-PROJECAO
                  IF WRK-DIAS-DECORRIDOS > ZEROS
                      COMPUTE WRK-LIN-PROJ ROUNDED =
                         WRK-LIN-REAL * WRK-DIAS-NO-MES
                         / WRK-DIAS-DECORRIDOS
                  ELSE
                      MOVE ZEROS TO WRK-LIN-PROJ
                  END-IF
                  MOVE WRK-LIN-PROJ    TO WRK-PROJ-NUM-ED
                  MOVE WRK-PROJ-NUM-ED TO WRK-PROJ-ED
              END-IF.

              MOVE WRK-LIN-META  TO WRK-META-ED.
              MOVE WRK-LIN-REAL  TO WRK-REAL-ED.
              MOVE WRK-LIN-FALTA TO WRK-FALTA-ED.
              MOVE WRK-LIN-PCT   TO WRK-PCT-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING WRK-LIN-ROTULO DELIMITED SIZE
                     WRK-META-ED    DELIMITED SIZE
                     " "            DELIMITED SIZE
                     WRK-REAL-ED    DELIMITED SIZE
                     " "            DELIMITED SIZE
                     WRK-PCT-ED     DELIMITED SIZE
                     " "            DELIMITED SIZE
                     WRK-FALTA-ED   DELIMITED SIZE
                     " "            DELIMITED SIZE
                     WRK-PROJ-ED    DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0550-IMPRIMIR-LINHA-FIM. EXIT.


       0600-PROCURAR-META SECTION.
      *---------- BUSCA NA TABELA PELA FILIAL E VENDEDOR - A VARIACAO
      *---------- PASSA UMA POSICAO ALEM DA ACHADA
              MOVE 'N' TO WRK-TAB-ACHOU.
              PERFORM 0610-COMPARAR-META
                 VARYING WRK-TAB-IDX FROM 1 BY 1
                 UNTIL WRK-TAB-IDX > WRK-TAB-USADAS
                    OR WRK-TAB-ACHADA.

       0600-PROCURAR-META-FIM. EXIT.


       0610-COMPARAR-META SECTION.
              IF WRK-TAB-FILIAL(WRK-TAB-IDX) EQUAL WRK-BUSCA-FILIAL
                 AND WRK-TAB-VENDEDOR(WRK-TAB-IDX)
                     EQUAL WRK-BUSCA-VENDEDOR
                  MOVE 'S' TO WRK-TAB-ACHOU
                  SUBTRACT 1 FROM WRK-TAB-IDX
              END-IF.

       0610-COMPARAR-META-FIM. EXIT.


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
              CLOSE METAS.
              IF WRK-OPERADORES-ABERTO
                  CLOSE OPERADORES
              END-IF.

              CLOSE REPORT-METAS.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR O RELATORIO ' FS-REPORT
              END-IF.

       0300-FINALIZAR-FIM. EXIT.
