       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELAGING.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: CONTAS A RECEBER POR ATRASO - SALDO DAS PARCELAS EM
      *          ABERTO DO FINANCIAMENTO PROPRIO POR FILIAL E CLIENTE,
      *          NAS FAIXAS A VENCER, 1-30, 31-60, 61-90 E ACIMA DE 90
      *          DIAS DE ATRASO, COM AS PARCELAS VENCIDAS DETALHADAS
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

           SELECT PARCELAS ASSIGN USING WRK-ARQ-PARCELAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PAR-CHAVE
              ALTERNATE RECORD KEY IS PAR-CLI-CODIGO WITH DUPLICATES
              FILE STATUS IS FS-PARCELAS.

           SELECT ARQ-SORT ASSIGN USING WRK-ARQ-SORT.

           SELECT REPORT-AGING ASSIGN USING WRK-ARQ-REPORT
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

      *------------------- PARCELAS DO FINANCIAMENTO PROPRIO - CHAVE
      *------------------- RECIBO DA VENDA + NUMERO DA PARCELA.
      *------------------- SITUACAO 'A' ABERTA, 'Q' QUITADA,
      *------------------- 'C' CANCELADA PELO ESTORNO DA VENDA
       FD  PARCELAS.
       01  REG-PARCELA.
           05 PAR-CHAVE.
              10 PAR-RECIBO    PIC  9(006).
              10 PAR-NUMERO    PIC  9(003).
           05 PAR-CLI-CODIGO   PIC  X(005).
           05 PAR-CLIENTE      PIC  X(030).
           05 PAR-FILIAL       PIC  X(002).
           05 PAR-CODIGO       PIC  X(003).
           05 PAR-VENCIMENTO   PIC  9(008).
           05 PAR-VALOR        PIC  9(006)V99.
           05 PAR-VALOR-PAGO   PIC  9(006)V99.
           05 PAR-DATA-PAGTO   PIC  9(008).
           05 PAR-SITUACAO     PIC  X(001).
           05 PAR-OPERADOR     PIC  X(008).

      *------------------- REGISTRO DE CLASSIFICACAO - FAIXA 1 A
      *------------------- VENCER, 2 ATE 30, 3 ATE 60, 4 ATE 90 DIAS,
      *------------------- 5 ACIMA DE 90
       SD  ARQ-SORT.
       01  REG-SORT.
           05 SRT-FILIAL     PIC  X(002).
           05 SRT-CLI-CODIGO PIC  X(005).
           05 SRT-RECIBO     PIC  9(006).
           05 SRT-NUMERO     PIC  9(003).
           05 SRT-CLIENTE    PIC  X(030).
           05 SRT-VENCIMENTO PIC  9(008).
           05 SRT-SALDO      PIC  9(006)V99.
           05 SRT-DIAS       PIC  9(006).
           05 SRT-FAIXA      PIC  9(001).

      *------------------- LAYOUT DO RELATORIO DE SAIDA
       FD  REPORT-AGING.
       01  REG-RELATORIO   PIC  X(080).


       WORKING-STORAGE SECTION.
      *----------------- PARAMETRO DE AMBIENTE E CAMINHOS
      *----------------- RESOLVIDOS DOS ARQUIVOS
       01  FS-AMBIENTE     PIC 9(02) VALUE ZEROS.
       01  WRK-AMB-NOME    PIC X(010) VALUE "PADRAO".
       01  WRK-AMB-DIR     PIC X(040) VALUE SPACES.
       01  WRK-ARQ-PARCELAS PIC X(060)
           VALUE "D:\temp\Cobol\dados\parcelas.txt".
       01  WRK-ARQ-SORT    PIC X(060)
           VALUE "D:\temp\Cobol\sortagin.tmp".
       01  WRK-ARQ-REPORT  PIC X(060)
           VALUE "D:\temp\Cobol\relaging.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-PARCELAS     PIC 9(02) VALUE ZEROS.
       01  FS-REPORT       PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-VALOR-ED     PIC ZZZ.ZZ9,99.
       01  WRK-TOTAL-ED     PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-DIAS-ED      PIC ZZZ.ZZ9.
       01  WRK-QTDE-ED      PIC ZZ.ZZ9.
       01  WRK-VENCIDO-ED   PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-NOME-ED      PIC X(015).
       01  WRK-TITULO-ED    PIC X(021).

      *----------------- SALDO EDITADO DE CADA FAIXA DA LINHA
       01  WRK-TABELA-FAIXA-ED.
           05 WRK-FAIXA-ED      PIC ZZZ.ZZ9,99 OCCURS 5 TIMES.

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
       01  WRK-DIAS-ATRASO      PIC S9(008) VALUE ZEROS.
       01  WRK-SALDO-PARCELA    PIC 9(006)V99 VALUE ZEROS.

      *----------------- DATA DO DIA
       01  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.

      *----------------- CONTROLE DAS QUEBRAS POR FILIAL E CLIENTE
       01  WRK-FILIAL-ANTERIOR  PIC X(002) VALUE SPACES.
       01  WRK-CLI-ANTERIOR     PIC X(005) VALUE SPACES.
       01  WRK-NOME-ANTERIOR    PIC X(030) VALUE SPACES.

      *----------------- ACUMULADORES - UMA POSICAO POR FAIXA
       01  WRK-ACUMULADOR-CLI.
           05 WRK-CLI-FAIXA     PIC S9(009)V99 OCCURS 5 TIMES.
       01  WRK-ACUMULADOR-FIL.
           05 WRK-FIL-FAIXA     PIC S9(009)V99 OCCURS 5 TIMES.
       01  WRK-ACUMULADOR-GER.
           05 WRK-GER-FAIXA     PIC S9(009)V99 OCCURS 5 TIMES.

      *----------------- LINHA DE TOTAL EM IMPRESSAO
       01  WRK-ACUMULADOR-IMP.
           05 WRK-IMP-FAIXA     PIC S9(009)V99 OCCURS 5 TIMES.
       01  WRK-IMP-TOTAL        PIC S9(009)V99 VALUE ZEROS.
       01  WRK-IMP-VENCIDO      PIC S9(009)V99 VALUE ZEROS.

       01  WRK-FAIXA-IDX        PIC 9(001) VALUE ZEROS.

      *----------------- CONTADORES DO RODAPE
       01  WRK-QTDE-PARCELAS    PIC 9(006) VALUE ZEROS.
       01  WRK-QTDE-VENCIDAS    PIC 9(006) VALUE ZEROS.
       01  WRK-QTDE-CLIENTES    PIC 9(006) VALUE ZEROS.

      *----------------- SWITCH DE FIM DA CLASSIFICACAO
       01  WRK-FIM-SORT           PIC X(01) VALUE 'N'.
           88 WRK-SORT-ESGOTADO             VALUE 'S'.

      *----------------- SWITCH DE PRIMEIRO REGISTRO
       01  WRK-PRIMEIRO           PIC X(01) VALUE 'S'.
           88 WRK-PRIMEIRO-REG              VALUE 'S'.


       PROCEDURE           DIVISION.
       0000-PRINCIPAL      SECTION.
             PERFORM 0100-INICIALIZAR.

      *---------- CLASSIFICAR AS PARCELAS POR FILIAL, CLIENTE E RECIBO
             SORT ARQ-SORT ON ASCENDING KEY SRT-FILIAL
                                           SRT-CLI-CODIGO
                                           SRT-RECIBO
                                           SRT-NUMERO
                INPUT  PROCEDURE IS 0200-SELECIONAR
                OUTPUT PROCEDURE IS 0400-TOTALIZAR.

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
                  MOVE SPACES TO WRK-ARQ-PARCELAS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\parcelas.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-PARCELAS
                  MOVE SPACES TO WRK-ARQ-SORT
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\sortagin.tmp"
                         DELIMITED SIZE
                         INTO WRK-ARQ-SORT
                  MOVE SPACES TO WRK-ARQ-REPORT
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\relaging.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-REPORT
              END-IF.

      *---------- CADA EXECUCAO INFORMA O AMBIENTE RESOLVIDO
              DISPLAY "AMBIENTE: " WRK-AMB-NOME.

       0050-RESOLVER-AMBIENTE-FIM. EXIT.


       0100-INICIALIZAR      SECTION.
              PERFORM 0050-RESOLVER-AMBIENTE.

              OPEN INPUT PARCELAS.
      *---------- TESTAR SE O ARQUIVO EXISTE - SENAO INTERROMPE
              IF FS-PARCELAS NOT EQUAL 0
                  EVALUATE FS-PARCELAS
                      WHEN 35
                          DISPLAY "NENHUMA VENDA FINANCIADA REGISTRADA"
                      WHEN 37
                          DISPLAY "MODO DE ACESSO INVALIDO"
                      WHEN 93
                          DISPLAY "ARQUIVO EM USO"
                      WHEN OTHER
                          DISPLAY "ERRO NA ABERTURA DAS PARCELAS "
                             FS-PARCELAS
                  END-EVALUATE
                  GOBACK
              END-IF.

              OPEN OUTPUT REPORT-AGING.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DO RELATORIO " FS-REPORT
                  GOBACK
              END-IF.

              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
              MOVE WRK-DATA-HOJE TO WRK-DATA-CALC.
              PERFORM 0700-CALCULAR-SERIAL.
              MOVE WRK-SERIAL TO WRK-SERIAL-HOJE.

              MOVE SPACES TO REG-RELATORIO.
              STRING "CONTAS A RECEBER POR ATRASO EM "
                     DELIMITED SIZE
                     WRK-DATA-HOJE DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE SPACES TO REG-RELATORIO.
              STRING "CLIEN NOME              A VENCER     1 A 30"
                     DELIMITED SIZE
                     "    31 A 60    61 A 90   ACIMA 90"
                     DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0100-INICIAL-FIM. EXIT.


       0200-SELECIONAR       SECTION.
              READ PARCELAS NEXT RECORD.
              PERFORM 0210-LIBERAR-REGISTRO
                 UNTIL FS-PARCELAS EQUAL 10.

       0200-SELECIONAR-FIM. EXIT.


       0210-LIBERAR-REGISTRO SECTION.
      *---------- SO A PARCELA EM ABERTO COM SALDO ENTRA - QUITADA E
      *---------- CANCELADA NAO SAO MAIS A RECEBER
              IF PAR-SITUACAO EQUAL 'A'
                 AND PAR-VALOR > PAR-VALOR-PAGO
                  COMPUTE WRK-SALDO-PARCELA =
                     PAR-VALOR - PAR-VALOR-PAGO
                  PERFORM 0220-CLASSIFICAR-FAIXA
                  IF PAR-FILIAL EQUAL SPACES
                     OR PAR-FILIAL EQUAL LOW-VALUES
                      MOVE "01" TO PAR-FILIAL
                  END-IF
                  MOVE PAR-FILIAL        TO SRT-FILIAL
                  MOVE PAR-CLI-CODIGO    TO SRT-CLI-CODIGO
                  MOVE PAR-RECIBO        TO SRT-RECIBO
                  MOVE PAR-NUMERO        TO SRT-NUMERO
                  MOVE PAR-CLIENTE       TO SRT-CLIENTE
                  MOVE PAR-VENCIMENTO    TO SRT-VENCIMENTO
                  MOVE WRK-SALDO-PARCELA TO SRT-SALDO
                  RELEASE REG-SORT
              END-IF.

              READ PARCELAS NEXT RECORD.

       0210-LIBERAR-REGISTRO-FIM. EXIT.


       0220-CLASSIFICAR-FAIXA SECTION.
      *---------- DIAS DE ATRASO CONTADOS DO VENCIMENTO ATE HOJE -
      *---------- VENCIMENTO HOJE OU ADIANTE AINDA ESTA A VENCER
              MOVE PAR-VENCIMENTO TO WRK-DATA-CALC.
              PERFORM 0700-CALCULAR-SERIAL.
              COMPUTE WRK-DIAS-ATRASO = WRK-SERIAL-HOJE - WRK-SERIAL.

              IF WRK-DIAS-ATRASO NOT > ZEROS
                  MOVE ZEROS TO SRT-DIAS
                  MOVE 1     TO SRT-FAIXA
              ELSE
                  MOVE WRK-DIAS-ATRASO TO SRT-DIAS
                  EVALUATE TRUE
                      WHEN WRK-DIAS-ATRASO <= 30
                          MOVE 2 TO SRT-FAIXA
                      WHEN WRK-DIAS-ATRASO <= 60
                          MOVE 3 TO SRT-FAIXA
                      WHEN WRK-DIAS-ATRASO <= 90
                          MOVE 4 TO SRT-FAIXA
                      WHEN OTHER
                          MOVE 5 TO SRT-FAIXA
                  END-EVALUATE
              END-IF.

       0220-CLASSIFICAR-FAIXA-FIM. EXIT.


       0400-TOTALIZAR        SECTION.
              MOVE 'N' TO WRK-FIM-SORT.
              MOVE 'S' TO WRK-PRIMEIRO.
              INITIALIZE WRK-ACUMULADOR-CLI.
              INITIALIZE WRK-ACUMULADOR-FIL.
              INITIALIZE WRK-ACUMULADOR-GER.

              PERFORM 0410-RETORNAR-REGISTRO
                 UNTIL WRK-SORT-ESGOTADO.

      *---------- IMPRIMIR AS ULTIMAS QUEBRAS PENDENTES
              IF NOT WRK-PRIMEIRO-REG
                  PERFORM 0420-QUEBRA-CLIENTE
                  PERFORM 0425-QUEBRA-FILIAL
              END-IF.

              MOVE "TOTAL GERAL"      TO WRK-TITULO-ED.
              MOVE WRK-ACUMULADOR-GER TO WRK-ACUMULADOR-IMP.
              PERFORM 0460-IMPRIMIR-TOTAL.

              MOVE SPACES TO REG-RELATORIO.
              WRITE REG-RELATORIO.
              MOVE WRK-QTDE-CLIENTES TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "CLIENTES COM SALDO ......... " DELIMITED SIZE
                     WRK-QTDE-ED                     DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.
              MOVE WRK-QTDE-PARCELAS TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "PARCELAS EM ABERTO ......... " DELIMITED SIZE
                     WRK-QTDE-ED                     DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.
              MOVE WRK-QTDE-VENCIDAS TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "PARCELAS VENCIDAS .......... " DELIMITED SIZE
                     WRK-QTDE-ED                     DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

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
      *---------- QUEBRA DE CONTROLE - PRIMEIRO O CLIENTE, DEPOIS A
      *---------- FILIAL QUANDO ELA MUDA
              IF NOT WRK-PRIMEIRO-REG
                  IF SRT-FILIAL NOT EQUAL WRK-FILIAL-ANTERIOR
                      PERFORM 0420-QUEBRA-CLIENTE
                      PERFORM 0425-QUEBRA-FILIAL
                  ELSE
                      IF SRT-CLI-CODIGO NOT EQUAL WRK-CLI-ANTERIOR
                          PERFORM 0420-QUEBRA-CLIENTE
                      END-IF
                  END-IF
              END-IF.

              MOVE 'N'            TO WRK-PRIMEIRO.
              MOVE SRT-FILIAL     TO WRK-FILIAL-ANTERIOR.
              MOVE SRT-CLI-CODIGO TO WRK-CLI-ANTERIOR.
              MOVE SRT-CLIENTE    TO WRK-NOME-ANTERIOR.

              ADD 1 TO WRK-QTDE-PARCELAS.
              IF SRT-FAIXA > 1
                  ADD 1 TO WRK-QTDE-VENCIDAS
                  PERFORM 0440-IMPRIMIR-PARCELA
              END-IF.

              MOVE SRT-FAIXA TO WRK-FAIXA-IDX.
              ADD SRT-SALDO TO WRK-CLI-FAIXA(WRK-FAIXA-IDX).
              ADD SRT-SALDO TO WRK-FIL-FAIXA(WRK-FAIXA-IDX).
              ADD SRT-SALDO TO WRK-GER-FAIXA(WRK-FAIXA-IDX).

       0430-ACUMULAR-REGISTRO-FIM. EXIT.


       0440-IMPRIMIR-PARCELA SECTION.
      *---------- SO A PARCELA VENCIDA E DETALHADA - AS A VENCER
      *---------- ENTRAM APENAS NO SALDO DO CLIENTE
              MOVE SRT-SALDO TO WRK-VALOR-ED.
              MOVE SRT-DIAS  TO WRK-DIAS-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "      RECIBO "  DELIMITED SIZE
                     SRT-RECIBO      DELIMITED SIZE
                     " PARC "        DELIMITED SIZE
                     SRT-NUMERO      DELIMITED SIZE
                     " VENC "        DELIMITED SIZE
                     SRT-VENCIMENTO  DELIMITED SIZE
                     " "             DELIMITED SIZE
                     WRK-VALOR-ED    DELIMITED SIZE
                     " "             DELIMITED SIZE
                     WRK-DIAS-ED     DELIMITED SIZE
                     " DIAS"         DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.

       0440-IMPRIMIR-PARCELA-FIM. EXIT.


       0420-QUEBRA-CLIENTE SECTION.
      *---------- UMA LINHA POR CLIENTE COM O SALDO EM CADA FAIXA
              ADD 1 TO WRK-QTDE-CLIENTES.
              MOVE WRK-NOME-ANTERIOR TO WRK-NOME-ED.
              MOVE SPACES TO WRK-TITULO-ED.
              STRING WRK-CLI-ANTERIOR DELIMITED SIZE
                     " "              DELIMITED SIZE
                     WRK-NOME-ED      DELIMITED SIZE
                     INTO WRK-TITULO-ED.
              MOVE WRK-ACUMULADOR-CLI TO WRK-ACUMULADOR-IMP.
              PERFORM 0450-MONTAR-FAIXAS.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              INITIALIZE WRK-ACUMULADOR-CLI.

       0420-QUEBRA-CLIENTE-FIM. EXIT.


       0425-QUEBRA-FILIAL SECTION.
              MOVE SPACES TO WRK-TITULO-ED.
              STRING "TOTAL FILIAL "     DELIMITED SIZE
                     WRK-FILIAL-ANTERIOR DELIMITED SIZE
                     INTO WRK-TITULO-ED.
              MOVE WRK-ACUMULADOR-FIL TO WRK-ACUMULADOR-IMP.
              PERFORM 0460-IMPRIMIR-TOTAL.
              DISPLAY "-----------------------------------".

              INITIALIZE WRK-ACUMULADOR-FIL.

       0425-QUEBRA-FILIAL-FIM. EXIT.


       0450-MONTAR-FAIXAS SECTION.
      *---------- LINHA COM O ROTULO (CLIENTE OU TITULO DO TOTAL)
      *---------- SEGUIDO DO SALDO DE CADA UMA DAS CINCO FAIXAS
              PERFORM 0455-EDITAR-FAIXA
                 VARYING WRK-FAIXA-IDX FROM 1 BY 1
                 UNTIL WRK-FAIXA-IDX > 5.

              MOVE SPACES TO REG-RELATORIO.
              STRING WRK-TITULO-ED   DELIMITED SIZE
                     " "             DELIMITED SIZE
                     WRK-FAIXA-ED(1) DELIMITED SIZE
                     " "             DELIMITED SIZE
                     WRK-FAIXA-ED(2) DELIMITED SIZE
                     " "             DELIMITED SIZE
                     WRK-FAIXA-ED(3) DELIMITED SIZE
                     " "             DELIMITED SIZE
                     WRK-FAIXA-ED(4) DELIMITED SIZE
                     " "             DELIMITED SIZE
                     WRK-FAIXA-ED(5) DELIMITED SIZE
                     INTO REG-RELATORIO.

       0450-MONTAR-FAIXAS-FIM. EXIT.


       0455-EDITAR-FAIXA SECTION.
              MOVE WRK-IMP-FAIXA(WRK-FAIXA-IDX)
                 TO WRK-FAIXA-ED(WRK-FAIXA-IDX).

       0455-EDITAR-FAIXA-FIM. EXIT.


       0460-IMPRIMIR-TOTAL SECTION.
      *---------- DUAS LINHAS POR TOTAL - O SALDO POR FAIXA, DEPOIS O
      *---------- TOTAL A RECEBER E QUANTO DELE JA VENCEU
              PERFORM 0450-MONTAR-FAIXAS.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              COMPUTE WRK-IMP-VENCIDO = WRK-IMP-FAIXA(2)
                 + WRK-IMP-FAIXA(3) + WRK-IMP-FAIXA(4)
                 + WRK-IMP-FAIXA(5).
              COMPUTE WRK-IMP-TOTAL = WRK-IMP-FAIXA(1)
                 + WRK-IMP-VENCIDO.
              MOVE WRK-IMP-TOTAL   TO WRK-TOTAL-ED.
              MOVE WRK-IMP-VENCIDO TO WRK-VENCIDO-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "   A RECEBER "  DELIMITED SIZE
                     WRK-TOTAL-ED     DELIMITED SIZE
                     "  VENCIDO "     DELIMITED SIZE
                     WRK-VENCIDO-ED   DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0460-IMPRIMIR-TOTAL-FIM. EXIT.


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
              CLOSE PARCELAS.
              IF FS-PARCELAS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR AS PARCELAS ' FS-PARCELAS
              END-IF.

              CLOSE REPORT-AGING.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR O RELATORIO ' FS-REPORT
              END-IF.

      *---------- O ARQUIVO DE TRABALHO DA CLASSIFICACAO NAO FICA
              CALL "CBL_DELETE_FILE" USING WRK-ARQ-SORT.

       0300-FINALIZAR-FIM. EXIT.
