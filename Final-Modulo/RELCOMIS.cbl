      * Assunto: RELATORIO MENSAL DE COMISSAO E MARGEM POR OPERADOR -
      *          UNIDADES, MARGEM BRUTA (VENDA MENOS TABELA) POR
      *          UNIDADE E TOTAL, E COMISSAO PELA TABELA DE TAXAS
      *          POR NIVEL DO OPERADOR, COM SAIDA PARA A FOLHA.
      *          VENDA DE MES ANTERIOR ESTORNADA NO MES ENTRA COM
      *          UNIDADE E MARGEM NEGATIVAS
      ******************************************************************

       ENVIRONMENT        DIVISION.
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
           05 SRT-CODIGO     PIC  X(003).
           05 SRT-TABELA     PIC  9(006)V99.
           05 SRT-VENDA      PIC  9(006)V99.
           05 SRT-TIPO       PIC  X(001).

      *------------------- LAYOUT DO RELATORIO DE SAIDA
       FD  REPORT-COMIS.
       01  WRK-VALOR-ED     PIC ZZZ.ZZ9,99.
       01  WRK-MARGEM-ED    PIC -ZZZ.ZZ9,99.
       01  WRK-TOTAL-ED     PIC -ZZZ.ZZZ.ZZ9,99.
       01  WRK-QTDE-ED      PIC -ZZ.ZZ9.
       01  WRK-TAXA-ED      PIC Z9,99.
       01  WRK-TIPO-ED      PIC X(009).

      *----------------- VARIAVEL DE MODO DE OPERACAO
       01  WRK-MODO               PIC X(01).
       01  WRK-DATA-VENDA-R REDEFINES WRK-DATA-VENDA.
           05 WRK-DATA-VENDA-MES PIC X(006).
           05 FILLER             PIC X(002).
       01  WRK-DATA-ESTORNO     PIC X(008).
       01  WRK-DATA-ESTORNO-R REDEFINES WRK-DATA-ESTORNO.
           05 WRK-DATA-ESTORNO-MES PIC X(006).
           05 FILLER               PIC X(002).

      *----------------- TAXAS EM VIGOR - UMA POSICAO POR NIVEL -
      *----------------- SEM TABELA GRAVADA VALE 5 POR CENTO

      *----------------- CONTROLE DA QUEBRA POR OPERADOR
       01  WRK-OPER-ANTERIOR    PIC X(008) VALUE SPACES.
       01  WRK-OPER-QTDE        PIC S9(006)    VALUE ZEROS.
       01  WRK-OPER-MARGEM      PIC S9(009)V99 VALUE ZEROS.
       01  WRK-OPER-VENDA       PIC S9(009)V99 VALUE ZEROS.

      *----------------- MARGEM DA UNIDADE E COMISSAO APURADA
       01  WRK-MARGEM-UNIT      PIC S9(007)V99 VALUE ZEROS.
       01  WRK-NIVEL-OPER       PIC 9(001) VALUE ZEROS.

      *----------------- TOTAIS GERAIS DO MES
       01  WRK-TOT-QTDE         PIC S9(006)    VALUE ZEROS.
       01  WRK-TOT-MARGEM       PIC S9(009)V99 VALUE ZEROS.
       01  WRK-TOT-COMISSAO     PIC S9(009)V99 VALUE ZEROS.



       0210-LIBERAR-VENDA SECTION.
      *---------- LIBERAR PARA O RELATORIO SO AS VENDAS DO MES -
      *---------- VENDA ESTORNADA DENTRO DO PROPRIO MES NAO ENTRA;
      *---------- VENDA DE MES ANTERIOR ESTORNADA NO MES ENTRA COMO
      *---------- ESTORNO, PARA DESCONTAR A COMISSAO JA PAGA
              MOVE VND-DATA-VENDA TO WRK-DATA-VENDA.
              MOVE SPACES         TO WRK-DATA-ESTORNO.
              IF VND-ESTORNO EQUAL 'S'
                  MOVE VND-DATA-ESTORNO TO WRK-DATA-ESTORNO
              END-IF.

              IF WRK-DATA-VENDA-MES EQUAL WRK-MES-REF
                 AND WRK-DATA-ESTORNO-MES NOT EQUAL WRK-MES-REF
                  MOVE 'V' TO SRT-TIPO
                  PERFORM 0220-LIBERAR-REGISTRO
              END-IF.

              IF WRK-DATA-ESTORNO-MES EQUAL WRK-MES-REF
                 AND WRK-DATA-VENDA-MES NOT EQUAL WRK-MES-REF
                  MOVE 'E' TO SRT-TIPO
                  PERFORM 0220-LIBERAR-REGISTRO
              END-IF.

              READ VENDAS.
       0210-LIBERAR-VENDA-FIM. EXIT.


       0220-LIBERAR-REGISTRO SECTION.
              MOVE VND-OPERADOR     TO SRT-OPERADOR.
              MOVE VND-CODIGO       TO SRT-CODIGO.
              MOVE VND-VALOR-TABELA TO SRT-TABELA.
              MOVE VND-VALOR-VENDA  TO SRT-VENDA.
              RELEASE REG-SORT.

       0220-LIBERAR-REGISTRO-FIM. EXIT.


       0400-TOTALIZAR        SECTION.
              MOVE 'N' TO WRK-FIM-SORT.
              MOVE 'S' TO WRK-PRIMEIRO.

              COMPUTE WRK-MARGEM-UNIT = SRT-VENDA - SRT-TABELA.

      *---------- O ESTORNO DEVOLVE A UNIDADE E A MARGEM DA VENDA
              IF SRT-TIPO EQUAL 'E'
                  COMPUTE WRK-MARGEM-UNIT = 0 - WRK-MARGEM-UNIT
                  SUBTRACT 1         FROM WRK-OPER-QTDE
                  SUBTRACT SRT-VENDA FROM WRK-OPER-VENDA
              ELSE
                  ADD 1              TO WRK-OPER-QTDE
                  ADD SRT-VENDA      TO WRK-OPER-VENDA
              END-IF.
              ADD WRK-MARGEM-UNIT TO WRK-OPER-MARGEM.

      *---------- LINHA DE DETALHE - MARGEM BRUTA POR UNIDADE
              IF SRT-TIPO EQUAL 'E'
                  MOVE "  ESTORNO" TO WRK-TIPO-ED
              ELSE
                  MOVE SPACES      TO WRK-TIPO-ED
              END-IF.
              MOVE SRT-VENDA       TO WRK-VALOR-ED.
              MOVE WRK-MARGEM-UNIT TO WRK-MARGEM-ED.
              MOVE SPACES TO REG-RELATORIO.
                     WRK-VALOR-ED  DELIMITED SIZE
                     "  MARGEM "   DELIMITED SIZE
                     WRK-MARGEM-ED DELIMITED SIZE
                     WRK-TIPO-ED   DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.

