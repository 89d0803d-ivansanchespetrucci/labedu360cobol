       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFECHA.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: RELATORIO GERENCIAL DO FECHAMENTO MENSAL - CADA
      *          FILIAL E O TOTAL DA EMPRESA NUM MES FECHADO, AO LADO
      *          DO MES ANTERIOR E DO MESMO MES DO ANO ANTERIOR
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

           SELECT FECHAMENTOS ASSIGN USING WRK-ARQ-FECHAMENTOS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FCH-CHAVE
              FILE STATUS IS FS-FECHAMENTOS.

           SELECT FILIAIS ASSIGN USING WRK-ARQ-FILIAIS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FIL-CODIGO
              FILE STATUS IS FS-FILIAIS.

           SELECT REPORT-FECHA ASSIGN USING WRK-ARQ-REPORT
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

      *------------------- FECHAMENTO MENSAL - UM REGISTRO POR MES E
      *------------------- FILIAL E UM REGISTRO DA EMPRESA COM FILIAL
      *------------------- "**", GRAVADO POR ULTIMO, QUE BLOQUEIA O
      *------------------- MES. ORIGEM DO ESTOQUE INICIAL 'F' VEIO DO
      *------------------- FECHAMENTO ANTERIOR, 'C' CALCULADO PELO
      *------------------- MOVIMENTO DO MES
       FD  FECHAMENTOS.
       01  REG-FECHAMENTO.
           05 FCH-CHAVE.
              10 FCH-PERIODO      PIC  9(006).
              10 FCH-FILIAL       PIC  X(002).
           05 FCH-EST-INICIAL     PIC  9(005).
           05 FCH-ORIGEM-INICIAL  PIC  X(001).
           05 FCH-INCLUSOES       PIC  9(005).
           05 FCH-TRANSF-ENTRADA  PIC  9(005).
           05 FCH-TRANSF-SAIDA    PIC  9(005).
           05 FCH-QTDE-VENDIDA    PIC  9(005).
           05 FCH-VALOR-VENDIDO   PIC  9(009)V99.
           05 FCH-RESERVAS        PIC  9(005).
           05 FCH-EST-FINAL       PIC  9(005).
           05 FCH-VALOR-FINAL     PIC  9(009)V99.
           05 FCH-DIAS-SOMA       PIC  9(009).
           05 FCH-DIAS-QTDE       PIC  9(005).
           05 FCH-DIAS-MEDIO      PIC  9(005).
           05 FCH-DATA-FECHAMENTO PIC  9(008).
           05 FCH-HORA-FECHAMENTO PIC  9(008).
           05 FCH-OPERADOR        PIC  X(008).

      *------------------- LAYOUT DO CADASTRO DE FILIAIS
       FD  FILIAIS.
       01  REG-FILIAL-CAD.
           05 FIL-CODIGO     PIC  X(002).
           05 FIL-NOME       PIC  X(020).

      *------------------- LAYOUT DO RELATORIO DE SAIDA
       FD  REPORT-FECHA.
       01  REG-RELATORIO   PIC  X(080).


       WORKING-STORAGE SECTION.
      *----------------- PARAMETRO DE AMBIENTE E CAMINHOS
      *----------------- RESOLVIDOS DOS ARQUIVOS
       01  FS-AMBIENTE     PIC 9(02) VALUE ZEROS.
       01  WRK-AMB-NOME    PIC X(010) VALUE "PADRAO".
       01  WRK-AMB-DIR     PIC X(040) VALUE SPACES.
       01  WRK-ARQ-FECHAMENTOS PIC X(060)
           VALUE "D:\temp\Cobol\dados\fechamen.txt".
       01  WRK-ARQ-FILIAIS PIC X(060)
           VALUE "D:\temp\Cobol\dados\filial.txt".
       01  WRK-ARQ-REPORT  PIC X(060)
           VALUE "D:\temp\Cobol\relfecha.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-FECHAMENTOS  PIC 9(02) VALUE ZEROS.
       01  FS-FILIAIS      PIC 9(02) VALUE ZEROS.
       01  FS-REPORT       PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-QTDE-ED      PIC ZZZ.ZZ9.
       01  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99.

      *----------------- MES DO RELATORIO E MESES DE COMPARACAO
       01  WRK-PERIODO-DIG        PIC X(006) VALUE SPACES.
       01  WRK-PERIODO            PIC 9(006) VALUE ZEROS.
       01  WRK-PERIODO-R REDEFINES WRK-PERIODO.
           05 WRK-PER-ANO         PIC 9(004).
           05 WRK-PER-MES         PIC 9(002).
       01  WRK-PERIODO-ANT        PIC 9(006) VALUE ZEROS.
       01  WRK-PERIODO-ANT-R REDEFINES WRK-PERIODO-ANT.
           05 WRK-ANT-ANO         PIC 9(004).
           05 WRK-ANT-MES         PIC 9(002).
       01  WRK-PERIODO-ANO-ANT    PIC 9(006) VALUE ZEROS.

      *----------------- DATA DO DIA E MES CORRENTE
       01  WRK-DATA-HOJE          PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-MES-HOJE        PIC 9(006).
           05 FILLER              PIC X(002).

      *----------------- OS TRES MESES LADO A LADO - 1 O MES DO
      *----------------- RELATORIO, 2 O ANTERIOR, 3 O DO ANO ANTERIOR
       01  WRK-TABELA-PERIODOS.
           05 WRK-CMP-PERIODO     PIC 9(006) OCCURS 003 TIMES.
       01  WRK-COMPARACAO.
           05 WRK-CMP-OCORRENCIA  OCCURS 003 TIMES.
              10 CMP-EXISTE          PIC X(001).
              10 CMP-REGISTRO.
                 15 CMP-PERIODO      PIC 9(006).
                 15 CMP-FILIAL       PIC X(002).
                 15 CMP-EST-INICIAL  PIC 9(005).
                 15 CMP-ORIGEM       PIC X(001).
                 15 CMP-INCLUSOES    PIC 9(005).
                 15 CMP-ENTRADA      PIC 9(005).
                 15 CMP-SAIDA        PIC 9(005).
                 15 CMP-VENDIDA      PIC 9(005).
                 15 CMP-VALOR-VEND   PIC 9(009)V99.
                 15 CMP-RESERVAS     PIC 9(005).
                 15 CMP-EST-FINAL    PIC 9(005).
                 15 CMP-VALOR-FINAL  PIC 9(009)V99.
                 15 CMP-DIAS-SOMA    PIC 9(009).
                 15 CMP-DIAS-QTDE    PIC 9(005).
                 15 CMP-DIAS-MEDIO   PIC 9(005).
                 15 CMP-DATA-FECH    PIC 9(008).
                 15 CMP-HORA-FECH    PIC 9(008).
                 15 CMP-OPERADOR     PIC X(008).
       01  WRK-CMP-IDX            PIC 9(001) VALUE ZEROS.

      *----------------- INDICADORES IMPRESSOS EM CADA BLOCO
       01  WRK-TABELA-ROTULOS.
           05 FILLER PIC X(024) VALUE "ESTOQUE INICIAL".
           05 FILLER PIC X(024) VALUE "INCLUSOES".
           05 FILLER PIC X(024) VALUE "TRANSFERENCIAS RECEBIDAS".
           05 FILLER PIC X(024) VALUE "TRANSFERENCIAS ENVIADAS".
           05 FILLER PIC X(024) VALUE "UNIDADES VENDIDAS".
           05 FILLER PIC X(024) VALUE "VALOR VENDIDO".
           05 FILLER PIC X(024) VALUE "RESERVAS ABERTAS".
           05 FILLER PIC X(024) VALUE "ESTOQUE FINAL".
           05 FILLER PIC X(024) VALUE "VALOR DO ESTOQUE FINAL".
           05 FILLER PIC X(024) VALUE "DIAS MEDIOS ATE A VENDA".
       01  WRK-TABELA-ROTULOS-R REDEFINES WRK-TABELA-ROTULOS.
           05 WRK-ROTULO OCCURS 010 TIMES PIC X(024).
       01  WRK-LIN-IDX            PIC 9(002) VALUE ZEROS.
       01  WRK-MAX-LINHAS         PIC 9(002) VALUE 10.

      *----------------- COLUNAS DA LINHA IMPRESSA
       01  WRK-TABELA-COLUNAS.
           05 WRK-COLUNA OCCURS 003 TIMES PIC X(016) JUSTIFIED RIGHT.

      *----------------- REGISTRO DA EMPRESA DO MES DO RELATORIO
       01  WRK-REG-EMPRESA        PIC X(109) VALUE SPACES.
       01  WRK-FILIAL-BLOCO       PIC X(002) VALUE SPACES.
       01  WRK-TITULO-BLOCO       PIC X(040) VALUE SPACES.

      *----------------- SWITCHES DE CONTROLE
       01  WRK-FILIAIS-DISP       PIC X(01) VALUE 'N'.
           88 WRK-FILIAIS-ABERTO            VALUE 'S'.

       01  WRK-MES-FECHADO        PIC X(01) VALUE 'N'.
           88 WRK-MES-OK                    VALUE 'S'.

      *----------------- CONTADOR DE FILIAIS IMPRESSAS
       01  WRK-QTDE-FILIAIS       PIC 9(003) VALUE ZEROS.


       PROCEDURE           DIVISION.
       0000-PRINCIPAL      SECTION.
             PERFORM 0100-INICIALIZAR.
             PERFORM 0200-PROCESSAR
                UNTIL FS-FECHAMENTOS EQUAL 10
                   OR FCH-PERIODO NOT EQUAL WRK-PERIODO.
             PERFORM 0250-IMPRIMIR-EMPRESA.
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
                  MOVE SPACES TO WRK-ARQ-FECHAMENTOS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\fechamen.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-FECHAMENTOS
                  MOVE SPACES TO WRK-ARQ-FILIAIS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\filial.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-FILIAIS
                  MOVE SPACES TO WRK-ARQ-REPORT
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\relfecha.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-REPORT
              END-IF.

      *---------- CADA EXECUCAO INFORMA O AMBIENTE RESOLVIDO
              DISPLAY "AMBIENTE: " WRK-AMB-NOME.

       0050-RESOLVER-AMBIENTE-FIM. EXIT.


       0100-INICIALIZAR      SECTION.
              PERFORM 0050-RESOLVER-AMBIENTE.

              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
              MOVE WRK-MES-HOJE TO WRK-PERIODO.
              PERFORM 0110-MES-ANTERIOR.
              DISPLAY "MES FECHADO A IMPRIMIR (AAAAMM OU BRANCO = "
                 WRK-PERIODO-ANT ") ".
              ACCEPT WRK-PERIODO-DIG.
              IF WRK-PERIODO-DIG EQUAL SPACES
                  MOVE WRK-PERIODO-ANT TO WRK-PERIODO
              ELSE
              IF WRK-PERIODO-DIG NOT NUMERIC
                  DISPLAY "MES INVALIDO"
                  GOBACK
              ELSE
                  MOVE WRK-PERIODO-DIG TO WRK-PERIODO
              END-IF
              END-IF.

      *---------- COMPARACAO COM O MES ANTERIOR E COM O MESMO MES DO
      *---------- ANO ANTERIOR
              PERFORM 0110-MES-ANTERIOR.
              COMPUTE WRK-PERIODO-ANO-ANT = WRK-PERIODO - 100.
              MOVE WRK-PERIODO         TO WRK-CMP-PERIODO (1).
              MOVE WRK-PERIODO-ANT     TO WRK-CMP-PERIODO (2).
              MOVE WRK-PERIODO-ANO-ANT TO WRK-CMP-PERIODO (3).

              OPEN INPUT FECHAMENTOS.
              IF FS-FECHAMENTOS NOT EQUAL 0
                  IF FS-FECHAMENTOS EQUAL 35
                      DISPLAY "NENHUM MES FECHADO - RODE O "
                         "FECHAMENTO (CARFECHA)"
                  ELSE
                      DISPLAY "ERRO NA ABERTURA DOS FECHAMENTOS "
                         FS-FECHAMENTOS
                  END-IF
                  GOBACK
              END-IF.

      *---------- SO O MES COM O REGISTRO DA EMPRESA ESTA FECHADO
              MOVE WRK-PERIODO TO FCH-PERIODO.
              MOVE "**"        TO FCH-FILIAL.
              READ FECHAMENTOS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE 'S' TO WRK-MES-FECHADO
                      MOVE REG-FECHAMENTO TO WRK-REG-EMPRESA
              END-READ.
              IF NOT WRK-MES-OK
                  DISPLAY "O MES " WRK-PERIODO " NAO ESTA FECHADO - "
                     "RODE O FECHAMENTO (CARFECHA)"
                  CLOSE FECHAMENTOS
                  GOBACK
              END-IF.

      *---------- SEM O CADASTRO DE FILIAIS SAI SO O CODIGO
              OPEN INPUT FILIAIS.
              IF FS-FILIAIS EQUAL 0
                  MOVE 'S' TO WRK-FILIAIS-DISP
              ELSE
                  IF FS-FILIAIS NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DAS FILIAIS "
                         FS-FILIAIS
                  END-IF
              END-IF.

              OPEN OUTPUT REPORT-FECHA.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DO RELATORIO " FS-REPORT
                  GOBACK
              END-IF.

              MOVE SPACES TO REG-RELATORIO.
              STRING "FECHAMENTO MENSAL POR FILIAL - MES "
                     DELIMITED SIZE
                     WRK-PERIODO DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE SPACES TO REG-RELATORIO.
              STRING "FECHADO EM "     DELIMITED SIZE
                     FCH-DATA-FECHAMENTO DELIMITED SIZE
                     " POR "           DELIMITED SIZE
                     FCH-OPERADOR      DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.

      *---------- AS FILIAIS VEM DEPOIS DO REGISTRO DA EMPRESA NA
      *---------- ORDEM DA CHAVE
              READ FECHAMENTOS NEXT RECORD.

       0100-INICIAL-FIM. EXIT.


       0110-MES-ANTERIOR SECTION.
      *---------- MES ANTERIOR AO DE WRK-PERIODO - JANEIRO VOLTA
      *---------- PARA DEZEMBRO DO ANO ANTERIOR
              MOVE WRK-PERIODO TO WRK-PERIODO-ANT.
              IF WRK-ANT-MES EQUAL 1
                  SUBTRACT 1 FROM WRK-ANT-ANO
                  MOVE 12 TO WRK-ANT-MES
              ELSE
                  SUBTRACT 1 FROM WRK-ANT-MES
              END-IF.

       0110-MES-ANTERIOR-FIM. EXIT.


       0200-PROCESSAR        SECTION.
              MOVE FCH-FILIAL TO WRK-FILIAL-BLOCO.
              MOVE 'S' TO CMP-EXISTE (1).
              MOVE REG-FECHAMENTO TO CMP-REGISTRO (1).

              PERFORM 0210-LER-COMPARACAO
                 VARYING WRK-CMP-IDX FROM 2 BY 1
                   UNTIL WRK-CMP-IDX > 3.

      *---------- A LEITURA PELA CHAVE DEVOLVE O PONTEIRO A FILIAL
              MOVE WRK-PERIODO      TO FCH-PERIODO.
              MOVE WRK-FILIAL-BLOCO TO FCH-FILIAL.
              READ FECHAMENTOS
                  INVALID KEY
                      DISPLAY "ERRO AO RELER O FECHAMENTO "
                         WRK-FILIAL-BLOCO
              END-READ.

              MOVE SPACES TO WRK-TITULO-BLOCO.
              MOVE SPACES TO FIL-NOME.
              IF WRK-FILIAIS-ABERTO
                  MOVE WRK-FILIAL-BLOCO TO FIL-CODIGO
                  READ FILIAIS
                      INVALID KEY
                          MOVE "NAO CADASTRADA" TO FIL-NOME
                  END-READ
              END-IF.
              STRING "FILIAL "         DELIMITED SIZE
                     WRK-FILIAL-BLOCO  DELIMITED SIZE
                     " - "             DELIMITED SIZE
                     FIL-NOME          DELIMITED SIZE
                     INTO WRK-TITULO-BLOCO.

              PERFORM 0400-IMPRIMIR-BLOCO.
              ADD 1 TO WRK-QTDE-FILIAIS.

              READ FECHAMENTOS NEXT RECORD.

       0200-PROCESSAR-FIM. EXIT.


       0210-LER-COMPARACAO SECTION.
      *---------- MES DE COMPARACAO SEM FECHAMENTO DA FILIAL SAI EM
      *---------- BRANCO NA COLUNA
              MOVE WRK-CMP-PERIODO (WRK-CMP-IDX) TO FCH-PERIODO.
              MOVE WRK-FILIAL-BLOCO TO FCH-FILIAL.
              READ FECHAMENTOS
                  INVALID KEY
                      MOVE 'N' TO CMP-EXISTE (WRK-CMP-IDX)
                  NOT INVALID KEY
                      MOVE 'S' TO CMP-EXISTE (WRK-CMP-IDX)
                      MOVE REG-FECHAMENTO
                        TO CMP-REGISTRO (WRK-CMP-IDX)
              END-READ.

       0210-LER-COMPARACAO-FIM. EXIT.


       0250-IMPRIMIR-EMPRESA SECTION.
      *---------- O TOTAL DA EMPRESA FECHA O RELATORIO
              MOVE "**" TO WRK-FILIAL-BLOCO.
              MOVE 'S' TO CMP-EXISTE (1).
              MOVE WRK-REG-EMPRESA TO CMP-REGISTRO (1).

              PERFORM 0210-LER-COMPARACAO
                 VARYING WRK-CMP-IDX FROM 2 BY 1
                   UNTIL WRK-CMP-IDX > 3.

              MOVE "TOTAL DA EMPRESA" TO WRK-TITULO-BLOCO.
              PERFORM 0400-IMPRIMIR-BLOCO.

       0250-IMPRIMIR-EMPRESA-FIM. EXIT.


       0400-IMPRIMIR-BLOCO SECTION.
              MOVE SPACES TO REG-RELATORIO.
              WRITE REG-RELATORIO.
              MOVE WRK-TITULO-BLOCO TO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE WRK-CMP-PERIODO (1) TO WRK-COLUNA (1).
              MOVE WRK-CMP-PERIODO (2) TO WRK-COLUNA (2).
              MOVE WRK-CMP-PERIODO (3) TO WRK-COLUNA (3).
              MOVE SPACES TO REG-RELATORIO.
              STRING "INDICADOR               " DELIMITED SIZE
                     WRK-TABELA-COLUNAS         DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.

              PERFORM 0410-IMPRIMIR-LINHA
                 VARYING WRK-LIN-IDX FROM 1 BY 1
                   UNTIL WRK-LIN-IDX > WRK-MAX-LINHAS.

      *---------- SEM O MES ANTERIOR FECHADO O ESTOQUE INICIAL FOI
      *---------- CALCULADO PELO MOVIMENTO DO MES
              IF CMP-ORIGEM (1) EQUAL 'C'
                  MOVE SPACES TO REG-RELATORIO
                  STRING "ESTOQUE INICIAL CALCULADO PELO MOVIMENTO "
                         DELIMITED SIZE
                         "- MES ANTERIOR NAO FECHADO"
                         DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO
              END-IF.

       0400-IMPRIMIR-BLOCO-FIM. EXIT.


       0410-IMPRIMIR-LINHA SECTION.
              PERFORM 0420-MONTAR-COLUNA
                 VARYING WRK-CMP-IDX FROM 1 BY 1
                   UNTIL WRK-CMP-IDX > 3.

              MOVE SPACES TO REG-RELATORIO.
              STRING WRK-ROTULO (WRK-LIN-IDX) DELIMITED SIZE
                     WRK-TABELA-COLUNAS       DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.

       0410-IMPRIMIR-LINHA-FIM. EXIT.


       0420-MONTAR-COLUNA SECTION.
              IF CMP-EXISTE (WRK-CMP-IDX) NOT EQUAL 'S'
                  MOVE "-" TO WRK-COLUNA (WRK-CMP-IDX)
              ELSE
                  EVALUATE WRK-LIN-IDX
                      WHEN 1
                          MOVE CMP-EST-INICIAL (WRK-CMP-IDX)
                            TO WRK-QTDE-ED
                      WHEN 2
                          MOVE CMP-INCLUSOES (WRK-CMP-IDX)
                            TO WRK-QTDE-ED
                      WHEN 3
                          MOVE CMP-ENTRADA (WRK-CMP-IDX)
                            TO WRK-QTDE-ED
                      WHEN 4
                          MOVE CMP-SAIDA (WRK-CMP-IDX)
                            TO WRK-QTDE-ED
                      WHEN 5
                          MOVE CMP-VENDIDA (WRK-CMP-IDX)
                            TO WRK-QTDE-ED
                      WHEN 6
                          MOVE CMP-VALOR-VEND (WRK-CMP-IDX)
                            TO WRK-VALOR-ED
                      WHEN 7
                          MOVE CMP-RESERVAS (WRK-CMP-IDX)
                            TO WRK-QTDE-ED
                      WHEN 8
                          MOVE CMP-EST-FINAL (WRK-CMP-IDX)
                            TO WRK-QTDE-ED
                      WHEN 9
                          MOVE CMP-VALOR-FINAL (WRK-CMP-IDX)
                            TO WRK-VALOR-ED
                      WHEN OTHER
                          MOVE CMP-DIAS-MEDIO (WRK-CMP-IDX)
                            TO WRK-QTDE-ED
                  END-EVALUATE
      *---------- AS LINHAS 6 E 9 SAO VALORES, AS DEMAIS QUANTIDADES
                  IF WRK-LIN-IDX EQUAL 6 OR WRK-LIN-IDX EQUAL 9
                      MOVE WRK-VALOR-ED TO WRK-COLUNA (WRK-CMP-IDX)
                  ELSE
                      MOVE WRK-QTDE-ED  TO WRK-COLUNA (WRK-CMP-IDX)
                  END-IF
              END-IF.

       0420-MONTAR-COLUNA-FIM. EXIT.


       0300-FINALIZAR       SECTION.
              MOVE WRK-QTDE-FILIAIS TO WRK-QTDE-ED.
              DISPLAY "FILIAIS IMPRESSAS ... " WRK-QTDE-ED.
              DISPLAY "RELATORIO GRAVADO EM " WRK-ARQ-REPORT.

              CLOSE FECHAMENTOS.
              IF FS-FECHAMENTOS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR OS FECHAMENTOS '
                     FS-FECHAMENTOS
              END-IF.

              IF WRK-FILIAIS-ABERTO
                  CLOSE FILIAIS
              END-IF.

              CLOSE REPORT-FECHA.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR O RELATORIO ' FS-REPORT
              END-IF.

       0300-FINALIZAR-FIM. EXIT.
