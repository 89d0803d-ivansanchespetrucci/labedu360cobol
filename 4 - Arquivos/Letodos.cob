              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORT.

           SELECT CONSIGNACOES ASSIGN USING WRK-ARQ-CONSIGNACOES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CNS-CHAVE
              ALTERNATE RECORD KEY IS CNS-CONSIGNANTE WITH DUPLICATES
              FILE STATUS IS FS-CONSIGNACOES.

           SELECT CHECKPOINT ASSIGN USING WRK-ARQ-CHECKPOINT
              FILE STATUS IS FS-CKPT.

           05 REG-DATA-ENTRADA PIC  9(008).
           05 REG-FILIAL       PIC  X(002).

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

      *------------------- LAYOUT DO RELATORIO DE SAIDA
       FD  REPORT-CARROS.
       01  REG-RELATORIO   PIC  X(132).
                   15 REG-CKPT-FIL-CODIGO PIC  X(002).
                   15 REG-CKPT-FIL-QTDE   PIC  9(006).
                   15 REG-CKPT-FIL-VALOR  PIC  9(009)V99.
           05 REG-CKPT-QTDE-CONS  PIC  9(006).
           05 REG-CKPT-VALOR-CONS PIC  9(009)V99.


       WORKING-STORAGE SECTION.
           VALUE "D:\temp\Cobol\dados\carros.txt".
       01  WRK-ARQ-REPORT  PIC X(060)
           VALUE "D:\temp\Cobol\relcar.txt".
       01  WRK-ARQ-CONSIGNACOES PIC X(060)
           VALUE "D:\temp\Cobol\dados\consigv.txt".
       01  WRK-ARQ-CHECKPOINT PIC X(060)
           VALUE "D:\temp\Cobol\letockpt.txt".

       01  FS-CARROS       PIC 9(02) VALUE ZEROS.
       01  FS-REPORT       PIC 9(02) VALUE ZEROS.
       01  FS-CKPT         PIC 9(02) VALUE ZEROS.
       01  FS-CONSIGNACOES PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-VALOR     PIC ZZZ.ZZ9,99.
       01  WRK-VALOR-TOTAL    PIC 9(009)V99    VALUE ZEROS.
       01  WRK-QTDE-VENDIDOS  PIC 9(006)       VALUE ZEROS.
       01  WRK-VALOR-VENDIDOS PIC 9(009)V99    VALUE ZEROS.
      *----------------- OS CONSIGNADOS SAO DE TERCEIROS - TAMBEM
      *----------------- FICAM FORA DO ESTOQUE PROPRIO E DAS FILIAIS
       01  WRK-QTDE-CONSIG    PIC 9(006)       VALUE ZEROS.
       01  WRK-VALOR-CONSIG   PIC 9(009)V99    VALUE ZEROS.
       01  WRK-VALOR-TOTAL-ED PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-QTDE-ED        PIC ZZZ.ZZ9.

           88 WRK-FIL-ACHADA              VALUE 'S'.
       01  WRK-FILIAL-REG       PIC X(002) VALUE SPACES.

      *----------------- CONSIGNANTE DO VEICULO DA LINHA - EM BRANCO
      *----------------- PARA O ESTOQUE PROPRIO
       01  WRK-CONSIG-ABERTO    PIC X(01)  VALUE 'N'.
           88 WRK-CONSIGNACOES-ABERTO     VALUE 'S'.
       01  WRK-CONSIGNANTE-REG  PIC X(005) VALUE SPACES.
       01  WRK-SIT-CONSIG       PIC X(001) VALUE SPACES.
           88 WRK-EM-CONSIGNACAO          VALUE 'A'.
           88 WRK-DEVOLVIDO-CONSIGNANTE   VALUE 'D'.

      *----------------- VARIAVEL DE DATA DE EXECUCAO
       01  WRK-DATA-EXEC.
           05 WRK-DATA-ANO    PIC 9(004).
                         "\letockpt.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CHECKPOINT
                  MOVE SPACES TO WRK-ARQ-CONSIGNACOES
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\consigv.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CONSIGNACOES
              END-IF.

      *---------- CADA EXECUCAO INFORMA O AMBIENTE RESOLVIDO
                  GOBACK
              END-IF.

      *---------- CADASTRO DE CONSIGNACOES E OPCIONAL - SEM ELE TODO
      *---------- O ESTOQUE E PROPRIO
              OPEN INPUT CONSIGNACOES.
              IF FS-CONSIGNACOES EQUAL 0
                  MOVE 'S' TO WRK-CONSIG-ABERTO
              ELSE
                  IF FS-CONSIGNACOES NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DAS CONSIGNACOES "
                         FS-CONSIGNACOES
                  END-IF
              END-IF.

              IF WRK-RETOMAR-SIM
                  PERFORM 0120-POSICIONAR-CHECKPOINT
              ELSE
                         DELIMITED SIZE
                         "             SIT  ENTRADA   FILIAL"
                         DELIMITED SIZE
                         "  CONSIG" DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO
              END-IF.
                          MOVE REG-CKPT-FILIAIS
                             TO WRK-TABELA-FILIAIS
                      END-IF
                      IF REG-CKPT-QTDE-CONS NUMERIC
                          MOVE REG-CKPT-QTDE-CONS  TO WRK-QTDE-CONSIG
                          MOVE REG-CKPT-VALOR-CONS TO WRK-VALOR-CONSIG
                      END-IF
                      MOVE 'S'             TO WRK-RETOMAR
                  END-IF
                  CLOSE CHECKPOINT
                  DISPLAY "CHASSI     ... " REG-CHASSI
                  DISPLAY "SITUACAO   ... " REG-SITUACAO
                  DISPLAY "ENTRADA    ... " REG-DATA-ENTRADA
                  PERFORM 0240-CONSULTAR-CONSIGNACAO
                  IF WRK-CONSIGNANTE-REG NOT EQUAL SPACES
                      DISPLAY "CONSIGNANTE .. " WRK-CONSIGNANTE-REG
                  END-IF

      *---------- GRAVAR A LINHA DETALHE NO RELATORIO
                  MOVE SPACES TO REG-RELATORIO
                         WRK-ENTRADA-ED DELIMITED SIZE
                         "  "        DELIMITED SIZE
                         REG-FILIAL  DELIMITED SIZE
                         "      "    DELIMITED SIZE
                         WRK-CONSIGNANTE-REG DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO

      *---------- ACUMULAR TOTAIS PARA O RESUMO FINAL - OS VENDIDOS
      *---------- AGUARDANDO EXPURGO NAO ENTRAM NO TOTAL DO ESTOQUE
      *---------- E OS CONSIGNADOS SAO DE TERCEIROS, TOTAL A PARTE
                  IF REG-SITUACAO EQUAL 'V'
                      ADD 1          TO WRK-QTDE-VENDIDOS
                      ADD REG-VALOR  TO WRK-VALOR-VENDIDOS
                  ELSE
                  IF WRK-EM-CONSIGNACAO
                      ADD 1          TO WRK-QTDE-CONSIG
                      ADD REG-VALOR  TO WRK-VALOR-CONSIG
                  ELSE
      *---------- O DEVOLVIDO AO CONSIGNANTE NAO E ESTOQUE DE NINGUEM
                  IF WRK-DEVOLVIDO-CONSIGNANTE
                      CONTINUE
                  ELSE
                      ADD 1          TO WRK-QTDE-VEICULOS
                      ADD REG-VALOR  TO WRK-VALOR-TOTAL
                      PERFORM 0220-ACUMULAR-FILIAL
                  END-IF
                  END-IF
                  END-IF

      *---------- GRAVAR O PONTO DE CONTROLE PERIODICAMENTE
                  ADD 1 TO WRK-CONT-CKPT
       0230-PROCURAR-FILIAL-FIM. EXIT.


       0240-CONSULTAR-CONSIGNACAO SECTION.
      *---------- O CONSIGNANTE SAI NA LINHA ENQUANTO O VEICULO ESTA
      *---------- CONSIGNADO OU FOI VENDIDO COMO CONSIGNADO
              MOVE SPACES TO WRK-CONSIGNANTE-REG.
              MOVE SPACES TO WRK-SIT-CONSIG.
              IF WRK-CONSIGNACOES-ABERTO
                  MOVE REG-CODIGO TO CNS-CODIGO
                  MOVE REG-CHASSI TO CNS-CHASSI
                  READ CONSIGNACOES
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          IF CNS-SITUACAO EQUAL 'A'
                             OR CNS-SITUACAO EQUAL 'V'
                              MOVE CNS-CONSIGNANTE
                                 TO WRK-CONSIGNANTE-REG
                              MOVE CNS-SITUACAO TO WRK-SIT-CONSIG
                          END-IF
      *---------- DEVOLVIDO AO CONSIGNANTE SO AGUARDA A EXCLUSAO
                          IF CNS-SITUACAO EQUAL 'D'
                              MOVE CNS-SITUACAO TO WRK-SIT-CONSIG
                          END-IF
                  END-READ
              END-IF.

       0240-CONSULTAR-CONSIGNACAO-FIM. EXIT.


       0210-GRAVAR-CHECKPOINT SECTION.
      *---------- REGRAVAR O CHECKPOINT COM O CODIGO ATUAL E OS TOTAIS
      *---------- ACUMULADOS ATE AQUI, PARA QUE UMA RETOMADA POSSA
              MOVE WRK-VALOR-VENDIDOS TO REG-CKPT-VALOR-VEND.
              MOVE WRK-FIL-USADAS     TO REG-CKPT-FIL-USADAS.
              MOVE WRK-TABELA-FILIAIS TO REG-CKPT-FILIAIS.
              MOVE WRK-QTDE-CONSIG    TO REG-CKPT-QTDE-CONS.
              MOVE WRK-VALOR-CONSIG   TO REG-CKPT-VALOR-CONS.
              WRITE REG-CKPT.
              CLOSE CHECKPOINT.

                  WRITE REG-RELATORIO
              END-IF.

      *---------- OS CONSIGNADOS SAO DE TERCEIROS - FORA DO TOTAL
      *---------- DO ESTOQUE PROPRIO
              IF WRK-QTDE-CONSIG > ZEROS
                  MOVE WRK-QTDE-CONSIG  TO WRK-QTDE-ED
                  MOVE WRK-VALOR-CONSIG TO WRK-VALOR-TOTAL-ED
                  DISPLAY "VEICULOS CONSIGNADOS .. " WRK-QTDE-ED
                  DISPLAY "VALOR DOS CONSIGNADOS . "
                     WRK-VALOR-TOTAL-ED

                  MOVE SPACES TO REG-RELATORIO
                  STRING "VEICULOS CONSIGNADOS .. " DELIMITED SIZE
                         WRK-QTDE-ED                 DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO

                  MOVE SPACES TO REG-RELATORIO
                  STRING "VALOR DOS CONSIGNADOS . " DELIMITED SIZE
                         WRK-VALOR-TOTAL-ED          DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO
              END-IF.

              CLOSE CARROS.
              IF FS-CARROS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR ' FS-CARROS
              END-IF.

              IF WRK-CONSIGNACOES-ABERTO
                  CLOSE CONSIGNACOES
              END-IF.

              CLOSE REPORT-CARROS.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR O RELATORIO ' FS-REPORT
