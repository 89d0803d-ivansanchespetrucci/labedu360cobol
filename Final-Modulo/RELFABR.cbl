              ALTERNATE RECORD KEY IS REG-FABR WITH DUPLICATES
              FILE STATUS IS FS-CARROS.

           SELECT CONSIGNACOES ASSIGN USING WRK-ARQ-CONSIGNACOES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CNS-CHAVE
              ALTERNATE RECORD KEY IS CNS-CONSIGNANTE WITH DUPLICATES
              FILE STATUS IS FS-CONSIGNACOES.

           SELECT ARQ-SORT ASSIGN USING WRK-ARQ-SORT.

           SELECT REPORT-FABR ASSIGN USING WRK-ARQ-REPORT
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

      *------------------- REGISTRO DE CLASSIFICACAO
       SD  ARQ-SORT.
       01  REG-SORT.
       01  WRK-AMB-DIR     PIC X(040) VALUE SPACES.
       01  WRK-ARQ-CARROS  PIC X(060)
           VALUE "D:\temp\Cobol\dados\carros.txt".
       01  WRK-ARQ-CONSIGNACOES PIC X(060)
           VALUE "D:\temp\Cobol\dados\consigv.txt".
       01  WRK-ARQ-SORT    PIC X(060)
           VALUE "D:\temp\Cobol\sortfabr.tmp".
       01  WRK-ARQ-REPORT  PIC X(060)
      *----------------- VARIAVEL DE STATUS
       01  FS-CARROS       PIC 9(02) VALUE ZEROS.
       01  FS-REPORT       PIC 9(02) VALUE ZEROS.
       01  FS-CONSIGNACOES PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-TOTAL-VALOR        PIC 9(009)V99 VALUE ZEROS.
       01  WRK-VEND-QTDE          PIC 9(006) VALUE ZEROS.
       01  WRK-VEND-VALOR         PIC 9(009)V99 VALUE ZEROS.
      *----------------- OS CONSIGNADOS SAO DE TERCEIROS - TAMBEM
      *----------------- FORA DOS SUBTOTAIS DO ESTOQUE PROPRIO
       01  WRK-CONS-QTDE          PIC 9(006) VALUE ZEROS.
       01  WRK-CONS-VALOR         PIC 9(009)V99 VALUE ZEROS.

      *----------------- CADASTRO DE CONSIGNACOES DISPONIVEL E
      *----------------- VEICULO DA VEZ CONSIGNADO
       01  WRK-CONSIG-ABERTO      PIC X(01) VALUE 'N'.
           88 WRK-CONSIGNACOES-ABERTO       VALUE 'S'.
       01  WRK-TEM-CONSIGNACAO    PIC X(01) VALUE 'N'.
           88 WRK-VEICULO-CONSIGNADO        VALUE 'S'.
      *----------------- VEICULO JA DEVOLVIDO AO CONSIGNANTE E AINDA
      *----------------- NO CADASTRO - NAO E ESTOQUE DE NINGUEM
       01  WRK-TEM-DEVOLUCAO      PIC X(01) VALUE 'N'.
           88 WRK-VEICULO-DEVOLVIDO         VALUE 'S'.

      *----------------- VARIAVEL DE DATA DE EXECUCAO
       01  WRK-DATA-EXEC.
                         "\dados\carros.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CARROS
                  MOVE SPACES TO WRK-ARQ-CONSIGNACOES
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\consigv.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CONSIGNACOES
                  MOVE SPACES TO WRK-ARQ-SORT
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\sortfabr.tmp"
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

      *---------- TESTAR SE O ARQUIVO POSSUI  DADOS
              READ CARROS NEXT RECORD
              IF FS-CARROS EQUAL 10
       0210-LIBERAR-REGISTRO SECTION.
      *---------- OS VENDIDOS AGUARDANDO EXPURGO NAO ENTRAM NOS
      *---------- SUBTOTAIS DO ESTOQUE - CONTAM EM SEPARADO
              IF REG-SITUACAO NOT EQUAL 'V'
                  PERFORM 0220-CONSULTAR-CONSIGNACAO
              END-IF.

              IF REG-SITUACAO EQUAL 'V'
                  ADD 1         TO WRK-VEND-QTDE
                  ADD REG-VALOR TO WRK-VEND-VALOR
              ELSE
      *---------- VEICULO DE TERCEIROS TAMBEM CONTA EM SEPARADO
              IF WRK-VEICULO-CONSIGNADO
                  ADD 1         TO WRK-CONS-QTDE
                  ADD REG-VALOR TO WRK-CONS-VALOR
              ELSE
      *---------- DEVOLVIDO AO CONSIGNANTE AGUARDA SO A EXCLUSAO
              IF WRK-VEICULO-DEVOLVIDO
                  CONTINUE
              ELSE
      *---------- REGISTRO ANTIGO SEM FILIAL ENTRA NA MATRIZ 01
                  IF REG-FILIAL EQUAL SPACES
                     OR REG-FILIAL EQUAL LOW-VALUES
                  MOVE REG-FABR  TO SRT-FABR
                  MOVE REG-VALOR TO SRT-VALOR
                  RELEASE REG-SORT
              END-IF
              END-IF
              END-IF.

              READ CARROS NEXT RECORD.
       0210-LIBERAR-REGISTRO-FIM. EXIT.


       0220-CONSULTAR-CONSIGNACAO SECTION.
              MOVE 'N' TO WRK-TEM-CONSIGNACAO.
              MOVE 'N' TO WRK-TEM-DEVOLUCAO.
              IF WRK-CONSIGNACOES-ABERTO
                  MOVE REG-CODIGO TO CNS-CODIGO
                  MOVE REG-CHASSI TO CNS-CHASSI
                  READ CONSIGNACOES
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          IF CNS-SITUACAO EQUAL 'A'
                              MOVE 'S' TO WRK-TEM-CONSIGNACAO
                          END-IF
                          IF CNS-SITUACAO EQUAL 'D'
                              MOVE 'S' TO WRK-TEM-DEVOLUCAO
                          END-IF
                  END-READ
              END-IF.

       0220-CONSULTAR-CONSIGNACAO-FIM. EXIT.


       0400-TOTALIZAR        SECTION.
              MOVE 'N' TO WRK-FIM-SORT.
              MOVE 'S' TO WRK-PRIMEIRO.
                  WRITE REG-RELATORIO
              END-IF.

      *---------- OS CONSIGNADOS SAO DE TERCEIROS - EM SEPARADO
              IF WRK-CONS-QTDE > ZEROS
                  MOVE WRK-CONS-QTDE  TO WRK-QTDE-ED
                  MOVE WRK-CONS-VALOR TO WRK-VALOR-ED
                  DISPLAY "VEICULOS CONSIGNADOS .. " WRK-QTDE-ED
                  DISPLAY "VALOR DOS CONSIGNADOS . " WRK-VALOR-ED

                  MOVE SPACES TO REG-RELATORIO
                  STRING "VEICULOS CONSIGNADOS .. " DELIMITED SIZE
                         WRK-QTDE-ED                 DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO

                  MOVE SPACES TO REG-RELATORIO
                  STRING "VALOR DOS CONSIGNADOS . " DELIMITED SIZE
                         WRK-VALOR-ED                DELIMITED SIZE
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

              CLOSE REPORT-FABR.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR O RELATORIO ' FS-REPORT
