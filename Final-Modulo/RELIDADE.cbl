              ALTERNATE RECORD KEY IS REG-FABR WITH DUPLICATES
              FILE STATUS IS FS-CARROS.

           SELECT CONSIGNACOES ASSIGN USING WRK-ARQ-CONSIGNACOES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CNS-CHAVE
              ALTERNATE RECORD KEY IS CNS-CONSIGNANTE WITH DUPLICATES
              FILE STATUS IS FS-CONSIGNACOES.

           SELECT REPORT-IDADE ASSIGN USING WRK-ARQ-REPORT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORT.
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
       FD  REPORT-IDADE.
       01  REG-RELATORIO   PIC  X(080).
       01  WRK-AMB-DIR     PIC X(040) VALUE SPACES.
       01  WRK-ARQ-CARROS  PIC X(060)
           VALUE "D:\temp\Cobol\dados\carros.txt".
       01  WRK-ARQ-CONSIGNACOES PIC X(060)
           VALUE "D:\temp\Cobol\dados\consigv.txt".
       01  WRK-ARQ-REPORT  PIC X(060)
           VALUE "D:\temp\Cobol\relidade.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-CARROS       PIC 9(02) VALUE ZEROS.
       01  FS-REPORT       PIC 9(02) VALUE ZEROS.
       01  FS-CONSIGNACOES PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-VALOR-ED     PIC ZZZ.ZZ9,99.
       01  WRK-VALOR-TOTAL      PIC 9(009)V99 VALUE ZEROS.
       01  WRK-QTDE-SEM-DATA    PIC 9(006)    VALUE ZEROS.
       01  WRK-QTDE-VENDIDOS    PIC 9(006)    VALUE ZEROS.
      *----------------- OS CONSIGNADOS SAO DE TERCEIROS - FORA DO
      *----------------- ESTOQUE PROPRIO E DAS FAIXAS
       01  WRK-QTDE-CONSIG      PIC 9(006)    VALUE ZEROS.
       01  WRK-VALOR-CONSIG     PIC 9(009)V99 VALUE ZEROS.

      *----------------- CADASTRO DE CONSIGNACOES DISPONIVEL E
      *----------------- VEICULO DA VEZ CONSIGNADO
       01  WRK-CONSIG-ABERTO    PIC X(01) VALUE 'N'.
           88 WRK-CONSIGNACOES-ABERTO     VALUE 'S'.
       01  WRK-TEM-CONSIGNACAO  PIC X(01) VALUE 'N'.
           88 WRK-VEICULO-CONSIGNADO      VALUE 'S'.
      *----------------- VEICULO JA DEVOLVIDO AO CONSIGNANTE E AINDA
      *----------------- NO CADASTRO - NAO E ESTOQUE DE NINGUEM
       01  WRK-TEM-DEVOLUCAO    PIC X(01) VALUE 'N'.
           88 WRK-VEICULO-DEVOLVIDO       VALUE 'S'.

      *----------------- CALCULO DE DIAS CORRIDOS - DATA PARA DIA
      *----------------- SERIAL PELO CALENDARIO GREGORIANO
                         "\dados\carros.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CARROS
                  MOVE SPACES TO WRK-ARQ-CONSIGNACOES
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\consigv.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CONSIGNACOES
                  MOVE SPACES TO WRK-ARQ-REPORT
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\relidade.txt"
                  STOP RUN
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
       0200-CLASSIFICAR-VEICULO SECTION.
      *---------- VEICULO VENDIDO AGUARDANDO EXPURGO NAO ENVELHECE
      *---------- EM ESTOQUE - CONTAR A PARTE
              IF REG-SITUACAO NOT EQUAL 'V'
                  PERFORM 0230-CONSULTAR-CONSIGNACAO
              END-IF.

              IF REG-SITUACAO EQUAL 'V'
                  ADD 1 TO WRK-QTDE-VENDIDOS
              ELSE
      *---------- VEICULO DE TERCEIROS TAMBEM CONTA EM SEPARADO
              IF WRK-VEICULO-CONSIGNADO
                  ADD 1         TO WRK-QTDE-CONSIG
                  ADD REG-VALOR TO WRK-VALOR-CONSIG
              ELSE
      *---------- DEVOLVIDO AO CONSIGNANTE AGUARDA SO A EXCLUSAO
              IF WRK-VEICULO-DEVOLVIDO
                  CONTINUE
              ELSE
                  ADD 1         TO WRK-QTDE-VEICULOS
                  ADD REG-VALOR TO WRK-VALOR-TOTAL
                  PERFORM 0205-MEDIR-PERMANENCIA
              END-IF
              END-IF
              END-IF.

              READ CARROS NEXT RECORD.
       0220-LISTAR-VEICULO-FIM. EXIT.


       0230-CONSULTAR-CONSIGNACAO SECTION.
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

       0230-CONSULTAR-CONSIGNACAO-FIM. EXIT.


       0300-FINALIZAR       SECTION.
              PERFORM 0310-IMPRIMIR-FAIXAS.

                  WRITE REG-RELATORIO
              END-IF.

      *---------- OS CONSIGNADOS SAO DE TERCEIROS - EM SEPARADO
              IF WRK-QTDE-CONSIG > ZEROS
                  MOVE WRK-QTDE-CONSIG  TO WRK-QTDE-ED
                  MOVE WRK-VALOR-CONSIG TO WRK-TOTAL-ED
                  DISPLAY "VEICULOS CONSIGNADOS .. " WRK-QTDE-ED
                  DISPLAY "VALOR DOS CONSIGNADOS . " WRK-TOTAL-ED

                  MOVE SPACES TO REG-RELATORIO
                  STRING "VEICULOS CONSIGNADOS .. " DELIMITED SIZE
                         WRK-QTDE-ED                DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO

                  MOVE SPACES TO REG-RELATORIO
                  STRING "VALOR DOS CONSIGNADOS . " DELIMITED SIZE
                         WRK-TOTAL-ED               DELIMITED SIZE
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

              CLOSE REPORT-IDADE.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR O RELATORIO ' FS-REPORT
