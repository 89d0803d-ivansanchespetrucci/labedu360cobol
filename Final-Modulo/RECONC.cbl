      *          DE VEICULOS, O HISTORICO DE VENDAS, A TRILHA DE
      *          AUDITORIA E O HISTORICO DE MANUTENCOES, APONTANDO
      *          AS EXCECOES EM RELATORIO E FECHANDO COM A LINHA DE
      *          EQUILIBRIO QUANDO TUDO CONFERE. A VENDA ESTORNADA
      *          E O REGISTRO DO ESTORNO SE CONFEREM MUTUAMENTE
      ******************************************************************

       ENVIRONMENT        DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-EXPURGO.

           SELECT ESTORNOS ASSIGN USING WRK-ARQ-ESTORNOS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ESTORNOS.

           SELECT REPORT-REC ASSIGN USING WRK-ARQ-REPORT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORT.
           05 VND-TROCA-VALOR   PIC  9(006)V99.
           05 VND-CTB-FLAG      PIC  X(001).
           05 VND-FILIAL        PIC  X(002).
           05 VND-ESTORNO       PIC  X(001).
           05 VND-DATA-ESTORNO  PIC  9(008).
           05 VND-FORMA-PAGTO   PIC  X(001).
           05 VND-ENTRADA       PIC  9(006)V99.
           05 VND-QTDE-PARCELAS PIC  9(003).

      *------------------- LAYOUT DO LOG DE AUDITORIA
       FD  AUDITORIA.
               10 FILLER       PIC  X(011).
           05 EXP-DATA         PIC  9(008).

      *------------------- REGISTRO DOS ESTORNOS DE VENDA
       FD  ESTORNOS.
       01  REG-ESTORNO.
           05 EST-RECIBO        PIC  9(006).
           05 EST-CODIGO        PIC  X(003).
           05 EST-CHASSI        PIC  X(017).
           05 EST-CLI-CODIGO    PIC  X(005).
           05 EST-VALOR-VENDA   PIC  9(006)V99.
           05 EST-DATA-VENDA    PIC  9(008).
           05 EST-DATA          PIC  9(008).
           05 EST-HORA          PIC  9(008).
           05 EST-OPERADOR      PIC  X(008).
           05 EST-FILIAL        PIC  X(002).
           05 EST-TROCA-CODIGO  PIC  X(003).
           05 EST-TROCA-VALOR   PIC  9(006)V99.
           05 EST-TROCA-DESTINO PIC  X(001).
           05 EST-ORIGEM        PIC  X(001).
           05 EST-CTB           PIC  X(001).
           05 EST-MOTIVO        PIC  X(030).

      *------------------- LAYOUT DO RELATORIO DE SAIDA
       FD  REPORT-REC.
       01  REG-RELATORIO   PIC  X(080).
           VALUE "D:\temp\Cobol\histcar.txt".
       01  WRK-ARQ-EXPURGO PIC X(060)
           VALUE "D:\temp\Cobol\dados\carexp.txt".
       01  WRK-ARQ-ESTORNOS PIC X(060)
           VALUE "D:\temp\Cobol\dados\estorno.txt".
       01  WRK-ARQ-REPORT  PIC X(060)
           VALUE "D:\temp\Cobol\reconc.txt".

       01  FS-AUDITORIA    PIC 9(02) VALUE ZEROS.
       01  FS-HISTORIA     PIC 9(02) VALUE ZEROS.
       01  FS-EXPURGO      PIC 9(02) VALUE ZEROS.
       01  FS-ESTORNOS     PIC 9(02) VALUE ZEROS.
       01  FS-REPORT       PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-ACHOU-EXCLUSAO   PIC X(01) VALUE 'N'.
           88 WRK-EXCLUSAO-TEM            VALUE 'S'.

       01  WRK-ACHOU-ESTORNO    PIC X(01) VALUE 'N'.
           88 WRK-ESTORNO-TEM             VALUE 'S'.

      *----------------- CHAVES DAS PROCURAS AUXILIARES
       01  WRK-CHASSI-PROCURADO PIC X(017).
       01  WRK-CODIGO-PROCURADO PIC X(003).
       01  WRK-RECIBO-PROCURADO PIC 9(006).

      *----------------- VISAO DA IMAGEM ANTES DO HISTORICO
       01  WRK-IMAGEM-ANTES.
       01  WRK-QTDE-AUDITORIA   PIC 9(006) VALUE ZEROS.
       01  WRK-QTDE-EXCECOES    PIC 9(006) VALUE ZEROS.
       01  WRK-QTDE-LEGADO      PIC 9(006) VALUE ZEROS.
       01  WRK-QTDE-ESTORNADAS  PIC 9(006) VALUE ZEROS.
       01  WRK-QTDE-ESTORNOS    PIC 9(006) VALUE ZEROS.


       PROCEDURE           DIVISION.
             PERFORM 0100-INICIALIZAR.
             PERFORM 0200-CONCILIAR-VENDAS.
             PERFORM 0400-CONCILIAR-AUDITORIA.
             PERFORM 0500-CONCILIAR-ESTORNOS.
             PERFORM 0300-FINALIZAR.

             GOBACK.
                         "\dados\carexp.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-EXPURGO
                  MOVE SPACES TO WRK-ARQ-ESTORNOS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\estorno.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-ESTORNOS
                  MOVE SPACES TO WRK-ARQ-REPORT
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\reconc.txt"
                      MOVE 'S' TO WRK-ENCONTROU
              END-READ.

      *---------- VENDA ESTORNADA DEVOLVEU O VEICULO AO ESTOQUE - NAO
      *---------- SE EXIGE A BAIXA, MAS O ESTORNO TEM QUE ESTAR
      *---------- REGISTRADO
              IF VND-ESTORNO EQUAL 'S'
                  ADD 1 TO WRK-QTDE-ESTORNADAS
                  MOVE VND-RECIBO TO WRK-RECIBO-PROCURADO
                  PERFORM 0740-PROCURAR-ESTORNO
                  IF NOT WRK-ESTORNO-TEM
                      PERFORM 0240-APONTAR-EXCECAO-ESTORNO
                  END-IF
              ELSE
              IF WRK-REGISTRO-ENCONTRADO
                 AND REG-CHASSI EQUAL VND-CHASSI
      *---------- O VEICULO VENDIDO AINDA ESTA NO CADASTRO - SO E
                          PERFORM 0220-APONTAR-EXCECAO-VENDA
                      END-IF
                  END-IF
              END-IF
              END-IF.

      *---------- O CHASSI VENDIDO NAO PODE ESTAR PRESO A OUTRO
       0230-APONTAR-EXCECAO-CHASSI-FIM. EXIT.


       0240-APONTAR-EXCECAO-ESTORNO SECTION.
              ADD 1 TO WRK-QTDE-EXCECOES.
              MOVE SPACES TO REG-RELATORIO.
              STRING "EXCECAO - VENDA ESTORNADA " DELIMITED SIZE
                     VND-CODIGO   DELIMITED SIZE
                     " RECIBO "   DELIMITED SIZE
                     VND-RECIBO   DELIMITED SIZE
                     " SEM REGISTRO DO ESTORNO" DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0240-APONTAR-EXCECAO-ESTORNO-FIM. EXIT.


       0400-CONCILIAR-AUDITORIA SECTION.
      *---------- CADA INCLUSAO DA TRILHA DEVE SEGUIR NO CADASTRO,
      *---------- TER SIDO VENDIDA, EXCLUIDA PELO CARMAINT OU JA
       0420-APONTAR-EXCECAO-TRILHA-FIM. EXIT.


       0500-CONCILIAR-ESTORNOS SECTION.
      *---------- CADA ESTORNO REGISTRADO DEVE CORRESPONDER A UMA
      *---------- VENDA DO HISTORICO MARCADA COMO ESTORNADA
              OPEN INPUT ESTORNOS.
              IF FS-ESTORNOS NOT EQUAL 0
                  IF FS-ESTORNOS NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DOS ESTORNOS "
                         FS-ESTORNOS
                  END-IF
              ELSE
                  READ ESTORNOS
                  PERFORM 0510-CONFERIR-ESTORNO
                     UNTIL FS-ESTORNOS EQUAL 10
                  CLOSE ESTORNOS
              END-IF.

       0500-CONCILIAR-ESTORNOS-FIM. EXIT.


       0510-CONFERIR-ESTORNO SECTION.
              ADD 1 TO WRK-QTDE-ESTORNOS.

              MOVE EST-RECIBO TO WRK-RECIBO-PROCURADO.
              PERFORM 0750-PROCURAR-RECIBO.
              IF NOT WRK-VENDA-TEM
                 OR VND-ESTORNO NOT EQUAL 'S'
                  ADD 1 TO WRK-QTDE-EXCECOES
                  MOVE SPACES TO REG-RELATORIO
                  STRING "EXCECAO - ESTORNO DO RECIBO " DELIMITED SIZE
                         EST-RECIBO   DELIMITED SIZE
                         " DE "       DELIMITED SIZE
                         EST-DATA     DELIMITED SIZE
                         " SEM VENDA ESTORNADA" DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO
              END-IF.

              READ ESTORNOS.

       0510-CONFERIR-ESTORNO-FIM. EXIT.


       0700-PROCURAR-EXPURGO SECTION.
      *---------- VARRER O ARQUIVO MORTO PELO CHASSI PROCURADO
              MOVE 'N' TO WRK-ACHOU-EXPURGO.
       0711-TESTAR-VENDA-FIM. EXIT.


       0740-PROCURAR-ESTORNO SECTION.
      *---------- VARRER O REGISTRO DOS ESTORNOS PELO RECIBO
              MOVE 'N' TO WRK-ACHOU-ESTORNO.
              OPEN INPUT ESTORNOS.
              IF FS-ESTORNOS EQUAL 0
                  READ ESTORNOS
                  PERFORM 0741-TESTAR-ESTORNO
                     UNTIL FS-ESTORNOS EQUAL 10
                        OR WRK-ESTORNO-TEM
                  CLOSE ESTORNOS
              END-IF.

       0740-PROCURAR-ESTORNO-FIM. EXIT.


       0741-TESTAR-ESTORNO SECTION.
              IF EST-RECIBO EQUAL WRK-RECIBO-PROCURADO
                  MOVE 'S' TO WRK-ACHOU-ESTORNO
              ELSE
                  READ ESTORNOS
              END-IF.

       0741-TESTAR-ESTORNO-FIM. EXIT.


       0750-PROCURAR-RECIBO SECTION.
      *---------- VARRER O HISTORICO DE VENDAS PELO RECIBO
              MOVE 'N' TO WRK-ACHOU-VENDA.
              OPEN INPUT VENDAS.
              IF FS-VENDAS EQUAL 0
                  READ VENDAS
                  PERFORM 0751-TESTAR-RECIBO
                     UNTIL FS-VENDAS EQUAL 10
                        OR WRK-VENDA-TEM
                  CLOSE VENDAS
                  MOVE ZEROS TO FS-VENDAS
              END-IF.

       0750-PROCURAR-RECIBO-FIM. EXIT.


       0751-TESTAR-RECIBO SECTION.
              IF VND-RECIBO EQUAL WRK-RECIBO-PROCURADO
                  MOVE 'S' TO WRK-ACHOU-VENDA
              ELSE
                  READ VENDAS
              END-IF.

       0751-TESTAR-RECIBO-FIM. EXIT.


       0720-PROCURAR-EXCLUSAO SECTION.
      *---------- VARRER O HISTORICO DE MANUTENCOES POR UMA EXCLUSAO
      *---------- DO CODIGO PROCURADO
                  DISPLAY REG-RELATORIO
              END-IF.

              IF WRK-QTDE-ESTORNADAS > ZEROS
                 OR WRK-QTDE-ESTORNOS > ZEROS
                  MOVE WRK-QTDE-ESTORNADAS TO WRK-QTDE-ED
                  MOVE SPACES TO REG-RELATORIO
                  STRING "VENDAS ESTORNADAS ..... " DELIMITED SIZE
                         WRK-QTDE-ED                DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO
                  MOVE WRK-QTDE-ESTORNOS TO WRK-QTDE-ED
                  MOVE SPACES TO REG-RELATORIO
                  STRING "ESTORNOS CONFERIDOS ... " DELIMITED SIZE
                         WRK-QTDE-ED                DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO
              END-IF.

      *---------- A LINHA DE EQUILIBRIO SO SAI COM ZERO EXCECOES
              IF WRK-QTDE-EXCECOES EQUAL ZEROS
                  MOVE SPACES TO REG-RELATORIO
