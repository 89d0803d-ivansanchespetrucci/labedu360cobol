      *          INTERFACE CONTABIL - ARQUIVO DE LAYOUT FIXO COM
      *          HEADER E TRAILER DE CONTAGEM E HASH DE VALOR, NA
      *          MESMA CONVENCAO DO LOTE DO GRAVA, COM RELATORIO DE
      *          CONTROLE E MARCACAO DA VENDA JA EXTRAIDA. A VENDA
      *          ESTORNADA DEPOIS DE EXTRAIDA SAI DE NOVO COMO
      *          REGISTRO DE ESTORNO NA DATA DO ESTORNO. VEICULO
      *          CONSIGNADO SAI MARCADO, COM O REPASSE E A COMISSAO,
      *          E TOTALIZA A PARTE DO ESTOQUE PROPRIO NO TRAILER
      ******************************************************************

       ENVIRONMENT        DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-INTERCTB.

           SELECT ACERTOS ASSIGN USING WRK-ARQ-ACERTOS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACT-RECIBO
              ALTERNATE RECORD KEY IS ACT-CONSIGNANTE WITH DUPLICATES
              FILE STATUS IS FS-ACERTOS.

           SELECT CONTROLE ASSIGN USING WRK-ARQ-CONTROLE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CONTROLE.
           05 AMB-DIR        PIC  X(040).

      *------------------- LAYOUT DO HISTORICO DE VENDAS - ABERTO
      *------------------- I-O PARA MARCAR A VENDA JA EXTRAIDA -
      *------------------- VND-CTB-FLAG 'N' A EXTRAIR, 'S' EXTRAIDA,
      *------------------- 'E' EXTRAIDA E ESTORNO EXTRAIDO, 'X'
      *------------------- ESTORNADA ANTES DA EXTRACAO (NUNCA SAI)
       FD  VENDAS.
       01  REG-VENDA.
           05 VND-CODIGO        PIC  X(003).
           05 VND-TROCA-VALOR   PIC  9(006)V99.
           05 VND-CTB-FLAG      PIC  X(001).
           05 VND-FILIAL        PIC  X(002).
           05 VND-ESTORNO       PIC  X(001).
           05 VND-DATA-ESTORNO  PIC  9(008).
           05 VND-FORMA-PAGTO   PIC  X(001).
           05 VND-ENTRADA       PIC  9(006)V99.
           05 VND-QTDE-PARCELAS PIC  9(003).

      *------------------- ACERTO COM O CONSIGNANTE - UM POR VENDA DE
      *------------------- VEICULO CONSIGNADO, CHAVE RECIBO DA VENDA
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

      *------------------- INTERFACE CONTABIL - 99 POSICOES, HEADER
      *------------------- E TRAILER NA CONVENCAO DO LOTE DO GRAVA -
      *------------------- INT-TIPO 'V' VENDA, 'E' ESTORNO (INT-DATA E
      *------------------- A DATA DO ESTORNO, INT-DATA-VENDA A ORIGINAL)
      *------------------- INT-CONSIGNADO 'S' VEICULO DE TERCEIROS -
      *------------------- SO A COMISSAO E RECEITA DA REVENDA, O
      *------------------- REPASSE E DEVIDO AO CONSIGNANTE
       FD  INTERCTB.
       01  REG-INTERCTB.
           05 INT-CODIGO        PIC  X(003).
           05 INT-RECIBO        PIC  9(006).
           05 INT-OPERADOR      PIC  X(008).
           05 INT-FILIAL        PIC  X(002).
           05 INT-TIPO          PIC  X(001).
           05 INT-DATA-VENDA    PIC  9(008).
           05 INT-CONSIGNADO    PIC  X(001).
           05 INT-CONSIGNANTE   PIC  X(005).
           05 INT-VALOR-REPASSE PIC  9(006)V99.
           05 INT-SINAL-COMISSAO PIC X(001).
           05 INT-VALOR-COMISSAO PIC 9(006)V99.
           05 FILLER            PIC  X(002).

      *------------------- HEADER DA INTERFACE - TIPO "HDR" NA FRENTE
       01  REG-INT-HDR.
           05 HDR-TIPO           PIC  X(003).
           05 HDR-DATA           PIC  9(008).
           05 HDR-SISTEMA        PIC  X(010).
           05 FILLER             PIC  X(078).

      *------------------- TRAILER DA INTERFACE - TIPO "TRL" NA FRENTE
      *------------------- CONTAGEM E HASH DAS VENDAS E, EM SEPARADO,
      *------------------- DOS ESTORNOS - OS CONSIGNADOS NOS QUATRO
      *------------------- ULTIMOS, FORA DOS TOTAIS DO ESTOQUE PROPRIO
       01  REG-INT-TRL.
           05 TRL-TIPO           PIC  X(003).
           05 TRL-QTDE           PIC  9(006).
           05 TRL-HASH-VALOR     PIC  9(013)V99.
           05 TRL-QTDE-ESTORNO   PIC  9(006).
           05 TRL-HASH-ESTORNO   PIC  9(013)V99.
           05 TRL-QTDE-CONSIG    PIC  9(006).
           05 TRL-HASH-CONSIG    PIC  9(013)V99.
           05 TRL-QTDE-EST-CONSIG PIC 9(006).
           05 TRL-HASH-EST-CONSIG PIC 9(013)V99.
           05 FILLER             PIC  X(012).

      *------------------- RELATORIO DE CONTROLE DA EXTRACAO
       FD  CONTROLE.
           VALUE "D:\temp\Cobol\dados\vendas.txt".
       01  WRK-ARQ-INTERCTB PIC X(060)
           VALUE "D:\temp\Cobol\ctbvenda.txt".
       01  WRK-ARQ-ACERTOS PIC X(060)
           VALUE "D:\temp\Cobol\dados\acertos.txt".
       01  WRK-ARQ-CONTROLE PIC X(060)
           VALUE "D:\temp\Cobol\ctbextr.txt".

       01  FS-VENDAS       PIC 9(02) VALUE ZEROS.
       01  FS-INTERCTB     PIC 9(02) VALUE ZEROS.
       01  FS-CONTROLE     PIC 9(02) VALUE ZEROS.
       01  FS-ACERTOS      PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-VALOR-ED     PIC ZZZ.ZZ9,99.
       01  WRK-COMISSAO-ED  PIC -ZZZ.ZZ9,99.
       01  WRK-QTDE-ED      PIC ZZZ.ZZ9.
       01  WRK-HASH-ED      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WRK-QTDE-EXTRAIDA    PIC 9(006)    VALUE ZEROS.
       01  WRK-HASH-VALOR       PIC 9(013)V99 VALUE ZEROS.

      *----------------- TOTAIS DE CONTROLE DOS ESTORNOS
       01  WRK-QTDE-ESTORNO     PIC 9(006)    VALUE ZEROS.
       01  WRK-HASH-ESTORNO     PIC 9(013)V99 VALUE ZEROS.

      *----------------- TOTAIS DE CONTROLE DOS CONSIGNADOS - VENDAS
      *----------------- E ESTORNOS DE VEICULOS DE TERCEIROS
       01  WRK-QTDE-CONSIG      PIC 9(006)    VALUE ZEROS.
       01  WRK-HASH-CONSIG      PIC 9(013)V99 VALUE ZEROS.
       01  WRK-QTDE-EST-CONSIG  PIC 9(006)    VALUE ZEROS.
       01  WRK-HASH-EST-CONSIG  PIC 9(013)V99 VALUE ZEROS.

      *----------------- CADASTRO DE ACERTOS DISPONIVEL E VENDA DA
      *----------------- VEZ DE VEICULO CONSIGNADO
       01  WRK-ACERTOS-ABERTO   PIC X(01) VALUE 'N'.
           88 WRK-ACERTOS-OK              VALUE 'S'.
       01  WRK-TEM-ACERTO       PIC X(01) VALUE 'N'.
           88 WRK-VENDA-CONSIGNADA        VALUE 'S'.

      *----------------- VENDAS DA DATA JA EXTRAIDAS ANTES
       01  WRK-QTDE-JA-EXTRAIDA PIC 9(006) VALUE ZEROS.

      *----------------- VENDAS DA DATA ESTORNADAS ANTES DA EXTRACAO
       01  WRK-QTDE-DISPENSADA  PIC 9(006) VALUE ZEROS.


       PROCEDURE           DIVISION.
       0000-PRINCIPAL      SECTION.
                         "\ctbextr.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CONTROLE
                  MOVE SPACES TO WRK-ARQ-ACERTOS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\acertos.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-ACERTOS
              END-IF.

      *---------- CADA EXECUCAO INFORMA O AMBIENTE RESOLVIDO
                  GOBACK
              END-IF.

      *---------- CADASTRO DE ACERTOS E OPCIONAL - SEM ELE NAO HOUVE
      *---------- VENDA DE VEICULO CONSIGNADO
              OPEN INPUT ACERTOS.
              IF FS-ACERTOS EQUAL 0
                  MOVE 'S' TO WRK-ACERTOS-ABERTO
              ELSE
                  IF FS-ACERTOS NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DOS ACERTOS "
                         FS-ACERTOS
                      GOBACK
                  END-IF
              END-IF.

      *---------- GRAVAR O HEADER DO LOTE CONTABIL
              MOVE SPACES          TO REG-INT-HDR.
              MOVE "HDR"           TO HDR-TIPO.

       0200-PROCESSAR-VENDA  SECTION.
      *---------- SO ENTRAM AS VENDAS DA DATA PEDIDA - A MARCA DE
      *---------- EXTRACAO IMPEDE QUE A MESMA VENDA SAIA DUAS VEZES.
      *---------- VENDA ESTORNADA ANTES DE EXTRAIDA NAO SAI NUNCA
              IF VND-DATA-VENDA EQUAL WRK-DATA-EXTRACAO
                  EVALUATE VND-CTB-FLAG
                      WHEN 'S'
                      WHEN 'E'
                          ADD 1 TO WRK-QTDE-JA-EXTRAIDA
                      WHEN 'X'
                          ADD 1 TO WRK-QTDE-DISPENSADA
                      WHEN OTHER
                          PERFORM 0210-EXTRAIR-VENDA
                  END-EVALUATE
              END-IF.

      *---------- VENDA JA EXTRAIDA E ESTORNADA NA DATA PEDIDA - O
      *---------- ESTORNO SAI UMA UNICA VEZ E A MARCA PASSA A 'E'
              IF VND-ESTORNO EQUAL 'S'
                 AND VND-DATA-ESTORNO EQUAL WRK-DATA-EXTRACAO
                 AND VND-CTB-FLAG EQUAL 'S'
                  PERFORM 0230-EXTRAIR-ESTORNO
              END-IF.

              READ VENDAS.
              MOVE VND-RECIBO       TO INT-RECIBO.
              MOVE VND-OPERADOR     TO INT-OPERADOR.
              MOVE VND-FILIAL       TO INT-FILIAL.
              MOVE 'V'              TO INT-TIPO.
              MOVE VND-DATA-VENDA   TO INT-DATA-VENDA.
              PERFORM 0240-CONSULTAR-ACERTO.

              WRITE REG-INTERCTB.
              IF FS-INTERCTB NOT EQUAL 0
                  DISPLAY "ERRO AO GRAVAR A INTERFACE " FS-INTERCTB
              ELSE
                  IF WRK-VENDA-CONSIGNADA
                      ADD 1               TO WRK-QTDE-CONSIG
                      ADD VND-VALOR-VENDA TO WRK-HASH-CONSIG
                  ELSE
                      ADD 1               TO WRK-QTDE-EXTRAIDA
                      ADD VND-VALOR-VENDA TO WRK-HASH-VALOR
                  END-IF

      *---------- MARCAR A VENDA COMO EXTRAIDA NO PROPRIO HISTORICO
                  MOVE 'S' TO VND-CTB-FLAG
                     INTO REG-CONTROLE.
              WRITE REG-CONTROLE.

              IF WRK-VENDA-CONSIGNADA
                  PERFORM 0225-GRAVAR-CONSIGNADO
              END-IF.

       0220-GRAVAR-CONTROLE-FIM. EXIT.


       0225-GRAVAR-CONSIGNADO SECTION.
      *---------- LINHA COMPLEMENTAR DO VEICULO DE TERCEIROS
              MOVE ACT-VALOR-REPASSE  TO WRK-VALOR-ED.
              MOVE ACT-VALOR-COMISSAO TO WRK-COMISSAO-ED.
              MOVE SPACES TO REG-CONTROLE.
              STRING "  CONSIGNANTE " DELIMITED SIZE
                     ACT-CONSIGNANTE DELIMITED SIZE
                     "  REPASSE " DELIMITED SIZE
                     WRK-VALOR-ED DELIMITED SIZE
                     "  COMISSAO " DELIMITED SIZE
                     WRK-COMISSAO-ED DELIMITED SIZE
                     INTO REG-CONTROLE.
              WRITE REG-CONTROLE.

       0225-GRAVAR-CONSIGNADO-FIM. EXIT.


       0230-EXTRAIR-ESTORNO SECTION.
      *---------- O ESTORNO REPETE A VENDA ORIGINAL COM O TIPO 'E' E
      *---------- A DATA DO ESTORNO - O LADO CONTABIL FAZ A REVERSAO
              MOVE SPACES           TO REG-INTERCTB.
              MOVE VND-CODIGO       TO INT-CODIGO.
              MOVE VND-CHASSI       TO INT-CHASSI.
              MOVE VND-VALOR-TABELA TO INT-VALOR-TABELA.
              MOVE VND-VALOR-VENDA  TO INT-VALOR-VENDA.
              MOVE VND-DATA-ESTORNO TO INT-DATA.
              MOVE VND-CLI-CODIGO   TO INT-CLI-CODIGO.
              MOVE VND-RECIBO       TO INT-RECIBO.
              MOVE VND-OPERADOR     TO INT-OPERADOR.
              MOVE VND-FILIAL       TO INT-FILIAL.
              MOVE 'E'              TO INT-TIPO.
              MOVE VND-DATA-VENDA   TO INT-DATA-VENDA.
              PERFORM 0240-CONSULTAR-ACERTO.

              WRITE REG-INTERCTB.
              IF FS-INTERCTB NOT EQUAL 0
                  DISPLAY "ERRO AO GRAVAR A INTERFACE " FS-INTERCTB
              ELSE
                  IF WRK-VENDA-CONSIGNADA
                      ADD 1               TO WRK-QTDE-EST-CONSIG
                      ADD VND-VALOR-VENDA TO WRK-HASH-EST-CONSIG
                  ELSE
                      ADD 1               TO WRK-QTDE-ESTORNO
                      ADD VND-VALOR-VENDA TO WRK-HASH-ESTORNO
                  END-IF

      *---------- MARCAR O ESTORNO COMO EXTRAIDO NO PROPRIO HISTORICO
                  MOVE 'E' TO VND-CTB-FLAG
                  REWRITE REG-VENDA
                  IF FS-VENDAS NOT EQUAL 0
                      DISPLAY "ERRO AO MARCAR O ESTORNO " VND-RECIBO
                         " - STATUS " FS-VENDAS
                      MOVE ZEROS TO FS-VENDAS
                  END-IF

                  MOVE VND-VALOR-VENDA TO WRK-VALOR-ED
                  MOVE SPACES TO REG-CONTROLE
                  STRING "ESTORNO " DELIMITED SIZE
                         VND-RECIBO DELIMITED SIZE
                         "  VEICULO " DELIMITED SIZE
                         VND-CODIGO DELIMITED SIZE
                         "  VENDA " DELIMITED SIZE
                         VND-DATA-VENDA DELIMITED SIZE
                         "  VALOR " DELIMITED SIZE
                         WRK-VALOR-ED DELIMITED SIZE
                         INTO REG-CONTROLE
                  WRITE REG-CONTROLE
                  IF WRK-VENDA-CONSIGNADA
                      PERFORM 0225-GRAVAR-CONSIGNADO
                  END-IF
              END-IF.

       0230-EXTRAIR-ESTORNO-FIM. EXIT.


       0240-CONSULTAR-ACERTO SECTION.
      *---------- VENDA DE VEICULO CONSIGNADO TEM ACERTO PELO RECIBO -
      *---------- INCLUSIVE O CANCELADO PELO ESTORNO, QUE AINDA
      *---------- PRECISA SAIR MARCADO COMO CONSIGNADO
              MOVE 'N'    TO WRK-TEM-ACERTO.
              MOVE 'N'    TO INT-CONSIGNADO.
              MOVE SPACES TO INT-CONSIGNANTE.
              MOVE ZEROS  TO INT-VALOR-REPASSE.
              MOVE '+'    TO INT-SINAL-COMISSAO.
              MOVE ZEROS  TO INT-VALOR-COMISSAO.
              IF WRK-ACERTOS-OK
                  MOVE VND-RECIBO TO ACT-RECIBO
                  READ ACERTOS
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE 'S' TO WRK-TEM-ACERTO
                  END-READ
              END-IF.

              IF WRK-VENDA-CONSIGNADA
                  MOVE 'S'               TO INT-CONSIGNADO
                  MOVE ACT-CONSIGNANTE   TO INT-CONSIGNANTE
                  MOVE ACT-VALOR-REPASSE TO INT-VALOR-REPASSE
                  IF ACT-VALOR-COMISSAO < ZEROS
                      MOVE '-' TO INT-SINAL-COMISSAO
                  END-IF
                  MOVE ACT-VALOR-COMISSAO TO INT-VALOR-COMISSAO
              END-IF.

       0240-CONSULTAR-ACERTO-FIM. EXIT.


       0300-FINALIZAR       SECTION.
      *---------- GRAVAR O TRAILER COM A CONTAGEM E O HASH PARA A
      *---------- CRITICA DO LADO CONTABIL
              MOVE "TRL"           TO TRL-TIPO.
              MOVE WRK-QTDE-EXTRAIDA TO TRL-QTDE.
              MOVE WRK-HASH-VALOR  TO TRL-HASH-VALOR.
              MOVE WRK-QTDE-ESTORNO TO TRL-QTDE-ESTORNO.
              MOVE WRK-HASH-ESTORNO TO TRL-HASH-ESTORNO.
              MOVE WRK-QTDE-CONSIG TO TRL-QTDE-CONSIG.
              MOVE WRK-HASH-CONSIG TO TRL-HASH-CONSIG.
              MOVE WRK-QTDE-EST-CONSIG TO TRL-QTDE-EST-CONSIG.
              MOVE WRK-HASH-EST-CONSIG TO TRL-HASH-EST-CONSIG.
              WRITE REG-INT-TRL.

              MOVE WRK-QTDE-EXTRAIDA TO WRK-QTDE-ED.
                     INTO REG-CONTROLE.
              WRITE REG-CONTROLE.

              MOVE WRK-QTDE-ESTORNO TO WRK-QTDE-ED.
              MOVE SPACES TO REG-CONTROLE.
              STRING "ESTORNOS EXTRAIDOS .... " DELIMITED SIZE
                     WRK-QTDE-ED                DELIMITED SIZE
                     INTO REG-CONTROLE.
              WRITE REG-CONTROLE.

              MOVE WRK-HASH-ESTORNO TO WRK-HASH-ED.
              MOVE SPACES TO REG-CONTROLE.
              STRING "HASH DOS ESTORNOS ..... " DELIMITED SIZE
                     WRK-HASH-ED                DELIMITED SIZE
                     INTO REG-CONTROLE.
              WRITE REG-CONTROLE.

      *---------- VENDAS E ESTORNOS DE VEICULOS CONSIGNADOS FICAM
      *---------- FORA DOS TOTAIS ACIMA, DO ESTOQUE PROPRIO
              MOVE WRK-QTDE-CONSIG TO WRK-QTDE-ED.
              MOVE SPACES TO REG-CONTROLE.
              STRING "CONSIGNADOS EXTRAIDOS . " DELIMITED SIZE
                     WRK-QTDE-ED                DELIMITED SIZE
                     INTO REG-CONTROLE.
              WRITE REG-CONTROLE.

              MOVE WRK-HASH-CONSIG TO WRK-HASH-ED.
              MOVE SPACES TO REG-CONTROLE.
              STRING "HASH DOS CONSIGNADOS .. " DELIMITED SIZE
                     WRK-HASH-ED                DELIMITED SIZE
                     INTO REG-CONTROLE.
              WRITE REG-CONTROLE.

              MOVE WRK-QTDE-EST-CONSIG TO WRK-QTDE-ED.
              MOVE SPACES TO REG-CONTROLE.
              STRING "ESTORNOS CONSIGNADOS .. " DELIMITED SIZE
                     WRK-QTDE-ED                DELIMITED SIZE
                     INTO REG-CONTROLE.
              WRITE REG-CONTROLE.

              MOVE WRK-HASH-EST-CONSIG TO WRK-HASH-ED.
              MOVE SPACES TO REG-CONTROLE.
              STRING "HASH EST. CONSIGNADOS . " DELIMITED SIZE
                     WRK-HASH-ED                DELIMITED SIZE
                     INTO REG-CONTROLE.
              WRITE REG-CONTROLE.

              MOVE WRK-QTDE-DISPENSADA TO WRK-QTDE-ED.
              MOVE SPACES TO REG-CONTROLE.
              STRING "ESTORNADAS SEM ENVIO .. " DELIMITED SIZE
                     WRK-QTDE-ED                DELIMITED SIZE
                     INTO REG-CONTROLE.
              WRITE REG-CONTROLE.

              MOVE WRK-QTDE-EXTRAIDA TO WRK-QTDE-ED.
              DISPLAY "VENDAS EXTRAIDAS ...... " WRK-QTDE-ED.
              MOVE WRK-HASH-VALOR TO WRK-HASH-ED.
              DISPLAY "HASH DE VALOR ......... " WRK-HASH-ED.
              MOVE WRK-QTDE-JA-EXTRAIDA TO WRK-QTDE-ED.
              DISPLAY "JA EXTRAIDAS ANTES .... " WRK-QTDE-ED.
              MOVE WRK-QTDE-ESTORNO TO WRK-QTDE-ED.
              DISPLAY "ESTORNOS EXTRAIDOS .... " WRK-QTDE-ED.
              MOVE WRK-HASH-ESTORNO TO WRK-HASH-ED.
              DISPLAY "HASH DOS ESTORNOS ..... " WRK-HASH-ED.
              MOVE WRK-QTDE-CONSIG TO WRK-QTDE-ED.
              DISPLAY "CONSIGNADOS EXTRAIDOS . " WRK-QTDE-ED.
              MOVE WRK-HASH-CONSIG TO WRK-HASH-ED.
              DISPLAY "HASH DOS CONSIGNADOS .. " WRK-HASH-ED.
              MOVE WRK-QTDE-EST-CONSIG TO WRK-QTDE-ED.
              DISPLAY "ESTORNOS CONSIGNADOS .. " WRK-QTDE-ED.
              MOVE WRK-HASH-EST-CONSIG TO WRK-HASH-ED.
              DISPLAY "HASH EST. CONSIGNADOS . " WRK-HASH-ED.
              MOVE WRK-QTDE-DISPENSADA TO WRK-QTDE-ED.
              DISPLAY "ESTORNADAS SEM ENVIO .. " WRK-QTDE-ED.

              CLOSE VENDAS.
              IF FS-VENDAS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR A INTERFACE ' FS-INTERCTB
              END-IF.

              IF WRK-ACERTOS-OK
                  CLOSE ACERTOS
              END-IF.

              CLOSE CONTROLE.
              IF FS-CONTROLE NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR O CONTROLE ' FS-CONTROLE
