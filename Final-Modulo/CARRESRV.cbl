      *          COM CLIENTE, SINAL E VENCIMENTO NO CADASTRO DE
      *          RESERVAS, LIBERA UMA RESERVA E DEVOLVE AO ESTOQUE
      *          AS RESERVAS VENCIDAS - A LIBERACAO DAS VENCIDAS
      *          RODA SOZINHA EM CADA ABERTURA DO PROGRAMA. TODO
      *          SINAL RECEBIDO, DEVOLVIDO OU RETIDO VAI PARA O
      *          CONTROLE DE SINAIS. A RESERVA PODE SAIR DE UMA
      *          PROPOSTA ABERTA DO CARPROPO, SEM REDIGITAR VEICULO
      *          NEM CLIENTE
      ******************************************************************

       ENVIRONMENT        DIVISION.
              RECORD KEY IS RSV-CODIGO
              FILE STATUS IS FS-RESERVAS.

           SELECT PROPOSTAS ASSIGN USING WRK-ARQ-PROPOSTAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRP-NUMERO
              FILE STATUS IS FS-PROPOSTAS.

           SELECT DEPOSITOS ASSIGN USING WRK-ARQ-DEPOSITOS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-DEPOSITOS.

           SELECT SESSOES ASSIGN USING WRK-ARQ-SESSOES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
           05 RSV-OPERADOR     PIC  X(008).
           05 RSV-CLI-CODIGO   PIC  X(005).

      *------------------- CADASTRO DE PROPOSTAS - SITUACAO 'A'
      *------------------- ABERTA, 'R' CONVERTIDA EM RESERVA, 'V'
      *------------------- CONVERTIDA EM VENDA, 'E' EXPIRADA, 'P'
      *------------------- PERDIDA
       FD  PROPOSTAS.
       01  REG-PROPOSTA.
           05 PRP-NUMERO          PIC  9(006).
           05 PRP-CODIGO          PIC  X(003).
           05 PRP-CHASSI          PIC  X(017).
           05 PRP-FABR            PIC  X(010).
           05 PRP-MODELO          PIC  X(015).
           05 PRP-FILIAL          PIC  X(002).
           05 PRP-CLI-CODIGO      PIC  X(005).
           05 PRP-CLIENTE         PIC  X(030).
           05 PRP-VALOR-TABELA    PIC  9(006)V99.
           05 PRP-VALOR-PROPOSTO  PIC  9(006)V99.
           05 PRP-TROCA-DESCRICAO PIC  X(030).
           05 PRP-TROCA-VALOR     PIC  9(006)V99.
           05 PRP-DATA-EMISSAO    PIC  9(008).
           05 PRP-VALIDADE        PIC  9(008).
           05 PRP-OPERADOR        PIC  X(008).
           05 PRP-SITUACAO        PIC  X(001).
           05 PRP-DATA-SITUACAO   PIC  9(008).
           05 PRP-RECIBO          PIC  9(006).

      *------------------- CONTROLE DOS SINAIS DE RESERVA - UM
      *------------------- LANCAMENTO POR MOVIMENTO: 'R' RECEBIDO,
      *------------------- 'A' APLICADO NA VENDA, 'D' DEVOLVIDO AO
      *------------------- CLIENTE, 'P' PERDIDO (RETIDO PELA REVENDA)
       FD  DEPOSITOS.
       01  REG-DEPOSITO.
           05 DEP-TIPO         PIC  X(001).
           05 DEP-DATA         PIC  9(008).
           05 DEP-HORA         PIC  9(008).
           05 DEP-CODIGO       PIC  X(003).
           05 DEP-CLI-CODIGO   PIC  X(005).
           05 DEP-CLIENTE      PIC  X(030).
           05 DEP-VALOR        PIC  9(006)V99.
           05 DEP-OPERADOR     PIC  X(008).
           05 DEP-RECIBO       PIC  9(006).
           05 DEP-DATA-RESERVA PIC  9(008).

      *------------------- LAYOUT DO CADASTRO DE CLIENTES
       FD  CLIENTES.
       01  REG-CLIENTE.
           VALUE "D:\temp\Cobol\dados\reserva.txt".
       01  WRK-ARQ-CLIENTES PIC X(060)
           VALUE "D:\temp\Cobol\dados\cliente.txt".
       01  WRK-ARQ-DEPOSITOS PIC X(060)
           VALUE "D:\temp\Cobol\dados\sinais.txt".
       01  WRK-ARQ-SESSOES PIC X(060)
           VALUE "D:\temp\Cobol\dados\sessoes.txt".
       01  WRK-ARQ-OPERADORES PIC X(060)
           VALUE "D:\temp\Cobol\dados\operador.txt".
       01  WRK-ARQ-PROPOSTAS PIC X(060)
           VALUE "D:\temp\Cobol\dados\proposta.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-CARROS       PIC 9(02) VALUE ZEROS.
       01  FS-RESERVAS     PIC 9(02) VALUE ZEROS.
       01  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       01  FS-DEPOSITOS    PIC 9(02) VALUE ZEROS.
       01  FS-SESSOES      PIC 9(02) VALUE ZEROS.
       01  FS-OPERADORES   PIC 9(02) VALUE ZEROS.
       01  FS-PROPOSTAS    PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-VALOR-ED     PIC ZZZ.ZZ9,99.
       01  WRK-CLI-VALIDO       PIC X(01) VALUE 'N'.
           88 WRK-CLI-OK                  VALUE 'S'.

      *----------------- PROPOSTA CONVERTIDA NA RESERVA - SEM O
      *----------------- CADASTRO DE PROPOSTAS A RESERVA SEGUE COMO
      *----------------- ANTES
       01  WRK-PROPOSTAS-DISP   PIC X(01) VALUE 'N'.
           88 WRK-PROPOSTAS-ABERTO        VALUE 'S'.

       01  WRK-NUM-PROPOSTA     PIC 9(006) VALUE ZEROS.

       01  WRK-TEM-PROPOSTA     PIC X(01) VALUE 'N'.
           88 WRK-PROPOSTA-EXISTE         VALUE 'S'.

       01  WRK-PRP-VALIDA       PIC X(01) VALUE 'N'.
           88 WRK-PRP-OK                  VALUE 'S'.

      *----------------- SWITCHES DE CONTROLE
       01  WRK-ENCONTROU        PIC X(01) VALUE 'N'.
           88 WRK-REGISTRO-ENCONTRADO     VALUE 'S'.
       01  WRK-CONFIRMA         PIC X(01).
           88 WRK-CONFIRMA-SIM            VALUE 'S' 's'.

      *----------------- IMAGEM DA RESERVA GRAVADA OU DESFEITA - O
      *----------------- LANCAMENTO DO SINAL SAI DELA
       01  WRK-RSV-IMAGEM.
           05 WRK-RSV-CODIGO       PIC X(003).
           05 WRK-RSV-CLIENTE      PIC X(030).
           05 WRK-RSV-SINAL        PIC 9(006)V99.
           05 WRK-RSV-DATA-RESERVA PIC 9(008).
           05 WRK-RSV-VENCIMENTO   PIC 9(008).
           05 WRK-RSV-OPERADOR     PIC X(008).
           05 WRK-RSV-CLI-CODIGO   PIC X(005).

      *----------------- DESTINO DO SINAL NO LANCAMENTO
       01  WRK-TIPO-SINAL       PIC X(01) VALUE SPACES.
           88 WRK-SINAL-RECEBIDO          VALUE 'R'.
           88 WRK-SINAL-DEVOLVIDO         VALUE 'D'.
           88 WRK-SINAL-PERDIDO           VALUE 'P'.

       01  WRK-DEVOLVE          PIC X(01).
           88 WRK-DEVOLVE-SIM             VALUE 'S' 's'.

      *----------------- DATA DO DIA PARA A RESERVA E O VENCIMENTO
       01  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.

                         "\dados\cliente.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CLIENTES
                  MOVE SPACES TO WRK-ARQ-DEPOSITOS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\sinais.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-DEPOSITOS
                  MOVE SPACES TO WRK-ARQ-SESSOES
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\sessoes.txt"
                         "\dados\operador.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-OPERADORES
                  MOVE SPACES TO WRK-ARQ-PROPOSTAS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\proposta.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-PROPOSTAS
              END-IF.

      *---------- CADA EXECUCAO INFORMA O AMBIENTE RESOLVIDO
                  END-IF
              END-IF.

      *---------- O CADASTRO DE PROPOSTAS TRAZ OS TERMOS DA RESERVA
      *---------- CONVERTIDA - SEM ELE A RESERVA E DIGITADA
              OPEN I-O PROPOSTAS.
              IF FS-PROPOSTAS EQUAL 0
                  MOVE 'S' TO WRK-PROPOSTAS-DISP
              ELSE
                  IF FS-PROPOSTAS NOT EQUAL 35
                      DISPLAY "PROPOSTAS NAO CONSULTADAS - STATUS "
                         FS-PROPOSTAS
                  END-IF
              END-IF.

              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

      *---------- RESERVA VENCIDA SOLTA SOZINHA - O VEICULO VOLTA


       0210-RESERVAR SECTION.
      *---------- A RESERVA PODE SAIR DE UMA PROPOSTA ABERTA - O
      *---------- VEICULO E O CLIENTE VEM DELA, SEM REDIGITAR
              MOVE 'N' TO WRK-TEM-PROPOSTA.
              IF WRK-PROPOSTAS-ABERTO
                  MOVE 'N' TO WRK-PRP-VALIDA
                  PERFORM 0215-LER-PROPOSTA UNTIL WRK-PRP-OK
              END-IF.

              IF NOT WRK-PROPOSTA-EXISTE
                  DISPLAY "CODIGO DO VEICULO A RESERVAR "
                  ACCEPT WRK-CODIGO-PROCURADO
              END-IF.

              PERFORM 0250-LOCALIZAR-VEICULO.
              IF NOT WRK-REGISTRO-ENCONTRADO
                      DISPLAY "VEICULO NAO DISPONIVEL - SITUACAO "
                         REG-SITUACAO
                  ELSE
      *---------- O CODIGO VOLTA A SER USADO DEPOIS DO EXPURGO - O
      *---------- CHASSI CONFIRMA QUE E O VEICULO DA PROPOSTA
                  IF WRK-PROPOSTA-EXISTE
                     AND REG-CHASSI NOT EQUAL PRP-CHASSI
                      DISPLAY "VEICULO DA PROPOSTA JA SAIU DO "
                         "ESTOQUE - CHASSI " PRP-CHASSI
                  ELSE
                      PERFORM 0220-GRAVAR-RESERVA
                  END-IF
                  END-IF
              END-IF.

       0210-RESERVAR-FIM. EXIT.


       0215-LER-PROPOSTA SECTION.
              DISPLAY "NUMERO DA PROPOSTA (ZERO = SEM PROPOSTA) ".
              ACCEPT WRK-NUM-PROPOSTA.
              IF WRK-NUM-PROPOSTA EQUAL ZEROS
                  MOVE 'S' TO WRK-PRP-VALIDA
              ELSE
                  MOVE WRK-NUM-PROPOSTA TO PRP-NUMERO
                  READ PROPOSTAS
                      INVALID KEY
                          DISPLAY "PROPOSTA NAO CADASTRADA - DIGITE "
                             "NOVAMENTE"
                      NOT INVALID KEY
                          PERFORM 0216-CRITICAR-PROPOSTA
                  END-READ
              END-IF.

       0215-LER-PROPOSTA-FIM. EXIT.


       0216-CRITICAR-PROPOSTA SECTION.
      *---------- SO CONVERTE PROPOSTA ABERTA E DENTRO DA VALIDADE
              PERFORM 0217-CONFERIR-CLIENTE-PROPOSTA.

              IF PRP-SITUACAO NOT EQUAL 'A'
                  DISPLAY "PROPOSTA NAO ESTA ABERTA - SITUACAO "
                     PRP-SITUACAO
              ELSE
              IF PRP-VALIDADE < WRK-DATA-HOJE
                  DISPLAY "PROPOSTA VENCIDA EM " PRP-VALIDADE
              ELSE
      *---------- CLIENTE EXCLUIDO DEPOIS DA PROPOSTA - A RESERVA NAO
      *---------- SAI EM NOME DE UM CODIGO INEXISTENTE
              IF NOT WRK-CLI-OK
                  DISPLAY "CLIENTE DA PROPOSTA NAO CADASTRADO "
                     PRP-CLI-CODIGO " - RESERVA RECUSADA"
              ELSE
                  MOVE 'S'        TO WRK-PRP-VALIDA
                  MOVE 'S'        TO WRK-TEM-PROPOSTA
                  MOVE PRP-CODIGO TO WRK-CODIGO-PROCURADO
                  MOVE PRP-VALOR-PROPOSTO TO WRK-VALOR-ED
                  DISPLAY "PROPOSTA DE... " PRP-CLI-CODIGO " "
                     WRK-CLIENTE
                  DISPLAY "VALOR PROPOSTO " WRK-VALOR-ED
              END-IF
              END-IF
              END-IF.

       0216-CRITICAR-PROPOSTA-FIM. EXIT.


       0217-CONFERIR-CLIENTE-PROPOSTA SECTION.
      *---------- O NOME VEM DO CADASTRO DE CLIENTES - SEM ELE, OU
      *---------- SEM CODIGO NA PROPOSTA, VALE O NOME DA PROPOSTA
              MOVE 'S'         TO WRK-CLI-VALIDO.
              MOVE PRP-CLIENTE TO WRK-CLIENTE.
              IF WRK-CLIENTES-ABERTO
                 AND PRP-CLI-CODIGO NOT EQUAL SPACES
                  MOVE PRP-CLI-CODIGO TO CLI-CODIGO
                  READ CLIENTES
                      INVALID KEY
                          MOVE 'N' TO WRK-CLI-VALIDO
                      NOT INVALID KEY
                          MOVE CLI-NOME TO WRK-CLIENTE
                  END-READ
              END-IF.

       0217-CONFERIR-CLIENTE-PROPOSTA-FIM. EXIT.


       0220-GRAVAR-RESERVA SECTION.
              PERFORM 0260-EXIBIR-VEICULO.

      *---------- CONVERSAO DE PROPOSTA - O CLIENTE E O DA PROPOSTA,
      *---------- COM O NOME CONFERIDO NO CADASTRO NA CRITICA DELA
              IF WRK-PROPOSTA-EXISTE
                  MOVE PRP-CLI-CODIGO TO WRK-CLI-CODIGO
                  DISPLAY "CLIENTE....... " WRK-CLIENTE
              ELSE
                  PERFORM 0265-ACEITAR-CLIENTE
              END-IF.
              PERFORM 0270-ACEITAR-SINAL.
              PERFORM 0280-ACEITAR-VENCIMENTO.

              MOVE WRK-VENCIMENTO       TO RSV-VENCIMENTO.
              MOVE WRK-OPERADOR         TO RSV-OPERADOR.
              MOVE WRK-CLI-CODIGO       TO RSV-CLI-CODIGO.
              MOVE REG-RESERVA          TO WRK-RSV-IMAGEM.

              WRITE REG-RESERVA
                  INVALID KEY
                              END-DELETE
                          NOT INVALID KEY
                              DISPLAY "RESERVA REGISTRADA COM SUCESSO"
                              MOVE 'R' TO WRK-TIPO-SINAL
                              PERFORM 0290-LANCAR-SINAL
                              IF WRK-PROPOSTA-EXISTE
                                  PERFORM 0225-CONVERTER-PROPOSTA
                              END-IF
                      END-REWRITE
              END-WRITE.

       0220-GRAVAR-RESERVA-FIM. EXIT.


       0225-CONVERTER-PROPOSTA SECTION.
      *---------- A PROPOSTA CONVERTIDA SAI DAS ABERTAS - A VENDA
      *---------- AINDA PODE BUSCAR NELA O PRECO COMBINADO
              MOVE 'R'           TO PRP-SITUACAO.
              MOVE WRK-DATA-HOJE TO PRP-DATA-SITUACAO.
              REWRITE REG-PROPOSTA
                  INVALID KEY
                      DISPLAY "ERRO AO MARCAR A PROPOSTA "
                         FS-PROPOSTAS
                  NOT INVALID KEY
                      DISPLAY "PROPOSTA " PRP-NUMERO
                         " CONVERTIDA EM RESERVA"
              END-REWRITE.

       0225-CONVERTER-PROPOSTA-FIM. EXIT.


       0230-LIBERAR SECTION.
              DISPLAY "CODIGO DO VEICULO A LIBERAR ".
              ACCEPT WRK-CODIGO-PROCURADO.
              ELSE
                  DISPLAY "RESERVADO PARA. " RSV-CLIENTE
                  DISPLAY "VENCIMENTO..... " RSV-VENCIMENTO
                  MOVE RSV-SINAL TO WRK-VALOR-ED
                  DISPLAY "SINAL.......... " WRK-VALOR-ED
                  DISPLAY "CONFIRMA A LIBERACAO (S/N) "
                  ACCEPT WRK-CONFIRMA
                  IF WRK-CONFIRMA-SIM
      *---------- NA LIBERACAO MANUAL O OPERADOR INFORMA SE O SINAL
      *---------- VOLTA AO CLIENTE OU FICA RETIDO PELA REVENDA
                      DISPLAY "SINAL DEVOLVIDO AO CLIENTE (S/N) "
                      ACCEPT WRK-DEVOLVE
                      IF WRK-DEVOLVE-SIM
                          MOVE 'D' TO WRK-TIPO-SINAL
                      ELSE
                          MOVE 'P' TO WRK-TIPO-SINAL
                      END-IF
                      PERFORM 0240-DESFAZER-RESERVA
                  ELSE
                      DISPLAY "OPERACAO CANCELADA"


       0240-DESFAZER-RESERVA SECTION.
      *---------- APAGAR A RESERVA E DEVOLVER O VEICULO AO ESTOQUE -
      *---------- O SINAL SAI NO CONTROLE COM O DESTINO JA DEFINIDO
      *---------- PELO CHAMADOR
              MOVE REG-RESERVA TO WRK-RSV-IMAGEM.
              DELETE RESERVAS
                  INVALID KEY
                      DISPLAY "ERRO AO LIBERAR " FS-RESERVAS
                  NOT INVALID KEY
                      PERFORM 0290-LANCAR-SINAL
                      PERFORM 0250-LOCALIZAR-VEICULO
                      IF WRK-REGISTRO-ENCONTRADO
                         AND REG-SITUACAO EQUAL 'R'
       0281-LER-VENCIMENTO-FIM. EXIT.


       0290-LANCAR-SINAL SECTION.
      *---------- LANCAR O MOVIMENTO DO SINAL NO CONTROLE - RESERVA
      *---------- SEM SINAL NAO GERA LANCAMENTO
              IF WRK-RSV-SINAL > ZEROS
                  OPEN EXTEND DEPOSITOS
                  IF FS-DEPOSITOS EQUAL 35
                      OPEN OUTPUT DEPOSITOS
                  END-IF
                  IF FS-DEPOSITOS NOT EQUAL 0
                      DISPLAY "ERRO NA ABERTURA DO CONTROLE DE "
                         "SINAIS " FS-DEPOSITOS
                  ELSE
                      MOVE WRK-TIPO-SINAL       TO DEP-TIPO
                      ACCEPT DEP-DATA FROM DATE YYYYMMDD
                      ACCEPT DEP-HORA FROM TIME
                      MOVE WRK-RSV-CODIGO       TO DEP-CODIGO
                      MOVE WRK-RSV-CLI-CODIGO   TO DEP-CLI-CODIGO
                      MOVE WRK-RSV-CLIENTE      TO DEP-CLIENTE
                      MOVE WRK-RSV-SINAL        TO DEP-VALOR
                      MOVE WRK-OPERADOR         TO DEP-OPERADOR
                      MOVE ZEROS                TO DEP-RECIBO
                      MOVE WRK-RSV-DATA-RESERVA TO DEP-DATA-RESERVA
                      WRITE REG-DEPOSITO
                      IF FS-DEPOSITOS NOT EQUAL 0
                          DISPLAY "ERRO AO LANCAR O SINAL "
                             FS-DEPOSITOS
                      ELSE
                          MOVE WRK-RSV-SINAL TO WRK-VALOR-ED
                          EVALUATE TRUE
                              WHEN WRK-SINAL-RECEBIDO
                                  DISPLAY "SINAL RECEBIDO ... "
                                     WRK-VALOR-ED
                              WHEN WRK-SINAL-DEVOLVIDO
                                  DISPLAY "SINAL DEVOLVIDO .. "
                                     WRK-VALOR-ED
                              WHEN WRK-SINAL-PERDIDO
                                  DISPLAY "SINAL RETIDO ..... "
                                     WRK-VALOR-ED
                          END-EVALUATE
                      END-IF
                      CLOSE DEPOSITOS
                  END-IF
              END-IF.

       0290-LANCAR-SINAL-FIM. EXIT.


       0400-SOLTAR-VENCIDAS SECTION.
      *---------- VARRER AS RESERVAS E DEVOLVER AO ESTOQUE AS QUE
      *---------- PASSARAM DO VENCIMENTO
                  MOVE RSV-CODIGO TO WRK-CODIGO-PROCURADO
                  DISPLAY "RESERVA VENCIDA - CODIGO " RSV-CODIGO
                     " CLIENTE " RSV-CLIENTE
      *---------- RESERVA VENCIDA PERDE O SINAL PARA A REVENDA
                  MOVE 'P' TO WRK-TIPO-SINAL
                  PERFORM 0240-DESFAZER-RESERVA
                  ADD 1 TO WRK-QTDE-VENCIDA
      *---------- A EXCLUSAO REPOSICIONA A LEITURA - RETOMAR A
                  END-IF
              END-IF.

              IF WRK-PROPOSTAS-ABERTO
                  CLOSE PROPOSTAS
                  IF FS-PROPOSTAS NOT EQUAL 0
                      DISPLAY 'ERRO AO FECHAR AS PROPOSTAS '
                         FS-PROPOSTAS
                  END-IF
              END-IF.

       0300-FINALIZAR-FIM. EXIT.
