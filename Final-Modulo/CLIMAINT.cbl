      * Data:
      * Assunto: MANUTENCAO DO CADASTRO DE CLIENTES - CODIGO, NOME,
      *          DOCUMENTO, TELEFONE E ENDERECO USADOS NA VALIDACAO
      *          DA VENDA, COM CONSULTA DAS COMPRAS DE UM CLIENTE E
      *          DO SALDO DEVEDOR DAS PARCELAS DO FINANCIAMENTO.
      *          O DOCUMENTO E GRAVADO SO COM OS DIGITOS E CONFERIDO
      *          PELOS DIGITOS VERIFICADORES DO CPF OU DO CNPJ
      ******************************************************************

       ENVIRONMENT        DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-VENDAS.

           SELECT PARCELAS ASSIGN USING WRK-ARQ-PARCELAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PAR-CHAVE
              ALTERNATE RECORD KEY IS PAR-CLI-CODIGO WITH DUPLICATES
              FILE STATUS IS FS-PARCELAS.


       DATA DIVISION.
       FILE            SECTION.
           05 VND-TROCA-VALOR   PIC  9(006)V99.
           05 VND-CTB-FLAG      PIC  X(001).
           05 VND-FILIAL        PIC  X(002).
           05 VND-ESTORNO       PIC  X(001).
           05 VND-DATA-ESTORNO  PIC  9(008).
           05 VND-FORMA-PAGTO   PIC  X(001).
           05 VND-ENTRADA       PIC  9(006)V99.
           05 VND-QTDE-PARCELAS PIC  9(003).

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


       WORKING-STORAGE SECTION.
           VALUE "D:\temp\Cobol\dados\cliente.txt".
       01  WRK-ARQ-VENDAS  PIC X(060)
           VALUE "D:\temp\Cobol\dados\vendas.txt".
       01  WRK-ARQ-PARCELAS PIC X(060)
           VALUE "D:\temp\Cobol\dados\parcelas.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       01  FS-VENDAS       PIC 9(02) VALUE ZEROS.
       01  FS-PARCELAS     PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-VALOR-ED     PIC ZZZ.ZZ9,99.
       01  WRK-CODIGO            PIC X(005).
       01  WRK-NOME              PIC X(030).
       01  WRK-DOCUMENTO         PIC X(014).
       01  WRK-DOC-ENTRADA       PIC X(020).
       01  FILLER REDEFINES WRK-DOC-ENTRADA.
           05 WRK-DOC-CAR        PIC X(001) OCCURS 20.
       01  WRK-TELEFONE          PIC X(012).
       01  WRK-ENDERECO          PIC X(040).


       01  WRK-DOC-EM-USO       PIC X(01) VALUE 'N'.
           88 WRK-DOC-DUPLICADO           VALUE 'S'.
       01  WRK-DOC-DONO         PIC X(005) VALUE SPACES.

      *----------------- NORMALIZACAO E CONFERENCIA DO CPF/CNPJ -
      *----------------- SO OS DIGITOS, ALINHADOS A ESQUERDA
       01  WRK-DOC-NORMAL       PIC X(014) VALUE SPACES.
       01  FILLER REDEFINES WRK-DOC-NORMAL.
           05 WRK-DOC-POSICAO   PIC X(001) OCCURS 14.
       01  FILLER REDEFINES WRK-DOC-NORMAL.
           05 WRK-DOC-DIGITO    PIC 9(001) OCCURS 14.
       01  WRK-DOC-TAMANHO      PIC 9(002) VALUE ZEROS.
       01  WRK-DOC-LIMPO        PIC X(01) VALUE 'S'.
           88 WRK-DOC-SO-DIGITOS          VALUE 'S'.
       01  WRK-DOC-SITUACAO     PIC X(01) VALUE 'N'.
           88 WRK-DOC-VALIDO              VALUE 'S'.
       01  WRK-DOC-VARIADO      PIC X(01) VALUE 'N'.
           88 WRK-DOC-DIGITOS-VARIADOS    VALUE 'S'.
       01  WRK-PESOS-CNPJ-TAB   PIC X(013) VALUE "6543298765432".
       01  FILLER REDEFINES WRK-PESOS-CNPJ-TAB.
           05 WRK-PESO-CNPJ     PIC 9(001) OCCURS 13.
       01  WRK-IND              PIC 9(002) VALUE ZEROS.
       01  WRK-IND-PESO         PIC 9(002) VALUE ZEROS.
       01  WRK-PESO-BASE        PIC 9(002) VALUE ZEROS.
       01  WRK-DESLOCA          PIC 9(001) VALUE ZEROS.
       01  WRK-QTDE-SOMA        PIC 9(002) VALUE ZEROS.
       01  WRK-SOMA             PIC 9(005) VALUE ZEROS.
       01  WRK-QUOCIENTE        PIC 9(005) VALUE ZEROS.
       01  WRK-RESTO            PIC 9(002) VALUE ZEROS.
       01  WRK-DV               PIC 9(001) VALUE ZEROS.

       01  WRK-CONFIRMA         PIC X(01).
           88 WRK-CONFIRMA-SIM            VALUE 'S' 's'.
       01  WRK-QTDE-COMPRAS     PIC 9(006)    VALUE ZEROS.
       01  WRK-TOT-COMPRAS      PIC 9(009)V99 VALUE ZEROS.

      *----------------- SALDO DEVEDOR DO FINANCIAMENTO PROPRIO
       01  WRK-QTDE-ABERTAS     PIC 9(006)    VALUE ZEROS.
       01  WRK-SALDO-DEVEDOR    PIC 9(009)V99 VALUE ZEROS.
       01  WRK-QTDE-ATRASO      PIC 9(006)    VALUE ZEROS.
       01  WRK-SALDO-ATRASO     PIC 9(009)V99 VALUE ZEROS.
       01  WRK-DATA-HOJE        PIC 9(008)    VALUE ZEROS.


       PROCEDURE           DIVISION.
       0000-PRINCIPAL      SECTION.
                         "\dados\vendas.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-VENDAS
                  MOVE SPACES TO WRK-ARQ-PARCELAS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\parcelas.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-PARCELAS
              END-IF.

      *---------- CADA EXECUCAO INFORMA O AMBIENTE RESOLVIDO
                  DISPLAY "NOME "
                  ACCEPT WRK-NOME
                  DISPLAY "DOCUMENTO (CPF/CNPJ) "
                  ACCEPT WRK-DOC-ENTRADA
                  PERFORM 0500-VALIDAR-DOCUMENTO
                  IF NOT WRK-DOC-VALIDO
                      DISPLAY "DOCUMENTO INVALIDO - CPF/CNPJ NAO "
                         "CONFERE " WRK-DOC-ENTRADA
                  ELSE
                      PERFORM 0260-VERIFICAR-DOCUMENTO
                      IF WRK-DOC-DUPLICADO
                          DISPLAY "DOCUMENTO JA CADASTRADO "
                             WRK-DOCUMENTO " NO CLIENTE " WRK-DOC-DONO
                      ELSE
                          DISPLAY "TELEFONE "
                          ACCEPT WRK-TELEFONE
                          DISPLAY "ENDERECO "
                          ACCEPT WRK-ENDERECO
                          MOVE WRK-CODIGO    TO CLI-CODIGO
                          MOVE WRK-NOME      TO CLI-NOME
                          MOVE WRK-DOCUMENTO TO CLI-DOCUMENTO
                          MOVE WRK-TELEFONE  TO CLI-TELEFONE
                          MOVE WRK-ENDERECO  TO CLI-ENDERECO
                          WRITE REG-CLIENTE
                              INVALID KEY
                                  DISPLAY "NAO GRAVOU " FS-CLIENTES
                              NOT INVALID KEY
                                  DISPLAY "CLIENTE INCLUIDO COM SUCESSO"
                          END-WRITE
                      END-IF
                  END-IF
              END-IF.

                  DISPLAY "NOVO NOME "
                  ACCEPT WRK-NOME
                  DISPLAY "NOVO DOCUMENTO "
                  ACCEPT WRK-DOC-ENTRADA
                  PERFORM 0500-VALIDAR-DOCUMENTO
                  IF NOT WRK-DOC-VALIDO
                      DISPLAY "DOCUMENTO INVALIDO - CPF/CNPJ NAO "
                         "CONFERE " WRK-DOC-ENTRADA
                  ELSE
                      PERFORM 0260-VERIFICAR-DOCUMENTO
                      IF WRK-DOC-DUPLICADO
                          DISPLAY "DOCUMENTO JA CADASTRADO "
                             WRK-DOCUMENTO " NO CLIENTE " WRK-DOC-DONO
                      ELSE
                          DISPLAY "NOVO TELEFONE "
                          ACCEPT WRK-TELEFONE
                          DISPLAY "NOVO ENDERECO "
                          ACCEPT WRK-ENDERECO
      *---------- A LEITURA DO DOCUMENTO REPOSICIONA O REGISTRO -
      *---------- RELER PELO CODIGO ANTES DE REGRAVAR
                          PERFORM 0250-LOCALIZAR-CODIGO
                          MOVE WRK-NOME      TO CLI-NOME
                          MOVE WRK-DOCUMENTO TO CLI-DOCUMENTO
                          MOVE WRK-TELEFONE  TO CLI-TELEFONE
                          MOVE WRK-ENDERECO  TO CLI-ENDERECO
                          REWRITE REG-CLIENTE
                              INVALID KEY
                                  DISPLAY "ERRO AO ATUALIZAR "
                                     FS-CLIENTES
                              NOT INVALID KEY
                                  DISPLAY "CLIENTE ATUALIZADO COM "
                                     "SUCESSO"
                          END-REWRITE
                      END-IF
                  END-IF
              END-IF.


       0260-VERIFICAR-DOCUMENTO SECTION.
      *---------- O DOCUMENTO TAMBEM NAO PODE SE REPETIR - E O MESMO
      *---------- CLIENTE GRAFADO DE OUTRO JEITO. O PROPRIO REGISTRO
      *---------- NA ATUALIZACAO NAO CONTA COMO DUPLICIDADE
              MOVE WRK-DOCUMENTO TO CLI-DOCUMENTO.
              MOVE 'N'           TO WRK-DOC-EM-USO.
              MOVE SPACES        TO WRK-DOC-DONO.
              READ CLIENTES KEY IS CLI-DOCUMENTO
                  INVALID KEY
                      MOVE 'N' TO WRK-DOC-EM-USO
                  NOT INVALID KEY
                      IF CLI-CODIGO NOT EQUAL WRK-CODIGO
                          MOVE 'S'        TO WRK-DOC-EM-USO
                          MOVE CLI-CODIGO TO WRK-DOC-DONO
                      END-IF
              END-READ.

      *---------- CADASTROS ANTIGOS GUARDAM O DOCUMENTO COM PONTOS,
      *---------- TRACO E BARRA - A CHAVE NAO OS ENCONTRA, ENTAO O
      *---------- ARQUIVO E VARRIDO COMPARANDO SO OS DIGITOS
              IF NOT WRK-DOC-DUPLICADO
                  MOVE LOW-VALUES TO CLI-CODIGO
                  START CLIENTES KEY IS NOT LESS THAN CLI-CODIGO
                      INVALID KEY
                          MOVE 10 TO FS-CLIENTES
                  END-START
                  IF FS-CLIENTES NOT EQUAL 10
                      READ CLIENTES NEXT RECORD
                  END-IF
                  PERFORM 0265-COMPARAR-DOCUMENTO
                     UNTIL FS-CLIENTES EQUAL 10
                        OR WRK-DOC-DUPLICADO
              END-IF.

       0260-VERIFICAR-DOCUMENTO-FIM. EXIT.


       0265-COMPARAR-DOCUMENTO SECTION.
              IF CLI-CODIGO NOT EQUAL WRK-CODIGO
                  MOVE CLI-DOCUMENTO TO WRK-DOC-ENTRADA
                  PERFORM 0510-NORMALIZAR-DOCUMENTO
                  IF WRK-DOC-NORMAL EQUAL WRK-DOCUMENTO
                      MOVE 'S'        TO WRK-DOC-EM-USO
                      MOVE CLI-CODIGO TO WRK-DOC-DONO
                  END-IF
              END-IF.

              IF NOT WRK-DOC-DUPLICADO
                  READ CLIENTES NEXT RECORD
              END-IF.

       0265-COMPARAR-DOCUMENTO-FIM. EXIT.


       0400-CONSULTAR-COMPRAS SECTION.
      *---------- CONSULTA DE CLIENTE RECORRENTE - QUANTOS VEICULOS
      *---------- O CODIGO JA COMPROU SEGUNDO O HISTORICO DE VENDAS
                      CLOSE VENDAS
                      PERFORM 0420-EXIBIR-COMPRAS
                  END-IF
                  PERFORM 0430-APURAR-SALDO
              END-IF.

       0400-CONSULTAR-COMPRAS-FIM. EXIT.


       0410-ACUMULAR-COMPRA SECTION.
      *---------- VENDA ESTORNADA NAO CONTA COMO COMPRA DO CLIENTE
              IF VND-CLI-CODIGO EQUAL WRK-CODIGO
                 AND VND-ESTORNO NOT EQUAL 'S'
                  ADD 1               TO WRK-QTDE-COMPRAS
                  ADD VND-VALOR-VENDA TO WRK-TOT-COMPRAS
                  MOVE VND-VALOR-VENDA TO WRK-VALOR-ED
                  IF VND-FORMA-PAGTO EQUAL 'F'
                      DISPLAY VND-DATA-VENDA "  " VND-CODIGO "  "
                         VND-FABR "  " VND-MODELO "  " WRK-VALOR-ED
                         "  FINANCIADO"
                  ELSE
                      DISPLAY VND-DATA-VENDA "  " VND-CODIGO "  "
                         VND-FABR "  " VND-MODELO "  " WRK-VALOR-ED
                  END-IF
              END-IF.

              READ VENDAS.
       0420-EXIBIR-COMPRAS-FIM. EXIT.


       0430-APURAR-SALDO SECTION.
      *---------- SALDO DEVEDOR DAS PARCELAS EM ABERTO DO CLIENTE,
      *---------- COM O QUE JA VENCEU - SEM VENDA FINANCIADA AINDA
      *---------- NAO HA O ARQUIVO DE PARCELAS
              MOVE ZEROS TO WRK-QTDE-ABERTAS.
              MOVE ZEROS TO WRK-SALDO-DEVEDOR.
              MOVE ZEROS TO WRK-QTDE-ATRASO.
              MOVE ZEROS TO WRK-SALDO-ATRASO.
              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

              OPEN INPUT PARCELAS.
              IF FS-PARCELAS EQUAL 0
                  MOVE WRK-CODIGO TO PAR-CLI-CODIGO
                  START PARCELAS KEY IS EQUAL TO PAR-CLI-CODIGO
                      INVALID KEY
                          MOVE 10 TO FS-PARCELAS
                  END-START
                  IF FS-PARCELAS NOT EQUAL 10
                      READ PARCELAS NEXT RECORD
                  END-IF
                  PERFORM 0431-ACUMULAR-PARCELA
                     UNTIL FS-PARCELAS EQUAL 10
                        OR PAR-CLI-CODIGO NOT EQUAL WRK-CODIGO
                  CLOSE PARCELAS
              ELSE
                  IF FS-PARCELAS NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DAS PARCELAS "
                         FS-PARCELAS
                  END-IF
              END-IF.

              MOVE WRK-SALDO-DEVEDOR TO WRK-TOTAL-ED.
              DISPLAY "SALDO DEVEDOR ......... " WRK-TOTAL-ED.
              IF WRK-QTDE-ABERTAS > ZEROS
                  MOVE WRK-QTDE-ABERTAS TO WRK-QTDE-LISTADA-ED
                  DISPLAY "PARCELAS EM ABERTO .... "
                     WRK-QTDE-LISTADA-ED
                  MOVE WRK-QTDE-ATRASO TO WRK-QTDE-LISTADA-ED
                  DISPLAY "PARCELAS EM ATRASO .... "
                     WRK-QTDE-LISTADA-ED
                  MOVE WRK-SALDO-ATRASO TO WRK-TOTAL-ED
                  DISPLAY "VALOR EM ATRASO ....... " WRK-TOTAL-ED
              END-IF.

       0430-APURAR-SALDO-FIM. EXIT.


       0431-ACUMULAR-PARCELA SECTION.
              IF PAR-SITUACAO EQUAL 'A'
                  ADD 1 TO WRK-QTDE-ABERTAS
                  COMPUTE WRK-SALDO-DEVEDOR = WRK-SALDO-DEVEDOR
                     + PAR-VALOR - PAR-VALOR-PAGO
                  IF PAR-VENCIMENTO < WRK-DATA-HOJE
                      ADD 1 TO WRK-QTDE-ATRASO
                      COMPUTE WRK-SALDO-ATRASO = WRK-SALDO-ATRASO
                         + PAR-VALOR - PAR-VALOR-PAGO
                  END-IF
              END-IF.

              READ PARCELAS NEXT RECORD.

       0431-ACUMULAR-PARCELA-FIM. EXIT.


       0500-VALIDAR-DOCUMENTO SECTION.
      *---------- DOCUMENTO DIGITADO COM OU SEM PONTUACAO - FICAM SO
      *---------- OS DIGITOS. 11 DIGITOS E CPF, 14 E CNPJ, E OS DOIS
      *---------- ULTIMOS TEM QUE CONFERIR PELO MODULO 11
              PERFORM 0510-NORMALIZAR-DOCUMENTO.
              MOVE 'N' TO WRK-DOC-SITUACAO.

              IF WRK-DOC-SO-DIGITOS
                  PERFORM 0520-CONFERIR-REPETIDOS
                  IF WRK-DOC-DIGITOS-VARIADOS
                     AND WRK-DOC-TAMANHO EQUAL 11
                      PERFORM 0530-CONFERIR-CPF
                  ELSE
                  IF WRK-DOC-DIGITOS-VARIADOS
                     AND WRK-DOC-TAMANHO EQUAL 14
                      PERFORM 0540-CONFERIR-CNPJ
                  END-IF
                  END-IF
              END-IF.

              IF WRK-DOC-VALIDO
                  MOVE WRK-DOC-NORMAL TO WRK-DOCUMENTO
              END-IF.

       0500-VALIDAR-DOCUMENTO-FIM. EXIT.


       0510-NORMALIZAR-DOCUMENTO SECTION.
      *---------- PONTO, TRACO, BARRA E ESPACO SAO DESPREZADOS -
      *---------- QUALQUER OUTRO CARACTER TORNA O DOCUMENTO INVALIDO
              MOVE SPACES TO WRK-DOC-NORMAL.
              MOVE ZEROS  TO WRK-DOC-TAMANHO.
              MOVE 'S'    TO WRK-DOC-LIMPO.

              PERFORM 0515-COPIAR-DIGITO
                 VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > 20.

              IF WRK-DOC-TAMANHO > 14
                  MOVE 'N' TO WRK-DOC-LIMPO
              END-IF.

       0510-NORMALIZAR-DOCUMENTO-FIM. EXIT.


       0515-COPIAR-DIGITO SECTION.
              IF WRK-DOC-CAR (WRK-IND) NUMERIC
                  ADD 1 TO WRK-DOC-TAMANHO
                  IF WRK-DOC-TAMANHO NOT > 14
                      MOVE WRK-DOC-CAR (WRK-IND)
                        TO WRK-DOC-POSICAO (WRK-DOC-TAMANHO)
                  END-IF
              ELSE
              IF WRK-DOC-CAR (WRK-IND) NOT EQUAL '.'
                 AND WRK-DOC-CAR (WRK-IND) NOT EQUAL '-'
                 AND WRK-DOC-CAR (WRK-IND) NOT EQUAL '/'
                 AND WRK-DOC-CAR (WRK-IND) NOT EQUAL SPACE
                  MOVE 'N' TO WRK-DOC-LIMPO
              END-IF
              END-IF.

       0515-COPIAR-DIGITO-FIM. EXIT.


       0520-CONFERIR-REPETIDOS SECTION.
      *---------- 000.000.000-00, 111.111.111-11 ... FECHAM O MODULO
      *---------- 11 MAS NAO SAO DOCUMENTOS VALIDOS
              MOVE 'N' TO WRK-DOC-VARIADO.
              PERFORM 0525-COMPARAR-DIGITO
                 VARYING WRK-IND FROM 2 BY 1
                   UNTIL WRK-IND > WRK-DOC-TAMANHO.

       0520-CONFERIR-REPETIDOS-FIM. EXIT.


       0525-COMPARAR-DIGITO SECTION.
              IF WRK-DOC-POSICAO (WRK-IND) NOT EQUAL
                 WRK-DOC-POSICAO (1)
                  MOVE 'S' TO WRK-DOC-VARIADO
              END-IF.

       0525-COMPARAR-DIGITO-FIM. EXIT.


       0530-CONFERIR-CPF SECTION.
      *---------- PRIMEIRO DIGITO: PESOS 10 A 2 SOBRE OS 9 PRIMEIROS;
      *---------- SEGUNDO DIGITO: PESOS 11 A 2 SOBRE OS 10 PRIMEIROS
              MOVE 11 TO WRK-PESO-BASE.
              MOVE 9  TO WRK-QTDE-SOMA.
              PERFORM 0535-SOMAR-CPF.
              IF WRK-DV EQUAL WRK-DOC-DIGITO (10)
                  MOVE 12 TO WRK-PESO-BASE
                  MOVE 10 TO WRK-QTDE-SOMA
                  PERFORM 0535-SOMAR-CPF
                  IF WRK-DV EQUAL WRK-DOC-DIGITO (11)
                      MOVE 'S' TO WRK-DOC-SITUACAO
                  END-IF
              END-IF.

       0530-CONFERIR-CPF-FIM. EXIT.


       0535-SOMAR-CPF SECTION.
              MOVE ZEROS TO WRK-SOMA.
              PERFORM 0536-SOMAR-DIGITO-CPF
                 VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTDE-SOMA.
              PERFORM 0560-CALCULAR-DV.

       0535-SOMAR-CPF-FIM. EXIT.


       0536-SOMAR-DIGITO-CPF SECTION.
              COMPUTE WRK-SOMA = WRK-SOMA
                 + WRK-DOC-DIGITO (WRK-IND) * (WRK-PESO-BASE - WRK-IND).

       0536-SOMAR-DIGITO-CPF-FIM. EXIT.


       0540-CONFERIR-CNPJ SECTION.
      *---------- PRIMEIRO DIGITO: PESOS 5 A 2 E 9 A 2 SOBRE OS 12
      *---------- PRIMEIROS; SEGUNDO: 6 A 2 E 9 A 2 SOBRE OS 13
              MOVE 1  TO WRK-DESLOCA.
              MOVE 12 TO WRK-QTDE-SOMA.
              PERFORM 0545-SOMAR-CNPJ.
              IF WRK-DV EQUAL WRK-DOC-DIGITO (13)
                  MOVE 0  TO WRK-DESLOCA
                  MOVE 13 TO WRK-QTDE-SOMA
                  PERFORM 0545-SOMAR-CNPJ
                  IF WRK-DV EQUAL WRK-DOC-DIGITO (14)
                      MOVE 'S' TO WRK-DOC-SITUACAO
                  END-IF
              END-IF.

       0540-CONFERIR-CNPJ-FIM. EXIT.


       0545-SOMAR-CNPJ SECTION.
              MOVE ZEROS TO WRK-SOMA.
              PERFORM 0546-SOMAR-DIGITO-CNPJ
                 VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTDE-SOMA.
              PERFORM 0560-CALCULAR-DV.

       0545-SOMAR-CNPJ-FIM. EXIT.


       0546-SOMAR-DIGITO-CNPJ SECTION.
              COMPUTE WRK-IND-PESO = WRK-IND + WRK-DESLOCA.
              COMPUTE WRK-SOMA = WRK-SOMA
                 + WRK-DOC-DIGITO (WRK-IND)
                 * WRK-PESO-CNPJ (WRK-IND-PESO).

       0546-SOMAR-DIGITO-CNPJ-FIM. EXIT.


       0560-CALCULAR-DV SECTION.
      *---------- RESTO MENOR QUE 2 DA DIGITO ZERO, SENAO 11 - RESTO
              DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
                 REMAINDER WRK-RESTO.
              IF WRK-RESTO < 2
                  MOVE 0 TO WRK-DV
              ELSE
                  COMPUTE WRK-DV = 11 - WRK-RESTO
              END-IF.

       0560-CALCULAR-DV-FIM. EXIT.


       0300-FINALIZAR       SECTION.
              CLOSE CLIENTES.
              IF FS-CLIENTES NOT EQUAL 0
