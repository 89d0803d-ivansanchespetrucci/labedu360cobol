       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARRECEB.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: RECEBIMENTO DAS PARCELAS DO FINANCIAMENTO PROPRIO -
      *          BAIXA TOTAL OU PARCIAL DA PARCELA DO CARNE E
      *          CONSULTA DO SALDO DEVEDOR DO CLIENTE
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

           SELECT RECEBIMENTOS ASSIGN USING WRK-ARQ-RECEBIMENTOS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-RECEBIMENTOS.

           SELECT SESSOES ASSIGN USING WRK-ARQ-SESSOES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SET-TERMINAL
              FILE STATUS IS FS-SESSOES.

           SELECT OPERADORES ASSIGN USING
              WRK-ARQ-OPERADORES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OPE-ID
              FILE STATUS IS FS-OPERADORES.


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

      *------------------- RECEBIMENTOS DE PARCELAS - UMA LINHA POR
      *------------------- PAGAMENTO, TOTAL OU PARCIAL
       FD  RECEBIMENTOS.
       01  REG-RECEBIMENTO.
           05 RCB-DATA         PIC  9(008).
           05 RCB-HORA         PIC  9(008).
           05 RCB-RECIBO       PIC  9(006).
           05 RCB-NUMERO       PIC  9(003).
           05 RCB-CLI-CODIGO   PIC  X(005).
           05 RCB-FILIAL       PIC  X(002).
           05 RCB-VALOR        PIC  9(006)V99.
           05 RCB-OPERADOR     PIC  X(008).

      *------------------- SESSOES ASSINADAS PELO MENU - UMA POR
      *------------------- TERMINAL, COM A ULTIMA ATIVIDADE
       FD  SESSOES.
       01  REG-SESSAO-T.
           05 SET-TERMINAL   PIC  X(008).
           05 SET-OPERADOR   PIC  X(008).
           05 SET-NIVEL      PIC  9(001).
           05 SET-DATA-ATIV  PIC  9(008).
           05 SET-HORA-ATIV  PIC  9(008).

      *------------------- LAYOUT DO CADASTRO DE OPERADORES
       FD  OPERADORES.
       01  REG-OPERADOR.
           05 OPE-ID         PIC  X(008).
           05 OPE-NOME       PIC  X(030).
           05 OPE-NIVEL      PIC  9(001).
           05 OPE-SENHA      PIC  X(008).
           05 OPE-DATA-SENHA PIC  9(008).
           05 OPE-TENTATIVAS PIC  9(001).
           05 OPE-BLOQUEADO  PIC  X(001).
           05 OPE-TROCAR     PIC  X(001).


       WORKING-STORAGE SECTION.
      *----------------- PARAMETRO DE AMBIENTE E CAMINHOS
      *----------------- RESOLVIDOS DOS ARQUIVOS
       01  FS-AMBIENTE     PIC 9(02) VALUE ZEROS.
       01  WRK-AMB-NOME    PIC X(010) VALUE "PADRAO".
       01  WRK-AMB-DIR     PIC X(040) VALUE SPACES.
       01  WRK-ARQ-PARCELAS PIC X(060)
           VALUE "D:\temp\Cobol\dados\parcelas.txt".
       01  WRK-ARQ-RECEBIMENTOS PIC X(060)
           VALUE "D:\temp\Cobol\dados\recebim.txt".
       01  WRK-ARQ-SESSOES PIC X(060)
           VALUE "D:\temp\Cobol\dados\sessoes.txt".
       01  WRK-ARQ-OPERADORES PIC X(060)
           VALUE "D:\temp\Cobol\dados\operador.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-PARCELAS     PIC 9(02) VALUE ZEROS.
       01  FS-RECEBIMENTOS PIC 9(02) VALUE ZEROS.
       01  FS-SESSOES      PIC 9(02) VALUE ZEROS.
       01  FS-OPERADORES   PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-VALOR-ED     PIC ZZZ.ZZ9,99.
       01  WRK-PAGO-ED      PIC ZZZ.ZZ9,99.
       01  WRK-ABERTO-ED    PIC ZZZ.ZZ9,99.
       01  WRK-TOTAL-ED     PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-QTDE-ED      PIC ZZZ.ZZ9.

      *----------------- VARIAVEL DE MODO DE OPERACAO
       01  WRK-OPCAO             PIC X(01).
           88 WRK-OPCAO-RECEBER           VALUE 'R' 'r'.
           88 WRK-OPCAO-CONSULTAR         VALUE 'C' 'c'.

      *----------------- IDENTIFICACAO DO OPERADOR DO RECEBIMENTO
       01  WRK-OPERADOR           PIC X(008).

      *----------------- NIVEL DE AUTORIZACAO DO OPERADOR
       01  WRK-NIVEL              PIC 9(001) VALUE ZEROS.

      *----------------- TERMINAL DA SESSAO - PREENCHIDO PELO MENU
      *----------------- QUANDO O PROGRAMA E CHAMADO POR ELE
       01  WRK-TERMINAL-ATIVO EXTERNAL PIC X(008).

      *----------------- APOIO A EXPIRACAO POR INATIVIDADE
       01  WRK-LIMITE-INATIV     PIC 9(004) VALUE 30.
       01  WRK-DATA-AGORA        PIC 9(008) VALUE ZEROS.
       01  WRK-HORA-ATIV         PIC 9(008) VALUE ZEROS.
       01  WRK-HORA-ATIV-R REDEFINES WRK-HORA-ATIV.
           05 WRK-ATIV-HH        PIC 9(002).
           05 WRK-ATIV-MM        PIC 9(002).
           05 FILLER             PIC X(004).
       01  WRK-HORA-REF          PIC 9(008) VALUE ZEROS.
       01  WRK-HORA-REF-R REDEFINES WRK-HORA-REF.
           05 WRK-REF-HH         PIC 9(002).
           05 WRK-REF-MM         PIC 9(002).
           05 FILLER             PIC X(004).
       01  WRK-MIN-ATIV          PIC 9(004) VALUE ZEROS.
       01  WRK-MIN-REF           PIC 9(004) VALUE ZEROS.
       01  WRK-MIN-PARADO        PIC S9(004) VALUE ZEROS.

       01  WRK-TEM-SESSAO         PIC X(01)  VALUE 'N'.
           88 WRK-SESSAO-ATIVA               VALUE 'S'.

      *----------------- DADOS DIGITADOS
       01  WRK-RECIBO            PIC 9(006) VALUE ZEROS.
       01  WRK-NUMERO            PIC 9(003) VALUE ZEROS.
       01  WRK-CLI-CODIGO        PIC X(005).
       01  WRK-VALOR-RECEBIDO    PIC 9(006)V99 VALUE ZEROS.

      *----------------- SALDO DA PARCELA E DO CARNE OU DO CLIENTE
       01  WRK-SALDO-PARCELA     PIC 9(006)V99 VALUE ZEROS.
       01  WRK-SALDO-TOTAL       PIC 9(009)V99 VALUE ZEROS.
       01  WRK-SALDO-ATRASO      PIC 9(009)V99 VALUE ZEROS.
       01  WRK-QTDE-ABERTAS      PIC 9(006) VALUE ZEROS.
       01  WRK-QTDE-ATRASO       PIC 9(006) VALUE ZEROS.
       01  WRK-QTDE-LISTADA      PIC 9(006) VALUE ZEROS.

      *----------------- DATA DO DIA
       01  WRK-DATA-HOJE         PIC 9(008) VALUE ZEROS.

      *----------------- SWITCHES DE CONTROLE
       01  WRK-ENCONTROU        PIC X(01) VALUE 'N'.
           88 WRK-REGISTRO-ENCONTRADO     VALUE 'S'.

       01  WRK-VALOR-VALIDO     PIC X(01) VALUE 'N'.
           88 WRK-VALOR-OK                VALUE 'S'.

       01  WRK-CONFIRMA         PIC X(01).
           88 WRK-CONFIRMA-SIM            VALUE 'S' 's'.


       PROCEDURE           DIVISION.
       0000-PRINCIPAL      SECTION.
             PERFORM 0100-INICIALIZAR.
             PERFORM 0200-PROCESSAR.
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
                  MOVE SPACES TO WRK-ARQ-RECEBIMENTOS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\recebim.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-RECEBIMENTOS
                  MOVE SPACES TO WRK-ARQ-SESSOES
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\sessoes.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-SESSOES
                  MOVE SPACES TO WRK-ARQ-OPERADORES
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\operador.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-OPERADORES
              END-IF.

      *---------- CADA EXECUCAO INFORMA O AMBIENTE RESOLVIDO
              DISPLAY "AMBIENTE: " WRK-AMB-NOME.

       0050-RESOLVER-AMBIENTE-FIM. EXIT.


       0100-INICIALIZAR      SECTION.
              PERFORM 0050-RESOLVER-AMBIENTE.
              PERFORM 0130-IDENTIFICAR-OPERADOR.

      *---------- O RECEBIMENTO EXIGE NIVEL DE OPERACAO
              IF WRK-NIVEL < 2
                  DISPLAY "OPERADOR SEM NIVEL PARA RECEBER PARCELA"
                  GOBACK
              END-IF.

              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

              OPEN I-O PARCELAS.
      *---------- SEM PARCELAS NAO HA O QUE RECEBER - SO AS VENDAS
      *---------- FINANCIADAS DO CARVENDA CRIAM O ARQUIVO
              IF FS-PARCELAS NOT EQUAL 0
                  EVALUATE FS-PARCELAS
                      WHEN 35
                          DISPLAY "NENHUMA VENDA FINANCIADA REGISTRADA"
                      WHEN 37
                          DISPLAY "MODO DE ACESSO INVALIDO"
                      WHEN 93
                          DISPLAY "PARCELAS EM USO POR OUTRO PROCESSO"
                      WHEN OTHER
                          DISPLAY "ERRO NA ABERTURA DAS PARCELAS - "
                             "STATUS " FS-PARCELAS
                  END-EVALUATE
                  GOBACK
              END-IF.

       0100-INICIAL-FIM. EXIT.


       0130-IDENTIFICAR-OPERADOR SECTION.
      *---------- O OPERADOR VEM DA SESSAO ASSINADA PELO MENU QUANDO
      *---------- HOUVER - O RECEBIMENTO DEIXA DE DEPENDER DO DIGITADO
              IF WRK-TERMINAL-ATIVO NOT EQUAL SPACES
                  OPEN INPUT SESSOES
                  IF FS-SESSOES EQUAL 0
                      MOVE WRK-TERMINAL-ATIVO TO SET-TERMINAL
                      READ SESSOES
                          INVALID KEY
                              CONTINUE
                          NOT INVALID KEY
                              PERFORM 0135-CRITICAR-SESSAO
                      END-READ
                      CLOSE SESSOES
                  END-IF
              END-IF.

              IF NOT WRK-SESSAO-ATIVA
                  DISPLAY "OPERADOR "
                  ACCEPT WRK-OPERADOR
                  PERFORM 0140-CONSULTAR-NIVEL
              END-IF.

       0130-IDENTIFICAR-OPERADOR-FIM. EXIT.


       0135-CRITICAR-SESSAO SECTION.
      *---------- SESSAO PARADA ALEM DO LIMITE DE INATIVIDADE OU DE
      *---------- OUTRO DIA CONTA COMO EXPIRADA - VOLTA A PEDIR O
      *---------- OPERADOR NO TERMINAL
              ACCEPT WRK-DATA-AGORA FROM DATE YYYYMMDD.
              ACCEPT WRK-HORA-REF  FROM TIME.
              IF SET-DATA-ATIV EQUAL WRK-DATA-AGORA
                  MOVE SET-HORA-ATIV TO WRK-HORA-ATIV
                  COMPUTE WRK-MIN-ATIV =
                     WRK-ATIV-HH * 60 + WRK-ATIV-MM
                  COMPUTE WRK-MIN-REF =
                     WRK-REF-HH * 60 + WRK-REF-MM
                  COMPUTE WRK-MIN-PARADO =
                     WRK-MIN-REF - WRK-MIN-ATIV
                  IF WRK-MIN-PARADO <= WRK-LIMITE-INATIV
                      MOVE SET-OPERADOR TO WRK-OPERADOR
                      MOVE SET-NIVEL    TO WRK-NIVEL
                      MOVE 'S'          TO WRK-TEM-SESSAO
                  END-IF
              END-IF.

              IF NOT WRK-SESSAO-ATIVA
                  DISPLAY "SESSAO DO TERMINAL EXPIRADA - ASSINE "
                     "NOVAMENTE NO MENU"
              END-IF.

       0135-CRITICAR-SESSAO-FIM. EXIT.


       0140-CONSULTAR-NIVEL SECTION.
      *---------- SEM SESSAO O NIVEL SAI DO CADASTRO DE OPERADORES -
      *---------- ENQUANTO O CADASTRO NAO FOR IMPLANTADO VALE O
      *---------- COMPORTAMENTO ANTIGO, SEM RESTRICAO
              OPEN INPUT OPERADORES.
              IF FS-OPERADORES EQUAL 35
                  MOVE 3 TO WRK-NIVEL
              ELSE
                  IF FS-OPERADORES NOT EQUAL 0
                      DISPLAY "ERRO NA ABERTURA DOS OPERADORES "
                         FS-OPERADORES
                      GOBACK
                  END-IF
                  MOVE WRK-OPERADOR TO OPE-ID
                  READ OPERADORES
                      INVALID KEY
                          DISPLAY "OPERADOR NAO CADASTRADO "
                             WRK-OPERADOR
                          CLOSE OPERADORES
                          GOBACK
                      NOT INVALID KEY
                          MOVE OPE-NIVEL TO WRK-NIVEL
                  END-READ
                  CLOSE OPERADORES
              END-IF.

       0140-CONSULTAR-NIVEL-FIM. EXIT.


       0200-PROCESSAR        SECTION.
              DISPLAY "(R)ECEBER PARCELA OU (C)ONSULTAR CARNES DO "
                 "CLIENTE ".
              ACCEPT WRK-OPCAO.

              EVALUATE TRUE
                  WHEN WRK-OPCAO-RECEBER
                      PERFORM 0210-RECEBER-PARCELA
                  WHEN WRK-OPCAO-CONSULTAR
                      PERFORM 0250-CONSULTAR-CLIENTE
                  WHEN OTHER
                      DISPLAY "OPCAO INVALIDA"
              END-EVALUATE.

       0200-PROCESSAR-FIM. EXIT.


       0210-RECEBER-PARCELA SECTION.
      *---------- MOSTRAR O CARNE DO RECIBO E BAIXAR A PARCELA
      *---------- ESCOLHIDA - O PAGAMENTO PODE SER PARCIAL
              DISPLAY "RECIBO DA VENDA ".
              ACCEPT WRK-RECIBO.

              PERFORM 0220-LISTAR-CARNE.
              IF WRK-QTDE-LISTADA EQUAL ZEROS
                  DISPLAY "CARNE NAO ENCONTRADO PARA O RECIBO "
                     WRK-RECIBO
              ELSE
              IF WRK-QTDE-ABERTAS EQUAL ZEROS
                  DISPLAY "CARNE QUITADO - NADA A RECEBER"
              ELSE
                  DISPLAY "PARCELA A RECEBER "
                  ACCEPT WRK-NUMERO
                  PERFORM 0230-LOCALIZAR-PARCELA
                  IF NOT WRK-REGISTRO-ENCONTRADO
                      DISPLAY "PARCELA NAO ENCONTRADA " WRK-NUMERO
                  ELSE
                  IF PAR-SITUACAO NOT EQUAL 'A'
                      DISPLAY "PARCELA NAO ESTA EM ABERTO " WRK-NUMERO
                  ELSE
                      COMPUTE WRK-SALDO-PARCELA =
                         PAR-VALOR - PAR-VALOR-PAGO
                      MOVE WRK-SALDO-PARCELA TO WRK-VALOR-ED
                      DISPLAY "VENCIMENTO.... " PAR-VENCIMENTO
                      DISPLAY "SALDO......... " WRK-VALOR-ED
                      IF PAR-VENCIMENTO < WRK-DATA-HOJE
                          DISPLAY "ATENCAO - PARCELA EM ATRASO"
                      END-IF
                      PERFORM 0235-ACEITAR-VALOR
                      MOVE WRK-VALOR-RECEBIDO TO WRK-VALOR-ED
                      DISPLAY "CONFIRMA O RECEBIMENTO DE " WRK-VALOR-ED
                         " (S/N) "
                      ACCEPT WRK-CONFIRMA
                      IF WRK-CONFIRMA-SIM
                          PERFORM 0240-BAIXAR-PARCELA
                      ELSE
                          DISPLAY "OPERACAO CANCELADA"
                      END-IF
                  END-IF
                  END-IF
              END-IF
              END-IF.

       0210-RECEBER-PARCELA-FIM. EXIT.


       0220-LISTAR-CARNE SECTION.
      *---------- PARCELAS DO RECIBO EM ORDEM, A PARTIR DA PRIMEIRA
              MOVE ZEROS TO WRK-QTDE-LISTADA.
              MOVE ZEROS TO WRK-QTDE-ABERTAS.
              MOVE ZEROS TO WRK-SALDO-TOTAL.

              MOVE WRK-RECIBO TO PAR-RECIBO.
              MOVE ZEROS      TO PAR-NUMERO.
              START PARCELAS KEY IS NOT LESS THAN PAR-CHAVE
                  INVALID KEY
                      MOVE 10 TO FS-PARCELAS
              END-START.

              IF FS-PARCELAS NOT EQUAL 10
                  READ PARCELAS NEXT RECORD
              END-IF.

              PERFORM 0225-EXIBIR-PARCELA
                 UNTIL FS-PARCELAS EQUAL 10
                    OR PAR-RECIBO NOT EQUAL WRK-RECIBO.

              IF WRK-QTDE-LISTADA > ZEROS
                  MOVE WRK-SALDO-TOTAL TO WRK-TOTAL-ED
                  DISPLAY "SALDO DO CARNE ...... " WRK-TOTAL-ED
              END-IF.

       0220-LISTAR-CARNE-FIM. EXIT.


       0225-EXIBIR-PARCELA SECTION.
              IF WRK-QTDE-LISTADA EQUAL ZEROS
                  DISPLAY "CLIENTE....... " PAR-CLI-CODIGO " "
                     PAR-CLIENTE
                  DISPLAY "PARC VENCTO      VALOR      PAGO  SIT"
              END-IF.
              ADD 1 TO WRK-QTDE-LISTADA.
              IF PAR-SITUACAO EQUAL 'A'
                  ADD 1 TO WRK-QTDE-ABERTAS
                  COMPUTE WRK-SALDO-TOTAL = WRK-SALDO-TOTAL
                     + PAR-VALOR - PAR-VALOR-PAGO
              END-IF.
              MOVE PAR-VALOR      TO WRK-VALOR-ED.
              MOVE PAR-VALOR-PAGO TO WRK-PAGO-ED.
              DISPLAY PAR-NUMERO " " PAR-VENCIMENTO " "
                 WRK-VALOR-ED " " WRK-PAGO-ED "  " PAR-SITUACAO.

              READ PARCELAS NEXT RECORD.

       0225-EXIBIR-PARCELA-FIM. EXIT.


       0230-LOCALIZAR-PARCELA SECTION.
      *---------- BUSCA DIRETA PELA CHAVE - RECIBO + PARCELA
              MOVE WRK-RECIBO TO PAR-RECIBO.
              MOVE WRK-NUMERO TO PAR-NUMERO.
              MOVE 'N'        TO WRK-ENCONTROU.
              READ PARCELAS
                  INVALID KEY
                      MOVE 'N' TO WRK-ENCONTROU
                  NOT INVALID KEY
                      MOVE 'S' TO WRK-ENCONTROU
              END-READ.

       0230-LOCALIZAR-PARCELA-FIM. EXIT.


       0235-ACEITAR-VALOR SECTION.
              MOVE 'N' TO WRK-VALOR-VALIDO.
              PERFORM 0236-LER-VALOR UNTIL WRK-VALOR-OK.

       0235-ACEITAR-VALOR-FIM. EXIT.


       0236-LER-VALOR SECTION.
              DISPLAY "VALOR RECEBIDO ".
              ACCEPT WRK-VALOR-RECEBIDO.
      *---------- ACEITA VALOR NUMERICO, MAIOR QUE ZERO E ATE O SALDO
      *---------- DA PARCELA - NAO HA CREDITO PARA A PARCELA SEGUINTE
              IF WRK-VALOR-RECEBIDO IS NUMERIC
                 AND WRK-VALOR-RECEBIDO > ZEROS
                 AND WRK-VALOR-RECEBIDO NOT > WRK-SALDO-PARCELA
                  MOVE 'S' TO WRK-VALOR-VALIDO
              ELSE
                  DISPLAY "VALOR INVALIDO - DIGITE ATE O SALDO DA "
                     "PARCELA"
              END-IF.

       0236-LER-VALOR-FIM. EXIT.


       0240-BAIXAR-PARCELA SECTION.
      *---------- ACUMULAR O PAGAMENTO NA PARCELA - SALDO ZERADO
      *---------- QUITA A PARCELA
              ADD WRK-VALOR-RECEBIDO TO PAR-VALOR-PAGO.
              MOVE WRK-DATA-HOJE     TO PAR-DATA-PAGTO.
              MOVE WRK-OPERADOR      TO PAR-OPERADOR.
              IF PAR-VALOR-PAGO NOT < PAR-VALOR
                  MOVE 'Q' TO PAR-SITUACAO
              END-IF.

              REWRITE REG-PARCELA
                  INVALID KEY
                      DISPLAY "ERRO AO BAIXAR A PARCELA " FS-PARCELAS
                  NOT INVALID KEY
                      PERFORM 0245-REGISTRAR-RECEBIMENTO
                      IF PAR-SITUACAO EQUAL 'Q'
                          DISPLAY "PARCELA QUITADA"
                      ELSE
                          COMPUTE WRK-SALDO-PARCELA =
                             PAR-VALOR - PAR-VALOR-PAGO
                          MOVE WRK-SALDO-PARCELA TO WRK-VALOR-ED
                          DISPLAY "RECEBIMENTO PARCIAL - SALDO "
                             WRK-VALOR-ED
                      END-IF
              END-REWRITE.

       0240-BAIXAR-PARCELA-FIM. EXIT.


       0245-REGISTRAR-RECEBIMENTO SECTION.
      *---------- CADA PAGAMENTO FICA REGISTRADO NOS RECEBIMENTOS
              OPEN EXTEND RECEBIMENTOS.
              IF FS-RECEBIMENTOS EQUAL 35
                  OPEN OUTPUT RECEBIMENTOS
              END-IF.
              IF FS-RECEBIMENTOS NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DOS RECEBIMENTOS "
                     FS-RECEBIMENTOS
              ELSE
                  ACCEPT RCB-DATA FROM DATE YYYYMMDD
                  ACCEPT RCB-HORA FROM TIME
                  MOVE PAR-RECIBO         TO RCB-RECIBO
                  MOVE PAR-NUMERO         TO RCB-NUMERO
                  MOVE PAR-CLI-CODIGO     TO RCB-CLI-CODIGO
                  MOVE PAR-FILIAL         TO RCB-FILIAL
                  MOVE WRK-VALOR-RECEBIDO TO RCB-VALOR
                  MOVE WRK-OPERADOR       TO RCB-OPERADOR
                  WRITE REG-RECEBIMENTO
                  IF FS-RECEBIMENTOS NOT EQUAL 0
                      DISPLAY "ERRO AO REGISTRAR O RECEBIMENTO "
                         FS-RECEBIMENTOS
                  END-IF
                  CLOSE RECEBIMENTOS
              END-IF.

       0245-REGISTRAR-RECEBIMENTO-FIM. EXIT.


       0250-CONSULTAR-CLIENTE SECTION.
      *---------- TODAS AS PARCELAS EM ABERTO DO CLIENTE, DE TODOS
      *---------- OS CARNES, PELA CHAVE ALTERNATIVA DO CLIENTE
              DISPLAY "CODIGO DO CLIENTE ".
              ACCEPT WRK-CLI-CODIGO.

              MOVE ZEROS TO WRK-QTDE-ABERTAS.
              MOVE ZEROS TO WRK-QTDE-ATRASO.
              MOVE ZEROS TO WRK-SALDO-TOTAL.
              MOVE ZEROS TO WRK-SALDO-ATRASO.

              MOVE WRK-CLI-CODIGO TO PAR-CLI-CODIGO.
              START PARCELAS KEY IS EQUAL TO PAR-CLI-CODIGO
                  INVALID KEY
                      MOVE 10 TO FS-PARCELAS
              END-START.

              IF FS-PARCELAS NOT EQUAL 10
                  READ PARCELAS NEXT RECORD
              END-IF.

              PERFORM 0260-EXIBIR-ABERTA
                 UNTIL FS-PARCELAS EQUAL 10
                    OR PAR-CLI-CODIGO NOT EQUAL WRK-CLI-CODIGO.

              IF WRK-QTDE-ABERTAS EQUAL ZEROS
                  DISPLAY "CLIENTE SEM PARCELAS EM ABERTO "
                     WRK-CLI-CODIGO
              ELSE
                  MOVE WRK-QTDE-ABERTAS TO WRK-QTDE-ED
                  MOVE WRK-SALDO-TOTAL  TO WRK-TOTAL-ED
                  DISPLAY "PARCELAS EM ABERTO .. " WRK-QTDE-ED
                  DISPLAY "SALDO DEVEDOR ....... " WRK-TOTAL-ED
                  MOVE WRK-QTDE-ATRASO  TO WRK-QTDE-ED
                  MOVE WRK-SALDO-ATRASO TO WRK-TOTAL-ED
                  DISPLAY "PARCELAS EM ATRASO .. " WRK-QTDE-ED
                  DISPLAY "VALOR EM ATRASO ..... " WRK-TOTAL-ED
              END-IF.

       0250-CONSULTAR-CLIENTE-FIM. EXIT.


       0260-EXIBIR-ABERTA SECTION.
              IF PAR-SITUACAO EQUAL 'A'
                  IF WRK-QTDE-ABERTAS EQUAL ZEROS
                      DISPLAY "CLIENTE....... " PAR-CLI-CODIGO " "
                         PAR-CLIENTE
                      DISPLAY "RECIBO PARC VENCTO        SALDO"
                  END-IF
                  ADD 1 TO WRK-QTDE-ABERTAS
                  COMPUTE WRK-SALDO-PARCELA =
                     PAR-VALOR - PAR-VALOR-PAGO
                  ADD WRK-SALDO-PARCELA TO WRK-SALDO-TOTAL
                  MOVE WRK-SALDO-PARCELA TO WRK-ABERTO-ED
                  IF PAR-VENCIMENTO < WRK-DATA-HOJE
                      ADD 1 TO WRK-QTDE-ATRASO
                      ADD WRK-SALDO-PARCELA TO WRK-SALDO-ATRASO
                      DISPLAY PAR-RECIBO " " PAR-NUMERO "  "
                         PAR-VENCIMENTO " " WRK-ABERTO-ED
                         " EM ATRASO"
                  ELSE
                      DISPLAY PAR-RECIBO " " PAR-NUMERO "  "
                         PAR-VENCIMENTO " " WRK-ABERTO-ED
                  END-IF
              END-IF.

              READ PARCELAS NEXT RECORD.

       0260-EXIBIR-ABERTA-FIM. EXIT.


       0300-FINALIZAR       SECTION.
              CLOSE PARCELAS.
              IF FS-PARCELAS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR AS PARCELAS ' FS-PARCELAS
              END-IF.

       0300-FINALIZAR-FIM. EXIT.
