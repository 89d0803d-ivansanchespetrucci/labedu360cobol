       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARPROPO.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: PROPOSTA DE VENDA DE VEICULO - EMITE A PROPOSTA COM
      *          O PRECO OFERECIDO, O USADO NA TROCA E A VALIDADE PARA
      *          O CLIENTE DO CADASTRO, IMPRIME NO MESMO FORMATO DO
      *          RECIBO E REGISTRA A PROPOSTA PERDIDA. A PROPOSTA
      *          VENCIDA OU CUJO VEICULO SAIU DO ESTOQUE CAI SOZINHA
      *          EM CADA ABERTURA DO PROGRAMA. A CONVERSAO EM RESERVA
      *          OU VENDA E FEITA NO CARRESRV E NO CARVENDA
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

           SELECT CARROS ASSIGN USING WRK-ARQ-CARROS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS REG-CODIGO
              ALTERNATE RECORD KEY IS REG-FABR WITH DUPLICATES
              FILE STATUS IS FS-CARROS.

           SELECT CLIENTES ASSIGN USING
              WRK-ARQ-CLIENTES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLI-CODIGO
              ALTERNATE RECORD KEY IS CLI-DOCUMENTO
              FILE STATUS IS FS-CLIENTES.

           SELECT PROPOSTAS ASSIGN USING WRK-ARQ-PROPOSTAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRP-NUMERO
              FILE STATUS IS FS-PROPOSTAS.

           SELECT PROPOSTA-CTL ASSIGN USING WRK-ARQ-PROPCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-PROPCTL.

           SELECT IMPRESSAO ASSIGN USING WRK-ARQ-IMPRESSAO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-IMPRESSAO.

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

      *------------------- LAYOUT - 78 POSICOES
       FD  CARROS.
       01  REG-DADOS.
           05 REG-CODIGO       PIC  X(003).
           05 REG-FABR         PIC  X(010).
           05 REG-MODELO       PIC  X(015).
           05 REG-VALOR        PIC  9(006)V99.
           05 REG-ANO-MODELO   PIC  9(004).
           05 REG-COR          PIC  X(010).
           05 REG-CHASSI       PIC  X(017).
           05 REG-SITUACAO     PIC  X(001).
           05 REG-DATA-ENTRADA PIC  9(008).
           05 REG-FILIAL       PIC  X(002).

      *------------------- LAYOUT DO CADASTRO DE CLIENTES
       FD  CLIENTES.
       01  REG-CLIENTE.
           05 CLI-CODIGO     PIC  X(005).
           05 CLI-NOME       PIC  X(030).
           05 CLI-DOCUMENTO  PIC  X(014).
           05 CLI-TELEFONE   PIC  X(012).
           05 CLI-ENDERECO   PIC  X(040).

      *------------------- CADASTRO DE PROPOSTAS - O VEICULO FICA
      *------------------- IDENTIFICADO PELO CODIGO E CHASSI, QUE O
      *------------------- CODIGO VOLTA A SER USADO DEPOIS DO EXPURGO.
      *------------------- SITUACAO 'A' ABERTA, 'R' CONVERTIDA EM
      *------------------- RESERVA, 'V' CONVERTIDA EM VENDA, 'E'
      *------------------- EXPIRADA, 'P' PERDIDA
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

      *------------------- CONTROLE DA NUMERACAO DAS PROPOSTAS - UM
      *------------------- UNICO REGISTRO COM O ULTIMO NUMERO USADO
       FD  PROPOSTA-CTL.
       01  REG-PROPOSTA-CTL.
           05 PCT-ULTIMO-NUM PIC  9(006).

      *------------------- PROPOSTA IMPRESSA - UMA VIA POR EMISSAO NO
      *------------------- MESMO ARQUIVO DE SAIDA
       FD  IMPRESSAO.
       01  REG-IMPRESSAO-LIN PIC  X(080).

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
       01  WRK-ARQ-CARROS  PIC X(060)
           VALUE "D:\temp\Cobol\dados\carros.txt".
       01  WRK-ARQ-CLIENTES PIC X(060)
           VALUE "D:\temp\Cobol\dados\cliente.txt".
       01  WRK-ARQ-PROPOSTAS PIC X(060)
           VALUE "D:\temp\Cobol\dados\proposta.txt".
       01  WRK-ARQ-PROPCTL PIC X(060)
           VALUE "D:\temp\Cobol\dados\propctl.txt".
       01  WRK-ARQ-IMPRESSAO PIC X(060)
           VALUE "D:\temp\Cobol\propostas.txt".
       01  WRK-ARQ-SESSOES PIC X(060)
           VALUE "D:\temp\Cobol\dados\sessoes.txt".
       01  WRK-ARQ-OPERADORES PIC X(060)
           VALUE "D:\temp\Cobol\dados\operador.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-CARROS       PIC 9(02) VALUE ZEROS.
       01  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       01  FS-PROPOSTAS    PIC 9(02) VALUE ZEROS.
       01  FS-PROPCTL      PIC 9(02) VALUE ZEROS.
       01  FS-IMPRESSAO    PIC 9(02) VALUE ZEROS.
       01  FS-SESSOES      PIC 9(02) VALUE ZEROS.
       01  FS-OPERADORES   PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-VALOR-ED     PIC ZZZ.ZZ9,99.
       01  WRK-LIQUIDO-ED   PIC -Z.ZZZ.ZZ9,99.
       01  WRK-QTDE-ED      PIC ZZZ.ZZ9.

      *----------------- VARIAVEL DE MODO DE OPERACAO
       01  WRK-OPCAO              PIC X(01).
           88 WRK-OPCAO-EMITIR             VALUE 'E' 'e'.
           88 WRK-OPCAO-REIMPRIMIR         VALUE 'R' 'r'.
           88 WRK-OPCAO-CONSULTAR          VALUE 'C' 'c'.
           88 WRK-OPCAO-PERDIDA            VALUE 'P' 'p'.

      *----------------- IDENTIFICACAO DO OPERADOR DA PROPOSTA
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

      *----------------- CODIGO PROCURADO E TERMOS DA PROPOSTA
       01  WRK-CODIGO-PROCURADO   PIC X(003).
       01  WRK-NUM-PROPOSTA       PIC 9(006) VALUE ZEROS.
       01  WRK-CLIENTE            PIC X(030).
       01  WRK-CLI-CODIGO         PIC X(005).
       01  WRK-VALOR-PROPOSTO     PIC 9(006)V99.
       01  WRK-TROCA-DESCRICAO    PIC X(030).
       01  WRK-TROCA-VALOR        PIC 9(006)V99.
       01  WRK-VALIDADE           PIC X(008).

      *----------------- DESCONTO DADO SOBRE A TABELA - NEGATIVO
      *----------------- QUANDO A PROPOSTA SAI ACIMA DA TABELA
       01  WRK-DESCONTO           PIC S9(007)V99 VALUE ZEROS.
       01  WRK-VALOR-LIQUIDO      PIC S9(007)V99 VALUE ZEROS.

      *----------------- DESCRICAO DA SITUACAO DA PROPOSTA
       01  WRK-DESC-SITUACAO      PIC X(020) VALUE SPACES.

      *----------------- TITULO DA VIA IMPRESSA
       01  WRK-TITULO-VIA         PIC X(020) VALUE SPACES.

      *----------------- SWITCHES DE CONTROLE
       01  WRK-ENCONTROU        PIC X(01) VALUE 'N'.
           88 WRK-REGISTRO-ENCONTRADO     VALUE 'S'.

       01  WRK-TEM-PROPOSTA     PIC X(01) VALUE 'N'.
           88 WRK-PROPOSTA-EXISTE         VALUE 'S'.

       01  WRK-CLI-VALIDO       PIC X(01) VALUE 'N'.
           88 WRK-CLI-OK                  VALUE 'S'.

       01  WRK-VALOR-VALIDO     PIC X(01) VALUE 'N'.
           88 WRK-VALOR-OK                VALUE 'S'.

       01  WRK-TRC-VALOR-VALIDO PIC X(01) VALUE 'N'.
           88 WRK-TRC-VALOR-OK            VALUE 'S'.

       01  WRK-DATA-VALIDA      PIC X(01) VALUE 'N'.
           88 WRK-DATA-OK                 VALUE 'S'.

       01  WRK-TEM-TROCA        PIC X(01) VALUE 'N'.
           88 WRK-TROCA-SIM               VALUE 'S' 's'.

       01  WRK-CONFIRMA         PIC X(01).
           88 WRK-CONFIRMA-SIM            VALUE 'S' 's'.

      *----------------- DATA DO DIA PARA A EMISSAO E A VALIDADE
       01  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.

      *----------------- CONTADORES DA QUEDA DAS PROPOSTAS
       01  WRK-QTDE-EXPIRADA    PIC 9(006) VALUE ZEROS.
       01  WRK-QTDE-PERDIDA     PIC 9(006) VALUE ZEROS.


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
                  MOVE SPACES TO WRK-ARQ-CARROS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\carros.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CARROS
                  MOVE SPACES TO WRK-ARQ-CLIENTES
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\cliente.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CLIENTES
                  MOVE SPACES TO WRK-ARQ-PROPOSTAS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\proposta.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-PROPOSTAS
                  MOVE SPACES TO WRK-ARQ-PROPCTL
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\propctl.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-PROPCTL
                  MOVE SPACES TO WRK-ARQ-IMPRESSAO
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\propostas.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-IMPRESSAO
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

      *---------- A PROPOSTA EXIGE NIVEL DE OPERACAO
              IF WRK-NIVEL < 2
                  DISPLAY "OPERADOR SEM NIVEL PARA PROPOSTAS"
                  GOBACK
              END-IF.

              OPEN INPUT CARROS.
      *---------- TESTAR SE O ARQUIVO EXISTE - SENAO INTERROMPE
              IF FS-CARROS NOT EQUAL 0
                  EVALUATE FS-CARROS
                      WHEN 35
                          DISPLAY "ARQUIVO NAO ENCONTRADO"
                      WHEN 37
                          DISPLAY "MODO DE ACESSO INVALIDO"
                      WHEN 93
                          DISPLAY "ARQUIVO EM USO POR OUTRO PROCESSO"
                      WHEN OTHER
                          DISPLAY "ERRO NA ABERTURA - STATUS "
                             FS-CARROS
                  END-EVALUATE
                  GOBACK
              END-IF.

      *---------- O CADASTRO DE CLIENTES IDENTIFICA O CLIENTE DA
      *---------- PROPOSTA - SEM ELE NENHUMA PROPOSTA E EMITIDA
              OPEN INPUT CLIENTES.
              IF FS-CLIENTES NOT EQUAL 0
                  EVALUATE FS-CLIENTES
                      WHEN 35
                          DISPLAY "CADASTRO DE CLIENTES NAO "
                             "ENCONTRADO - RODE O CLIMAINT ANTES"
                      WHEN 93
                          DISPLAY "CADASTRO DE CLIENTES EM USO "
                             "POR OUTRO PROCESSO"
                      WHEN OTHER
                          DISPLAY "ERRO NA ABERTURA DOS CLIENTES"
                             " - STATUS " FS-CLIENTES
                  END-EVALUATE
                  CLOSE CARROS
                  GOBACK
              END-IF.

              OPEN I-O PROPOSTAS.
      *---------- CADASTRO AINDA NAO EXISTE - CRIAR VAZIO E REABRIR
              IF FS-PROPOSTAS EQUAL 35
                  DISPLAY "CADASTRO DE PROPOSTAS NAO EXISTIA - "
                     "CRIANDO VAZIO"
                  OPEN OUTPUT PROPOSTAS
                  CLOSE PROPOSTAS
                  OPEN I-O PROPOSTAS
              END-IF.
              IF FS-PROPOSTAS NOT EQUAL 0
                  EVALUATE FS-PROPOSTAS
                      WHEN 37
                          DISPLAY "MODO DE ACESSO INVALIDO"
                      WHEN 93
                          DISPLAY "PROPOSTAS EM USO POR OUTRO PROCESSO"
                      WHEN OTHER
                          DISPLAY "ERRO NA ABERTURA DAS PROPOSTAS - "
                             "STATUS " FS-PROPOSTAS
                  END-EVALUATE
                  CLOSE CARROS
                  CLOSE CLIENTES
                  GOBACK
              END-IF.

              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

      *---------- PROPOSTA VENCIDA OU SEM VEICULO CAI SOZINHA - O
      *---------- CADASTRO FICA EM DIA ANTES DE QUALQUER OPCAO
              PERFORM 0400-EXPIRAR-PROPOSTAS.

       0100-INICIAL-FIM. EXIT.


       0130-IDENTIFICAR-OPERADOR SECTION.
      *---------- O OPERADOR VEM DA SESSAO ASSINADA PELO MENU QUANDO
      *---------- HOUVER - A PROPOSTA DEIXA DE DEPENDER DO DIGITADO
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
              DISPLAY "(E)MITIR, (R)EIMPRIMIR, (C)ONSULTAR OU "
                 "(P)ERDIDA ".
              ACCEPT WRK-OPCAO.

              EVALUATE TRUE
                  WHEN WRK-OPCAO-EMITIR
                      PERFORM 0210-EMITIR
                  WHEN WRK-OPCAO-REIMPRIMIR
                      PERFORM 0230-REIMPRIMIR
                  WHEN WRK-OPCAO-CONSULTAR
                      PERFORM 0240-CONSULTAR
                  WHEN WRK-OPCAO-PERDIDA
                      PERFORM 0245-MARCAR-PERDIDA
                  WHEN OTHER
                      DISPLAY "OPCAO INVALIDA"
              END-EVALUATE.

       0200-PROCESSAR-FIM. EXIT.


       0210-EMITIR SECTION.
              DISPLAY "CODIGO DO VEICULO DA PROPOSTA ".
              ACCEPT WRK-CODIGO-PROCURADO.

              PERFORM 0250-LOCALIZAR-VEICULO.
              IF NOT WRK-REGISTRO-ENCONTRADO
                  DISPLAY "CODIGO NAO ENCONTRADO " WRK-CODIGO-PROCURADO
              ELSE
      *---------- SO HA PROPOSTA PARA VEICULO DISPONIVEL EM ESTOQUE
                  IF REG-SITUACAO NOT EQUAL 'D'
                      DISPLAY "VEICULO NAO DISPONIVEL - SITUACAO "
                         REG-SITUACAO
                  ELSE
                      PERFORM 0220-GRAVAR-PROPOSTA
                  END-IF
              END-IF.

       0210-EMITIR-FIM. EXIT.


       0220-GRAVAR-PROPOSTA SECTION.
              PERFORM 0260-EXIBIR-VEICULO.

              PERFORM 0265-ACEITAR-CLIENTE.
              PERFORM 0270-ACEITAR-VALOR.
              PERFORM 0275-ACEITAR-TROCA.
              PERFORM 0280-ACEITAR-VALIDADE.

              COMPUTE WRK-DESCONTO = REG-VALOR - WRK-VALOR-PROPOSTO.
              MOVE WRK-DESCONTO TO WRK-LIQUIDO-ED.
              DISPLAY "DESCONTO SOBRE A TABELA " WRK-LIQUIDO-ED.
              DISPLAY "CONFIRMA A EMISSAO (S/N) ".
              ACCEPT WRK-CONFIRMA.

              IF WRK-CONFIRMA-SIM
                  PERFORM 0285-OBTER-NUMERO
                  MOVE WRK-NUM-PROPOSTA    TO PRP-NUMERO
                  MOVE REG-CODIGO          TO PRP-CODIGO
                  MOVE REG-CHASSI          TO PRP-CHASSI
                  MOVE REG-FABR            TO PRP-FABR
                  MOVE REG-MODELO          TO PRP-MODELO
                  MOVE REG-FILIAL          TO PRP-FILIAL
                  MOVE WRK-CLI-CODIGO      TO PRP-CLI-CODIGO
                  MOVE WRK-CLIENTE         TO PRP-CLIENTE
                  MOVE REG-VALOR           TO PRP-VALOR-TABELA
                  MOVE WRK-VALOR-PROPOSTO  TO PRP-VALOR-PROPOSTO
                  MOVE WRK-TROCA-DESCRICAO TO PRP-TROCA-DESCRICAO
                  MOVE WRK-TROCA-VALOR     TO PRP-TROCA-VALOR
                  MOVE WRK-DATA-HOJE       TO PRP-DATA-EMISSAO
                  MOVE WRK-VALIDADE        TO PRP-VALIDADE
                  MOVE WRK-OPERADOR        TO PRP-OPERADOR
                  MOVE 'A'                 TO PRP-SITUACAO
                  MOVE WRK-DATA-HOJE       TO PRP-DATA-SITUACAO
                  MOVE ZEROS               TO PRP-RECIBO
                  WRITE REG-PROPOSTA
                      INVALID KEY
                          DISPLAY "NUMERO DE PROPOSTA JA USADO "
                             PRP-NUMERO " - CONFIRA O CONTROLE"
                      NOT INVALID KEY
                          DISPLAY "PROPOSTA REGISTRADA - NUMERO "
                             PRP-NUMERO
                          MOVE "PROPOSTA DE VENDA" TO WRK-TITULO-VIA
                          PERFORM 0290-IMPRIMIR-PROPOSTA
                  END-WRITE
              ELSE
                  DISPLAY "PROPOSTA NAO EMITIDA"
              END-IF.

       0220-GRAVAR-PROPOSTA-FIM. EXIT.


       0230-REIMPRIMIR SECTION.
      *---------- SEGUNDA VIA DE QUALQUER PROPOSTA, NA SITUACAO EM
      *---------- QUE ESTIVER
              PERFORM 0255-LOCALIZAR-PROPOSTA.
              IF NOT WRK-PROPOSTA-EXISTE
                  DISPLAY "PROPOSTA NAO CADASTRADA " WRK-NUM-PROPOSTA
              ELSE
                  MOVE "SEGUNDA VIA" TO WRK-TITULO-VIA
                  PERFORM 0290-IMPRIMIR-PROPOSTA
              END-IF.

       0230-REIMPRIMIR-FIM. EXIT.


       0240-CONSULTAR SECTION.
              PERFORM 0255-LOCALIZAR-PROPOSTA.
              IF NOT WRK-PROPOSTA-EXISTE
                  DISPLAY "PROPOSTA NAO CADASTRADA " WRK-NUM-PROPOSTA
              ELSE
                  PERFORM 0295-EXIBIR-PROPOSTA
              END-IF.

       0240-CONSULTAR-FIM. EXIT.


       0245-MARCAR-PERDIDA SECTION.
      *---------- CLIENTE DESISTIU - SO A PROPOSTA AINDA ABERTA PODE
      *---------- SER DADA COMO PERDIDA
              PERFORM 0255-LOCALIZAR-PROPOSTA.
              IF NOT WRK-PROPOSTA-EXISTE
                  DISPLAY "PROPOSTA NAO CADASTRADA " WRK-NUM-PROPOSTA
              ELSE
              IF PRP-SITUACAO NOT EQUAL 'A'
                  PERFORM 0296-DESCREVER-SITUACAO
                  DISPLAY "PROPOSTA NAO ESTA ABERTA - "
                     WRK-DESC-SITUACAO
              ELSE
                  PERFORM 0295-EXIBIR-PROPOSTA
                  DISPLAY "CONFIRMA A PROPOSTA COMO PERDIDA (S/N) "
                  ACCEPT WRK-CONFIRMA
                  IF WRK-CONFIRMA-SIM
                      MOVE 'P'           TO PRP-SITUACAO
                      MOVE WRK-DATA-HOJE TO PRP-DATA-SITUACAO
                      REWRITE REG-PROPOSTA
                          INVALID KEY
                              DISPLAY "ERRO AO REGRAVAR A PROPOSTA "
                                 FS-PROPOSTAS
                          NOT INVALID KEY
                              DISPLAY "PROPOSTA REGISTRADA COMO "
                                 "PERDIDA"
                      END-REWRITE
                  ELSE
                      DISPLAY "OPERACAO CANCELADA"
                  END-IF
              END-IF
              END-IF.

       0245-MARCAR-PERDIDA-FIM. EXIT.


       0250-LOCALIZAR-VEICULO SECTION.
      *---------- BUSCA DIRETA PELA CHAVE - SEM VARRER O ARQUIVO
              MOVE WRK-CODIGO-PROCURADO TO REG-CODIGO.
              MOVE 'N'                  TO WRK-ENCONTROU.
              READ CARROS
                  INVALID KEY
                      MOVE 'N' TO WRK-ENCONTROU
                  NOT INVALID KEY
                      MOVE 'S' TO WRK-ENCONTROU
              END-READ.

       0250-LOCALIZAR-VEICULO-FIM. EXIT.


       0255-LOCALIZAR-PROPOSTA SECTION.
              DISPLAY "NUMERO DA PROPOSTA ".
              ACCEPT WRK-NUM-PROPOSTA.
              MOVE WRK-NUM-PROPOSTA TO PRP-NUMERO.
              MOVE 'N'              TO WRK-TEM-PROPOSTA.
              READ PROPOSTAS
                  INVALID KEY
                      MOVE 'N' TO WRK-TEM-PROPOSTA
                  NOT INVALID KEY
                      MOVE 'S' TO WRK-TEM-PROPOSTA
              END-READ.

       0255-LOCALIZAR-PROPOSTA-FIM. EXIT.


       0260-EXIBIR-VEICULO SECTION.
              MOVE REG-VALOR TO WRK-VALOR-ED.
              DISPLAY "-----------------------".
              DISPLAY "CODIGO.    ... " REG-CODIGO.
              DISPLAY "FABRICANTE.... " REG-FABR.
              DISPLAY "MODELO      .. " REG-MODELO.
              DISPLAY "ANO MODELO  .. " REG-ANO-MODELO.
              DISPLAY "FILIAL     ... " REG-FILIAL.
              DISPLAY "VALOR TABELA.. " WRK-VALOR-ED.

       0260-EXIBIR-VEICULO-FIM. EXIT.


       0265-ACEITAR-CLIENTE SECTION.
              MOVE 'N' TO WRK-CLI-VALIDO.
              PERFORM 0266-LER-CLIENTE UNTIL WRK-CLI-OK.

       0265-ACEITAR-CLIENTE-FIM. EXIT.


       0266-LER-CLIENTE SECTION.
      *---------- SO ACEITA CODIGO DO CADASTRO DE CLIENTES - E ELE
      *---------- QUE A RESERVA E A VENDA COMPARAM NA CONVERSAO
              DISPLAY "CODIGO DO CLIENTE ".
              ACCEPT WRK-CLI-CODIGO.
              MOVE WRK-CLI-CODIGO TO CLI-CODIGO.
              READ CLIENTES
                  INVALID KEY
                      DISPLAY "CLIENTE NAO CADASTRADO - DIGITE "
                         "NOVAMENTE OU CADASTRE NO CLIMAINT"
                  NOT INVALID KEY
                      MOVE CLI-NOME TO WRK-CLIENTE
                      DISPLAY "CLIENTE....... " CLI-NOME
                      MOVE 'S'      TO WRK-CLI-VALIDO
              END-READ.

       0266-LER-CLIENTE-FIM. EXIT.


       0270-ACEITAR-VALOR SECTION.
              MOVE 'N' TO WRK-VALOR-VALIDO.
              PERFORM 0271-LER-VALOR UNTIL WRK-VALOR-OK.

       0270-ACEITAR-VALOR-FIM. EXIT.


       0271-LER-VALOR SECTION.
              DISPLAY "VALOR PROPOSTO ".
              ACCEPT WRK-VALOR-PROPOSTO.
      *---------- ACEITA SOMENTE VALOR NUMERICO E MAIOR QUE ZERO
              IF WRK-VALOR-PROPOSTO IS NUMERIC
                 AND WRK-VALOR-PROPOSTO > ZEROS
                  MOVE 'S' TO WRK-VALOR-VALIDO
              ELSE
                  DISPLAY "VALOR INVALIDO - DIGITE NOVAMENTE"
              END-IF.

       0271-LER-VALOR-FIM. EXIT.


       0275-ACEITAR-TROCA SECTION.
      *---------- O USADO OFERECIDO NA TROCA ENTRA SO COMO DESCRICAO
      *---------- E VALOR - O CADASTRO DO USADO E FEITO NA VENDA
              MOVE 'N'    TO WRK-TEM-TROCA.
              MOVE SPACES TO WRK-TROCA-DESCRICAO.
              MOVE ZEROS  TO WRK-TROCA-VALOR.
              DISPLAY "HA VEICULO NA TROCA (S/N) ".
              ACCEPT WRK-TEM-TROCA.

              IF WRK-TROCA-SIM
                  DISPLAY "DESCRICAO DO USADO (FABRICANTE, MODELO, "
                     "ANO) "
                  ACCEPT WRK-TROCA-DESCRICAO
                  MOVE 'N' TO WRK-TRC-VALOR-VALIDO
                  PERFORM 0276-LER-VALOR-TROCA UNTIL WRK-TRC-VALOR-OK
              END-IF.

       0275-ACEITAR-TROCA-FIM. EXIT.


       0276-LER-VALOR-TROCA SECTION.
              DISPLAY "VALOR OFERECIDO PELO USADO ".
              ACCEPT WRK-TROCA-VALOR.
      *---------- ACEITA SOMENTE VALOR NUMERICO E MAIOR QUE ZERO
              IF WRK-TROCA-VALOR IS NUMERIC
                 AND WRK-TROCA-VALOR > ZEROS
                  MOVE 'S' TO WRK-TRC-VALOR-VALIDO
              ELSE
                  DISPLAY "VALOR INVALIDO - DIGITE NOVAMENTE"
              END-IF.

       0276-LER-VALOR-TROCA-FIM. EXIT.


       0280-ACEITAR-VALIDADE SECTION.
              MOVE 'N' TO WRK-DATA-VALIDA.
              PERFORM 0281-LER-VALIDADE UNTIL WRK-DATA-OK.

       0280-ACEITAR-VALIDADE-FIM. EXIT.


       0281-LER-VALIDADE SECTION.
              DISPLAY "VALIDA ATE (AAAAMMDD) ".
              ACCEPT WRK-VALIDADE.
      *---------- ACEITA SOMENTE DATA NUMERICA A PARTIR DE HOJE
              IF WRK-VALIDADE IS NUMERIC
                 AND WRK-VALIDADE NOT < WRK-DATA-HOJE
                  MOVE 'S' TO WRK-DATA-VALIDA
              ELSE
                  DISPLAY "DATA INVALIDA - DIGITE NOVAMENTE"
              END-IF.

       0281-LER-VALIDADE-FIM. EXIT.


       0285-OBTER-NUMERO SECTION.
      *---------- TOMAR O PROXIMO NUMERO DO CONTROLE DE PROPOSTAS E
      *---------- REGRAVAR ANTES DA GRAVACAO - NUMERO TOMADO NUNCA E
      *---------- REAPROVEITADO
              MOVE ZEROS TO WRK-NUM-PROPOSTA.
              OPEN INPUT PROPOSTA-CTL.
              IF FS-PROPCTL EQUAL 0
                  READ PROPOSTA-CTL
                  IF FS-PROPCTL EQUAL 0
                      MOVE PCT-ULTIMO-NUM TO WRK-NUM-PROPOSTA
                  END-IF
                  CLOSE PROPOSTA-CTL
              END-IF.

              ADD 1 TO WRK-NUM-PROPOSTA.

              OPEN OUTPUT PROPOSTA-CTL.
              IF FS-PROPCTL NOT EQUAL 0
                  DISPLAY "ERRO AO GRAVAR O CONTROLE DE PROPOSTAS "
                     FS-PROPCTL
              ELSE
                  MOVE WRK-NUM-PROPOSTA TO PCT-ULTIMO-NUM
                  WRITE REG-PROPOSTA-CTL
                  CLOSE PROPOSTA-CTL
              END-IF.

       0285-OBTER-NUMERO-FIM. EXIT.


       0290-IMPRIMIR-PROPOSTA SECTION.
      *---------- EMITIR A PROPOSTA FORMATADA - MESMO LEIAUTE DO
      *---------- RECIBO DE VENDA, TODAS NO MESMO ARQUIVO DE SAIDA
              OPEN EXTEND IMPRESSAO.
              IF FS-IMPRESSAO EQUAL 35
                  OPEN OUTPUT IMPRESSAO
              END-IF.
              IF FS-IMPRESSAO NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DAS PROPOSTAS IMPRESSAS "
                     FS-IMPRESSAO
              ELSE
                  MOVE SPACES TO REG-IMPRESSAO-LIN
                  STRING "==================================="
                         "============================="
                         DELIMITED SIZE
                         INTO REG-IMPRESSAO-LIN
                  WRITE REG-IMPRESSAO-LIN

                  MOVE SPACES TO REG-IMPRESSAO-LIN
                  STRING "REVENDA DE VEICULOS - "  DELIMITED SIZE
                         WRK-TITULO-VIA  DELIMITED SIZE
                         " NR "          DELIMITED SIZE
                         PRP-NUMERO      DELIMITED SIZE
                         INTO REG-IMPRESSAO-LIN
                  WRITE REG-IMPRESSAO-LIN

                  MOVE SPACES TO REG-IMPRESSAO-LIN
                  STRING "DATA DA EMISSAO ... "  DELIMITED SIZE
                         PRP-DATA-EMISSAO DELIMITED SIZE
                         INTO REG-IMPRESSAO-LIN
                  WRITE REG-IMPRESSAO-LIN

                  MOVE SPACES TO REG-IMPRESSAO-LIN
                  STRING "VALIDA ATE ........ "  DELIMITED SIZE
                         PRP-VALIDADE    DELIMITED SIZE
                         INTO REG-IMPRESSAO-LIN
                  WRITE REG-IMPRESSAO-LIN

                  MOVE SPACES TO REG-IMPRESSAO-LIN
                  STRING "CLIENTE ........... "  DELIMITED SIZE
                         PRP-CLI-CODIGO  DELIMITED SIZE
                         " "             DELIMITED SIZE
                         PRP-CLIENTE     DELIMITED SIZE
                         INTO REG-IMPRESSAO-LIN
                  WRITE REG-IMPRESSAO-LIN

                  MOVE SPACES TO REG-IMPRESSAO-LIN
                  STRING "VEICULO ........... "  DELIMITED SIZE
                         PRP-CODIGO      DELIMITED SIZE
                         " "             DELIMITED SIZE
                         PRP-FABR        DELIMITED SIZE
                         " "             DELIMITED SIZE
                         PRP-MODELO      DELIMITED SIZE
                         INTO REG-IMPRESSAO-LIN
                  WRITE REG-IMPRESSAO-LIN

                  MOVE SPACES TO REG-IMPRESSAO-LIN
                  STRING "CHASSI ............ "  DELIMITED SIZE
                         PRP-CHASSI      DELIMITED SIZE
                         INTO REG-IMPRESSAO-LIN
                  WRITE REG-IMPRESSAO-LIN

                  MOVE PRP-VALOR-TABELA TO WRK-VALOR-ED
                  MOVE SPACES TO REG-IMPRESSAO-LIN
                  STRING "VALOR DE TABELA ... "  DELIMITED SIZE
                         WRK-VALOR-ED    DELIMITED SIZE
                         INTO REG-IMPRESSAO-LIN
                  WRITE REG-IMPRESSAO-LIN

                  MOVE PRP-VALOR-PROPOSTO TO WRK-VALOR-ED
                  MOVE SPACES TO REG-IMPRESSAO-LIN
                  STRING "VALOR PROPOSTO .... "  DELIMITED SIZE
                         WRK-VALOR-ED    DELIMITED SIZE
                         INTO REG-IMPRESSAO-LIN
                  WRITE REG-IMPRESSAO-LIN

      *---------- COM TROCA A PROPOSTA MOSTRA O USADO OFERECIDO E O
      *---------- VALOR LIQUIDO EM DINHEIRO
                  IF PRP-TROCA-VALOR > ZEROS
                      MOVE SPACES TO REG-IMPRESSAO-LIN
                      STRING "USADO NA TROCA .... "  DELIMITED SIZE
                             PRP-TROCA-DESCRICAO DELIMITED SIZE
                             INTO REG-IMPRESSAO-LIN
                      WRITE REG-IMPRESSAO-LIN

                      MOVE PRP-TROCA-VALOR TO WRK-VALOR-ED
                      MOVE SPACES TO REG-IMPRESSAO-LIN
                      STRING "VALOR DO USADO .... "  DELIMITED SIZE
                             WRK-VALOR-ED     DELIMITED SIZE
                             INTO REG-IMPRESSAO-LIN
                      WRITE REG-IMPRESSAO-LIN

                      COMPUTE WRK-VALOR-LIQUIDO =
                         PRP-VALOR-PROPOSTO - PRP-TROCA-VALOR
                      MOVE WRK-VALOR-LIQUIDO TO WRK-LIQUIDO-ED
                      MOVE SPACES TO REG-IMPRESSAO-LIN
                      STRING "LIQUIDO A PAGAR ... "  DELIMITED SIZE
                             WRK-LIQUIDO-ED  DELIMITED SIZE
                             INTO REG-IMPRESSAO-LIN
                      WRITE REG-IMPRESSAO-LIN
                  END-IF

                  MOVE SPACES TO REG-IMPRESSAO-LIN
                  STRING "OPERADOR .......... "  DELIMITED SIZE
                         PRP-OPERADOR    DELIMITED SIZE
                         INTO REG-IMPRESSAO-LIN
                  WRITE REG-IMPRESSAO-LIN

                  MOVE SPACES TO REG-IMPRESSAO-LIN
                  STRING "PROPOSTA SUJEITA A DISPONIBILIDADE DO "
                         "VEICULO ATE A DATA DE VALIDADE"
                         DELIMITED SIZE
                         INTO REG-IMPRESSAO-LIN
                  WRITE REG-IMPRESSAO-LIN

                  CLOSE IMPRESSAO
                  DISPLAY "PROPOSTA IMPRESSA - NUMERO " PRP-NUMERO
              END-IF.

       0290-IMPRIMIR-PROPOSTA-FIM. EXIT.


       0295-EXIBIR-PROPOSTA SECTION.
              PERFORM 0296-DESCREVER-SITUACAO.
              DISPLAY "-----------------------".
              DISPLAY "PROPOSTA...... " PRP-NUMERO.
              DISPLAY "SITUACAO...... " WRK-DESC-SITUACAO
                 " EM " PRP-DATA-SITUACAO.
              DISPLAY "EMISSAO....... " PRP-DATA-EMISSAO
                 " VALIDA ATE " PRP-VALIDADE.
              DISPLAY "CLIENTE....... " PRP-CLI-CODIGO " "
                 PRP-CLIENTE.
              DISPLAY "VEICULO....... " PRP-CODIGO " " PRP-FABR
                 " " PRP-MODELO.
              DISPLAY "FILIAL........ " PRP-FILIAL.
              MOVE PRP-VALOR-TABELA TO WRK-VALOR-ED.
              DISPLAY "VALOR TABELA.. " WRK-VALOR-ED.
              MOVE PRP-VALOR-PROPOSTO TO WRK-VALOR-ED.
              DISPLAY "VALOR PROPOSTO " WRK-VALOR-ED.
              IF PRP-TROCA-VALOR > ZEROS
                  MOVE PRP-TROCA-VALOR TO WRK-VALOR-ED
                  DISPLAY "USADO NA TROCA " PRP-TROCA-DESCRICAO
                  DISPLAY "VALOR DO USADO " WRK-VALOR-ED
              END-IF.
              DISPLAY "OPERADOR...... " PRP-OPERADOR.
              IF PRP-RECIBO > ZEROS
                  DISPLAY "RECIBO........ " PRP-RECIBO
              END-IF.

       0295-EXIBIR-PROPOSTA-FIM. EXIT.


       0296-DESCREVER-SITUACAO SECTION.
              EVALUATE PRP-SITUACAO
                  WHEN 'A'
                      MOVE "ABERTA"             TO WRK-DESC-SITUACAO
                  WHEN 'R'
                      MOVE "CONVERTIDA RESERVA" TO WRK-DESC-SITUACAO
                  WHEN 'V'
                      MOVE "CONVERTIDA VENDA"   TO WRK-DESC-SITUACAO
                  WHEN 'E'
                      MOVE "EXPIRADA"           TO WRK-DESC-SITUACAO
                  WHEN 'P'
                      MOVE "PERDIDA"            TO WRK-DESC-SITUACAO
                  WHEN OTHER
                      MOVE PRP-SITUACAO         TO WRK-DESC-SITUACAO
              END-EVALUATE.

       0296-DESCREVER-SITUACAO-FIM. EXIT.


       0400-EXPIRAR-PROPOSTAS SECTION.
      *---------- VARRER AS PROPOSTAS ABERTAS - A QUE PASSOU DA
      *---------- VALIDADE EXPIRA E A CUJO VEICULO JA NAO ESTA MAIS
      *---------- DISPONIVEL (VENDIDO A OUTRO CLIENTE OU EXPURGADO)
      *---------- E DADA COMO PERDIDA
              MOVE ZEROS TO PRP-NUMERO.
              START PROPOSTAS KEY IS GREATER THAN PRP-NUMERO
                  INVALID KEY
                      MOVE 10 TO FS-PROPOSTAS
              END-START.

              IF FS-PROPOSTAS NOT EQUAL 10
                  READ PROPOSTAS NEXT RECORD
              END-IF.

              PERFORM 0410-TESTAR-PROPOSTA
                 UNTIL FS-PROPOSTAS EQUAL 10.

      *---------- A PASSADA RODA EM TODA ABERTURA - SO IMPRIME O
      *---------- RESUMO QUANDO DERRUBOU ALGUMA PROPOSTA
              IF WRK-QTDE-EXPIRADA > ZEROS
                 OR WRK-QTDE-PERDIDA > ZEROS
                  DISPLAY "-----------------------"
                  MOVE WRK-QTDE-EXPIRADA TO WRK-QTDE-ED
                  DISPLAY "PROPOSTAS EXPIRADAS ......... " WRK-QTDE-ED
                  MOVE WRK-QTDE-PERDIDA TO WRK-QTDE-ED
                  DISPLAY "PROPOSTAS SEM O VEICULO ..... " WRK-QTDE-ED
              END-IF.

       0400-EXPIRAR-PROPOSTAS-FIM. EXIT.


       0410-TESTAR-PROPOSTA SECTION.
              IF PRP-SITUACAO EQUAL 'A'
                  IF PRP-VALIDADE < WRK-DATA-HOJE
                      MOVE 'E' TO PRP-SITUACAO
                      ADD 1 TO WRK-QTDE-EXPIRADA
                  ELSE
                      MOVE PRP-CODIGO TO WRK-CODIGO-PROCURADO
                      PERFORM 0250-LOCALIZAR-VEICULO
                      IF NOT WRK-REGISTRO-ENCONTRADO
                         OR REG-CHASSI NOT EQUAL PRP-CHASSI
                         OR REG-SITUACAO EQUAL 'V'
                          MOVE 'P' TO PRP-SITUACAO
                          ADD 1 TO WRK-QTDE-PERDIDA
                      END-IF
                  END-IF
                  IF PRP-SITUACAO NOT EQUAL 'A'
                      MOVE WRK-DATA-HOJE TO PRP-DATA-SITUACAO
                      DISPLAY "PROPOSTA " PRP-NUMERO " CAIU - "
                         "CLIENTE " PRP-CLIENTE
                      REWRITE REG-PROPOSTA
                          INVALID KEY
                              DISPLAY "ERRO AO REGRAVAR A PROPOSTA "
                                 FS-PROPOSTAS
                      END-REWRITE
                  END-IF
              END-IF.

              READ PROPOSTAS NEXT RECORD.

       0410-TESTAR-PROPOSTA-FIM. EXIT.


       0300-FINALIZAR       SECTION.
              CLOSE CARROS.
              IF FS-CARROS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR ' FS-CARROS
              END-IF.

              CLOSE CLIENTES.
              IF FS-CLIENTES NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR OS CLIENTES ' FS-CLIENTES
              END-IF.

              CLOSE PROPOSTAS.
              IF FS-PROPOSTAS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR AS PROPOSTAS ' FS-PROPOSTAS
              END-IF.

       0300-FINALIZAR-FIM. EXIT.
