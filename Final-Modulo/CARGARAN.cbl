       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGARAN.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: GARANTIA DOS VEICULOS VENDIDOS - CONSULTA DA
      *          GARANTIA PELO CHASSI E REGISTRO DAS RECLAMACOES COM
      *          O CUSTO DO REPARO, DENTRO DO PRAZO E DA QUILOMETRAGEM
      *          COBERTOS
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

           SELECT GARANTIAS ASSIGN USING WRK-ARQ-GARANTIAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GAR-CHAVE
              FILE STATUS IS FS-GARANTIAS.

           SELECT RECLAMACOES ASSIGN USING WRK-ARQ-RECLAMACOES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-RECLAMACOES.

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

      *------------------- GARANTIA DA REVENDA - UMA POR VENDA, CHAVE
      *------------------- CHASSI + RECIBO. SITUACAO 'A' ATIVA,
      *------------------- 'C' CANCELADA PELO ESTORNO DA VENDA
       FD  GARANTIAS.
       01  REG-GARANTIA.
           05 GAR-CHAVE.
              10 GAR-CHASSI     PIC  X(017).
              10 GAR-RECIBO     PIC  9(006).
           05 GAR-CODIGO        PIC  X(003).
           05 GAR-FABR          PIC  X(010).
           05 GAR-MODELO        PIC  X(015).
           05 GAR-ANO-MODELO    PIC  9(004).
           05 GAR-CLI-CODIGO    PIC  X(005).
           05 GAR-CLIENTE       PIC  X(030).
           05 GAR-FILIAL        PIC  X(002).
           05 GAR-DATA-INICIO   PIC  9(008).
           05 GAR-DATA-FIM      PIC  9(008).
           05 GAR-KM-VENDA      PIC  9(006).
           05 GAR-KM-LIMITE     PIC  9(007).
           05 GAR-SITUACAO      PIC  X(001).
           05 GAR-QTDE-RECLAM   PIC  9(003).
           05 GAR-CUSTO-RECLAM  PIC  9(007)V99.
           05 GAR-OPERADOR      PIC  X(008).

      *------------------- RECLAMACOES EM GARANTIA - UMA LINHA POR
      *------------------- REPARO, COM FABRICANTE E MODELO PARA O
      *------------------- RELATORIO DE CUSTO
       FD  RECLAMACOES.
       01  REG-RECLAMACAO.
           05 REC-CHASSI        PIC  X(017).
           05 REC-RECIBO        PIC  9(006).
           05 REC-DATA          PIC  9(008).
           05 REC-HORA          PIC  9(008).
           05 REC-KM            PIC  9(006).
           05 REC-DESCRICAO     PIC  X(040).
           05 REC-CUSTO         PIC  9(006)V99.
           05 REC-FABR          PIC  X(010).
           05 REC-MODELO        PIC  X(015).
           05 REC-FILIAL        PIC  X(002).
           05 REC-OPERADOR      PIC  X(008).

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
       01  WRK-ARQ-GARANTIAS PIC X(060)
           VALUE "D:\temp\Cobol\dados\garantia.txt".
       01  WRK-ARQ-RECLAMACOES PIC X(060)
           VALUE "D:\temp\Cobol\dados\garrecl.txt".
       01  WRK-ARQ-SESSOES PIC X(060)
           VALUE "D:\temp\Cobol\dados\sessoes.txt".
       01  WRK-ARQ-OPERADORES PIC X(060)
           VALUE "D:\temp\Cobol\dados\operador.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-GARANTIAS    PIC 9(02) VALUE ZEROS.
       01  FS-RECLAMACOES  PIC 9(02) VALUE ZEROS.
       01  FS-SESSOES      PIC 9(02) VALUE ZEROS.
       01  FS-OPERADORES   PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-VALOR-ED     PIC ZZZ.ZZ9,99.
       01  WRK-TOTAL-ED     PIC Z.ZZZ.ZZ9,99.
       01  WRK-KM-ED        PIC ZZZ.ZZ9.
       01  WRK-KM-LIMITE-ED PIC Z.ZZZ.ZZ9.
       01  WRK-QTDE-ED      PIC ZZ9.

      *----------------- VARIAVEL DE MODO DE OPERACAO
       01  WRK-OPCAO             PIC X(01).
           88 WRK-OPCAO-CONSULTAR         VALUE 'C' 'c'.
           88 WRK-OPCAO-RECLAMAR          VALUE 'R' 'r'.

      *----------------- IDENTIFICACAO DO OPERADOR DA RECLAMACAO
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
       01  WRK-CHASSI            PIC X(017) VALUE SPACES.
       01  WRK-KM-ATUAL          PIC 9(006) VALUE ZEROS.
       01  WRK-DESCRICAO         PIC X(040) VALUE SPACES.
       01  WRK-CUSTO             PIC 9(006)V99 VALUE ZEROS.

      *----------------- GARANTIA ESCOLHIDA DO CHASSI - A ATIVA MAIS
      *----------------- RECENTE, OU A MAIS RECENTE SE NENHUMA ATIVA
       01  WRK-RECIBO-ACHADO     PIC 9(006) VALUE ZEROS.
       01  WRK-ACHOU-ATIVA       PIC X(01) VALUE 'N'.
           88 WRK-GARANTIA-ATIVA-ACHADA   VALUE 'S'.

      *----------------- APOIO A LISTA DE RECLAMACOES
       01  WRK-QTDE-LISTADA      PIC 9(003) VALUE ZEROS.

      *----------------- DATA DO DIA
       01  WRK-DATA-HOJE         PIC 9(008) VALUE ZEROS.

      *----------------- SWITCHES DE CONTROLE
       01  WRK-ENCONTROU        PIC X(01) VALUE 'N'.
           88 WRK-REGISTRO-ENCONTRADO     VALUE 'S'.

       01  WRK-KM-VALIDO        PIC X(01) VALUE 'N'.
           88 WRK-KM-OK                   VALUE 'S'.

       01  WRK-CUSTO-VALIDO     PIC X(01) VALUE 'N'.
           88 WRK-CUSTO-OK                VALUE 'S'.

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
                  MOVE SPACES TO WRK-ARQ-GARANTIAS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\garantia.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-GARANTIAS
                  MOVE SPACES TO WRK-ARQ-RECLAMACOES
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\garrecl.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-RECLAMACOES
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

      *---------- A GARANTIA EXIGE NIVEL DE OPERACAO
              IF WRK-NIVEL < 2
                  DISPLAY "OPERADOR SEM NIVEL PARA A GARANTIA"
                  GOBACK
              END-IF.

              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

              OPEN I-O GARANTIAS.
      *---------- SO AS VENDAS DO CARVENDA CRIAM O ARQUIVO
              IF FS-GARANTIAS NOT EQUAL 0
                  EVALUATE FS-GARANTIAS
                      WHEN 35
                          DISPLAY "NENHUMA GARANTIA REGISTRADA"
                      WHEN 37
                          DISPLAY "MODO DE ACESSO INVALIDO"
                      WHEN 93
                          DISPLAY "GARANTIAS EM USO POR OUTRO PROCESSO"
                      WHEN OTHER
                          DISPLAY "ERRO NA ABERTURA DAS GARANTIAS - "
                             "STATUS " FS-GARANTIAS
                  END-EVALUATE
                  GOBACK
              END-IF.

       0100-INICIAL-FIM. EXIT.


       0130-IDENTIFICAR-OPERADOR SECTION.
      *---------- O OPERADOR VEM DA SESSAO ASSINADA PELO MENU QUANDO
      *---------- HOUVER - A RECLAMACAO DEIXA DE DEPENDER DO DIGITADO
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
              DISPLAY "(C)ONSULTAR GARANTIA OU (R)EGISTRAR "
                 "RECLAMACAO ".
              ACCEPT WRK-OPCAO.

              EVALUATE TRUE
                  WHEN WRK-OPCAO-CONSULTAR
                      PERFORM 0210-CONSULTAR-GARANTIA
                  WHEN WRK-OPCAO-RECLAMAR
                      PERFORM 0250-REGISTRAR-RECLAMACAO
                  WHEN OTHER
                      DISPLAY "OPCAO INVALIDA"
              END-EVALUATE.

       0200-PROCESSAR-FIM. EXIT.


       0210-CONSULTAR-GARANTIA SECTION.
      *---------- GARANTIA DO CHASSI E AS RECLAMACOES JA REGISTRADAS
              PERFORM 0220-LOCALIZAR-GARANTIA.
              IF NOT WRK-REGISTRO-ENCONTRADO
                  DISPLAY "NENHUMA GARANTIA PARA O CHASSI " WRK-CHASSI
              ELSE
                  PERFORM 0230-EXIBIR-GARANTIA
                  PERFORM 0240-LISTAR-RECLAMACOES
              END-IF.

       0210-CONSULTAR-GARANTIA-FIM. EXIT.


       0220-LOCALIZAR-GARANTIA SECTION.
      *---------- O MESMO CHASSI PODE TER SIDO VENDIDO MAIS DE UMA
      *---------- VEZ (ESTORNO, RECOMPRA) - VALE A GARANTIA ATIVA DE
      *---------- MAIOR RECIBO, OU A DE MAIOR RECIBO SE NAO HA ATIVA
              DISPLAY "CHASSI DO VEICULO ".
              ACCEPT WRK-CHASSI.

              MOVE 'N'   TO WRK-ENCONTROU.
              MOVE 'N'   TO WRK-ACHOU-ATIVA.
              MOVE ZEROS TO WRK-RECIBO-ACHADO.

              MOVE WRK-CHASSI TO GAR-CHASSI.
              MOVE ZEROS      TO GAR-RECIBO.
              START GARANTIAS KEY IS NOT LESS THAN GAR-CHAVE
                  INVALID KEY
                      MOVE 10 TO FS-GARANTIAS
              END-START.

              IF FS-GARANTIAS NOT EQUAL 10
                  READ GARANTIAS NEXT RECORD
              END-IF.

              PERFORM 0225-ESCOLHER-GARANTIA
                 UNTIL FS-GARANTIAS EQUAL 10
                    OR GAR-CHASSI NOT EQUAL WRK-CHASSI.

      *---------- RELER A ESCOLHIDA PELA CHAVE PARA A ATUALIZACAO
              IF WRK-REGISTRO-ENCONTRADO
                  MOVE WRK-CHASSI        TO GAR-CHASSI
                  MOVE WRK-RECIBO-ACHADO TO GAR-RECIBO
                  READ GARANTIAS
                      INVALID KEY
                          MOVE 'N' TO WRK-ENCONTROU
                  END-READ
              END-IF.

       0220-LOCALIZAR-GARANTIA-FIM. EXIT.


       0225-ESCOLHER-GARANTIA SECTION.
              MOVE 'S' TO WRK-ENCONTROU.
              IF GAR-SITUACAO EQUAL 'A'
                  MOVE GAR-RECIBO TO WRK-RECIBO-ACHADO
                  MOVE 'S'        TO WRK-ACHOU-ATIVA
              ELSE
              IF NOT WRK-GARANTIA-ATIVA-ACHADA
                  MOVE GAR-RECIBO TO WRK-RECIBO-ACHADO
              END-IF
              END-IF.

              READ GARANTIAS NEXT RECORD.

       0225-ESCOLHER-GARANTIA-FIM. EXIT.


       0230-EXIBIR-GARANTIA SECTION.
              DISPLAY "CHASSI........ " GAR-CHASSI.
              DISPLAY "VEICULO....... " GAR-CODIGO " " GAR-FABR " "
                 GAR-MODELO " " GAR-ANO-MODELO.
              DISPLAY "CLIENTE....... " GAR-CLI-CODIGO " " GAR-CLIENTE.
              DISPLAY "RECIBO/FILIAL. " GAR-RECIBO " " GAR-FILIAL.
              DISPLAY "VIGENCIA...... " GAR-DATA-INICIO " A "
                 GAR-DATA-FIM.
              MOVE GAR-KM-VENDA  TO WRK-KM-ED.
              MOVE GAR-KM-LIMITE TO WRK-KM-LIMITE-ED.
              DISPLAY "KM NA VENDA... " WRK-KM-ED
                 "   KM LIMITE " WRK-KM-LIMITE-ED.
              EVALUATE TRUE
                  WHEN GAR-SITUACAO EQUAL 'C'
                      DISPLAY "SITUACAO...... CANCELADA PELO ESTORNO"
                  WHEN GAR-DATA-FIM < WRK-DATA-HOJE
                      DISPLAY "SITUACAO...... VENCIDA"
                  WHEN OTHER
                      DISPLAY "SITUACAO...... ATIVA"
              END-EVALUATE.
              MOVE GAR-QTDE-RECLAM  TO WRK-QTDE-ED.
              MOVE GAR-CUSTO-RECLAM TO WRK-TOTAL-ED.
              DISPLAY "RECLAMACOES... " WRK-QTDE-ED
                 "   CUSTO " WRK-TOTAL-ED.

       0230-EXIBIR-GARANTIA-FIM. EXIT.


       0240-LISTAR-RECLAMACOES SECTION.
      *---------- RECLAMACOES DA GARANTIA NO REGISTRO, NA ORDEM EM
      *---------- QUE FORAM LANCADAS
              MOVE ZEROS TO WRK-QTDE-LISTADA.
              OPEN INPUT RECLAMACOES.
              IF FS-RECLAMACOES EQUAL 0
                  READ RECLAMACOES
                  PERFORM 0245-EXIBIR-RECLAMACAO
                     UNTIL FS-RECLAMACOES NOT EQUAL 0
                  CLOSE RECLAMACOES
              ELSE
                  IF FS-RECLAMACOES NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DAS RECLAMACOES "
                         FS-RECLAMACOES
                  END-IF
              END-IF.

       0240-LISTAR-RECLAMACOES-FIM. EXIT.


       0245-EXIBIR-RECLAMACAO SECTION.
              IF REC-CHASSI EQUAL GAR-CHASSI
                 AND REC-RECIBO EQUAL GAR-RECIBO
                  IF WRK-QTDE-LISTADA EQUAL ZEROS
                      DISPLAY "DATA          KM      CUSTO DESCRICAO"
                  END-IF
                  ADD 1 TO WRK-QTDE-LISTADA
                  MOVE REC-KM    TO WRK-KM-ED
                  MOVE REC-CUSTO TO WRK-VALOR-ED
                  DISPLAY REC-DATA " " WRK-KM-ED " " WRK-VALOR-ED " "
                     REC-DESCRICAO
              END-IF.

              READ RECLAMACOES.

       0245-EXIBIR-RECLAMACAO-FIM. EXIT.


       0250-REGISTRAR-RECLAMACAO SECTION.
      *---------- A RECLAMACAO SO E ACEITA COM A GARANTIA ATIVA,
      *---------- DENTRO DO PRAZO E DA QUILOMETRAGEM COBERTA
              PERFORM 0220-LOCALIZAR-GARANTIA.
              IF NOT WRK-REGISTRO-ENCONTRADO
                  DISPLAY "NENHUMA GARANTIA PARA O CHASSI " WRK-CHASSI
              ELSE
                  PERFORM 0230-EXIBIR-GARANTIA
                  IF GAR-SITUACAO EQUAL 'C'
                      DISPLAY "RECLAMACAO RECUSADA - GARANTIA "
                         "CANCELADA PELO ESTORNO DA VENDA"
                  ELSE
                  IF GAR-DATA-FIM < WRK-DATA-HOJE
                      DISPLAY "RECLAMACAO RECUSADA - GARANTIA VENCIDA "
                         "EM " GAR-DATA-FIM
                  ELSE
                      PERFORM 0260-ACEITAR-QUILOMETRAGEM
                      IF WRK-KM-ATUAL > GAR-KM-LIMITE
                          MOVE GAR-KM-LIMITE TO WRK-KM-LIMITE-ED
                          DISPLAY "RECLAMACAO RECUSADA - QUILOMETRAGEM "
                             "ACIMA DO LIMITE DE " WRK-KM-LIMITE-ED
                             " KM"
                      ELSE
                          DISPLAY "DESCRICAO DO REPARO "
                          ACCEPT WRK-DESCRICAO
                          PERFORM 0270-ACEITAR-CUSTO
                          MOVE WRK-CUSTO TO WRK-VALOR-ED
                          DISPLAY "CONFIRMA A RECLAMACAO COM CUSTO DE "
                             WRK-VALOR-ED " (S/N) "
                          ACCEPT WRK-CONFIRMA
                          IF WRK-CONFIRMA-SIM
                              PERFORM 0280-GRAVAR-RECLAMACAO
                          ELSE
                              DISPLAY "OPERACAO CANCELADA"
                          END-IF
                      END-IF
                  END-IF
                  END-IF
              END-IF.

       0250-REGISTRAR-RECLAMACAO-FIM. EXIT.


       0260-ACEITAR-QUILOMETRAGEM SECTION.
              MOVE 'N' TO WRK-KM-VALIDO.
              PERFORM 0265-LER-QUILOMETRAGEM UNTIL WRK-KM-OK.

       0260-ACEITAR-QUILOMETRAGEM-FIM. EXIT.


       0265-LER-QUILOMETRAGEM SECTION.
              DISPLAY "QUILOMETRAGEM ATUAL DO VEICULO ".
              ACCEPT WRK-KM-ATUAL.
      *---------- O HODOMETRO NAO PODE ESTAR ABAIXO DO DA VENDA
              IF WRK-KM-ATUAL IS NUMERIC
                 AND WRK-KM-ATUAL NOT < GAR-KM-VENDA
                  MOVE 'S' TO WRK-KM-VALIDO
              ELSE
                  MOVE GAR-KM-VENDA TO WRK-KM-ED
                  DISPLAY "QUILOMETRAGEM INVALIDA - MINIMO "
                     WRK-KM-ED
              END-IF.

       0265-LER-QUILOMETRAGEM-FIM. EXIT.


       0270-ACEITAR-CUSTO SECTION.
              MOVE 'N' TO WRK-CUSTO-VALIDO.
              PERFORM 0275-LER-CUSTO UNTIL WRK-CUSTO-OK.

       0270-ACEITAR-CUSTO-FIM. EXIT.


       0275-LER-CUSTO SECTION.
              DISPLAY "CUSTO DO REPARO ".
              ACCEPT WRK-CUSTO.
              IF WRK-CUSTO IS NUMERIC
                 AND WRK-CUSTO > ZEROS
                  MOVE 'S' TO WRK-CUSTO-VALIDO
              ELSE
                  DISPLAY "CUSTO INVALIDO"
              END-IF.

       0275-LER-CUSTO-FIM. EXIT.


       0280-GRAVAR-RECLAMACAO SECTION.
      *---------- ACUMULAR NA GARANTIA E REGISTRAR O REPARO
              ADD 1         TO GAR-QTDE-RECLAM.
              ADD WRK-CUSTO TO GAR-CUSTO-RECLAM.

              REWRITE REG-GARANTIA
                  INVALID KEY
                      DISPLAY "ERRO AO ATUALIZAR A GARANTIA "
                         FS-GARANTIAS
                  NOT INVALID KEY
                      PERFORM 0285-REGISTRAR-REPARO
              END-REWRITE.

       0280-GRAVAR-RECLAMACAO-FIM. EXIT.


       0285-REGISTRAR-REPARO SECTION.
              OPEN EXTEND RECLAMACOES.
              IF FS-RECLAMACOES EQUAL 35
                  OPEN OUTPUT RECLAMACOES
              END-IF.
              IF FS-RECLAMACOES NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DAS RECLAMACOES "
                     FS-RECLAMACOES
              ELSE
                  MOVE GAR-CHASSI    TO REC-CHASSI
                  MOVE GAR-RECIBO    TO REC-RECIBO
                  ACCEPT REC-DATA FROM DATE YYYYMMDD
                  ACCEPT REC-HORA FROM TIME
                  MOVE WRK-KM-ATUAL  TO REC-KM
                  MOVE WRK-DESCRICAO TO REC-DESCRICAO
                  MOVE WRK-CUSTO     TO REC-CUSTO
                  MOVE GAR-FABR      TO REC-FABR
                  MOVE GAR-MODELO    TO REC-MODELO
                  MOVE GAR-FILIAL    TO REC-FILIAL
                  MOVE WRK-OPERADOR  TO REC-OPERADOR
                  WRITE REG-RECLAMACAO
                  IF FS-RECLAMACOES NOT EQUAL 0
                      DISPLAY "ERRO AO REGISTRAR A RECLAMACAO "
                         FS-RECLAMACOES
                  ELSE
                      DISPLAY "RECLAMACAO REGISTRADA"
                  END-IF
                  CLOSE RECLAMACOES
              END-IF.

       0285-REGISTRAR-REPARO-FIM. EXIT.


       0300-FINALIZAR       SECTION.
              CLOSE GARANTIAS.
              IF FS-GARANTIAS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR AS GARANTIAS ' FS-GARANTIAS
              END-IF.

       0300-FINALIZAR-FIM. EXIT.
