       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDOCUM.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: DOCUMENTACAO DA VENDA - ACOMPANHAMENTO DA
      *          TRANSFERENCIA DO VEICULO PARA O COMPRADOR PELO NUMERO
      *          DO RECIBO: DOCUMENTOS RECEBIDOS, PROTOCOLO NO DETRAN,
      *          TAXAS PAGAS E DOCUMENTO ENTREGUE, CADA ETAPA COM A
      *          DATA E O OPERADOR, E O PRAZO LEGAL DA TRANSFERENCIA
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

           SELECT DOCUMENTOS ASSIGN USING WRK-ARQ-DOCUMENTOS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DOC-CHAVE
              FILE STATUS IS FS-DOCUMENTOS.

           SELECT VENDAS ASSIGN USING WRK-ARQ-VENDAS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-VENDAS.

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

      *------------------- DOCUMENTACAO DA VENDA - TRANSFERENCIA DO
      *------------------- VEICULO PARA O COMPRADOR, CHAVE RECIBO +
      *------------------- CHASSI. ETAPA CONCLUIDA: 0 NENHUMA, 1
      *------------------- DOCUMENTOS RECEBIDOS DO CLIENTE, 2
      *------------------- PROTOCOLADA NO DETRAN, 3 TAXAS PAGAS, 4
      *------------------- DOCUMENTO ENTREGUE. SITUACAO 'A' EM
      *------------------- ANDAMENTO, 'E' ENTREGUE, 'C' CANCELADA
      *------------------- PELO ESTORNO DA VENDA
       FD  DOCUMENTOS.
       01  REG-DOCUMENTO.
           05 DOC-CHAVE.
              10 DOC-RECIBO     PIC  9(006).
              10 DOC-CHASSI     PIC  X(017).
           05 DOC-CODIGO        PIC  X(003).
           05 DOC-FABR          PIC  X(010).
           05 DOC-MODELO        PIC  X(015).
           05 DOC-CLI-CODIGO    PIC  X(005).
           05 DOC-CLIENTE       PIC  X(030).
           05 DOC-FILIAL        PIC  X(002).
           05 DOC-DATA-VENDA    PIC  9(008).
           05 DOC-SITUACAO      PIC  X(001).
           05 DOC-ETAPA         PIC  9(001).
           05 DOC-DATA-RECEB    PIC  9(008).
           05 DOC-OPER-RECEB    PIC  X(008).
           05 DOC-DATA-PROTOC   PIC  9(008).
           05 DOC-OPER-PROTOC   PIC  X(008).
           05 DOC-PROTOCOLO     PIC  X(015).
           05 DOC-DATA-TAXAS    PIC  9(008).
           05 DOC-OPER-TAXAS    PIC  X(008).
           05 DOC-VALOR-TAXAS   PIC  9(005)V99.
           05 DOC-DATA-ENTREGA  PIC  9(008).
           05 DOC-OPER-ENTREGA  PIC  X(008).
           05 DOC-OPERADOR      PIC  X(008).

      *------------------- LAYOUT DO HISTORICO DE VENDAS
       FD  VENDAS.
       01  REG-VENDA.
           05 VND-CODIGO        PIC  X(003).
           05 VND-FABR          PIC  X(010).
           05 VND-MODELO        PIC  X(015).
           05 VND-ANO-MODELO    PIC  9(004).
           05 VND-COR           PIC  X(010).
           05 VND-CHASSI        PIC  X(017).
           05 VND-VALOR-TABELA  PIC  9(006)V99.
           05 VND-VALOR-VENDA   PIC  9(006)V99.
           05 VND-DATA-VENDA    PIC  9(008).
           05 VND-CLIENTE       PIC  X(030).
           05 VND-OPERADOR      PIC  X(008).
           05 VND-CLI-CODIGO    PIC  X(005).
           05 VND-RECIBO        PIC  9(006).
           05 VND-TROCA-CODIGO  PIC  X(003).
           05 VND-TROCA-VALOR   PIC  9(006)V99.
           05 VND-CTB-FLAG      PIC  X(001).
           05 VND-FILIAL        PIC  X(002).
           05 VND-ESTORNO       PIC  X(001).
           05 VND-DATA-ESTORNO  PIC  9(008).
           05 VND-FORMA-PAGTO   PIC  X(001).
           05 VND-ENTRADA       PIC  9(006)V99.
           05 VND-QTDE-PARCELAS PIC  9(003).

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
       01  WRK-ARQ-DOCUMENTOS PIC X(060)
           VALUE "D:\temp\Cobol\dados\document.txt".
       01  WRK-ARQ-VENDAS  PIC X(060)
           VALUE "D:\temp\Cobol\dados\vendas.txt".
       01  WRK-ARQ-SESSOES PIC X(060)
           VALUE "D:\temp\Cobol\dados\sessoes.txt".
       01  WRK-ARQ-OPERADORES PIC X(060)
           VALUE "D:\temp\Cobol\dados\operador.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-DOCUMENTOS   PIC 9(02) VALUE ZEROS.
       01  FS-VENDAS       PIC 9(02) VALUE ZEROS.
       01  FS-SESSOES      PIC 9(02) VALUE ZEROS.
       01  FS-OPERADORES   PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-VALOR-ED     PIC ZZ.ZZ9,99.
       01  WRK-DIAS-ED      PIC ZZZ9.

      *----------------- VARIAVEL DE MODO DE OPERACAO
       01  WRK-OPCAO             PIC X(01).
           88 WRK-OPCAO-CONSULTAR         VALUE 'C' 'c'.
           88 WRK-OPCAO-ETAPA             VALUE 'E' 'e'.

      *----------------- IDENTIFICACAO DO OPERADOR DA ETAPA
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
       01  WRK-DATA-DIGITADA     PIC X(008) VALUE SPACES.
       01  WRK-DATA-ETAPA        PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-ETAPA-R REDEFINES WRK-DATA-ETAPA.
           05 WRK-ETAPA-ANO      PIC 9(004).
           05 WRK-ETAPA-MES      PIC 9(002).
           05 WRK-ETAPA-DIA      PIC 9(002).
       01  WRK-PROTOCOLO         PIC X(015) VALUE SPACES.
       01  WRK-VALOR-TAXAS       PIC 9(005)V99 VALUE ZEROS.

      *----------------- ETAPA A REGISTRAR E A DATA MINIMA DELA - A
      *----------------- DA VENDA OU A DA ETAPA ANTERIOR
       01  WRK-PROXIMA-ETAPA     PIC 9(001) VALUE ZEROS.
       01  WRK-DATA-MINIMA       PIC 9(008) VALUE ZEROS.
       01  WRK-DESCR-ETAPA       PIC X(030) VALUE SPACES.

      *----------------- PRAZO LEGAL PARA PROTOCOLAR A TRANSFERENCIA
      *----------------- DO VEICULO, EM DIAS CORRIDOS DA VENDA
       01  WRK-PRAZO-TRANSF      PIC 9(003) VALUE 30.

      *----------------- CALCULO DE DIAS CORRIDOS - DATA PARA DIA
      *----------------- SERIAL PELO CALENDARIO GREGORIANO
       01  WRK-DATA-CALC        PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC.
           05 WRK-CALC-ANO      PIC 9(004).
           05 WRK-CALC-MES      PIC 9(002).
           05 WRK-CALC-DIA      PIC 9(002).

       01  WRK-AJUSTE-ANO       PIC 9(008) VALUE ZEROS.
       01  WRK-AJUSTE-MES       PIC 9(002) VALUE ZEROS.
       01  WRK-QUOC-4           PIC 9(008) VALUE ZEROS.
       01  WRK-QUOC-100         PIC 9(008) VALUE ZEROS.
       01  WRK-QUOC-400         PIC 9(008) VALUE ZEROS.
       01  WRK-TERMO-MES        PIC 9(008) VALUE ZEROS.
       01  WRK-QUOC-MES         PIC 9(008) VALUE ZEROS.
       01  WRK-SERIAL           PIC 9(008) VALUE ZEROS.

       01  WRK-SERIAL-HOJE      PIC 9(008) VALUE ZEROS.
       01  WRK-SERIAL-VENDA     PIC 9(008) VALUE ZEROS.
       01  WRK-DIAS-RESTANTES   PIC S9(008) VALUE ZEROS.
       01  WRK-DIAS-CORRIDOS    PIC S9(008) VALUE ZEROS.

      *----------------- DATA DO DIA
       01  WRK-DATA-HOJE         PIC 9(008) VALUE ZEROS.

      *----------------- SWITCHES DE CONTROLE
       01  WRK-ENCONTROU        PIC X(01) VALUE 'N'.
           88 WRK-REGISTRO-ENCONTRADO     VALUE 'S'.

       01  WRK-ACHOU-VENDA      PIC X(01) VALUE 'N'.
           88 WRK-VENDA-TEM               VALUE 'S'.

       01  WRK-DATA-VALIDA      PIC X(01) VALUE 'N'.
           88 WRK-DATA-OK                 VALUE 'S'.

       01  WRK-PROTOCOLO-VALIDO PIC X(01) VALUE 'N'.
           88 WRK-PROTOCOLO-OK            VALUE 'S'.

       01  WRK-TAXAS-VALIDAS    PIC X(01) VALUE 'N'.
           88 WRK-TAXAS-OK                VALUE 'S'.

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
                  MOVE SPACES TO WRK-ARQ-DOCUMENTOS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\document.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-DOCUMENTOS
                  MOVE SPACES TO WRK-ARQ-VENDAS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\vendas.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-VENDAS
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

      *---------- A DOCUMENTACAO EXIGE NIVEL DE OPERACAO
              IF WRK-NIVEL < 2
                  DISPLAY "OPERADOR SEM NIVEL PARA A DOCUMENTACAO"
                  GOBACK
              END-IF.

              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
              MOVE WRK-DATA-HOJE TO WRK-DATA-CALC.
              PERFORM 0700-CALCULAR-SERIAL.
              MOVE WRK-SERIAL TO WRK-SERIAL-HOJE.

      *---------- A VENDA ANTERIOR AO CONTROLE PODE SER ABERTA AQUI,
      *---------- ENTAO O ARQUIVO E CRIADO SE AINDA NAO EXISTE
              OPEN I-O DOCUMENTOS.
              IF FS-DOCUMENTOS EQUAL 35
                  OPEN OUTPUT DOCUMENTOS
                  CLOSE DOCUMENTOS
                  OPEN I-O DOCUMENTOS
              END-IF.
              IF FS-DOCUMENTOS NOT EQUAL 0
                  EVALUATE FS-DOCUMENTOS
                      WHEN 37
                          DISPLAY "MODO DE ACESSO INVALIDO"
                      WHEN 93
                          DISPLAY "DOCUMENTACAO EM USO POR OUTRO "
                             "PROCESSO"
                      WHEN OTHER
                          DISPLAY "ERRO NA ABERTURA DA DOCUMENTACAO - "
                             "STATUS " FS-DOCUMENTOS
                  END-EVALUATE
                  GOBACK
              END-IF.

       0100-INICIAL-FIM. EXIT.


       0130-IDENTIFICAR-OPERADOR SECTION.
      *---------- O OPERADOR VEM DA SESSAO ASSINADA PELO MENU QUANDO
      *---------- HOUVER - A ETAPA DEIXA DE DEPENDER DO DIGITADO
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
              DISPLAY "(C)ONSULTAR DOCUMENTACAO OU REGISTRAR "
                 "(E)TAPA ".
              ACCEPT WRK-OPCAO.

              EVALUATE TRUE
                  WHEN WRK-OPCAO-CONSULTAR
                      PERFORM 0210-CONSULTAR-DOCUMENTACAO
                  WHEN WRK-OPCAO-ETAPA
                      PERFORM 0250-REGISTRAR-ETAPA
                  WHEN OTHER
                      DISPLAY "OPCAO INVALIDA"
              END-EVALUATE.

       0200-PROCESSAR-FIM. EXIT.


       0210-CONSULTAR-DOCUMENTACAO SECTION.
              PERFORM 0220-LOCALIZAR-DOCUMENTACAO.
              IF WRK-REGISTRO-ENCONTRADO
                  PERFORM 0230-EXIBIR-DOCUMENTACAO
              END-IF.

       0210-CONSULTAR-DOCUMENTACAO-FIM. EXIT.


       0220-LOCALIZAR-DOCUMENTACAO SECTION.
      *---------- UM RECIBO E UM CHASSI - O PRIMEIRO REGISTRO DO
      *---------- RECIBO NA CHAVE E O DA VENDA. SEM REGISTRO, A VENDA
      *---------- ANTERIOR AO CONTROLE PODE SER ABERTA PELO HISTORICO
              DISPLAY "NUMERO DO RECIBO DA VENDA ".
              ACCEPT WRK-RECIBO.

              MOVE 'N'        TO WRK-ENCONTROU.
              MOVE WRK-RECIBO TO DOC-RECIBO.
              MOVE LOW-VALUES TO DOC-CHASSI.
              START DOCUMENTOS KEY IS NOT LESS THAN DOC-CHAVE
                  INVALID KEY
                      MOVE 10 TO FS-DOCUMENTOS
              END-START.

              IF FS-DOCUMENTOS NOT EQUAL 10
                  READ DOCUMENTOS NEXT RECORD
                  IF FS-DOCUMENTOS EQUAL 0
                     AND DOC-RECIBO EQUAL WRK-RECIBO
                      MOVE 'S' TO WRK-ENCONTROU
                  END-IF
              END-IF.

              IF NOT WRK-REGISTRO-ENCONTRADO
                  PERFORM 0240-PROCURAR-VENDA
              END-IF.

       0220-LOCALIZAR-DOCUMENTACAO-FIM. EXIT.


       0230-EXIBIR-DOCUMENTACAO SECTION.
              DISPLAY "RECIBO/FILIAL. " DOC-RECIBO " " DOC-FILIAL
                 "   VENDA EM " DOC-DATA-VENDA.
              DISPLAY "VEICULO....... " DOC-CODIGO " " DOC-FABR " "
                 DOC-MODELO " " DOC-CHASSI.
              DISPLAY "CLIENTE....... " DOC-CLI-CODIGO " " DOC-CLIENTE.

              IF DOC-ETAPA < 1
                  DISPLAY "1 DOCUMENTOS RECEBIDOS ..... PENDENTE"
              ELSE
                  DISPLAY "1 DOCUMENTOS RECEBIDOS ..... "
                     DOC-DATA-RECEB " " DOC-OPER-RECEB
              END-IF.
              IF DOC-ETAPA < 2
                  DISPLAY "2 PROTOCOLO NO DETRAN ...... PENDENTE"
              ELSE
                  DISPLAY "2 PROTOCOLO NO DETRAN ...... "
                     DOC-DATA-PROTOC " " DOC-OPER-PROTOC " "
                     DOC-PROTOCOLO
              END-IF.
              IF DOC-ETAPA < 3
                  DISPLAY "3 TAXAS PAGAS .............. PENDENTE"
              ELSE
                  MOVE DOC-VALOR-TAXAS TO WRK-VALOR-ED
                  DISPLAY "3 TAXAS PAGAS .............. "
                     DOC-DATA-TAXAS " " DOC-OPER-TAXAS " "
                     WRK-VALOR-ED
              END-IF.
              IF DOC-ETAPA < 4
                  DISPLAY "4 DOCUMENTO ENTREGUE ....... PENDENTE"
              ELSE
                  DISPLAY "4 DOCUMENTO ENTREGUE ....... "
                     DOC-DATA-ENTREGA " " DOC-OPER-ENTREGA
              END-IF.

              PERFORM 0235-EXIBIR-PRAZO.

       0230-EXIBIR-DOCUMENTACAO-FIM. EXIT.


       0235-EXIBIR-PRAZO SECTION.
      *---------- O PRAZO LEGAL CONTA DA VENDA ATE O PROTOCOLO NO
      *---------- DETRAN - DEPOIS DELE SO RESTA INFORMAR SE FOI
      *---------- CUMPRIDO
              MOVE DOC-DATA-VENDA TO WRK-DATA-CALC.
              PERFORM 0700-CALCULAR-SERIAL.
              MOVE WRK-SERIAL TO WRK-SERIAL-VENDA.

              EVALUATE TRUE
                  WHEN DOC-SITUACAO EQUAL 'C'
                      DISPLAY "SITUACAO...... CANCELADA PELO ESTORNO"
                  WHEN DOC-ETAPA NOT < 2
                      MOVE DOC-DATA-PROTOC TO WRK-DATA-CALC
                      PERFORM 0700-CALCULAR-SERIAL
                      COMPUTE WRK-DIAS-CORRIDOS =
                         WRK-SERIAL - WRK-SERIAL-VENDA
                      MOVE WRK-DIAS-CORRIDOS TO WRK-DIAS-ED
                      IF WRK-DIAS-CORRIDOS > WRK-PRAZO-TRANSF
                          DISPLAY "PRAZO......... PROTOCOLADA FORA DO "
                             "PRAZO, " WRK-DIAS-ED " DIAS APOS A VENDA"
                      ELSE
                          DISPLAY "PRAZO......... PROTOCOLADA NO "
                             "PRAZO, " WRK-DIAS-ED " DIAS APOS A VENDA"
                      END-IF
                  WHEN OTHER
                      COMPUTE WRK-DIAS-RESTANTES = WRK-PRAZO-TRANSF
                         - (WRK-SERIAL-HOJE - WRK-SERIAL-VENDA)
                      IF WRK-DIAS-RESTANTES < 0
                          COMPUTE WRK-DIAS-CORRIDOS =
                             0 - WRK-DIAS-RESTANTES
                          MOVE WRK-DIAS-CORRIDOS TO WRK-DIAS-ED
                          DISPLAY "PRAZO......... *** VENCIDO HA "
                             WRK-DIAS-ED " DIAS - RISCO DE MULTA"
                      ELSE
                          MOVE WRK-DIAS-RESTANTES TO WRK-DIAS-ED
                          DISPLAY "PRAZO......... RESTAM " WRK-DIAS-ED
                             " DIAS PARA PROTOCOLAR"
                      END-IF
              END-EVALUATE.

       0235-EXIBIR-PRAZO-FIM. EXIT.


       0240-PROCURAR-VENDA SECTION.
      *---------- VENDA SEM REGISTRO DE DOCUMENTACAO - SE ESTA NO
      *---------- HISTORICO E NAO FOI ESTORNADA, O CONTROLE PODE SER
      *---------- ABERTO AGORA COM OS DADOS DA VENDA
              MOVE 'N' TO WRK-ACHOU-VENDA.
              OPEN INPUT VENDAS.
              IF FS-VENDAS EQUAL 0
                  READ VENDAS
                  PERFORM 0241-TESTAR-VENDA
                     UNTIL FS-VENDAS EQUAL 10
                        OR WRK-VENDA-TEM
                  CLOSE VENDAS
              ELSE
                  IF FS-VENDAS NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DO HISTORICO DE "
                         "VENDAS " FS-VENDAS
                  END-IF
              END-IF.

              IF NOT WRK-VENDA-TEM
                  DISPLAY "RECIBO NAO ENCONTRADO " WRK-RECIBO
              ELSE
              IF VND-ESTORNO EQUAL 'S'
                  DISPLAY "VENDA ESTORNADA EM " VND-DATA-ESTORNO
                     " - SEM DOCUMENTACAO A ACOMPANHAR"
              ELSE
                  DISPLAY "VENDA " VND-RECIBO " DE " VND-DATA-VENDA
                     " SEM CONTROLE DE DOCUMENTACAO"
                  DISPLAY "VEICULO " VND-FABR " " VND-MODELO " "
                     VND-CHASSI
                  DISPLAY "ABRIR O CONTROLE AGORA (S/N) "
                  ACCEPT WRK-CONFIRMA
                  IF WRK-CONFIRMA-SIM
                      PERFORM 0245-ABRIR-DOCUMENTACAO
                  END-IF
              END-IF
              END-IF.

       0240-PROCURAR-VENDA-FIM. EXIT.


       0241-TESTAR-VENDA SECTION.
              IF VND-RECIBO EQUAL WRK-RECIBO
                  MOVE 'S' TO WRK-ACHOU-VENDA
              ELSE
                  READ VENDAS
              END-IF.

       0241-TESTAR-VENDA-FIM. EXIT.


       0245-ABRIR-DOCUMENTACAO SECTION.
              MOVE VND-RECIBO        TO DOC-RECIBO.
              MOVE VND-CHASSI        TO DOC-CHASSI.
              MOVE VND-CODIGO        TO DOC-CODIGO.
              MOVE VND-FABR          TO DOC-FABR.
              MOVE VND-MODELO        TO DOC-MODELO.
              MOVE VND-CLI-CODIGO    TO DOC-CLI-CODIGO.
              MOVE VND-CLIENTE       TO DOC-CLIENTE.
              MOVE VND-FILIAL        TO DOC-FILIAL.
              MOVE VND-DATA-VENDA    TO DOC-DATA-VENDA.
              MOVE 'A'               TO DOC-SITUACAO.
              MOVE ZEROS             TO DOC-ETAPA.
              MOVE ZEROS             TO DOC-DATA-RECEB.
              MOVE SPACES            TO DOC-OPER-RECEB.
              MOVE ZEROS             TO DOC-DATA-PROTOC.
              MOVE SPACES            TO DOC-OPER-PROTOC.
              MOVE SPACES            TO DOC-PROTOCOLO.
              MOVE ZEROS             TO DOC-DATA-TAXAS.
              MOVE SPACES            TO DOC-OPER-TAXAS.
              MOVE ZEROS             TO DOC-VALOR-TAXAS.
              MOVE ZEROS             TO DOC-DATA-ENTREGA.
              MOVE SPACES            TO DOC-OPER-ENTREGA.
              MOVE WRK-OPERADOR      TO DOC-OPERADOR.

              WRITE REG-DOCUMENTO
                  INVALID KEY
                      DISPLAY "ERRO AO ABRIR A DOCUMENTACAO "
                         FS-DOCUMENTOS
                  NOT INVALID KEY
                      DISPLAY "CONTROLE DE DOCUMENTACAO ABERTO"
                      MOVE 'S' TO WRK-ENCONTROU
              END-WRITE.

       0245-ABRIR-DOCUMENTACAO-FIM. EXIT.


       0250-REGISTRAR-ETAPA SECTION.
      *---------- AS ETAPAS SAO REGISTRADAS NA ORDEM, UMA POR VEZ -
      *---------- A ULTIMA, A ENTREGA, CONCLUI A DOCUMENTACAO
              PERFORM 0220-LOCALIZAR-DOCUMENTACAO.
              IF WRK-REGISTRO-ENCONTRADO
                  PERFORM 0230-EXIBIR-DOCUMENTACAO
                  IF DOC-SITUACAO EQUAL 'C'
                      DISPLAY "DOCUMENTACAO CANCELADA PELO ESTORNO DA "
                         "VENDA"
                  ELSE
                  IF DOC-SITUACAO EQUAL 'E'
                      DISPLAY "DOCUMENTACAO JA CONCLUIDA - DOCUMENTO "
                         "ENTREGUE EM " DOC-DATA-ENTREGA
                  ELSE
                      PERFORM 0255-PREPARAR-ETAPA
                      DISPLAY "PROXIMA ETAPA: " WRK-DESCR-ETAPA
                      PERFORM 0260-ACEITAR-DATA
                      IF WRK-PROXIMA-ETAPA EQUAL 2
                          PERFORM 0265-ACEITAR-PROTOCOLO
                      END-IF
                      IF WRK-PROXIMA-ETAPA EQUAL 3
                          PERFORM 0270-ACEITAR-TAXAS
                      END-IF
                      DISPLAY "CONFIRMA " WRK-DESCR-ETAPA " EM "
                         WRK-DATA-ETAPA " (S/N) "
                      ACCEPT WRK-CONFIRMA
                      IF WRK-CONFIRMA-SIM
                          PERFORM 0280-GRAVAR-ETAPA
                      ELSE
                          DISPLAY "OPERACAO CANCELADA"
                      END-IF
                  END-IF
                  END-IF
              END-IF.

       0250-REGISTRAR-ETAPA-FIM. EXIT.


       0255-PREPARAR-ETAPA SECTION.
      *---------- A DATA DA ETAPA NAO PODE SER ANTERIOR A DA VENDA
      *---------- NEM A DA ETAPA JA REGISTRADA
              COMPUTE WRK-PROXIMA-ETAPA = DOC-ETAPA + 1.
              EVALUATE WRK-PROXIMA-ETAPA
                  WHEN 1
                      MOVE "DOCUMENTOS RECEBIDOS" TO WRK-DESCR-ETAPA
                      MOVE DOC-DATA-VENDA  TO WRK-DATA-MINIMA
                  WHEN 2
                      MOVE "PROTOCOLO NO DETRAN"  TO WRK-DESCR-ETAPA
                      MOVE DOC-DATA-RECEB  TO WRK-DATA-MINIMA
                  WHEN 3
                      MOVE "TAXAS PAGAS"          TO WRK-DESCR-ETAPA
                      MOVE DOC-DATA-PROTOC TO WRK-DATA-MINIMA
                  WHEN OTHER
                      MOVE "DOCUMENTO ENTREGUE"   TO WRK-DESCR-ETAPA
                      MOVE DOC-DATA-TAXAS  TO WRK-DATA-MINIMA
              END-EVALUATE.

       0255-PREPARAR-ETAPA-FIM. EXIT.


       0260-ACEITAR-DATA SECTION.
              MOVE 'N' TO WRK-DATA-VALIDA.
              PERFORM 0261-LER-DATA UNTIL WRK-DATA-OK.

       0260-ACEITAR-DATA-FIM. EXIT.


       0261-LER-DATA SECTION.
              DISPLAY "DATA DA ETAPA (AAAAMMDD OU BRANCO = HOJE) ".
              ACCEPT WRK-DATA-DIGITADA.
              IF WRK-DATA-DIGITADA EQUAL SPACES
                  MOVE WRK-DATA-HOJE TO WRK-DATA-ETAPA
              ELSE
              IF WRK-DATA-DIGITADA IS NUMERIC
                  MOVE WRK-DATA-DIGITADA TO WRK-DATA-ETAPA
              ELSE
                  MOVE ZEROS TO WRK-DATA-ETAPA
              END-IF
              END-IF.

      *---------- DATA DE CALENDARIO ENTRE A MINIMA E HOJE
              IF WRK-ETAPA-MES < 1 OR WRK-ETAPA-MES > 12
                 OR WRK-ETAPA-DIA < 1 OR WRK-ETAPA-DIA > 31
                  DISPLAY "DATA INVALIDA - DIGITE NOVAMENTE"
              ELSE
              IF WRK-DATA-ETAPA > WRK-DATA-HOJE
                  DISPLAY "DATA FUTURA - DIGITE NOVAMENTE"
              ELSE
              IF WRK-DATA-ETAPA < WRK-DATA-MINIMA
                  DISPLAY "DATA ANTERIOR A " WRK-DATA-MINIMA
                     " - DIGITE NOVAMENTE"
              ELSE
                  MOVE 'S' TO WRK-DATA-VALIDA
              END-IF
              END-IF
              END-IF.

       0261-LER-DATA-FIM. EXIT.


       0265-ACEITAR-PROTOCOLO SECTION.
              MOVE 'N' TO WRK-PROTOCOLO-VALIDO.
              PERFORM 0266-LER-PROTOCOLO UNTIL WRK-PROTOCOLO-OK.

       0265-ACEITAR-PROTOCOLO-FIM. EXIT.


       0266-LER-PROTOCOLO SECTION.
              DISPLAY "NUMERO DO PROTOCOLO NO DETRAN ".
              ACCEPT WRK-PROTOCOLO.
              IF WRK-PROTOCOLO NOT EQUAL SPACES
                  MOVE 'S' TO WRK-PROTOCOLO-VALIDO
              ELSE
                  DISPLAY "PROTOCOLO OBRIGATORIO"
              END-IF.

       0266-LER-PROTOCOLO-FIM. EXIT.


       0270-ACEITAR-TAXAS SECTION.
              MOVE 'N' TO WRK-TAXAS-VALIDAS.
              PERFORM 0271-LER-TAXAS UNTIL WRK-TAXAS-OK.

       0270-ACEITAR-TAXAS-FIM. EXIT.


       0271-LER-TAXAS SECTION.
              DISPLAY "VALOR DAS TAXAS PAGAS ".
              ACCEPT WRK-VALOR-TAXAS.
              IF WRK-VALOR-TAXAS IS NUMERIC
                 AND WRK-VALOR-TAXAS > ZEROS
                  MOVE 'S' TO WRK-TAXAS-VALIDAS
              ELSE
                  DISPLAY "VALOR INVALIDO"
              END-IF.

       0271-LER-TAXAS-FIM. EXIT.


       0280-GRAVAR-ETAPA SECTION.
              EVALUATE WRK-PROXIMA-ETAPA
                  WHEN 1
                      MOVE WRK-DATA-ETAPA  TO DOC-DATA-RECEB
                      MOVE WRK-OPERADOR    TO DOC-OPER-RECEB
                  WHEN 2
                      MOVE WRK-DATA-ETAPA  TO DOC-DATA-PROTOC
                      MOVE WRK-OPERADOR    TO DOC-OPER-PROTOC
                      MOVE WRK-PROTOCOLO   TO DOC-PROTOCOLO
                  WHEN 3
                      MOVE WRK-DATA-ETAPA  TO DOC-DATA-TAXAS
                      MOVE WRK-OPERADOR    TO DOC-OPER-TAXAS
                      MOVE WRK-VALOR-TAXAS TO DOC-VALOR-TAXAS
                  WHEN OTHER
                      MOVE WRK-DATA-ETAPA  TO DOC-DATA-ENTREGA
                      MOVE WRK-OPERADOR    TO DOC-OPER-ENTREGA
                      MOVE 'E'             TO DOC-SITUACAO
              END-EVALUATE.
              MOVE WRK-PROXIMA-ETAPA TO DOC-ETAPA.
              MOVE WRK-OPERADOR      TO DOC-OPERADOR.

              REWRITE REG-DOCUMENTO
                  INVALID KEY
                      DISPLAY "ERRO AO REGISTRAR A ETAPA "
                         FS-DOCUMENTOS
                  NOT INVALID KEY
                      DISPLAY "ETAPA REGISTRADA - " WRK-DESCR-ETAPA
              END-REWRITE.

       0280-GRAVAR-ETAPA-FIM. EXIT.


       0700-CALCULAR-SERIAL SECTION.
      *---------- DIA SERIAL GREGORIANO - JANEIRO E FEVEREIRO CONTAM
      *---------- COMO MESES 13 E 14 DO ANO ANTERIOR, DE MODO QUE O
      *---------- DIA EXTRA DO ANO BISSEXTO CAIA NO LUGAR CERTO
              IF WRK-CALC-MES > 2
                  MOVE WRK-CALC-ANO TO WRK-AJUSTE-ANO
                  MOVE WRK-CALC-MES TO WRK-AJUSTE-MES
              ELSE
                  COMPUTE WRK-AJUSTE-ANO = WRK-CALC-ANO - 1
                  COMPUTE WRK-AJUSTE-MES = WRK-CALC-MES + 12
              END-IF.

              DIVIDE WRK-AJUSTE-ANO BY 4   GIVING WRK-QUOC-4.
              DIVIDE WRK-AJUSTE-ANO BY 100 GIVING WRK-QUOC-100.
              DIVIDE WRK-AJUSTE-ANO BY 400 GIVING WRK-QUOC-400.

              COMPUTE WRK-TERMO-MES = 153 * (WRK-AJUSTE-MES + 1).
              DIVIDE WRK-TERMO-MES BY 5 GIVING WRK-QUOC-MES.

              COMPUTE WRK-SERIAL = 365 * WRK-AJUSTE-ANO
                 + WRK-QUOC-4 - WRK-QUOC-100 + WRK-QUOC-400
                 + WRK-QUOC-MES + WRK-CALC-DIA.

       0700-CALCULAR-SERIAL-FIM. EXIT.


       0300-FINALIZAR       SECTION.
              CLOSE DOCUMENTOS.
              IF FS-DOCUMENTOS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR A DOCUMENTACAO '
                     FS-DOCUMENTOS
              END-IF.

       0300-FINALIZAR-FIM. EXIT.
