       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARCONSG.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: VEICULOS EM CONSIGNACAO - CADASTRO DOS CONSIGNANTES
      *          (PARTICULARES E REVENDAS PARCEIRAS), MARCACAO DO
      *          VEICULO DE TERCEIROS COM O REPASSE LIQUIDO OU A
      *          COMISSAO COMBINADA, DEVOLUCAO AO CONSIGNANTE E
      *          PAGAMENTO DO ACERTO GERADO PELA VENDA
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

           SELECT CONSIGNANTES ASSIGN USING WRK-ARQ-CONSIGNANTES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CSG-CODIGO
              FILE STATUS IS FS-CONSIGNANTES.

           SELECT CONSIGNACOES ASSIGN USING WRK-ARQ-CONSIGNACOES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CNS-CHAVE
              ALTERNATE RECORD KEY IS CNS-CONSIGNANTE WITH DUPLICATES
              FILE STATUS IS FS-CONSIGNACOES.

           SELECT ACERTOS ASSIGN USING WRK-ARQ-ACERTOS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACT-RECIBO
              ALTERNATE RECORD KEY IS ACT-CONSIGNANTE WITH DUPLICATES
              FILE STATUS IS FS-ACERTOS.

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

      *------------------- CADASTRO DE CONSIGNANTES - TIPO 'P'
      *------------------- PARTICULAR, 'R' REVENDA PARCEIRA. SITUACAO
      *------------------- 'A' ATIVO, 'I' INATIVO (NAO RECEBE VEICULO)
       FD  CONSIGNANTES.
       01  REG-CONSIGNANTE.
           05 CSG-CODIGO       PIC  X(005).
           05 CSG-NOME         PIC  X(030).
           05 CSG-TIPO         PIC  X(001).
           05 CSG-DOCUMENTO    PIC  X(014).
           05 CSG-TELEFONE     PIC  X(015).
           05 CSG-SITUACAO     PIC  X(001).
           05 CSG-DATA-ALT     PIC  9(008).
           05 CSG-OPERADOR     PIC  X(008).

      *------------------- VEICULO DE TERCEIROS NO ESTOQUE - CHAVE
      *------------------- CODIGO + CHASSI, COMO O CUSTO. MODO 'L'
      *------------------- REPASSE LIQUIDO COMBINADO, 'C' COMISSAO
      *------------------- PERCENTUAL SOBRE A VENDA. SITUACAO 'A' EM
      *------------------- ESTOQUE, 'V' VENDIDO, 'D' DEVOLVIDO
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

      *------------------- ACERTO COM O CONSIGNANTE - UM POR VENDA DE
      *------------------- VEICULO CONSIGNADO, CHAVE RECIBO DA VENDA.
      *------------------- SITUACAO 'A' A PAGAR, 'P' PAGO, 'C'
      *------------------- CANCELADO PELO ESTORNO DA VENDA
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
       01  WRK-ARQ-CONSIGNANTES PIC X(060)
           VALUE "D:\temp\Cobol\dados\consignt.txt".
       01  WRK-ARQ-CONSIGNACOES PIC X(060)
           VALUE "D:\temp\Cobol\dados\consigv.txt".
       01  WRK-ARQ-ACERTOS PIC X(060)
           VALUE "D:\temp\Cobol\dados\acertos.txt".
       01  WRK-ARQ-SESSOES PIC X(060)
           VALUE "D:\temp\Cobol\dados\sessoes.txt".
       01  WRK-ARQ-OPERADORES PIC X(060)
           VALUE "D:\temp\Cobol\dados\operador.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-CARROS       PIC 9(02) VALUE ZEROS.
       01  FS-CONSIGNANTES PIC 9(02) VALUE ZEROS.
       01  FS-CONSIGNACOES PIC 9(02) VALUE ZEROS.
       01  FS-ACERTOS      PIC 9(02) VALUE ZEROS.
       01  FS-SESSOES      PIC 9(02) VALUE ZEROS.
       01  FS-OPERADORES   PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-VALOR-ED     PIC ZZZ.ZZ9,99.
       01  WRK-COMISSAO-ED  PIC -ZZZ.ZZ9,99.
       01  WRK-PCT-ED       PIC Z9,99.

      *----------------- VARIAVEL DE MODO DE OPERACAO
       01  WRK-OPCAO             PIC X(01).
           88 WRK-OPCAO-CONSIGNANTE       VALUE 'C' 'c'.
           88 WRK-OPCAO-VEICULO           VALUE 'V' 'v'.
           88 WRK-OPCAO-DEVOLVER          VALUE 'D' 'd'.
           88 WRK-OPCAO-PAGAR             VALUE 'P' 'p'.
           88 WRK-OPCAO-LISTAR            VALUE 'L' 'l'.

      *----------------- IDENTIFICACAO DO OPERADOR DO LANCAMENTO
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
       01  WRK-CODIGO-PROCURADO  PIC X(003).
       01  WRK-CSG-CODIGO        PIC X(005).
       01  WRK-CSG-NOME          PIC X(030).
       01  WRK-CSG-TIPO          PIC X(001).
           88 WRK-CSG-TIPO-OK              VALUE 'P' 'R'.
       01  WRK-CSG-DOCUMENTO     PIC X(014).
       01  WRK-CSG-TELEFONE      PIC X(015).
       01  WRK-CSG-ATIVO         PIC X(001).
           88 WRK-CSG-ATIVO-SIM            VALUE 'S' 's'.
       01  WRK-MODO              PIC X(001).
           88 WRK-MODO-LIQUIDO             VALUE 'L'.
           88 WRK-MODO-COMISSAO            VALUE 'C'.
       01  WRK-VALOR-REPASSE     PIC 9(006)V99.
       01  WRK-PCT-COMISSAO      PIC 9(002)V99.
       01  WRK-RECIBO            PIC 9(006).
       01  WRK-DOC-PAGTO         PIC X(015).
       01  WRK-QTDE-LISTADA      PIC 9(004) VALUE ZEROS.

      *----------------- SWITCHES DE CONTROLE
       01  WRK-ENCONTROU        PIC X(01) VALUE 'N'.
           88 WRK-REGISTRO-ENCONTRADO     VALUE 'S'.

       01  WRK-TEM-CONSIGNANTE  PIC X(01) VALUE 'N'.
           88 WRK-CONSIGNANTE-EXISTE      VALUE 'S'.

       01  WRK-TEM-CONSIGNACAO  PIC X(01) VALUE 'N'.
           88 WRK-CONSIGNACAO-EXISTE      VALUE 'S'.

       01  WRK-DADO-VALIDO      PIC X(01) VALUE 'N'.
           88 WRK-DADO-OK                 VALUE 'S'.

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
                  MOVE SPACES TO WRK-ARQ-CARROS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\carros.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CARROS
                  MOVE SPACES TO WRK-ARQ-CONSIGNANTES
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\consignt.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CONSIGNANTES
                  MOVE SPACES TO WRK-ARQ-CONSIGNACOES
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\consigv.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CONSIGNACOES
                  MOVE SPACES TO WRK-ARQ-ACERTOS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\acertos.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-ACERTOS
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

      *---------- A CONSIGNACAO EXIGE NIVEL DE OPERACAO - O PAGAMENTO
      *---------- DO ACERTO E CRITICADO A PARTE
              IF WRK-NIVEL < 2
                  DISPLAY "OPERADOR SEM NIVEL PARA CONSIGNACAO"
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

              OPEN I-O CONSIGNANTES.
      *---------- CADASTRO AINDA NAO EXISTE - CRIAR VAZIO E REABRIR
              IF FS-CONSIGNANTES EQUAL 35
                  DISPLAY "CADASTRO DE CONSIGNANTES NAO EXISTIA - "
                     "CRIANDO VAZIO"
                  OPEN OUTPUT CONSIGNANTES
                  CLOSE CONSIGNANTES
                  OPEN I-O CONSIGNANTES
              END-IF.
              IF FS-CONSIGNANTES NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DOS CONSIGNANTES - "
                     "STATUS " FS-CONSIGNANTES
                  CLOSE CARROS
                  GOBACK
              END-IF.

              OPEN I-O CONSIGNACOES.
              IF FS-CONSIGNACOES EQUAL 35
                  OPEN OUTPUT CONSIGNACOES
                  CLOSE CONSIGNACOES
                  OPEN I-O CONSIGNACOES
              END-IF.
              IF FS-CONSIGNACOES NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DAS CONSIGNACOES - "
                     "STATUS " FS-CONSIGNACOES
                  CLOSE CARROS
                  CLOSE CONSIGNANTES
                  GOBACK
              END-IF.

              OPEN I-O ACERTOS.
              IF FS-ACERTOS EQUAL 35
                  OPEN OUTPUT ACERTOS
                  CLOSE ACERTOS
                  OPEN I-O ACERTOS
              END-IF.
              IF FS-ACERTOS NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DOS ACERTOS - "
                     "STATUS " FS-ACERTOS
                  CLOSE CARROS
                  CLOSE CONSIGNANTES
                  CLOSE CONSIGNACOES
                  GOBACK
              END-IF.

       0100-INICIAL-FIM. EXIT.


       0130-IDENTIFICAR-OPERADOR SECTION.
      *---------- O OPERADOR VEM DA SESSAO ASSINADA PELO MENU QUANDO
      *---------- HOUVER - O LANCAMENTO DEIXA DE DEPENDER DO DIGITADO
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
              DISPLAY "(C)ONSIGNANTE, (V)EICULO EM CONSIGNACAO, "
                 "(D)EVOLVER VEICULO,".
              DISPLAY "(P)AGAR ACERTO OU (L)ISTAR CONSIGNANTES ".
              ACCEPT WRK-OPCAO.

              EVALUATE TRUE
                  WHEN WRK-OPCAO-CONSIGNANTE
                      PERFORM 0210-MANTER-CONSIGNANTE
                  WHEN WRK-OPCAO-VEICULO
                      PERFORM 0230-CONSIGNAR-VEICULO
                  WHEN WRK-OPCAO-DEVOLVER
                      PERFORM 0250-DEVOLVER-VEICULO
                  WHEN WRK-OPCAO-PAGAR
                      PERFORM 0260-PAGAR-ACERTO
                  WHEN WRK-OPCAO-LISTAR
                      PERFORM 0280-LISTAR-CONSIGNANTES
                  WHEN OTHER
                      DISPLAY "OPCAO INVALIDA"
              END-EVALUATE.

       0200-PROCESSAR-FIM. EXIT.


       0210-MANTER-CONSIGNANTE SECTION.
      *---------- INCLUSAO OU ALTERACAO PELO MESMO CAMINHO - O
      *---------- CONSIGNANTE NAO E EXCLUIDO PORQUE OS ACERTOS SE
      *---------- REFEREM A ELE, SO FICA INATIVO
              DISPLAY "CODIGO DO CONSIGNANTE ".
              ACCEPT WRK-CSG-CODIGO.
              IF WRK-CSG-CODIGO EQUAL SPACES
                  DISPLAY "CODIGO EM BRANCO NAO E ACEITO"
              ELSE
                  PERFORM 0290-LOCALIZAR-CONSIGNANTE
                  IF WRK-CONSIGNANTE-EXISTE
                      DISPLAY "NOME ATUAL.... " CSG-NOME
                      DISPLAY "TIPO ATUAL.... " CSG-TIPO
                      DISPLAY "DOCUMENTO..... " CSG-DOCUMENTO
                      DISPLAY "TELEFONE...... " CSG-TELEFONE
                      DISPLAY "SITUACAO...... " CSG-SITUACAO
                  END-IF
                  MOVE 'N' TO WRK-DADO-VALIDO
                  PERFORM 0215-LER-NOME UNTIL WRK-DADO-OK
                  MOVE 'N' TO WRK-DADO-VALIDO
                  PERFORM 0216-LER-TIPO UNTIL WRK-DADO-OK
                  DISPLAY "DOCUMENTO (CPF/CNPJ) "
                  ACCEPT WRK-CSG-DOCUMENTO
                  DISPLAY "TELEFONE "
                  ACCEPT WRK-CSG-TELEFONE
                  MOVE 'S' TO WRK-CSG-ATIVO
                  IF WRK-CONSIGNANTE-EXISTE
                      DISPLAY "CONSIGNANTE ATIVO (S/N) "
                      ACCEPT WRK-CSG-ATIVO
                  END-IF
                  PERFORM 0220-GRAVAR-CONSIGNANTE
              END-IF.

       0210-MANTER-CONSIGNANTE-FIM. EXIT.


       0215-LER-NOME SECTION.
              DISPLAY "NOME DO CONSIGNANTE ".
              ACCEPT WRK-CSG-NOME.
              IF WRK-CSG-NOME NOT EQUAL SPACES
                  MOVE 'S' TO WRK-DADO-VALIDO
              ELSE
                  DISPLAY "NOME OBRIGATORIO - DIGITE NOVAMENTE"
              END-IF.

       0215-LER-NOME-FIM. EXIT.


       0216-LER-TIPO SECTION.
              DISPLAY "TIPO (P)ARTICULAR OU (R)EVENDA PARCEIRA ".
              ACCEPT WRK-CSG-TIPO.
              IF WRK-CSG-TIPO-OK
                  MOVE 'S' TO WRK-DADO-VALIDO
              ELSE
                  DISPLAY "TIPO INVALIDO - DIGITE P OU R"
              END-IF.

       0216-LER-TIPO-FIM. EXIT.


       0220-GRAVAR-CONSIGNANTE SECTION.
              MOVE WRK-CSG-CODIGO    TO CSG-CODIGO.
              MOVE WRK-CSG-NOME      TO CSG-NOME.
              MOVE WRK-CSG-TIPO      TO CSG-TIPO.
              MOVE WRK-CSG-DOCUMENTO TO CSG-DOCUMENTO.
              MOVE WRK-CSG-TELEFONE  TO CSG-TELEFONE.
              IF WRK-CSG-ATIVO-SIM
                  MOVE 'A' TO CSG-SITUACAO
              ELSE
                  MOVE 'I' TO CSG-SITUACAO
              END-IF.
              ACCEPT CSG-DATA-ALT FROM DATE YYYYMMDD.
              MOVE WRK-OPERADOR      TO CSG-OPERADOR.

              IF WRK-CONSIGNANTE-EXISTE
                  REWRITE REG-CONSIGNANTE
                      INVALID KEY
                          DISPLAY "ERRO AO ATUALIZAR O CONSIGNANTE "
                             FS-CONSIGNANTES
                      NOT INVALID KEY
                          DISPLAY "CONSIGNANTE ATUALIZADO COM SUCESSO"
                  END-REWRITE
              ELSE
                  WRITE REG-CONSIGNANTE
                      INVALID KEY
                          DISPLAY "NAO GRAVOU O CONSIGNANTE "
                             FS-CONSIGNANTES
                      NOT INVALID KEY
                          DISPLAY "CONSIGNANTE INCLUIDO COM SUCESSO"
                  END-WRITE
              END-IF.

       0220-GRAVAR-CONSIGNANTE-FIM. EXIT.


       0230-CONSIGNAR-VEICULO SECTION.
      *---------- MARCA O VEICULO DO ESTOQUE COMO DE TERCEIROS - A
      *---------- CONSIGNACAO AINDA EM ESTOQUE PODE TER OS TERMOS
      *---------- CORRIGIDOS; A JA VENDIDA NAO
              DISPLAY "CODIGO DO VEICULO ".
              ACCEPT WRK-CODIGO-PROCURADO.

              PERFORM 0270-LOCALIZAR-VEICULO.
              IF NOT WRK-REGISTRO-ENCONTRADO
                  DISPLAY "CODIGO NAO ENCONTRADO " WRK-CODIGO-PROCURADO
              ELSE
              IF REG-SITUACAO EQUAL 'V'
                  DISPLAY "VEICULO JA VENDIDO " WRK-CODIGO-PROCURADO
              ELSE
                  DISPLAY "VEICULO....... " REG-FABR " " REG-MODELO
                  DISPLAY "CHASSI........ " REG-CHASSI
                  MOVE REG-VALOR TO WRK-VALOR-ED
                  DISPLAY "PRECO TABELA.. " WRK-VALOR-ED
                  PERFORM 0275-LOCALIZAR-CONSIGNACAO
                  MOVE 'S' TO WRK-CONFIRMA
                  IF WRK-CONSIGNACAO-EXISTE
                     AND CNS-SITUACAO EQUAL 'A'
                      PERFORM 0295-EXIBIR-TERMOS
                      DISPLAY "CORRIGE OS TERMOS (S/N) "
                      ACCEPT WRK-CONFIRMA
                  END-IF
                  IF NOT WRK-CONFIRMA-SIM
                      DISPLAY "OPERACAO CANCELADA"
                  ELSE
                      DISPLAY "CODIGO DO CONSIGNANTE "
                      ACCEPT WRK-CSG-CODIGO
                      PERFORM 0290-LOCALIZAR-CONSIGNANTE
                      IF NOT WRK-CONSIGNANTE-EXISTE
                          DISPLAY "CONSIGNANTE NAO CADASTRADO "
                             WRK-CSG-CODIGO
                      ELSE
                      IF CSG-SITUACAO NOT EQUAL 'A'
                          DISPLAY "CONSIGNANTE INATIVO " WRK-CSG-CODIGO
                      ELSE
                          DISPLAY "CONSIGNANTE... " CSG-NOME
                          MOVE 'N' TO WRK-DADO-VALIDO
                          PERFORM 0235-LER-MODO UNTIL WRK-DADO-OK
                          MOVE ZEROS TO WRK-VALOR-REPASSE
                          MOVE ZEROS TO WRK-PCT-COMISSAO
                          MOVE 'N' TO WRK-DADO-VALIDO
                          IF WRK-MODO-LIQUIDO
                              PERFORM 0236-LER-REPASSE
                                 UNTIL WRK-DADO-OK
                          ELSE
                              PERFORM 0237-LER-COMISSAO
                                 UNTIL WRK-DADO-OK
                          END-IF
                          PERFORM 0240-GRAVAR-CONSIGNACAO
                      END-IF
                      END-IF
                  END-IF
              END-IF
              END-IF.

       0230-CONSIGNAR-VEICULO-FIM. EXIT.


       0235-LER-MODO SECTION.
              DISPLAY "ACERTO POR (L)IQUIDO COMBINADO OU "
                 "(C)OMISSAO PERCENTUAL ".
              ACCEPT WRK-MODO.
              IF WRK-MODO-LIQUIDO OR WRK-MODO-COMISSAO
                  MOVE 'S' TO WRK-DADO-VALIDO
              ELSE
                  DISPLAY "MODO INVALIDO - DIGITE L OU C"
              END-IF.

       0235-LER-MODO-FIM. EXIT.


       0236-LER-REPASSE SECTION.
              DISPLAY "VALOR LIQUIDO A REPASSAR AO CONSIGNANTE ".
              ACCEPT WRK-VALOR-REPASSE.
      *---------- ACEITA SOMENTE VALOR NUMERICO E MAIOR QUE ZERO
              IF WRK-VALOR-REPASSE IS NUMERIC
                 AND WRK-VALOR-REPASSE > ZEROS
                  MOVE 'S' TO WRK-DADO-VALIDO
                  IF WRK-VALOR-REPASSE > REG-VALOR
                      DISPLAY "ATENCAO - REPASSE ACIMA DO PRECO DE "
                         "TABELA"
                  END-IF
              ELSE
                  DISPLAY "VALOR INVALIDO - DIGITE NOVAMENTE"
              END-IF.

       0236-LER-REPASSE-FIM. EXIT.


       0237-LER-COMISSAO SECTION.
              DISPLAY "PERCENTUAL DE COMISSAO DA REVENDA (99,99) ".
              ACCEPT WRK-PCT-COMISSAO.
      *---------- COMISSAO ENTRE 0,01 E 99,99 POR CENTO DA VENDA
              IF WRK-PCT-COMISSAO IS NUMERIC
                 AND WRK-PCT-COMISSAO > ZEROS
                  MOVE 'S' TO WRK-DADO-VALIDO
              ELSE
                  DISPLAY "PERCENTUAL INVALIDO - DIGITE NOVAMENTE"
              END-IF.

       0237-LER-COMISSAO-FIM. EXIT.


       0240-GRAVAR-CONSIGNACAO SECTION.
      *---------- UMA CONSIGNACAO DEVOLVIDA DO MESMO VEICULO E
      *---------- SUBSTITUIDA PELA NOVA
              MOVE REG-CODIGO        TO CNS-CODIGO.
              MOVE REG-CHASSI        TO CNS-CHASSI.
              MOVE WRK-CSG-CODIGO    TO CNS-CONSIGNANTE.
              MOVE WRK-MODO          TO CNS-MODO.
              MOVE WRK-VALOR-REPASSE TO CNS-VALOR-REPASSE.
              MOVE WRK-PCT-COMISSAO  TO CNS-PCT-COMISSAO.
              IF NOT WRK-CONSIGNACAO-EXISTE
                 OR CNS-SITUACAO NOT EQUAL 'A'
                  ACCEPT CNS-DATA-ENTRADA FROM DATE YYYYMMDD
              END-IF.
              MOVE 'A'               TO CNS-SITUACAO.
              ACCEPT CNS-DATA-SITUACAO FROM DATE YYYYMMDD.
              MOVE ZEROS             TO CNS-RECIBO.
              MOVE WRK-OPERADOR      TO CNS-OPERADOR.

              IF WRK-CONSIGNACAO-EXISTE
                  REWRITE REG-CONSIGNACAO
                      INVALID KEY
                          DISPLAY "ERRO AO ATUALIZAR A CONSIGNACAO "
                             FS-CONSIGNACOES
                      NOT INVALID KEY
                          DISPLAY "CONSIGNACAO ATUALIZADA COM SUCESSO"
                  END-REWRITE
              ELSE
                  WRITE REG-CONSIGNACAO
                      INVALID KEY
                          DISPLAY "NAO GRAVOU A CONSIGNACAO "
                             FS-CONSIGNACOES
                      NOT INVALID KEY
                          DISPLAY "VEICULO MARCADO COMO CONSIGNADO"
                  END-WRITE
              END-IF.

       0240-GRAVAR-CONSIGNACAO-FIM. EXIT.


       0250-DEVOLVER-VEICULO SECTION.
      *---------- O VEICULO NAO VENDIDO VOLTA AO CONSIGNANTE - A SAIDA
      *---------- DO CADASTRO DE VEICULOS CONTINUA SENDO A EXCLUSAO
      *---------- PELA MANUTENCAO
              DISPLAY "CODIGO DO VEICULO ".
              ACCEPT WRK-CODIGO-PROCURADO.

              PERFORM 0270-LOCALIZAR-VEICULO.
              IF NOT WRK-REGISTRO-ENCONTRADO
                  DISPLAY "CODIGO NAO ENCONTRADO " WRK-CODIGO-PROCURADO
              ELSE
                  PERFORM 0275-LOCALIZAR-CONSIGNACAO
                  IF NOT WRK-CONSIGNACAO-EXISTE
                     OR CNS-SITUACAO NOT EQUAL 'A'
                      DISPLAY "VEICULO NAO ESTA EM CONSIGNACAO "
                         WRK-CODIGO-PROCURADO
                  ELSE
                      DISPLAY "VEICULO....... " REG-FABR " " REG-MODELO
                      PERFORM 0295-EXIBIR-TERMOS
                      DISPLAY "CONFIRMA A DEVOLUCAO AO CONSIGNANTE "
                         "(S/N) "
                      ACCEPT WRK-CONFIRMA
                      IF WRK-CONFIRMA-SIM
                          MOVE 'D'          TO CNS-SITUACAO
                          ACCEPT CNS-DATA-SITUACAO FROM DATE YYYYMMDD
                          MOVE WRK-OPERADOR TO CNS-OPERADOR
                          REWRITE REG-CONSIGNACAO
                              INVALID KEY
                                  DISPLAY "ERRO AO DEVOLVER "
                                     FS-CONSIGNACOES
                              NOT INVALID KEY
                                  DISPLAY "CONSIGNACAO ENCERRADA - "
                                     "EXCLUA O VEICULO NO CARMAINT"
                          END-REWRITE
                      ELSE
                          DISPLAY "OPERACAO CANCELADA"
                      END-IF
                  END-IF
              END-IF.

       0250-DEVOLVER-VEICULO-FIM. EXIT.


       0260-PAGAR-ACERTO SECTION.
      *---------- O PAGAMENTO DO ACERTO E DE SUPERVISOR - BAIXA O
      *---------- VALOR INTEIRO, COM O DOCUMENTO DO PAGAMENTO
              IF WRK-NIVEL < 3
                  DISPLAY "FUNCAO RESTRITA - NIVEL INSUFICIENTE"
              ELSE
                  DISPLAY "RECIBO DA VENDA "
                  ACCEPT WRK-RECIBO
                  MOVE WRK-RECIBO TO ACT-RECIBO
                  READ ACERTOS
                      INVALID KEY
                          DISPLAY "SEM ACERTO PARA O RECIBO "
                             WRK-RECIBO
                      NOT INVALID KEY
                          PERFORM 0265-BAIXAR-ACERTO
                  END-READ
              END-IF.

       0260-PAGAR-ACERTO-FIM. EXIT.


       0265-BAIXAR-ACERTO SECTION.
              DISPLAY "CONSIGNANTE... " ACT-CONSIGNANTE.
              DISPLAY "VEICULO....... " ACT-FABR " " ACT-MODELO.
              DISPLAY "DATA DA VENDA. " ACT-DATA-VENDA.
              MOVE ACT-VALOR-VENDA TO WRK-VALOR-ED.
              DISPLAY "VALOR VENDA... " WRK-VALOR-ED.
              MOVE ACT-VALOR-COMISSAO TO WRK-COMISSAO-ED.
              DISPLAY "COMISSAO...... " WRK-COMISSAO-ED.
              MOVE ACT-VALOR-REPASSE TO WRK-VALOR-ED.
              DISPLAY "A REPASSAR.... " WRK-VALOR-ED.

              EVALUATE ACT-SITUACAO
                  WHEN 'P'
                      DISPLAY "ACERTO JA PAGO EM " ACT-DATA-PAGTO
                         " DOC " ACT-DOC-PAGTO
                  WHEN 'C'
                      DISPLAY "ACERTO CANCELADO PELO ESTORNO DA VENDA"
                  WHEN OTHER
                      DISPLAY "DOCUMENTO DO PAGAMENTO "
                      ACCEPT WRK-DOC-PAGTO
                      DISPLAY "CONFIRMA O PAGAMENTO (S/N) "
                      ACCEPT WRK-CONFIRMA
                      IF WRK-CONFIRMA-SIM
                          MOVE 'P'           TO ACT-SITUACAO
                          ACCEPT ACT-DATA-PAGTO FROM DATE YYYYMMDD
                          MOVE WRK-DOC-PAGTO TO ACT-DOC-PAGTO
                          MOVE WRK-OPERADOR  TO ACT-OPERADOR
                          REWRITE REG-ACERTO
                              INVALID KEY
                                  DISPLAY "ERRO AO BAIXAR O ACERTO "
                                     FS-ACERTOS
                              NOT INVALID KEY
                                  DISPLAY "ACERTO PAGO COM SUCESSO"
                          END-REWRITE
                      ELSE
                          DISPLAY "OPERACAO CANCELADA"
                      END-IF
              END-EVALUATE.

       0265-BAIXAR-ACERTO-FIM. EXIT.


       0270-LOCALIZAR-VEICULO SECTION.
      *---------- BUSCA DIRETA PELA CHAVE - SEM VARRER O ARQUIVO
              MOVE WRK-CODIGO-PROCURADO TO REG-CODIGO.
              MOVE 'N'                  TO WRK-ENCONTROU.
              READ CARROS
                  INVALID KEY
                      MOVE 'N' TO WRK-ENCONTROU
                  NOT INVALID KEY
                      MOVE 'S' TO WRK-ENCONTROU
              END-READ.

       0270-LOCALIZAR-VEICULO-FIM. EXIT.


       0275-LOCALIZAR-CONSIGNACAO SECTION.
      *---------- A CONSIGNACAO E DO VEICULO FISICO - CODIGO MAIS
      *---------- CHASSI
              MOVE REG-CODIGO TO CNS-CODIGO.
              MOVE REG-CHASSI TO CNS-CHASSI.
              MOVE 'N'        TO WRK-TEM-CONSIGNACAO.
              READ CONSIGNACOES
                  INVALID KEY
                      MOVE 'N' TO WRK-TEM-CONSIGNACAO
                  NOT INVALID KEY
                      MOVE 'S' TO WRK-TEM-CONSIGNACAO
              END-READ.

       0275-LOCALIZAR-CONSIGNACAO-FIM. EXIT.


       0280-LISTAR-CONSIGNANTES SECTION.
              MOVE ZEROS  TO WRK-QTDE-LISTADA.
              MOVE SPACES TO CSG-CODIGO.
              START CONSIGNANTES KEY IS NOT LESS THAN CSG-CODIGO
                  INVALID KEY
                      MOVE 10 TO FS-CONSIGNANTES
              END-START.

              IF FS-CONSIGNANTES NOT EQUAL 10
                  READ CONSIGNANTES NEXT RECORD
              END-IF.

              PERFORM 0285-LISTAR-CONSIGNANTE
                 UNTIL FS-CONSIGNANTES EQUAL 10.

              DISPLAY "CONSIGNANTES LISTADOS " WRK-QTDE-LISTADA.

       0280-LISTAR-CONSIGNANTES-FIM. EXIT.


       0285-LISTAR-CONSIGNANTE SECTION.
              ADD 1 TO WRK-QTDE-LISTADA.
              DISPLAY CSG-CODIGO " " CSG-NOME " " CSG-TIPO " "
                 CSG-TELEFONE " " CSG-SITUACAO.

              READ CONSIGNANTES NEXT RECORD.

       0285-LISTAR-CONSIGNANTE-FIM. EXIT.


       0290-LOCALIZAR-CONSIGNANTE SECTION.
              MOVE WRK-CSG-CODIGO TO CSG-CODIGO.
              MOVE 'N'            TO WRK-TEM-CONSIGNANTE.
              READ CONSIGNANTES
                  INVALID KEY
                      MOVE 'N' TO WRK-TEM-CONSIGNANTE
                  NOT INVALID KEY
                      MOVE 'S' TO WRK-TEM-CONSIGNANTE
              END-READ.

       0290-LOCALIZAR-CONSIGNANTE-FIM. EXIT.


       0295-EXIBIR-TERMOS SECTION.
              DISPLAY "CONSIGNANTE... " CNS-CONSIGNANTE.
              DISPLAY "DESDE......... " CNS-DATA-ENTRADA.
              IF CNS-MODO EQUAL 'L'
                  MOVE CNS-VALOR-REPASSE TO WRK-VALOR-ED
                  DISPLAY "REPASSE LIQUIDO " WRK-VALOR-ED
              ELSE
                  MOVE CNS-PCT-COMISSAO TO WRK-PCT-ED
                  DISPLAY "COMISSAO...... " WRK-PCT-ED "%"
              END-IF.

       0295-EXIBIR-TERMOS-FIM. EXIT.


       0300-FINALIZAR       SECTION.
              CLOSE CARROS.
              IF FS-CARROS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR ' FS-CARROS
              END-IF.

              CLOSE CONSIGNANTES.
              IF FS-CONSIGNANTES NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR OS CONSIGNANTES '
                     FS-CONSIGNANTES
              END-IF.

              CLOSE CONSIGNACOES.
              IF FS-CONSIGNACOES NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR AS CONSIGNACOES '
                     FS-CONSIGNACOES
              END-IF.

              CLOSE ACERTOS.
              IF FS-ACERTOS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR OS ACERTOS ' FS-ACERTOS
              END-IF.

       0300-FINALIZAR-FIM. EXIT.
