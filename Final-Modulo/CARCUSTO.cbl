       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARCUSTO.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: CUSTO DO VEICULO - AQUISICAO (QUANTO FOI PAGO E A
      *          QUEM) E DESPESAS DE RECONDICIONAMENTO ANTES DA
      *          EXPOSICAO, ACUMULADAS POR CODIGO E CHASSI
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

           SELECT CUSTOS ASSIGN USING WRK-ARQ-CUSTOS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CUS-CHAVE
              FILE STATUS IS FS-CUSTOS.

           SELECT DESPESAS ASSIGN USING WRK-ARQ-DESPESAS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-DESPESAS.

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

      *------------------- CUSTO DO VEICULO - CHAVE CODIGO + CHASSI,
      *------------------- QUE O CODIGO VOLTA A SER USADO DEPOIS DO
      *------------------- EXPURGO. ORIGEM 'C' COMPRA, 'T' TROCA
       FD  CUSTOS.
       01  REG-CUSTO.
           05 CUS-CHAVE.
              10 CUS-CODIGO    PIC  X(003).
              10 CUS-CHASSI    PIC  X(017).
           05 CUS-ORIGEM       PIC  X(001).
           05 CUS-FORNECEDOR   PIC  X(030).
           05 CUS-DOCUMENTO    PIC  X(014).
           05 CUS-DATA-COMPRA  PIC  9(008).
           05 CUS-VALOR-COMPRA PIC  9(006)V99.
           05 CUS-RECIBO-TROCA PIC  9(006).
           05 CUS-TOTAL-RECOND PIC  9(007)V99.
           05 CUS-QTDE-RECOND  PIC  9(003).
           05 CUS-OPERADOR     PIC  X(008).

      *------------------- DESPESAS DE RECONDICIONAMENTO - UMA LINHA
      *------------------- POR DESPESA, O TOTAL FICA NO CUSTO
       FD  DESPESAS.
       01  REG-DESPESA.
           05 DSP-CODIGO       PIC  X(003).
           05 DSP-CHASSI       PIC  X(017).
           05 DSP-DATA         PIC  9(008).
           05 DSP-HORA         PIC  9(008).
           05 DSP-DESCRICAO    PIC  X(030).
           05 DSP-VALOR        PIC  9(006)V99.
           05 DSP-OPERADOR     PIC  X(008).

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
       01  WRK-ARQ-CUSTOS  PIC X(060)
           VALUE "D:\temp\Cobol\dados\custos.txt".
       01  WRK-ARQ-DESPESAS PIC X(060)
           VALUE "D:\temp\Cobol\dados\despesa.txt".
       01  WRK-ARQ-SESSOES PIC X(060)
           VALUE "D:\temp\Cobol\dados\sessoes.txt".
       01  WRK-ARQ-OPERADORES PIC X(060)
           VALUE "D:\temp\Cobol\dados\operador.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-CARROS       PIC 9(02) VALUE ZEROS.
       01  FS-CUSTOS       PIC 9(02) VALUE ZEROS.
       01  FS-DESPESAS     PIC 9(02) VALUE ZEROS.
       01  FS-SESSOES      PIC 9(02) VALUE ZEROS.
       01  FS-OPERADORES   PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-VALOR-ED     PIC ZZZ.ZZ9,99.
       01  WRK-TOTAL-ED     PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-LIQUIDO-ED   PIC -Z.ZZZ.ZZ9,99.

      *----------------- VARIAVEL DE MODO DE OPERACAO
       01  WRK-OPCAO             PIC X(01).
           88 WRK-OPCAO-AQUISICAO         VALUE 'A' 'a'.
           88 WRK-OPCAO-DESPESA           VALUE 'D' 'd'.
           88 WRK-OPCAO-CONSULTAR         VALUE 'C' 'c'.

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
       01  WRK-FORNECEDOR        PIC X(030).
       01  WRK-DOCUMENTO         PIC X(014).
       01  WRK-DATA-COMPRA       PIC X(008).
       01  WRK-VALOR-COMPRA      PIC 9(006)V99.
       01  WRK-DESCRICAO         PIC X(030).
       01  WRK-VALOR-DESPESA     PIC 9(006)V99.

      *----------------- CUSTO TOTAL E MARGEM ESPERADA SOBRE A TABELA
       01  WRK-CUSTO-TOTAL       PIC 9(007)V99 VALUE ZEROS.
       01  WRK-MARGEM            PIC S9(007)V99 VALUE ZEROS.
       01  WRK-QTDE-LISTADA      PIC 9(004) VALUE ZEROS.

      *----------------- SWITCHES DE CONTROLE
       01  WRK-ENCONTROU        PIC X(01) VALUE 'N'.
           88 WRK-REGISTRO-ENCONTRADO     VALUE 'S'.

       01  WRK-TEM-CUSTO        PIC X(01) VALUE 'N'.
           88 WRK-CUSTO-EXISTE            VALUE 'S'.

       01  WRK-VALOR-VALIDO     PIC X(01) VALUE 'N'.
           88 WRK-VALOR-OK                VALUE 'S'.

       01  WRK-DATA-VALIDA      PIC X(01) VALUE 'N'.
           88 WRK-DATA-OK                 VALUE 'S'.

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
                  MOVE SPACES TO WRK-ARQ-CUSTOS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\custos.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CUSTOS
                  MOVE SPACES TO WRK-ARQ-DESPESAS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\despesa.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-DESPESAS
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

      *---------- O LANCAMENTO DE CUSTO EXIGE NIVEL DE OPERACAO
              IF WRK-NIVEL < 2
                  DISPLAY "OPERADOR SEM NIVEL PARA LANCAR CUSTO"
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

              OPEN I-O CUSTOS.
      *---------- CADASTRO AINDA NAO EXISTE - CRIAR VAZIO E REABRIR
              IF FS-CUSTOS EQUAL 35
                  DISPLAY "CADASTRO DE CUSTOS NAO EXISTIA - "
                     "CRIANDO VAZIO"
                  OPEN OUTPUT CUSTOS
                  CLOSE CUSTOS
                  OPEN I-O CUSTOS
              END-IF.
              IF FS-CUSTOS NOT EQUAL 0
                  EVALUATE FS-CUSTOS
                      WHEN 37
                          DISPLAY "MODO DE ACESSO INVALIDO"
                      WHEN 93
                          DISPLAY "CUSTOS EM USO POR OUTRO PROCESSO"
                      WHEN OTHER
                          DISPLAY "ERRO NA ABERTURA DOS CUSTOS - "
                             "STATUS " FS-CUSTOS
                  END-EVALUATE
                  CLOSE CARROS
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
              DISPLAY "(A)QUISICAO, (D)ESPESA DE RECONDICIONAMENTO "
                 "OU (C)ONSULTAR CUSTO ".
              ACCEPT WRK-OPCAO.

              EVALUATE TRUE
                  WHEN WRK-OPCAO-AQUISICAO
                      PERFORM 0210-REGISTRAR-AQUISICAO
                  WHEN WRK-OPCAO-DESPESA
                      PERFORM 0230-LANCAR-DESPESA
                  WHEN WRK-OPCAO-CONSULTAR
                      PERFORM 0250-CONSULTAR-CUSTO
                  WHEN OTHER
                      DISPLAY "OPCAO INVALIDA"
              END-EVALUATE.

       0200-PROCESSAR-FIM. EXIT.


       0210-REGISTRAR-AQUISICAO SECTION.
      *---------- QUANTO FOI PAGO PELO VEICULO E A QUEM - UMA
      *---------- AQUISICAO JA LANCADA PODE SER CORRIGIDA, SEM
      *---------- MEXER NAS DESPESAS JA ACUMULADAS
              DISPLAY "CODIGO DO VEICULO ".
              ACCEPT WRK-CODIGO-PROCURADO.

              PERFORM 0270-LOCALIZAR-VEICULO.
              IF NOT WRK-REGISTRO-ENCONTRADO
                  DISPLAY "CODIGO NAO ENCONTRADO " WRK-CODIGO-PROCURADO
              ELSE
                  PERFORM 0275-LOCALIZAR-CUSTO
                  MOVE 'S' TO WRK-CONFIRMA
                  IF WRK-CUSTO-EXISTE
                     AND CUS-VALOR-COMPRA > ZEROS
                      MOVE CUS-VALOR-COMPRA TO WRK-VALOR-ED
                      DISPLAY "AQUISICAO JA LANCADA"
                      DISPLAY "FORNECEDOR.... " CUS-FORNECEDOR
                      DISPLAY "DATA.......... " CUS-DATA-COMPRA
                      DISPLAY "VALOR PAGO.... " WRK-VALOR-ED
                      DISPLAY "CORRIGE A AQUISICAO (S/N) "
                      ACCEPT WRK-CONFIRMA
                  END-IF
                  IF NOT WRK-CONFIRMA-SIM
                      DISPLAY "OPERACAO CANCELADA"
                  ELSE
                      DISPLAY "FORNECEDOR (DE QUEM FOI COMPRADO) "
                      ACCEPT WRK-FORNECEDOR
                      DISPLAY "DOCUMENTO DO FORNECEDOR (CPF/CNPJ) "
                      ACCEPT WRK-DOCUMENTO
                      PERFORM 0220-ACEITAR-DATA-COMPRA
                      DISPLAY "VALOR PAGO "
                      PERFORM 0225-ACEITAR-VALOR-COMPRA
                      PERFORM 0215-GRAVAR-AQUISICAO
                  END-IF
              END-IF.

       0210-REGISTRAR-AQUISICAO-FIM. EXIT.


       0215-GRAVAR-AQUISICAO SECTION.
              IF NOT WRK-CUSTO-EXISTE
                  PERFORM 0280-INICIAR-CUSTO
              END-IF.

      *---------- A CORRECAO MANTEM A ORIGEM DO REGISTRO - O CUSTO
      *---------- DE UM USADO DA TROCA CONTINUA DESFEITO NO ESTORNO
              MOVE WRK-FORNECEDOR   TO CUS-FORNECEDOR.
              MOVE WRK-DOCUMENTO    TO CUS-DOCUMENTO.
              MOVE WRK-DATA-COMPRA  TO CUS-DATA-COMPRA.
              MOVE WRK-VALOR-COMPRA TO CUS-VALOR-COMPRA.
              MOVE WRK-OPERADOR     TO CUS-OPERADOR.

              IF WRK-CUSTO-EXISTE
                  REWRITE REG-CUSTO
                      INVALID KEY
                          DISPLAY "ERRO AO ATUALIZAR O CUSTO "
                             FS-CUSTOS
                      NOT INVALID KEY
                          DISPLAY "AQUISICAO ATUALIZADA COM SUCESSO"
                  END-REWRITE
              ELSE
                  WRITE REG-CUSTO
                      INVALID KEY
                          DISPLAY "NAO GRAVOU O CUSTO " FS-CUSTOS
                      NOT INVALID KEY
                          DISPLAY "AQUISICAO REGISTRADA COM SUCESSO"
                  END-WRITE
              END-IF.

       0215-GRAVAR-AQUISICAO-FIM. EXIT.


       0220-ACEITAR-DATA-COMPRA SECTION.
              MOVE 'N' TO WRK-DATA-VALIDA.
              PERFORM 0221-LER-DATA UNTIL WRK-DATA-OK.

       0220-ACEITAR-DATA-COMPRA-FIM. EXIT.


       0221-LER-DATA SECTION.
              DISPLAY "DATA DA COMPRA (AAAAMMDD OU BRANCO = HOJE) ".
              ACCEPT WRK-DATA-COMPRA.
      *---------- ACEITA SOMENTE DATA NUMERICA DE 8 POSICOES
              IF WRK-DATA-COMPRA EQUAL SPACES
                  ACCEPT WRK-DATA-COMPRA FROM DATE YYYYMMDD
              END-IF.
              IF WRK-DATA-COMPRA IS NUMERIC
                  MOVE 'S' TO WRK-DATA-VALIDA
              ELSE
                  DISPLAY "DATA INVALIDA - DIGITE NOVAMENTE"
              END-IF.

       0221-LER-DATA-FIM. EXIT.


       0225-ACEITAR-VALOR-COMPRA SECTION.
              MOVE 'N' TO WRK-VALOR-VALIDO.
              PERFORM 0226-LER-VALOR UNTIL WRK-VALOR-OK.

       0225-ACEITAR-VALOR-COMPRA-FIM. EXIT.


       0226-LER-VALOR SECTION.
              ACCEPT WRK-VALOR-COMPRA.
      *---------- ACEITA SOMENTE VALOR NUMERICO E MAIOR QUE ZERO
              IF WRK-VALOR-COMPRA IS NUMERIC
                 AND WRK-VALOR-COMPRA > ZEROS
                  MOVE 'S' TO WRK-VALOR-VALIDO
              ELSE
                  DISPLAY "VALOR INVALIDO - DIGITE NOVAMENTE"
              END-IF.

       0226-LER-VALOR-FIM. EXIT.


       0230-LANCAR-DESPESA SECTION.
      *---------- DESPESA DE RECONDICIONAMENTO OU REPARO - SO PARA
      *---------- VEICULO AINDA NAO VENDIDO
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
                  PERFORM 0275-LOCALIZAR-CUSTO
                  IF NOT WRK-CUSTO-EXISTE
                     OR CUS-VALOR-COMPRA EQUAL ZEROS
                      DISPLAY "ATENCAO - CUSTO DE AQUISICAO AINDA "
                         "NAO INFORMADO"
                  END-IF
                  DISPLAY "DESCRICAO DA DESPESA "
                  ACCEPT WRK-DESCRICAO
                  DISPLAY "VALOR DA DESPESA "
                  PERFORM 0235-ACEITAR-VALOR-DESPESA
                  MOVE WRK-VALOR-DESPESA TO WRK-VALOR-ED
                  DISPLAY "CONFIRMA A DESPESA DE " WRK-VALOR-ED
                     " (S/N) "
                  ACCEPT WRK-CONFIRMA
                  IF WRK-CONFIRMA-SIM
                      PERFORM 0240-GRAVAR-DESPESA
                  ELSE
                      DISPLAY "OPERACAO CANCELADA"
                  END-IF
              END-IF
              END-IF.

       0230-LANCAR-DESPESA-FIM. EXIT.


       0235-ACEITAR-VALOR-DESPESA SECTION.
              MOVE 'N' TO WRK-VALOR-VALIDO.
              PERFORM 0236-LER-VALOR UNTIL WRK-VALOR-OK.

       0235-ACEITAR-VALOR-DESPESA-FIM. EXIT.


       0236-LER-VALOR SECTION.
              ACCEPT WRK-VALOR-DESPESA.
      *---------- ACEITA SOMENTE VALOR NUMERICO E MAIOR QUE ZERO
              IF WRK-VALOR-DESPESA IS NUMERIC
                 AND WRK-VALOR-DESPESA > ZEROS
                  MOVE 'S' TO WRK-VALOR-VALIDO
              ELSE
                  DISPLAY "VALOR INVALIDO - DIGITE NOVAMENTE"
              END-IF.

       0236-LER-VALOR-FIM. EXIT.


       0240-GRAVAR-DESPESA SECTION.
      *---------- A LINHA DA DESPESA VAI PARA O ARQUIVO DE DESPESAS
      *---------- E O VALOR SE ACUMULA NO CUSTO DO VEICULO
              OPEN EXTEND DESPESAS.
              IF FS-DESPESAS EQUAL 35
                  OPEN OUTPUT DESPESAS
              END-IF.
              IF FS-DESPESAS NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DAS DESPESAS " FS-DESPESAS
              ELSE
                  MOVE REG-CODIGO        TO DSP-CODIGO
                  MOVE REG-CHASSI        TO DSP-CHASSI
                  ACCEPT DSP-DATA FROM DATE YYYYMMDD
                  ACCEPT DSP-HORA FROM TIME
                  MOVE WRK-DESCRICAO     TO DSP-DESCRICAO
                  MOVE WRK-VALOR-DESPESA TO DSP-VALOR
                  MOVE WRK-OPERADOR      TO DSP-OPERADOR
                  WRITE REG-DESPESA
                  IF FS-DESPESAS NOT EQUAL 0
                      DISPLAY "ERRO AO GRAVAR A DESPESA " FS-DESPESAS
                  ELSE
                      IF NOT WRK-CUSTO-EXISTE
                          PERFORM 0280-INICIAR-CUSTO
                      END-IF
                      ADD WRK-VALOR-DESPESA TO CUS-TOTAL-RECOND
                      ADD 1                 TO CUS-QTDE-RECOND
                      IF WRK-CUSTO-EXISTE
                          REWRITE REG-CUSTO
                              INVALID KEY
                                  DISPLAY "ERRO AO ACUMULAR O CUSTO "
                                     FS-CUSTOS
                          END-REWRITE
                      ELSE
                          WRITE REG-CUSTO
                              INVALID KEY
                                  DISPLAY "ERRO AO ACUMULAR O CUSTO "
                                     FS-CUSTOS
                          END-WRITE
                      END-IF
                      DISPLAY "DESPESA LANCADA COM SUCESSO"
                  END-IF
                  CLOSE DESPESAS
              END-IF.

       0240-GRAVAR-DESPESA-FIM. EXIT.


       0250-CONSULTAR-CUSTO SECTION.
      *---------- AQUISICAO, DESPESAS UMA A UMA E O CUSTO TOTAL
      *---------- CONTRA O PRECO DE TABELA
              DISPLAY "CODIGO DO VEICULO ".
              ACCEPT WRK-CODIGO-PROCURADO.

              PERFORM 0270-LOCALIZAR-VEICULO.
              IF NOT WRK-REGISTRO-ENCONTRADO
                  DISPLAY "CODIGO NAO ENCONTRADO " WRK-CODIGO-PROCURADO
              ELSE
                  PERFORM 0275-LOCALIZAR-CUSTO
                  DISPLAY "VEICULO....... " REG-FABR " " REG-MODELO
                  DISPLAY "CHASSI........ " REG-CHASSI
                  IF NOT WRK-CUSTO-EXISTE
                      DISPLAY "SEM CUSTO LANCADO PARA O VEICULO"
                  ELSE
                      IF CUS-ORIGEM EQUAL 'T'
                          DISPLAY "ORIGEM........ TROCA NO RECIBO "
                             CUS-RECIBO-TROCA
                      ELSE
                          DISPLAY "ORIGEM........ COMPRA"
                      END-IF
                      DISPLAY "FORNECEDOR.... " CUS-FORNECEDOR
                      DISPLAY "DOCUMENTO..... " CUS-DOCUMENTO
                      DISPLAY "DATA.......... " CUS-DATA-COMPRA
                      MOVE CUS-VALOR-COMPRA TO WRK-VALOR-ED
                      DISPLAY "VALOR PAGO.... " WRK-VALOR-ED

                      MOVE ZEROS TO WRK-QTDE-LISTADA
                      OPEN INPUT DESPESAS
                      IF FS-DESPESAS EQUAL 0
                          READ DESPESAS
                          PERFORM 0260-EXIBIR-DESPESA
                             UNTIL FS-DESPESAS EQUAL 10
                          CLOSE DESPESAS
                      END-IF

                      MOVE CUS-TOTAL-RECOND TO WRK-TOTAL-ED
                      DISPLAY "RECONDICIONAMENTO " WRK-TOTAL-ED
                      COMPUTE WRK-CUSTO-TOTAL =
                         CUS-VALOR-COMPRA + CUS-TOTAL-RECOND
                      MOVE WRK-CUSTO-TOTAL TO WRK-TOTAL-ED
                      DISPLAY "CUSTO TOTAL...... " WRK-TOTAL-ED
                      MOVE REG-VALOR TO WRK-VALOR-ED
                      DISPLAY "PRECO DE TABELA.. " WRK-VALOR-ED
                      COMPUTE WRK-MARGEM =
                         REG-VALOR - WRK-CUSTO-TOTAL
                      MOVE WRK-MARGEM TO WRK-LIQUIDO-ED
                      DISPLAY "MARGEM SOBRE TABELA " WRK-LIQUIDO-ED
                      IF WRK-MARGEM < ZEROS
                          DISPLAY "ATENCAO - CUSTO ACIMA DO PRECO "
                             "DE TABELA"
                      END-IF
                  END-IF
              END-IF.

       0250-CONSULTAR-CUSTO-FIM. EXIT.


       0260-EXIBIR-DESPESA SECTION.
              IF DSP-CODIGO EQUAL CUS-CODIGO
                 AND DSP-CHASSI EQUAL CUS-CHASSI
                  ADD 1 TO WRK-QTDE-LISTADA
                  MOVE DSP-VALOR TO WRK-VALOR-ED
                  DISPLAY DSP-DATA " " DSP-DESCRICAO " "
                     WRK-VALOR-ED " " DSP-OPERADOR
              END-IF.

              READ DESPESAS.

       0260-EXIBIR-DESPESA-FIM. EXIT.


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


       0275-LOCALIZAR-CUSTO SECTION.
      *---------- O CUSTO E DO VEICULO FISICO - CODIGO MAIS CHASSI
              MOVE REG-CODIGO TO CUS-CODIGO.
              MOVE REG-CHASSI TO CUS-CHASSI.
              MOVE 'N'        TO WRK-TEM-CUSTO.
              READ CUSTOS
                  INVALID KEY
                      MOVE 'N' TO WRK-TEM-CUSTO
                  NOT INVALID KEY
                      MOVE 'S' TO WRK-TEM-CUSTO
              END-READ.

       0275-LOCALIZAR-CUSTO-FIM. EXIT.


       0280-INICIAR-CUSTO SECTION.
      *---------- REGISTRO DE CUSTO NOVO, AINDA SEM AQUISICAO
              MOVE SPACES     TO REG-CUSTO.
              MOVE REG-CODIGO TO CUS-CODIGO.
              MOVE REG-CHASSI TO CUS-CHASSI.
              MOVE 'C'        TO CUS-ORIGEM.
              MOVE ZEROS      TO CUS-DATA-COMPRA.
              MOVE ZEROS      TO CUS-VALOR-COMPRA.
              MOVE ZEROS      TO CUS-RECIBO-TROCA.
              MOVE ZEROS      TO CUS-TOTAL-RECOND.
              MOVE ZEROS      TO CUS-QTDE-RECOND.
              MOVE WRK-OPERADOR TO CUS-OPERADOR.

       0280-INICIAR-CUSTO-FIM. EXIT.


       0300-FINALIZAR       SECTION.
              CLOSE CARROS.
              IF FS-CARROS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR ' FS-CARROS
              END-IF.

              CLOSE CUSTOS.
              IF FS-CUSTOS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR OS CUSTOS ' FS-CUSTOS
              END-IF.

       0300-FINALIZAR-FIM. EXIT.
