       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARINVEN.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: INVENTARIO FISICO DO PATIO POR FILIAL - ABERTURA DA
      *          CONTAGEM, CHASSIS DIGITADOS OU CARREGADOS DA COLETA,
      *          CONFERENCIA CONTRA O CADASTRO DE VEICULOS E
      *          ENCERRAMENTO ASSINADO COM O RESULTADO GUARDADO
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

           SELECT FILIAIS ASSIGN USING WRK-ARQ-FILIAIS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FIL-CODIGO
              FILE STATUS IS FS-FILIAIS.

           SELECT INVENTARIOS ASSIGN USING WRK-ARQ-INVENTARIOS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS INV-FILIAL
              FILE STATUS IS FS-INVENTARIOS.

           SELECT CONTAGEM ASSIGN USING WRK-ARQ-CONTAGEM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CNT-CHAVE
              FILE STATUS IS FS-CONTAGEM.

           SELECT COLETA ASSIGN USING WRK-ARQ-COLETA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-COLETA.

           SELECT HIST-INVENTARIO ASSIGN USING WRK-ARQ-HIST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-HIST.

           SELECT ARQ-SORT ASSIGN USING WRK-ARQ-SORT.

           SELECT REPORT-INVEN ASSIGN USING WRK-ARQ-REPORT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORT.

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

      *------------------- LAYOUT DO CADASTRO DE FILIAIS
       FD  FILIAIS.
       01  REG-FILIAL-CAD.
           05 FIL-CODIGO     PIC  X(002).
           05 FIL-NOME       PIC  X(020).

      *------------------- CONTROLE DO INVENTARIO - UM REGISTRO POR
      *------------------- FILIAL COM A CONTAGEM CORRENTE OU A ULTIMA.
      *------------------- SITUACAO 'A' ABERTA, 'F' ENCERRADA
       FD  INVENTARIOS.
       01  REG-INVENTARIO.
           05 INV-FILIAL         PIC  X(002).
           05 INV-SITUACAO       PIC  X(001).
           05 INV-DATA-ABERTURA  PIC  9(008).
           05 INV-OPE-ABERTURA   PIC  X(008).
           05 INV-DATA-FECHAMENTO PIC 9(008).
           05 INV-HORA-FECHAMENTO PIC 9(008).
           05 INV-OPE-FECHAMENTO PIC  X(008).
           05 INV-QTDE-CONTADOS  PIC  9(005).
           05 INV-QTDE-CONFERE   PIC  9(005).
           05 INV-QTDE-CASO      PIC  9(005) OCCURS 4 TIMES.

      *------------------- CHASSIS CONTADOS - CHAVE FILIAL + CHASSI.
      *------------------- CONFERIDO 'S' QUANDO A ULTIMA CONFERENCIA
      *------------------- ACHOU O CHASSI NO CADASTRO
       FD  CONTAGEM.
       01  REG-CONTAGEM.
           05 CNT-CHAVE.
              10 CNT-FILIAL      PIC  X(002).
              10 CNT-CHASSI      PIC  X(017).
           05 CNT-DATA           PIC  9(008).
           05 CNT-HORA           PIC  9(008).
           05 CNT-OPERADOR       PIC  X(008).
           05 CNT-ORIGEM         PIC  X(001).
           05 CNT-CONFERIDO      PIC  X(001).

      *------------------- ARQUIVO DA COLETA DO PATIO - UM CHASSI
      *------------------- POR LINHA
       FD  COLETA.
       01  REG-COLETA.
           05 COL-CHASSI         PIC  X(017).

      *------------------- HISTORICO DOS INVENTARIOS ENCERRADOS -
      *------------------- TIPO 'D' DIVERGENCIA, TIPO 'F' FECHAMENTO
      *------------------- ASSINADO COM OS TOTAIS
       FD  HIST-INVENTARIO.
       01  REG-HIST-DIVERGENCIA.
           05 HID-TIPO           PIC  X(001).
           05 HID-FILIAL         PIC  X(002).
           05 HID-DATA-ABERTURA  PIC  9(008).
           05 HID-CASO           PIC  9(001).
           05 HID-CHASSI         PIC  X(017).
           05 HID-CODIGO         PIC  X(003).
           05 HID-FILIAL-CAD     PIC  X(002).
           05 HID-SITUACAO       PIC  X(001).
       01  REG-HIST-FECHAMENTO.
           05 HIF-TIPO           PIC  X(001).
           05 HIF-FILIAL         PIC  X(002).
           05 HIF-DATA-ABERTURA  PIC  9(008).
           05 HIF-DATA-FECHAMENTO PIC 9(008).
           05 HIF-HORA-FECHAMENTO PIC 9(008).
           05 HIF-OPERADOR       PIC  X(008).
           05 HIF-QTDE-CONTADOS  PIC  9(005).
           05 HIF-QTDE-CONFERE   PIC  9(005).
           05 HIF-QTDE-CASO      PIC  9(005) OCCURS 4 TIMES.

      *------------------- REGISTRO DE CLASSIFICACAO - CASO 1 NAO
      *------------------- ENCONTRADO, 2 SEM CADASTRO, 3 OUTRA FILIAL,
      *------------------- 4 VENDIDO
       SD  ARQ-SORT.
       01  REG-SORT.
           05 SRT-CASO           PIC  9(001).
           05 SRT-CHASSI         PIC  X(017).
           05 SRT-CODIGO         PIC  X(003).
           05 SRT-FABR           PIC  X(010).
           05 SRT-MODELO         PIC  X(015).
           05 SRT-FILIAL-CAD     PIC  X(002).
           05 SRT-SITUACAO       PIC  X(001).

      *------------------- LAYOUT DO RELATORIO DE SAIDA
       FD  REPORT-INVEN.
       01  REG-RELATORIO   PIC  X(080).

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
       01  WRK-ARQ-FILIAIS PIC X(060)
           VALUE "D:\temp\Cobol\dados\filial.txt".
       01  WRK-ARQ-INVENTARIOS PIC X(060)
           VALUE "D:\temp\Cobol\dados\inventar.txt".
       01  WRK-ARQ-CONTAGEM PIC X(060)
           VALUE "D:\temp\Cobol\dados\contagem.txt".
       01  WRK-ARQ-COLETA  PIC X(060)
           VALUE "D:\temp\Cobol\dados\coleta.txt".
       01  WRK-ARQ-HIST    PIC X(060)
           VALUE "D:\temp\Cobol\dados\invhist.txt".
       01  WRK-ARQ-SORT    PIC X(060)
           VALUE "D:\temp\Cobol\sortinve.tmp".
       01  WRK-ARQ-REPORT  PIC X(060)
           VALUE "D:\temp\Cobol\relinven.txt".
       01  WRK-ARQ-SESSOES PIC X(060)
           VALUE "D:\temp\Cobol\dados\sessoes.txt".
       01  WRK-ARQ-OPERADORES PIC X(060)
           VALUE "D:\temp\Cobol\dados\operador.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-CARROS       PIC 9(02) VALUE ZEROS.
       01  FS-FILIAIS      PIC 9(02) VALUE ZEROS.
       01  FS-INVENTARIOS  PIC 9(02) VALUE ZEROS.
       01  FS-CONTAGEM     PIC 9(02) VALUE ZEROS.
       01  FS-COLETA       PIC 9(02) VALUE ZEROS.
       01  FS-HIST         PIC 9(02) VALUE ZEROS.
       01  FS-REPORT       PIC 9(02) VALUE ZEROS.
       01  FS-SESSOES      PIC 9(02) VALUE ZEROS.
       01  FS-OPERADORES   PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-QTDE-ED      PIC ZZ.ZZ9.

      *----------------- VARIAVEL DE MODO DE OPERACAO
       01  WRK-OPCAO             PIC X(01).
           88 WRK-OPCAO-ABRIR             VALUE 'A' 'a'.
           88 WRK-OPCAO-DIGITAR           VALUE 'D' 'd'.
           88 WRK-OPCAO-CARREGAR          VALUE 'C' 'c'.
           88 WRK-OPCAO-CONFERIR          VALUE 'R' 'r'.
           88 WRK-OPCAO-ENCERRAR          VALUE 'E' 'e'.

      *----------------- IDENTIFICACAO DO OPERADOR DA CONTAGEM
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
       01  WRK-FILIAL            PIC X(002) VALUE SPACES.
       01  WRK-CHASSI            PIC X(017) VALUE SPACES.
       01  WRK-ORIGEM            PIC X(001) VALUE SPACES.

      *----------------- FILIAL DO VEICULO NO CADASTRO - BRANCO
      *----------------- CONTA COMO A MATRIZ 01
       01  WRK-FILIAL-VEICULO    PIC X(002) VALUE SPACES.

      *----------------- DATA E HORA DO REGISTRO
       01  WRK-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       01  WRK-HORA-AGORA        PIC 9(008) VALUE ZEROS.

      *----------------- DESCRICAO DE CADA CASO DE DIVERGENCIA
       01  WRK-TABELA-CASOS.
           05 FILLER PIC X(045)
              VALUE "NO CADASTRO E NAO ENCONTRADOS NA CONTAGEM".
           05 FILLER PIC X(045)
              VALUE "CONTADOS E NAO CADASTRADOS".
           05 FILLER PIC X(045)
              VALUE "CONTADOS EM FILIAL DIFERENTE DA DO CADASTRO".
           05 FILLER PIC X(045)
              VALUE "CONTADOS MAS VENDIDOS NO CADASTRO".
       01  WRK-TABELA-CASOS-R REDEFINES WRK-TABELA-CASOS.
           05 WRK-CASO-DESCRICAO OCCURS 004 TIMES PIC X(045).

      *----------------- TOTAIS DA CONFERENCIA
       01  WRK-QTDE-CONTADOS     PIC 9(005) VALUE ZEROS.
       01  WRK-QTDE-CONFERE      PIC 9(005) VALUE ZEROS.
       01  WRK-TABELA-QTDE-CASO.
           05 WRK-QTDE-CASO      PIC 9(005) OCCURS 4 TIMES.
       01  WRK-CASO-IDX          PIC 9(001) VALUE ZEROS.
       01  WRK-CASO-ANTERIOR     PIC 9(001) VALUE ZEROS.

      *----------------- TOTAIS DA DIGITACAO OU DA CARGA
       01  WRK-QTDE-LIDOS        PIC 9(005) VALUE ZEROS.
       01  WRK-QTDE-GRAVADOS     PIC 9(005) VALUE ZEROS.
       01  WRK-QTDE-REPETIDOS    PIC 9(005) VALUE ZEROS.

      *----------------- SWITCHES DE CONTROLE
       01  WRK-ENCONTROU        PIC X(01) VALUE 'N'.
           88 WRK-REGISTRO-ENCONTRADO     VALUE 'S'.

       01  WRK-ABERTA           PIC X(01) VALUE 'N'.
           88 WRK-CONTAGEM-ABERTA         VALUE 'S'.

       01  WRK-FILIAL-VALIDA    PIC X(01) VALUE 'N'.
           88 WRK-FILIAL-OK               VALUE 'S'.

       01  WRK-FILIAIS-DISP     PIC X(01) VALUE 'N'.
           88 WRK-FILIAIS-ABERTO          VALUE 'S'.

       01  WRK-FIM-DIGITACAO    PIC X(01) VALUE 'N'.
           88 WRK-DIGITACAO-ENCERRADA     VALUE 'S'.

       01  WRK-ENCERRAMENTO     PIC X(01) VALUE 'N'.
           88 WRK-MODO-ENCERRAR           VALUE 'S'.

       01  WRK-FIM-SORT         PIC X(01) VALUE 'N'.
           88 WRK-SORT-ESGOTADO           VALUE 'S'.

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
                  MOVE SPACES TO WRK-ARQ-FILIAIS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\filial.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-FILIAIS
                  MOVE SPACES TO WRK-ARQ-INVENTARIOS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\inventar.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-INVENTARIOS
                  MOVE SPACES TO WRK-ARQ-CONTAGEM
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\contagem.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CONTAGEM
                  MOVE SPACES TO WRK-ARQ-COLETA
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\coleta.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-COLETA
                  MOVE SPACES TO WRK-ARQ-HIST
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\invhist.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-HIST
                  MOVE SPACES TO WRK-ARQ-SORT
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\sortinve.tmp"
                         DELIMITED SIZE
                         INTO WRK-ARQ-SORT
                  MOVE SPACES TO WRK-ARQ-REPORT
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\relinven.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-REPORT
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

      *---------- A CONTAGEM EXIGE NIVEL DE OPERACAO - O
      *---------- ENCERRAMENTO AINDA EXIGE O SUPERVISOR
              IF WRK-NIVEL < 2
                  DISPLAY "OPERADOR SEM NIVEL PARA O INVENTARIO"
                  GOBACK
              END-IF.

              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

      *---------- CONTROLE E CONTAGEM NASCEM NO PRIMEIRO INVENTARIO
              OPEN I-O INVENTARIOS.
              IF FS-INVENTARIOS EQUAL 35
                  OPEN OUTPUT INVENTARIOS
                  CLOSE INVENTARIOS
                  OPEN I-O INVENTARIOS
              END-IF.
              IF FS-INVENTARIOS NOT EQUAL 0
                  EVALUATE FS-INVENTARIOS
                      WHEN 37
                          DISPLAY "MODO DE ACESSO INVALIDO"
                      WHEN 93
                          DISPLAY "INVENTARIOS EM USO POR OUTRO "
                             "PROCESSO"
                      WHEN OTHER
                          DISPLAY "ERRO NA ABERTURA DOS INVENTARIOS - "
                             "STATUS " FS-INVENTARIOS
                  END-EVALUATE
                  GOBACK
              END-IF.

              OPEN I-O CONTAGEM.
              IF FS-CONTAGEM EQUAL 35
                  OPEN OUTPUT CONTAGEM
                  CLOSE CONTAGEM
                  OPEN I-O CONTAGEM
              END-IF.
              IF FS-CONTAGEM NOT EQUAL 0
                  EVALUATE FS-CONTAGEM
                      WHEN 37
                          DISPLAY "MODO DE ACESSO INVALIDO"
                      WHEN 93
                          DISPLAY "CONTAGEM EM USO POR OUTRO PROCESSO"
                      WHEN OTHER
                          DISPLAY "ERRO NA ABERTURA DA CONTAGEM - "
                             "STATUS " FS-CONTAGEM
                  END-EVALUATE
                  GOBACK
              END-IF.

      *---------- SEM O CADASTRO DE FILIAIS QUALQUER CODIGO E ACEITO
              OPEN INPUT FILIAIS.
              IF FS-FILIAIS EQUAL 0
                  MOVE 'S' TO WRK-FILIAIS-DISP
              END-IF.

       0100-INICIAL-FIM. EXIT.


       0130-IDENTIFICAR-OPERADOR SECTION.
      *---------- O OPERADOR VEM DA SESSAO ASSINADA PELO MENU QUANDO
      *---------- HOUVER - A CONTAGEM DEIXA DE DEPENDER DO DIGITADO
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
              DISPLAY "(A)BRIR, (D)IGITAR, (C)ARREGAR COLETA, "
                 "(R)ELATORIO DE CONFERENCIA OU (E)NCERRAR ".
              ACCEPT WRK-OPCAO.

              IF NOT WRK-OPCAO-ABRIR
                 AND NOT WRK-OPCAO-DIGITAR
                 AND NOT WRK-OPCAO-CARREGAR
                 AND NOT WRK-OPCAO-CONFERIR
                 AND NOT WRK-OPCAO-ENCERRAR
                  DISPLAY "OPCAO INVALIDA"
              ELSE
                  PERFORM 0205-ACEITAR-FILIAL
                  PERFORM 0220-VERIFICAR-ABERTA
                  EVALUATE TRUE
                      WHEN WRK-OPCAO-ABRIR
                          PERFORM 0210-ABRIR-CONTAGEM
                      WHEN WRK-OPCAO-DIGITAR
                          PERFORM 0230-DIGITAR-CHASSIS
                      WHEN WRK-OPCAO-CARREGAR
                          PERFORM 0240-CARREGAR-COLETA
                      WHEN WRK-OPCAO-CONFERIR
                          PERFORM 0250-CONFERIR-CONTAGEM
                      WHEN WRK-OPCAO-ENCERRAR
                          PERFORM 0260-ENCERRAR-CONTAGEM
                  END-EVALUATE
              END-IF.

       0200-PROCESSAR-FIM. EXIT.


       0205-ACEITAR-FILIAL SECTION.
              MOVE 'N' TO WRK-FILIAL-VALIDA.
              PERFORM 0206-LER-FILIAL UNTIL WRK-FILIAL-OK.

       0205-ACEITAR-FILIAL-FIM. EXIT.


       0206-LER-FILIAL SECTION.
              DISPLAY "FILIAL (BRANCO = 01) ".
              ACCEPT WRK-FILIAL.
              IF WRK-FILIAL EQUAL SPACES
                  MOVE "01" TO WRK-FILIAL
              END-IF.

              IF NOT WRK-FILIAIS-ABERTO
                  MOVE 'S' TO WRK-FILIAL-VALIDA
              ELSE
                  MOVE WRK-FILIAL TO FIL-CODIGO
                  READ FILIAIS
                      INVALID KEY
                          MOVE 'N' TO WRK-FILIAL-VALIDA
                          DISPLAY "FILIAL NAO CADASTRADA - DIGITE "
                             "NOVAMENTE OU CADASTRE NO FILMAINT"
                      NOT INVALID KEY
                          MOVE 'S' TO WRK-FILIAL-VALIDA
                  END-READ
              END-IF.

       0206-LER-FILIAL-FIM. EXIT.


       0220-VERIFICAR-ABERTA SECTION.
      *---------- O REGISTRO DE CONTROLE DA FILIAL DIZ SE HA
      *---------- CONTAGEM EM ANDAMENTO
              MOVE 'N' TO WRK-ABERTA.
              MOVE WRK-FILIAL TO INV-FILIAL.
              READ INVENTARIOS
                  INVALID KEY
                      MOVE 'N' TO WRK-ENCONTROU
                  NOT INVALID KEY
                      MOVE 'S' TO WRK-ENCONTROU
                      IF INV-SITUACAO EQUAL 'A'
                          MOVE 'S' TO WRK-ABERTA
                      END-IF
              END-READ.

       0220-VERIFICAR-ABERTA-FIM. EXIT.


       0210-ABRIR-CONTAGEM SECTION.
      *---------- UMA CONTAGEM POR FILIAL DE CADA VEZ - A NOVA APAGA
      *---------- OS CHASSIS DA ANTERIOR, CUJO RESULTADO JA FICOU NO
      *---------- HISTORICO
              IF WRK-CONTAGEM-ABERTA
                  DISPLAY "CONTAGEM DA FILIAL " WRK-FILIAL
                     " JA ABERTA DESDE " INV-DATA-ABERTURA
              ELSE
                  PERFORM 0215-LIMPAR-CONTAGEM
                  MOVE WRK-FILIAL    TO INV-FILIAL
                  MOVE 'A'           TO INV-SITUACAO
                  MOVE WRK-DATA-HOJE TO INV-DATA-ABERTURA
                  MOVE WRK-OPERADOR  TO INV-OPE-ABERTURA
                  MOVE ZEROS         TO INV-DATA-FECHAMENTO
                  MOVE ZEROS         TO INV-HORA-FECHAMENTO
                  MOVE SPACES        TO INV-OPE-FECHAMENTO
                  MOVE ZEROS         TO INV-QTDE-CONTADOS
                  MOVE ZEROS         TO INV-QTDE-CONFERE
                  MOVE ZEROS         TO INV-QTDE-CASO(1)
                  MOVE ZEROS         TO INV-QTDE-CASO(2)
                  MOVE ZEROS         TO INV-QTDE-CASO(3)
                  MOVE ZEROS         TO INV-QTDE-CASO(4)
                  IF WRK-REGISTRO-ENCONTRADO
                      REWRITE REG-INVENTARIO
                  ELSE
                      WRITE REG-INVENTARIO
                  END-IF
                  IF FS-INVENTARIOS EQUAL 0
                      DISPLAY "CONTAGEM DA FILIAL " WRK-FILIAL
                         " ABERTA"
                  ELSE
                      DISPLAY "ERRO AO ABRIR A CONTAGEM - STATUS "
                         FS-INVENTARIOS
                  END-IF
              END-IF.

       0210-ABRIR-CONTAGEM-FIM. EXIT.


       0215-LIMPAR-CONTAGEM SECTION.
              MOVE WRK-FILIAL  TO CNT-FILIAL.
              MOVE LOW-VALUES  TO CNT-CHASSI.
              START CONTAGEM KEY IS NOT LESS THAN CNT-CHAVE
                  INVALID KEY
                      MOVE 10 TO FS-CONTAGEM
              END-START.
              IF FS-CONTAGEM NOT EQUAL 10
                  READ CONTAGEM NEXT RECORD
              END-IF.

              PERFORM 0216-APAGAR-CONTADO
                 UNTIL FS-CONTAGEM EQUAL 10
                    OR CNT-FILIAL NOT EQUAL WRK-FILIAL.

       0215-LIMPAR-CONTAGEM-FIM. EXIT.


       0216-APAGAR-CONTADO SECTION.
              DELETE CONTAGEM RECORD.
              READ CONTAGEM NEXT RECORD.

       0216-APAGAR-CONTADO-FIM. EXIT.


       0230-DIGITAR-CHASSIS SECTION.
      *---------- CHASSIS DIGITADOS UM A UM - A CONTAGEM PODE SER
      *---------- RETOMADA EM OUTRO DIA ATE O ENCERRAMENTO
              IF NOT WRK-CONTAGEM-ABERTA
                  DISPLAY "NAO HA CONTAGEM ABERTA PARA A FILIAL "
                     WRK-FILIAL
              ELSE
                  MOVE 'D'   TO WRK-ORIGEM
                  MOVE ZEROS TO WRK-QTDE-GRAVADOS
                  MOVE ZEROS TO WRK-QTDE-REPETIDOS
                  MOVE 'N'   TO WRK-FIM-DIGITACAO
                  PERFORM 0231-LER-CHASSI
                     UNTIL WRK-DIGITACAO-ENCERRADA
                  PERFORM 0238-EXIBIR-TOTAIS-CARGA
              END-IF.

       0230-DIGITAR-CHASSIS-FIM. EXIT.


       0231-LER-CHASSI SECTION.
              DISPLAY "CHASSI (BRANCO ENCERRA) ".
              ACCEPT WRK-CHASSI.
              IF WRK-CHASSI EQUAL SPACES
                  MOVE 'S' TO WRK-FIM-DIGITACAO
              ELSE
                  PERFORM 0235-GRAVAR-CONTADO
              END-IF.

       0231-LER-CHASSI-FIM. EXIT.


       0235-GRAVAR-CONTADO SECTION.
      *---------- O MESMO CHASSI CONTADO DUAS VEZES NA FILIAL VALE
      *---------- UMA SO
              ACCEPT WRK-HORA-AGORA FROM TIME.
              MOVE WRK-FILIAL     TO CNT-FILIAL.
              MOVE WRK-CHASSI     TO CNT-CHASSI.
              MOVE WRK-DATA-HOJE  TO CNT-DATA.
              MOVE WRK-HORA-AGORA TO CNT-HORA.
              MOVE WRK-OPERADOR   TO CNT-OPERADOR.
              MOVE WRK-ORIGEM     TO CNT-ORIGEM.
              MOVE 'N'            TO CNT-CONFERIDO.
              WRITE REG-CONTAGEM
                  INVALID KEY
                      ADD 1 TO WRK-QTDE-REPETIDOS
                      DISPLAY "CHASSI JA CONTADO NA FILIAL "
                         WRK-CHASSI
                  NOT INVALID KEY
                      ADD 1 TO WRK-QTDE-GRAVADOS
              END-WRITE.

       0235-GRAVAR-CONTADO-FIM. EXIT.


       0238-EXIBIR-TOTAIS-CARGA SECTION.
              MOVE WRK-QTDE-GRAVADOS TO WRK-QTDE-ED.
              DISPLAY "CHASSIS REGISTRADOS ..... " WRK-QTDE-ED.
              MOVE WRK-QTDE-REPETIDOS TO WRK-QTDE-ED.
              DISPLAY "JA CONTADOS ANTES ....... " WRK-QTDE-ED.

       0238-EXIBIR-TOTAIS-CARGA-FIM. EXIT.


       0240-CARREGAR-COLETA SECTION.
      *---------- O ARQUIVO DA COLETA TRAZ UM CHASSI POR LINHA -
      *---------- LINHA EM BRANCO E IGNORADA
              IF NOT WRK-CONTAGEM-ABERTA
                  DISPLAY "NAO HA CONTAGEM ABERTA PARA A FILIAL "
                     WRK-FILIAL
              ELSE
                  OPEN INPUT COLETA
                  IF FS-COLETA NOT EQUAL 0
                      IF FS-COLETA EQUAL 35
                          DISPLAY "ARQUIVO DA COLETA NAO ENCONTRADO"
                      ELSE
                          DISPLAY "ERRO NA ABERTURA DA COLETA - "
                             "STATUS " FS-COLETA
                      END-IF
                  ELSE
                      MOVE 'C'   TO WRK-ORIGEM
                      MOVE ZEROS TO WRK-QTDE-LIDOS
                      MOVE ZEROS TO WRK-QTDE-GRAVADOS
                      MOVE ZEROS TO WRK-QTDE-REPETIDOS
                      READ COLETA
                      PERFORM 0245-CARREGAR-CHASSI
                         UNTIL FS-COLETA EQUAL 10
                      CLOSE COLETA
                      MOVE WRK-QTDE-LIDOS TO WRK-QTDE-ED
                      DISPLAY "LINHAS LIDAS DA COLETA .. " WRK-QTDE-ED
                      PERFORM 0238-EXIBIR-TOTAIS-CARGA
                  END-IF
              END-IF.

       0240-CARREGAR-COLETA-FIM. EXIT.


       0245-CARREGAR-CHASSI SECTION.
              IF COL-CHASSI NOT EQUAL SPACES
                  ADD 1 TO WRK-QTDE-LIDOS
                  MOVE COL-CHASSI TO WRK-CHASSI
                  PERFORM 0235-GRAVAR-CONTADO
              END-IF.

              READ COLETA.

       0245-CARREGAR-CHASSI-FIM. EXIT.


       0250-CONFERIR-CONTAGEM SECTION.
      *---------- CONFERENCIA PARCIAL - PODE SER TIRADA QUANTAS VEZES
      *---------- FOR PRECISO SEM ENCERRAR A CONTAGEM
              IF NOT WRK-CONTAGEM-ABERTA
                  DISPLAY "NAO HA CONTAGEM ABERTA PARA A FILIAL "
                     WRK-FILIAL
              ELSE
                  MOVE 'N' TO WRK-ENCERRAMENTO
                  PERFORM 0400-RECONCILIAR
              END-IF.

       0250-CONFERIR-CONTAGEM-FIM. EXIT.


       0260-ENCERRAR-CONTAGEM SECTION.
      *---------- O ENCERRAMENTO E ASSINADO PELO SUPERVISOR - AS
      *---------- DIVERGENCIAS E OS TOTAIS FICAM NO HISTORICO
              IF WRK-NIVEL < 3
                  DISPLAY "ENCERRAMENTO RESTRITO AO SUPERVISOR"
              ELSE
              IF NOT WRK-CONTAGEM-ABERTA
                  DISPLAY "NAO HA CONTAGEM ABERTA PARA A FILIAL "
                     WRK-FILIAL
              ELSE
                  DISPLAY "CONTAGEM ABERTA EM " INV-DATA-ABERTURA
                     " POR " INV-OPE-ABERTURA
                  DISPLAY "ENCERRAR E ASSINAR A CONTAGEM DA FILIAL "
                     WRK-FILIAL " (S/N) "
                  ACCEPT WRK-CONFIRMA
                  IF WRK-CONFIRMA-SIM
                      PERFORM 0265-ABRIR-HISTORICO
                      IF FS-HIST EQUAL 0
                          MOVE 'S' TO WRK-ENCERRAMENTO
                          PERFORM 0400-RECONCILIAR
                          PERFORM 0270-ASSINAR-ENCERRAMENTO
                          CLOSE HIST-INVENTARIO
                      END-IF
                  ELSE
                      DISPLAY "ENCERRAMENTO CANCELADO"
                  END-IF
              END-IF
              END-IF.

       0260-ENCERRAR-CONTAGEM-FIM. EXIT.


       0265-ABRIR-HISTORICO SECTION.
              OPEN EXTEND HIST-INVENTARIO.
              IF FS-HIST EQUAL 35
                  OPEN OUTPUT HIST-INVENTARIO
              END-IF.
              IF FS-HIST NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DO HISTORICO DO "
                     "INVENTARIO - STATUS " FS-HIST
              END-IF.

       0265-ABRIR-HISTORICO-FIM. EXIT.


       0270-ASSINAR-ENCERRAMENTO SECTION.
              ACCEPT WRK-HORA-AGORA FROM TIME.

              MOVE 'F'                TO HIF-TIPO.
              MOVE WRK-FILIAL         TO HIF-FILIAL.
              MOVE INV-DATA-ABERTURA  TO HIF-DATA-ABERTURA.
              MOVE WRK-DATA-HOJE      TO HIF-DATA-FECHAMENTO.
              MOVE WRK-HORA-AGORA     TO HIF-HORA-FECHAMENTO.
              MOVE WRK-OPERADOR       TO HIF-OPERADOR.
              MOVE WRK-QTDE-CONTADOS  TO HIF-QTDE-CONTADOS.
              MOVE WRK-QTDE-CONFERE   TO HIF-QTDE-CONFERE.
              MOVE WRK-QTDE-CASO(1)   TO HIF-QTDE-CASO(1).
              MOVE WRK-QTDE-CASO(2)   TO HIF-QTDE-CASO(2).
              MOVE WRK-QTDE-CASO(3)   TO HIF-QTDE-CASO(3).
              MOVE WRK-QTDE-CASO(4)   TO HIF-QTDE-CASO(4).
              WRITE REG-HIST-FECHAMENTO.

      *---------- O CONTROLE DA FILIAL GUARDA O ULTIMO RESULTADO
              MOVE WRK-FILIAL TO INV-FILIAL.
              READ INVENTARIOS
                  INVALID KEY
                      DISPLAY "CONTROLE DA FILIAL NAO ENCONTRADO"
                  NOT INVALID KEY
                      MOVE 'F'               TO INV-SITUACAO
                      MOVE WRK-DATA-HOJE     TO INV-DATA-FECHAMENTO
                      MOVE WRK-HORA-AGORA    TO INV-HORA-FECHAMENTO
                      MOVE WRK-OPERADOR      TO INV-OPE-FECHAMENTO
                      MOVE WRK-QTDE-CONTADOS TO INV-QTDE-CONTADOS
                      MOVE WRK-QTDE-CONFERE  TO INV-QTDE-CONFERE
                      MOVE WRK-QTDE-CASO(1)  TO INV-QTDE-CASO(1)
                      MOVE WRK-QTDE-CASO(2)  TO INV-QTDE-CASO(2)
                      MOVE WRK-QTDE-CASO(3)  TO INV-QTDE-CASO(3)
                      MOVE WRK-QTDE-CASO(4)  TO INV-QTDE-CASO(4)
                      REWRITE REG-INVENTARIO
                      IF FS-INVENTARIOS EQUAL 0
                          DISPLAY "CONTAGEM DA FILIAL " WRK-FILIAL
                             " ENCERRADA E ASSINADA POR "
                             WRK-OPERADOR
                      ELSE
                          DISPLAY "ERRO AO ENCERRAR A CONTAGEM - "
                             "STATUS " FS-INVENTARIOS
                      END-IF
              END-READ.

       0270-ASSINAR-ENCERRAMENTO-FIM. EXIT.


       0400-RECONCILIAR SECTION.
      *---------- CONFRONTO DA CONTAGEM COM O CADASTRO PELO CHASSI,
      *---------- PELA FILIAL E PELA SITUACAO DO VEICULO
              OPEN INPUT CARROS.
              IF FS-CARROS NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DO CADASTRO DE VEICULOS "
                     FS-CARROS
                  GOBACK
              END-IF.

              OPEN OUTPUT REPORT-INVEN.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DO RELATORIO " FS-REPORT
                  GOBACK
              END-IF.

              MOVE SPACES TO REG-RELATORIO.
              IF WRK-MODO-ENCERRAR
                  STRING "INVENTARIO ENCERRADO - FILIAL "
                         DELIMITED SIZE
                         WRK-FILIAL        DELIMITED SIZE
                         " ABERTO EM "     DELIMITED SIZE
                         INV-DATA-ABERTURA DELIMITED SIZE
                         " ASSINADO POR "  DELIMITED SIZE
                         WRK-OPERADOR      DELIMITED SIZE
                         INTO REG-RELATORIO
              ELSE
                  STRING "CONFERENCIA PARCIAL DO INVENTARIO - FILIAL "
                         DELIMITED SIZE
                         WRK-FILIAL        DELIMITED SIZE
                         " EM "            DELIMITED SIZE
                         WRK-DATA-HOJE     DELIMITED SIZE
                         INTO REG-RELATORIO
              END-IF.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              SORT ARQ-SORT ON ASCENDING KEY SRT-CASO
                                            SRT-CHASSI
                 INPUT  PROCEDURE IS 0410-SELECIONAR
                 OUTPUT PROCEDURE IS 0450-LISTAR.

              CLOSE CARROS.
              CLOSE REPORT-INVEN.
      *---------- O ARQUIVO DE TRABALHO DA CLASSIFICACAO NAO FICA
              CALL "CBL_DELETE_FILE" USING WRK-ARQ-SORT.

       0400-RECONCILIAR-FIM. EXIT.


       0410-SELECIONAR SECTION.
              MOVE ZEROS TO WRK-QTDE-CONTADOS.
              MOVE ZEROS TO WRK-QTDE-CONFERE.

      *---------- PRIMEIRO TODO CHASSI CONTADO VOLTA A NAO CONFERIDO
              PERFORM 0411-POSICIONAR-CONTAGEM.
              PERFORM 0412-DESMARCAR-CONTADO
                 UNTIL FS-CONTAGEM EQUAL 10
                    OR CNT-FILIAL NOT EQUAL WRK-FILIAL.

      *---------- CADA VEICULO DO CADASTRO PROCURA O SEU CHASSI NA
      *---------- CONTAGEM DA FILIAL
              READ CARROS NEXT RECORD.
              PERFORM 0420-CONFRONTAR-VEICULO
                 UNTIL FS-CARROS EQUAL 10.

      *---------- O QUE SOBROU SEM CONFERIR NAO ESTA NO CADASTRO
              PERFORM 0411-POSICIONAR-CONTAGEM.
              PERFORM 0430-LIBERAR-SEM-CADASTRO
                 UNTIL FS-CONTAGEM EQUAL 10
                    OR CNT-FILIAL NOT EQUAL WRK-FILIAL.

       0410-SELECIONAR-FIM. EXIT.


       0411-POSICIONAR-CONTAGEM SECTION.
              MOVE WRK-FILIAL  TO CNT-FILIAL.
              MOVE LOW-VALUES  TO CNT-CHASSI.
              START CONTAGEM KEY IS NOT LESS THAN CNT-CHAVE
                  INVALID KEY
                      MOVE 10 TO FS-CONTAGEM
              END-START.
              IF FS-CONTAGEM NOT EQUAL 10
                  READ CONTAGEM NEXT RECORD
              END-IF.

       0411-POSICIONAR-CONTAGEM-FIM. EXIT.


       0412-DESMARCAR-CONTADO SECTION.
              ADD 1 TO WRK-QTDE-CONTADOS.
              MOVE 'N' TO CNT-CONFERIDO.
              REWRITE REG-CONTAGEM.
              READ CONTAGEM NEXT RECORD.

       0412-DESMARCAR-CONTADO-FIM. EXIT.


       0420-CONFRONTAR-VEICULO SECTION.
              MOVE REG-FILIAL TO WRK-FILIAL-VEICULO.
              IF WRK-FILIAL-VEICULO EQUAL SPACES
                  MOVE "01" TO WRK-FILIAL-VEICULO
              END-IF.

              MOVE WRK-FILIAL TO CNT-FILIAL.
              MOVE REG-CHASSI TO CNT-CHASSI.
              READ CONTAGEM
                  INVALID KEY
                      MOVE 'N' TO WRK-ENCONTROU
                  NOT INVALID KEY
                      MOVE 'S' TO WRK-ENCONTROU
              END-READ.

              IF WRK-REGISTRO-ENCONTRADO
                  MOVE 'S' TO CNT-CONFERIDO
                  REWRITE REG-CONTAGEM
                  IF REG-SITUACAO EQUAL 'V'
                      MOVE 4 TO SRT-CASO
                      PERFORM 0425-LIBERAR-VEICULO
                  ELSE
                  IF WRK-FILIAL-VEICULO NOT EQUAL WRK-FILIAL
                      MOVE 3 TO SRT-CASO
                      PERFORM 0425-LIBERAR-VEICULO
                  ELSE
                      ADD 1 TO WRK-QTDE-CONFERE
                  END-IF
                  END-IF
              ELSE
      *---------- VENDIDO AINDA NAO EXPURGADO NAO PRECISA ESTAR NO
      *---------- PATIO - SO FALTA O QUE A FILIAL DEVERIA TER
                  IF WRK-FILIAL-VEICULO EQUAL WRK-FILIAL
                     AND REG-SITUACAO NOT EQUAL 'V'
                      MOVE 1 TO SRT-CASO
                      PERFORM 0425-LIBERAR-VEICULO
                  END-IF
              END-IF.

              READ CARROS NEXT RECORD.

       0420-CONFRONTAR-VEICULO-FIM. EXIT.


       0425-LIBERAR-VEICULO SECTION.
              MOVE REG-CHASSI         TO SRT-CHASSI.
              MOVE REG-CODIGO         TO SRT-CODIGO.
              MOVE REG-FABR           TO SRT-FABR.
              MOVE REG-MODELO         TO SRT-MODELO.
              MOVE WRK-FILIAL-VEICULO TO SRT-FILIAL-CAD.
              MOVE REG-SITUACAO       TO SRT-SITUACAO.
              RELEASE REG-SORT.

       0425-LIBERAR-VEICULO-FIM. EXIT.


       0430-LIBERAR-SEM-CADASTRO SECTION.
              IF CNT-CONFERIDO NOT EQUAL 'S'
                  MOVE 2          TO SRT-CASO
                  MOVE CNT-CHASSI TO SRT-CHASSI
                  MOVE SPACES     TO SRT-CODIGO
                  MOVE SPACES     TO SRT-FABR
                  MOVE SPACES     TO SRT-MODELO
                  MOVE SPACES     TO SRT-FILIAL-CAD
                  MOVE SPACES     TO SRT-SITUACAO
                  RELEASE REG-SORT
              END-IF.

              READ CONTAGEM NEXT RECORD.

       0430-LIBERAR-SEM-CADASTRO-FIM. EXIT.


       0450-LISTAR SECTION.
              MOVE ZEROS TO WRK-QTDE-CASO(1).
              MOVE ZEROS TO WRK-QTDE-CASO(2).
              MOVE ZEROS TO WRK-QTDE-CASO(3).
              MOVE ZEROS TO WRK-QTDE-CASO(4).
              MOVE ZEROS TO WRK-CASO-ANTERIOR.
              MOVE 'N'   TO WRK-FIM-SORT.

              PERFORM 0455-RETORNAR-REGISTRO
                 UNTIL WRK-SORT-ESGOTADO.

      *---------- RESUMO - CONTADOS, CONFERIDOS E CADA CASO
              MOVE SPACES TO REG-RELATORIO.
              WRITE REG-RELATORIO.
              MOVE WRK-QTDE-CONTADOS TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "CHASSIS CONTADOS ............ " DELIMITED SIZE
                     WRK-QTDE-ED                      DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.
              MOVE WRK-QTDE-CONFERE TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "CONFEREM COM O CADASTRO ..... " DELIMITED SIZE
                     WRK-QTDE-ED                      DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.
              PERFORM 0470-IMPRIMIR-RESUMO-CASO
                 VARYING WRK-CASO-IDX FROM 1 BY 1
                 UNTIL WRK-CASO-IDX > 4.

       0450-LISTAR-FIM. EXIT.


       0455-RETORNAR-REGISTRO SECTION.
              RETURN ARQ-SORT
                  AT END
                      MOVE 'S' TO WRK-FIM-SORT
                  NOT AT END
                      PERFORM 0460-IMPRIMIR-DIVERGENCIA
              END-RETURN.

       0455-RETORNAR-REGISTRO-FIM. EXIT.


       0460-IMPRIMIR-DIVERGENCIA SECTION.
      *---------- QUEBRA POR CASO - O TITULO SAI NA PRIMEIRA
      *---------- DIVERGENCIA DE CADA UM
              IF SRT-CASO NOT EQUAL WRK-CASO-ANTERIOR
                  MOVE SRT-CASO TO WRK-CASO-ANTERIOR
                  MOVE SPACES TO REG-RELATORIO
                  WRITE REG-RELATORIO
                  MOVE WRK-CASO-DESCRICAO(SRT-CASO) TO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO
                  MOVE SPACES TO REG-RELATORIO
                  STRING "  CHASSI            COD FABRICANTE "
                         DELIMITED SIZE
                         "MODELO          FILIAL SIT"
                         DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO
              END-IF.

              ADD 1 TO WRK-QTDE-CASO(SRT-CASO).

              MOVE SPACES TO REG-RELATORIO.
              STRING "  "             DELIMITED SIZE
                     SRT-CHASSI       DELIMITED SIZE
                     " "              DELIMITED SIZE
                     SRT-CODIGO       DELIMITED SIZE
                     " "              DELIMITED SIZE
                     SRT-FABR         DELIMITED SIZE
                     " "              DELIMITED SIZE
                     SRT-MODELO       DELIMITED SIZE
                     " "              DELIMITED SIZE
                     SRT-FILIAL-CAD   DELIMITED SIZE
                     "     "          DELIMITED SIZE
                     SRT-SITUACAO     DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              IF WRK-MODO-ENCERRAR
                  MOVE 'D'               TO HID-TIPO
                  MOVE WRK-FILIAL        TO HID-FILIAL
                  MOVE INV-DATA-ABERTURA TO HID-DATA-ABERTURA
                  MOVE SRT-CASO          TO HID-CASO
                  MOVE SRT-CHASSI        TO HID-CHASSI
                  MOVE SRT-CODIGO        TO HID-CODIGO
                  MOVE SRT-FILIAL-CAD    TO HID-FILIAL-CAD
                  MOVE SRT-SITUACAO      TO HID-SITUACAO
                  WRITE REG-HIST-DIVERGENCIA
              END-IF.

       0460-IMPRIMIR-DIVERGENCIA-FIM. EXIT.


       0470-IMPRIMIR-RESUMO-CASO SECTION.
              MOVE WRK-QTDE-CASO(WRK-CASO-IDX) TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING WRK-CASO-DESCRICAO(WRK-CASO-IDX)
                                               DELIMITED SIZE
                     " "                      DELIMITED SIZE
                     WRK-QTDE-ED              DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0470-IMPRIMIR-RESUMO-CASO-FIM. EXIT.


       0300-FINALIZAR       SECTION.
              CLOSE INVENTARIOS.
              IF FS-INVENTARIOS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR OS INVENTARIOS '
                     FS-INVENTARIOS
              END-IF.

              CLOSE CONTAGEM.
              IF FS-CONTAGEM NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR A CONTAGEM ' FS-CONTAGEM
              END-IF.

              IF WRK-FILIAIS-ABERTO
                  CLOSE FILIAIS
              END-IF.

       0300-FINALIZAR-FIM. EXIT.
