       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRID.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: VARREDURA DE INTEGRIDADE DOS CADASTROS - CONFERE
      *          RESERVAS, VEICULOS, VENDAS, CRUZAMENTO DE CHASSI E
      *          SESSOES CONTRA OS CADASTROS DE QUE DEPENDEM,
      *          APONTANDO AS EXCECOES COM A CONTAGEM POR REGRA. OS
      *          CASOS SEGUROS - RESERVA ORFA SEM SINAL E SESSAO DE
      *          OPERADOR EXCLUIDO - PODEM SER REPARADOS COM A
      *          CONFIRMACAO DE UM SUPERVISOR. RODA TAMBEM COMO PASSO
      *          DA RODADA NOTURNA, ONDE SO APONTA
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

           SELECT RESERVAS ASSIGN USING WRK-ARQ-RESERVAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RSV-CODIGO
              FILE STATUS IS FS-RESERVAS.

           SELECT CLIENTES ASSIGN USING
              WRK-ARQ-CLIENTES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLI-CODIGO
              ALTERNATE RECORD KEY IS CLI-DOCUMENTO
              FILE STATUS IS FS-CLIENTES.

           SELECT FILIAIS ASSIGN USING
              WRK-ARQ-FILIAIS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FIL-CODIGO
              FILE STATUS IS FS-FILIAIS.

           SELECT FABRICANTES ASSIGN USING
              WRK-ARQ-FABRICANTES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FAB-CODIGO
              ALTERNATE RECORD KEY IS FAB-NOME
              FILE STATUS IS FS-FABRICANTES.

           SELECT CHASSIS ASSIGN USING WRK-ARQ-CHASSIS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHX-CHASSI
              FILE STATUS IS FS-CHASSIS.

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

           SELECT REPORT-REC ASSIGN USING WRK-ARQ-REPORT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORT.


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

      *------------------- LAYOUT DO CADASTRO DE RESERVAS - UMA
      *------------------- RESERVA ATIVA POR VEICULO
       FD  RESERVAS.
       01  REG-RESERVA.
           05 RSV-CODIGO       PIC  X(003).
           05 RSV-CLIENTE      PIC  X(030).
           05 RSV-SINAL        PIC  9(006)V99.
           05 RSV-DATA-RESERVA PIC  9(008).
           05 RSV-VENCIMENTO   PIC  9(008).
           05 RSV-OPERADOR     PIC  X(008).
           05 RSV-CLI-CODIGO   PIC  X(005).

      *------------------- LAYOUT DO CADASTRO DE CLIENTES
       FD  CLIENTES.
       01  REG-CLIENTE.
           05 CLI-CODIGO     PIC  X(005).
           05 CLI-NOME       PIC  X(030).
           05 CLI-DOCUMENTO  PIC  X(014).
           05 CLI-TELEFONE   PIC  X(012).
           05 CLI-ENDERECO   PIC  X(040).

      *------------------- LAYOUT DO CADASTRO DE FILIAIS
       FD  FILIAIS.
       01  REG-FILIAL-CAD.
           05 FIL-CODIGO   PIC  X(002).
           05 FIL-NOME     PIC  X(020).

      *------------------- LAYOUT DO CADASTRO DE FABRICANTES
       FD  FABRICANTES.
       01  REG-FABRICANTE.
           05 FAB-CODIGO   PIC  X(003).
           05 FAB-NOME     PIC  X(010).

      *------------------- CRUZAMENTO DE CHASSI
       FD  CHASSIS.
       01  REG-CHASSI-X.
           05 CHX-CHASSI     PIC  X(017).
           05 CHX-CODIGO     PIC  X(003).

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

      *------------------- LAYOUT DO RELATORIO DE SAIDA
       FD  REPORT-REC.
       01  REG-RELATORIO   PIC  X(080).


       WORKING-STORAGE SECTION.
      *----------------- PARAMETRO DE AMBIENTE E CAMINHOS
      *----------------- RESOLVIDOS DOS ARQUIVOS
       01  FS-AMBIENTE     PIC 9(02) VALUE ZEROS.
       01  WRK-AMB-NOME    PIC X(010) VALUE "PADRAO".
       01  WRK-AMB-DIR     PIC X(040) VALUE SPACES.
       01  WRK-ARQ-CARROS  PIC X(060)
           VALUE "D:\temp\Cobol\dados\carros.txt".
       01  WRK-ARQ-RESERVAS PIC X(060)
           VALUE "D:\temp\Cobol\dados\reserva.txt".
       01  WRK-ARQ-CLIENTES PIC X(060)
           VALUE "D:\temp\Cobol\dados\cliente.txt".
       01  WRK-ARQ-FILIAIS PIC X(060)
           VALUE "D:\temp\Cobol\dados\filial.txt".
       01  WRK-ARQ-FABRICANTES PIC X(060)
           VALUE "D:\temp\Cobol\dados\fabrica.txt".
       01  WRK-ARQ-CHASSIS PIC X(060)
           VALUE "D:\temp\Cobol\dados\chassi.txt".
       01  WRK-ARQ-VENDAS  PIC X(060)
           VALUE "D:\temp\Cobol\dados\vendas.txt".
       01  WRK-ARQ-SESSOES PIC X(060)
           VALUE "D:\temp\Cobol\dados\sessoes.txt".
       01  WRK-ARQ-OPERADORES PIC X(060)
           VALUE "D:\temp\Cobol\dados\operador.txt".
       01  WRK-ARQ-REPORT  PIC X(060)
           VALUE "D:\temp\Cobol\integrid.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-CARROS       PIC 9(02) VALUE ZEROS.
       01  FS-RESERVAS     PIC 9(02) VALUE ZEROS.
       01  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       01  FS-FILIAIS      PIC 9(02) VALUE ZEROS.
       01  FS-FABRICANTES  PIC 9(02) VALUE ZEROS.
       01  FS-CHASSIS      PIC 9(02) VALUE ZEROS.
       01  FS-VENDAS       PIC 9(02) VALUE ZEROS.
       01  FS-SESSOES      PIC 9(02) VALUE ZEROS.
       01  FS-OPERADORES   PIC 9(02) VALUE ZEROS.
       01  FS-REPORT       PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-QTDE-ED      PIC ZZZ.ZZ9.

      *----------------- AS REGRAS DA VARREDURA - A ORDEM DA TABELA
      *----------------- E O NUMERO DA REGRA NO RELATORIO
       01  WRK-MAX-REGRAS         PIC 9(002) VALUE 9.
       01  WRK-TABELA-REGRAS.
           05 FILLER PIC X(040)
              VALUE "RESERVA SEM VEICULO NO CADASTRO".
           05 FILLER PIC X(040)
              VALUE "RESERVA DE VEICULO NAO RESERVADO".
           05 FILLER PIC X(040)
              VALUE "VEICULO RESERVADO SEM RESERVA".
           05 FILLER PIC X(040)
              VALUE "RESERVA COM CLIENTE NAO CADASTRADO".
           05 FILLER PIC X(040)
              VALUE "VENDA COM CLIENTE NAO CADASTRADO".
           05 FILLER PIC X(040)
              VALUE "VEICULO COM FILIAL NAO CADASTRADA".
           05 FILLER PIC X(040)
              VALUE "VEICULO COM FABRICANTE NAO CADASTRADO".
           05 FILLER PIC X(040)
              VALUE "CHASSI CRUZADO COM OUTRO VEICULO".
           05 FILLER PIC X(040)
              VALUE "SESSAO DE OPERADOR EXCLUIDO".
       01  WRK-TABELA-REGRAS-R REDEFINES WRK-TABELA-REGRAS.
           05 WRK-REGRA-DESCRICAO OCCURS 009 TIMES PIC X(040).

      *----------------- EXCECOES APONTADAS POR REGRA
       01  WRK-TABELA-QTDES.
           05 WRK-REGRA-QTDE OCCURS 009 TIMES PIC 9(006).

      *----------------- REGRA CONFERIDA - S = SIM  N = O CADASTRO
      *----------------- DE REFERENCIA NAO ESTAVA DISPONIVEL
       01  WRK-TABELA-VERIF       PIC X(009) VALUE "SSSSSSSSS".
       01  WRK-TABELA-VERIF-R REDEFINES WRK-TABELA-VERIF.
           05 WRK-REGRA-VERIFICADA OCCURS 009 TIMES PIC X(001).

       01  WRK-REGRA-IDX          PIC 9(002) VALUE ZEROS.

      *----------------- TEXTO DA EXCECAO MONTADO PELA REGRA
       01  WRK-DETALHE            PIC X(065) VALUE SPACES.

      *----------------- DISPONIBILIDADE DOS ARQUIVOS OPCIONAIS
       01  WRK-RESERVAS-DISP      PIC X(01) VALUE 'N'.
           88 WRK-RESERVAS-ABERTO          VALUE 'S'.

       01  WRK-CLIENTES-DISP      PIC X(01) VALUE 'N'.
           88 WRK-CLIENTES-ABERTO          VALUE 'S'.

       01  WRK-FILIAIS-DISP       PIC X(01) VALUE 'N'.
           88 WRK-FILIAIS-ABERTO           VALUE 'S'.

       01  WRK-FABRICANTES-DISP   PIC X(01) VALUE 'N'.
           88 WRK-FABRICANTES-ABERTO       VALUE 'S'.

       01  WRK-CHASSIS-DISP       PIC X(01) VALUE 'N'.
           88 WRK-CHASSIS-ABERTO           VALUE 'S'.

       01  WRK-SESSOES-DISP       PIC X(01) VALUE 'N'.
           88 WRK-SESSOES-ABERTO           VALUE 'S'.

       01  WRK-OPERADORES-DISP    PIC X(01) VALUE 'N'.
           88 WRK-OPERADORES-ABERTO        VALUE 'S'.

      *----------------- IDENTIFICACAO DO SUPERVISOR DO REPARO
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

      *----------------- APOIO AS CONFERENCIAS
       01  WRK-FILIAL             PIC X(002) VALUE SPACES.

       01  WRK-ENCONTROU          PIC X(01) VALUE 'N'.
           88 WRK-REGISTRO-ENCONTRADO       VALUE 'S'.

       01  WRK-ORFA               PIC X(01) VALUE 'N'.
           88 WRK-RESERVA-ORFA              VALUE 'S'.

       01  WRK-CONFIRMA           PIC X(01).
           88 WRK-CONFIRMA-SIM              VALUE 'S' 's'.

      *----------------- CONTADORES DA VARREDURA E DO REPARO
       01  WRK-QTDE-RESERVAS      PIC 9(006) VALUE ZEROS.
       01  WRK-QTDE-VEICULOS      PIC 9(006) VALUE ZEROS.
       01  WRK-QTDE-VENDAS        PIC 9(006) VALUE ZEROS.
       01  WRK-QTDE-CHASSIS       PIC 9(006) VALUE ZEROS.
       01  WRK-QTDE-SESSOES       PIC 9(006) VALUE ZEROS.
       01  WRK-QTDE-EXCECOES      PIC 9(006) VALUE ZEROS.
       01  WRK-QTDE-REPARAVEIS    PIC 9(006) VALUE ZEROS.
       01  WRK-QTDE-REPARADAS     PIC 9(006) VALUE ZEROS.
       01  WRK-QTDE-MANTIDAS      PIC 9(006) VALUE ZEROS.

       01  WRK-REPARO-FEITO       PIC X(01) VALUE 'N'.
           88 WRK-REPARO-EFETUADO           VALUE 'S'.


       PROCEDURE           DIVISION.
       0000-PRINCIPAL      SECTION.
             PERFORM 0100-INICIALIZAR.
             PERFORM 0200-CONFERIR-RESERVAS.
             PERFORM 0400-CONFERIR-VEICULOS.
             PERFORM 0500-CONFERIR-VENDAS.
             PERFORM 0550-CONFERIR-CHASSIS.
             PERFORM 0600-CONFERIR-SESSOES.
             PERFORM 0650-RESUMIR-REGRAS.
             PERFORM 0660-OFERECER-REPARO.
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
                  MOVE SPACES TO WRK-ARQ-RESERVAS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\reserva.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-RESERVAS
                  MOVE SPACES TO WRK-ARQ-CLIENTES
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\cliente.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CLIENTES
                  MOVE SPACES TO WRK-ARQ-FILIAIS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\filial.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-FILIAIS
                  MOVE SPACES TO WRK-ARQ-FABRICANTES
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\fabrica.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-FABRICANTES
                  MOVE SPACES TO WRK-ARQ-CHASSIS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\chassi.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CHASSIS
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
                  MOVE SPACES TO WRK-ARQ-REPORT
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\integrid.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-REPORT
              END-IF.

      *---------- CADA EXECUCAO INFORMA O AMBIENTE RESOLVIDO
              DISPLAY "AMBIENTE: " WRK-AMB-NOME.

       0050-RESOLVER-AMBIENTE-FIM. EXIT.


       0100-INICIALIZAR      SECTION.
              PERFORM 0050-RESOLVER-AMBIENTE.

              MOVE ZEROS TO WRK-TABELA-QTDES.

      *---------- O CADASTRO DE VEICULOS E A BASE DA VARREDURA - SEM
      *---------- ELE O PASSO FALHA E A RODADA NOTURNA PARA AQUI
              OPEN INPUT CARROS.
              IF FS-CARROS NOT EQUAL 0
                  EVALUATE FS-CARROS
                      WHEN 35
                          DISPLAY "ARQUIVO NAO ENCONTRADO"
                      WHEN 93
                          DISPLAY "ARQUIVO EM USO POR OUTRO PROCESSO"
                      WHEN OTHER
                          DISPLAY "ERRO NA ABERTURA - STATUS "
                             FS-CARROS
                  END-EVALUATE
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF.

              OPEN OUTPUT REPORT-REC.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DO RELATORIO " FS-REPORT
                  CLOSE CARROS
                  MOVE 8 TO RETURN-CODE
                  GOBACK
              END-IF.

              PERFORM 0110-ABRIR-REFERENCIAS.

              MOVE SPACES TO REG-RELATORIO.
              STRING "VARREDURA DE INTEGRIDADE DOS CADASTROS"
                     DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.

       0100-INICIAL-FIM. EXIT.


       0110-ABRIR-REFERENCIAS SECTION.
      *---------- SEM RESERVAS NAO HA O QUE CONFERIR NELAS, MAS
      *---------- VEICULO RESERVADO CONTINUA SENDO EXCECAO
              OPEN INPUT RESERVAS.
              IF FS-RESERVAS EQUAL 0
                  MOVE 'S' TO WRK-RESERVAS-DISP
              ELSE
              IF FS-RESERVAS NOT EQUAL 35
                  DISPLAY "ERRO NA ABERTURA DAS RESERVAS " FS-RESERVAS
                  MOVE 'N' TO WRK-REGRA-VERIFICADA(1)
                  MOVE 'N' TO WRK-REGRA-VERIFICADA(2)
                  MOVE 'N' TO WRK-REGRA-VERIFICADA(3)
                  MOVE 'N' TO WRK-REGRA-VERIFICADA(4)
              END-IF
              END-IF.

      *---------- CADASTRO DE REFERENCIA AINDA NAO IMPLANTADO DEIXA
      *---------- A REGRA DE FORA - VALE O COMPORTAMENTO ANTIGO, SEM
      *---------- VALIDACAO DO CODIGO
              OPEN INPUT CLIENTES.
              IF FS-CLIENTES EQUAL 0
                  MOVE 'S' TO WRK-CLIENTES-DISP
              ELSE
                  IF FS-CLIENTES NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DOS CLIENTES "
                         FS-CLIENTES
                  END-IF
                  MOVE 'N' TO WRK-REGRA-VERIFICADA(4)
                  MOVE 'N' TO WRK-REGRA-VERIFICADA(5)
              END-IF.

              OPEN INPUT FILIAIS.
              IF FS-FILIAIS EQUAL 0
                  MOVE 'S' TO WRK-FILIAIS-DISP
              ELSE
                  IF FS-FILIAIS NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DAS FILIAIS "
                         FS-FILIAIS
                  END-IF
                  MOVE 'N' TO WRK-REGRA-VERIFICADA(6)
              END-IF.

              OPEN INPUT FABRICANTES.
              IF FS-FABRICANTES EQUAL 0
                  MOVE 'S' TO WRK-FABRICANTES-DISP
              ELSE
                  IF FS-FABRICANTES NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DOS FABRICANTES "
                         FS-FABRICANTES
                  END-IF
                  MOVE 'N' TO WRK-REGRA-VERIFICADA(7)
              END-IF.

              OPEN INPUT CHASSIS.
              IF FS-CHASSIS EQUAL 0
                  MOVE 'S' TO WRK-CHASSIS-DISP
              ELSE
                  IF FS-CHASSIS NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DO CRUZAMENTO "
                         FS-CHASSIS
                  END-IF
                  MOVE 'N' TO WRK-REGRA-VERIFICADA(8)
              END-IF.

      *---------- SEM CADASTRO DE OPERADORES NENHUMA SESSAO PODE SER
      *---------- JULGADA ORFA
              OPEN INPUT OPERADORES.
              IF FS-OPERADORES EQUAL 0
                  MOVE 'S' TO WRK-OPERADORES-DISP
              ELSE
                  IF FS-OPERADORES NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DOS OPERADORES "
                         FS-OPERADORES
                  END-IF
                  MOVE 'N' TO WRK-REGRA-VERIFICADA(9)
              END-IF.

              OPEN INPUT SESSOES.
              IF FS-SESSOES EQUAL 0
                  MOVE 'S' TO WRK-SESSOES-DISP
              ELSE
              IF FS-SESSOES NOT EQUAL 35
                  DISPLAY "ERRO NA ABERTURA DAS SESSOES " FS-SESSOES
                  MOVE 'N' TO WRK-REGRA-VERIFICADA(9)
              END-IF
              END-IF.

       0110-ABRIR-REFERENCIAS-FIM. EXIT.


       0130-IDENTIFICAR-OPERADOR SECTION.
      *---------- O OPERADOR VEM DA SESSAO ASSINADA PELO MENU QUANDO
      *---------- HOUVER - O REPARO DEIXA DE DEPENDER DO DIGITADO
              IF WRK-TERMINAL-ATIVO NOT EQUAL SPACES
                 AND WRK-SESSOES-ABERTO
                  MOVE WRK-TERMINAL-ATIVO TO SET-TERMINAL
                  READ SESSOES
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          PERFORM 0135-CRITICAR-SESSAO
                  END-READ
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
      *---------- COMPORTAMENTO ANTIGO, SEM RESTRICAO. OPERADOR NAO
      *---------- CADASTRADO FICA SEM NIVEL E O REPARO E RECUSADO
              MOVE ZEROS TO WRK-NIVEL.
              IF WRK-OPERADORES-ABERTO
                  MOVE WRK-OPERADOR TO OPE-ID
                  READ OPERADORES
                      INVALID KEY
                          DISPLAY "OPERADOR NAO CADASTRADO "
                             WRK-OPERADOR
                      NOT INVALID KEY
                          MOVE OPE-NIVEL TO WRK-NIVEL
                  END-READ
              ELSE
                  IF FS-OPERADORES EQUAL 35
                      MOVE 3 TO WRK-NIVEL
                  END-IF
              END-IF.

       0140-CONSULTAR-NIVEL-FIM. EXIT.


       0200-CONFERIR-RESERVAS SECTION.
      *---------- CADA RESERVA DEVE APONTAR UM VEICULO DO CADASTRO
      *---------- MARCADO COMO RESERVADO E UM CLIENTE CADASTRADO
              IF WRK-RESERVAS-ABERTO
                  MOVE LOW-VALUES TO RSV-CODIGO
                  START RESERVAS KEY IS GREATER THAN RSV-CODIGO
                      INVALID KEY
                          MOVE 10 TO FS-RESERVAS
                  END-START
                  IF FS-RESERVAS NOT EQUAL 10
                      READ RESERVAS NEXT RECORD
                  END-IF
                  PERFORM 0210-CONFERIR-RESERVA
                     UNTIL FS-RESERVAS EQUAL 10
              END-IF.

       0200-CONFERIR-RESERVAS-FIM. EXIT.


       0210-CONFERIR-RESERVA SECTION.
              ADD 1 TO WRK-QTDE-RESERVAS.

              PERFORM 0700-AVALIAR-RESERVA.
              IF NOT WRK-REGISTRO-ENCONTRADO
                  MOVE 1 TO WRK-REGRA-IDX
                  MOVE SPACES TO WRK-DETALHE
                  STRING "RESERVA "    DELIMITED SIZE
                         RSV-CODIGO    DELIMITED SIZE
                         " DE "        DELIMITED SIZE
                         RSV-CLIENTE   DELIMITED SIZE
                         " SEM VEICULO" DELIMITED SIZE
                         INTO WRK-DETALHE
                  PERFORM 0800-APONTAR-EXCECAO
              ELSE
              IF WRK-RESERVA-ORFA
                  MOVE 2 TO WRK-REGRA-IDX
                  MOVE SPACES TO WRK-DETALHE
                  STRING "RESERVA "    DELIMITED SIZE
                         RSV-CODIGO    DELIMITED SIZE
                         " - VEICULO NA SITUACAO " DELIMITED SIZE
                         REG-SITUACAO  DELIMITED SIZE
                         INTO WRK-DETALHE
                  PERFORM 0800-APONTAR-EXCECAO
              END-IF
              END-IF.

      *---------- RESERVA DO LEGADO SEM CODIGO DE CLIENTE VALE PELO
      *---------- NOME DIGITADO
              IF WRK-CLIENTES-ABERTO
                 AND RSV-CLI-CODIGO NOT EQUAL SPACES
                  MOVE RSV-CLI-CODIGO TO CLI-CODIGO
                  READ CLIENTES
                      INVALID KEY
                          MOVE 4 TO WRK-REGRA-IDX
                          MOVE SPACES TO WRK-DETALHE
                          STRING "RESERVA "     DELIMITED SIZE
                                 RSV-CODIGO     DELIMITED SIZE
                                 " COM CLIENTE " DELIMITED SIZE
                                 RSV-CLI-CODIGO DELIMITED SIZE
                                 " FORA DO CADASTRO" DELIMITED SIZE
                                 INTO WRK-DETALHE
                          PERFORM 0800-APONTAR-EXCECAO
                  END-READ
              END-IF.

              READ RESERVAS NEXT RECORD.

       0210-CONFERIR-RESERVA-FIM. EXIT.


       0400-CONFERIR-VEICULOS SECTION.
      *---------- CADA VEICULO DEVE ESTAR NUMA FILIAL E NUM
      *---------- FABRICANTE CADASTRADOS - O RESERVADO PRECISA DA
      *---------- RESERVA CORRESPONDENTE
              MOVE LOW-VALUES TO REG-CODIGO.
              START CARROS KEY IS GREATER THAN REG-CODIGO
                  INVALID KEY
                      MOVE 10 TO FS-CARROS
              END-START.
              IF FS-CARROS NOT EQUAL 10
                  READ CARROS NEXT RECORD
              END-IF.
              PERFORM 0410-CONFERIR-VEICULO
                 UNTIL FS-CARROS EQUAL 10.

       0400-CONFERIR-VEICULOS-FIM. EXIT.


       0410-CONFERIR-VEICULO SECTION.
              ADD 1 TO WRK-QTDE-VEICULOS.

              IF REG-SITUACAO EQUAL 'R'
                 AND WRK-REGRA-VERIFICADA(3) EQUAL 'S'
                  MOVE 'N' TO WRK-ENCONTROU
                  IF WRK-RESERVAS-ABERTO
                      MOVE REG-CODIGO TO RSV-CODIGO
                      READ RESERVAS
                          INVALID KEY
                              MOVE 'N' TO WRK-ENCONTROU
                          NOT INVALID KEY
                              MOVE 'S' TO WRK-ENCONTROU
                      END-READ
                  END-IF
                  IF NOT WRK-REGISTRO-ENCONTRADO
                      MOVE 3 TO WRK-REGRA-IDX
                      MOVE SPACES TO WRK-DETALHE
                      STRING "VEICULO "   DELIMITED SIZE
                             REG-CODIGO   DELIMITED SIZE
                             " RESERVADO SEM REGISTRO DE RESERVA"
                             DELIMITED SIZE
                             INTO WRK-DETALHE
                      PERFORM 0800-APONTAR-EXCECAO
                  END-IF
              END-IF.

      *---------- VEICULO ANTIGO SEM FILIAL PERTENCE A MATRIZ 01
              IF WRK-FILIAIS-ABERTO
                  MOVE REG-FILIAL TO WRK-FILIAL
                  IF WRK-FILIAL EQUAL SPACES
                      MOVE "01" TO WRK-FILIAL
                  END-IF
                  MOVE WRK-FILIAL TO FIL-CODIGO
                  READ FILIAIS
                      INVALID KEY
                          MOVE 6 TO WRK-REGRA-IDX
                          MOVE SPACES TO WRK-DETALHE
                          STRING "VEICULO "    DELIMITED SIZE
                                 REG-CODIGO    DELIMITED SIZE
                                 " NA FILIAL " DELIMITED SIZE
                                 WRK-FILIAL    DELIMITED SIZE
                                 " FORA DO CADASTRO" DELIMITED SIZE
                                 INTO WRK-DETALHE
                          PERFORM 0800-APONTAR-EXCECAO
                  END-READ
              END-IF.

              IF WRK-FABRICANTES-ABERTO
                  MOVE REG-FABR TO FAB-NOME
                  READ FABRICANTES KEY IS FAB-NOME
                      INVALID KEY
                          MOVE 7 TO WRK-REGRA-IDX
                          MOVE SPACES TO WRK-DETALHE
                          STRING "VEICULO "    DELIMITED SIZE
                                 REG-CODIGO    DELIMITED SIZE
                                 " DO FABRICANTE " DELIMITED SIZE
                                 REG-FABR      DELIMITED SIZE
                                 " FORA DO CADASTRO" DELIMITED SIZE
                                 INTO WRK-DETALHE
                          PERFORM 0800-APONTAR-EXCECAO
                  END-READ
              END-IF.

              READ CARROS NEXT RECORD.

       0410-CONFERIR-VEICULO-FIM. EXIT.


       0500-CONFERIR-VENDAS SECTION.
      *---------- O CLIENTE DE CADA VENDA DEVE SEGUIR CADASTRADO -
      *---------- UMA FUSAO OU EXCLUSAO MAL FEITA DEIXA A VENDA SOLTA
              IF WRK-CLIENTES-ABERTO
                  OPEN INPUT VENDAS
                  IF FS-VENDAS NOT EQUAL 0
                      IF FS-VENDAS NOT EQUAL 35
                          DISPLAY "ERRO NA ABERTURA DO HISTORICO DE "
                             "VENDAS " FS-VENDAS
                          MOVE 'N' TO WRK-REGRA-VERIFICADA(5)
                      END-IF
                  ELSE
                      READ VENDAS
                      PERFORM 0510-CONFERIR-VENDA
                         UNTIL FS-VENDAS EQUAL 10
                      CLOSE VENDAS
                  END-IF
              END-IF.

       0500-CONFERIR-VENDAS-FIM. EXIT.


       0510-CONFERIR-VENDA SECTION.
              ADD 1 TO WRK-QTDE-VENDAS.

      *---------- VENDA DO LEGADO SEM CODIGO DE CLIENTE FICA DE FORA
              IF VND-CLI-CODIGO NOT EQUAL SPACES
                  MOVE VND-CLI-CODIGO TO CLI-CODIGO
                  READ CLIENTES
                      INVALID KEY
                          MOVE 5 TO WRK-REGRA-IDX
                          MOVE SPACES TO WRK-DETALHE
                          STRING "VENDA RECIBO " DELIMITED SIZE
                                 VND-RECIBO      DELIMITED SIZE
                                 " COM CLIENTE " DELIMITED SIZE
                                 VND-CLI-CODIGO  DELIMITED SIZE
                                 " FORA DO CADASTRO" DELIMITED SIZE
                                 INTO WRK-DETALHE
                          PERFORM 0800-APONTAR-EXCECAO
                  END-READ
              END-IF.

              READ VENDAS.

       0510-CONFERIR-VENDA-FIM. EXIT.


       0550-CONFERIR-CHASSIS SECTION.
      *---------- O CHASSI SO PODE ESTAR PRESO A UM CODIGO QUE TENHA
      *---------- ESSE MESMO CHASSI - CODIGO FORA DO CADASTRO E
      *---------- VEICULO VENDIDO E EXPURGADO, O QUE E CONSISTENTE
              IF WRK-CHASSIS-ABERTO
                  MOVE LOW-VALUES TO CHX-CHASSI
                  START CHASSIS KEY IS GREATER THAN CHX-CHASSI
                      INVALID KEY
                          MOVE 10 TO FS-CHASSIS
                  END-START
                  IF FS-CHASSIS NOT EQUAL 10
                      READ CHASSIS NEXT RECORD
                  END-IF
                  PERFORM 0560-CONFERIR-CHASSI
                     UNTIL FS-CHASSIS EQUAL 10
              END-IF.

       0550-CONFERIR-CHASSIS-FIM. EXIT.


       0560-CONFERIR-CHASSI SECTION.
              ADD 1 TO WRK-QTDE-CHASSIS.

              MOVE CHX-CODIGO TO REG-CODIGO.
              READ CARROS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF REG-CHASSI NOT EQUAL CHX-CHASSI
                          MOVE 8 TO WRK-REGRA-IDX
                          MOVE SPACES TO WRK-DETALHE
                          STRING "CHASSI "    DELIMITED SIZE
                                 CHX-CHASSI   DELIMITED SIZE
                                 " CRUZADO COM " DELIMITED SIZE
                                 CHX-CODIGO   DELIMITED SIZE
                                 " QUE TEM "  DELIMITED SIZE
                                 REG-CHASSI   DELIMITED SIZE
                                 INTO WRK-DETALHE
                          PERFORM 0800-APONTAR-EXCECAO
                      END-IF
              END-READ.

              READ CHASSIS NEXT RECORD.

       0560-CONFERIR-CHASSI-FIM. EXIT.


       0600-CONFERIR-SESSOES SECTION.
      *---------- SESSAO ASSINADA POR OPERADOR JA EXCLUIDO DO
      *---------- CADASTRO AINDA DARIA ACESSO PELO TERMINAL
              IF WRK-SESSOES-ABERTO
                 AND WRK-OPERADORES-ABERTO
                  MOVE LOW-VALUES TO SET-TERMINAL
                  START SESSOES KEY IS GREATER THAN SET-TERMINAL
                      INVALID KEY
                          MOVE 10 TO FS-SESSOES
                  END-START
                  IF FS-SESSOES NOT EQUAL 10
                      READ SESSOES NEXT RECORD
                  END-IF
                  PERFORM 0610-CONFERIR-SESSAO
                     UNTIL FS-SESSOES EQUAL 10
              END-IF.

       0600-CONFERIR-SESSOES-FIM. EXIT.


       0610-CONFERIR-SESSAO SECTION.
              ADD 1 TO WRK-QTDE-SESSOES.

              MOVE SET-OPERADOR TO OPE-ID.
              READ OPERADORES
                  INVALID KEY
                      MOVE 9 TO WRK-REGRA-IDX
                      MOVE SPACES TO WRK-DETALHE
                      STRING "SESSAO DO TERMINAL " DELIMITED SIZE
                             SET-TERMINAL   DELIMITED SIZE
                             " DO OPERADOR EXCLUIDO " DELIMITED SIZE
                             SET-OPERADOR   DELIMITED SIZE
                             INTO WRK-DETALHE
                      PERFORM 0800-APONTAR-EXCECAO
              END-READ.

              READ SESSOES NEXT RECORD.

       0610-CONFERIR-SESSAO-FIM. EXIT.


       0650-RESUMIR-REGRAS SECTION.
      *---------- A CONTAGEM DE CADA REGRA SAI MESMO ZERADA - A
      *---------- REGRA SEM CADASTRO DE REFERENCIA SAI COMO NAO
      *---------- VERIFICADA
              MOVE SPACES TO REG-RELATORIO.
              WRITE REG-RELATORIO.
              MOVE SPACES TO REG-RELATORIO.
              STRING "EXCECOES POR REGRA" DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              PERFORM 0651-RESUMIR-REGRA
                 VARYING WRK-REGRA-IDX FROM 1 BY 1
                 UNTIL WRK-REGRA-IDX > WRK-MAX-REGRAS.

       0650-RESUMIR-REGRAS-FIM. EXIT.


       0651-RESUMIR-REGRA SECTION.
              MOVE SPACES TO REG-RELATORIO.
              IF WRK-REGRA-VERIFICADA(WRK-REGRA-IDX) EQUAL 'S'
                  MOVE WRK-REGRA-QTDE(WRK-REGRA-IDX) TO WRK-QTDE-ED
                  STRING WRK-REGRA-IDX DELIMITED SIZE
                         " - "         DELIMITED SIZE
                         WRK-REGRA-DESCRICAO(WRK-REGRA-IDX)
                                       DELIMITED SIZE
                         " "           DELIMITED SIZE
                         WRK-QTDE-ED   DELIMITED SIZE
                         INTO REG-RELATORIO
              ELSE
                  STRING WRK-REGRA-IDX DELIMITED SIZE
                         " - "         DELIMITED SIZE
                         WRK-REGRA-DESCRICAO(WRK-REGRA-IDX)
                                       DELIMITED SIZE
                         " NAO VERIFICADA" DELIMITED SIZE
                         INTO REG-RELATORIO
              END-IF.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0651-RESUMIR-REGRA-FIM. EXIT.


       0660-OFERECER-REPARO SECTION.
      *---------- SO AS RESERVAS ORFAS E AS SESSOES DE OPERADOR
      *---------- EXCLUIDO SAO REPARADAS AQUI - AS DEMAIS EXCECOES
      *---------- SE CORRIGEM NA MANUTENCAO DE CADA CADASTRO. NA
      *---------- RODADA NOTURNA A RESPOSTA NAO CONFIRMA E O PASSO
      *---------- SO APONTA
              COMPUTE WRK-QTDE-REPARAVEIS = WRK-REGRA-QTDE(1)
                 + WRK-REGRA-QTDE(2) + WRK-REGRA-QTDE(9).

              IF WRK-QTDE-REPARAVEIS > ZEROS
                  MOVE WRK-QTDE-REPARAVEIS TO WRK-QTDE-ED
                  DISPLAY "EXCECOES REPARAVEIS ... " WRK-QTDE-ED
                  DISPLAY "REMOVER RESERVAS ORFAS E SESSOES DE "
                     "OPERADOR EXCLUIDO (S/N) "
                  ACCEPT WRK-CONFIRMA
                  IF NOT WRK-CONFIRMA-SIM
                      DISPLAY "REPAROS NAO EFETUADOS"
                  ELSE
                      PERFORM 0130-IDENTIFICAR-OPERADOR
      *---------- O REPARO APAGA REGISTROS - EXIGE SUPERVISOR
                      IF WRK-NIVEL < 3
                          DISPLAY "REPARO EXIGE NIVEL DE SUPERVISOR - "
                             "NADA ALTERADO"
                      ELSE
                          DISPLAY "CONFIRMA OS REPAROS (S/N) "
                          ACCEPT WRK-CONFIRMA
                          IF NOT WRK-CONFIRMA-SIM
                              DISPLAY "REPAROS NAO EFETUADOS"
                          ELSE
                              PERFORM 0670-EFETUAR-REPAROS
                          END-IF
                      END-IF
                  END-IF
              END-IF.

       0660-OFERECER-REPARO-FIM. EXIT.


       0670-EFETUAR-REPAROS SECTION.
              MOVE 'S' TO WRK-REPARO-FEITO.
              MOVE SPACES TO REG-RELATORIO.
              WRITE REG-RELATORIO.
              MOVE SPACES TO REG-RELATORIO.
              STRING "REPAROS AUTORIZADOS POR " DELIMITED SIZE
                     WRK-OPERADOR               DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              IF WRK-REGRA-QTDE(1) > ZEROS
                 OR WRK-REGRA-QTDE(2) > ZEROS
                  PERFORM 0680-REPARAR-RESERVAS
              END-IF.

              IF WRK-REGRA-QTDE(9) > ZEROS
                  PERFORM 0690-REPARAR-SESSOES
              END-IF.

       0670-EFETUAR-REPAROS-FIM. EXIT.


       0680-REPARAR-RESERVAS SECTION.
      *---------- REABRIR PARA ATUALIZACAO E REAVALIAR CADA RESERVA -
      *---------- O QUE MUDOU DESDE A CONFERENCIA NAO E APAGADO
              CLOSE RESERVAS.
              MOVE 'N' TO WRK-RESERVAS-DISP.
              OPEN I-O RESERVAS.
              IF FS-RESERVAS NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DAS RESERVAS "
                     FS-RESERVAS
              ELSE
                  MOVE LOW-VALUES TO RSV-CODIGO
                  START RESERVAS KEY IS GREATER THAN RSV-CODIGO
                      INVALID KEY
                          MOVE 10 TO FS-RESERVAS
                  END-START
                  IF FS-RESERVAS NOT EQUAL 10
                      READ RESERVAS NEXT RECORD
                  END-IF
                  PERFORM 0685-REPARAR-RESERVA
                     UNTIL FS-RESERVAS EQUAL 10
                  CLOSE RESERVAS
              END-IF.

       0680-REPARAR-RESERVAS-FIM. EXIT.


       0685-REPARAR-RESERVA SECTION.
              PERFORM 0700-AVALIAR-RESERVA.

      *---------- RESERVA COM SINAL TEM DINHEIRO DO CLIENTE A
      *---------- DESTINAR - FICA PARA A LIBERACAO NO CARRESRV, QUE
      *---------- LANCA A DEVOLUCAO OU A RETENCAO NO CONTROLE
              IF WRK-RESERVA-ORFA
                  IF RSV-SINAL > ZEROS
                      ADD 1 TO WRK-QTDE-MANTIDAS
                      MOVE SPACES TO REG-RELATORIO
                      STRING "RESERVA "    DELIMITED SIZE
                             RSV-CODIGO    DELIMITED SIZE
                             " MANTIDA - SINAL A DESTINAR NA "
                             DELIMITED SIZE
                             "LIBERACAO (CARRESRV)" DELIMITED SIZE
                             INTO REG-RELATORIO
                      WRITE REG-RELATORIO
                      DISPLAY REG-RELATORIO
                  ELSE
                      DELETE RESERVAS
                          INVALID KEY
                              DISPLAY "ERRO AO REMOVER A RESERVA "
                                 RSV-CODIGO " " FS-RESERVAS
                          NOT INVALID KEY
                              ADD 1 TO WRK-QTDE-REPARADAS
                              MOVE SPACES TO REG-RELATORIO
                              STRING "RESERVA "  DELIMITED SIZE
                                     RSV-CODIGO  DELIMITED SIZE
                                     " DE "      DELIMITED SIZE
                                     RSV-CLIENTE DELIMITED SIZE
                                     " REMOVIDA" DELIMITED SIZE
                                     INTO REG-RELATORIO
                              WRITE REG-RELATORIO
                              DISPLAY REG-RELATORIO
                      END-DELETE
                  END-IF
              END-IF.

              READ RESERVAS NEXT RECORD.

       0685-REPARAR-RESERVA-FIM. EXIT.


       0690-REPARAR-SESSOES SECTION.
              CLOSE SESSOES.
              MOVE 'N' TO WRK-SESSOES-DISP.
              OPEN I-O SESSOES.
              IF FS-SESSOES NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DAS SESSOES " FS-SESSOES
              ELSE
                  MOVE LOW-VALUES TO SET-TERMINAL
                  START SESSOES KEY IS GREATER THAN SET-TERMINAL
                      INVALID KEY
                          MOVE 10 TO FS-SESSOES
                  END-START
                  IF FS-SESSOES NOT EQUAL 10
                      READ SESSOES NEXT RECORD
                  END-IF
                  PERFORM 0695-REPARAR-SESSAO
                     UNTIL FS-SESSOES EQUAL 10
                  CLOSE SESSOES
              END-IF.

       0690-REPARAR-SESSOES-FIM. EXIT.


       0695-REPARAR-SESSAO SECTION.
              MOVE SET-OPERADOR TO OPE-ID.
              READ OPERADORES
                  INVALID KEY
                      DELETE SESSOES
                          INVALID KEY
                              DISPLAY "ERRO AO REMOVER A SESSAO "
                                 SET-TERMINAL " " FS-SESSOES
                          NOT INVALID KEY
                              ADD 1 TO WRK-QTDE-REPARADAS
                              MOVE SPACES TO REG-RELATORIO
                              STRING "SESSAO DO TERMINAL "
                                     DELIMITED SIZE
                                     SET-TERMINAL DELIMITED SIZE
                                     " DO OPERADOR " DELIMITED SIZE
                                     SET-OPERADOR DELIMITED SIZE
                                     " REMOVIDA"  DELIMITED SIZE
                                     INTO REG-RELATORIO
                              WRITE REG-RELATORIO
                              DISPLAY REG-RELATORIO
                      END-DELETE
              END-READ.

              READ SESSOES NEXT RECORD.

       0695-REPARAR-SESSAO-FIM. EXIT.


       0700-AVALIAR-RESERVA SECTION.
      *---------- RESERVA ORFA - O VEICULO SAIU DO CADASTRO OU NAO
      *---------- ESTA MAIS MARCADO COMO RESERVADO
              MOVE RSV-CODIGO TO REG-CODIGO.
              MOVE 'N'        TO WRK-ORFA.
              READ CARROS
                  INVALID KEY
                      MOVE 'N' TO WRK-ENCONTROU
                      MOVE 'S' TO WRK-ORFA
                  NOT INVALID KEY
                      MOVE 'S' TO WRK-ENCONTROU
                      IF REG-SITUACAO NOT EQUAL 'R'
                          MOVE 'S' TO WRK-ORFA
                      END-IF
              END-READ.

       0700-AVALIAR-RESERVA-FIM. EXIT.


       0800-APONTAR-EXCECAO SECTION.
              ADD 1 TO WRK-REGRA-QTDE(WRK-REGRA-IDX).
              ADD 1 TO WRK-QTDE-EXCECOES.
              MOVE SPACES TO REG-RELATORIO.
              STRING "EXCECAO "    DELIMITED SIZE
                     WRK-REGRA-IDX DELIMITED SIZE
                     " - "         DELIMITED SIZE
                     WRK-DETALHE   DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0800-APONTAR-EXCECAO-FIM. EXIT.


       0300-FINALIZAR       SECTION.
              MOVE SPACES TO REG-RELATORIO.
              WRITE REG-RELATORIO.

              MOVE WRK-QTDE-RESERVAS TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "RESERVAS CONFERIDAS ... " DELIMITED SIZE
                     WRK-QTDE-ED                DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE WRK-QTDE-VEICULOS TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "VEICULOS CONFERIDOS ... " DELIMITED SIZE
                     WRK-QTDE-ED                DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE WRK-QTDE-VENDAS TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "VENDAS CONFERIDAS ..... " DELIMITED SIZE
                     WRK-QTDE-ED                DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE WRK-QTDE-CHASSIS TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "CHASSIS CONFERIDOS .... " DELIMITED SIZE
                     WRK-QTDE-ED                DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE WRK-QTDE-SESSOES TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "SESSOES CONFERIDAS .... " DELIMITED SIZE
                     WRK-QTDE-ED                DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

      *---------- A LINHA DE EQUILIBRIO SO SAI COM ZERO EXCECOES
              IF WRK-QTDE-EXCECOES EQUAL ZEROS
                  MOVE SPACES TO REG-RELATORIO
                  STRING "CADASTROS INTEGROS - NENHUMA EXCECAO"
                         DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO
              ELSE
                  MOVE WRK-QTDE-EXCECOES TO WRK-QTDE-ED
                  MOVE SPACES TO REG-RELATORIO
                  STRING "EXCECOES APONTADAS .... " DELIMITED SIZE
                         WRK-QTDE-ED                DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO
              END-IF.

              IF WRK-REPARO-EFETUADO
                  MOVE WRK-QTDE-REPARADAS TO WRK-QTDE-ED
                  MOVE SPACES TO REG-RELATORIO
                  STRING "REGISTROS REMOVIDOS ... " DELIMITED SIZE
                         WRK-QTDE-ED                DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO
                  IF WRK-QTDE-MANTIDAS > ZEROS
                      MOVE WRK-QTDE-MANTIDAS TO WRK-QTDE-ED
                      MOVE SPACES TO REG-RELATORIO
                      STRING "RESERVAS COM SINAL .... "
                             DELIMITED SIZE
                             WRK-QTDE-ED  DELIMITED SIZE
                             INTO REG-RELATORIO
                      WRITE REG-RELATORIO
                      DISPLAY REG-RELATORIO
                  END-IF
              END-IF.

              CLOSE CARROS.
              IF FS-CARROS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR ' FS-CARROS
              END-IF.

              IF WRK-RESERVAS-ABERTO
                  CLOSE RESERVAS
              END-IF.
              IF WRK-CLIENTES-ABERTO
                  CLOSE CLIENTES
              END-IF.
              IF WRK-FILIAIS-ABERTO
                  CLOSE FILIAIS
              END-IF.
              IF WRK-FABRICANTES-ABERTO
                  CLOSE FABRICANTES
              END-IF.
              IF WRK-CHASSIS-ABERTO
                  CLOSE CHASSIS
              END-IF.
              IF WRK-SESSOES-ABERTO
                  CLOSE SESSOES
              END-IF.
              IF WRK-OPERADORES-ABERTO
                  CLOSE OPERADORES
              END-IF.

              CLOSE REPORT-REC.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR O RELATORIO ' FS-REPORT
              END-IF.

       0300-FINALIZAR-FIM. EXIT.
