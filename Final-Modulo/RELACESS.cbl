       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELACESS.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: RELATORIO DE SEGURANCA DOS ACESSOS - FALHAS DE SENHA
      *          POR OPERADOR, BLOQUEIOS E QUEM DESBLOQUEOU, ACESSOS
      *          FORA DO EXPEDIENTE OU NO FIM DE SEMANA, OPERADORES
      *          SEM ACESSO HA N DIAS E OPERADORES SUPERVISORES
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

           SELECT OPESLOG ASSIGN USING WRK-ARQ-OPESLOG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-OPESLOG.

           SELECT OPERADORES ASSIGN USING
              WRK-ARQ-OPERADORES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OPE-ID
              FILE STATUS IS FS-OPERADORES.

           SELECT ARQ-SORT ASSIGN USING WRK-ARQ-SORT.

           SELECT REPORT-ACESS ASSIGN USING WRK-ARQ-REPORT
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

      *------------------- LOG DOS ACESSOS E DAS SENHAS - A ACESSO
      *------------------- F FALHA  B BLOQUEIO  T TROCA DE SENHA
      *------------------- R RESET  D DESBLOQUEIO
       FD  OPESLOG.
       01  REG-OPESLOG.
           05 LOG-DATA       PIC  9(008).
           05 LOG-HORA       PIC  9(008).
           05 LOG-OPERADOR   PIC  X(008).
           05 LOG-EVENTO     PIC  X(001).
           05 LOG-POR        PIC  X(008).

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

      *------------------- REGISTRO DE CLASSIFICACAO
       SD  ARQ-SORT.
       01  REG-SORT.
           05 SRT-OPERADOR   PIC  X(008).
           05 SRT-DATA       PIC  9(008).
           05 SRT-HORA       PIC  9(008).
           05 SRT-HORA-R REDEFINES SRT-HORA.
              10 SRT-HHMM    PIC  9(004).
              10 FILLER      PIC  9(004).
           05 SRT-EVENTO     PIC  X(001).
           05 SRT-POR        PIC  X(008).

      *------------------- LAYOUT DO RELATORIO DE SAIDA
       FD  REPORT-ACESS.
       01  REG-RELATORIO   PIC  X(080).


       WORKING-STORAGE SECTION.
      *----------------- PARAMETRO DE AMBIENTE E CAMINHOS
      *----------------- RESOLVIDOS DOS ARQUIVOS
       01  FS-AMBIENTE     PIC 9(02) VALUE ZEROS.
       01  WRK-AMB-NOME    PIC X(010) VALUE "PADRAO".
       01  WRK-AMB-DIR     PIC X(040) VALUE SPACES.
       01  WRK-ARQ-OPESLOG PIC X(060)
           VALUE "D:\temp\Cobol\opeslog.txt".
       01  WRK-ARQ-OPERADORES PIC X(060)
           VALUE "D:\temp\Cobol\dados\operador.txt".
       01  WRK-ARQ-SORT    PIC X(060)
           VALUE "D:\temp\Cobol\sortaces.tmp".
       01  WRK-ARQ-REPORT  PIC X(060)
           VALUE "D:\temp\Cobol\relacess.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-OPESLOG      PIC 9(02) VALUE ZEROS.
       01  FS-OPERADORES   PIC 9(02) VALUE ZEROS.
       01  FS-REPORT       PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-QTDE-ED      PIC ZZ.ZZ9.
       01  WRK-DIAS-ED      PIC ZZ.ZZ9.
       01  WRK-HORA-ED      PIC 99B99.
       01  WRK-HORA-INI-ED  PIC X(005).

      *----------------- PARAMETROS DO RELATORIO - DATA EM BRANCO
      *----------------- NAO LIMITA O PERIODO
       01  WRK-DATA-INICIO      PIC X(008) VALUE SPACES.
       01  WRK-DATA-FIM         PIC X(008) VALUE SPACES.
       01  WRK-DATA-REFERENCIA  PIC X(008) VALUE SPACES.
       01  WRK-HORA-ABERTURA    PIC X(004) VALUE SPACES.
       01  WRK-HORA-FECHAMENTO  PIC X(004) VALUE SPACES.
       01  WRK-EXPEDIENTE-INI   PIC 9(004) VALUE 0800.
       01  WRK-EXPEDIENTE-FIM   PIC 9(004) VALUE 1800.
       01  WRK-DIAS-LIMITE      PIC 9(004) VALUE 30.

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
       01  WRK-DIAS-SEM-ACESSO  PIC S9(008) VALUE ZEROS.

      *----------------- DIA DA SEMANA PELO RESTO DO SERIAL POR 7 -
      *----------------- 0 SABADO, 1 DOMINGO
       01  WRK-QUOC-SEMANA      PIC 9(008) VALUE ZEROS.
       01  WRK-DIA-SEMANA       PIC 9(001) VALUE ZEROS.
           88 WRK-DIA-SABADO              VALUE 0.
           88 WRK-DIA-DOMINGO             VALUE 1.

      *----------------- DATA DO DIA
       01  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.

      *----------------- CONTROLE DA QUEBRA POR OPERADOR
       01  WRK-OPERADOR-ANTERIOR PIC X(008) VALUE SPACES.
       01  WRK-FALHAS-OPERADOR   PIC 9(005) VALUE ZEROS.
       01  WRK-BLOQUEIO-DATA     PIC 9(008) VALUE ZEROS.
       01  WRK-BLOQUEIO-HORA     PIC 9(008) VALUE ZEROS.
       01  WRK-BLOQUEIO-HORA-R REDEFINES WRK-BLOQUEIO-HORA.
           05 WRK-BLOQUEIO-HHMM  PIC 9(004).
           05 FILLER             PIC 9(004).
       01  WRK-MOTIVO            PIC X(013) VALUE SPACES.

       01  WRK-BLOQUEIO         PIC X(01) VALUE 'N'.
           88 WRK-BLOQUEIO-PENDENTE       VALUE 'S'.

       01  WRK-CABECALHO        PIC X(01) VALUE 'N'.
           88 WRK-CABECALHO-IMPRESSO      VALUE 'S'.

       01  WRK-PERIODO          PIC X(01) VALUE 'N'.
           88 WRK-NO-PERIODO              VALUE 'S'.

      *----------------- ULTIMO ACESSO DE CADA OPERADOR NO LOG -
      *----------------- ATE 500 OPERADORES
       01  WRK-TABELA-ACESSOS.
           05 WRK-TAB-OCORRENCIA OCCURS 500 TIMES.
               10 WRK-TAB-OPERADOR  PIC X(008).
               10 WRK-TAB-ULTIMO    PIC 9(008).

       01  WRK-TAB-IDX          PIC 9(003) VALUE ZEROS.
       01  WRK-TAB-USADAS       PIC 9(003) VALUE ZEROS.
       01  WRK-TAB-ACHOU        PIC X(01)  VALUE 'N'.
           88 WRK-TAB-ACHADA              VALUE 'S'.
       01  WRK-ULTIMO-ACESSO    PIC 9(008) VALUE ZEROS.

      *----------------- TOTAIS DO RELATORIO
       01  WRK-QTDE-FALHAS      PIC 9(005) VALUE ZEROS.
       01  WRK-QTDE-BLOQUEIOS   PIC 9(005) VALUE ZEROS.
       01  WRK-QTDE-FORA        PIC 9(005) VALUE ZEROS.
       01  WRK-QTDE-INATIVOS    PIC 9(005) VALUE ZEROS.
       01  WRK-QTDE-SUPERVISOR  PIC 9(005) VALUE ZEROS.

      *----------------- SWITCH DE FIM DA CLASSIFICACAO
       01  WRK-FIM-SORT           PIC X(01) VALUE 'N'.
           88 WRK-SORT-ESGOTADO             VALUE 'S'.

      *----------------- SWITCH DE PRIMEIRO REGISTRO
       01  WRK-PRIMEIRO           PIC X(01) VALUE 'S'.
           88 WRK-PRIMEIRO-REG              VALUE 'S'.


       PROCEDURE           DIVISION.
       0000-PRINCIPAL      SECTION.
             PERFORM 0100-INICIALIZAR.

      *---------- CLASSIFICAR O LOG POR OPERADOR, DATA E HORA
             SORT ARQ-SORT ON ASCENDING KEY SRT-OPERADOR
                                           SRT-DATA
                                           SRT-HORA
                INPUT  PROCEDURE IS 0200-SELECIONAR
                OUTPUT PROCEDURE IS 0400-TOTALIZAR.

             PERFORM 0500-LISTAR-INATIVOS.
             PERFORM 0600-LISTAR-SUPERVISORES.
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
                  MOVE SPACES TO WRK-ARQ-OPESLOG
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\opeslog.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-OPESLOG
                  MOVE SPACES TO WRK-ARQ-OPERADORES
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\operador.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-OPERADORES
                  MOVE SPACES TO WRK-ARQ-SORT
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\sortaces.tmp"
                         DELIMITED SIZE
                         INTO WRK-ARQ-SORT
                  MOVE SPACES TO WRK-ARQ-REPORT
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\relacess.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-REPORT
              END-IF.

      *---------- CADA EXECUCAO INFORMA O AMBIENTE RESOLVIDO
              DISPLAY "AMBIENTE: " WRK-AMB-NOME.

       0050-RESOLVER-AMBIENTE-FIM. EXIT.


       0100-INICIALIZAR      SECTION.
              PERFORM 0050-RESOLVER-AMBIENTE.

              DISPLAY "DATA INICIAL (AAAAMMDD OU BRANCO) ".
              ACCEPT WRK-DATA-INICIO.
              DISPLAY "DATA FINAL (AAAAMMDD OU BRANCO) ".
              ACCEPT WRK-DATA-FIM.

      *---------- EXPEDIENTE E PRAZO DE INATIVIDADE - BRANCO OU
      *---------- INVALIDO FICA COM O PADRAO
              DISPLAY "INICIO DO EXPEDIENTE (HHMM, BRANCO = 0800) ".
              ACCEPT WRK-HORA-ABERTURA.
              IF WRK-HORA-ABERTURA IS NUMERIC
                  MOVE WRK-HORA-ABERTURA TO WRK-EXPEDIENTE-INI
              END-IF.
              DISPLAY "FIM DO EXPEDIENTE (HHMM, BRANCO = 1800) ".
              ACCEPT WRK-HORA-FECHAMENTO.
              IF WRK-HORA-FECHAMENTO IS NUMERIC
                  MOVE WRK-HORA-FECHAMENTO TO WRK-EXPEDIENTE-FIM
              END-IF.
              DISPLAY "DIAS SEM ACESSO PARA REVISAO (BRANCO = 30) ".
              ACCEPT WRK-DIAS-LIMITE.
              IF WRK-DIAS-LIMITE EQUAL ZEROS
                  MOVE 30 TO WRK-DIAS-LIMITE
              END-IF.

              OPEN INPUT OPESLOG.
              IF FS-OPESLOG NOT EQUAL 0
                  IF FS-OPESLOG EQUAL 35
                      DISPLAY "LOG DE ACESSOS NAO ENCONTRADO"
                  ELSE
                      DISPLAY "ERRO NA ABERTURA DO LOG DE ACESSOS "
                         FS-OPESLOG
                  END-IF
                  GOBACK
              END-IF.

              OPEN OUTPUT REPORT-ACESS.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DO RELATORIO " FS-REPORT
                  GOBACK
              END-IF.

              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
              MOVE WRK-DATA-HOJE TO WRK-DATA-CALC.
              PERFORM 0700-CALCULAR-SERIAL.
              MOVE WRK-SERIAL TO WRK-SERIAL-HOJE.

              MOVE SPACES TO REG-RELATORIO.
              STRING "SEGURANCA DOS ACESSOS - PERIODO "
                     DELIMITED SIZE
                     WRK-DATA-INICIO DELIMITED SIZE
                     " A "           DELIMITED SIZE
                     WRK-DATA-FIM    DELIMITED SIZE
                     " EMITIDO EM "  DELIMITED SIZE
                     WRK-DATA-HOJE   DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE WRK-EXPEDIENTE-INI TO WRK-HORA-ED.
              MOVE WRK-HORA-ED TO WRK-HORA-INI-ED.
              MOVE WRK-EXPEDIENTE-FIM TO WRK-HORA-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "EXPEDIENTE DE " DELIMITED SIZE
                     WRK-HORA-INI-ED  DELIMITED SIZE
                     " A "            DELIMITED SIZE
                     WRK-HORA-ED      DELIMITED SIZE
                     " DE SEGUNDA A SEXTA"
                                      DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE SPACES TO REG-RELATORIO.
              WRITE REG-RELATORIO.
              MOVE "FALHAS, BLOQUEIOS E ACESSOS FORA DO EXPEDIENTE"
                 TO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0100-INICIAL-FIM. EXIT.


       0200-SELECIONAR       SECTION.
      *---------- TODO O LOG VAI PARA A CLASSIFICACAO - O ULTIMO
      *---------- ACESSO DO OPERADOR NAO SE LIMITA AO PERIODO
              READ OPESLOG.
              PERFORM 0210-LIBERAR-REGISTRO
                 UNTIL FS-OPESLOG EQUAL 10.

       0200-SELECIONAR-FIM. EXIT.


       0210-LIBERAR-REGISTRO SECTION.
              MOVE LOG-OPERADOR TO SRT-OPERADOR.
              MOVE LOG-DATA     TO SRT-DATA.
              MOVE LOG-HORA     TO SRT-HORA.
              MOVE LOG-EVENTO   TO SRT-EVENTO.
              MOVE LOG-POR      TO SRT-POR.
              RELEASE REG-SORT.

              READ OPESLOG.

       0210-LIBERAR-REGISTRO-FIM. EXIT.


       0400-TOTALIZAR        SECTION.
              MOVE 'N' TO WRK-FIM-SORT.
              MOVE 'S' TO WRK-PRIMEIRO.

              PERFORM 0410-RETORNAR-REGISTRO
                 UNTIL WRK-SORT-ESGOTADO.

      *---------- FECHAR O ULTIMO OPERADOR PENDENTE
              IF NOT WRK-PRIMEIRO-REG
                  PERFORM 0420-QUEBRA-OPERADOR
              END-IF.

              MOVE SPACES TO REG-RELATORIO.
              WRITE REG-RELATORIO.
              MOVE WRK-QTDE-FALHAS TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "FALHAS DE SENHA NO PERIODO ....... "
                     DELIMITED SIZE
                     WRK-QTDE-ED DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.
              MOVE WRK-QTDE-BLOQUEIOS TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "BLOQUEIOS NO PERIODO ............. "
                     DELIMITED SIZE
                     WRK-QTDE-ED DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.
              MOVE WRK-QTDE-FORA TO WRK-QTDE-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "ACESSOS FORA DO EXPEDIENTE ....... "
                     DELIMITED SIZE
                     WRK-QTDE-ED DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0400-TOTALIZAR-FIM. EXIT.


       0410-RETORNAR-REGISTRO SECTION.
              RETURN ARQ-SORT
                  AT END
                      MOVE 'S' TO WRK-FIM-SORT
                  NOT AT END
                      PERFORM 0430-ANALISAR-EVENTO
              END-RETURN.

       0410-RETORNAR-REGISTRO-FIM. EXIT.


       0430-ANALISAR-EVENTO SECTION.
              IF NOT WRK-PRIMEIRO-REG
                  IF SRT-OPERADOR NOT EQUAL WRK-OPERADOR-ANTERIOR
                      PERFORM 0420-QUEBRA-OPERADOR
                  END-IF
              END-IF.

              IF WRK-PRIMEIRO-REG
                 OR SRT-OPERADOR NOT EQUAL WRK-OPERADOR-ANTERIOR
                  MOVE SRT-OPERADOR TO WRK-OPERADOR-ANTERIOR
                  MOVE ZEROS TO WRK-FALHAS-OPERADOR
                  MOVE 'N'   TO WRK-BLOQUEIO
                  MOVE 'N'   TO WRK-CABECALHO
              END-IF.
              MOVE 'N' TO WRK-PRIMEIRO.

              MOVE SRT-DATA TO WRK-DATA-REFERENCIA.
              IF (WRK-DATA-INICIO EQUAL SPACES
                  OR WRK-DATA-REFERENCIA >= WRK-DATA-INICIO)
                 AND (WRK-DATA-FIM EQUAL SPACES
                  OR WRK-DATA-REFERENCIA <= WRK-DATA-FIM)
                  MOVE 'S' TO WRK-PERIODO
              ELSE
                  MOVE 'N' TO WRK-PERIODO
              END-IF.

              EVALUATE SRT-EVENTO
                  WHEN 'A'
                      PERFORM 0440-REGISTRAR-ACESSO
                  WHEN 'F'
                      IF WRK-NO-PERIODO
                          ADD 1 TO WRK-FALHAS-OPERADOR
                          ADD 1 TO WRK-QTDE-FALHAS
                      END-IF
                  WHEN 'B'
                      IF WRK-NO-PERIODO
                          IF WRK-BLOQUEIO-PENDENTE
                              PERFORM 0455-IMPRIMIR-SEM-DESBLOQUEIO
                          END-IF
                          ADD 1 TO WRK-QTDE-BLOQUEIOS
                          MOVE 'S'      TO WRK-BLOQUEIO
                          MOVE SRT-DATA TO WRK-BLOQUEIO-DATA
                          MOVE SRT-HORA TO WRK-BLOQUEIO-HORA
                      END-IF
                  WHEN 'D'
                      IF WRK-BLOQUEIO-PENDENTE OR WRK-NO-PERIODO
                          PERFORM 0450-IMPRIMIR-DESBLOQUEIO
                      END-IF
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE.

       0430-ANALISAR-EVENTO-FIM. EXIT.


       0420-QUEBRA-OPERADOR SECTION.
      *---------- BLOQUEIO SEM DESBLOQUEIO ATE O FIM DO LOG E A
      *---------- CONTAGEM DE FALHAS FECHAM O BLOCO DO OPERADOR
              IF WRK-BLOQUEIO-PENDENTE
                  PERFORM 0455-IMPRIMIR-SEM-DESBLOQUEIO
              END-IF.

              IF WRK-FALHAS-OPERADOR > ZEROS
                  PERFORM 0435-IMPRIMIR-CABECALHO
                  MOVE WRK-FALHAS-OPERADOR TO WRK-QTDE-ED
                  MOVE SPACES TO REG-RELATORIO
                  STRING "    FALHAS DE SENHA NO PERIODO "
                         DELIMITED SIZE
                         WRK-QTDE-ED DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO
              END-IF.

       0420-QUEBRA-OPERADOR-FIM. EXIT.


       0435-IMPRIMIR-CABECALHO SECTION.
      *---------- O OPERADOR SO APARECE QUANDO TEM ALGO A MOSTRAR
              IF NOT WRK-CABECALHO-IMPRESSO
                  MOVE 'S' TO WRK-CABECALHO
                  MOVE SPACES TO REG-RELATORIO
                  STRING "OPERADOR " DELIMITED SIZE
                         WRK-OPERADOR-ANTERIOR DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO
              END-IF.

       0435-IMPRIMIR-CABECALHO-FIM. EXIT.


       0440-REGISTRAR-ACESSO SECTION.
      *---------- O ULTIMO ACESSO VALE PARA A REVISAO DOS INATIVOS -
      *---------- NO PERIODO, CONFERIR EXPEDIENTE E FIM DE SEMANA
              PERFORM 0445-GUARDAR-ULTIMO-ACESSO.

              IF WRK-NO-PERIODO
                  MOVE SRT-DATA TO WRK-DATA-CALC
                  PERFORM 0700-CALCULAR-SERIAL
                  DIVIDE WRK-SERIAL BY 7 GIVING WRK-QUOC-SEMANA
                     REMAINDER WRK-DIA-SEMANA
                  MOVE SPACES TO WRK-MOTIVO
                  EVALUATE TRUE
                      WHEN WRK-DIA-SABADO
                          MOVE "NO SABADO"     TO WRK-MOTIVO
                      WHEN WRK-DIA-DOMINGO
                          MOVE "NO DOMINGO"    TO WRK-MOTIVO
                      WHEN SRT-HHMM < WRK-EXPEDIENTE-INI
                          MOVE "ANTES DO HORARIO" TO WRK-MOTIVO
                      WHEN SRT-HHMM >= WRK-EXPEDIENTE-FIM
                          MOVE "APOS O HORARIO" TO WRK-MOTIVO
                      WHEN OTHER
                          CONTINUE
                  END-EVALUATE
                  IF WRK-MOTIVO NOT EQUAL SPACES
                      ADD 1 TO WRK-QTDE-FORA
                      PERFORM 0435-IMPRIMIR-CABECALHO
                      MOVE SRT-HHMM TO WRK-HORA-ED
                      MOVE SPACES TO REG-RELATORIO
                      STRING "    ACESSO FORA DO EXPEDIENTE EM "
                             DELIMITED SIZE
                             SRT-DATA    DELIMITED SIZE
                             " "         DELIMITED SIZE
                             WRK-HORA-ED DELIMITED SIZE
                             " "         DELIMITED SIZE
                             WRK-MOTIVO  DELIMITED SIZE
                             INTO REG-RELATORIO
                      WRITE REG-RELATORIO
                      DISPLAY REG-RELATORIO
                  END-IF
              END-IF.

       0440-REGISTRAR-ACESSO-FIM. EXIT.


       0445-GUARDAR-ULTIMO-ACESSO SECTION.
      *---------- O LOG VEM EM ORDEM DE DATA DENTRO DO OPERADOR - O
      *---------- ULTIMO LIDO E O MAIS RECENTE
              MOVE 'N' TO WRK-TAB-ACHOU.
              PERFORM 0446-PROCURAR-OPERADOR
                 VARYING WRK-TAB-IDX FROM 1 BY 1
                 UNTIL WRK-TAB-IDX > WRK-TAB-USADAS
                    OR WRK-TAB-ACHADA.

              IF NOT WRK-TAB-ACHADA
                  IF WRK-TAB-USADAS < 500
                      ADD 1 TO WRK-TAB-USADAS
                      MOVE WRK-TAB-USADAS TO WRK-TAB-IDX
                      MOVE SRT-OPERADOR
                         TO WRK-TAB-OPERADOR(WRK-TAB-IDX)
                      MOVE 'S' TO WRK-TAB-ACHOU
                  END-IF
              END-IF.

              IF WRK-TAB-ACHADA
                  MOVE SRT-DATA TO WRK-TAB-ULTIMO(WRK-TAB-IDX)
              END-IF.

       0445-GUARDAR-ULTIMO-ACESSO-FIM. EXIT.


       0446-PROCURAR-OPERADOR SECTION.
              IF WRK-TAB-OPERADOR(WRK-TAB-IDX) EQUAL SRT-OPERADOR
                  MOVE 'S' TO WRK-TAB-ACHOU
      *---------- PARAR NA POSICAO ENCONTRADA
                  SUBTRACT 1 FROM WRK-TAB-IDX
              END-IF.

       0446-PROCURAR-OPERADOR-FIM. EXIT.


       0450-IMPRIMIR-DESBLOQUEIO SECTION.
      *---------- O DESBLOQUEIO FECHA O BLOQUEIO PENDENTE - SOZINHO
      *---------- E UM BLOQUEIO ANTERIOR AO PERIODO
              PERFORM 0435-IMPRIMIR-CABECALHO.
              MOVE SRT-HHMM TO WRK-HORA-ED.
              MOVE SPACES TO REG-RELATORIO.
              IF WRK-BLOQUEIO-PENDENTE
                  STRING "    BLOQUEADO EM " DELIMITED SIZE
                         WRK-BLOQUEIO-DATA  DELIMITED SIZE
                         " DESBLOQUEADO EM " DELIMITED SIZE
                         SRT-DATA           DELIMITED SIZE
                         " "                DELIMITED SIZE
                         WRK-HORA-ED        DELIMITED SIZE
                         " POR "            DELIMITED SIZE
                         SRT-POR            DELIMITED SIZE
                         INTO REG-RELATORIO
              ELSE
                  STRING "    DESBLOQUEADO EM " DELIMITED SIZE
                         SRT-DATA           DELIMITED SIZE
                         " "                DELIMITED SIZE
                         WRK-HORA-ED        DELIMITED SIZE
                         " POR "            DELIMITED SIZE
                         SRT-POR            DELIMITED SIZE
                         " - BLOQUEIO ANTERIOR AO PERIODO"
                                            DELIMITED SIZE
                         INTO REG-RELATORIO
              END-IF.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE 'N' TO WRK-BLOQUEIO.

       0450-IMPRIMIR-DESBLOQUEIO-FIM. EXIT.


       0455-IMPRIMIR-SEM-DESBLOQUEIO SECTION.
              PERFORM 0435-IMPRIMIR-CABECALHO.
              MOVE WRK-BLOQUEIO-HHMM TO WRK-HORA-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "    BLOQUEADO EM " DELIMITED SIZE
                     WRK-BLOQUEIO-DATA  DELIMITED SIZE
                     " "                DELIMITED SIZE
                     WRK-HORA-ED        DELIMITED SIZE
                     " - SEM DESBLOQUEIO REGISTRADO"
                                        DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE 'N' TO WRK-BLOQUEIO.

       0455-IMPRIMIR-SEM-DESBLOQUEIO-FIM. EXIT.


       0500-LISTAR-INATIVOS SECTION.
      *---------- OPERADORES CADASTRADOS SEM ACESSO HA MAIS DO QUE O
      *---------- PRAZO INFORMADO, OU QUE NUNCA ACESSARAM
              MOVE WRK-DIAS-LIMITE TO WRK-DIAS-ED.
              MOVE SPACES TO REG-RELATORIO.
              WRITE REG-RELATORIO.
              MOVE SPACES TO REG-RELATORIO.
              STRING "OPERADORES SEM ACESSO HA MAIS DE "
                     DELIMITED SIZE
                     WRK-DIAS-ED DELIMITED SIZE
                     " DIAS"     DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              OPEN INPUT OPERADORES.
              IF FS-OPERADORES NOT EQUAL 0
                  IF FS-OPERADORES EQUAL 35
                      MOVE "CADASTRO DE OPERADORES NAO IMPLANTADO"
                         TO REG-RELATORIO
                  ELSE
                      MOVE SPACES TO REG-RELATORIO
                      STRING "ERRO NA ABERTURA DOS OPERADORES "
                             DELIMITED SIZE
                             FS-OPERADORES DELIMITED SIZE
                             INTO REG-RELATORIO
                  END-IF
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO
              ELSE
                  PERFORM 0505-POSICIONAR-OPERADORES
                  PERFORM 0510-CONFERIR-INATIVO
                     UNTIL FS-OPERADORES EQUAL 10
                  CLOSE OPERADORES
                  MOVE WRK-QTDE-INATIVOS TO WRK-QTDE-ED
                  MOVE SPACES TO REG-RELATORIO
                  STRING "OPERADORES PARA REVISAO ........... "
                         DELIMITED SIZE
                         WRK-QTDE-ED DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO
              END-IF.

       0500-LISTAR-INATIVOS-FIM. EXIT.


       0505-POSICIONAR-OPERADORES SECTION.
              MOVE LOW-VALUES TO OPE-ID.
              START OPERADORES KEY IS GREATER THAN OPE-ID
                  INVALID KEY
                      MOVE 10 TO FS-OPERADORES
              END-START.

              IF FS-OPERADORES NOT EQUAL 10
                  READ OPERADORES NEXT RECORD
              END-IF.

       0505-POSICIONAR-OPERADORES-FIM. EXIT.


       0510-CONFERIR-INATIVO SECTION.
              PERFORM 0515-CONSULTAR-ULTIMO-ACESSO.

              IF WRK-ULTIMO-ACESSO EQUAL ZEROS
                  ADD 1 TO WRK-QTDE-INATIVOS
                  MOVE SPACES TO REG-RELATORIO
                  STRING "    " DELIMITED SIZE
                         OPE-ID    DELIMITED SIZE
                         " "       DELIMITED SIZE
                         OPE-NOME  DELIMITED SIZE
                         " NIVEL " DELIMITED SIZE
                         OPE-NIVEL DELIMITED SIZE
                         " NUNCA ACESSOU" DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO
              ELSE
                  MOVE WRK-ULTIMO-ACESSO TO WRK-DATA-CALC
                  PERFORM 0700-CALCULAR-SERIAL
                  COMPUTE WRK-DIAS-SEM-ACESSO =
                     WRK-SERIAL-HOJE - WRK-SERIAL
                  IF WRK-DIAS-SEM-ACESSO > WRK-DIAS-LIMITE
                      ADD 1 TO WRK-QTDE-INATIVOS
                      MOVE WRK-DIAS-SEM-ACESSO TO WRK-DIAS-ED
                      MOVE SPACES TO REG-RELATORIO
                      STRING "    " DELIMITED SIZE
                             OPE-ID    DELIMITED SIZE
                             " "       DELIMITED SIZE
                             OPE-NOME  DELIMITED SIZE
                             " NIVEL " DELIMITED SIZE
                             OPE-NIVEL DELIMITED SIZE
                             " "       DELIMITED SIZE
                             WRK-ULTIMO-ACESSO DELIMITED SIZE
                             WRK-DIAS-ED DELIMITED SIZE
                             " DIAS"   DELIMITED SIZE
                             INTO REG-RELATORIO
                      WRITE REG-RELATORIO
                      DISPLAY REG-RELATORIO
                  END-IF
              END-IF.

              READ OPERADORES NEXT RECORD.

       0510-CONFERIR-INATIVO-FIM. EXIT.


       0515-CONSULTAR-ULTIMO-ACESSO SECTION.
              MOVE ZEROS TO WRK-ULTIMO-ACESSO.
              MOVE 'N'   TO WRK-TAB-ACHOU.
              MOVE OPE-ID TO SRT-OPERADOR.
              PERFORM 0446-PROCURAR-OPERADOR
                 VARYING WRK-TAB-IDX FROM 1 BY 1
                 UNTIL WRK-TAB-IDX > WRK-TAB-USADAS
                    OR WRK-TAB-ACHADA.
              IF WRK-TAB-ACHADA
                  MOVE WRK-TAB-ULTIMO(WRK-TAB-IDX)
                     TO WRK-ULTIMO-ACESSO
              END-IF.

       0515-CONSULTAR-ULTIMO-ACESSO-FIM. EXIT.


       0600-LISTAR-SUPERVISORES SECTION.
      *---------- QUEM TEM NIVEL DE SUPERVISOR HOJE NO CADASTRO
              MOVE SPACES TO REG-RELATORIO.
              WRITE REG-RELATORIO.
              MOVE "OPERADORES COM NIVEL DE SUPERVISOR"
                 TO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              OPEN INPUT OPERADORES.
              IF FS-OPERADORES EQUAL 0
                  PERFORM 0505-POSICIONAR-OPERADORES
                  PERFORM 0610-LISTAR-SUPERVISOR
                     UNTIL FS-OPERADORES EQUAL 10
                  CLOSE OPERADORES
                  MOVE WRK-QTDE-SUPERVISOR TO WRK-QTDE-ED
                  MOVE SPACES TO REG-RELATORIO
                  STRING "SUPERVISORES CADASTRADOS .......... "
                         DELIMITED SIZE
                         WRK-QTDE-ED DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO
              END-IF.

       0600-LISTAR-SUPERVISORES-FIM. EXIT.


       0610-LISTAR-SUPERVISOR SECTION.
              IF OPE-NIVEL EQUAL 3
                  ADD 1 TO WRK-QTDE-SUPERVISOR
                  PERFORM 0515-CONSULTAR-ULTIMO-ACESSO
                  MOVE SPACES TO REG-RELATORIO
                  IF OPE-BLOQUEADO EQUAL 'S'
                      STRING "    " DELIMITED SIZE
                             OPE-ID   DELIMITED SIZE
                             " "      DELIMITED SIZE
                             OPE-NOME DELIMITED SIZE
                             " ULTIMO ACESSO " DELIMITED SIZE
                             WRK-ULTIMO-ACESSO DELIMITED SIZE
                             " BLOQUEADO"      DELIMITED SIZE
                             INTO REG-RELATORIO
                  ELSE
                      STRING "    " DELIMITED SIZE
                             OPE-ID   DELIMITED SIZE
                             " "      DELIMITED SIZE
                             OPE-NOME DELIMITED SIZE
                             " ULTIMO ACESSO " DELIMITED SIZE
                             WRK-ULTIMO-ACESSO DELIMITED SIZE
                             INTO REG-RELATORIO
                  END-IF
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO
              END-IF.

              READ OPERADORES NEXT RECORD.

       0610-LISTAR-SUPERVISOR-FIM. EXIT.


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
              CLOSE OPESLOG.
              IF FS-OPESLOG NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR O LOG DE ACESSOS ' FS-OPESLOG
              END-IF.

              CLOSE REPORT-ACESS.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR O RELATORIO ' FS-REPORT
              END-IF.

      *---------- O ARQUIVO DE TRABALHO DA CLASSIFICACAO NAO FICA
              CALL "CBL_DELETE_FILE" USING WRK-ARQ-SORT.

       0300-FINALIZAR-FIM. EXIT.
