       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSINAL.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: POSICAO DIARIA DOS SINAIS DE RESERVA - SALDO ANTERIOR,
      *          MOVIMENTO DO DIA POR TIPO E SALDO FINAL, CONFERIDO
      *          CONTRA OS SINAIS DAS RESERVAS EM ABERTO
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

           SELECT DEPOSITOS ASSIGN USING WRK-ARQ-DEPOSITOS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-DEPOSITOS.

           SELECT RESERVAS ASSIGN USING WRK-ARQ-RESERVAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RSV-CODIGO
              FILE STATUS IS FS-RESERVAS.

           SELECT REPORT-SINAL ASSIGN USING WRK-ARQ-REPORT
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

      *------------------- CONTROLE DOS SINAIS DE RESERVA - UM
      *------------------- LANCAMENTO POR MOVIMENTO: 'R' RECEBIDO,
      *------------------- 'A' APLICADO NA VENDA, 'D' DEVOLVIDO AO
      *------------------- CLIENTE, 'P' PERDIDO (RETIDO PELA REVENDA)
       FD  DEPOSITOS.
       01  REG-DEPOSITO.
           05 DEP-TIPO         PIC  X(001).
           05 DEP-DATA         PIC  9(008).
           05 DEP-HORA         PIC  9(008).
           05 DEP-CODIGO       PIC  X(003).
           05 DEP-CLI-CODIGO   PIC  X(005).
           05 DEP-CLIENTE      PIC  X(030).
           05 DEP-VALOR        PIC  9(006)V99.
           05 DEP-OPERADOR     PIC  X(008).
           05 DEP-RECIBO       PIC  9(006).
           05 DEP-DATA-RESERVA PIC  9(008).

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

      *------------------- LAYOUT DO RELATORIO DE SAIDA
       FD  REPORT-SINAL.
       01  REG-RELATORIO   PIC  X(080).


       WORKING-STORAGE SECTION.
      *----------------- PARAMETRO DE AMBIENTE E CAMINHOS
      *----------------- RESOLVIDOS DOS ARQUIVOS
       01  FS-AMBIENTE     PIC 9(02) VALUE ZEROS.
       01  WRK-AMB-NOME    PIC X(010) VALUE "PADRAO".
       01  WRK-AMB-DIR     PIC X(040) VALUE SPACES.
       01  WRK-ARQ-DEPOSITOS PIC X(060)
           VALUE "D:\temp\Cobol\dados\sinais.txt".
       01  WRK-ARQ-RESERVAS PIC X(060)
           VALUE "D:\temp\Cobol\dados\reserva.txt".
       01  WRK-ARQ-REPORT  PIC X(060)
           VALUE "D:\temp\Cobol\relsinal.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-DEPOSITOS    PIC 9(02) VALUE ZEROS.
       01  FS-RESERVAS     PIC 9(02) VALUE ZEROS.
       01  FS-REPORT       PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-VALOR-ED     PIC ZZZ.ZZ9,99.
       01  WRK-TOTAL-ED     PIC -ZZZ.ZZZ.ZZ9,99.
       01  WRK-QTDE-ED      PIC ZZZ.ZZ9.
       01  WRK-TIPO-ED      PIC X(010).

      *----------------- DATA DA POSICAO - BRANCO ASSUME O DIA
       01  WRK-DATA-PEDIDA      PIC X(008) VALUE SPACES.
       01  WRK-DATA-POSICAO     PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.

      *----------------- SALDOS E MOVIMENTO DO DIA POR TIPO
       01  WRK-SALDO-ANTERIOR   PIC S9(009)V99 VALUE ZEROS.
       01  WRK-SALDO-FINAL      PIC S9(009)V99 VALUE ZEROS.
       01  WRK-DIFERENCA        PIC S9(009)V99 VALUE ZEROS.

       01  WRK-QTDE-RECEBIDO    PIC 9(006)    VALUE ZEROS.
       01  WRK-VALOR-RECEBIDO   PIC 9(009)V99 VALUE ZEROS.
       01  WRK-QTDE-APLICADO    PIC 9(006)    VALUE ZEROS.
       01  WRK-VALOR-APLICADO   PIC 9(009)V99 VALUE ZEROS.
       01  WRK-QTDE-DEVOLVIDO   PIC 9(006)    VALUE ZEROS.
       01  WRK-VALOR-DEVOLVIDO  PIC 9(009)V99 VALUE ZEROS.
       01  WRK-QTDE-PERDIDO     PIC 9(006)    VALUE ZEROS.
       01  WRK-VALOR-PERDIDO    PIC 9(009)V99 VALUE ZEROS.

      *----------------- CONFERENCIA CONTRA AS RESERVAS EM ABERTO
       01  WRK-QTDE-ABERTAS     PIC 9(006)    VALUE ZEROS.
       01  WRK-VALOR-ABERTAS    PIC 9(009)V99 VALUE ZEROS.

       01  WRK-RESERVAS-DISP    PIC X(01) VALUE 'N'.
           88 WRK-RESERVAS-ABERTO         VALUE 'S'.


       PROCEDURE           DIVISION.
       0000-PRINCIPAL      SECTION.
             PERFORM 0100-INICIALIZAR.
             PERFORM 0200-PROCESSAR.
             PERFORM 0400-CONFERIR-RESERVAS.
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
                  MOVE SPACES TO WRK-ARQ-DEPOSITOS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\sinais.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-DEPOSITOS
                  MOVE SPACES TO WRK-ARQ-RESERVAS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\reserva.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-RESERVAS
                  MOVE SPACES TO WRK-ARQ-REPORT
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\relsinal.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-REPORT
              END-IF.

      *---------- CADA EXECUCAO INFORMA O AMBIENTE RESOLVIDO
              DISPLAY "AMBIENTE: " WRK-AMB-NOME.

       0050-RESOLVER-AMBIENTE-FIM. EXIT.


       0100-INICIALIZAR      SECTION.
              PERFORM 0050-RESOLVER-AMBIENTE.

              DISPLAY "DATA DA POSICAO (AAAAMMDD OU BRANCO) ".
              ACCEPT WRK-DATA-PEDIDA.
              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
              IF WRK-DATA-PEDIDA EQUAL SPACES
                  MOVE WRK-DATA-HOJE   TO WRK-DATA-POSICAO
              ELSE
                  MOVE WRK-DATA-PEDIDA TO WRK-DATA-POSICAO
              END-IF.

              OPEN INPUT DEPOSITOS.
              IF FS-DEPOSITOS NOT EQUAL 0
                  IF FS-DEPOSITOS EQUAL 35
                      DISPLAY "CONTROLE DE SINAIS NAO ENCONTRADO"
                  ELSE
                      DISPLAY "ERRO NA ABERTURA DO CONTROLE DE "
                         "SINAIS " FS-DEPOSITOS
                  END-IF
                  GOBACK
              END-IF.

      *---------- SEM O CADASTRO DE RESERVAS A POSICAO SAI SEM A
      *---------- CONFERENCIA
              OPEN INPUT RESERVAS.
              IF FS-RESERVAS EQUAL 0
                  MOVE 'S' TO WRK-RESERVAS-DISP
              ELSE
                  DISPLAY "RESERVAS NAO CONFERIDAS - STATUS "
                     FS-RESERVAS
              END-IF.

              OPEN OUTPUT REPORT-SINAL.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DO RELATORIO " FS-REPORT
                  GOBACK
              END-IF.

              MOVE SPACES TO REG-RELATORIO.
              STRING "POSICAO DOS SINAIS DE RESERVA EM "
                     DELIMITED SIZE
                     WRK-DATA-POSICAO DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0100-INICIAL-FIM. EXIT.


       0200-PROCESSAR        SECTION.
      *---------- O CONTROLE E GRAVADO EM ORDEM CRONOLOGICA - O QUE
      *---------- VEM ANTES DA DATA FORMA O SALDO ANTERIOR, O DA DATA
      *---------- E O MOVIMENTO DO DIA
              READ DEPOSITOS.
              PERFORM 0210-TRATAR-LANCAMENTO
                 UNTIL FS-DEPOSITOS EQUAL 10.

              PERFORM 0250-IMPRIMIR-RESUMO.

       0200-PROCESSAR-FIM. EXIT.


       0210-TRATAR-LANCAMENTO SECTION.
              IF DEP-DATA < WRK-DATA-POSICAO
                  IF DEP-TIPO EQUAL 'R'
                      ADD DEP-VALOR      TO WRK-SALDO-ANTERIOR
                  ELSE
                      SUBTRACT DEP-VALOR FROM WRK-SALDO-ANTERIOR
                  END-IF
              ELSE
              IF DEP-DATA EQUAL WRK-DATA-POSICAO
                  PERFORM 0220-IMPRIMIR-LANCAMENTO
              END-IF
              END-IF.

              READ DEPOSITOS.

       0210-TRATAR-LANCAMENTO-FIM. EXIT.


       0220-IMPRIMIR-LANCAMENTO SECTION.
      *---------- UMA LINHA POR MOVIMENTO DO DIA E ACUMULO POR TIPO
              EVALUATE DEP-TIPO
                  WHEN 'R'
                      MOVE "RECEBIDO"  TO WRK-TIPO-ED
                      ADD 1            TO WRK-QTDE-RECEBIDO
                      ADD DEP-VALOR    TO WRK-VALOR-RECEBIDO
                  WHEN 'A'
                      MOVE "APLICADO"  TO WRK-TIPO-ED
                      ADD 1            TO WRK-QTDE-APLICADO
                      ADD DEP-VALOR    TO WRK-VALOR-APLICADO
                  WHEN 'D'
                      MOVE "DEVOLVIDO" TO WRK-TIPO-ED
                      ADD 1            TO WRK-QTDE-DEVOLVIDO
                      ADD DEP-VALOR    TO WRK-VALOR-DEVOLVIDO
                  WHEN OTHER
                      MOVE "PERDIDO"   TO WRK-TIPO-ED
                      ADD 1            TO WRK-QTDE-PERDIDO
                      ADD DEP-VALOR    TO WRK-VALOR-PERDIDO
              END-EVALUATE.

              MOVE DEP-VALOR TO WRK-VALOR-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING WRK-TIPO-ED    DELIMITED SIZE
                     DEP-CODIGO     DELIMITED SIZE
                     " "            DELIMITED SIZE
                     DEP-CLI-CODIGO DELIMITED SIZE
                     " "            DELIMITED SIZE
                     DEP-CLIENTE    DELIMITED SIZE
                     " "            DELIMITED SIZE
                     DEP-OPERADOR   DELIMITED SIZE
                     " "            DELIMITED SIZE
                     WRK-VALOR-ED   DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0220-IMPRIMIR-LANCAMENTO-FIM. EXIT.


       0250-IMPRIMIR-RESUMO SECTION.
      *---------- SALDO FINAL = ANTERIOR + RECEBIDOS - APLICADOS -
      *---------- DEVOLVIDOS - PERDIDOS
              COMPUTE WRK-SALDO-FINAL = WRK-SALDO-ANTERIOR
                 + WRK-VALOR-RECEBIDO - WRK-VALOR-APLICADO
                 - WRK-VALOR-DEVOLVIDO - WRK-VALOR-PERDIDO.

              MOVE WRK-SALDO-ANTERIOR TO WRK-TOTAL-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "SALDO ANTERIOR .............. "
                     DELIMITED SIZE
                     WRK-TOTAL-ED DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE "RECEBIDOS"  TO WRK-TIPO-ED.
              MOVE WRK-QTDE-RECEBIDO  TO WRK-QTDE-ED.
              MOVE WRK-VALOR-RECEBIDO TO WRK-TOTAL-ED.
              PERFORM 0260-IMPRIMIR-TOTAL-TIPO.

              MOVE "APLICADOS"  TO WRK-TIPO-ED.
              MOVE WRK-QTDE-APLICADO  TO WRK-QTDE-ED.
              MOVE WRK-VALOR-APLICADO TO WRK-TOTAL-ED.
              PERFORM 0260-IMPRIMIR-TOTAL-TIPO.

              MOVE "DEVOLVIDOS" TO WRK-TIPO-ED.
              MOVE WRK-QTDE-DEVOLVIDO  TO WRK-QTDE-ED.
              MOVE WRK-VALOR-DEVOLVIDO TO WRK-TOTAL-ED.
              PERFORM 0260-IMPRIMIR-TOTAL-TIPO.

              MOVE "PERDIDOS"   TO WRK-TIPO-ED.
              MOVE WRK-QTDE-PERDIDO  TO WRK-QTDE-ED.
              MOVE WRK-VALOR-PERDIDO TO WRK-TOTAL-ED.
              PERFORM 0260-IMPRIMIR-TOTAL-TIPO.

              MOVE WRK-SALDO-FINAL TO WRK-TOTAL-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "SALDO FINAL ................. "
                     DELIMITED SIZE
                     WRK-TOTAL-ED DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0250-IMPRIMIR-RESUMO-FIM. EXIT.


       0260-IMPRIMIR-TOTAL-TIPO SECTION.
              MOVE SPACES TO REG-RELATORIO.
              STRING "TOTAL " DELIMITED SIZE
                     WRK-TIPO-ED  DELIMITED SIZE
                     " "          DELIMITED SIZE
                     WRK-QTDE-ED  DELIMITED SIZE
                     "  "         DELIMITED SIZE
                     WRK-TOTAL-ED DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0260-IMPRIMIR-TOTAL-TIPO-FIM. EXIT.


       0400-CONFERIR-RESERVAS SECTION.
      *---------- O SALDO DO CONTROLE DEVE SER A SOMA DOS SINAIS DAS
      *---------- RESERVAS EM ABERTO - SO FAZ SENTIDO NA POSICAO DO
      *---------- DIA CORRENTE
              IF WRK-RESERVAS-ABERTO
                 AND WRK-DATA-POSICAO EQUAL WRK-DATA-HOJE
                  MOVE LOW-VALUES TO RSV-CODIGO
                  START RESERVAS KEY IS GREATER THAN RSV-CODIGO
                      INVALID KEY
                          MOVE 10 TO FS-RESERVAS
                  END-START
                  IF FS-RESERVAS NOT EQUAL 10
                      READ RESERVAS NEXT RECORD
                  END-IF
                  PERFORM 0410-SOMAR-RESERVA
                     UNTIL FS-RESERVAS EQUAL 10

                  COMPUTE WRK-DIFERENCA =
                     WRK-SALDO-FINAL - WRK-VALOR-ABERTAS

                  MOVE WRK-QTDE-ABERTAS  TO WRK-QTDE-ED
                  MOVE WRK-VALOR-ABERTAS TO WRK-TOTAL-ED
                  MOVE SPACES TO REG-RELATORIO
                  STRING "RESERVAS EM ABERTO " DELIMITED SIZE
                         WRK-QTDE-ED  DELIMITED SIZE
                         "  "         DELIMITED SIZE
                         WRK-TOTAL-ED DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO

                  MOVE WRK-DIFERENCA TO WRK-TOTAL-ED
                  MOVE SPACES TO REG-RELATORIO
                  STRING "DIFERENCA ................... "
                         DELIMITED SIZE
                         WRK-TOTAL-ED DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO

                  IF WRK-DIFERENCA NOT EQUAL ZEROS
                      MOVE SPACES TO REG-RELATORIO
                      STRING "ATENCAO - CONTROLE E RESERVAS NAO "
                             DELIMITED SIZE
                             "CONFEREM"
                             DELIMITED SIZE
                             INTO REG-RELATORIO
                      WRITE REG-RELATORIO
                      DISPLAY REG-RELATORIO
                  END-IF
              END-IF.

       0400-CONFERIR-RESERVAS-FIM. EXIT.


       0410-SOMAR-RESERVA SECTION.
              ADD 1         TO WRK-QTDE-ABERTAS.
              ADD RSV-SINAL TO WRK-VALOR-ABERTAS.
              READ RESERVAS NEXT RECORD.

       0410-SOMAR-RESERVA-FIM. EXIT.


       0300-FINALIZAR       SECTION.
              CLOSE DEPOSITOS.
              IF FS-DEPOSITOS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR O CONTROLE DE SINAIS '
                     FS-DEPOSITOS
              END-IF.

              IF WRK-RESERVAS-ABERTO
                  CLOSE RESERVAS
                  IF FS-RESERVAS NOT EQUAL 0
                      DISPLAY 'ERRO AO FECHAR AS RESERVAS '
                         FS-RESERVAS
                  END-IF
              END-IF.

              CLOSE REPORT-SINAL.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR O RELATORIO ' FS-REPORT
              END-IF.

       0300-FINALIZAR-FIM. EXIT.
