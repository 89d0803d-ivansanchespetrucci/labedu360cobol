       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPROPO.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: CONVERSAO DAS PROPOSTAS DE VENDA NO MES - POR FILIAL
      *          E VENDEDOR, AS PROPOSTAS EMITIDAS, CONVERTIDAS EM
      *          RESERVA OU VENDA, PERDIDAS E AINDA ABERTAS, COM O
      *          DESCONTO DADO SOBRE O PRECO DE TABELA DO VEICULO
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

           SELECT PROPOSTAS ASSIGN USING WRK-ARQ-PROPOSTAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRP-NUMERO
              FILE STATUS IS FS-PROPOSTAS.

           SELECT CARROS ASSIGN USING WRK-ARQ-CARROS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS REG-CODIGO
              ALTERNATE RECORD KEY IS REG-FABR WITH DUPLICATES
              FILE STATUS IS FS-CARROS.

           SELECT ARQ-SORT ASSIGN USING WRK-ARQ-SORT.

           SELECT REPORT-PROPO ASSIGN USING WRK-ARQ-REPORT
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

      *------------------- CADASTRO DE PROPOSTAS - SITUACAO 'A'
      *------------------- ABERTA, 'R' CONVERTIDA EM RESERVA, 'V'
      *------------------- CONVERTIDA EM VENDA, 'E' EXPIRADA, 'P'
      *------------------- PERDIDA
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
           05 PRP-DATA-EMISSAO-R REDEFINES PRP-DATA-EMISSAO.
              10 PRP-MES-EMISSAO  PIC  X(006).
              10 FILLER           PIC  X(002).
           05 PRP-VALIDADE        PIC  9(008).
           05 PRP-OPERADOR        PIC  X(008).
           05 PRP-SITUACAO        PIC  X(001).
           05 PRP-DATA-SITUACAO   PIC  9(008).
           05 PRP-RECIBO          PIC  9(006).

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

      *------------------- REGISTRO DE CLASSIFICACAO - RESULTADO 'C'
      *------------------- CONVERTIDA, 'P' PERDIDA, 'A' AINDA ABERTA
       SD  ARQ-SORT.
       01  REG-SORT.
           05 SRT-FILIAL     PIC  X(002).
           05 SRT-OPERADOR   PIC  X(008).
           05 SRT-NUMERO     PIC  9(006).
           05 SRT-CODIGO     PIC  X(003).
           05 SRT-CLIENTE    PIC  X(020).
           05 SRT-TABELA     PIC  9(006)V99.
           05 SRT-PROPOSTO   PIC  9(006)V99.
           05 SRT-RESULTADO  PIC  X(001).
           05 SRT-SITUACAO   PIC  X(001).

      *------------------- LAYOUT DO RELATORIO DE SAIDA
       FD  REPORT-PROPO.
       01  REG-RELATORIO   PIC  X(080).


       WORKING-STORAGE SECTION.
      *----------------- PARAMETRO DE AMBIENTE E CAMINHOS
      *----------------- RESOLVIDOS DOS ARQUIVOS
       01  FS-AMBIENTE     PIC 9(02) VALUE ZEROS.
       01  WRK-AMB-NOME    PIC X(010) VALUE "PADRAO".
       01  WRK-AMB-DIR     PIC X(040) VALUE SPACES.
       01  WRK-ARQ-PROPOSTAS PIC X(060)
           VALUE "D:\temp\Cobol\dados\proposta.txt".
       01  WRK-ARQ-CARROS  PIC X(060)
           VALUE "D:\temp\Cobol\dados\carros.txt".
       01  WRK-ARQ-SORT    PIC X(060)
           VALUE "D:\temp\Cobol\sortprop.tmp".
       01  WRK-ARQ-REPORT  PIC X(060)
           VALUE "D:\temp\Cobol\relpropo.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-PROPOSTAS    PIC 9(02) VALUE ZEROS.
       01  FS-CARROS       PIC 9(02) VALUE ZEROS.
       01  FS-REPORT       PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-VALOR-ED     PIC ZZZ.ZZ9,99.
       01  WRK-PROPOSTO-ED  PIC ZZZ.ZZ9,99.
       01  WRK-DESCONTO-ED  PIC -Z.ZZZ.ZZ9,99.
       01  WRK-TOTAL-ED     PIC -ZZZ.ZZZ.ZZ9,99.
       01  WRK-EMIT-ED      PIC ZZ.ZZ9.
       01  WRK-CONV-ED      PIC ZZ.ZZ9.
       01  WRK-VEND-ED      PIC ZZ.ZZ9.
       01  WRK-PERD-ED      PIC ZZ.ZZ9.
       01  WRK-ABER-ED      PIC ZZ.ZZ9.
       01  WRK-TAXA-ED      PIC ZZ9,9.
       01  WRK-PERC-ED      PIC -ZZ9,9.
       01  WRK-TITULO-ED    PIC X(020).
       01  WRK-DESC-SITUACAO PIC X(010).

      *----------------- MES DE REFERENCIA - BRANCO E O MES CORRENTE
       01  WRK-MES-REFERENCIA   PIC X(006) VALUE SPACES.
       01  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-MES-HOJE      PIC X(006).
           05 FILLER            PIC X(002).

      *----------------- DESCONTO DA PROPOSTA - NEGATIVO QUANDO A
      *----------------- PROPOSTA SAIU ACIMA DA TABELA
       01  WRK-DESCONTO         PIC S9(007)V99 VALUE ZEROS.
       01  WRK-TAXA             PIC S9(003)V9 VALUE ZEROS.
       01  WRK-PERC             PIC S9(003)V9 VALUE ZEROS.

       01  WRK-CARROS-DISP      PIC X(01) VALUE 'N'.
           88 WRK-CARROS-ABERTO           VALUE 'S'.

       01  WRK-TEM-VEICULO      PIC X(01) VALUE 'N'.
           88 WRK-VEICULO-EXISTE          VALUE 'S'.

      *----------------- CONTROLE DAS QUEBRAS POR FILIAL E VENDEDOR
       01  WRK-FILIAL-ANTERIOR  PIC X(002) VALUE SPACES.
       01  WRK-OPERADOR-ANTERIOR PIC X(008) VALUE SPACES.

      *----------------- ACUMULADORES - VENDEDOR, FILIAL E GERAL
       01  WRK-ACUMULADOR-OPE.
           05 WRK-OPE-EMITIDAS  PIC S9(006)    VALUE ZEROS.
           05 WRK-OPE-CONVERT   PIC S9(006)    VALUE ZEROS.
           05 WRK-OPE-VENDAS    PIC S9(006)    VALUE ZEROS.
           05 WRK-OPE-PERDIDAS  PIC S9(006)    VALUE ZEROS.
           05 WRK-OPE-ABERTAS   PIC S9(006)    VALUE ZEROS.
           05 WRK-OPE-TABELA    PIC S9(009)V99 VALUE ZEROS.
           05 WRK-OPE-DESCONTO  PIC S9(009)V99 VALUE ZEROS.
       01  WRK-ACUMULADOR-FIL.
           05 WRK-FIL-EMITIDAS  PIC S9(006)    VALUE ZEROS.
           05 WRK-FIL-CONVERT   PIC S9(006)    VALUE ZEROS.
           05 WRK-FIL-VENDAS    PIC S9(006)    VALUE ZEROS.
           05 WRK-FIL-PERDIDAS  PIC S9(006)    VALUE ZEROS.
           05 WRK-FIL-ABERTAS   PIC S9(006)    VALUE ZEROS.
           05 WRK-FIL-TABELA    PIC S9(009)V99 VALUE ZEROS.
           05 WRK-FIL-DESCONTO  PIC S9(009)V99 VALUE ZEROS.
       01  WRK-ACUMULADOR-GER.
           05 WRK-GER-EMITIDAS  PIC S9(006)    VALUE ZEROS.
           05 WRK-GER-CONVERT   PIC S9(006)    VALUE ZEROS.
           05 WRK-GER-VENDAS    PIC S9(006)    VALUE ZEROS.
           05 WRK-GER-PERDIDAS  PIC S9(006)    VALUE ZEROS.
           05 WRK-GER-ABERTAS   PIC S9(006)    VALUE ZEROS.
           05 WRK-GER-TABELA    PIC S9(009)V99 VALUE ZEROS.
           05 WRK-GER-DESCONTO  PIC S9(009)V99 VALUE ZEROS.

      *----------------- LINHA DE TOTAL EM IMPRESSAO
       01  WRK-ACUMULADOR-IMP.
           05 WRK-IMP-EMITIDAS  PIC S9(006)    VALUE ZEROS.
           05 WRK-IMP-CONVERT   PIC S9(006)    VALUE ZEROS.
           05 WRK-IMP-VENDAS    PIC S9(006)    VALUE ZEROS.
           05 WRK-IMP-PERDIDAS  PIC S9(006)    VALUE ZEROS.
           05 WRK-IMP-ABERTAS   PIC S9(006)    VALUE ZEROS.
           05 WRK-IMP-TABELA    PIC S9(009)V99 VALUE ZEROS.
           05 WRK-IMP-DESCONTO  PIC S9(009)V99 VALUE ZEROS.

      *----------------- SWITCH DE FIM DA CLASSIFICACAO
       01  WRK-FIM-SORT           PIC X(01) VALUE 'N'.
           88 WRK-SORT-ESGOTADO             VALUE 'S'.

      *----------------- SWITCH DE PRIMEIRO REGISTRO
       01  WRK-PRIMEIRO           PIC X(01) VALUE 'S'.
           88 WRK-PRIMEIRO-REG              VALUE 'S'.


       PROCEDURE           DIVISION.
       0000-PRINCIPAL      SECTION.
             PERFORM 0100-INICIALIZAR.

      *---------- CLASSIFICAR AS PROPOSTAS DO MES POR FILIAL,
      *---------- VENDEDOR E NUMERO
             SORT ARQ-SORT ON ASCENDING KEY SRT-FILIAL
                                           SRT-OPERADOR
                                           SRT-NUMERO
                INPUT  PROCEDURE IS 0200-SELECIONAR
                OUTPUT PROCEDURE IS 0400-TOTALIZAR.

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
                  MOVE SPACES TO WRK-ARQ-PROPOSTAS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\proposta.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-PROPOSTAS
                  MOVE SPACES TO WRK-ARQ-CARROS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\carros.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CARROS
                  MOVE SPACES TO WRK-ARQ-SORT
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\sortprop.tmp"
                         DELIMITED SIZE
                         INTO WRK-ARQ-SORT
                  MOVE SPACES TO WRK-ARQ-REPORT
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\relpropo.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-REPORT
              END-IF.

      *---------- CADA EXECUCAO INFORMA O AMBIENTE RESOLVIDO
              DISPLAY "AMBIENTE: " WRK-AMB-NOME.

       0050-RESOLVER-AMBIENTE-FIM. EXIT.


       0100-INICIALIZAR      SECTION.
              PERFORM 0050-RESOLVER-AMBIENTE.

              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
              DISPLAY "MES DE REFERENCIA (AAAAMM OU BRANCO = MES "
                 "CORRENTE) ".
              ACCEPT WRK-MES-REFERENCIA.
              IF WRK-MES-REFERENCIA EQUAL SPACES
                  MOVE WRK-MES-HOJE TO WRK-MES-REFERENCIA
              END-IF.

              OPEN INPUT PROPOSTAS.
              IF FS-PROPOSTAS NOT EQUAL 0
                  IF FS-PROPOSTAS EQUAL 35
                      DISPLAY "CADASTRO DE PROPOSTAS NAO ENCONTRADO"
                  ELSE
                      DISPLAY "ERRO NA ABERTURA DAS PROPOSTAS "
                         FS-PROPOSTAS
                  END-IF
                  GOBACK
              END-IF.

      *---------- SEM O CADASTRO DE VEICULOS A PROPOSTA ABERTA CUJO
      *---------- VEICULO JA FOI VENDIDO CONTINUA COMO ABERTA
              OPEN INPUT CARROS.
              IF FS-CARROS EQUAL 0
                  MOVE 'S' TO WRK-CARROS-DISP
              ELSE
                  DISPLAY "CADASTRO DE VEICULOS NAO DISPONIVEL - "
                     "STATUS " FS-CARROS
              END-IF.

              OPEN OUTPUT REPORT-PROPO.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DO RELATORIO " FS-REPORT
                  GOBACK
              END-IF.

              MOVE SPACES TO REG-RELATORIO.
              STRING "CONVERSAO DAS PROPOSTAS DE VENDA - MES "
                     DELIMITED SIZE
                     WRK-MES-REFERENCIA DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE SPACES TO REG-RELATORIO.
              STRING "NUMERO COD CLIENTE                  TABELA"
                     DELIMITED SIZE
                     "   PROPOSTO      DESCONTO SITUACAO"
                     DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.

       0100-INICIAL-FIM. EXIT.


       0200-SELECIONAR       SECTION.
              MOVE ZEROS TO PRP-NUMERO.
              START PROPOSTAS KEY IS GREATER THAN PRP-NUMERO
                  INVALID KEY
                      MOVE 10 TO FS-PROPOSTAS
              END-START.

              IF FS-PROPOSTAS NOT EQUAL 10
                  READ PROPOSTAS NEXT RECORD
              END-IF.

              PERFORM 0210-LIBERAR-REGISTRO
                 UNTIL FS-PROPOSTAS EQUAL 10.

       0200-SELECIONAR-FIM. EXIT.


       0210-LIBERAR-REGISTRO SECTION.
      *---------- SO ENTRAM AS PROPOSTAS EMITIDAS NO MES PEDIDO
              IF PRP-MES-EMISSAO EQUAL WRK-MES-REFERENCIA
                  PERFORM 0220-APURAR-RESULTADO
                  MOVE PRP-FILIAL         TO SRT-FILIAL
                  MOVE PRP-OPERADOR       TO SRT-OPERADOR
                  MOVE PRP-NUMERO         TO SRT-NUMERO
                  MOVE PRP-CODIGO         TO SRT-CODIGO
                  MOVE PRP-CLIENTE        TO SRT-CLIENTE
                  MOVE PRP-VALOR-TABELA   TO SRT-TABELA
                  MOVE PRP-VALOR-PROPOSTO TO SRT-PROPOSTO
                  MOVE PRP-SITUACAO       TO SRT-SITUACAO
                  RELEASE REG-SORT
              END-IF.

              READ PROPOSTAS NEXT RECORD.

       0210-LIBERAR-REGISTRO-FIM. EXIT.


       0220-APURAR-RESULTADO SECTION.
      *---------- RESERVA OU VENDA E CONVERSAO, EXPIRADA OU PERDIDA E
      *---------- PERDA - A ABERTA QUE JA PASSOU DA VALIDADE OU CUJO
      *---------- VEICULO SAIU DO ESTOQUE CONTA COMO PERDIDA MESMO
      *---------- ANTES DO CARPROPO DERRUBAR
              EVALUATE PRP-SITUACAO
                  WHEN 'R'
                  WHEN 'V'
                      MOVE 'C' TO SRT-RESULTADO
                  WHEN 'E'
                  WHEN 'P'
                      MOVE 'P' TO SRT-RESULTADO
                  WHEN OTHER
                      MOVE 'A' TO SRT-RESULTADO
                      IF PRP-VALIDADE < WRK-DATA-HOJE
                          MOVE 'P' TO SRT-RESULTADO
                      ELSE
                          PERFORM 0230-CONSULTAR-VEICULO
                          IF WRK-CARROS-ABERTO
                             AND (NOT WRK-VEICULO-EXISTE
                              OR REG-CHASSI NOT EQUAL PRP-CHASSI
                              OR REG-SITUACAO EQUAL 'V')
                              MOVE 'P' TO SRT-RESULTADO
                          END-IF
                      END-IF
              END-EVALUATE.

       0220-APURAR-RESULTADO-FIM. EXIT.


       0230-CONSULTAR-VEICULO SECTION.
              MOVE 'N' TO WRK-TEM-VEICULO.
              IF WRK-CARROS-ABERTO
                  MOVE PRP-CODIGO TO REG-CODIGO
                  READ CARROS
                      INVALID KEY
                          MOVE 'N' TO WRK-TEM-VEICULO
                      NOT INVALID KEY
                          MOVE 'S' TO WRK-TEM-VEICULO
                  END-READ
              END-IF.

       0230-CONSULTAR-VEICULO-FIM. EXIT.


       0400-TOTALIZAR        SECTION.
              MOVE 'N' TO WRK-FIM-SORT.
              MOVE 'S' TO WRK-PRIMEIRO.

              PERFORM 0410-RETORNAR-REGISTRO
                 UNTIL WRK-SORT-ESGOTADO.

      *---------- IMPRIMIR AS ULTIMAS QUEBRAS PENDENTES
              IF NOT WRK-PRIMEIRO-REG
                  PERFORM 0420-QUEBRA-OPERADOR
                  PERFORM 0425-QUEBRA-FILIAL
              ELSE
                  MOVE "SEM PROPOSTAS EMITIDAS NO MES"
                     TO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO
              END-IF.

              MOVE "TOTAL GERAL"      TO WRK-TITULO-ED.
              MOVE WRK-ACUMULADOR-GER TO WRK-ACUMULADOR-IMP.
              PERFORM 0460-IMPRIMIR-TOTAL.

       0400-TOTALIZAR-FIM. EXIT.


       0410-RETORNAR-REGISTRO SECTION.
              RETURN ARQ-SORT
                  AT END
                      MOVE 'S' TO WRK-FIM-SORT
                  NOT AT END
                      PERFORM 0430-ACUMULAR-REGISTRO
              END-RETURN.

       0410-RETORNAR-REGISTRO-FIM. EXIT.


       0430-ACUMULAR-REGISTRO SECTION.
      *---------- QUEBRA DE CONTROLE - PRIMEIRO O VENDEDOR, DEPOIS A
      *---------- FILIAL QUANDO ELA MUDA
              IF NOT WRK-PRIMEIRO-REG
                  IF SRT-FILIAL NOT EQUAL WRK-FILIAL-ANTERIOR
                      PERFORM 0420-QUEBRA-OPERADOR
                      PERFORM 0425-QUEBRA-FILIAL
                  ELSE
                      IF SRT-OPERADOR NOT EQUAL WRK-OPERADOR-ANTERIOR
                          PERFORM 0420-QUEBRA-OPERADOR
                      END-IF
                  END-IF
              END-IF.

              MOVE 'N'          TO WRK-PRIMEIRO.
              MOVE SRT-FILIAL   TO WRK-FILIAL-ANTERIOR.
              MOVE SRT-OPERADOR TO WRK-OPERADOR-ANTERIOR.

              COMPUTE WRK-DESCONTO = SRT-TABELA - SRT-PROPOSTO.
              PERFORM 0440-IMPRIMIR-PROPOSTA.

              ADD 1 TO WRK-OPE-EMITIDAS.
              ADD 1 TO WRK-FIL-EMITIDAS.
              ADD 1 TO WRK-GER-EMITIDAS.
              ADD SRT-TABELA   TO WRK-OPE-TABELA.
              ADD SRT-TABELA   TO WRK-FIL-TABELA.
              ADD SRT-TABELA   TO WRK-GER-TABELA.
              ADD WRK-DESCONTO TO WRK-OPE-DESCONTO.
              ADD WRK-DESCONTO TO WRK-FIL-DESCONTO.
              ADD WRK-DESCONTO TO WRK-GER-DESCONTO.

              EVALUATE SRT-RESULTADO
                  WHEN 'C'
                      ADD 1 TO WRK-OPE-CONVERT
                      ADD 1 TO WRK-FIL-CONVERT
                      ADD 1 TO WRK-GER-CONVERT
                      IF SRT-SITUACAO EQUAL 'V'
                          ADD 1 TO WRK-OPE-VENDAS
                          ADD 1 TO WRK-FIL-VENDAS
                          ADD 1 TO WRK-GER-VENDAS
                      END-IF
                  WHEN 'P'
                      ADD 1 TO WRK-OPE-PERDIDAS
                      ADD 1 TO WRK-FIL-PERDIDAS
                      ADD 1 TO WRK-GER-PERDIDAS
                  WHEN OTHER
                      ADD 1 TO WRK-OPE-ABERTAS
                      ADD 1 TO WRK-FIL-ABERTAS
                      ADD 1 TO WRK-GER-ABERTAS
              END-EVALUATE.

       0430-ACUMULAR-REGISTRO-FIM. EXIT.


       0440-IMPRIMIR-PROPOSTA SECTION.
              EVALUATE TRUE
                  WHEN SRT-SITUACAO EQUAL 'R'
                      MOVE "RESERVA"    TO WRK-DESC-SITUACAO
                  WHEN SRT-SITUACAO EQUAL 'V'
                      MOVE "VENDA"      TO WRK-DESC-SITUACAO
                  WHEN SRT-SITUACAO EQUAL 'E'
                      MOVE "EXPIRADA"   TO WRK-DESC-SITUACAO
                  WHEN SRT-SITUACAO EQUAL 'P'
                      MOVE "PERDIDA"    TO WRK-DESC-SITUACAO
                  WHEN SRT-RESULTADO EQUAL 'P'
                      MOVE "CAIU"       TO WRK-DESC-SITUACAO
                  WHEN OTHER
                      MOVE "ABERTA"     TO WRK-DESC-SITUACAO
              END-EVALUATE.

              MOVE SRT-TABELA   TO WRK-VALOR-ED.
              MOVE SRT-PROPOSTO TO WRK-PROPOSTO-ED.
              MOVE WRK-DESCONTO TO WRK-DESCONTO-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING SRT-NUMERO        DELIMITED SIZE
                     " "               DELIMITED SIZE
                     SRT-CODIGO        DELIMITED SIZE
                     " "               DELIMITED SIZE
                     SRT-CLIENTE       DELIMITED SIZE
                     " "               DELIMITED SIZE
                     WRK-VALOR-ED      DELIMITED SIZE
                     " "               DELIMITED SIZE
                     WRK-PROPOSTO-ED   DELIMITED SIZE
                     " "               DELIMITED SIZE
                     WRK-DESCONTO-ED   DELIMITED SIZE
                     " "               DELIMITED SIZE
                     WRK-DESC-SITUACAO DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.

       0440-IMPRIMIR-PROPOSTA-FIM. EXIT.


       0420-QUEBRA-OPERADOR SECTION.
              MOVE SPACES TO WRK-TITULO-ED.
              STRING "FILIAL "             DELIMITED SIZE
                     WRK-FILIAL-ANTERIOR   DELIMITED SIZE
                     " "                   DELIMITED SIZE
                     WRK-OPERADOR-ANTERIOR DELIMITED SIZE
                     INTO WRK-TITULO-ED.
              MOVE WRK-ACUMULADOR-OPE TO WRK-ACUMULADOR-IMP.
              PERFORM 0460-IMPRIMIR-TOTAL.

              MOVE ZEROS TO WRK-OPE-EMITIDAS.
              MOVE ZEROS TO WRK-OPE-CONVERT.
              MOVE ZEROS TO WRK-OPE-VENDAS.
              MOVE ZEROS TO WRK-OPE-PERDIDAS.
              MOVE ZEROS TO WRK-OPE-ABERTAS.
              MOVE ZEROS TO WRK-OPE-TABELA.
              MOVE ZEROS TO WRK-OPE-DESCONTO.

       0420-QUEBRA-OPERADOR-FIM. EXIT.


       0425-QUEBRA-FILIAL SECTION.
              MOVE SPACES TO WRK-TITULO-ED.
              STRING "TOTAL FILIAL "     DELIMITED SIZE
                     WRK-FILIAL-ANTERIOR DELIMITED SIZE
                     INTO WRK-TITULO-ED.
              MOVE WRK-ACUMULADOR-FIL TO WRK-ACUMULADOR-IMP.
              PERFORM 0460-IMPRIMIR-TOTAL.
              DISPLAY "-----------------------------------".

              MOVE ZEROS TO WRK-FIL-EMITIDAS.
              MOVE ZEROS TO WRK-FIL-CONVERT.
              MOVE ZEROS TO WRK-FIL-VENDAS.
              MOVE ZEROS TO WRK-FIL-PERDIDAS.
              MOVE ZEROS TO WRK-FIL-ABERTAS.
              MOVE ZEROS TO WRK-FIL-TABELA.
              MOVE ZEROS TO WRK-FIL-DESCONTO.

       0425-QUEBRA-FILIAL-FIM. EXIT.


       0460-IMPRIMIR-TOTAL SECTION.
      *---------- TRES LINHAS POR TOTAL - EMITIDAS E CONVERTIDAS COM
      *---------- A TAXA DE CONVERSAO, O DESTINO DAS DEMAIS E O
      *---------- DESCONTO DADO SOBRE A TABELA
              IF WRK-IMP-EMITIDAS > ZEROS
                  COMPUTE WRK-TAXA ROUNDED =
                     WRK-IMP-CONVERT * 100 / WRK-IMP-EMITIDAS
              ELSE
                  MOVE ZEROS TO WRK-TAXA
              END-IF.
              IF WRK-IMP-TABELA > ZEROS
                  COMPUTE WRK-PERC ROUNDED =
                     WRK-IMP-DESCONTO * 100 / WRK-IMP-TABELA
              ELSE
                  MOVE ZEROS TO WRK-PERC
              END-IF.

              MOVE WRK-IMP-EMITIDAS TO WRK-EMIT-ED.
              MOVE WRK-IMP-CONVERT  TO WRK-CONV-ED.
              MOVE WRK-TAXA         TO WRK-TAXA-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING WRK-TITULO-ED   DELIMITED SIZE
                     " EMITIDAS "    DELIMITED SIZE
                     WRK-EMIT-ED     DELIMITED SIZE
                     " CONVERTIDAS " DELIMITED SIZE
                     WRK-CONV-ED     DELIMITED SIZE
                     " TAXA "        DELIMITED SIZE
                     WRK-TAXA-ED     DELIMITED SIZE
                     "%"             DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE WRK-IMP-VENDAS   TO WRK-VEND-ED.
              MOVE WRK-IMP-PERDIDAS TO WRK-PERD-ED.
              MOVE WRK-IMP-ABERTAS  TO WRK-ABER-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "   EM VENDA "  DELIMITED SIZE
                     WRK-VEND-ED     DELIMITED SIZE
                     " PERDIDAS "    DELIMITED SIZE
                     WRK-PERD-ED     DELIMITED SIZE
                     " ABERTAS "     DELIMITED SIZE
                     WRK-ABER-ED     DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

              MOVE WRK-IMP-DESCONTO TO WRK-TOTAL-ED.
              MOVE WRK-PERC         TO WRK-PERC-ED.
              MOVE SPACES TO REG-RELATORIO.
              STRING "   DESCONTO SOBRE A TABELA " DELIMITED SIZE
                     WRK-TOTAL-ED    DELIMITED SIZE
                     " = "           DELIMITED SIZE
                     WRK-PERC-ED     DELIMITED SIZE
                     "%"             DELIMITED SIZE
                     INTO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.

       0460-IMPRIMIR-TOTAL-FIM. EXIT.


       0300-FINALIZAR       SECTION.
              CLOSE PROPOSTAS.
              IF FS-PROPOSTAS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR AS PROPOSTAS ' FS-PROPOSTAS
              END-IF.

              IF WRK-CARROS-ABERTO
                  CLOSE CARROS
              END-IF.

              CLOSE REPORT-PROPO.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR O RELATORIO ' FS-REPORT
              END-IF.

      *---------- O ARQUIVO DE TRABALHO DA CLASSIFICACAO NAO FICA
              CALL "CBL_DELETE_FILE" USING WRK-ARQ-SORT.

       0300-FINALIZAR-FIM. EXIT.
