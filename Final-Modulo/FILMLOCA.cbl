       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILMLOCA.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: LOCACAO DE FILMES - RETIRADA DE UMA COPIA PELO
      *          SOCIO COM A DATA PREVISTA DE DEVOLUCAO, E DEVOLUCAO
      *          COM A COBRANCA DA MULTA DIARIA POR ATRASO
      ******************************************************************

       ENVIRONMENT        DIVISION.
       CONFIGURATION      SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT       SECTION.
       FILE-CONTROL.
           SELECT FILMES-MST ASSIGN TO "..\dados\filmes.mst"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FLM-CODIGO
              ALTERNATE RECORD KEY IS FLM-TITULO-ANO
              FILE STATUS IS FS-FILMES.

           SELECT COPIAS-MST ASSIGN TO "..\dados\copias.mst"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS COP-CHAVE
              FILE STATUS IS FS-COPIAS.

           SELECT SOCIOS-MST ASSIGN TO "..\dados\socios.mst"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SOC-CODIGO
              FILE STATUS IS FS-SOCIOS.

           SELECT LOCACOES-MST ASSIGN TO "..\dados\locacoes.mst"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LOC-NUMERO
              FILE STATUS IS FS-LOCACOES.


       DATA DIVISION.
       FILE            SECTION.
      *------------------- MESTRE DE FILMES - MANTIDO PELO FILMMAINT
       FD  FILMES-MST.
       01  REG-FILME.
           05 FLM-CODIGO     PIC  9(005).
           05 FLM-TITULO-ANO.
               10 FLM-TITULO PIC  X(060).
               10 FLM-ANO    PIC  X(004).
           05 FLM-DIRETOR    PIC  X(060).

      *------------------- COPIAS FISICAS - CHAVE FILME MAIS NUMERO
      *------------------- DA COPIA. SITUACAO D DISPONIVEL / L LOCADA
      *------------------- B BAIXADA. LOCACAO ABERTA QUANDO LOCADA
       FD  COPIAS-MST.
       01  REG-COPIA.
           05 COP-CHAVE.
               10 COP-FILME     PIC  9(005).
               10 COP-NUMERO    PIC  9(003).
           05 COP-SITUACAO      PIC  X(001).
           05 COP-LOCACAO       PIC  9(006).
           05 COP-DATA-INCLUSAO PIC  9(008).
           05 COP-DATA-BAIXA    PIC  9(008).
           05 COP-QTDE-LOCACOES PIC  9(005).

      *------------------- MESTRE DE SOCIOS - MANTIDO PELO FILMSOCI
       FD  SOCIOS-MST.
       01  REG-SOCIO.
           05 SOC-CODIGO        PIC  9(005).
           05 SOC-NOME          PIC  X(040).
           05 SOC-DOCUMENTO     PIC  X(014).
           05 SOC-TELEFONE      PIC  X(015).
           05 SOC-SITUACAO      PIC  X(001).
           05 SOC-DATA-CADASTRO PIC  9(008).
           05 SOC-QTDE-ABERTAS  PIC  9(002).

      *------------------- LOCACOES - NUMERO SEQUENCIAL. SITUACAO
      *------------------- A ABERTA / D DEVOLVIDA. VALOR E MULTA
      *------------------- DIARIA FICAM COM OS VALORES DA RETIRADA
       FD  LOCACOES-MST.
       01  REG-LOCACAO.
           05 LOC-NUMERO          PIC  9(006).
           05 LOC-FILME           PIC  9(005).
           05 LOC-COPIA           PIC  9(003).
           05 LOC-SOCIO           PIC  9(005).
           05 LOC-DATA-RETIRADA   PIC  9(008).
           05 LOC-DATA-PREVISTA   PIC  9(008).
           05 LOC-DATA-DEVOLUCAO  PIC  9(008).
           05 LOC-VALOR           PIC  9(003)V99.
           05 LOC-MULTA-DIA       PIC  9(003)V99.
           05 LOC-DIAS-ATRASO     PIC  9(004).
           05 LOC-MULTA           PIC  9(005)V99.
           05 LOC-SITUACAO        PIC  X(001).


       WORKING-STORAGE SECTION.
      *----------------- VARIAVEL DE STATUS
       01  FS-FILMES       PIC 9(02) VALUE ZEROS.
       01  FS-COPIAS       PIC 9(02) VALUE ZEROS.
       01  FS-SOCIOS       PIC 9(02) VALUE ZEROS.
       01  FS-LOCACOES     PIC 9(02) VALUE ZEROS.

      *----------------- CONDICOES DA LOCADORA - PRAZO PADRAO EM
      *----------------- DIAS, VALOR DA LOCACAO, MULTA POR DIA DE
      *----------------- ATRASO E COPIAS EM PODER DE CADA SOCIO
       01  WRK-PRAZO-PADRAO      PIC 9(002)    VALUE 2.
       01  WRK-VALOR-LOCACAO     PIC 9(003)V99 VALUE 5,00.
       01  WRK-MULTA-DIA         PIC 9(003)V99 VALUE 2,50.
       01  WRK-LIMITE-COPIAS     PIC 9(002)    VALUE 5.

      *----------------- VARIAVEL DE MODO DE OPERACAO
       01  WRK-OPCAO             PIC X(01).
           88 WRK-OPCAO-RETIRAR           VALUE 'R' 'r'.
           88 WRK-OPCAO-DEVOLVER          VALUE 'D' 'd'.

      *----------------- DADOS DIGITADOS
       01  WRK-SOCIO             PIC 9(005) VALUE ZEROS.
       01  WRK-FILME             PIC 9(005) VALUE ZEROS.
       01  WRK-NUMERO            PIC 9(003) VALUE ZEROS.
       01  WRK-PRAZO             PIC 9(002) VALUE ZEROS.

      *----------------- SWITCHES DE CONTROLE
       01  WRK-ENCONTROU        PIC X(01) VALUE 'N'.
           88 WRK-REGISTRO-ENCONTRADO     VALUE 'S'.

       01  WRK-COPIA-LIVRE      PIC X(01) VALUE 'N'.
           88 WRK-COPIA-DISPONIVEL        VALUE 'S'.

       01  WRK-CONFIRMA         PIC X(01).
           88 WRK-CONFIRMA-SIM            VALUE 'S' 's'.

      *----------------- PROXIMO NUMERO DE LOCACAO
       01  WRK-ULTIMA-LOCACAO   PIC 9(006) VALUE ZEROS.

      *----------------- DATA DO DIA E DATA PREVISTA
       01  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-PREVISTA    PIC 9(008) VALUE ZEROS.
       01  WRK-DIAS-SOMADOS     PIC 9(002) VALUE ZEROS.

      *----------------- DIAS DE CADA MES PARA AVANCAR A DATA -
      *----------------- FEVEREIRO GANHA UM DIA NO ANO BISSEXTO
       01  WRK-TABELA-MESES.
           05 FILLER            PIC 9(002) VALUE 31.
           05 FILLER            PIC 9(002) VALUE 28.
           05 FILLER            PIC 9(002) VALUE 31.
           05 FILLER            PIC 9(002) VALUE 30.
           05 FILLER            PIC 9(002) VALUE 31.
           05 FILLER            PIC 9(002) VALUE 30.
           05 FILLER            PIC 9(002) VALUE 31.
           05 FILLER            PIC 9(002) VALUE 31.
           05 FILLER            PIC 9(002) VALUE 30.
           05 FILLER            PIC 9(002) VALUE 31.
           05 FILLER            PIC 9(002) VALUE 30.
           05 FILLER            PIC 9(002) VALUE 31.
       01  WRK-TABELA-MESES-R REDEFINES WRK-TABELA-MESES.
           05 WRK-DIAS-MES      PIC 9(002) OCCURS 12 TIMES.

       01  WRK-ULTIMO-DIA       PIC 9(002) VALUE ZEROS.
       01  WRK-RESTO-4          PIC 9(004) VALUE ZEROS.
       01  WRK-RESTO-100        PIC 9(004) VALUE ZEROS.
       01  WRK-RESTO-400        PIC 9(004) VALUE ZEROS.
       01  WRK-QUOC-AUX         PIC 9(008) VALUE ZEROS.

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

       01  WRK-SERIAL-PREVISTA  PIC 9(008) VALUE ZEROS.
       01  WRK-SERIAL-HOJE      PIC 9(008) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-VALOR-ED         PIC ZZ.ZZ9,99.
       01  WRK-DIAS-ED          PIC Z.ZZ9.


       PROCEDURE           DIVISION.
       0000-PRINCIPAL      SECTION.
             PERFORM 0100-INICIALIZAR.
             PERFORM 0200-PROCESSAR.
             PERFORM 0300-FINALIZAR.

             STOP RUN.
       0000-PRINCIPAL-FIM. EXIT.


       0100-INICIALIZAR      SECTION.
              OPEN INPUT FILMES-MST.
              IF FS-FILMES NOT EQUAL 0
                  EVALUATE FS-FILMES
                      WHEN 35
                          DISPLAY "MESTRE DE FILMES NAO ENCONTRADO "
                             "- RODE A CARGA DO FILMMAINT ANTES"
                      WHEN 37
                          DISPLAY "MODO DE ACESSO INVALIDO"
                      WHEN 93
                          DISPLAY "ARQUIVO EM USO POR OUTRO PROCESSO"
                      WHEN OTHER
                          DISPLAY "ERRO NA ABERTURA - STATUS "
                             FS-FILMES
                  END-EVALUATE
                  STOP RUN
              END-IF.

              OPEN I-O COPIAS-MST.
              IF FS-COPIAS NOT EQUAL 0
                  EVALUATE FS-COPIAS
                      WHEN 35
                          DISPLAY "MESTRE DE COPIAS NAO ENCONTRADO "
                             "- CADASTRE AS COPIAS NO FILMCOPI"
                      WHEN 37
                          DISPLAY "MODO DE ACESSO INVALIDO"
                      WHEN 93
                          DISPLAY "ARQUIVO EM USO POR OUTRO PROCESSO"
                      WHEN OTHER
                          DISPLAY "ERRO NA ABERTURA - STATUS "
                             FS-COPIAS
                  END-EVALUATE
                  STOP RUN
              END-IF.

              OPEN I-O SOCIOS-MST.
              IF FS-SOCIOS NOT EQUAL 0
                  EVALUATE FS-SOCIOS
                      WHEN 35
                          DISPLAY "MESTRE DE SOCIOS NAO ENCONTRADO "
                             "- CADASTRE OS SOCIOS NO FILMSOCI"
                      WHEN 37
                          DISPLAY "MODO DE ACESSO INVALIDO"
                      WHEN 93
                          DISPLAY "ARQUIVO EM USO POR OUTRO PROCESSO"
                      WHEN OTHER
                          DISPLAY "ERRO NA ABERTURA - STATUS "
                             FS-SOCIOS
                  END-EVALUATE
                  STOP RUN
              END-IF.

              OPEN I-O LOCACOES-MST.
      *---------- ARQUIVO AINDA NAO EXISTE - CRIAR VAZIO E REABRIR
              IF FS-LOCACOES EQUAL 35
                  OPEN OUTPUT LOCACOES-MST
                  CLOSE LOCACOES-MST
                  OPEN I-O LOCACOES-MST
              END-IF.
              IF FS-LOCACOES NOT EQUAL 0
                  EVALUATE FS-LOCACOES
                      WHEN 37
                          DISPLAY "MODO DE ACESSO INVALIDO"
                      WHEN 93
                          DISPLAY "ARQUIVO EM USO POR OUTRO PROCESSO"
                      WHEN OTHER
                          DISPLAY "ERRO NA ABERTURA - STATUS "
                             FS-LOCACOES
                  END-EVALUATE
                  STOP RUN
              END-IF.

              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

       0100-INICIAL-FIM. EXIT.


       0200-PROCESSAR        SECTION.
              DISPLAY "(R)ETIRAR OU (D)EVOLVER COPIA ".
              ACCEPT WRK-OPCAO.

              EVALUATE TRUE
                  WHEN WRK-OPCAO-RETIRAR
                      PERFORM 0210-RETIRAR
                  WHEN WRK-OPCAO-DEVOLVER
                      PERFORM 0230-DEVOLVER
                  WHEN OTHER
                      DISPLAY "OPCAO INVALIDA"
              END-EVALUATE.

       0200-PROCESSAR-FIM. EXIT.


       0210-RETIRAR SECTION.
      *---------- SOCIO ATIVO E ABAIXO DO LIMITE DE COPIAS - A COPIA
      *---------- EM BRANCO PEGA A PRIMEIRA DISPONIVEL DO TITULO
              DISPLAY "CODIGO DO SOCIO ".
              ACCEPT WRK-SOCIO.

              PERFORM 0250-LOCALIZAR-SOCIO.
              IF NOT WRK-REGISTRO-ENCONTRADO
                  DISPLAY "SOCIO NAO CADASTRADO " WRK-SOCIO
              ELSE
              IF SOC-SITUACAO NOT EQUAL 'A'
                  DISPLAY "SOCIO INATIVO - RETIRADA RECUSADA"
              ELSE
              IF SOC-QTDE-ABERTAS NOT LESS THAN WRK-LIMITE-COPIAS
                  DISPLAY "SOCIO JA TEM " SOC-QTDE-ABERTAS
                     " COPIAS EM PODER - RETIRADA RECUSADA"
              ELSE
                  DISPLAY "SOCIO......... " SOC-NOME
                  DISPLAY "CODIGO DO FILME "
                  ACCEPT WRK-FILME
                  PERFORM 0255-LOCALIZAR-FILME
                  IF NOT WRK-REGISTRO-ENCONTRADO
                      DISPLAY "FILME NAO CADASTRADO " WRK-FILME
                  ELSE
                      DISPLAY "TITULO........ " FLM-TITULO
                      DISPLAY "NUMERO DA COPIA (BRANCO = PRIMEIRA "
                         "DISPONIVEL) "
                      ACCEPT WRK-NUMERO
                      PERFORM 0260-ESCOLHER-COPIA
                      IF WRK-COPIA-DISPONIVEL
                          PERFORM 0215-EFETUAR-RETIRADA
                      END-IF
                  END-IF
              END-IF
              END-IF
              END-IF.

       0210-RETIRAR-FIM. EXIT.


       0215-EFETUAR-RETIRADA SECTION.
              DISPLAY "PRAZO EM DIAS (BRANCO = " WRK-PRAZO-PADRAO ") ".
              ACCEPT WRK-PRAZO.
              IF WRK-PRAZO EQUAL ZEROS
                  MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO
              END-IF.

              MOVE WRK-DATA-HOJE TO WRK-DATA-CALC.
              MOVE ZEROS         TO WRK-DIAS-SOMADOS.
              PERFORM 0710-AVANCAR-DIA
                 UNTIL WRK-DIAS-SOMADOS NOT LESS THAN WRK-PRAZO.
              MOVE WRK-DATA-CALC TO WRK-DATA-PREVISTA.

              MOVE WRK-VALOR-LOCACAO TO WRK-VALOR-ED.
              DISPLAY "COPIA......... " COP-FILME "-" COP-NUMERO.
              DISPLAY "DEVOLVER ATE.. " WRK-DATA-PREVISTA.
              DISPLAY "VALOR......... " WRK-VALOR-ED.
              DISPLAY "CONFIRMA A RETIRADA (S/N) ".
              ACCEPT WRK-CONFIRMA.

              IF NOT WRK-CONFIRMA-SIM
                  DISPLAY "OPERACAO CANCELADA"
              ELSE
                  PERFORM 0265-PROXIMA-LOCACAO
                  MOVE WRK-ULTIMA-LOCACAO TO LOC-NUMERO
                  MOVE COP-FILME          TO LOC-FILME
                  MOVE COP-NUMERO         TO LOC-COPIA
                  MOVE SOC-CODIGO         TO LOC-SOCIO
                  MOVE WRK-DATA-HOJE      TO LOC-DATA-RETIRADA
                  MOVE WRK-DATA-PREVISTA  TO LOC-DATA-PREVISTA
                  MOVE ZEROS              TO LOC-DATA-DEVOLUCAO
                  MOVE WRK-VALOR-LOCACAO  TO LOC-VALOR
                  MOVE WRK-MULTA-DIA      TO LOC-MULTA-DIA
                  MOVE ZEROS              TO LOC-DIAS-ATRASO
                  MOVE ZEROS              TO LOC-MULTA
                  MOVE 'A'                TO LOC-SITUACAO
                  WRITE REG-LOCACAO
                      INVALID KEY
                          DISPLAY "NAO GRAVOU A LOCACAO " FS-LOCACOES
                      NOT INVALID KEY
                          PERFORM 0220-MARCAR-RETIRADA
                  END-WRITE
              END-IF.

       0215-EFETUAR-RETIRADA-FIM. EXIT.


       0220-MARCAR-RETIRADA SECTION.
      *---------- A COPIA PASSA A LOCADA E O SOCIO GANHA UMA COPIA
      *---------- EM PODER
              MOVE 'L'        TO COP-SITUACAO.
              MOVE LOC-NUMERO TO COP-LOCACAO.
              ADD 1           TO COP-QTDE-LOCACOES.
              REWRITE REG-COPIA
                  INVALID KEY
                      DISPLAY "ERRO AO ATUALIZAR A COPIA " FS-COPIAS
              END-REWRITE.

              ADD 1 TO SOC-QTDE-ABERTAS.
              REWRITE REG-SOCIO
                  INVALID KEY
                      DISPLAY "ERRO AO ATUALIZAR O SOCIO " FS-SOCIOS
              END-REWRITE.

              DISPLAY "LOCACAO " LOC-NUMERO " REGISTRADA".

       0220-MARCAR-RETIRADA-FIM. EXIT.


       0230-DEVOLVER SECTION.
              DISPLAY "CODIGO DO FILME ".
              ACCEPT WRK-FILME.
              DISPLAY "NUMERO DA COPIA ".
              ACCEPT WRK-NUMERO.

              MOVE WRK-FILME  TO COP-FILME.
              MOVE WRK-NUMERO TO COP-NUMERO.
              READ COPIAS-MST
                  INVALID KEY
                      MOVE 'N' TO WRK-ENCONTROU
                  NOT INVALID KEY
                      MOVE 'S' TO WRK-ENCONTROU
              END-READ.

              IF NOT WRK-REGISTRO-ENCONTRADO
                  DISPLAY "COPIA NAO ENCONTRADA " WRK-FILME "-"
                     WRK-NUMERO
              ELSE
              IF COP-SITUACAO NOT EQUAL 'L'
                  DISPLAY "COPIA NAO ESTA LOCADA"
              ELSE
                  MOVE COP-LOCACAO TO LOC-NUMERO
                  READ LOCACOES-MST
                      INVALID KEY
                          MOVE 'N' TO WRK-ENCONTROU
                      NOT INVALID KEY
                          MOVE 'S' TO WRK-ENCONTROU
                  END-READ
                  IF NOT WRK-REGISTRO-ENCONTRADO
                     OR LOC-SITUACAO NOT EQUAL 'A'
                      DISPLAY "LOCACAO " COP-LOCACAO
                         " NAO ENCONTRADA EM ABERTO"
                  ELSE
                      PERFORM 0235-EFETUAR-DEVOLUCAO
                  END-IF
              END-IF
              END-IF.

       0230-DEVOLVER-FIM. EXIT.


       0235-EFETUAR-DEVOLUCAO SECTION.
      *---------- ATRASO EM DIAS CORRIDOS APOS A DATA PREVISTA, PELA
      *---------- MULTA DIARIA GRAVADA NA RETIRADA
              MOVE LOC-DATA-PREVISTA TO WRK-DATA-CALC.
              PERFORM 0700-CALCULAR-SERIAL.
              MOVE WRK-SERIAL TO WRK-SERIAL-PREVISTA.
              MOVE WRK-DATA-HOJE TO WRK-DATA-CALC.
              PERFORM 0700-CALCULAR-SERIAL.
              MOVE WRK-SERIAL TO WRK-SERIAL-HOJE.

              IF WRK-SERIAL-HOJE > WRK-SERIAL-PREVISTA
                  COMPUTE LOC-DIAS-ATRASO =
                     WRK-SERIAL-HOJE - WRK-SERIAL-PREVISTA
              ELSE
                  MOVE ZEROS TO LOC-DIAS-ATRASO
              END-IF.
              COMPUTE LOC-MULTA = LOC-DIAS-ATRASO * LOC-MULTA-DIA.

              MOVE WRK-DATA-HOJE TO LOC-DATA-DEVOLUCAO.
              MOVE 'D'           TO LOC-SITUACAO.
              REWRITE REG-LOCACAO
                  INVALID KEY
                      DISPLAY "ERRO AO ATUALIZAR A LOCACAO "
                         FS-LOCACOES
              END-REWRITE.

              MOVE 'D'   TO COP-SITUACAO.
              MOVE ZEROS TO COP-LOCACAO.
              REWRITE REG-COPIA
                  INVALID KEY
                      DISPLAY "ERRO AO ATUALIZAR A COPIA " FS-COPIAS
              END-REWRITE.

              MOVE LOC-SOCIO TO SOC-CODIGO.
              READ SOCIOS-MST
                  INVALID KEY
                      DISPLAY "SOCIO DA LOCACAO NAO ENCONTRADO "
                         LOC-SOCIO
                  NOT INVALID KEY
                      IF SOC-QTDE-ABERTAS > ZEROS
                          SUBTRACT 1 FROM SOC-QTDE-ABERTAS
                      END-IF
                      REWRITE REG-SOCIO
                          INVALID KEY
                              DISPLAY "ERRO AO ATUALIZAR O SOCIO "
                                 FS-SOCIOS
                      END-REWRITE
              END-READ.

              DISPLAY "LOCACAO....... " LOC-NUMERO.
              DISPLAY "PREVISTA...... " LOC-DATA-PREVISTA.
              DISPLAY "DEVOLVIDA..... " LOC-DATA-DEVOLUCAO.
              IF LOC-DIAS-ATRASO > ZEROS
                  MOVE LOC-DIAS-ATRASO TO WRK-DIAS-ED
                  MOVE LOC-MULTA       TO WRK-VALOR-ED
                  DISPLAY "DIAS DE ATRASO " WRK-DIAS-ED
                  DISPLAY "MULTA A COBRAR " WRK-VALOR-ED
              ELSE
                  DISPLAY "DEVOLUCAO NO PRAZO - SEM MULTA"
              END-IF.

       0235-EFETUAR-DEVOLUCAO-FIM. EXIT.


       0250-LOCALIZAR-SOCIO SECTION.
              MOVE WRK-SOCIO TO SOC-CODIGO.
              MOVE 'N'       TO WRK-ENCONTROU.
              READ SOCIOS-MST
                  INVALID KEY
                      MOVE 'N' TO WRK-ENCONTROU
                  NOT INVALID KEY
                      MOVE 'S' TO WRK-ENCONTROU
              END-READ.

       0250-LOCALIZAR-SOCIO-FIM. EXIT.


       0255-LOCALIZAR-FILME SECTION.
              MOVE WRK-FILME TO FLM-CODIGO.
              MOVE 'N'       TO WRK-ENCONTROU.
              READ FILMES-MST
                  INVALID KEY
                      MOVE 'N' TO WRK-ENCONTROU
                  NOT INVALID KEY
                      MOVE 'S' TO WRK-ENCONTROU
              END-READ.

       0255-LOCALIZAR-FILME-FIM. EXIT.


       0260-ESCOLHER-COPIA SECTION.
      *---------- COPIA INFORMADA PRECISA ESTAR DISPONIVEL - SEM
      *---------- NUMERO, PERCORRER AS COPIAS DO TITULO
              MOVE 'N' TO WRK-COPIA-LIVRE.
              MOVE WRK-FILME TO COP-FILME.

              IF WRK-NUMERO NOT EQUAL ZEROS
                  MOVE WRK-NUMERO TO COP-NUMERO
                  READ COPIAS-MST
                      INVALID KEY
                          DISPLAY "COPIA NAO ENCONTRADA " WRK-FILME
                             "-" WRK-NUMERO
                      NOT INVALID KEY
                          IF COP-SITUACAO EQUAL 'D'
                              MOVE 'S' TO WRK-COPIA-LIVRE
                          ELSE
                              DISPLAY "COPIA NAO DISPONIVEL - "
                                 "SITUACAO " COP-SITUACAO
                          END-IF
                  END-READ
              ELSE
                  MOVE ZEROS TO COP-NUMERO
                  START COPIAS-MST KEY IS GREATER THAN COP-CHAVE
                      INVALID KEY
                          MOVE 10 TO FS-COPIAS
                  END-START
                  IF FS-COPIAS NOT EQUAL 10
                      READ COPIAS-MST NEXT RECORD
                  END-IF
                  PERFORM 0261-PROCURAR-DISPONIVEL
                     UNTIL FS-COPIAS EQUAL 10
                        OR COP-FILME NOT EQUAL WRK-FILME
                        OR WRK-COPIA-DISPONIVEL
                  IF NOT WRK-COPIA-DISPONIVEL
                      DISPLAY "NENHUMA COPIA DISPONIVEL DO TITULO"
                  END-IF
              END-IF.

       0260-ESCOLHER-COPIA-FIM. EXIT.


       0261-PROCURAR-DISPONIVEL SECTION.
              IF COP-SITUACAO EQUAL 'D'
                  MOVE 'S' TO WRK-COPIA-LIVRE
              ELSE
                  READ COPIAS-MST NEXT RECORD
              END-IF.

       0261-PROCURAR-DISPONIVEL-FIM. EXIT.


       0265-PROXIMA-LOCACAO SECTION.
      *---------- O PROXIMO NUMERO E O MAIOR GRAVADO MAIS UM -
      *---------- POSICIONAR NO FIM PELA CHAVE PRIMARIA
              MOVE ZEROS  TO WRK-ULTIMA-LOCACAO.
              MOVE 999999 TO LOC-NUMERO.
              START LOCACOES-MST KEY IS LESS THAN LOC-NUMERO
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      READ LOCACOES-MST PREVIOUS RECORD
                          AT END
                              CONTINUE
                          NOT AT END
                              MOVE LOC-NUMERO TO WRK-ULTIMA-LOCACAO
                      END-READ
              END-START.
              ADD 1 TO WRK-ULTIMA-LOCACAO.

       0265-PROXIMA-LOCACAO-FIM. EXIT.


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


       0710-AVANCAR-DIA SECTION.
      *---------- SOMAR UM DIA A DATA DE CALCULO, VIRANDO O MES E O
      *---------- ANO QUANDO PRECISO
              MOVE WRK-DIAS-MES(WRK-CALC-MES) TO WRK-ULTIMO-DIA.
              IF WRK-CALC-MES EQUAL 2
                  DIVIDE WRK-CALC-ANO BY 4   GIVING WRK-QUOC-AUX
                     REMAINDER WRK-RESTO-4
                  DIVIDE WRK-CALC-ANO BY 100 GIVING WRK-QUOC-AUX
                     REMAINDER WRK-RESTO-100
                  DIVIDE WRK-CALC-ANO BY 400 GIVING WRK-QUOC-AUX
                     REMAINDER WRK-RESTO-400
                  IF WRK-RESTO-400 EQUAL ZEROS
                     OR (WRK-RESTO-4 EQUAL ZEROS
                         AND WRK-RESTO-100 NOT EQUAL ZEROS)
                      MOVE 29 TO WRK-ULTIMO-DIA
                  END-IF
              END-IF.

              IF WRK-CALC-DIA < WRK-ULTIMO-DIA
                  ADD 1 TO WRK-CALC-DIA
              ELSE
                  MOVE 1 TO WRK-CALC-DIA
                  IF WRK-CALC-MES < 12
                      ADD 1 TO WRK-CALC-MES
                  ELSE
                      MOVE 1 TO WRK-CALC-MES
                      ADD 1 TO WRK-CALC-ANO
                  END-IF
              END-IF.

              ADD 1 TO WRK-DIAS-SOMADOS.

       0710-AVANCAR-DIA-FIM. EXIT.


       0300-FINALIZAR       SECTION.
              CLOSE FILMES-MST.
              IF FS-FILMES NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR ' FS-FILMES
              END-IF.

              CLOSE COPIAS-MST.
              IF FS-COPIAS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR ' FS-COPIAS
              END-IF.

              CLOSE SOCIOS-MST.
              IF FS-SOCIOS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR ' FS-SOCIOS
              END-IF.

              CLOSE LOCACOES-MST.
              IF FS-LOCACOES NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR ' FS-LOCACOES
              END-IF.

       0300-FINALIZAR-FIM. EXIT.
