       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILMCOPI.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: CADASTRO DAS COPIAS FISICAS DOS FILMES - UM TITULO
      *          DO FILMMAINT PODE TER VARIAS COPIAS. INCLUSAO, BAIXA
      *          E LISTAGEM DAS COPIAS DE UM TITULO COM A SITUACAO
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


       WORKING-STORAGE SECTION.
      *----------------- VARIAVEL DE STATUS
       01  FS-FILMES       PIC 9(02) VALUE ZEROS.
       01  FS-COPIAS       PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE MODO DE OPERACAO
       01  WRK-OPCAO             PIC X(01).
           88 WRK-OPCAO-INCLUIR           VALUE 'I' 'i'.
           88 WRK-OPCAO-BAIXAR            VALUE 'B' 'b'.
           88 WRK-OPCAO-LISTAR            VALUE 'L' 'l'.

      *----------------- DADOS DIGITADOS
       01  WRK-FILME             PIC 9(005) VALUE ZEROS.
       01  WRK-NUMERO            PIC 9(003) VALUE ZEROS.
       01  WRK-QTDE-NOVAS        PIC 9(002) VALUE ZEROS.

      *----------------- SWITCHES DE CONTROLE
       01  WRK-ENCONTROU        PIC X(01) VALUE 'N'.
           88 WRK-REGISTRO-ENCONTRADO     VALUE 'S'.

       01  WRK-CONFIRMA         PIC X(01).
           88 WRK-CONFIRMA-SIM            VALUE 'S' 's'.

      *----------------- PROXIMA COPIA LIVRE DO TITULO
       01  WRK-ULTIMA-COPIA     PIC 9(003) VALUE ZEROS.
       01  WRK-QTDE-INCLUIDA    PIC 9(002) VALUE ZEROS.

      *----------------- DATA DO DIA
       01  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.

      *----------------- CONTADORES DA LISTAGEM
       01  WRK-QTDE-LISTADA     PIC 9(004) VALUE ZEROS.
       01  WRK-QTDE-DISPONIVEL  PIC 9(004) VALUE ZEROS.
       01  WRK-QTDE-LOCADA      PIC 9(004) VALUE ZEROS.
       01  WRK-QTDE-ED          PIC ZZZ9.


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
      *---------- MESTRE AINDA NAO EXISTE - CRIAR VAZIO E REABRIR
              IF FS-COPIAS EQUAL 35
                  DISPLAY "MESTRE DE COPIAS NAO EXISTIA - CRIANDO "
                     "VAZIO"
                  OPEN OUTPUT COPIAS-MST
                  CLOSE COPIAS-MST
                  OPEN I-O COPIAS-MST
              END-IF.
              IF FS-COPIAS NOT EQUAL 0
                  EVALUATE FS-COPIAS
                      WHEN 37
                          DISPLAY "MODO DE ACESSO INVALIDO"
                      WHEN 93
                          DISPLAY "MESTRE EM USO POR OUTRO PROCESSO"
                      WHEN OTHER
                          DISPLAY "ERRO NA ABERTURA - STATUS "
                             FS-COPIAS
                  END-EVALUATE
                  STOP RUN
              END-IF.

              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

       0100-INICIAL-FIM. EXIT.


       0200-PROCESSAR        SECTION.
              DISPLAY "(I)NCLUIR COPIAS, (B)AIXAR COPIA OU "
                 "(L)ISTAR COPIAS DO TITULO ".
              ACCEPT WRK-OPCAO.

              EVALUATE TRUE
                  WHEN WRK-OPCAO-INCLUIR
                      PERFORM 0210-INCLUIR
                  WHEN WRK-OPCAO-BAIXAR
                      PERFORM 0230-BAIXAR
                  WHEN WRK-OPCAO-LISTAR
                      PERFORM 0240-LISTAR
                  WHEN OTHER
                      DISPLAY "OPCAO INVALIDA"
              END-EVALUATE.

       0200-PROCESSAR-FIM. EXIT.


       0210-INCLUIR SECTION.
              DISPLAY "CODIGO DO FILME ".
              ACCEPT WRK-FILME.

              PERFORM 0250-LOCALIZAR-FILME.
              IF NOT WRK-REGISTRO-ENCONTRADO
                  DISPLAY "FILME NAO CADASTRADO " WRK-FILME
              ELSE
                  DISPLAY "TITULO........ " FLM-TITULO
                  DISPLAY "QUANTIDADE DE COPIAS NOVAS "
                  ACCEPT WRK-QTDE-NOVAS
                  IF WRK-QTDE-NOVAS EQUAL ZEROS
                      DISPLAY "QUANTIDADE INVALIDA - INCLUSAO "
                         "RECUSADA"
                  ELSE
                      MOVE ZEROS TO WRK-QTDE-INCLUIDA
                      PERFORM 0215-INCLUIR-COPIA
                         UNTIL WRK-QTDE-INCLUIDA
                               NOT LESS THAN WRK-QTDE-NOVAS
                  END-IF
              END-IF.

       0210-INCLUIR-FIM. EXIT.


       0215-INCLUIR-COPIA SECTION.
              PERFORM 0255-PROXIMA-COPIA.
              ADD 1 TO WRK-QTDE-INCLUIDA.

              IF WRK-ULTIMA-COPIA EQUAL ZEROS
                  DISPLAY "LIMITE DE 999 COPIAS DO TITULO ATINGIDO"
                  MOVE WRK-QTDE-NOVAS TO WRK-QTDE-INCLUIDA
              ELSE
                  MOVE WRK-FILME        TO COP-FILME
                  MOVE WRK-ULTIMA-COPIA TO COP-NUMERO
                  MOVE 'D'              TO COP-SITUACAO
                  MOVE ZEROS            TO COP-LOCACAO
                  MOVE WRK-DATA-HOJE    TO COP-DATA-INCLUSAO
                  MOVE ZEROS            TO COP-DATA-BAIXA
                  MOVE ZEROS            TO COP-QTDE-LOCACOES
                  WRITE REG-COPIA
                      INVALID KEY
                          DISPLAY "NAO GRAVOU " FS-COPIAS
                      NOT INVALID KEY
                          DISPLAY "COPIA INCLUIDA " COP-FILME "-"
                             COP-NUMERO
                  END-WRITE
              END-IF.

       0215-INCLUIR-COPIA-FIM. EXIT.


       0230-BAIXAR SECTION.
      *---------- A COPIA BAIXADA (PERDIDA OU DANIFICADA) FICA NO
      *---------- CADASTRO PARA O HISTORICO DAS LOCACOES
              DISPLAY "CODIGO DO FILME ".
              ACCEPT WRK-FILME.
              DISPLAY "NUMERO DA COPIA ".
              ACCEPT WRK-NUMERO.

              PERFORM 0260-LOCALIZAR-COPIA.
              IF NOT WRK-REGISTRO-ENCONTRADO
                  DISPLAY "COPIA NAO ENCONTRADA " WRK-FILME "-"
                     WRK-NUMERO
              ELSE
                  IF COP-SITUACAO EQUAL 'L'
                      DISPLAY "COPIA LOCADA NA LOCACAO " COP-LOCACAO
                         " - DEVOLVA ANTES DE BAIXAR"
                  ELSE
                  IF COP-SITUACAO EQUAL 'B'
                      DISPLAY "COPIA JA BAIXADA EM " COP-DATA-BAIXA
                  ELSE
                      DISPLAY "CONFIRMA A BAIXA (S/N) "
                      ACCEPT WRK-CONFIRMA
                      IF WRK-CONFIRMA-SIM
                          MOVE 'B'           TO COP-SITUACAO
                          MOVE WRK-DATA-HOJE TO COP-DATA-BAIXA
                          REWRITE REG-COPIA
                              INVALID KEY
                                  DISPLAY "ERRO AO ATUALIZAR "
                                     FS-COPIAS
                              NOT INVALID KEY
                                  DISPLAY "COPIA BAIXADA COM SUCESSO"
                          END-REWRITE
                      ELSE
                          DISPLAY "OPERACAO CANCELADA"
                      END-IF
                  END-IF
                  END-IF
              END-IF.

       0230-BAIXAR-FIM. EXIT.


       0240-LISTAR SECTION.
              DISPLAY "CODIGO DO FILME ".
              ACCEPT WRK-FILME.

              PERFORM 0250-LOCALIZAR-FILME.
              IF NOT WRK-REGISTRO-ENCONTRADO
                  DISPLAY "FILME NAO CADASTRADO " WRK-FILME
              ELSE
                  DISPLAY "TITULO........ " FLM-TITULO
                  MOVE WRK-FILME TO COP-FILME
                  MOVE ZEROS     TO COP-NUMERO
                  START COPIAS-MST KEY IS GREATER THAN COP-CHAVE
                      INVALID KEY
                          MOVE 10 TO FS-COPIAS
                  END-START
                  IF FS-COPIAS NOT EQUAL 10
                      READ COPIAS-MST NEXT RECORD
                  END-IF
                  PERFORM 0241-LISTAR-COPIA
                     UNTIL FS-COPIAS EQUAL 10
                        OR COP-FILME NOT EQUAL WRK-FILME

                  DISPLAY "-----------------------"
                  MOVE WRK-QTDE-LISTADA TO WRK-QTDE-ED
                  DISPLAY "COPIAS DO TITULO .. " WRK-QTDE-ED
                  MOVE WRK-QTDE-DISPONIVEL TO WRK-QTDE-ED
                  DISPLAY "DISPONIVEIS ....... " WRK-QTDE-ED
                  MOVE WRK-QTDE-LOCADA TO WRK-QTDE-ED
                  DISPLAY "LOCADAS ........... " WRK-QTDE-ED
              END-IF.

       0240-LISTAR-FIM. EXIT.


       0241-LISTAR-COPIA SECTION.
              EVALUATE COP-SITUACAO
                  WHEN 'D'
                      ADD 1 TO WRK-QTDE-DISPONIVEL
                      DISPLAY COP-NUMERO "  DISPONIVEL  LOCACOES "
                         COP-QTDE-LOCACOES
                  WHEN 'L'
                      ADD 1 TO WRK-QTDE-LOCADA
                      DISPLAY COP-NUMERO "  LOCADA      LOCACAO  "
                         COP-LOCACAO
                  WHEN OTHER
                      DISPLAY COP-NUMERO "  BAIXADA EM  "
                         COP-DATA-BAIXA
              END-EVALUATE.
              ADD 1 TO WRK-QTDE-LISTADA.

              READ COPIAS-MST NEXT RECORD.

       0241-LISTAR-COPIA-FIM. EXIT.


       0250-LOCALIZAR-FILME SECTION.
              MOVE WRK-FILME TO FLM-CODIGO.
              MOVE 'N'       TO WRK-ENCONTROU.
              READ FILMES-MST
                  INVALID KEY
                      MOVE 'N' TO WRK-ENCONTROU
                  NOT INVALID KEY
                      MOVE 'S' TO WRK-ENCONTROU
              END-READ.

       0250-LOCALIZAR-FILME-FIM. EXIT.


       0255-PROXIMA-COPIA SECTION.
      *---------- A PROXIMA COPIA E A MAIOR DO TITULO MAIS UM - ZERO
      *---------- QUANDO O TITULO JA TEM 999 COPIAS
              MOVE ZEROS     TO WRK-ULTIMA-COPIA.
              MOVE WRK-FILME TO COP-FILME.
              MOVE 999       TO COP-NUMERO.
              START COPIAS-MST KEY IS NOT GREATER THAN COP-CHAVE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      READ COPIAS-MST PREVIOUS RECORD
                          AT END
                              CONTINUE
                          NOT AT END
                              IF COP-FILME EQUAL WRK-FILME
                                  MOVE COP-NUMERO TO WRK-ULTIMA-COPIA
                              END-IF
                      END-READ
              END-START.

              IF WRK-ULTIMA-COPIA EQUAL 999
                  MOVE ZEROS TO WRK-ULTIMA-COPIA
              ELSE
                  ADD 1 TO WRK-ULTIMA-COPIA
              END-IF.

       0255-PROXIMA-COPIA-FIM. EXIT.


       0260-LOCALIZAR-COPIA SECTION.
              MOVE WRK-FILME  TO COP-FILME.
              MOVE WRK-NUMERO TO COP-NUMERO.
              MOVE 'N'        TO WRK-ENCONTROU.
              READ COPIAS-MST
                  INVALID KEY
                      MOVE 'N' TO WRK-ENCONTROU
                  NOT INVALID KEY
                      MOVE 'S' TO WRK-ENCONTROU
              END-READ.

       0260-LOCALIZAR-COPIA-FIM. EXIT.


       0300-FINALIZAR       SECTION.
              CLOSE FILMES-MST.
              IF FS-FILMES NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR ' FS-FILMES
              END-IF.

              CLOSE COPIAS-MST.
              IF FS-COPIAS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR ' FS-COPIAS
              END-IF.

       0300-FINALIZAR-FIM. EXIT.
