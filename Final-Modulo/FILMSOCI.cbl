       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILMSOCI.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: CADASTRO DE SOCIOS DA LOCADORA - INCLUSAO,
      *          ATUALIZACAO, DESATIVACAO E CONSULTA. O SOCIO NAO E
      *          EXCLUIDO PORQUE AS LOCACOES FICAM LIGADAS AO CODIGO
      ******************************************************************

       ENVIRONMENT        DIVISION.
       CONFIGURATION      SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT       SECTION.
       FILE-CONTROL.
           SELECT SOCIOS-MST ASSIGN TO "..\dados\socios.mst"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SOC-CODIGO
              FILE STATUS IS FS-SOCIOS.


       DATA DIVISION.
       FILE            SECTION.
      *------------------- MESTRE DE SOCIOS - CODIGO SEQUENCIAL,
      *------------------- SITUACAO A ATIVO / I INATIVO E A QUANTIDADE
      *------------------- DE COPIAS EM PODER DO SOCIO
       FD  SOCIOS-MST.
       01  REG-SOCIO.
           05 SOC-CODIGO        PIC  9(005).
           05 SOC-NOME          PIC  X(040).
           05 SOC-DOCUMENTO     PIC  X(014).
           05 SOC-TELEFONE      PIC  X(015).
           05 SOC-SITUACAO      PIC  X(001).
           05 SOC-DATA-CADASTRO PIC  9(008).
           05 SOC-QTDE-ABERTAS  PIC  9(002).


       WORKING-STORAGE SECTION.
      *----------------- VARIAVEL DE STATUS
       01  FS-SOCIOS       PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE MODO DE OPERACAO
       01  WRK-OPCAO             PIC X(01).
           88 WRK-OPCAO-INCLUIR           VALUE 'I' 'i'.
           88 WRK-OPCAO-ATUALIZAR         VALUE 'A' 'a'.
           88 WRK-OPCAO-DESATIVAR         VALUE 'D' 'd'.
           88 WRK-OPCAO-LISTAR            VALUE 'L' 'l'.
           88 WRK-OPCAO-BUSCAR            VALUE 'B' 'b'.

      *----------------- DADOS DIGITADOS
       01  WRK-CODIGO            PIC 9(005) VALUE ZEROS.
       01  WRK-NOME              PIC X(040).
       01  WRK-DOCUMENTO         PIC X(014).
       01  WRK-TELEFONE          PIC X(015).

      *----------------- SWITCHES DE CONTROLE
       01  WRK-ENCONTROU        PIC X(01) VALUE 'N'.
           88 WRK-REGISTRO-ENCONTRADO     VALUE 'S'.

       01  WRK-CONFIRMA         PIC X(01).
           88 WRK-CONFIRMA-SIM            VALUE 'S' 's'.

      *----------------- PROXIMO CODIGO LIVRE PARA A INCLUSAO
       01  WRK-ULTIMO-CODIGO    PIC 9(005) VALUE ZEROS.

      *----------------- DATA DO DIA
       01  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.

      *----------------- CONTADOR DA LISTAGEM
       01  WRK-QTDE-LISTADA     PIC 9(004) VALUE ZEROS.
       01  WRK-QTDE-LISTADA-ED  PIC ZZZ9.


       PROCEDURE           DIVISION.
       0000-PRINCIPAL      SECTION.
             PERFORM 0100-INICIALIZAR.
             PERFORM 0200-PROCESSAR.
             PERFORM 0300-FINALIZAR.

             STOP RUN.
       0000-PRINCIPAL-FIM. EXIT.


       0100-INICIALIZAR      SECTION.
              OPEN I-O SOCIOS-MST.
      *---------- MESTRE AINDA NAO EXISTE - CRIAR VAZIO E REABRIR
              IF FS-SOCIOS EQUAL 35
                  DISPLAY "MESTRE DE SOCIOS NAO EXISTIA - CRIANDO "
                     "VAZIO"
                  OPEN OUTPUT SOCIOS-MST
                  CLOSE SOCIOS-MST
                  OPEN I-O SOCIOS-MST
              END-IF.
              IF FS-SOCIOS NOT EQUAL 0
                  EVALUATE FS-SOCIOS
                      WHEN 37
                          DISPLAY "MODO DE ACESSO INVALIDO"
                      WHEN 93
                          DISPLAY "MESTRE EM USO POR OUTRO PROCESSO"
                      WHEN OTHER
                          DISPLAY "ERRO NA ABERTURA - STATUS "
                             FS-SOCIOS
                  END-EVALUATE
                  STOP RUN
              END-IF.

              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

       0100-INICIAL-FIM. EXIT.


       0200-PROCESSAR        SECTION.
              DISPLAY "(I)NCLUIR, (A)TUALIZAR, (D)ESATIVAR/REATIVAR, "
                 "(L)ISTAR OU (B)USCAR ".
              ACCEPT WRK-OPCAO.

              EVALUATE TRUE
                  WHEN WRK-OPCAO-INCLUIR
                      PERFORM 0210-INCLUIR
                  WHEN WRK-OPCAO-ATUALIZAR
                      PERFORM 0220-ATUALIZAR
                  WHEN WRK-OPCAO-DESATIVAR
                      PERFORM 0230-DESATIVAR
                  WHEN WRK-OPCAO-LISTAR
                      PERFORM 0240-LISTAR
                  WHEN WRK-OPCAO-BUSCAR
                      PERFORM 0270-BUSCAR
                  WHEN OTHER
                      DISPLAY "OPCAO INVALIDA"
              END-EVALUATE.

       0200-PROCESSAR-FIM. EXIT.


       0210-INCLUIR SECTION.
              DISPLAY "NOME ".
              ACCEPT WRK-NOME.
              IF WRK-NOME EQUAL SPACES
                  DISPLAY "NOME OBRIGATORIO - INCLUSAO RECUSADA"
              ELSE
                  DISPLAY "DOCUMENTO "
                  ACCEPT WRK-DOCUMENTO
                  DISPLAY "TELEFONE "
                  ACCEPT WRK-TELEFONE
                  PERFORM 0255-PROXIMO-CODIGO
                  MOVE WRK-ULTIMO-CODIGO TO SOC-CODIGO
                  MOVE WRK-NOME          TO SOC-NOME
                  MOVE WRK-DOCUMENTO     TO SOC-DOCUMENTO
                  MOVE WRK-TELEFONE      TO SOC-TELEFONE
                  MOVE 'A'               TO SOC-SITUACAO
                  MOVE WRK-DATA-HOJE     TO SOC-DATA-CADASTRO
                  MOVE ZEROS             TO SOC-QTDE-ABERTAS
                  WRITE REG-SOCIO
                      INVALID KEY
                          DISPLAY "NAO GRAVOU " FS-SOCIOS
                      NOT INVALID KEY
                          DISPLAY "SOCIO INCLUIDO COM O CODIGO "
                             SOC-CODIGO
                  END-WRITE
              END-IF.

       0210-INCLUIR-FIM. EXIT.


       0220-ATUALIZAR SECTION.
              DISPLAY "CODIGO DO SOCIO ".
              ACCEPT WRK-CODIGO.

              PERFORM 0250-LOCALIZAR-CODIGO.
              IF NOT WRK-REGISTRO-ENCONTRADO
                  DISPLAY "CODIGO NAO ENCONTRADO " WRK-CODIGO
              ELSE
                  DISPLAY "NOME ATUAL...... " SOC-NOME
                  DISPLAY "DOCUMENTO ATUAL. " SOC-DOCUMENTO
                  DISPLAY "TELEFONE ATUAL.. " SOC-TELEFONE
                  DISPLAY "NOVO NOME "
                  ACCEPT WRK-NOME
                  IF WRK-NOME EQUAL SPACES
                      DISPLAY "NOME OBRIGATORIO - ATUALIZACAO "
                         "RECUSADA"
                  ELSE
                      DISPLAY "NOVO DOCUMENTO "
                      ACCEPT WRK-DOCUMENTO
                      DISPLAY "NOVO TELEFONE "
                      ACCEPT WRK-TELEFONE
                      MOVE WRK-NOME      TO SOC-NOME
                      MOVE WRK-DOCUMENTO TO SOC-DOCUMENTO
                      MOVE WRK-TELEFONE  TO SOC-TELEFONE
                      REWRITE REG-SOCIO
                          INVALID KEY
                              DISPLAY "ERRO AO ATUALIZAR " FS-SOCIOS
                          NOT INVALID KEY
                              DISPLAY "SOCIO ATUALIZADO COM SUCESSO"
                      END-REWRITE
                  END-IF
              END-IF.

       0220-ATUALIZAR-FIM. EXIT.


       0230-DESATIVAR SECTION.
      *---------- SOCIO INATIVO NAO RETIRA COPIAS - AS QUE ESTAO COM
      *---------- ELE CONTINUAM PODENDO SER DEVOLVIDAS
              DISPLAY "CODIGO DO SOCIO ".
              ACCEPT WRK-CODIGO.

              PERFORM 0250-LOCALIZAR-CODIGO.
              IF NOT WRK-REGISTRO-ENCONTRADO
                  DISPLAY "CODIGO NAO ENCONTRADO " WRK-CODIGO
              ELSE
                  DISPLAY "NOME............ " SOC-NOME
                  DISPLAY "SITUACAO........ " SOC-SITUACAO
                  DISPLAY "COPIAS EM PODER. " SOC-QTDE-ABERTAS
                  IF SOC-SITUACAO EQUAL 'I'
                      DISPLAY "CONFIRMA A REATIVACAO (S/N) "
                  ELSE
                      DISPLAY "CONFIRMA A DESATIVACAO (S/N) "
                  END-IF
                  ACCEPT WRK-CONFIRMA
                  IF WRK-CONFIRMA-SIM
                      IF SOC-SITUACAO EQUAL 'I'
                          MOVE 'A' TO SOC-SITUACAO
                      ELSE
                          MOVE 'I' TO SOC-SITUACAO
                      END-IF
                      REWRITE REG-SOCIO
                          INVALID KEY
                              DISPLAY "ERRO AO ATUALIZAR " FS-SOCIOS
                          NOT INVALID KEY
                              DISPLAY "SITUACAO DO SOCIO ALTERADA "
                                 "PARA " SOC-SITUACAO
                      END-REWRITE
                  ELSE
                      DISPLAY "OPERACAO CANCELADA"
                  END-IF
              END-IF.

       0230-DESATIVAR-FIM. EXIT.


       0240-LISTAR SECTION.
              MOVE ZEROS TO SOC-CODIGO.
              START SOCIOS-MST KEY IS GREATER THAN SOC-CODIGO
                  INVALID KEY
                      MOVE 10 TO FS-SOCIOS
              END-START.

              IF FS-SOCIOS NOT EQUAL 10
                  READ SOCIOS-MST NEXT RECORD
              END-IF.

              PERFORM 0241-LISTAR-REGISTRO
                 UNTIL FS-SOCIOS EQUAL 10.

              MOVE WRK-QTDE-LISTADA TO WRK-QTDE-LISTADA-ED.
              DISPLAY "-----------------------".
              DISPLAY "SOCIOS CADASTRADOS " WRK-QTDE-LISTADA-ED.

       0240-LISTAR-FIM. EXIT.


       0241-LISTAR-REGISTRO SECTION.
              DISPLAY SOC-CODIGO "  " SOC-SITUACAO "  "
                 SOC-QTDE-ABERTAS "  " SOC-NOME.
              ADD 1 TO WRK-QTDE-LISTADA.
              READ SOCIOS-MST NEXT RECORD.

       0241-LISTAR-REGISTRO-FIM. EXIT.


       0250-LOCALIZAR-CODIGO SECTION.
      *---------- BUSCA DIRETA PELA CHAVE - SEM VARRER O ARQUIVO
              MOVE WRK-CODIGO TO SOC-CODIGO.
              MOVE 'N'        TO WRK-ENCONTROU.
              READ SOCIOS-MST
                  INVALID KEY
                      MOVE 'N' TO WRK-ENCONTROU
                  NOT INVALID KEY
                      MOVE 'S' TO WRK-ENCONTROU
              END-READ.

       0250-LOCALIZAR-CODIGO-FIM. EXIT.


       0255-PROXIMO-CODIGO SECTION.
      *---------- O PROXIMO CODIGO E O MAIOR GRAVADO MAIS UM -
      *---------- POSICIONAR NO FIM PELA CHAVE PRIMARIA
              MOVE ZEROS TO WRK-ULTIMO-CODIGO.
              MOVE 99999 TO SOC-CODIGO.
              START SOCIOS-MST KEY IS LESS THAN SOC-CODIGO
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      READ SOCIOS-MST PREVIOUS RECORD
                          AT END
                              CONTINUE
                          NOT AT END
                              MOVE SOC-CODIGO TO WRK-ULTIMO-CODIGO
                      END-READ
              END-START.
              ADD 1 TO WRK-ULTIMO-CODIGO.

       0255-PROXIMO-CODIGO-FIM. EXIT.


       0270-BUSCAR SECTION.
      *---------- CONSULTA POR CHAVE - DIRETO PELO CODIGO
              DISPLAY "CODIGO DO SOCIO ".
              ACCEPT WRK-CODIGO.

              PERFORM 0250-LOCALIZAR-CODIGO.
              IF NOT WRK-REGISTRO-ENCONTRADO
                  DISPLAY "CODIGO NAO ENCONTRADO " WRK-CODIGO
              ELSE
                  DISPLAY "-----------------------"
                  DISPLAY "CODIGO.......... " SOC-CODIGO
                  DISPLAY "NOME............ " SOC-NOME
                  DISPLAY "DOCUMENTO....... " SOC-DOCUMENTO
                  DISPLAY "TELEFONE........ " SOC-TELEFONE
                  DISPLAY "SITUACAO........ " SOC-SITUACAO
                  DISPLAY "DESDE........... " SOC-DATA-CADASTRO
                  DISPLAY "COPIAS EM PODER. " SOC-QTDE-ABERTAS
              END-IF.

       0270-BUSCAR-FIM. EXIT.


       0300-FINALIZAR       SECTION.
              CLOSE SOCIOS-MST.
              IF FS-SOCIOS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR ' FS-SOCIOS
              END-IF.

       0300-FINALIZAR-FIM. EXIT.
