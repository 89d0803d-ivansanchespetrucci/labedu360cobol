              ALTERNATE RECORD KEY IS FLM-TITULO-ANO
              FILE STATUS IS FS-FILMES.

           SELECT COPIAS-MST ASSIGN TO "..\dados\copias.mst"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS COP-CHAVE
              FILE STATUS IS FS-COPIAS.

           SELECT FILMES-CSV ASSIGN TO "..\dados\filmesgpt.csv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CSV.
               10 FLM-ANO    PIC  X(004).
           05 FLM-DIRETOR    PIC  X(060).

      *------------------- COPIAS FISICAS - MANTIDAS PELO FILMCOPI
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

      *------------------- CSV LEGADO - NOME;ANO;DIRETOR
       FD  FILMES-CSV.
       01  REG-CSV         PIC  X(200).
      *----------------- VARIAVEL DE STATUS
       01  FS-FILMES       PIC 9(02) VALUE ZEROS.
       01  FS-CSV          PIC 9(02) VALUE ZEROS.
       01  FS-COPIAS       PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE MODO DE OPERACAO
       01  WRK-OPCAO             PIC X(01).
       01  WRK-TITULO-EM-USO    PIC X(01) VALUE 'N'.
           88 WRK-TITULO-DUPLICADO        VALUE 'S'.

       01  WRK-TEM-COPIAS       PIC X(01) VALUE 'N'.
           88 WRK-TITULO-COM-COPIAS       VALUE 'S'.

       01  WRK-CONFIRMA         PIC X(01).
           88 WRK-CONFIRMA-SIM            VALUE 'S' 's'.

                  DISPLAY "CODIGO NAO ENCONTRADO " WRK-CODIGO
              ELSE
                  DISPLAY "TITULO........ " FLM-TITULO
                  PERFORM 0265-VERIFICAR-COPIAS
                  IF WRK-TITULO-COM-COPIAS
                      DISPLAY "TITULO COM COPIAS NA LOCADORA - "
                         "EXCLUSAO RECUSADA"
                  ELSE
                      DISPLAY "CONFIRMA A EXCLUSAO (S/N) "
                      ACCEPT WRK-CONFIRMA
                      IF WRK-CONFIRMA-SIM
                          DELETE FILMES-MST
                              INVALID KEY
                                  DISPLAY "ERRO AO EXCLUIR " FS-FILMES
                              NOT INVALID KEY
                                  DISPLAY "FILME EXCLUIDO COM SUCESSO"
                          END-DELETE
                      ELSE
                          DISPLAY "OPERACAO CANCELADA"
                      END-IF
                  END-IF
              END-IF.

       0260-VERIFICAR-TITULO-ANO-FIM. EXIT.


       0265-VERIFICAR-COPIAS SECTION.
      *---------- TITULO COM COPIAS, MESMO BAIXADAS, TEM LOCACOES
      *---------- LIGADAS AO CODIGO - SEM O ARQUIVO NAO HA COPIAS
              MOVE 'N' TO WRK-TEM-COPIAS.
              OPEN INPUT COPIAS-MST.
              IF FS-COPIAS EQUAL 0
                  MOVE FLM-CODIGO TO COP-FILME
                  MOVE ZEROS      TO COP-NUMERO
                  START COPIAS-MST KEY IS GREATER THAN COP-CHAVE
                      INVALID KEY
                          MOVE 10 TO FS-COPIAS
                  END-START
                  IF FS-COPIAS NOT EQUAL 10
                      READ COPIAS-MST NEXT RECORD
                      IF FS-COPIAS EQUAL 0
                         AND COP-FILME EQUAL FLM-CODIGO
                          MOVE 'S' TO WRK-TEM-COPIAS
                      END-IF
                  END-IF
                  CLOSE COPIAS-MST
              END-IF.

       0265-VERIFICAR-COPIAS-FIM. EXIT.


       0270-BUSCAR SECTION.
      *---------- CONSULTA POR CHAVE - DIRETO PELO CODIGO
              DISPLAY "CODIGO DO FILME ".
