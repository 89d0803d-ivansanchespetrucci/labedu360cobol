      *----------------- SENHA INICIAL OU RESETADA PELO SUPERVISOR
       01  WRK-SENHA             PIC X(008).

      *----------------- SUPERVISOR QUE RESPONDE PELO RESET OU PELO
      *----------------- DESBLOQUEIO - VAI PARA O LOG EM LOG-POR
       01  WRK-SUPERVISOR        PIC X(008) VALUE SPACES.
       01  WRK-SENHA-SUPERVISOR  PIC X(008) VALUE SPACES.

       01  WRK-SUPERVISOR-VALIDO PIC X(01) VALUE 'N'.
           88 WRK-SUPERVISOR-OK           VALUE 'S'.

      *----------------- DATA DO DIA PARA A TROCA DE SENHA
       01  WRK-DATA-HOJE         PIC 9(008) VALUE ZEROS.



       0270-RESETAR-SENHA SECTION.
              PERFORM 0285-IDENTIFICAR-SUPERVISOR.
              IF WRK-SUPERVISOR-OK
                  PERFORM 0271-EFETUAR-RESET
              END-IF.

       0270-RESETAR-SENHA-FIM. EXIT.


       0271-EFETUAR-RESET SECTION.
      *---------- RESET DE SENHA PELO SUPERVISOR - A SENHA NOVA E
      *---------- PROVISORIA E OBRIGA A TROCA NO PROXIMO SIGN-ON
              DISPLAY "ID DO OPERADOR ".
                  END-REWRITE
              END-IF.

       0271-EFETUAR-RESET-FIM. EXIT.


       0280-DESBLOQUEAR SECTION.
              PERFORM 0285-IDENTIFICAR-SUPERVISOR.
              IF WRK-SUPERVISOR-OK
                  PERFORM 0281-EFETUAR-DESBLOQUEIO
              END-IF.

       0280-DESBLOQUEAR-FIM. EXIT.


       0281-EFETUAR-DESBLOQUEIO SECTION.
      *---------- DESBLOQUEIO PELO SUPERVISOR - ZERA AS TENTATIVAS
      *---------- E DEIXA O REGISTRO NO LOG
              DISPLAY "ID DO OPERADOR ".
                  END-IF
              END-IF.

       0281-EFETUAR-DESBLOQUEIO-FIM. EXIT.


       0285-IDENTIFICAR-SUPERVISOR SECTION.
      *---------- RESET E DESBLOQUEIO SO COM UM SUPERVISOR CADASTRADO,
      *---------- ATIVO E COM A SENHA CONFERIDA - O LOG GUARDA QUEM
      *---------- RESPONDEU PELA OPERACAO
              MOVE 'N' TO WRK-SUPERVISOR-VALIDO.
              DISPLAY "SUPERVISOR RESPONSAVEL ".
              ACCEPT WRK-SUPERVISOR.
              DISPLAY "SENHA DO SUPERVISOR ".
              ACCEPT WRK-SENHA-SUPERVISOR.

              MOVE WRK-SUPERVISOR TO OPE-ID.
              READ OPERADORES
                  INVALID KEY
                      MOVE 'N' TO WRK-SUPERVISOR-VALIDO
                  NOT INVALID KEY
                      IF OPE-NIVEL EQUAL 3
                         AND OPE-BLOQUEADO NOT EQUAL 'S'
                         AND OPE-SENHA EQUAL WRK-SENHA-SUPERVISOR
                          MOVE 'S' TO WRK-SUPERVISOR-VALIDO
                      END-IF
              END-READ.

              IF NOT WRK-SUPERVISOR-OK
                  DISPLAY "SUPERVISOR NAO RECONHECIDO - OPERACAO "
                     "RECUSADA"
              END-IF.

       0285-IDENTIFICAR-SUPERVISOR-FIM. EXIT.


       0290-GRAVAR-LOG SECTION.
                  ACCEPT LOG-DATA FROM DATE YYYYMMDD
                  ACCEPT LOG-HORA FROM TIME
                  MOVE WRK-ID     TO LOG-OPERADOR
                  MOVE WRK-SUPERVISOR TO LOG-POR
                  WRITE REG-OPESLOG
                  IF FS-OPESLOG NOT EQUAL 0
                      DISPLAY "ERRO AO GRAVAR O LOG DE ACESSOS "
