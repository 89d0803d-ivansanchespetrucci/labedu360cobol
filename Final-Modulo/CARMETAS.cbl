       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARMETAS.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: METAS MENSAIS DE VENDA - UNIDADES E FATURAMENTO POR
      *          MES, FILIAL E VENDEDOR, MANTIDAS PELO SUPERVISOR. A
      *          META COM VENDEDOR EM BRANCO E A META DA FILIAL
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

           SELECT METAS ASSIGN USING WRK-ARQ-METAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MET-CHAVE
              FILE STATUS IS FS-METAS.

           SELECT FILIAIS ASSIGN USING WRK-ARQ-FILIAIS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FIL-CODIGO
              FILE STATUS IS FS-FILIAIS.

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

      *------------------- METAS DE VENDA - CHAVE MES (AAAAMM) +
      *------------------- FILIAL + VENDEDOR. VENDEDOR EM BRANCO E A
      *------------------- META DA FILIAL INTEIRA
       FD  METAS.
       01  REG-META.
           05 MET-CHAVE.
              10 MET-MES        PIC  9(006).
              10 MET-FILIAL     PIC  X(002).
              10 MET-VENDEDOR   PIC  X(008).
           05 MET-QTDE          PIC  9(004).
           05 MET-VALOR         PIC  9(009)V99.
           05 MET-DATA-ALT      PIC  9(008).
           05 MET-OPERADOR      PIC  X(008).

      *------------------- LAYOUT DO CADASTRO DE FILIAIS
       FD  FILIAIS.
       01  REG-FILIAL-CAD.
           05 FIL-CODIGO     PIC  X(002).
           05 FIL-NOME       PIC  X(020).

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
       01  WRK-ARQ-METAS   PIC X(060)
           VALUE "D:\temp\Cobol\dados\metas.txt".
       01  WRK-ARQ-FILIAIS PIC X(060)
           VALUE "D:\temp\Cobol\dados\filial.txt".
       01  WRK-ARQ-SESSOES PIC X(060)
           VALUE "D:\temp\Cobol\dados\sessoes.txt".
       01  WRK-ARQ-OPERADORES PIC X(060)
           VALUE "D:\temp\Cobol\dados\operador.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-METAS        PIC 9(02) VALUE ZEROS.
       01  FS-FILIAIS      PIC 9(02) VALUE ZEROS.
       01  FS-SESSOES      PIC 9(02) VALUE ZEROS.
       01  FS-OPERADORES   PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-QTDE-ED      PIC Z.ZZ9.
       01  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-LISTADA-ED   PIC ZZZ9.

      *----------------- VARIAVEL DE MODO DE OPERACAO
       01  WRK-OPCAO             PIC X(01).
           88 WRK-OPCAO-GRAVAR            VALUE 'G' 'g'.
           88 WRK-OPCAO-EXCLUIR           VALUE 'E' 'e'.
           88 WRK-OPCAO-LISTAR            VALUE 'L' 'l'.

      *----------------- IDENTIFICACAO DO OPERADOR DA MANUTENCAO
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
       01  WRK-MES               PIC 9(006) VALUE ZEROS.
       01  WRK-MES-R REDEFINES WRK-MES.
           05 WRK-MES-ANO        PIC 9(004).
           05 WRK-MES-MES        PIC 9(002).
       01  WRK-FILIAL            PIC X(002) VALUE SPACES.
       01  WRK-VENDEDOR          PIC X(008) VALUE SPACES.
       01  WRK-QTDE              PIC 9(004) VALUE ZEROS.
       01  WRK-VALOR             PIC 9(009)V99 VALUE ZEROS.

      *----------------- DATA DO DIA
       01  WRK-DATA-HOJE         PIC 9(008) VALUE ZEROS.

      *----------------- CONTADOR DA LISTAGEM
       01  WRK-QTDE-LISTADA      PIC 9(004) VALUE ZEROS.

      *----------------- SWITCHES DE CONTROLE
       01  WRK-ENCONTROU        PIC X(01) VALUE 'N'.
           88 WRK-REGISTRO-ENCONTRADO     VALUE 'S'.

       01  WRK-CHAVE-VALIDA     PIC X(01) VALUE 'N'.
           88 WRK-CHAVE-OK                VALUE 'S'.

       01  WRK-NUMERO-VALIDO    PIC X(01) VALUE 'N'.
           88 WRK-NUMERO-OK               VALUE 'S'.

       01  WRK-OPERADORES-DISP  PIC X(01) VALUE 'N'.
           88 WRK-OPERADORES-ABERTO       VALUE 'S'.

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
                  MOVE SPACES TO WRK-ARQ-METAS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\metas.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-METAS
                  MOVE SPACES TO WRK-ARQ-FILIAIS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\filial.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-FILIAIS
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

      *---------- AS METAS SAO DEFINIDAS PELO SUPERVISOR
              IF WRK-NIVEL < 3
                  DISPLAY "OPERADOR SEM NIVEL PARA AS METAS"
                  GOBACK
              END-IF.

              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

              OPEN I-O METAS.
      *---------- CADASTRO AINDA NAO EXISTE - CRIAR VAZIO E REABRIR
              IF FS-METAS EQUAL 35
                  DISPLAY "CADASTRO DE METAS NAO EXISTIA - "
                     "CRIANDO VAZIO"
                  OPEN OUTPUT METAS
                  CLOSE METAS
                  OPEN I-O METAS
              END-IF.
              IF FS-METAS NOT EQUAL 0
                  EVALUATE FS-METAS
                      WHEN 37
                          DISPLAY "MODO DE ACESSO INVALIDO"
                      WHEN 93
                          DISPLAY "METAS EM USO POR OUTRO PROCESSO"
                      WHEN OTHER
                          DISPLAY "ERRO NA ABERTURA DAS METAS - "
                             "STATUS " FS-METAS
                  END-EVALUATE
                  GOBACK
              END-IF.

      *---------- O CADASTRO DE FILIAIS VALIDA A FILIAL DA META -
      *---------- SEM ELE NENHUMA META E ACEITA
              OPEN INPUT FILIAIS.
              IF FS-FILIAIS NOT EQUAL 0
                  IF FS-FILIAIS EQUAL 35
                      DISPLAY "CADASTRO DE FILIAIS NAO ENCONTRADO "
                         "- RODE O FILMAINT ANTES"
                  ELSE
                      DISPLAY "ERRO NA ABERTURA DAS FILIAIS "
                         FS-FILIAIS
                  END-IF
                  CLOSE METAS
                  GOBACK
              END-IF.

      *---------- SEM O CADASTRO DE OPERADORES O VENDEDOR NAO E
      *---------- CONFERIDO - VALE O COMPORTAMENTO ANTIGO
              OPEN INPUT OPERADORES.
              IF FS-OPERADORES EQUAL 0
                  MOVE 'S' TO WRK-OPERADORES-DISP
              END-IF.

       0100-INICIAL-FIM. EXIT.


       0130-IDENTIFICAR-OPERADOR SECTION.
      *---------- O OPERADOR VEM DA SESSAO ASSINADA PELO MENU QUANDO
      *---------- HOUVER - A META DEIXA DE DEPENDER DO DIGITADO
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
              DISPLAY "(G)RAVAR META, (E)XCLUIR META OU (L)ISTAR "
                 "METAS DO MES ".
              ACCEPT WRK-OPCAO.

              EVALUATE TRUE
                  WHEN WRK-OPCAO-GRAVAR
                      PERFORM 0210-GRAVAR-META
                  WHEN WRK-OPCAO-EXCLUIR
                      PERFORM 0230-EXCLUIR-META
                  WHEN WRK-OPCAO-LISTAR
                      PERFORM 0240-LISTAR-METAS
                  WHEN OTHER
                      DISPLAY "OPCAO INVALIDA"
              END-EVALUATE.

       0200-PROCESSAR-FIM. EXIT.


       0210-GRAVAR-META SECTION.
      *---------- A MESMA OPCAO INCLUI A META NOVA OU ALTERA A
      *---------- EXISTENTE - A PLANILHA DA GERENCIA E REDIGITADA
              PERFORM 0250-ACEITAR-CHAVE.
              IF WRK-CHAVE-OK
                  PERFORM 0260-LOCALIZAR-META
                  IF WRK-REGISTRO-ENCONTRADO
                      MOVE MET-QTDE  TO WRK-QTDE-ED
                      MOVE MET-VALOR TO WRK-VALOR-ED
                      DISPLAY "META ATUAL.... " WRK-QTDE-ED
                         " UNIDADES  " WRK-VALOR-ED
                  END-IF
                  PERFORM 0270-ACEITAR-QUANTIDADE
                  PERFORM 0275-ACEITAR-VALOR
                  MOVE WRK-QTDE      TO MET-QTDE
                  MOVE WRK-VALOR     TO MET-VALOR
                  MOVE WRK-DATA-HOJE TO MET-DATA-ALT
                  MOVE WRK-OPERADOR  TO MET-OPERADOR
                  IF WRK-REGISTRO-ENCONTRADO
                      REWRITE REG-META
                          INVALID KEY
                              DISPLAY "ERRO AO ALTERAR A META "
                                 FS-METAS
                          NOT INVALID KEY
                              DISPLAY "META ALTERADA COM SUCESSO"
                      END-REWRITE
                  ELSE
                      WRITE REG-META
                          INVALID KEY
                              DISPLAY "NAO GRAVOU A META " FS-METAS
                          NOT INVALID KEY
                              DISPLAY "META INCLUIDA COM SUCESSO"
                      END-WRITE
                  END-IF
              END-IF.

       0210-GRAVAR-META-FIM. EXIT.


       0230-EXCLUIR-META SECTION.
              PERFORM 0250-ACEITAR-CHAVE.
              IF WRK-CHAVE-OK
                  PERFORM 0260-LOCALIZAR-META
                  IF NOT WRK-REGISTRO-ENCONTRADO
                      DISPLAY "META NAO ENCONTRADA"
                  ELSE
                      MOVE MET-QTDE  TO WRK-QTDE-ED
                      MOVE MET-VALOR TO WRK-VALOR-ED
                      DISPLAY "META.......... " WRK-QTDE-ED
                         " UNIDADES  " WRK-VALOR-ED
                      DISPLAY "CONFIRMA A EXCLUSAO (S/N) "
                      ACCEPT WRK-CONFIRMA
                      IF WRK-CONFIRMA-SIM
                          DELETE METAS
                              INVALID KEY
                                  DISPLAY "ERRO AO EXCLUIR " FS-METAS
                              NOT INVALID KEY
                                  DISPLAY "META EXCLUIDA COM SUCESSO"
                          END-DELETE
                      ELSE
                          DISPLAY "OPERACAO CANCELADA"
                      END-IF
                  END-IF
              END-IF.

       0230-EXCLUIR-META-FIM. EXIT.


       0240-LISTAR-METAS SECTION.
      *---------- METAS DO MES NA ORDEM DA CHAVE - A DA FILIAL VEM
      *---------- ANTES DAS DOS VENDEDORES DELA
              PERFORM 0255-ACEITAR-MES.
              MOVE ZEROS TO WRK-QTDE-LISTADA.

              MOVE WRK-MES TO MET-MES.
              MOVE SPACES  TO MET-FILIAL.
              MOVE SPACES  TO MET-VENDEDOR.
              START METAS KEY IS NOT LESS THAN MET-CHAVE
                  INVALID KEY
                      MOVE 10 TO FS-METAS
              END-START.

              IF FS-METAS NOT EQUAL 10
                  READ METAS NEXT RECORD
              END-IF.

              DISPLAY "FL VENDEDOR  UNID.          VALOR".
              PERFORM 0245-LISTAR-REGISTRO
                 UNTIL FS-METAS EQUAL 10
                    OR MET-MES NOT EQUAL WRK-MES.

              MOVE WRK-QTDE-LISTADA TO WRK-LISTADA-ED.
              DISPLAY "-----------------------".
              DISPLAY "METAS DO MES " WRK-LISTADA-ED.

       0240-LISTAR-METAS-FIM. EXIT.


       0245-LISTAR-REGISTRO SECTION.
              MOVE MET-QTDE  TO WRK-QTDE-ED.
              MOVE MET-VALOR TO WRK-VALOR-ED.
              IF MET-VENDEDOR EQUAL SPACES
                  DISPLAY MET-FILIAL " FILIAL   " WRK-QTDE-ED " "
                     WRK-VALOR-ED
              ELSE
                  DISPLAY MET-FILIAL " " MET-VENDEDOR " " WRK-QTDE-ED
                     " " WRK-VALOR-ED
              END-IF.
              ADD 1 TO WRK-QTDE-LISTADA.
              READ METAS NEXT RECORD.

       0245-LISTAR-REGISTRO-FIM. EXIT.


       0250-ACEITAR-CHAVE SECTION.
      *---------- MES, FILIAL CADASTRADA E VENDEDOR (BRANCO PARA A
      *---------- META DA FILIAL)
              MOVE 'N' TO WRK-CHAVE-VALIDA.
              PERFORM 0255-ACEITAR-MES.

              DISPLAY "FILIAL ".
              ACCEPT WRK-FILIAL.
              MOVE WRK-FILIAL TO FIL-CODIGO.
              READ FILIAIS
                  INVALID KEY
                      DISPLAY "FILIAL NAO CADASTRADA " WRK-FILIAL
                  NOT INVALID KEY
                      DISPLAY "FILIAL........ " FIL-NOME
                      MOVE 'S' TO WRK-CHAVE-VALIDA
              END-READ.

              IF WRK-CHAVE-OK
                  DISPLAY "VENDEDOR (BRANCO = META DA FILIAL) "
                  ACCEPT WRK-VENDEDOR
                  IF WRK-VENDEDOR NOT EQUAL SPACES
                     AND WRK-OPERADORES-ABERTO
                      MOVE WRK-VENDEDOR TO OPE-ID
                      READ OPERADORES
                          INVALID KEY
                              DISPLAY "VENDEDOR NAO CADASTRADO "
                                 WRK-VENDEDOR
                              MOVE 'N' TO WRK-CHAVE-VALIDA
                          NOT INVALID KEY
                              DISPLAY "VENDEDOR...... " OPE-NOME
                      END-READ
                  END-IF
              END-IF.

       0250-ACEITAR-CHAVE-FIM. EXIT.


       0255-ACEITAR-MES SECTION.
              MOVE 'N' TO WRK-NUMERO-VALIDO.
              PERFORM 0256-LER-MES UNTIL WRK-NUMERO-OK.

       0255-ACEITAR-MES-FIM. EXIT.


       0256-LER-MES SECTION.
              DISPLAY "MES DA META (AAAAMM) ".
              ACCEPT WRK-MES.
              IF WRK-MES IS NUMERIC
                 AND WRK-MES-ANO > 1900
                 AND WRK-MES-MES > 0
                 AND WRK-MES-MES < 13
                  MOVE 'S' TO WRK-NUMERO-VALIDO
              ELSE
                  DISPLAY "MES INVALIDO - DIGITE AAAAMM"
              END-IF.

       0256-LER-MES-FIM. EXIT.


       0260-LOCALIZAR-META SECTION.
      *---------- BUSCA DIRETA PELA CHAVE - MES + FILIAL + VENDEDOR
              MOVE WRK-MES      TO MET-MES.
              MOVE WRK-FILIAL   TO MET-FILIAL.
              MOVE WRK-VENDEDOR TO MET-VENDEDOR.
              MOVE 'N'          TO WRK-ENCONTROU.
              READ METAS
                  INVALID KEY
                      MOVE 'N' TO WRK-ENCONTROU
                  NOT INVALID KEY
                      MOVE 'S' TO WRK-ENCONTROU
              END-READ.

       0260-LOCALIZAR-META-FIM. EXIT.


       0270-ACEITAR-QUANTIDADE SECTION.
              MOVE 'N' TO WRK-NUMERO-VALIDO.
              PERFORM 0271-LER-QUANTIDADE UNTIL WRK-NUMERO-OK.

       0270-ACEITAR-QUANTIDADE-FIM. EXIT.


       0271-LER-QUANTIDADE SECTION.
              DISPLAY "META EM UNIDADES ".
              ACCEPT WRK-QTDE.
              IF WRK-QTDE IS NUMERIC
                  MOVE 'S' TO WRK-NUMERO-VALIDO
              ELSE
                  DISPLAY "QUANTIDADE INVALIDA"
              END-IF.

       0271-LER-QUANTIDADE-FIM. EXIT.


       0275-ACEITAR-VALOR SECTION.
              MOVE 'N' TO WRK-NUMERO-VALIDO.
              PERFORM 0276-LER-VALOR UNTIL WRK-NUMERO-OK.

       0275-ACEITAR-VALOR-FIM. EXIT.


       0276-LER-VALOR SECTION.
              DISPLAY "META DE FATURAMENTO ".
              ACCEPT WRK-VALOR.
      *---------- A META PRECISA DE UNIDADES OU DE FATURAMENTO
              IF WRK-VALOR IS NUMERIC
                 AND (WRK-VALOR > ZEROS OR WRK-QTDE > ZEROS)
                  MOVE 'S' TO WRK-NUMERO-VALIDO
              ELSE
                  DISPLAY "VALOR INVALIDO"
              END-IF.

       0276-LER-VALOR-FIM. EXIT.


       0300-FINALIZAR       SECTION.
              IF WRK-OPERADORES-ABERTO
                  CLOSE OPERADORES
              END-IF.

              CLOSE FILIAIS.

              CLOSE METAS.
              IF FS-METAS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR AS METAS ' FS-METAS
              END-IF.

       0300-FINALIZAR-FIM. EXIT.
