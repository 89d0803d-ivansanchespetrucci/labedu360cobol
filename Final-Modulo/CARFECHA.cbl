       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARFECHA.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: FECHAMENTO MENSAL DO ESTOQUE E DAS VENDAS POR FILIAL
      *          - GRAVA NO ARQUIVO DE FECHAMENTOS A FOTOGRAFIA DO
      *          ULTIMO DIA DO MES: ESTOQUE INICIAL, INCLUSOES DA
      *          TRILHA DE AUDITORIA, TRANSFERENCIAS (OPERACAO T DO
      *          HISTORICO), VENDAS, RESERVAS ABERTAS, ESTOQUE FINAL
      *          E PRAZO MEDIO DA ENTRADA ATE A VENDA. O MOVIMENTO
      *          DATADO DEPOIS DO MES E DESCONTADO DOS ARQUIVOS VIVOS.
      *          MES FECHADO FICA BLOQUEADO PARA NOVO FECHAMENTO
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

           SELECT FILIAIS ASSIGN USING WRK-ARQ-FILIAIS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FIL-CODIGO
              FILE STATUS IS FS-FILIAIS.

           SELECT VENDAS ASSIGN USING WRK-ARQ-VENDAS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-VENDAS.

           SELECT RESERVAS ASSIGN USING WRK-ARQ-RESERVAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RSV-CODIGO
              FILE STATUS IS FS-RESERVAS.

           SELECT DEPOSITOS ASSIGN USING WRK-ARQ-DEPOSITOS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-DEPOSITOS.

           SELECT AUDITORIA ASSIGN USING WRK-ARQ-AUD-LIDO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-AUDITORIA.

           SELECT HISTORIA ASSIGN USING WRK-ARQ-HIS-LIDO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-HISTORIA.

           SELECT FECHAMENTOS ASSIGN USING WRK-ARQ-FECHAMENTOS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FCH-CHAVE
              FILE STATUS IS FS-FECHAMENTOS.

           SELECT POSICAO ASSIGN USING WRK-ARQ-POSICAO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS POS-CODIGO
              FILE STATUS IS FS-POSICAO.

           SELECT CONSIGNACOES ASSIGN USING WRK-ARQ-CONSIGNACOES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CNS-CHAVE
              ALTERNATE RECORD KEY IS CNS-CONSIGNANTE WITH DUPLICATES
              FILE STATUS IS FS-CONSIGNACOES.

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

      *------------------- LAYOUT DO CADASTRO DE FILIAIS
       FD  FILIAIS.
       01  REG-FILIAL-CAD.
           05 FIL-CODIGO     PIC  X(002).
           05 FIL-NOME       PIC  X(020).

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

      *------------------- LAYOUT DO LOG DE AUDITORIA - O REGISTRO
      *------------------- DE CONTROLE USA CODIGO "CTL"
       FD  AUDITORIA.
       01  REG-AUDITORIA.
           05 AUD-CODIGO     PIC  X(003).
           05 AUD-FABR       PIC  X(010).
           05 AUD-MODELO     PIC  X(015).
           05 AUD-VALOR      PIC  9(006)V99.
           05 AUD-DATA       PIC  9(008).
           05 AUD-HORA       PIC  9(008).
           05 AUD-OPERADOR   PIC  X(008).

      *------------------- LAYOUT DO HISTORICO DE ALTERACOES - O
      *------------------- REGISTRO DE CONTROLE USA OPERACAO "C"
       FD  HISTORIA.
       01  REG-HISTORIA.
           05 HIS-OPERACAO   PIC  X(001).
           05 HIS-DATA       PIC  9(008).
           05 HIS-HORA       PIC  9(008).
           05 HIS-OPERADOR   PIC  X(008).
           05 HIS-ANTES      PIC  X(078).
           05 HIS-DEPOIS     PIC  X(078).

      *------------------- FECHAMENTO MENSAL - UM REGISTRO POR MES E
      *------------------- FILIAL E UM REGISTRO DA EMPRESA COM FILIAL
      *------------------- "**", GRAVADO POR ULTIMO, QUE BLOQUEIA O
      *------------------- MES. ORIGEM DO ESTOQUE INICIAL 'F' VEIO DO
      *------------------- FECHAMENTO ANTERIOR, 'C' CALCULADO PELO
      *------------------- MOVIMENTO DO MES
       FD  FECHAMENTOS.
       01  REG-FECHAMENTO.
           05 FCH-CHAVE.
              10 FCH-PERIODO      PIC  9(006).
              10 FCH-FILIAL       PIC  X(002).
           05 FCH-EST-INICIAL     PIC  9(005).
           05 FCH-ORIGEM-INICIAL  PIC  X(001).
           05 FCH-INCLUSOES       PIC  9(005).
           05 FCH-TRANSF-ENTRADA  PIC  9(005).
           05 FCH-TRANSF-SAIDA    PIC  9(005).
           05 FCH-QTDE-VENDIDA    PIC  9(005).
           05 FCH-VALOR-VENDIDO   PIC  9(009)V99.
           05 FCH-RESERVAS        PIC  9(005).
           05 FCH-EST-FINAL       PIC  9(005).
           05 FCH-VALOR-FINAL     PIC  9(009)V99.
           05 FCH-DIAS-SOMA       PIC  9(009).
           05 FCH-DIAS-QTDE       PIC  9(005).
           05 FCH-DIAS-MEDIO      PIC  9(005).
           05 FCH-DATA-FECHAMENTO PIC  9(008).
           05 FCH-HORA-FECHAMENTO PIC  9(008).
           05 FCH-OPERADOR        PIC  X(008).

      *------------------- POSICAO DE TRABALHO DE CADA VEICULO DO
      *------------------- CADASTRO - FILIAL NA ENTRADA E NO ULTIMO
      *------------------- DIA DO MES E SE JA ESTAVA VENDIDO NELE
       FD  POSICAO.
       01  REG-POSICAO.
           05 POS-CODIGO       PIC  X(003).
           05 POS-CHASSI       PIC  X(017).
           05 POS-VALOR        PIC  9(006)V99.
           05 POS-SITUACAO     PIC  X(001).
           05 POS-DATA-ENTRADA PIC  9(008).
           05 POS-FILIAL-ORIGEM PIC X(002).
           05 POS-TEM-ORIGEM   PIC  X(001).
           05 POS-FILIAL-FIM   PIC  X(002).
           05 POS-TEM-FIM      PIC  X(001).
           05 POS-VENDIDO-FIM  PIC  X(001).
           05 POS-TEM-VENDA    PIC  X(001).

      *------------------- VEICULO DE TERCEIROS NO ESTOQUE - CHAVE
      *------------------- CODIGO + CHASSI. SITUACAO 'A' EM ESTOQUE,
      *------------------- 'V' VENDIDO, 'D' DEVOLVIDO AO CONSIGNANTE
       FD  CONSIGNACOES.
       01  REG-CONSIGNACAO.
           05 CNS-CHAVE.
              10 CNS-CODIGO     PIC  X(003).
              10 CNS-CHASSI     PIC  X(017).
           05 CNS-CONSIGNANTE   PIC  X(005).
           05 CNS-MODO          PIC  X(001).
           05 CNS-VALOR-REPASSE PIC  9(006)V99.
           05 CNS-PCT-COMISSAO  PIC  9(002)V99.
           05 CNS-DATA-ENTRADA  PIC  9(008).
           05 CNS-SITUACAO      PIC  X(001).
           05 CNS-DATA-SITUACAO PIC  9(008).
           05 CNS-RECIBO        PIC  9(006).
           05 CNS-OPERADOR      PIC  X(008).

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
       01  WRK-DIR-BASE    PIC X(040)
           VALUE "D:\temp\Cobol".
       01  WRK-ARQ-CARROS  PIC X(060)
           VALUE "D:\temp\Cobol\dados\carros.txt".
       01  WRK-ARQ-FILIAIS PIC X(060)
           VALUE "D:\temp\Cobol\dados\filial.txt".
       01  WRK-ARQ-VENDAS  PIC X(060)
           VALUE "D:\temp\Cobol\dados\vendas.txt".
       01  WRK-ARQ-RESERVAS PIC X(060)
           VALUE "D:\temp\Cobol\dados\reserva.txt".
       01  WRK-ARQ-DEPOSITOS PIC X(060)
           VALUE "D:\temp\Cobol\dados\sinais.txt".
       01  WRK-ARQ-AUDITORIA PIC X(060)
           VALUE "D:\temp\Cobol\audcarro.txt".
       01  WRK-ARQ-HISTORIA PIC X(060)
           VALUE "D:\temp\Cobol\histcar.txt".
       01  WRK-ARQ-AUD-MORTO PIC X(060) VALUE SPACES.
       01  WRK-ARQ-HIS-MORTO PIC X(060) VALUE SPACES.
       01  WRK-ARQ-AUD-LIDO PIC X(060) VALUE SPACES.
       01  WRK-ARQ-HIS-LIDO PIC X(060) VALUE SPACES.
       01  WRK-ARQ-FECHAMENTOS PIC X(060)
           VALUE "D:\temp\Cobol\dados\fechamen.txt".
       01  WRK-ARQ-POSICAO PIC X(060)
           VALUE "D:\temp\Cobol\fechpos.tmp".
       01  WRK-ARQ-SESSOES PIC X(060)
           VALUE "D:\temp\Cobol\dados\sessoes.txt".
       01  WRK-ARQ-OPERADORES PIC X(060)
           VALUE "D:\temp\Cobol\dados\operador.txt".
       01  WRK-ARQ-CONSIGNACOES PIC X(060)
           VALUE "D:\temp\Cobol\dados\consigv.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-CARROS       PIC 9(02) VALUE ZEROS.
       01  FS-FILIAIS      PIC 9(02) VALUE ZEROS.
       01  FS-VENDAS       PIC 9(02) VALUE ZEROS.
       01  FS-RESERVAS     PIC 9(02) VALUE ZEROS.
       01  FS-DEPOSITOS    PIC 9(02) VALUE ZEROS.
       01  FS-AUDITORIA    PIC 9(02) VALUE ZEROS.
       01  FS-HISTORIA     PIC 9(02) VALUE ZEROS.
       01  FS-FECHAMENTOS  PIC 9(02) VALUE ZEROS.
       01  FS-POSICAO      PIC 9(02) VALUE ZEROS.
       01  FS-SESSOES      PIC 9(02) VALUE ZEROS.
       01  FS-OPERADORES   PIC 9(02) VALUE ZEROS.
       01  FS-CONSIGNACOES PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-QTDE-ED      PIC ZZZ.ZZ9.
       01  WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99.

      *----------------- IDENTIFICACAO DO OPERADOR DO FECHAMENTO
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

      *----------------- MES A FECHAR E LIMITES DE DATA DO MES - O
      *----------------- DIA 31 SERVE DE LIMITE PARA QUALQUER MES
       01  WRK-PERIODO-DIG        PIC X(006) VALUE SPACES.
       01  WRK-PERIODO            PIC 9(006) VALUE ZEROS.
       01  WRK-PERIODO-R REDEFINES WRK-PERIODO.
           05 WRK-PER-ANO         PIC 9(004).
           05 WRK-PER-MES         PIC 9(002).
       01  WRK-PERIODO-ANT        PIC 9(006) VALUE ZEROS.
       01  WRK-PERIODO-ANT-R REDEFINES WRK-PERIODO-ANT.
           05 WRK-ANT-ANO         PIC 9(004).
           05 WRK-ANT-MES         PIC 9(002).
       01  WRK-DATA-INICIO        PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-FIM           PIC 9(008) VALUE ZEROS.

      *----------------- DATA DO DIA E MES CORRENTE
       01  WRK-DATA-HOJE          PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-MES-HOJE        PIC 9(006).
           05 FILLER              PIC X(002).
       01  WRK-HORA-HOJE          PIC 9(008) VALUE ZEROS.

      *----------------- PERIODO DO ULTIMO CORTE DA TRILHA E DO
      *----------------- HISTORICO - GRAVADO PELO AUDCORTE NO
      *----------------- REGISTRO DE CONTROLE DO ARQUIVO VIVO
       01  WRK-CORTE-AUD.
           05 WRK-CORTE-AUD-PER   PIC X(006).
           05 FILLER              PIC X(004).
       01  WRK-CORTE-HIS.
           05 WRK-CORTE-HIS-PER   PIC X(006).
           05 FILLER              PIC X(072).

      *----------------- IMAGENS DO VEICULO GRAVADAS NO HISTORICO
       01  WRK-IMAGEM-ANTES.
           05 WRK-ANTES-CODIGO    PIC X(003).
           05 FILLER              PIC X(047).
           05 WRK-ANTES-CHASSI    PIC X(017).
           05 FILLER              PIC X(009).
           05 WRK-ANTES-FILIAL    PIC X(002).
       01  WRK-IMAGEM-DEPOIS.
           05 FILLER              PIC X(076).
           05 WRK-DEPOIS-FILIAL   PIC X(002).

      *----------------- FILIAL QUE RECEBE O MOVIMENTO EM APURACAO
       01  WRK-FILIAL-MOV         PIC X(002) VALUE SPACES.

      *----------------- ESTOQUE INICIAL CALCULADO PELO MOVIMENTO
       01  WRK-EST-CALCULADO      PIC S9(006) VALUE ZEROS.
       01  WRK-EST-ANTERIOR       PIC 9(005) VALUE ZEROS.
       01  WRK-TEM-ANTERIOR       PIC X(01) VALUE 'N'.
           88 WRK-ANTERIOR-FECHADO           VALUE 'S'.

      *----------------- REGISTRO DA FILIAL EM CONCLUSAO
       01  WRK-REG-FECHAMENTO     PIC X(109) VALUE SPACES.

      *----------------- TOTAIS DA EMPRESA PARA O REGISTRO "**"
       01  WRK-TOTAL-EMPRESA.
           05 WRK-TOT-INICIAL     PIC 9(005) VALUE ZEROS.
           05 WRK-TOT-INCLUSOES   PIC 9(005) VALUE ZEROS.
           05 WRK-TOT-ENTRADA     PIC 9(005) VALUE ZEROS.
           05 WRK-TOT-SAIDA       PIC 9(005) VALUE ZEROS.
           05 WRK-TOT-VENDIDA     PIC 9(005) VALUE ZEROS.
           05 WRK-TOT-VALOR-VEND  PIC 9(009)V99 VALUE ZEROS.
           05 WRK-TOT-RESERVAS    PIC 9(005) VALUE ZEROS.
           05 WRK-TOT-FINAL       PIC 9(005) VALUE ZEROS.
           05 WRK-TOT-VALOR-FINAL PIC 9(009)V99 VALUE ZEROS.
           05 WRK-TOT-DIAS-SOMA   PIC 9(009) VALUE ZEROS.
           05 WRK-TOT-DIAS-QTDE   PIC 9(005) VALUE ZEROS.
       01  WRK-TOT-ORIGEM         PIC X(001) VALUE 'F'.
       01  WRK-QTDE-FILIAIS       PIC 9(003) VALUE ZEROS.

      *----------------- OS CONSIGNADOS SAO DE TERCEIROS - FORA DO
      *----------------- ESTOQUE FINAL PROPRIO, CONTAM EM SEPARADO
       01  WRK-TOT-CONSIG         PIC 9(005) VALUE ZEROS.
       01  WRK-TOT-VALOR-CONSIG   PIC 9(009)V99 VALUE ZEROS.

      *----------------- CADASTRO DE CONSIGNACOES DISPONIVEL E
      *----------------- VEICULO DA VEZ CONSIGNADO NO FIM DO MES OU
      *----------------- JA DEVOLVIDO AO CONSIGNANTE
       01  WRK-CONSIG-ABERTO      PIC X(01) VALUE 'N'.
           88 WRK-CONSIGNACOES-ABERTO       VALUE 'S'.
       01  WRK-TEM-CONSIGNACAO    PIC X(01) VALUE 'N'.
           88 WRK-VEICULO-CONSIGNADO        VALUE 'S'.
       01  WRK-TEM-DEVOLUCAO      PIC X(01) VALUE 'N'.
           88 WRK-VEICULO-DEVOLVIDO         VALUE 'S'.

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

       01  WRK-SERIAL-ENTRADA   PIC 9(008) VALUE ZEROS.
       01  WRK-DIAS-VENDA       PIC S9(008) VALUE ZEROS.

      *----------------- SWITCHES DE CONTROLE
       01  WRK-ENCONTROU        PIC X(01) VALUE 'N'.
           88 WRK-REGISTRO-ENCONTRADO     VALUE 'S'.

       01  WRK-VENDA-EFETIVA    PIC X(01) VALUE 'N'.
           88 WRK-VENDA-VALE-NO-FIM       VALUE 'S'.

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
                  MOVE WRK-AMB-DIR TO WRK-DIR-BASE
                  MOVE SPACES TO WRK-ARQ-CARROS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\carros.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CARROS
                  MOVE SPACES TO WRK-ARQ-FILIAIS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\filial.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-FILIAIS
                  MOVE SPACES TO WRK-ARQ-VENDAS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\vendas.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-VENDAS
                  MOVE SPACES TO WRK-ARQ-RESERVAS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\reserva.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-RESERVAS
                  MOVE SPACES TO WRK-ARQ-DEPOSITOS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\sinais.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-DEPOSITOS
                  MOVE SPACES TO WRK-ARQ-AUDITORIA
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\audcarro.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-AUDITORIA
                  MOVE SPACES TO WRK-ARQ-HISTORIA
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\histcar.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-HISTORIA
                  MOVE SPACES TO WRK-ARQ-FECHAMENTOS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\fechamen.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-FECHAMENTOS
                  MOVE SPACES TO WRK-ARQ-POSICAO
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\fechpos.tmp"
                         DELIMITED SIZE
                         INTO WRK-ARQ-POSICAO
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
                  MOVE SPACES TO WRK-ARQ-CONSIGNACOES
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\consigv.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CONSIGNACOES
              END-IF.

      *---------- CADA EXECUCAO INFORMA O AMBIENTE RESOLVIDO
              DISPLAY "AMBIENTE: " WRK-AMB-NOME.

       0050-RESOLVER-AMBIENTE-FIM. EXIT.


       0100-INICIALIZAR      SECTION.
              PERFORM 0050-RESOLVER-AMBIENTE.

              PERFORM 0130-IDENTIFICAR-OPERADOR.

      *---------- O FECHAMENTO DO MES E FUNCAO DE SUPERVISOR
              IF WRK-NIVEL < 3
                  DISPLAY "FECHAMENTO RESTRITO AO SUPERVISOR"
                  GOBACK
              END-IF.

              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
              ACCEPT WRK-HORA-HOJE FROM TIME.

      *---------- SO FECHA MES JA ENCERRADO - O PADRAO E O ANTERIOR
              MOVE WRK-MES-HOJE TO WRK-PERIODO.
              PERFORM 0110-MES-ANTERIOR.
              DISPLAY "MES A FECHAR (AAAAMM OU BRANCO = "
                 WRK-PERIODO-ANT ") ".
              ACCEPT WRK-PERIODO-DIG.
              IF WRK-PERIODO-DIG EQUAL SPACES
                  MOVE WRK-PERIODO-ANT TO WRK-PERIODO
              ELSE
              IF WRK-PERIODO-DIG NOT NUMERIC
                  DISPLAY "MES INVALIDO - NADA FECHADO"
                  GOBACK
              ELSE
                  MOVE WRK-PERIODO-DIG TO WRK-PERIODO
              END-IF
              END-IF.

              IF WRK-PER-MES < 1 OR WRK-PER-MES > 12
                  DISPLAY "MES INVALIDO - NADA FECHADO"
                  GOBACK
              END-IF.
              IF WRK-PERIODO NOT LESS THAN WRK-MES-HOJE
                  DISPLAY "O MES " WRK-PERIODO " AINDA NAO TERMINOU"
                     " - NADA FECHADO"
                  GOBACK
              END-IF.

              COMPUTE WRK-DATA-INICIO = WRK-PERIODO * 100 + 1.
              COMPUTE WRK-DATA-FIM    = WRK-PERIODO * 100 + 31.
              PERFORM 0110-MES-ANTERIOR.

              OPEN I-O FECHAMENTOS.
      *---------- ARQUIVO AINDA NAO EXISTE - CRIAR VAZIO E REABRIR
              IF FS-FECHAMENTOS EQUAL 35
                  DISPLAY "ARQUIVO DE FECHAMENTOS NAO EXISTIA - "
                     "CRIANDO VAZIO"
                  OPEN OUTPUT FECHAMENTOS
                  CLOSE FECHAMENTOS
                  OPEN I-O FECHAMENTOS
              END-IF.
              IF FS-FECHAMENTOS NOT EQUAL 0
                  EVALUATE FS-FECHAMENTOS
                      WHEN 37
                          DISPLAY "MODO DE ACESSO INVALIDO"
                      WHEN 93
                          DISPLAY "FECHAMENTOS EM USO POR OUTRO "
                             "PROCESSO"
                      WHEN OTHER
                          DISPLAY "ERRO NA ABERTURA DOS FECHAMENTOS "
                             "- STATUS " FS-FECHAMENTOS
                  END-EVALUATE
                  GOBACK
              END-IF.

      *---------- MES COM O REGISTRO DA EMPRESA JA FOI FECHADO E
      *---------- NAO PODE SER FECHADO DE NOVO
              MOVE WRK-PERIODO TO FCH-PERIODO.
              MOVE "**"        TO FCH-FILIAL.
              READ FECHAMENTOS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      DISPLAY "O MES " WRK-PERIODO " JA FOI FECHADO "
                         "EM " FCH-DATA-FECHAMENTO " POR "
                         FCH-OPERADOR
                      DISPLAY "FECHAMENTO BLOQUEADO - NADA ALTERADO"
                      CLOSE FECHAMENTOS
                      GOBACK
              END-READ.

              DISPLAY "FECHAR O MES " WRK-PERIODO " - DEPOIS DE "
                 "FECHADO ELE NAO PODE SER REFEITO".
              DISPLAY "CONFIRMA O FECHAMENTO (S/N) ".
              ACCEPT WRK-CONFIRMA.
              IF NOT WRK-CONFIRMA-SIM
                  DISPLAY "OPERACAO CANCELADA"
                  CLOSE FECHAMENTOS
                  GOBACK
              END-IF.

              OPEN INPUT CARROS.
      *---------- TESTAR SE O ARQUIVO EXISTE - SENAO INTERROMPE
              IF FS-CARROS NOT EQUAL 0
                  EVALUATE FS-CARROS
                      WHEN 35
                          DISPLAY "ARQUIVO NAO ENCONTRADO"
                      WHEN 37
                          DISPLAY "MODO DE ACESSO INVALIDO"
                      WHEN 93
                          DISPLAY "ARQUIVO EM USO POR OUTRO PROCESSO"
                      WHEN OTHER
                          DISPLAY "ERRO NA ABERTURA - STATUS "
                             FS-CARROS
                  END-EVALUATE
                  CLOSE FECHAMENTOS
                  GOBACK
              END-IF.

      *---------- POSICAO DE TRABALHO - SEMPRE RECRIADA VAZIA
              OPEN OUTPUT POSICAO.
              CLOSE POSICAO.
              OPEN I-O POSICAO.
              IF FS-POSICAO NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DA POSICAO DE TRABALHO "
                     FS-POSICAO
                  CLOSE CARROS
                  CLOSE FECHAMENTOS
                  GOBACK
              END-IF.

      *---------- CADASTRO DE CONSIGNACOES E OPCIONAL - SEM ELE TODO
      *---------- O ESTOQUE E PROPRIO
              OPEN INPUT CONSIGNACOES.
              IF FS-CONSIGNACOES EQUAL 0
                  MOVE 'S' TO WRK-CONSIG-ABERTO
              ELSE
                  IF FS-CONSIGNACOES NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DAS CONSIGNACOES "
                         FS-CONSIGNACOES
                  END-IF
              END-IF.

       0100-INICIAL-FIM. EXIT.


       0110-MES-ANTERIOR SECTION.
      *---------- MES ANTERIOR AO DE WRK-PERIODO - JANEIRO VOLTA
      *---------- PARA DEZEMBRO DO ANO ANTERIOR
              MOVE WRK-PERIODO TO WRK-PERIODO-ANT.
              IF WRK-ANT-MES EQUAL 1
                  SUBTRACT 1 FROM WRK-ANT-ANO
                  MOVE 12 TO WRK-ANT-MES
              ELSE
                  SUBTRACT 1 FROM WRK-ANT-MES
              END-IF.

       0110-MES-ANTERIOR-FIM. EXIT.


       0130-IDENTIFICAR-OPERADOR SECTION.
      *---------- O OPERADOR VEM DA SESSAO ASSINADA PELO MENU QUANDO
      *---------- HOUVER - O FECHAMENTO DEIXA DE DEPENDER DO DIGITADO
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
      *---------- UM FECHAMENTO INTERROMPIDO NAO GRAVOU O REGISTRO DA
      *---------- EMPRESA - AS FILIAIS QUE SOBRARAM DELE SAO REFEITAS
              PERFORM 0210-LIMPAR-PERIODO.
              PERFORM 0220-CARREGAR-FILIAIS.
              PERFORM 0230-CARREGAR-POSICAO.
              PERFORM 0240-APURAR-TRANSFERENCIAS.
              PERFORM 0250-APURAR-INCLUSOES.
              PERFORM 0260-APURAR-VENDAS.
              PERFORM 0270-APURAR-ESTOQUE.
              PERFORM 0280-APURAR-RESERVAS.
              PERFORM 0290-CONCLUIR-FECHAMENTO.

       0200-PROCESSAR-FIM. EXIT.


       0210-LIMPAR-PERIODO SECTION.
              MOVE WRK-PERIODO TO FCH-PERIODO.
              MOVE LOW-VALUES  TO FCH-FILIAL.
              START FECHAMENTOS KEY IS NOT LESS THAN FCH-CHAVE
                  INVALID KEY
                      MOVE 10 TO FS-FECHAMENTOS
              END-START.
              IF FS-FECHAMENTOS NOT EQUAL 10
                  READ FECHAMENTOS NEXT RECORD
              END-IF.

              PERFORM 0215-APAGAR-FILIAL
                 UNTIL FS-FECHAMENTOS EQUAL 10
                    OR FCH-PERIODO NOT EQUAL WRK-PERIODO.

       0210-LIMPAR-PERIODO-FIM. EXIT.


       0215-APAGAR-FILIAL SECTION.
              DELETE FECHAMENTOS RECORD
                  INVALID KEY
                      DISPLAY "ERRO AO APAGAR O FECHAMENTO "
                         "INTERROMPIDO " FS-FECHAMENTOS
              END-DELETE.

              READ FECHAMENTOS NEXT RECORD.

       0215-APAGAR-FILIAL-FIM. EXIT.


       0220-CARREGAR-FILIAIS SECTION.
      *---------- TODA FILIAL CADASTRADA TEM FECHAMENTO, MESMO SEM
      *---------- MOVIMENTO - SEM O CADASTRO SO AS QUE TIVEREM
              OPEN INPUT FILIAIS.
              IF FS-FILIAIS NOT EQUAL 0
                  IF FS-FILIAIS NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DAS FILIAIS "
                         FS-FILIAIS
                  END-IF
              ELSE
                  READ FILIAIS NEXT RECORD
                  PERFORM 0225-INCLUIR-FILIAL
                     UNTIL FS-FILIAIS EQUAL 10
                  CLOSE FILIAIS
              END-IF.

       0220-CARREGAR-FILIAIS-FIM. EXIT.


       0225-INCLUIR-FILIAL SECTION.
              MOVE FIL-CODIGO TO WRK-FILIAL-MOV.
              PERFORM 0600-POSICIONAR-FILIAL.

              READ FILIAIS NEXT RECORD.

       0225-INCLUIR-FILIAL-FIM. EXIT.


       0230-CARREGAR-POSICAO SECTION.
      *---------- A FILIAL DO CADASTRO E A DE HOJE - AS
      *---------- TRANSFERENCIAS DEPOIS DO MES A FAZEM VOLTAR
              MOVE LOW-VALUES TO REG-CODIGO.
              START CARROS KEY IS NOT LESS THAN REG-CODIGO
                  INVALID KEY
                      MOVE 10 TO FS-CARROS
              END-START.
              IF FS-CARROS NOT EQUAL 10
                  READ CARROS NEXT RECORD
              END-IF.

              PERFORM 0235-GRAVAR-POSICAO
                 UNTIL FS-CARROS EQUAL 10.

       0230-CARREGAR-POSICAO-FIM. EXIT.


       0235-GRAVAR-POSICAO SECTION.
              MOVE REG-CODIGO       TO POS-CODIGO.
              MOVE REG-CHASSI       TO POS-CHASSI.
              MOVE REG-VALOR        TO POS-VALOR.
              MOVE REG-SITUACAO     TO POS-SITUACAO.
              MOVE REG-DATA-ENTRADA TO POS-DATA-ENTRADA.
              MOVE REG-FILIAL       TO POS-FILIAL-ORIGEM.
              MOVE REG-FILIAL       TO POS-FILIAL-FIM.
              MOVE 'N'              TO POS-TEM-ORIGEM.
              MOVE 'N'              TO POS-TEM-FIM.
              MOVE 'N'              TO POS-VENDIDO-FIM.
              MOVE 'N'              TO POS-TEM-VENDA.
              WRITE REG-POSICAO
                  INVALID KEY
                      DISPLAY "ERRO AO GRAVAR A POSICAO " POS-CODIGO
              END-WRITE.

              READ CARROS NEXT RECORD.

       0235-GRAVAR-POSICAO-FIM. EXIT.


       0240-APURAR-TRANSFERENCIAS SECTION.
      *---------- O REGISTRO DE CONTROLE DO HISTORICO VIVO DIZ ATE
      *---------- QUE MES O AUDCORTE JA LEVOU PARA O ARQUIVO MORTO -
      *---------- SE O CORTE ALCANCOU O MES, O MORTO E LIDO ANTES
              MOVE SPACES TO WRK-CORTE-HIS.
              MOVE WRK-ARQ-HISTORIA TO WRK-ARQ-HIS-LIDO.
              OPEN INPUT HISTORIA.
              IF FS-HISTORIA EQUAL 0
                  READ HISTORIA
                  IF FS-HISTORIA EQUAL 0
                     AND HIS-OPERACAO EQUAL 'C'
                      MOVE HIS-ANTES TO WRK-CORTE-HIS
                  END-IF
                  CLOSE HISTORIA
              END-IF.

              IF WRK-CORTE-HIS-PER NUMERIC
                 AND WRK-CORTE-HIS-PER NOT LESS THAN WRK-PERIODO
                  MOVE SPACES TO WRK-ARQ-HIS-MORTO
                  STRING WRK-DIR-BASE      DELIMITED BY SPACE
                         "\hist"           DELIMITED SIZE
                         WRK-CORTE-HIS-PER DELIMITED SIZE
                         ".txt"            DELIMITED SIZE
                         INTO WRK-ARQ-HIS-MORTO
                  MOVE WRK-ARQ-HIS-MORTO TO WRK-ARQ-HIS-LIDO
                  PERFORM 0241-LER-HISTORICO
              END-IF.

              MOVE WRK-ARQ-HISTORIA TO WRK-ARQ-HIS-LIDO.
              PERFORM 0241-LER-HISTORICO.

       0240-APURAR-TRANSFERENCIAS-FIM. EXIT.


       0241-LER-HISTORICO SECTION.
              OPEN INPUT HISTORIA.
              IF FS-HISTORIA NOT EQUAL 0
                  DISPLAY "HISTORICO NAO DISPONIVEL - STATUS "
                     FS-HISTORIA " - " WRK-ARQ-HIS-LIDO
              ELSE
                  READ HISTORIA
                  PERFORM 0245-APURAR-TRANSFERENCIA
                     UNTIL FS-HISTORIA EQUAL 10
                  CLOSE HISTORIA
              END-IF.

       0241-LER-HISTORICO-FIM. EXIT.


       0245-APURAR-TRANSFERENCIA SECTION.
      *---------- O HISTORICO ESTA EM ORDEM DE GRAVACAO - A PRIMEIRA
      *---------- TRANSFERENCIA A PARTIR DO MES DA A FILIAL DE ORIGEM
      *---------- E A PRIMEIRA DEPOIS DO MES DA A FILIAL NO ULTIMO DIA
              IF HIS-OPERACAO EQUAL 'T'
                 AND HIS-DATA NOT LESS THAN WRK-DATA-INICIO
                  MOVE HIS-ANTES  TO WRK-IMAGEM-ANTES
                  MOVE HIS-DEPOIS TO WRK-IMAGEM-DEPOIS
                  IF WRK-ANTES-FILIAL EQUAL SPACES
                      MOVE "01" TO WRK-ANTES-FILIAL
                  END-IF
                  IF WRK-DEPOIS-FILIAL EQUAL SPACES
                      MOVE "01" TO WRK-DEPOIS-FILIAL
                  END-IF

                  IF HIS-DATA NOT GREATER THAN WRK-DATA-FIM
                      MOVE WRK-ANTES-FILIAL TO WRK-FILIAL-MOV
                      PERFORM 0600-POSICIONAR-FILIAL
                      ADD 1 TO FCH-TRANSF-SAIDA
                      PERFORM 0610-REGRAVAR-FILIAL
                      MOVE WRK-DEPOIS-FILIAL TO WRK-FILIAL-MOV
                      PERFORM 0600-POSICIONAR-FILIAL
                      ADD 1 TO FCH-TRANSF-ENTRADA
                      PERFORM 0610-REGRAVAR-FILIAL
                  END-IF

                  MOVE WRK-ANTES-CODIGO TO POS-CODIGO
                  READ POSICAO
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          PERFORM 0246-AJUSTAR-FILIAL
                  END-READ
              END-IF.

              READ HISTORIA.

       0245-APURAR-TRANSFERENCIA-FIM. EXIT.


       0246-AJUSTAR-FILIAL SECTION.
      *---------- O CODIGO VOLTA A SER USADO DEPOIS DO EXPURGO - SO
      *---------- AJUSTA SE FOR O MESMO CHASSI
              IF POS-CHASSI EQUAL WRK-ANTES-CHASSI
                  IF POS-TEM-ORIGEM NOT EQUAL 'S'
                      MOVE WRK-ANTES-FILIAL TO POS-FILIAL-ORIGEM
                      MOVE 'S' TO POS-TEM-ORIGEM
                  END-IF
                  IF HIS-DATA GREATER THAN WRK-DATA-FIM
                     AND POS-TEM-FIM NOT EQUAL 'S'
                      MOVE WRK-ANTES-FILIAL TO POS-FILIAL-FIM
                      MOVE 'S' TO POS-TEM-FIM
                  END-IF
                  REWRITE REG-POSICAO
                      INVALID KEY
                          DISPLAY "ERRO AO AJUSTAR A POSICAO "
                             POS-CODIGO
                  END-REWRITE
              END-IF.

       0246-AJUSTAR-FILIAL-FIM. EXIT.


       0250-APURAR-INCLUSOES SECTION.
      *---------- MESMA REGRA DO HISTORICO PARA A TRILHA DE AUDITORIA
              MOVE SPACES TO WRK-CORTE-AUD.
              MOVE WRK-ARQ-AUDITORIA TO WRK-ARQ-AUD-LIDO.
              OPEN INPUT AUDITORIA.
              IF FS-AUDITORIA EQUAL 0
                  READ AUDITORIA
                  IF FS-AUDITORIA EQUAL 0
                     AND AUD-CODIGO EQUAL "CTL"
                      MOVE AUD-FABR TO WRK-CORTE-AUD
                  END-IF
                  CLOSE AUDITORIA
              END-IF.

              IF WRK-CORTE-AUD-PER NUMERIC
                 AND WRK-CORTE-AUD-PER NOT LESS THAN WRK-PERIODO
                  MOVE SPACES TO WRK-ARQ-AUD-MORTO
                  STRING WRK-DIR-BASE      DELIMITED BY SPACE
                         "\audc"           DELIMITED SIZE
                         WRK-CORTE-AUD-PER DELIMITED SIZE
                         ".txt"            DELIMITED SIZE
                         INTO WRK-ARQ-AUD-MORTO
                  MOVE WRK-ARQ-AUD-MORTO TO WRK-ARQ-AUD-LIDO
                  PERFORM 0251-LER-AUDITORIA
              END-IF.

              MOVE WRK-ARQ-AUDITORIA TO WRK-ARQ-AUD-LIDO.
              PERFORM 0251-LER-AUDITORIA.

       0250-APURAR-INCLUSOES-FIM. EXIT.


       0251-LER-AUDITORIA SECTION.
              OPEN INPUT AUDITORIA.
              IF FS-AUDITORIA NOT EQUAL 0
                  DISPLAY "TRILHA DE AUDITORIA NAO DISPONIVEL - "
                     "STATUS " FS-AUDITORIA " - " WRK-ARQ-AUD-LIDO
              ELSE
                  READ AUDITORIA
                  PERFORM 0255-APURAR-INCLUSAO
                     UNTIL FS-AUDITORIA EQUAL 10
                  CLOSE AUDITORIA
              END-IF.

       0251-LER-AUDITORIA-FIM. EXIT.


       0255-APURAR-INCLUSAO SECTION.
      *---------- A TRILHA NAO GUARDA A FILIAL - VALE A DO VEICULO NA
      *---------- ENTRADA. VEICULO QUE JA SAIU DO CADASTRO CONTA NA
      *---------- MATRIZ 01
              IF AUD-CODIGO NOT EQUAL "CTL"
                 AND AUD-DATA NOT LESS THAN WRK-DATA-INICIO
                 AND AUD-DATA NOT GREATER THAN WRK-DATA-FIM
                  MOVE "01" TO WRK-FILIAL-MOV
                  MOVE AUD-CODIGO TO POS-CODIGO
                  READ POSICAO
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          IF POS-FILIAL-ORIGEM NOT EQUAL SPACES
                              MOVE POS-FILIAL-ORIGEM TO WRK-FILIAL-MOV
                          END-IF
                  END-READ
                  PERFORM 0600-POSICIONAR-FILIAL
                  ADD 1 TO FCH-INCLUSOES
                  PERFORM 0610-REGRAVAR-FILIAL
              END-IF.

              READ AUDITORIA.

       0255-APURAR-INCLUSAO-FIM. EXIT.


       0260-APURAR-VENDAS SECTION.
              OPEN INPUT VENDAS.
              IF FS-VENDAS NOT EQUAL 0
                  IF FS-VENDAS EQUAL 35
                      DISPLAY "HISTORICO DE VENDAS NAO ENCONTRADO - "
                         "MES SEM VENDAS"
                  ELSE
                      DISPLAY "ERRO NA ABERTURA DAS VENDAS " FS-VENDAS
                  END-IF
              ELSE
                  READ VENDAS
                  PERFORM 0265-APURAR-VENDA
                     UNTIL FS-VENDAS EQUAL 10
                  CLOSE VENDAS
              END-IF.

       0260-APURAR-VENDAS-FIM. EXIT.


       0265-APURAR-VENDA SECTION.
      *---------- VENDA ESTORNADA SO DEPOIS DO MES AINDA VALIA NO
      *---------- ULTIMO DIA DELE
              MOVE 'N' TO WRK-VENDA-EFETIVA.
              IF VND-DATA-VENDA NOT GREATER THAN WRK-DATA-FIM
                  IF VND-ESTORNO NOT EQUAL 'S'
                     OR VND-DATA-ESTORNO GREATER THAN WRK-DATA-FIM
                      MOVE 'S' TO WRK-VENDA-EFETIVA
                  END-IF
              END-IF.

              MOVE 'N' TO WRK-ENCONTROU.
              MOVE VND-CODIGO TO POS-CODIGO.
              READ POSICAO
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF POS-CHASSI EQUAL VND-CHASSI
                          MOVE 'S' TO WRK-ENCONTROU
                      END-IF
              END-READ.

              IF WRK-REGISTRO-ENCONTRADO
                  IF VND-ESTORNO NOT EQUAL 'S'
                      MOVE 'S' TO POS-TEM-VENDA
                  END-IF
                  IF WRK-VENDA-VALE-NO-FIM
                      MOVE 'S' TO POS-VENDIDO-FIM
                  END-IF
                  REWRITE REG-POSICAO
                      INVALID KEY
                          DISPLAY "ERRO AO AJUSTAR A POSICAO "
                             POS-CODIGO
                  END-REWRITE
              END-IF.

              IF WRK-VENDA-VALE-NO-FIM
                 AND VND-DATA-VENDA NOT LESS THAN WRK-DATA-INICIO
                  PERFORM 0266-SOMAR-VENDA
              END-IF.

              READ VENDAS.

       0265-APURAR-VENDA-FIM. EXIT.


       0266-SOMAR-VENDA SECTION.
              MOVE VND-FILIAL TO WRK-FILIAL-MOV.
              IF WRK-FILIAL-MOV EQUAL SPACES
                  MOVE "01" TO WRK-FILIAL-MOV
              END-IF.
              PERFORM 0600-POSICIONAR-FILIAL.
              ADD 1               TO FCH-QTDE-VENDIDA.
              ADD VND-VALOR-VENDA TO FCH-VALOR-VENDIDO.

      *---------- PRAZO DA ENTRADA ATE A VENDA - SO PARA O VEICULO
      *---------- AINDA NO CADASTRO E COM DATA DE ENTRADA
              IF WRK-REGISTRO-ENCONTRADO
                 AND POS-DATA-ENTRADA NOT EQUAL ZEROS
                 AND POS-DATA-ENTRADA NOT GREATER THAN VND-DATA-VENDA
                  MOVE POS-DATA-ENTRADA TO WRK-DATA-CALC
                  PERFORM 0700-CALCULAR-SERIAL
                  MOVE WRK-SERIAL TO WRK-SERIAL-ENTRADA
                  MOVE VND-DATA-VENDA TO WRK-DATA-CALC
                  PERFORM 0700-CALCULAR-SERIAL
                  COMPUTE WRK-DIAS-VENDA =
                     WRK-SERIAL - WRK-SERIAL-ENTRADA
                  ADD WRK-DIAS-VENDA TO FCH-DIAS-SOMA
                  ADD 1 TO FCH-DIAS-QTDE
              END-IF.

              PERFORM 0610-REGRAVAR-FILIAL.

       0266-SOMAR-VENDA-FIM. EXIT.


       0270-APURAR-ESTOQUE SECTION.
              MOVE LOW-VALUES TO POS-CODIGO.
              START POSICAO KEY IS NOT LESS THAN POS-CODIGO
                  INVALID KEY
                      MOVE 10 TO FS-POSICAO
              END-START.
              IF FS-POSICAO NOT EQUAL 10
                  READ POSICAO NEXT RECORD
              END-IF.

              PERFORM 0275-CONTAR-VEICULO
                 UNTIL FS-POSICAO EQUAL 10.

       0270-APURAR-ESTOQUE-FIM. EXIT.


       0275-CONTAR-VEICULO SECTION.
      *---------- NO ESTOQUE DO ULTIMO DIA: JA TINHA ENTRADO E NAO
      *---------- ESTAVA VENDIDO. VENDIDO SEM REGISTRO NO HISTORICO
      *---------- DE VENDAS CONTA COMO VENDIDO ANTES DO MES
              PERFORM 0276-CONSULTAR-CONSIGNACAO.

              IF POS-DATA-ENTRADA GREATER THAN WRK-DATA-FIM
                 OR POS-VENDIDO-FIM EQUAL 'S'
                  CONTINUE
              ELSE
              IF POS-SITUACAO EQUAL 'V'
                 AND POS-TEM-VENDA NOT EQUAL 'S'
                  CONTINUE
              ELSE
      *---------- DEVOLVIDO AO CONSIGNANTE ATE O FIM DO MES SO AGUARDA
      *---------- A EXCLUSAO - NAO E ESTOQUE DE NINGUEM
              IF WRK-VEICULO-DEVOLVIDO
                  CONTINUE
              ELSE
      *---------- VEICULO DE TERCEIROS NAO E ESTOQUE PROPRIO
              IF WRK-VEICULO-CONSIGNADO
                  ADD 1         TO WRK-TOT-CONSIG
                  ADD POS-VALOR TO WRK-TOT-VALOR-CONSIG
              ELSE
                  MOVE POS-FILIAL-FIM TO WRK-FILIAL-MOV
                  IF WRK-FILIAL-MOV EQUAL SPACES
                      MOVE "01" TO WRK-FILIAL-MOV
                  END-IF
                  PERFORM 0600-POSICIONAR-FILIAL
                  ADD 1         TO FCH-EST-FINAL
                  ADD POS-VALOR TO FCH-VALOR-FINAL
                  PERFORM 0610-REGRAVAR-FILIAL
              END-IF
              END-IF
              END-IF
              END-IF.

              READ POSICAO NEXT RECORD.

       0275-CONTAR-VEICULO-FIM. EXIT.


       0276-CONSULTAR-CONSIGNACAO SECTION.
      *---------- CONSIGNADO NO ULTIMO DIA: JA TINHA ENTRADO EM
      *---------- CONSIGNACAO E CONTINUA ATIVO, OU SO FOI VENDIDO OU
      *---------- DEVOLVIDO DEPOIS DO MES. DEVOLVIDO ATE O FIM DO MES
      *---------- E QUE AINDA ESTA NO CADASTRO NAO CONTA EM NENHUM
              MOVE 'N' TO WRK-TEM-CONSIGNACAO.
              MOVE 'N' TO WRK-TEM-DEVOLUCAO.
              IF WRK-CONSIGNACOES-ABERTO
                  MOVE POS-CODIGO TO CNS-CODIGO
                  MOVE POS-CHASSI TO CNS-CHASSI
                  READ CONSIGNACOES
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          IF CNS-DATA-ENTRADA NOT GREATER THAN
                             WRK-DATA-FIM
                              IF CNS-SITUACAO EQUAL 'A'
                                 OR CNS-DATA-SITUACAO GREATER THAN
                                    WRK-DATA-FIM
                                  MOVE 'S' TO WRK-TEM-CONSIGNACAO
                              END-IF
                          END-IF
                          IF CNS-SITUACAO EQUAL 'D'
                             AND CNS-DATA-SITUACAO NOT GREATER THAN
                                 WRK-DATA-FIM
                              MOVE 'S' TO WRK-TEM-DEVOLUCAO
                          END-IF
                  END-READ
              END-IF.

       0276-CONSULTAR-CONSIGNACAO-FIM. EXIT.


       0280-APURAR-RESERVAS SECTION.
      *---------- RESERVA ABERTA NO ULTIMO DIA: A QUE CONTINUA NO
      *---------- CADASTRO E FOI FEITA ATE O FIM DO MES, MAIS A QUE
      *---------- O CONTROLE DOS SINAIS MOSTRA ENCERRADA SO DEPOIS
              OPEN INPUT RESERVAS.
              IF FS-RESERVAS NOT EQUAL 0
                  IF FS-RESERVAS NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DAS RESERVAS "
                         FS-RESERVAS
                  END-IF
              ELSE
                  MOVE LOW-VALUES TO RSV-CODIGO
                  START RESERVAS KEY IS NOT LESS THAN RSV-CODIGO
                      INVALID KEY
                          MOVE 10 TO FS-RESERVAS
                  END-START
                  IF FS-RESERVAS NOT EQUAL 10
                      READ RESERVAS NEXT RECORD
                  END-IF
                  PERFORM 0285-CONTAR-RESERVA
                     UNTIL FS-RESERVAS EQUAL 10
                  CLOSE RESERVAS
              END-IF.

              OPEN INPUT DEPOSITOS.
              IF FS-DEPOSITOS NOT EQUAL 0
                  IF FS-DEPOSITOS NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DOS SINAIS "
                         FS-DEPOSITOS
                  END-IF
              ELSE
                  READ DEPOSITOS
                  PERFORM 0286-CONTAR-SINAL
                     UNTIL FS-DEPOSITOS EQUAL 10
                  CLOSE DEPOSITOS
              END-IF.

       0280-APURAR-RESERVAS-FIM. EXIT.


       0285-CONTAR-RESERVA SECTION.
              IF RSV-DATA-RESERVA NOT GREATER THAN WRK-DATA-FIM
                  MOVE RSV-CODIGO TO POS-CODIGO
                  PERFORM 0287-SOMAR-RESERVA
              END-IF.

              READ RESERVAS NEXT RECORD.

       0285-CONTAR-RESERVA-FIM. EXIT.


       0286-CONTAR-SINAL SECTION.
              IF (DEP-TIPO EQUAL 'A' OR 'D' OR 'P')
                 AND DEP-DATA GREATER THAN WRK-DATA-FIM
                 AND DEP-DATA-RESERVA NOT EQUAL ZEROS
                 AND DEP-DATA-RESERVA NOT GREATER THAN WRK-DATA-FIM
                  MOVE DEP-CODIGO TO POS-CODIGO
                  PERFORM 0287-SOMAR-RESERVA
              END-IF.

              READ DEPOSITOS.

       0286-CONTAR-SINAL-FIM. EXIT.


       0287-SOMAR-RESERVA SECTION.
      *---------- A RESERVA CONTA NA FILIAL DO VEICULO NO ULTIMO DIA
              MOVE "01" TO WRK-FILIAL-MOV.
              READ POSICAO
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF POS-FILIAL-FIM NOT EQUAL SPACES
                          MOVE POS-FILIAL-FIM TO WRK-FILIAL-MOV
                      END-IF
              END-READ.

              PERFORM 0600-POSICIONAR-FILIAL.
              ADD 1 TO FCH-RESERVAS.
              PERFORM 0610-REGRAVAR-FILIAL.

       0287-SOMAR-RESERVA-FIM. EXIT.


       0290-CONCLUIR-FECHAMENTO SECTION.
      *---------- ESTOQUE INICIAL, PRAZO MEDIO E CARIMBO DE CADA
      *---------- FILIAL, E POR ULTIMO O REGISTRO DA EMPRESA
              MOVE WRK-PERIODO TO FCH-PERIODO.
              MOVE LOW-VALUES  TO FCH-FILIAL.
              START FECHAMENTOS KEY IS NOT LESS THAN FCH-CHAVE
                  INVALID KEY
                      MOVE 10 TO FS-FECHAMENTOS
              END-START.
              IF FS-FECHAMENTOS NOT EQUAL 10
                  READ FECHAMENTOS NEXT RECORD
              END-IF.

              PERFORM 0295-CONCLUIR-FILIAL
                 UNTIL FS-FECHAMENTOS EQUAL 10
                    OR FCH-PERIODO NOT EQUAL WRK-PERIODO.

              PERFORM 0298-GRAVAR-EMPRESA.

       0290-CONCLUIR-FECHAMENTO-FIM. EXIT.


       0295-CONCLUIR-FILIAL SECTION.
      *---------- O ESTOQUE INICIAL E O FINAL DO MES ANTERIOR QUANDO
      *---------- ELE FOI FECHADO - SENAO E CALCULADO DE TRAS PARA
      *---------- A FRENTE PELO MOVIMENTO DO MES
              MOVE REG-FECHAMENTO TO WRK-REG-FECHAMENTO.
              MOVE 'N' TO WRK-TEM-ANTERIOR.
              MOVE WRK-PERIODO-ANT TO FCH-PERIODO.
              READ FECHAMENTOS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE FCH-EST-FINAL TO WRK-EST-ANTERIOR
                      MOVE 'S' TO WRK-TEM-ANTERIOR
              END-READ.

      *---------- A LEITURA PELA CHAVE DEVOLVE O PONTEIRO AO MES
              MOVE WRK-REG-FECHAMENTO TO REG-FECHAMENTO.
              READ FECHAMENTOS
                  INVALID KEY
                      DISPLAY "ERRO AO RELER O FECHAMENTO "
                         FCH-FILIAL
              END-READ.

              IF WRK-ANTERIOR-FECHADO
                  MOVE WRK-EST-ANTERIOR TO FCH-EST-INICIAL
                  MOVE 'F' TO FCH-ORIGEM-INICIAL
              ELSE
                  COMPUTE WRK-EST-CALCULADO = FCH-EST-FINAL
                     + FCH-QTDE-VENDIDA + FCH-TRANSF-SAIDA
                     - FCH-TRANSF-ENTRADA - FCH-INCLUSOES
                  IF WRK-EST-CALCULADO < ZEROS
                      MOVE ZEROS TO WRK-EST-CALCULADO
                  END-IF
                  MOVE WRK-EST-CALCULADO TO FCH-EST-INICIAL
                  MOVE 'C' TO FCH-ORIGEM-INICIAL
                  MOVE 'C' TO WRK-TOT-ORIGEM
              END-IF.

              IF FCH-DIAS-QTDE > ZEROS
                  COMPUTE FCH-DIAS-MEDIO ROUNDED =
                     FCH-DIAS-SOMA / FCH-DIAS-QTDE
              ELSE
                  MOVE ZEROS TO FCH-DIAS-MEDIO
              END-IF.

              MOVE WRK-DATA-HOJE TO FCH-DATA-FECHAMENTO.
              MOVE WRK-HORA-HOJE TO FCH-HORA-FECHAMENTO.
              MOVE WRK-OPERADOR  TO FCH-OPERADOR.
              PERFORM 0610-REGRAVAR-FILIAL.

              ADD FCH-EST-INICIAL    TO WRK-TOT-INICIAL.
              ADD FCH-INCLUSOES      TO WRK-TOT-INCLUSOES.
              ADD FCH-TRANSF-ENTRADA TO WRK-TOT-ENTRADA.
              ADD FCH-TRANSF-SAIDA   TO WRK-TOT-SAIDA.
              ADD FCH-QTDE-VENDIDA   TO WRK-TOT-VENDIDA.
              ADD FCH-VALOR-VENDIDO  TO WRK-TOT-VALOR-VEND.
              ADD FCH-RESERVAS       TO WRK-TOT-RESERVAS.
              ADD FCH-EST-FINAL      TO WRK-TOT-FINAL.
              ADD FCH-VALOR-FINAL    TO WRK-TOT-VALOR-FINAL.
              ADD FCH-DIAS-SOMA      TO WRK-TOT-DIAS-SOMA.
              ADD FCH-DIAS-QTDE      TO WRK-TOT-DIAS-QTDE.
              ADD 1                  TO WRK-QTDE-FILIAIS.

              PERFORM 0296-MOSTRAR-FILIAL.

              READ FECHAMENTOS NEXT RECORD.

       0295-CONCLUIR-FILIAL-FIM. EXIT.


       0296-MOSTRAR-FILIAL SECTION.
              MOVE FCH-EST-FINAL TO WRK-QTDE-ED.
              MOVE FCH-VALOR-FINAL TO WRK-VALOR-ED.
              DISPLAY "FILIAL " FCH-FILIAL " - ESTOQUE FINAL "
                 WRK-QTDE-ED " VALOR " WRK-VALOR-ED.
              MOVE FCH-QTDE-VENDIDA TO WRK-QTDE-ED.
              MOVE FCH-VALOR-VENDIDO TO WRK-VALOR-ED.
              DISPLAY "          VENDIDOS      " WRK-QTDE-ED
                 " VALOR " WRK-VALOR-ED.

       0296-MOSTRAR-FILIAL-FIM. EXIT.


       0298-GRAVAR-EMPRESA SECTION.
      *---------- O REGISTRO DA EMPRESA E O ULTIMO A SER GRAVADO - A
      *---------- PARTIR DELE O MES FICA BLOQUEADO
              MOVE WRK-PERIODO         TO FCH-PERIODO.
              MOVE "**"                TO FCH-FILIAL.
              MOVE WRK-TOT-INICIAL     TO FCH-EST-INICIAL.
              MOVE WRK-TOT-ORIGEM      TO FCH-ORIGEM-INICIAL.
              MOVE WRK-TOT-INCLUSOES   TO FCH-INCLUSOES.
              MOVE WRK-TOT-ENTRADA     TO FCH-TRANSF-ENTRADA.
              MOVE WRK-TOT-SAIDA       TO FCH-TRANSF-SAIDA.
              MOVE WRK-TOT-VENDIDA     TO FCH-QTDE-VENDIDA.
              MOVE WRK-TOT-VALOR-VEND  TO FCH-VALOR-VENDIDO.
              MOVE WRK-TOT-RESERVAS    TO FCH-RESERVAS.
              MOVE WRK-TOT-FINAL       TO FCH-EST-FINAL.
              MOVE WRK-TOT-VALOR-FINAL TO FCH-VALOR-FINAL.
              MOVE WRK-TOT-DIAS-SOMA   TO FCH-DIAS-SOMA.
              MOVE WRK-TOT-DIAS-QTDE   TO FCH-DIAS-QTDE.
              IF FCH-DIAS-QTDE > ZEROS
                  COMPUTE FCH-DIAS-MEDIO ROUNDED =
                     FCH-DIAS-SOMA / FCH-DIAS-QTDE
              ELSE
                  MOVE ZEROS TO FCH-DIAS-MEDIO
              END-IF.
              MOVE WRK-DATA-HOJE       TO FCH-DATA-FECHAMENTO.
              MOVE WRK-HORA-HOJE       TO FCH-HORA-FECHAMENTO.
              MOVE WRK-OPERADOR        TO FCH-OPERADOR.

              WRITE REG-FECHAMENTO
                  INVALID KEY
                      DISPLAY "ERRO AO GRAVAR O FECHAMENTO DA EMPRESA "
                         FS-FECHAMENTOS
                  NOT INVALID KEY
                      DISPLAY "-----------------------"
                      MOVE WRK-QTDE-FILIAIS TO WRK-QTDE-ED
                      DISPLAY "MES " WRK-PERIODO " FECHADO - FILIAIS "
                         WRK-QTDE-ED
                      MOVE WRK-TOT-FINAL TO WRK-QTDE-ED
                      MOVE WRK-TOT-VALOR-FINAL TO WRK-VALOR-ED
                      DISPLAY "ESTOQUE FINAL DA EMPRESA " WRK-QTDE-ED
                         " VALOR " WRK-VALOR-ED
                      MOVE WRK-TOT-CONSIG TO WRK-QTDE-ED
                      MOVE WRK-TOT-VALOR-CONSIG TO WRK-VALOR-ED
                      DISPLAY "CONSIGNADOS (TERCEIROS) " WRK-QTDE-ED
                         " VALOR " WRK-VALOR-ED
              END-WRITE.

       0298-GRAVAR-EMPRESA-FIM. EXIT.


       0600-POSICIONAR-FILIAL SECTION.
      *---------- TRAZ O REGISTRO DA FILIAL NO MES - A PRIMEIRA VEZ
      *---------- QUE A FILIAL APARECE ELE E CRIADO ZERADO
              MOVE WRK-PERIODO    TO FCH-PERIODO.
              MOVE WRK-FILIAL-MOV TO FCH-FILIAL.
              READ FECHAMENTOS
                  INVALID KEY
                      MOVE ZEROS  TO FCH-EST-INICIAL
                      MOVE SPACES TO FCH-ORIGEM-INICIAL
                      MOVE ZEROS  TO FCH-INCLUSOES
                      MOVE ZEROS  TO FCH-TRANSF-ENTRADA
                      MOVE ZEROS  TO FCH-TRANSF-SAIDA
                      MOVE ZEROS  TO FCH-QTDE-VENDIDA
                      MOVE ZEROS  TO FCH-VALOR-VENDIDO
                      MOVE ZEROS  TO FCH-RESERVAS
                      MOVE ZEROS  TO FCH-EST-FINAL
                      MOVE ZEROS  TO FCH-VALOR-FINAL
                      MOVE ZEROS  TO FCH-DIAS-SOMA
                      MOVE ZEROS  TO FCH-DIAS-QTDE
                      MOVE ZEROS  TO FCH-DIAS-MEDIO
                      MOVE ZEROS  TO FCH-DATA-FECHAMENTO
                      MOVE ZEROS  TO FCH-HORA-FECHAMENTO
                      MOVE SPACES TO FCH-OPERADOR
                      WRITE REG-FECHAMENTO
                          INVALID KEY
                              DISPLAY "ERRO AO INCLUIR A FILIAL "
                                 FCH-FILIAL " - " FS-FECHAMENTOS
                      END-WRITE
              END-READ.

       0600-POSICIONAR-FILIAL-FIM. EXIT.


       0610-REGRAVAR-FILIAL SECTION.
              REWRITE REG-FECHAMENTO
                  INVALID KEY
                      DISPLAY "ERRO AO ATUALIZAR A FILIAL "
                         FCH-FILIAL " - " FS-FECHAMENTOS
              END-REWRITE.

       0610-REGRAVAR-FILIAL-FIM. EXIT.


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
              CLOSE CARROS.
              IF FS-CARROS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR ' FS-CARROS
              END-IF.

              CLOSE FECHAMENTOS.
              IF FS-FECHAMENTOS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR OS FECHAMENTOS '
                     FS-FECHAMENTOS
              END-IF.

              IF WRK-CONSIGNACOES-ABERTO
                  CLOSE CONSIGNACOES
              END-IF.

              CLOSE POSICAO.
              CALL "CBL_DELETE_FILE" USING WRK-ARQ-POSICAO.

       0300-FINALIZAR-FIM. EXIT.
