       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARESTOR.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: ESTORNO DE VENDA PELO NUMERO DO RECIBO - FUNCAO DE
      *          SUPERVISOR. DEVOLVE O VEICULO AO ESTOQUE DA FILIAL,
      *          ANULA O RECIBO SEM REAPROVEITAR O NUMERO, TRATA O
      *          USADO RECEBIDO NA TROCA, CANCELA AS PARCELAS EM
      *          ABERTO DA VENDA FINANCIADA, CANCELA A GARANTIA E A
      *          DOCUMENTACAO DA VENDA E DEIXA O REGISTRO DO ESTORNO
      *          PARA A CONTABILIDADE E A CONCILIACAO
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

           SELECT VENDAS ASSIGN USING WRK-ARQ-VENDAS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-VENDAS.

           SELECT CHASSIS ASSIGN USING WRK-ARQ-CHASSIS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHX-CHASSI
              FILE STATUS IS FS-CHASSIS.

           SELECT CUSTOS ASSIGN USING WRK-ARQ-CUSTOS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CUS-CHAVE
              FILE STATUS IS FS-CUSTOS.

           SELECT PARCELAS ASSIGN USING WRK-ARQ-PARCELAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PAR-CHAVE
              ALTERNATE RECORD KEY IS PAR-CLI-CODIGO WITH DUPLICATES
              FILE STATUS IS FS-PARCELAS.

           SELECT GARANTIAS ASSIGN USING WRK-ARQ-GARANTIAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GAR-CHAVE
              FILE STATUS IS FS-GARANTIAS.

           SELECT DOCUMENTOS ASSIGN USING WRK-ARQ-DOCUMENTOS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DOC-CHAVE
              FILE STATUS IS FS-DOCUMENTOS.

           SELECT CONSIGNACOES ASSIGN USING WRK-ARQ-CONSIGNACOES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CNS-CHAVE
              ALTERNATE RECORD KEY IS CNS-CONSIGNANTE WITH DUPLICATES
              FILE STATUS IS FS-CONSIGNACOES.

           SELECT ACERTOS ASSIGN USING WRK-ARQ-ACERTOS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACT-RECIBO
              ALTERNATE RECORD KEY IS ACT-CONSIGNANTE WITH DUPLICATES
              FILE STATUS IS FS-ACERTOS.

           SELECT HISTORIA ASSIGN USING WRK-ARQ-HISTORIA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-HISTORIA.

           SELECT EXPURGO ASSIGN USING WRK-ARQ-EXPURGO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-EXPURGO.

           SELECT ESTORNOS ASSIGN USING WRK-ARQ-ESTORNOS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ESTORNOS.

           SELECT RECIBOS ASSIGN USING WRK-ARQ-RECIBOS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-RECIBOS.

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

      *------------------- LAYOUT DO HISTORICO DE VENDAS - ABERTO
      *------------------- I-O PARA MARCAR A VENDA ESTORNADA
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

      *------------------- CRUZAMENTO DE CHASSI - CADA CHASSI JA
      *------------------- ACEITO NO SISTEMA E O CODIGO QUE O USA
       FD  CHASSIS.
       01  REG-CHASSI-X.
           05 CHX-CHASSI     PIC  X(017).
           05 CHX-CODIGO     PIC  X(003).

      *------------------- CUSTO DO VEICULO - CHAVE CODIGO + CHASSI,
      *------------------- QUE O CODIGO VOLTA A SER USADO DEPOIS DO
      *------------------- EXPURGO. ORIGEM 'C' COMPRA, 'T' TROCA
       FD  CUSTOS.
       01  REG-CUSTO.
           05 CUS-CHAVE.
              10 CUS-CODIGO    PIC  X(003).
              10 CUS-CHASSI    PIC  X(017).
           05 CUS-ORIGEM       PIC  X(001).
           05 CUS-FORNECEDOR   PIC  X(030).
           05 CUS-DOCUMENTO    PIC  X(014).
           05 CUS-DATA-COMPRA  PIC  9(008).
           05 CUS-VALOR-COMPRA PIC  9(006)V99.
           05 CUS-RECIBO-TROCA PIC  9(006).
           05 CUS-TOTAL-RECOND PIC  9(007)V99.
           05 CUS-QTDE-RECOND  PIC  9(003).
           05 CUS-OPERADOR     PIC  X(008).

      *------------------- PARCELAS DO FINANCIAMENTO PROPRIO - CHAVE
      *------------------- RECIBO DA VENDA + NUMERO DA PARCELA.
      *------------------- SITUACAO 'A' ABERTA, 'Q' QUITADA,
      *------------------- 'C' CANCELADA PELO ESTORNO DA VENDA
       FD  PARCELAS.
       01  REG-PARCELA.
           05 PAR-CHAVE.
              10 PAR-RECIBO    PIC  9(006).
              10 PAR-NUMERO    PIC  9(003).
           05 PAR-CLI-CODIGO   PIC  X(005).
           05 PAR-CLIENTE      PIC  X(030).
           05 PAR-FILIAL       PIC  X(002).
           05 PAR-CODIGO       PIC  X(003).
           05 PAR-VENCIMENTO   PIC  9(008).
           05 PAR-VALOR        PIC  9(006)V99.
           05 PAR-VALOR-PAGO   PIC  9(006)V99.
           05 PAR-DATA-PAGTO   PIC  9(008).
           05 PAR-SITUACAO     PIC  X(001).
           05 PAR-OPERADOR     PIC  X(008).

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

      *------------------- ACERTO COM O CONSIGNANTE - CHAVE RECIBO DA
      *------------------- VENDA. SITUACAO 'A' A PAGAR, 'P' PAGO,
      *------------------- 'C' CANCELADO PELO ESTORNO DA VENDA
       FD  ACERTOS.
       01  REG-ACERTO.
           05 ACT-RECIBO        PIC  9(006).
           05 ACT-CONSIGNANTE   PIC  X(005).
           05 ACT-CODIGO        PIC  X(003).
           05 ACT-CHASSI        PIC  X(017).
           05 ACT-FABR          PIC  X(010).
           05 ACT-MODELO        PIC  X(015).
           05 ACT-FILIAL        PIC  X(002).
           05 ACT-DATA-VENDA    PIC  9(008).
           05 ACT-VALOR-VENDA   PIC  9(006)V99.
           05 ACT-MODO          PIC  X(001).
           05 ACT-PCT-COMISSAO  PIC  9(002)V99.
           05 ACT-VALOR-REPASSE PIC  9(006)V99.
           05 ACT-VALOR-COMISSAO PIC S9(006)V99.
           05 ACT-SITUACAO      PIC  X(001).
           05 ACT-DATA-PAGTO    PIC  9(008).
           05 ACT-DOC-PAGTO     PIC  X(015).
           05 ACT-OPERADOR      PIC  X(008).

      *------------------- GARANTIA DA REVENDA - UMA POR VENDA, CHAVE
      *------------------- CHASSI + RECIBO. SITUACAO 'A' ATIVA,
      *------------------- 'C' CANCELADA PELO ESTORNO DA VENDA
       FD  GARANTIAS.
       01  REG-GARANTIA.
           05 GAR-CHAVE.
              10 GAR-CHASSI     PIC  X(017).
              10 GAR-RECIBO     PIC  9(006).
           05 GAR-CODIGO        PIC  X(003).
           05 GAR-FABR          PIC  X(010).
           05 GAR-MODELO        PIC  X(015).
           05 GAR-ANO-MODELO    PIC  9(004).
           05 GAR-CLI-CODIGO    PIC  X(005).
           05 GAR-CLIENTE       PIC  X(030).
           05 GAR-FILIAL        PIC  X(002).
           05 GAR-DATA-INICIO   PIC  9(008).
           05 GAR-DATA-FIM      PIC  9(008).
           05 GAR-KM-VENDA      PIC  9(006).
           05 GAR-KM-LIMITE     PIC  9(007).
           05 GAR-SITUACAO      PIC  X(001).
           05 GAR-QTDE-RECLAM   PIC  9(003).
           05 GAR-CUSTO-RECLAM  PIC  9(007)V99.
           05 GAR-OPERADOR      PIC  X(008).

      *------------------- DOCUMENTACAO DA VENDA - TRANSFERENCIA DO
      *------------------- VEICULO PARA O COMPRADOR, CHAVE RECIBO +
      *------------------- CHASSI. ETAPA CONCLUIDA: 0 NENHUMA, 1
      *------------------- DOCUMENTOS RECEBIDOS DO CLIENTE, 2
      *------------------- PROTOCOLADA NO DETRAN, 3 TAXAS PAGAS, 4
      *------------------- DOCUMENTO ENTREGUE. SITUACAO 'A' EM
      *------------------- ANDAMENTO, 'E' ENTREGUE, 'C' CANCELADA
      *------------------- PELO ESTORNO DA VENDA
       FD  DOCUMENTOS.
       01  REG-DOCUMENTO.
           05 DOC-CHAVE.
              10 DOC-RECIBO     PIC  9(006).
              10 DOC-CHASSI     PIC  X(017).
           05 DOC-CODIGO        PIC  X(003).
           05 DOC-FABR          PIC  X(010).
           05 DOC-MODELO        PIC  X(015).
           05 DOC-CLI-CODIGO    PIC  X(005).
           05 DOC-CLIENTE       PIC  X(030).
           05 DOC-FILIAL        PIC  X(002).
           05 DOC-DATA-VENDA    PIC  9(008).
           05 DOC-SITUACAO      PIC  X(001).
           05 DOC-ETAPA         PIC  9(001).
           05 DOC-DATA-RECEB    PIC  9(008).
           05 DOC-OPER-RECEB    PIC  X(008).
           05 DOC-DATA-PROTOC   PIC  9(008).
           05 DOC-OPER-PROTOC   PIC  X(008).
           05 DOC-PROTOCOLO     PIC  X(015).
           05 DOC-DATA-TAXAS    PIC  9(008).
           05 DOC-OPER-TAXAS    PIC  X(008).
           05 DOC-VALOR-TAXAS   PIC  9(005)V99.
           05 DOC-DATA-ENTREGA  PIC  9(008).
           05 DOC-OPER-ENTREGA  PIC  X(008).
           05 DOC-OPERADOR      PIC  X(008).

      *------------------- LAYOUT DO HISTORICO DE ALTERACOES -
      *------------------- IMAGEM ANTES E DEPOIS DE CADA MANUTENCAO
       FD  HISTORIA.
       01  REG-HISTORIA.
           05 HIS-OPERACAO   PIC  X(001).
           05 HIS-DATA       PIC  9(008).
           05 HIS-HORA       PIC  9(008).
           05 HIS-OPERADOR   PIC  X(008).
           05 HIS-ANTES      PIC  X(078).
           05 HIS-DEPOIS     PIC  X(078).

      *------------------- ARQUIVO MORTO DOS EXPURGADOS - A IMAGEM
      *------------------- DO CADASTRO MAIS A DATA DO EXPURGO
       FD  EXPURGO.
       01  REG-EXPURGO.
           05 EXP-DADOS.
              10 EXP-CODIGO    PIC  X(003).
              10 FILLER        PIC  X(047).
              10 EXP-CHASSI    PIC  X(017).
              10 FILLER        PIC  X(011).
           05 EXP-DATA         PIC  9(008).

      *------------------- REGISTRO DOS ESTORNOS DE VENDA - UM POR
      *------------------- RECIBO ANULADO, COM O DESTINO DO USADO DA
      *------------------- TROCA E A SITUACAO DO LADO CONTABIL
       FD  ESTORNOS.
       01  REG-ESTORNO.
           05 EST-RECIBO        PIC  9(006).
           05 EST-CODIGO        PIC  X(003).
           05 EST-CHASSI        PIC  X(017).
           05 EST-CLI-CODIGO    PIC  X(005).
           05 EST-VALOR-VENDA   PIC  9(006)V99.
           05 EST-DATA-VENDA    PIC  9(008).
           05 EST-DATA          PIC  9(008).
           05 EST-HORA          PIC  9(008).
           05 EST-OPERADOR      PIC  X(008).
           05 EST-FILIAL        PIC  X(002).
           05 EST-TROCA-CODIGO  PIC  X(003).
           05 EST-TROCA-VALOR   PIC  9(006)V99.
           05 EST-TROCA-DESTINO PIC  X(001).
           05 EST-ORIGEM        PIC  X(001).
           05 EST-CTB           PIC  X(001).
           05 EST-MOTIVO        PIC  X(030).

      *------------------- RECIBO IMPRESSO - A ANULACAO SAI NO MESMO
      *------------------- ARQUIVO DE SAIDA DOS RECIBOS DE VENDA
       FD  RECIBOS.
       01  REG-RECIBO-LIN  PIC  X(080).

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
       01  WRK-ARQ-CARROS  PIC X(060)
           VALUE "D:\temp\Cobol\dados\carros.txt".
       01  WRK-ARQ-VENDAS  PIC X(060)
           VALUE "D:\temp\Cobol\dados\vendas.txt".
       01  WRK-ARQ-CHASSIS PIC X(060)
           VALUE "D:\temp\Cobol\dados\chassi.txt".
       01  WRK-ARQ-CUSTOS  PIC X(060)
           VALUE "D:\temp\Cobol\dados\custos.txt".
       01  WRK-ARQ-PARCELAS PIC X(060)
           VALUE "D:\temp\Cobol\dados\parcelas.txt".
       01  WRK-ARQ-GARANTIAS PIC X(060)
           VALUE "D:\temp\Cobol\dados\garantia.txt".
       01  WRK-ARQ-DOCUMENTOS PIC X(060)
           VALUE "D:\temp\Cobol\dados\document.txt".
       01  WRK-ARQ-CONSIGNACOES PIC X(060)
           VALUE "D:\temp\Cobol\dados\consigv.txt".
       01  WRK-ARQ-ACERTOS PIC X(060)
           VALUE "D:\temp\Cobol\dados\acertos.txt".
       01  WRK-ARQ-HISTORIA PIC X(060)
           VALUE "D:\temp\Cobol\histcar.txt".
       01  WRK-ARQ-EXPURGO PIC X(060)
           VALUE "D:\temp\Cobol\dados\carexp.txt".
       01  WRK-ARQ-ESTORNOS PIC X(060)
           VALUE "D:\temp\Cobol\dados\estorno.txt".
       01  WRK-ARQ-RECIBOS PIC X(060)
           VALUE "D:\temp\Cobol\recibos.txt".
       01  WRK-ARQ-SESSOES PIC X(060)
           VALUE "D:\temp\Cobol\dados\sessoes.txt".
       01  WRK-ARQ-OPERADORES PIC X(060)
           VALUE "D:\temp\Cobol\dados\operador.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-CARROS       PIC 9(02) VALUE ZEROS.
       01  FS-VENDAS       PIC 9(02) VALUE ZEROS.
       01  FS-CHASSIS      PIC 9(02) VALUE ZEROS.
       01  FS-HISTORIA     PIC 9(02) VALUE ZEROS.
       01  FS-CUSTOS       PIC 9(02) VALUE ZEROS.
       01  FS-PARCELAS     PIC 9(02) VALUE ZEROS.
       01  FS-GARANTIAS    PIC 9(02) VALUE ZEROS.
       01  FS-DOCUMENTOS   PIC 9(02) VALUE ZEROS.
       01  FS-CONSIGNACOES PIC 9(02) VALUE ZEROS.
       01  FS-ACERTOS      PIC 9(02) VALUE ZEROS.
       01  FS-EXPURGO      PIC 9(02) VALUE ZEROS.
       01  FS-ESTORNOS     PIC 9(02) VALUE ZEROS.
       01  FS-RECIBOS      PIC 9(02) VALUE ZEROS.
       01  FS-SESSOES      PIC 9(02) VALUE ZEROS.
       01  FS-OPERADORES   PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-VALOR-ED     PIC ZZZ.ZZ9,99.

      *----------------- IDENTIFICACAO DO SUPERVISOR DO ESTORNO
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

       01  WRK-TEM-SESSAO        PIC X(01)  VALUE 'N'.
           88 WRK-SESSAO-ATIVA              VALUE 'S'.

      *----------------- RECIBO PROCURADO E MOTIVO DO ESTORNO
       01  WRK-RECIBO-PROCURADO  PIC 9(006) VALUE ZEROS.
       01  WRK-MOTIVO            PIC X(030) VALUE SPACES.

      *----------------- DATA E HORA DO ESTORNO
       01  WRK-DATA-HOJE         PIC 9(008) VALUE ZEROS.
       01  WRK-HORA-HOJE         PIC 9(008) VALUE ZEROS.

      *----------------- IMAGENS DO VEICULO DEVOLVIDO AO ESTOQUE E
      *----------------- DO USADO DA TROCA
       01  WRK-REG-ANTES         PIC X(078).
       01  WRK-REG-VEICULO.
           05 WRK-VEI-CODIGO     PIC X(003).
           05 FILLER             PIC X(064).
           05 WRK-VEI-SITUACAO   PIC X(001).
           05 FILLER             PIC X(008).
           05 WRK-VEI-FILIAL     PIC X(002).
       01  WRK-REG-TROCA         PIC X(078).
       01  WRK-REG-TROCA-R REDEFINES WRK-REG-TROCA.
           05 WRK-TRC-CODIGO     PIC X(003).
           05 FILLER             PIC X(047).
           05 WRK-TRC-CHASSI     PIC X(017).
           05 WRK-TRC-SITUACAO   PIC X(001).
           05 FILLER             PIC X(010).

      *----------------- ORIGEM DO VEICULO DEVOLVIDO - CADASTRO OU
      *----------------- REINCLUSAO A PARTIR DO ARQUIVO MORTO
       01  WRK-ORIGEM            PIC X(01) VALUE SPACES.
           88 WRK-ORIGEM-CADASTRO          VALUE 'C'.
           88 WRK-ORIGEM-EXPURGO           VALUE 'X'.

      *----------------- DESTINO DO USADO RECEBIDO NA TROCA
       01  WRK-TROCA-DESTINO     PIC X(01) VALUE SPACES.
           88 WRK-TROCA-DEVOLVIDA          VALUE 'D'.
           88 WRK-TROCA-MANTIDA            VALUE 'M'.

      *----------------- PARCELAS DA VENDA FINANCIADA - CANCELADAS E
      *----------------- O QUE O CLIENTE JA PAGOU DO CARNE
       01  WRK-QTDE-CANCELADAS   PIC 9(003) VALUE ZEROS.
       01  WRK-PAGO-PARCELAS     PIC 9(007)V99 VALUE ZEROS.
       01  WRK-PARC-ED           PIC ZZ9.

      *----------------- SWITCHES DE CONTROLE
       01  WRK-ACHOU-VENDA      PIC X(01) VALUE 'N'.
           88 WRK-VENDA-TEM               VALUE 'S'.

       01  WRK-ACHOU-EXPURGO    PIC X(01) VALUE 'N'.
           88 WRK-EXPURGO-TEM             VALUE 'S'.

       01  WRK-ESTORNO-VALIDO   PIC X(01) VALUE 'N'.
           88 WRK-ESTORNO-OK              VALUE 'S'.

       01  WRK-TEM-ACERTO       PIC X(01) VALUE 'N'.
           88 WRK-ACERTO-EXISTE           VALUE 'S'.

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
                  MOVE SPACES TO WRK-ARQ-CARROS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\carros.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CARROS
                  MOVE SPACES TO WRK-ARQ-VENDAS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\vendas.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-VENDAS
                  MOVE SPACES TO WRK-ARQ-CHASSIS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\chassi.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CHASSIS
                  MOVE SPACES TO WRK-ARQ-CUSTOS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\custos.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CUSTOS
                  MOVE SPACES TO WRK-ARQ-PARCELAS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\parcelas.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-PARCELAS
                  MOVE SPACES TO WRK-ARQ-GARANTIAS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\garantia.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-GARANTIAS
                  MOVE SPACES TO WRK-ARQ-DOCUMENTOS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\document.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-DOCUMENTOS
                  MOVE SPACES TO WRK-ARQ-CONSIGNACOES
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\consigv.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CONSIGNACOES
                  MOVE SPACES TO WRK-ARQ-ACERTOS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\acertos.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-ACERTOS
                  MOVE SPACES TO WRK-ARQ-HISTORIA
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\histcar.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-HISTORIA
                  MOVE SPACES TO WRK-ARQ-EXPURGO
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\carexp.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-EXPURGO
                  MOVE SPACES TO WRK-ARQ-ESTORNOS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\estorno.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-ESTORNOS
                  MOVE SPACES TO WRK-ARQ-RECIBOS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\recibos.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-RECIBOS
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

      *---------- O ESTORNO E FUNCAO RESTRITA AO SUPERVISOR
              IF WRK-NIVEL < 3
                  DISPLAY "OPERADOR SEM NIVEL PARA ESTORNO DE VENDA"
                  GOBACK
              END-IF.

              OPEN I-O CARROS.
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
                  GOBACK
              END-IF.

      *---------- ABRIR I-O PARA MARCAR A VENDA ESTORNADA
              OPEN I-O VENDAS.
              IF FS-VENDAS NOT EQUAL 0
                  EVALUATE FS-VENDAS
                      WHEN 35
                          DISPLAY "HISTORICO DE VENDAS NAO ENCONTRADO"
                      WHEN 93
                          DISPLAY "HISTORICO EM USO POR OUTRO PROCESSO"
                      WHEN OTHER
                          DISPLAY "ERRO NA ABERTURA DO HISTORICO - "
                             "STATUS " FS-VENDAS
                  END-EVALUATE
                  CLOSE CARROS
                  GOBACK
              END-IF.

      *---------- O CRUZAMENTO DE CHASSI SOLTA O CHASSI DO USADO
      *---------- DEVOLVIDO AO CLIENTE
              OPEN I-O CHASSIS.
              IF FS-CHASSIS EQUAL 35
                  OPEN OUTPUT CHASSIS
                  CLOSE CHASSIS
                  OPEN I-O CHASSIS
              END-IF.
              IF FS-CHASSIS NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DO CRUZAMENTO DE "
                     "CHASSI - STATUS " FS-CHASSIS
                  CLOSE CARROS
                  CLOSE VENDAS
                  GOBACK
              END-IF.

      *---------- O HISTORICO GUARDA A IMAGEM ANTES E DEPOIS DA
      *---------- DEVOLUCAO AO ESTOQUE E DA SAIDA DO USADO
              OPEN EXTEND HISTORIA.
              IF FS-HISTORIA NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DO HISTORICO "
                     FS-HISTORIA
                  CLOSE CARROS
                  CLOSE VENDAS
                  CLOSE CHASSIS
                  GOBACK
              END-IF.

       0100-INICIAL-FIM. EXIT.


       0130-IDENTIFICAR-OPERADOR SECTION.
      *---------- O OPERADOR VEM DA SESSAO ASSINADA PELO MENU QUANDO
      *---------- HOUVER - O ESTORNO DEIXA DE DEPENDER DO DIGITADO
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
              DISPLAY "NUMERO DO RECIBO A ESTORNAR ".
              ACCEPT WRK-RECIBO-PROCURADO.

              PERFORM 0210-LOCALIZAR-VENDA.

              IF NOT WRK-VENDA-TEM
                  DISPLAY "RECIBO NAO ENCONTRADO NO HISTORICO "
                     WRK-RECIBO-PROCURADO
              ELSE
      *---------- RECIBO JA ANULADO NAO SE ESTORNA DE NOVO - O
      *---------- NUMERO CONTINUA TOMADO
              IF VND-ESTORNO EQUAL 'S'
                  DISPLAY "VENDA JA ESTORNADA EM " VND-DATA-ESTORNO
              ELSE
                  PERFORM 0220-EXIBIR-VENDA
                  PERFORM 0230-CONFERIR-VEICULO
                  IF WRK-ESTORNO-OK
                      PERFORM 0240-CONFERIR-TROCA
                      DISPLAY "MOTIVO DO ESTORNO "
                      ACCEPT WRK-MOTIVO
                      DISPLAY "CONFIRMA O ESTORNO DO RECIBO "
                         VND-RECIBO " (S/N) "
                      ACCEPT WRK-CONFIRMA
                      IF WRK-CONFIRMA-SIM
                          PERFORM 0250-MARCAR-VENDA
                      ELSE
                          DISPLAY "ESTORNO NAO REALIZADO"
                      END-IF
                  END-IF
              END-IF
              END-IF.

       0200-PROCESSAR-FIM. EXIT.


       0210-LOCALIZAR-VENDA SECTION.
      *---------- VARRER O HISTORICO ATE O RECIBO PEDIDO - O
      *---------- REGISTRO FICA CORRENTE PARA A REGRAVACAO
              MOVE 'N' TO WRK-ACHOU-VENDA.
              READ VENDAS.
              PERFORM 0211-TESTAR-VENDA
                 UNTIL FS-VENDAS EQUAL 10
                    OR WRK-VENDA-TEM.

       0210-LOCALIZAR-VENDA-FIM. EXIT.


       0211-TESTAR-VENDA SECTION.
              IF VND-RECIBO EQUAL WRK-RECIBO-PROCURADO
                  MOVE 'S' TO WRK-ACHOU-VENDA
              ELSE
                  READ VENDAS
              END-IF.

       0211-TESTAR-VENDA-FIM. EXIT.


       0220-EXIBIR-VENDA SECTION.
              MOVE VND-VALOR-VENDA TO WRK-VALOR-ED.
              DISPLAY "-----------------------".
              DISPLAY "RECIBO     ... " VND-RECIBO.
              DISPLAY "DATA VENDA ... " VND-DATA-VENDA.
              DISPLAY "VEICULO    ... " VND-CODIGO " " VND-FABR
                 " " VND-MODELO.
              DISPLAY "CHASSI     ... " VND-CHASSI.
              DISPLAY "CLIENTE    ... " VND-CLI-CODIGO " "
                 VND-CLIENTE.
              DISPLAY "FILIAL     ... " VND-FILIAL.
              DISPLAY "VALOR VENDA .. " WRK-VALOR-ED.
              IF VND-TROCA-CODIGO NOT EQUAL SPACES
                  MOVE VND-TROCA-VALOR TO WRK-VALOR-ED
                  DISPLAY "USADO TROCA .. " VND-TROCA-CODIGO
                     " " WRK-VALOR-ED
              END-IF.
              IF VND-FORMA-PAGTO EQUAL 'F'
                  MOVE VND-QTDE-PARCELAS TO WRK-PARC-ED
                  DISPLAY "PAGAMENTO  ... FINANCIADO EM " WRK-PARC-ED
                     " PARCELAS - AS EM ABERTO SERAO CANCELADAS"
              END-IF.

       0220-EXIBIR-VENDA-FIM. EXIT.


       0230-CONFERIR-VEICULO SECTION.
      *---------- O VEICULO VENDIDO VOLTA PELO CADASTRO QUANDO AINDA
      *---------- ESTA LA COMO 'V' - JA EXPURGADO, VOLTA PELA IMAGEM
      *---------- DO ARQUIVO MORTO, DESDE QUE O CODIGO ESTEJA LIVRE
              MOVE 'N' TO WRK-ESTORNO-VALIDO.
              MOVE SPACES TO WRK-ORIGEM.
              MOVE VND-CODIGO TO REG-CODIGO.
              READ CARROS
                  INVALID KEY
                      PERFORM 0235-PROCURAR-EXPURGO
                      IF WRK-EXPURGO-TEM
                          MOVE EXP-DADOS TO WRK-REG-VEICULO
                          MOVE 'X' TO WRK-ORIGEM
                          MOVE 'S' TO WRK-ESTORNO-VALIDO
                      ELSE
                          DISPLAY "VEICULO FORA DO CADASTRO E DO "
                             "ARQUIVO MORTO - ESTORNO NAO PERMITIDO"
                      END-IF
                  NOT INVALID KEY
                      IF REG-CHASSI NOT EQUAL VND-CHASSI
                          DISPLAY "CODIGO " VND-CODIGO
                             " REAPROVEITADO POR OUTRO VEICULO - "
                             "ESTORNO NAO PERMITIDO"
                      ELSE
                          IF REG-SITUACAO NOT EQUAL 'V'
                              DISPLAY "VEICULO NAO CONSTA COMO "
                                 "VENDIDO NO CADASTRO - SITUACAO "
                                 REG-SITUACAO
                          ELSE
                              MOVE REG-DADOS TO WRK-REG-VEICULO
                              MOVE 'C' TO WRK-ORIGEM
                              MOVE 'S' TO WRK-ESTORNO-VALIDO
                          END-IF
                      END-IF
              END-READ.

       0230-CONFERIR-VEICULO-FIM. EXIT.


       0235-PROCURAR-EXPURGO SECTION.
      *---------- VARRER O ARQUIVO MORTO PELO CODIGO E CHASSI DA
      *---------- VENDA - SEM ARQUIVO MORTO NAO HA O QUE REINCLUIR
              MOVE 'N' TO WRK-ACHOU-EXPURGO.
              OPEN INPUT EXPURGO.
              IF FS-EXPURGO EQUAL 0
                  READ EXPURGO
                  PERFORM 0236-TESTAR-EXPURGO
                     UNTIL FS-EXPURGO EQUAL 10
                        OR WRK-EXPURGO-TEM
                  CLOSE EXPURGO
              END-IF.

       0235-PROCURAR-EXPURGO-FIM. EXIT.


       0236-TESTAR-EXPURGO SECTION.
              IF EXP-CODIGO EQUAL VND-CODIGO
                 AND EXP-CHASSI EQUAL VND-CHASSI
                  MOVE 'S' TO WRK-ACHOU-EXPURGO
              ELSE
                  READ EXPURGO
              END-IF.

       0236-TESTAR-EXPURGO-FIM. EXIT.


       0240-CONFERIR-TROCA SECTION.
      *---------- O USADO DA TROCA AINDA DISPONIVEL VOLTA AO CLIENTE
      *---------- E SAI DO ESTOQUE - JA RESERVADO, VENDIDO OU FORA DO
      *---------- CADASTRO FICA COM A REVENDA E O VALOR ACORDADO E
      *---------- DEVOLVIDO AO CLIENTE EM DINHEIRO
              MOVE SPACES TO WRK-TROCA-DESTINO.
              MOVE SPACES TO WRK-REG-TROCA.
              IF VND-TROCA-CODIGO NOT EQUAL SPACES
                  MOVE VND-TROCA-CODIGO TO REG-CODIGO
                  READ CARROS
                      INVALID KEY
                          MOVE 'M' TO WRK-TROCA-DESTINO
                      NOT INVALID KEY
                          MOVE REG-DADOS TO WRK-REG-TROCA
                          IF REG-SITUACAO EQUAL 'D'
                              MOVE 'D' TO WRK-TROCA-DESTINO
                          ELSE
                              MOVE 'M' TO WRK-TROCA-DESTINO
                          END-IF
                  END-READ
                  IF WRK-TROCA-DEVOLVIDA
                      DISPLAY "USADO " VND-TROCA-CODIGO
                         " AINDA DISPONIVEL - SERA DEVOLVIDO AO "
                         "CLIENTE E EXCLUIDO DO ESTOQUE"
                  ELSE
                      MOVE VND-TROCA-VALOR TO WRK-VALOR-ED
                      DISPLAY "USADO " VND-TROCA-CODIGO
                         " JA NEGOCIADO - FICA COM A REVENDA"
                      DISPLAY "RESTITUIR AO CLIENTE EM DINHEIRO "
                         WRK-VALOR-ED
                  END-IF
              END-IF.

       0240-CONFERIR-TROCA-FIM. EXIT.


       0250-MARCAR-VENDA SECTION.
      *---------- MARCAR A VENDA ANTES DE MEXER NO ESTOQUE - SE A
      *---------- REGRAVACAO FALHAR NADA MAIS E ALTERADO. VENDA JA
      *---------- EXTRAIDA FICA COM A MARCA 'S' PARA O ESTORNO SAIR
      *---------- NA PROXIMA EXTRACAO; AINDA NAO EXTRAIDA RECEBE 'X'
      *---------- E NUNCA CHEGA A CONTABILIDADE
              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
              ACCEPT WRK-HORA-HOJE FROM TIME.
              MOVE 'S'           TO VND-ESTORNO.
              MOVE WRK-DATA-HOJE TO VND-DATA-ESTORNO.
              IF VND-CTB-FLAG NOT EQUAL 'S'
                  MOVE 'X' TO VND-CTB-FLAG
              END-IF.

              REWRITE REG-VENDA.
              IF FS-VENDAS NOT EQUAL 0
                  DISPLAY "ERRO AO MARCAR A VENDA ESTORNADA "
                     FS-VENDAS
                  DISPLAY "ESTORNO NAO REALIZADO"
              ELSE
                  PERFORM 0260-DEVOLVER-ESTOQUE
                  IF WRK-TROCA-DEVOLVIDA
                      PERFORM 0270-DEVOLVER-TROCA
                  END-IF
                  PERFORM 0280-GRAVAR-ESTORNO
                  MOVE ZEROS TO WRK-PAGO-PARCELAS
                  IF VND-FORMA-PAGTO EQUAL 'F'
                      PERFORM 0285-CANCELAR-PARCELAS
                  END-IF
                  PERFORM 0287-CANCELAR-GARANTIA
                  PERFORM 0288-CANCELAR-ACERTO
                  PERFORM 0291-CANCELAR-DOCUMENTACAO
                  PERFORM 0290-ANULAR-RECIBO
                  DISPLAY "ESTORNO REGISTRADO COM SUCESSO"
              END-IF.

       0250-MARCAR-VENDA-FIM. EXIT.


       0260-DEVOLVER-ESTOQUE SECTION.
      *---------- O VEICULO VOLTA DISPONIVEL NA FILIAL DA VENDA -
      *---------- VENDA ANTIGA SEM FILIAL MANTEM A DO CADASTRO
              MOVE WRK-REG-VEICULO TO WRK-REG-ANTES.
              MOVE 'D' TO WRK-VEI-SITUACAO.
              IF VND-FILIAL NOT EQUAL SPACES
                  MOVE VND-FILIAL TO WRK-VEI-FILIAL
              END-IF.
              MOVE WRK-REG-VEICULO TO REG-DADOS.

              IF WRK-ORIGEM-CADASTRO
                  REWRITE REG-DADOS
                      INVALID KEY
                          DISPLAY "ERRO AO DEVOLVER AO ESTOQUE "
                             FS-CARROS
                      NOT INVALID KEY
                          DISPLAY "VEICULO " REG-CODIGO
                             " DEVOLVIDO AO ESTOQUE DA FILIAL "
                             REG-FILIAL
                          PERFORM 0265-REGISTRAR-HISTORIA
                  END-REWRITE
              ELSE
                  WRITE REG-DADOS
                      INVALID KEY
                          DISPLAY "ERRO AO REINCLUIR O VEICULO "
                             FS-CARROS
                      NOT INVALID KEY
                          DISPLAY "VEICULO " REG-CODIGO
                             " REINCLUIDO DO ARQUIVO MORTO NA FILIAL "
                             REG-FILIAL
                          PERFORM 0265-REGISTRAR-HISTORIA
                          PERFORM 0266-RECOMPOR-CHASSI-XREF
                  END-WRITE
              END-IF.

       0260-DEVOLVER-ESTOQUE-FIM. EXIT.


       0265-REGISTRAR-HISTORIA SECTION.
      *---------- GRAVAR A IMAGEM ANTES E DEPOIS DO ESTORNO - A
      *---------- OPERACAO 'S' MARCA A VOLTA AO ESTOQUE POR ESTORNO
              MOVE 'S'           TO HIS-OPERACAO.
              MOVE WRK-DATA-HOJE TO HIS-DATA.
              MOVE WRK-HORA-HOJE TO HIS-HORA.
              MOVE WRK-OPERADOR  TO HIS-OPERADOR.
              MOVE WRK-REG-ANTES TO HIS-ANTES.
              MOVE REG-DADOS     TO HIS-DEPOIS.

              WRITE REG-HISTORIA.
              IF FS-HISTORIA NOT EQUAL 0
                  DISPLAY "ERRO AO GRAVAR O HISTORICO " FS-HISTORIA
              END-IF.

       0265-REGISTRAR-HISTORIA-FIM. EXIT.


       0266-RECOMPOR-CHASSI-XREF SECTION.
      *---------- O VEICULO REINCLUIDO VOLTA A PRENDER O CHASSI -
      *---------- CHASSI EM BRANCO FICA DE FORA DO CRUZAMENTO
              IF REG-CHASSI NOT EQUAL SPACES
                  MOVE REG-CHASSI TO CHX-CHASSI
                  MOVE REG-CODIGO TO CHX-CODIGO
                  WRITE REG-CHASSI-X
                      INVALID KEY
                          CONTINUE
                  END-WRITE
              END-IF.

       0266-RECOMPOR-CHASSI-XREF-FIM. EXIT.


       0270-DEVOLVER-TROCA SECTION.
      *---------- O USADO VOLTA AO CLIENTE - SAI DO CADASTRO COM A
      *---------- MESMA TRILHA DA EXCLUSAO DO CARMAINT, PARA A
      *---------- CONCILIACAO ACHAR O DESTINO DA INCLUSAO
              MOVE WRK-TRC-CODIGO TO REG-CODIGO.
              DELETE CARROS
                  INVALID KEY
                      DISPLAY "ERRO AO EXCLUIR O USADO " FS-CARROS
                      MOVE 'M' TO WRK-TROCA-DESTINO
                  NOT INVALID KEY
                      DISPLAY "USADO " WRK-TRC-CODIGO
                         " EXCLUIDO DO ESTOQUE"
                      MOVE 'E'           TO HIS-OPERACAO
                      MOVE WRK-DATA-HOJE TO HIS-DATA
                      MOVE WRK-HORA-HOJE TO HIS-HORA
                      MOVE WRK-OPERADOR  TO HIS-OPERADOR
                      MOVE WRK-REG-TROCA TO HIS-ANTES
                      MOVE SPACES        TO HIS-DEPOIS
                      WRITE REG-HISTORIA
                      IF FS-HISTORIA NOT EQUAL 0
                          DISPLAY "ERRO AO GRAVAR O HISTORICO "
                             FS-HISTORIA
                      END-IF
      *---------- O CHASSI DO USADO VOLTA A FICAR LIVRE
                      IF WRK-TRC-CHASSI NOT EQUAL SPACES
                          MOVE WRK-TRC-CHASSI TO CHX-CHASSI
                          DELETE CHASSIS
                              INVALID KEY
                                  CONTINUE
                          END-DELETE
                      END-IF
                      PERFORM 0275-EXCLUIR-CUSTO-TROCA
              END-DELETE.

       0270-DEVOLVER-TROCA-FIM. EXIT.


       0275-EXCLUIR-CUSTO-TROCA SECTION.
      *---------- O CUSTO ABERTO PELA TROCA DESTA VENDA SAI JUNTO
      *---------- COM O USADO - SEM O CADASTRO DE CUSTOS NADA A FAZER
              OPEN I-O CUSTOS.
              IF FS-CUSTOS EQUAL 0
                  MOVE WRK-TRC-CODIGO TO CUS-CODIGO
                  MOVE WRK-TRC-CHASSI TO CUS-CHASSI
                  READ CUSTOS
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          IF CUS-ORIGEM EQUAL 'T'
                             AND CUS-RECIBO-TROCA EQUAL VND-RECIBO
                              DELETE CUSTOS
                                  INVALID KEY
                                      DISPLAY "ERRO AO EXCLUIR O "
                                         "CUSTO DO USADO " FS-CUSTOS
                              END-DELETE
                          END-IF
                  END-READ
                  CLOSE CUSTOS
              END-IF.

       0275-EXCLUIR-CUSTO-TROCA-FIM. EXIT.


       0280-GRAVAR-ESTORNO SECTION.
      *---------- REGISTRO PERMANENTE DO ESTORNO - EST-CTB 'N' PEDE
      *---------- O ESTORNO CONTABIL, 'D' DISPENSA (A VENDA NUNCA
      *---------- CHEGOU A CONTABILIDADE)
              OPEN EXTEND ESTORNOS.
              IF FS-ESTORNOS EQUAL 35
                  OPEN OUTPUT ESTORNOS
              END-IF.
              IF FS-ESTORNOS NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DOS ESTORNOS "
                     FS-ESTORNOS
              ELSE
                  MOVE VND-RECIBO        TO EST-RECIBO
                  MOVE VND-CODIGO        TO EST-CODIGO
                  MOVE VND-CHASSI        TO EST-CHASSI
                  MOVE VND-CLI-CODIGO    TO EST-CLI-CODIGO
                  MOVE VND-VALOR-VENDA   TO EST-VALOR-VENDA
                  MOVE VND-DATA-VENDA    TO EST-DATA-VENDA
                  MOVE WRK-DATA-HOJE     TO EST-DATA
                  MOVE WRK-HORA-HOJE     TO EST-HORA
                  MOVE WRK-OPERADOR      TO EST-OPERADOR
                  MOVE WRK-VEI-FILIAL    TO EST-FILIAL
                  MOVE VND-TROCA-CODIGO  TO EST-TROCA-CODIGO
                  MOVE VND-TROCA-VALOR   TO EST-TROCA-VALOR
                  MOVE WRK-TROCA-DESTINO TO EST-TROCA-DESTINO
                  MOVE WRK-ORIGEM        TO EST-ORIGEM
                  IF VND-CTB-FLAG EQUAL 'S'
                      MOVE 'N' TO EST-CTB
                  ELSE
                      MOVE 'D' TO EST-CTB
                  END-IF
                  MOVE WRK-MOTIVO        TO EST-MOTIVO
                  WRITE REG-ESTORNO
                  IF FS-ESTORNOS NOT EQUAL 0
                      DISPLAY "ERRO AO GRAVAR O ESTORNO "
                         FS-ESTORNOS
                  END-IF
                  CLOSE ESTORNOS
              END-IF.

       0280-GRAVAR-ESTORNO-FIM. EXIT.


       0285-CANCELAR-PARCELAS SECTION.
      *---------- AS PARCELAS EM ABERTO DO CARNE SAO CANCELADAS - O
      *---------- QUE O CLIENTE JA PAGOU FICA SOMADO PARA RESTITUIR
              MOVE ZEROS TO WRK-QTDE-CANCELADAS.
              OPEN I-O PARCELAS.
              IF FS-PARCELAS NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DAS PARCELAS " FS-PARCELAS
                     " - CANCELAR O CARNE MANUALMENTE"
              ELSE
                  MOVE VND-RECIBO TO PAR-RECIBO
                  MOVE ZEROS      TO PAR-NUMERO
                  START PARCELAS KEY IS NOT LESS THAN PAR-CHAVE
                      INVALID KEY
                          MOVE 10 TO FS-PARCELAS
                  END-START
                  IF FS-PARCELAS NOT EQUAL 10
                      READ PARCELAS NEXT RECORD
                  END-IF
                  PERFORM 0286-CANCELAR-PARCELA
                     UNTIL FS-PARCELAS EQUAL 10
                        OR PAR-RECIBO NOT EQUAL VND-RECIBO
                  CLOSE PARCELAS

                  MOVE WRK-QTDE-CANCELADAS TO WRK-PARC-ED
                  DISPLAY "PARCELAS CANCELADAS ... " WRK-PARC-ED
                  IF WRK-PAGO-PARCELAS > ZEROS
                      MOVE WRK-PAGO-PARCELAS TO WRK-VALOR-ED
                      DISPLAY "PARCELAS JA RECEBIDAS A RESTITUIR "
                         WRK-VALOR-ED
                  END-IF
              END-IF.

       0285-CANCELAR-PARCELAS-FIM. EXIT.


       0286-CANCELAR-PARCELA SECTION.
              ADD PAR-VALOR-PAGO TO WRK-PAGO-PARCELAS.
              IF PAR-SITUACAO EQUAL 'A'
                  MOVE 'C'          TO PAR-SITUACAO
                  MOVE WRK-OPERADOR TO PAR-OPERADOR
                  REWRITE REG-PARCELA
                      INVALID KEY
                          DISPLAY "ERRO AO CANCELAR A PARCELA "
                             PAR-NUMERO " " FS-PARCELAS
                      NOT INVALID KEY
                          ADD 1 TO WRK-QTDE-CANCELADAS
                  END-REWRITE
              END-IF.

              READ PARCELAS NEXT RECORD.

       0286-CANCELAR-PARCELA-FIM. EXIT.


       0287-CANCELAR-GARANTIA SECTION.
      *---------- A GARANTIA DA VENDA ESTORNADA DEIXA DE VALER - AS
      *---------- RECLAMACOES JA LANCADAS FICAM NO REGISTRO. VENDA
      *---------- ANTERIOR AO CADASTRO DE GARANTIAS NAO TEM REGISTRO
              OPEN I-O GARANTIAS.
              IF FS-GARANTIAS EQUAL 0
                  MOVE VND-CHASSI TO GAR-CHASSI
                  MOVE VND-RECIBO TO GAR-RECIBO
                  READ GARANTIAS
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          IF GAR-SITUACAO EQUAL 'A'
                              MOVE 'C'          TO GAR-SITUACAO
                              MOVE WRK-OPERADOR TO GAR-OPERADOR
                              REWRITE REG-GARANTIA
                                  INVALID KEY
                                      DISPLAY "ERRO AO CANCELAR A "
                                         "GARANTIA " FS-GARANTIAS
                                  NOT INVALID KEY
                                      DISPLAY "GARANTIA DA VENDA "
                                         "CANCELADA"
                              END-REWRITE
                          END-IF
                  END-READ
                  CLOSE GARANTIAS
              ELSE
                  IF FS-GARANTIAS NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DAS GARANTIAS "
                         FS-GARANTIAS " - CANCELAR A GARANTIA "
                         "MANUALMENTE"
                  END-IF
              END-IF.

       0287-CANCELAR-GARANTIA-FIM. EXIT.


       0288-CANCELAR-ACERTO SECTION.
      *---------- VEICULO CONSIGNADO - O ACERTO AINDA A PAGAR E
      *---------- CANCELADO; O JA PAGO FICA COMO ESTA E O OPERADOR E
      *---------- AVISADO PARA COBRAR O CONSIGNANTE. SEM CADASTRO DE
      *---------- ACERTOS NAO HOUVE VENDA CONSIGNADA
              MOVE 'N' TO WRK-TEM-ACERTO.
              OPEN I-O ACERTOS.
              IF FS-ACERTOS EQUAL 0
                  MOVE VND-RECIBO TO ACT-RECIBO
                  READ ACERTOS
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE 'S' TO WRK-TEM-ACERTO
                          PERFORM 0289-BAIXAR-ACERTO
                  END-READ
                  CLOSE ACERTOS
              ELSE
                  IF FS-ACERTOS NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DOS ACERTOS "
                         FS-ACERTOS " - CANCELAR O ACERTO "
                         "MANUALMENTE"
                  END-IF
              END-IF.

      *---------- O VEICULO VOLTA AO ESTOQUE AINDA CONSIGNADO
              IF WRK-ACERTO-EXISTE
                  OPEN I-O CONSIGNACOES
                  IF FS-CONSIGNACOES EQUAL 0
                      MOVE VND-CODIGO TO CNS-CODIGO
                      MOVE VND-CHASSI TO CNS-CHASSI
                      READ CONSIGNACOES
                          INVALID KEY
                              DISPLAY "CONSIGNACAO NAO LOCALIZADA "
                                 VND-CODIGO
                          NOT INVALID KEY
                              MOVE 'A'           TO CNS-SITUACAO
                              MOVE WRK-DATA-HOJE TO CNS-DATA-SITUACAO
                              MOVE ZEROS         TO CNS-RECIBO
                              MOVE WRK-OPERADOR  TO CNS-OPERADOR
                              REWRITE REG-CONSIGNACAO
                                  INVALID KEY
                                      DISPLAY "ERRO AO REABRIR A "
                                         "CONSIGNACAO "
                                         FS-CONSIGNACOES
                                  NOT INVALID KEY
                                      DISPLAY "VEICULO VOLTA AO "
                                         "ESTOQUE CONSIGNADO"
                              END-REWRITE
                      END-READ
                      CLOSE CONSIGNACOES
                  ELSE
                      DISPLAY "ERRO NA ABERTURA DAS CONSIGNACOES "
                         FS-CONSIGNACOES
                  END-IF
              END-IF.

       0288-CANCELAR-ACERTO-FIM. EXIT.


       0289-BAIXAR-ACERTO SECTION.
              EVALUATE ACT-SITUACAO
                  WHEN 'A'
                      MOVE 'C'          TO ACT-SITUACAO
                      MOVE WRK-OPERADOR TO ACT-OPERADOR
                      REWRITE REG-ACERTO
                          INVALID KEY
                              DISPLAY "ERRO AO CANCELAR O ACERTO "
                                 FS-ACERTOS
                          NOT INVALID KEY
                              DISPLAY "ACERTO COM O CONSIGNANTE "
                                 ACT-CONSIGNANTE " CANCELADO"
                      END-REWRITE
                  WHEN 'P'
                      MOVE ACT-VALOR-REPASSE TO WRK-VALOR-ED
                      DISPLAY "ATENCAO - REPASSE DE " WRK-VALOR-ED
                         " JA PAGO AO CONSIGNANTE " ACT-CONSIGNANTE
                      DISPLAY "PAGO EM " ACT-DATA-PAGTO " DOC "
                         ACT-DOC-PAGTO " - ACERTAR COM O CONSIGNANTE"
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE.

       0289-BAIXAR-ACERTO-FIM. EXIT.


       0290-ANULAR-RECIBO SECTION.
      *---------- A ANULACAO SAI NO ARQUIVO DOS RECIBOS - O NUMERO
      *---------- CONTINUA TOMADO NO CONTROLE E NUNCA VOLTA A SER USADO
              OPEN EXTEND RECIBOS.
              IF FS-RECIBOS NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DOS RECIBOS " FS-RECIBOS
              ELSE
                  MOVE SPACES TO REG-RECIBO-LIN
                  STRING "==================================="
                         "============================="
                         DELIMITED SIZE
                         INTO REG-RECIBO-LIN
                  WRITE REG-RECIBO-LIN

                  MOVE SPACES TO REG-RECIBO-LIN
                  STRING "REVENDA DE VEICULOS - RECIBO DE VENDA NR "
                         DELIMITED SIZE
                         VND-RECIBO DELIMITED SIZE
                         " ANULADO" DELIMITED SIZE
                         INTO REG-RECIBO-LIN
                  WRITE REG-RECIBO-LIN

                  MOVE SPACES TO REG-RECIBO-LIN
                  STRING "DATA DA VENDA ..... "  DELIMITED SIZE
                         VND-DATA-VENDA  DELIMITED SIZE
                         INTO REG-RECIBO-LIN
                  WRITE REG-RECIBO-LIN

                  MOVE SPACES TO REG-RECIBO-LIN
                  STRING "DATA DO ESTORNO ... "  DELIMITED SIZE
                         VND-DATA-ESTORNO DELIMITED SIZE
                         INTO REG-RECIBO-LIN
                  WRITE REG-RECIBO-LIN

                  MOVE SPACES TO REG-RECIBO-LIN
                  STRING "CLIENTE ........... "  DELIMITED SIZE
                         VND-CLI-CODIGO  DELIMITED SIZE
                         " "             DELIMITED SIZE
                         VND-CLIENTE     DELIMITED SIZE
                         INTO REG-RECIBO-LIN
                  WRITE REG-RECIBO-LIN

                  MOVE SPACES TO REG-RECIBO-LIN
                  STRING "VEICULO ........... "  DELIMITED SIZE
                         VND-CODIGO      DELIMITED SIZE
                         " "             DELIMITED SIZE
                         VND-FABR        DELIMITED SIZE
                         " "             DELIMITED SIZE
                         VND-MODELO      DELIMITED SIZE
                         INTO REG-RECIBO-LIN
                  WRITE REG-RECIBO-LIN

                  MOVE VND-VALOR-VENDA TO WRK-VALOR-ED
                  MOVE SPACES TO REG-RECIBO-LIN
                  STRING "VALOR ESTORNADO ... "  DELIMITED SIZE
                         WRK-VALOR-ED    DELIMITED SIZE
                         INTO REG-RECIBO-LIN
                  WRITE REG-RECIBO-LIN

      *---------- USADO JA NEGOCIADO - O RECIBO REGISTRA O VALOR A
      *---------- RESTITUIR EM DINHEIRO
                  IF WRK-TROCA-MANTIDA
                      MOVE VND-TROCA-VALOR TO WRK-VALOR-ED
                      MOVE SPACES TO REG-RECIBO-LIN
                      STRING "USADO RETIDO ...... "  DELIMITED SIZE
                             VND-TROCA-CODIGO DELIMITED SIZE
                             "  RESTITUIR "   DELIMITED SIZE
                             WRK-VALOR-ED     DELIMITED SIZE
                             INTO REG-RECIBO-LIN
                      WRITE REG-RECIBO-LIN
                  END-IF
                  IF WRK-TROCA-DEVOLVIDA
                      MOVE SPACES TO REG-RECIBO-LIN
                      STRING "USADO DEVOLVIDO ... "  DELIMITED SIZE
                             VND-TROCA-CODIGO DELIMITED SIZE
                             INTO REG-RECIBO-LIN
                      WRITE REG-RECIBO-LIN
                  END-IF

      *---------- VENDA FINANCIADA - O CARNE E CANCELADO E O QUE JA
      *---------- FOI PAGO DAS PARCELAS VOLTA AO CLIENTE
                  IF VND-FORMA-PAGTO EQUAL 'F'
                      MOVE WRK-PAGO-PARCELAS TO WRK-VALOR-ED
                      MOVE SPACES TO REG-RECIBO-LIN
                      STRING "CARNE CANCELADO ... "  DELIMITED SIZE
                             "PAGO RESTITUIR " DELIMITED SIZE
                             WRK-VALOR-ED     DELIMITED SIZE
                             INTO REG-RECIBO-LIN
                      WRITE REG-RECIBO-LIN
                  END-IF

                  MOVE SPACES TO REG-RECIBO-LIN
                  STRING "MOTIVO ............ "  DELIMITED SIZE
                         WRK-MOTIVO      DELIMITED SIZE
                         INTO REG-RECIBO-LIN
                  WRITE REG-RECIBO-LIN

                  MOVE SPACES TO REG-RECIBO-LIN
                  STRING "SUPERVISOR ........ "  DELIMITED SIZE
                         WRK-OPERADOR    DELIMITED SIZE
                         INTO REG-RECIBO-LIN
                  WRITE REG-RECIBO-LIN

                  CLOSE RECIBOS
                  DISPLAY "RECIBO ANULADO - NUMERO " VND-RECIBO
              END-IF.

       0290-ANULAR-RECIBO-FIM. EXIT.


       0291-CANCELAR-DOCUMENTACAO SECTION.
      *---------- A TRANSFERENCIA DA VENDA ESTORNADA DEIXA DE SER
      *---------- ACOMPANHADA - JA PROTOCOLADA OU ENTREGUE, O
      *---------- OPERADOR E AVISADO PARA REVERTER NO DETRAN. VENDA
      *---------- ANTERIOR AO CONTROLE DE DOCUMENTACAO NAO TEM REGISTRO
              OPEN I-O DOCUMENTOS.
              IF FS-DOCUMENTOS EQUAL 0
                  MOVE VND-RECIBO TO DOC-RECIBO
                  MOVE VND-CHASSI TO DOC-CHASSI
                  READ DOCUMENTOS
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          PERFORM 0292-BAIXAR-DOCUMENTACAO
                  END-READ
                  CLOSE DOCUMENTOS
              ELSE
                  IF FS-DOCUMENTOS NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DA DOCUMENTACAO "
                         FS-DOCUMENTOS " - CANCELAR A DOCUMENTACAO "
                         "MANUALMENTE"
                  END-IF
              END-IF.

       0291-CANCELAR-DOCUMENTACAO-FIM. EXIT.


       0292-BAIXAR-DOCUMENTACAO SECTION.
              IF DOC-SITUACAO NOT EQUAL 'C'
                  IF DOC-ETAPA EQUAL 4
                      DISPLAY "ATENCAO - DOCUMENTO JA ENTREGUE AO "
                         "COMPRADOR EM " DOC-DATA-ENTREGA
                  ELSE
                  IF DOC-ETAPA NOT < 2
                      DISPLAY "ATENCAO - TRANSFERENCIA JA PROTOCOLADA "
                         "EM " DOC-DATA-PROTOC " PROTOCOLO "
                         DOC-PROTOCOLO
                  END-IF
                  END-IF
                  MOVE 'C'          TO DOC-SITUACAO
                  MOVE WRK-OPERADOR TO DOC-OPERADOR
                  REWRITE REG-DOCUMENTO
                      INVALID KEY
                          DISPLAY "ERRO AO CANCELAR A DOCUMENTACAO "
                             FS-DOCUMENTOS
                      NOT INVALID KEY
                          DISPLAY "DOCUMENTACAO DA VENDA CANCELADA"
                  END-REWRITE
              END-IF.

       0292-BAIXAR-DOCUMENTACAO-FIM. EXIT.


       0300-FINALIZAR       SECTION.
              CLOSE CARROS.
              IF FS-CARROS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR ' FS-CARROS
              END-IF.

              CLOSE VENDAS.
              IF FS-VENDAS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR O HISTORICO ' FS-VENDAS
              END-IF.

              CLOSE CHASSIS.
              IF FS-CHASSIS NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR O CRUZAMENTO DE CHASSI '
                     FS-CHASSIS
              END-IF.

              CLOSE HISTORIA.
              IF FS-HISTORIA NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR O HISTORICO ' FS-HISTORIA
              END-IF.

       0300-FINALIZAR-FIM. EXIT.
