      * Autor: xxxxxx
      * Data:
      * Assunto: REGISTRO DE VENDA DE VEICULO - BAIXA DO ESTOQUE E
      *          HISTORICO DE VENDAS, COM RESUMO MENSAL. O SINAL DA
      *          RESERVA DO PROPRIO CLIENTE ABATE NO RECIBO. VENDA
      *          FINANCIADA GERA O CARNE DE PARCELAS DO CLIENTE. A
      *          VENDA PODE SAIR DE UMA PROPOSTA DO CARPROPO, COM OS
      *          TERMOS PROPOSTOS SEM REDIGITAR. CADA VENDA ABRE O
      *          CONTROLE DA DOCUMENTACAO DE TRANSFERENCIA
      ******************************************************************

       ENVIRONMENT        DIVISION.
              RECORD KEY IS RSV-CODIGO
              FILE STATUS IS FS-RESERVAS.

           SELECT PROPOSTAS ASSIGN USING WRK-ARQ-PROPOSTAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRP-NUMERO
              FILE STATUS IS FS-PROPOSTAS.

           SELECT FABRICANTES ASSIGN USING
              WRK-ARQ-FABRICANTES
              ORGANIZATION IS INDEXED
              RECORD KEY IS CHX-CHASSI
              FILE STATUS IS FS-CHASSIS.

           SELECT CUSTOS ASSIGN USING WRK-ARQ-CUSTOS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CUS-CHAVE
              FILE STATUS IS FS-CUSTOS.

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

           SELECT PARCELAS ASSIGN USING WRK-ARQ-PARCELAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PAR-CHAVE
              ALTERNATE RECORD KEY IS PAR-CLI-CODIGO WITH DUPLICATES
              FILE STATUS IS FS-PARCELAS.

           SELECT RECIBO-CTL ASSIGN USING WRK-ARQ-RECIBCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-RECIBCTL.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-RECIBOS.

           SELECT DEPOSITOS ASSIGN USING WRK-ARQ-DEPOSITOS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-DEPOSITOS.

           SELECT SESSOES ASSIGN USING WRK-ARQ-SESSOES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
           05 VND-TROCA-VALOR   PIC  9(006)V99.
           05 VND-CTB-FLAG      PIC  X(001).
           05 VND-FILIAL        PIC  X(002).
           05 VND-ESTORNO       PIC  X(001).
           05 VND-DATA-ESTORNO  PIC  9(008).
           05 VND-FORMA-PAGTO   PIC  X(001).
           05 VND-ENTRADA       PIC  9(006)V99.
           05 VND-QTDE-PARCELAS PIC  9(003).

      *------------------- LAYOUT DO CADASTRO DE FABRICANTES
       FD  FABRICANTES.
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

      *------------------- GARANTIA DA REVENDA - UMA POR VENDA, CHAVE
      *------------------- CHASSI + RECIBO PORQUE O MESMO VEICULO PODE
      *------------------- VOLTAR NA TROCA E SER VENDIDO DE NOVO.
      *------------------- SITUACAO 'A' ATIVA, 'C' CANCELADA PELO
      *------------------- ESTORNO DA VENDA
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

      *------------------- VEICULO DE TERCEIROS NO ESTOQUE - CHAVE
      *------------------- CODIGO + CHASSI. MODO 'L' REPASSE LIQUIDO,
      *------------------- 'C' COMISSAO PERCENTUAL SOBRE A VENDA.
      *------------------- SITUACAO 'A' EM ESTOQUE, 'V' VENDIDO,
      *------------------- 'D' DEVOLVIDO AO CONSIGNANTE
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

      *------------------- ACERTO COM O CONSIGNANTE - UM POR VENDA DE
      *------------------- VEICULO CONSIGNADO, CHAVE RECIBO DA VENDA.
      *------------------- SITUACAO 'A' A PAGAR, 'P' PAGO, 'C'
      *------------------- CANCELADO PELO ESTORNO DA VENDA
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

      *------------------- CONTROLE DA NUMERACAO DOS RECIBOS - O
      *------------------- ULTIMO NUMERO USADO, SEM REAPROVEITAMENTO
       FD  RECIBO-CTL.
           05 RSV-OPERADOR     PIC  X(008).
           05 RSV-CLI-CODIGO   PIC  X(005).

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
           05 PRP-VALIDADE        PIC  9(008).
           05 PRP-OPERADOR        PIC  X(008).
           05 PRP-SITUACAO        PIC  X(001).
           05 PRP-DATA-SITUACAO   PIC  9(008).
           05 PRP-RECIBO          PIC  9(006).

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

      *------------------- SESSOES ASSINADAS PELO MENU - UMA POR
      *------------------- TERMINAL, COM A ULTIMA ATIVIDADE
       FD  SESSOES.
           VALUE "D:\temp\Cobol\audcarro.txt".
       01  WRK-ARQ-CHASSIS PIC X(060)
           VALUE "D:\temp\Cobol\dados\chassi.txt".
       01  WRK-ARQ-CUSTOS  PIC X(060)
           VALUE "D:\temp\Cobol\dados\custos.txt".
       01  WRK-ARQ-GARANTIAS PIC X(060)
           VALUE "D:\temp\Cobol\dados\garantia.txt".
       01  WRK-ARQ-DOCUMENTOS PIC X(060)
           VALUE "D:\temp\Cobol\dados\document.txt".
       01  WRK-ARQ-CONSIGNACOES PIC X(060)
           VALUE "D:\temp\Cobol\dados\consigv.txt".
       01  WRK-ARQ-ACERTOS PIC X(060)
           VALUE "D:\temp\Cobol\dados\acertos.txt".
       01  WRK-ARQ-PARCELAS PIC X(060)
           VALUE "D:\temp\Cobol\dados\parcelas.txt".
       01  WRK-ARQ-RECIBCTL PIC X(060)
           VALUE "D:\temp\Cobol\dados\recibctl.txt".
       01  WRK-ARQ-RECIBOS PIC X(060)
           VALUE "D:\temp\Cobol\recibos.txt".
       01  WRK-ARQ-DEPOSITOS PIC X(060)
           VALUE "D:\temp\Cobol\dados\sinais.txt".
       01  WRK-ARQ-SESSOES PIC X(060)
           VALUE "D:\temp\Cobol\dados\sessoes.txt".
       01  WRK-ARQ-OPERADORES PIC X(060)
           VALUE "D:\temp\Cobol\dados\operador.txt".
       01  WRK-ARQ-PROPOSTAS PIC X(060)
           VALUE "D:\temp\Cobol\dados\proposta.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-CARROS       PIC 9(02) VALUE ZEROS.
       01  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       01  FS-RECIBCTL     PIC 9(02) VALUE ZEROS.
       01  FS-RECIBOS      PIC 9(02) VALUE ZEROS.
       01  FS-DEPOSITOS    PIC 9(02) VALUE ZEROS.
       01  FS-FABRICANTES  PIC 9(02) VALUE ZEROS.
       01  FS-AUDITORIA    PIC 9(02) VALUE ZEROS.
       01  FS-CHASSIS      PIC 9(02) VALUE ZEROS.
       01  FS-CUSTOS       PIC 9(02) VALUE ZEROS.
       01  FS-GARANTIAS    PIC 9(02) VALUE ZEROS.
       01  FS-DOCUMENTOS   PIC 9(02) VALUE ZEROS.
       01  FS-PARCELAS     PIC 9(02) VALUE ZEROS.
       01  FS-CONSIGNACOES PIC 9(02) VALUE ZEROS.
       01  FS-ACERTOS      PIC 9(02) VALUE ZEROS.
       01  FS-SESSOES      PIC 9(02) VALUE ZEROS.
       01  FS-OPERADORES   PIC 9(02) VALUE ZEROS.
       01  FS-PROPOSTAS    PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-VALOR-ED     PIC ZZZ.ZZ9,99.
       01  WRK-RESERVA-VENC     PIC X(01) VALUE 'N'.
           88 WRK-RESERVA-VENCIDA         VALUE 'S'.

      *----------------- DESTINO DO SINAL DA RESERVA ENCERRADA E
      *----------------- VALOR ABATIDO NA VENDA
       01  WRK-TIPO-SINAL       PIC X(01) VALUE SPACES.
           88 WRK-SINAL-APLICADO          VALUE 'A'.

       01  WRK-SINAL-ABATIDO    PIC 9(006)V99 VALUE ZEROS.

      *----------------- PROPOSTA CONVERTIDA NA VENDA - SEM O
      *----------------- CADASTRO DE PROPOSTAS A VENDA SEGUE COMO ANTES
       01  WRK-PROPOSTAS-DISP   PIC X(01) VALUE 'N'.
           88 WRK-PROPOSTAS-ABERTO        VALUE 'S'.

       01  WRK-NUM-PROPOSTA     PIC 9(006) VALUE ZEROS.

       01  WRK-TEM-PROPOSTA     PIC X(01) VALUE 'N'.
           88 WRK-PROPOSTA-EXISTE         VALUE 'S'.

       01  WRK-PRP-VALIDA       PIC X(01) VALUE 'N'.
           88 WRK-PRP-OK                  VALUE 'S'.

       01  WRK-RSV-PROPOSTA     PIC X(01) VALUE 'N'.
           88 WRK-RESERVA-PROPOSTA-VIVA   VALUE 'S'.

       01  WRK-CLI-PROPOSTA     PIC X(01) VALUE 'N'.
           88 WRK-CLIENTE-PROPOSTA-OK     VALUE 'S'.

      *----------------- FORMA DE PAGAMENTO - A VISTA OU FINANCIADA
      *----------------- PELA PROPRIA REVENDA (ENTRADA + PARCELAS)
       01  WRK-FORMA-PAGTO      PIC X(01) VALUE 'V'.
           88 WRK-PAGTO-VALIDO            VALUE 'V' 'v' 'F' 'f'.
           88 WRK-PAGTO-FINANCIADO        VALUE 'F' 'f'.

       01  WRK-SALDO-PAGAR      PIC S9(007)V99 VALUE ZEROS.
       01  WRK-ENTRADA          PIC 9(006)V99 VALUE ZEROS.
       01  WRK-QTDE-PARCELAS    PIC 9(003) VALUE ZEROS.
       01  WRK-MAX-PARCELAS     PIC 9(003) VALUE 060.
       01  WRK-VALOR-FINANCIADO PIC 9(007)V99 VALUE ZEROS.
       01  WRK-VALOR-PARCELA    PIC 9(006)V99 VALUE ZEROS.
       01  WRK-VALOR-ULTIMA     PIC 9(007)V99 VALUE ZEROS.
       01  WRK-PAR-IDX          PIC 9(003) VALUE ZEROS.
       01  WRK-PARC-ED          PIC ZZ9.

      *----------------- VENCIMENTO DA PARCELA - MES A MES A PARTIR
      *----------------- DA VENDA, DIA LIMITADO A 28
       01  WRK-VENC-PARCELA     PIC 9(008) VALUE ZEROS.
       01  WRK-VENC-PARCELA-R REDEFINES WRK-VENC-PARCELA.
           05 WRK-VENC-ANO      PIC 9(004).
           05 WRK-VENC-MES      PIC 9(002).
           05 WRK-VENC-DIA      PIC 9(002).
       01  WRK-PRIMEIRO-VENC    PIC 9(008) VALUE ZEROS.

       01  WRK-ENTRADA-VALIDA   PIC X(01) VALUE 'N'.
           88 WRK-ENTRADA-OK              VALUE 'S'.

       01  WRK-PARC-VALIDA      PIC X(01) VALUE 'N'.
           88 WRK-PARC-OK                 VALUE 'S'.

      *----------------- PRAZOS DA GARANTIA PELA IDADE DO VEICULO
      *----------------- (ANO DA VENDA - ANO MODELO) E PELA
      *----------------- QUILOMETRAGEM NA VENDA - VALE A PRIMEIRA
      *----------------- FAIXA QUE ATENDE AS DUAS. IDADE ATE, KM ATE,
      *----------------- MESES DE GARANTIA, KM COBERTOS APOS A VENDA
       01  WRK-TABELA-PRAZOS.
           05 FILLER PIC X(016) VALUE "0003000012020000".
           05 FILLER PIC X(016) VALUE "0308000006010000".
           05 FILLER PIC X(016) VALUE "0715000003005000".
           05 FILLER PIC X(016) VALUE "9999999903003000".
       01  WRK-TABELA-PRAZOS-R REDEFINES WRK-TABELA-PRAZOS.
           05 WRK-FAIXA-GARANTIA OCCURS 004 TIMES.
              10 WRK-FXG-IDADE      PIC 9(002).
              10 WRK-FXG-KM-MAXIMO  PIC 9(006).
              10 WRK-FXG-MESES      PIC 9(002).
              10 WRK-FXG-KM-COBERTO PIC 9(006).

       01  WRK-FXG-IDX          PIC 9(002) VALUE ZEROS.
       01  WRK-FXG-ACHOU        PIC X(01)  VALUE 'N'.
           88 WRK-FXG-ACHADA              VALUE 'S'.
       01  WRK-ANO-VENDIDO      PIC 9(004) VALUE ZEROS.
       01  WRK-IDADE-VEICULO    PIC S9(004) VALUE ZEROS.
       01  WRK-KM-VENDA         PIC 9(006) VALUE ZEROS.
       01  WRK-KM-VALIDO        PIC X(01)  VALUE 'N'.
           88 WRK-KM-OK                   VALUE 'S'.
       01  WRK-GAR-MESES        PIC 9(002) VALUE ZEROS.
       01  WRK-GAR-KM-LIMITE    PIC 9(007) VALUE ZEROS.
       01  WRK-GAR-MESES-TOTAL  PIC 9(006) VALUE ZEROS.
       01  WRK-GAR-FIM          PIC 9(008) VALUE ZEROS.
       01  WRK-GAR-FIM-R REDEFINES WRK-GAR-FIM.
           05 WRK-GAR-ANO       PIC 9(004).
           05 WRK-GAR-MES       PIC 9(002).
           05 WRK-GAR-DIA       PIC 9(002).
       01  WRK-KM-ED            PIC ZZZ.ZZ9.

      *----------------- PRAZO LEGAL PARA PROTOCOLAR A TRANSFERENCIA
      *----------------- DO VEICULO, EM DIAS CORRIDOS DA VENDA
       01  WRK-PRAZO-TRANSF     PIC 9(003) VALUE 30.
       01  WRK-PRAZO-ED         PIC ZZ9.

      *----------------- VEICULO CONSIGNADO - TERMOS LIDOS ANTES DA
      *----------------- CONFIRMACAO PARA O ACERTO COM O CONSIGNANTE
       01  WRK-TEM-CONSIGNACAO  PIC X(01)  VALUE 'N'.
           88 WRK-VEICULO-CONSIGNADO      VALUE 'S'.
       01  WRK-TEM-DEVOLUCAO    PIC X(01)  VALUE 'N'.
           88 WRK-VEICULO-DEVOLVIDO       VALUE 'S'.
       01  WRK-CNS-CONSIGNANTE  PIC X(005) VALUE SPACES.
       01  WRK-CNS-MODO         PIC X(001) VALUE SPACES.
           88 WRK-CNS-LIQUIDO             VALUE 'L'.
       01  WRK-CNS-REPASSE      PIC 9(006)V99 VALUE ZEROS.
       01  WRK-CNS-PCT          PIC 9(002)V99 VALUE ZEROS.
       01  WRK-PCT-ED           PIC Z9,99.

      *----------------- MES DE REFERENCIA DO RESUMO - AAAAMM
       01  WRK-MES-RESUMO       PIC X(006).

                         "\dados\chassi.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CHASSIS
                  MOVE SPACES TO WRK-ARQ-CUSTOS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\custos.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CUSTOS
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
                  MOVE SPACES TO WRK-ARQ-PARCELAS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\parcelas.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-PARCELAS
                  MOVE SPACES TO WRK-ARQ-RECIBCTL
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\recibctl.txt"
                         "\recibos.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-RECIBOS
                  MOVE SPACES TO WRK-ARQ-DEPOSITOS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\sinais.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-DEPOSITOS
                  MOVE SPACES TO WRK-ARQ-SESSOES
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\sessoes.txt"
                         "\dados\operador.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-OPERADORES
                  MOVE SPACES TO WRK-ARQ-PROPOSTAS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\proposta.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-PROPOSTAS
              END-IF.

      *---------- CADA EXECUCAO INFORMA O AMBIENTE RESOLVIDO
                  GOBACK
              END-IF.

      *---------- AS PARCELAS RECEBEM O CARNE DA VENDA FINANCIADA
              OPEN I-O PARCELAS.
              IF FS-PARCELAS EQUAL 35
                  OPEN OUTPUT PARCELAS
                  CLOSE PARCELAS
                  OPEN I-O PARCELAS
              END-IF.
              IF FS-PARCELAS NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DAS PARCELAS - "
                     "STATUS " FS-PARCELAS
                  GOBACK
              END-IF.

      *---------- O CADASTRO DE RESERVAS AVISA QUANDO O VEICULO
      *---------- VENDIDO ESTA RESERVADO PARA OUTRO CLIENTE - SEM O
      *---------- CADASTRO A VENDA SEGUE COMO ANTES
                  END-IF
              END-IF.

      *---------- O CADASTRO DE PROPOSTAS TRAZ OS TERMOS DA VENDA
      *---------- CONVERTIDA - SEM ELE A VENDA E DIGITADA
              OPEN I-O PROPOSTAS.
              IF FS-PROPOSTAS EQUAL 0
                  MOVE 'S' TO WRK-PROPOSTAS-DISP
              ELSE
                  IF FS-PROPOSTAS NOT EQUAL 35
                      DISPLAY "PROPOSTAS NAO CONSULTADAS - STATUS "
                         FS-PROPOSTAS
                  END-IF
              END-IF.

       0120-ABRIR-VENDA-FIM. EXIT.




       0200-PROCESSAR-VENDA  SECTION.
      *---------- A VENDA PODE SAIR DE UMA PROPOSTA - VEICULO,
      *---------- CLIENTE, PRECO E USADO VEM DELA, SEM REDIGITAR
              MOVE 'N' TO WRK-TEM-PROPOSTA.
              IF WRK-PROPOSTAS-ABERTO
                  MOVE 'N' TO WRK-PRP-VALIDA
                  PERFORM 0205-LER-PROPOSTA UNTIL WRK-PRP-OK
              END-IF.

              IF NOT WRK-PROPOSTA-EXISTE
                  DISPLAY "CODIGO DO VEICULO VENDIDO "
                  ACCEPT WRK-CODIGO-PROCURADO
              END-IF.

              PERFORM 0210-LOCALIZAR-REGISTRO.
              MOVE 'N' TO WRK-TEM-CONSIGNACAO.
              MOVE 'N' TO WRK-TEM-DEVOLUCAO.
              IF WRK-REGISTRO-ENCONTRADO
                  PERFORM 0700-CONSULTAR-CONSIGNACAO
              END-IF.

              IF NOT WRK-REGISTRO-ENCONTRADO
                  DISPLAY "CODIGO NAO ENCONTRADO " WRK-CODIGO-PROCURADO
              IF REG-SITUACAO EQUAL 'V'
                  DISPLAY "VEICULO JA VENDIDO " WRK-CODIGO-PROCURADO
              ELSE
      *---------- VEICULO DEVOLVIDO AO CONSIGNANTE NAO E MAIS DA
      *---------- REVENDA - SO AGUARDA A EXCLUSAO PELA MANUTENCAO
              IF WRK-VEICULO-DEVOLVIDO
                  DISPLAY "VEICULO DEVOLVIDO AO CONSIGNANTE - "
                     "EXCLUA NO CARMAINT " WRK-CODIGO-PROCURADO
              ELSE
      *---------- O CODIGO VOLTA A SER USADO DEPOIS DO EXPURGO - O
      *---------- CHASSI CONFIRMA QUE E O VEICULO DA PROPOSTA
              IF WRK-PROPOSTA-EXISTE
                 AND REG-CHASSI NOT EQUAL PRP-CHASSI
                  DISPLAY "VEICULO DA PROPOSTA JA SAIU DO ESTOQUE - "
                     "CHASSI " PRP-CHASSI
              ELSE
                  PERFORM 0220-EXIBIR-REGISTRO
                  PERFORM 0705-EXIBIR-CONSIGNACAO
                  PERFORM 0215-CONSULTAR-RESERVA
      *---------- A CRITICA DA TROCA RELE O CADASTRO - O ANO MODELO DO
      *---------- VEICULO VENDIDO FICA GUARDADO PARA A GARANTIA
                  MOVE REG-ANO-MODELO TO WRK-ANO-VENDIDO
                  IF WRK-PROPOSTA-EXISTE
                      MOVE PRP-VALOR-PROPOSTO TO WRK-VALOR-VENDA
                      MOVE WRK-VALOR-VENDA    TO WRK-VALOR-ED
                      DISPLAY "VALOR PROPOSTO " WRK-VALOR-ED
                  ELSE
                      PERFORM 0230-ACEITAR-VALOR-VENDA
                  END-IF
      *---------- VENDA ABAIXO DO LIQUIDO COMBINADO COM O CONSIGNANTE
      *---------- DEIXA A REVENDA COM COMISSAO NEGATIVA - SO AVISA
                  IF WRK-VEICULO-CONSIGNADO
                     AND WRK-CNS-LIQUIDO
                     AND WRK-VALOR-VENDA < WRK-CNS-REPASSE
                      DISPLAY "ATENCAO - VENDA ABAIXO DO REPASSE "
                         "COMBINADO COM O CONSIGNANTE"
                  END-IF
                  PERFORM 0500-ACEITAR-TROCA
                  PERFORM 0250-ACEITAR-DATA-VENDA
                  PERFORM 0650-ACEITAR-QUILOMETRAGEM
      *---------- O CLIENTE DA PROPOSTA FOI RELIDO NA CRITICA DELA -
      *---------- O CADASTRO FICA POSICIONADO PARA O CUSTO DA TROCA
                  IF WRK-PROPOSTA-EXISTE
                      MOVE PRP-CLI-CODIGO TO WRK-CLI-CODIGO
                      MOVE CLI-NOME       TO WRK-CLIENTE
                      DISPLAY "CLIENTE....... " CLI-NOME
                  ELSE
                      PERFORM 0252-ACEITAR-CLIENTE
                  END-IF
      *---------- VEICULO RESERVADO PARA OUTRO CLIENTE - AVISAR O
      *---------- OPERADOR ANTES DA CONFIRMACAO - A COMPARACAO E
      *---------- PELO CODIGO DO CLIENTE, RESERVA ANTIGA SEM CODIGO
                         " " RSV-CLIENTE
                      DISPLAY "VENCIMENTO..... " RSV-VENCIMENTO
                  END-IF
                  PERFORM 0275-APURAR-SINAL
                  PERFORM 0600-ACEITAR-PAGAMENTO
                  DISPLAY "CONFIRMA A VENDA (S/N) "
                  ACCEPT WRK-CONFIRMA
                  IF WRK-CONFIRMA-SIM
                      PERFORM 0256-OBTER-NUMERO-RECIBO
                      PERFORM 0260-GRAVAR-VENDA
                      PERFORM 0270-BAIXAR-ESTOQUE
                      IF WRK-PAGTO-FINANCIADO
                          PERFORM 0610-GERAR-PARCELAS
                      END-IF
                      PERFORM 0670-ABRIR-GARANTIA
                      PERFORM 0680-ABRIR-DOCUMENTACAO
                      IF WRK-VEICULO-CONSIGNADO
                          PERFORM 0710-GERAR-ACERTO
                      END-IF
                      PERFORM 0290-IMPRIMIR-RECIBO
                      IF WRK-TROCA-SIM
                          PERFORM 0510-GRAVAR-TROCA
                      IF WRK-RESERVA-EXISTE
                          PERFORM 0280-ENCERRAR-RESERVA
                      END-IF
                      IF WRK-PROPOSTA-EXISTE
                          PERFORM 0295-CONVERTER-PROPOSTA
                      END-IF
                  ELSE
                      DISPLAY "VENDA NAO REGISTRADA"
                  END-IF
              END-IF
              END-IF
              END-IF
              END-IF.

       0200-PROCESSAR-VENDA-FIM. EXIT.


       0205-LER-PROPOSTA SECTION.
              DISPLAY "NUMERO DA PROPOSTA (ZERO = SEM PROPOSTA) ".
              ACCEPT WRK-NUM-PROPOSTA.
              IF WRK-NUM-PROPOSTA EQUAL ZEROS
                  MOVE 'S' TO WRK-PRP-VALIDA
              ELSE
                  MOVE WRK-NUM-PROPOSTA TO PRP-NUMERO
                  READ PROPOSTAS
                      INVALID KEY
                          DISPLAY "PROPOSTA NAO CADASTRADA - DIGITE "
                             "NOVAMENTE"
                      NOT INVALID KEY
                          PERFORM 0206-CRITICAR-PROPOSTA
                  END-READ
              END-IF.

       0205-LER-PROPOSTA-FIM. EXIT.


       0206-CRITICAR-PROPOSTA SECTION.
      *---------- CONVERTE PROPOSTA ABERTA DENTRO DA VALIDADE OU JA
      *---------- CONVERTIDA EM RESERVA - A RESERVA SEGURA O PRECO
      *---------- SO ENQUANTO ESTIVER VIVA PARA O MESMO CLIENTE
              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
              IF PRP-SITUACAO EQUAL 'R'
                  PERFORM 0207-CONFERIR-RESERVA-PROPOSTA
              END-IF.
              PERFORM 0208-CONFERIR-CLIENTE-PROPOSTA.

              IF PRP-SITUACAO NOT EQUAL 'A'
                 AND PRP-SITUACAO NOT EQUAL 'R'
                  DISPLAY "PROPOSTA NAO PODE SER CONVERTIDA - "
                     "SITUACAO " PRP-SITUACAO
              ELSE
              IF PRP-SITUACAO EQUAL 'A'
                 AND PRP-VALIDADE < WRK-DATA-HOJE
                  DISPLAY "PROPOSTA VENCIDA EM " PRP-VALIDADE
              ELSE
              IF PRP-SITUACAO EQUAL 'R'
                 AND NOT WRK-RESERVA-PROPOSTA-VIVA
                  DISPLAY "RESERVA DA PROPOSTA LIBERADA OU VENCIDA - "
                     "O PRECO PROPOSTO CAIU"
                  PERFORM 0209-EXPIRAR-PROPOSTA
              ELSE
      *---------- CLIENTE FUNDIDO OU EXCLUIDO DEPOIS DA PROPOSTA -
      *---------- A VENDA NAO SAI EM NOME DE UM CODIGO INEXISTENTE
              IF NOT WRK-CLIENTE-PROPOSTA-OK
                  DISPLAY "CLIENTE DA PROPOSTA NAO CADASTRADO "
                     PRP-CLI-CODIGO " - VENDA RECUSADA"
              ELSE
                  MOVE 'S'        TO WRK-PRP-VALIDA
                  MOVE 'S'        TO WRK-TEM-PROPOSTA
                  MOVE PRP-CODIGO TO WRK-CODIGO-PROCURADO
                  DISPLAY "PROPOSTA DE... " PRP-CLI-CODIGO " "
                     CLI-NOME
              END-IF
              END-IF
              END-IF
              END-IF.

       0206-CRITICAR-PROPOSTA-FIM. EXIT.


       0207-CONFERIR-RESERVA-PROPOSTA SECTION.
      *---------- A RESERVA DO VEICULO DA PROPOSTA TEM QUE EXISTIR,
      *---------- SER DO MESMO CLIENTE E ESTAR DENTRO DO VENCIMENTO
              MOVE 'N' TO WRK-RSV-PROPOSTA.
              IF WRK-RESERVAS-ABERTO
                  MOVE PRP-CODIGO TO RSV-CODIGO
                  READ RESERVAS
                      INVALID KEY
                          MOVE 'N' TO WRK-RSV-PROPOSTA
                      NOT INVALID KEY
                          IF RSV-CLI-CODIGO EQUAL PRP-CLI-CODIGO
                             AND RSV-VENCIMENTO NOT < WRK-DATA-HOJE
                              MOVE 'S' TO WRK-RSV-PROPOSTA
                          END-IF
                  END-READ
              END-IF.

       0207-CONFERIR-RESERVA-PROPOSTA-FIM. EXIT.


       0208-CONFERIR-CLIENTE-PROPOSTA SECTION.
              MOVE 'N'            TO WRK-CLI-PROPOSTA.
              MOVE PRP-CLI-CODIGO TO CLI-CODIGO.
              READ CLIENTES
                  INVALID KEY
                      MOVE 'N' TO WRK-CLI-PROPOSTA
                  NOT INVALID KEY
                      MOVE 'S' TO WRK-CLI-PROPOSTA
              END-READ.

       0208-CONFERIR-CLIENTE-PROPOSTA-FIM. EXIT.


       0209-EXPIRAR-PROPOSTA SECTION.
      *---------- A PROPOSTA SEM A RESERVA QUE SEGURAVA O PRECO SAI
      *---------- DAS CONVERTIDAS E PASSA A EXPIRADA
              MOVE 'E'           TO PRP-SITUACAO.
              MOVE WRK-DATA-HOJE TO PRP-DATA-SITUACAO.
              REWRITE REG-PROPOSTA
                  INVALID KEY
                      DISPLAY "ERRO AO MARCAR A PROPOSTA "
                         FS-PROPOSTAS
                  NOT INVALID KEY
                      DISPLAY "PROPOSTA " PRP-NUMERO
                         " MARCADA COMO EXPIRADA"
              END-REWRITE.

       0209-EXPIRAR-PROPOSTA-FIM. EXIT.


       0210-LOCALIZAR-REGISTRO SECTION.
      *---------- BUSCA DIRETA PELA CHAVE - SEM VARRER O ARQUIVO
              MOVE WRK-CODIGO-PROCURADO TO REG-CODIGO.
              MOVE 'N' TO VND-CTB-FLAG.
      *---------- A VENDA SAI DA FILIAL ONDE O VEICULO ESTAVA
              MOVE REG-FILIAL TO VND-FILIAL.
      *---------- VENDA NOVA SEM ESTORNO
              MOVE 'N'   TO VND-ESTORNO.
              MOVE ZEROS TO VND-DATA-ESTORNO.
      *---------- FORMA DE PAGAMENTO - A VISTA NAO TEM ENTRADA NEM
      *---------- PARCELAS
              IF WRK-PAGTO-FINANCIADO
                  MOVE 'F'               TO VND-FORMA-PAGTO
                  MOVE WRK-ENTRADA       TO VND-ENTRADA
                  MOVE WRK-QTDE-PARCELAS TO VND-QTDE-PARCELAS
              ELSE
                  MOVE 'V'   TO VND-FORMA-PAGTO
                  MOVE ZEROS TO VND-ENTRADA
                  MOVE ZEROS TO VND-QTDE-PARCELAS
              END-IF.

              WRITE REG-VENDA.
              IF FS-VENDAS NOT EQUAL 0
       0270-BAIXAR-ESTOQUE-FIM. EXIT.


       0275-APURAR-SINAL SECTION.
      *---------- O SINAL DA RESERVA DO PROPRIO CLIENTE E ABATIDO DA
      *---------- VENDA, MESMO COM A RESERVA VENCIDA - RESERVA DE
      *---------- OUTRO CLIENTE TEM O SINAL DEVOLVIDO, OU RETIDO SE
      *---------- JA ESTAVA VENCIDA
              MOVE ZEROS  TO WRK-SINAL-ABATIDO.
              MOVE SPACES TO WRK-TIPO-SINAL.
              IF WRK-RESERVA-EXISTE
                  IF (RSV-CLI-CODIGO NOT EQUAL SPACES
                     AND RSV-CLI-CODIGO EQUAL WRK-CLI-CODIGO)
                     OR (RSV-CLI-CODIGO EQUAL SPACES
                     AND RSV-CLIENTE EQUAL WRK-CLIENTE)
                      MOVE 'A'       TO WRK-TIPO-SINAL
                      MOVE RSV-SINAL TO WRK-SINAL-ABATIDO
                  ELSE
                  IF WRK-RESERVA-VENCIDA
                      MOVE 'P' TO WRK-TIPO-SINAL
                  ELSE
                      MOVE 'D' TO WRK-TIPO-SINAL
                  END-IF
                  END-IF
              END-IF.

       0275-APURAR-SINAL-FIM. EXIT.


       0280-ENCERRAR-RESERVA SECTION.
      *---------- A VENDA ENCERRA A RESERVA DO VEICULO E LANCA O
      *---------- DESTINO DO SINAL NO CONTROLE
              MOVE WRK-CODIGO-PROCURADO TO RSV-CODIGO.
              DELETE RESERVAS
                  INVALID KEY
                         FS-RESERVAS
                  NOT INVALID KEY
                      DISPLAY "RESERVA DO VEICULO ENCERRADA"
                      PERFORM 0285-LANCAR-SINAL
              END-DELETE.

       0280-ENCERRAR-RESERVA-FIM. EXIT.


       0285-LANCAR-SINAL SECTION.
      *---------- LANCAR O DESTINO DO SINAL - A APLICACAO LEVA O
      *---------- NUMERO DO RECIBO ONDE FOI ABATIDO
              IF RSV-SINAL > ZEROS
                  OPEN EXTEND DEPOSITOS
                  IF FS-DEPOSITOS EQUAL 35
                      OPEN OUTPUT DEPOSITOS
                  END-IF
                  IF FS-DEPOSITOS NOT EQUAL 0
                      DISPLAY "ERRO NA ABERTURA DO CONTROLE DE "
                         "SINAIS " FS-DEPOSITOS
                  ELSE
                      MOVE WRK-TIPO-SINAL   TO DEP-TIPO
                      ACCEPT DEP-DATA FROM DATE YYYYMMDD
                      ACCEPT DEP-HORA FROM TIME
                      MOVE RSV-CODIGO       TO DEP-CODIGO
                      MOVE RSV-CLI-CODIGO   TO DEP-CLI-CODIGO
                      MOVE RSV-CLIENTE      TO DEP-CLIENTE
                      MOVE RSV-SINAL        TO DEP-VALOR
                      MOVE WRK-OPERADOR     TO DEP-OPERADOR
                      IF WRK-SINAL-APLICADO
                          MOVE VND-RECIBO   TO DEP-RECIBO
                      ELSE
                          MOVE ZEROS        TO DEP-RECIBO
                      END-IF
                      MOVE RSV-DATA-RESERVA TO DEP-DATA-RESERVA
                      WRITE REG-DEPOSITO
                      IF FS-DEPOSITOS NOT EQUAL 0
                          DISPLAY "ERRO AO LANCAR O SINAL "
                             FS-DEPOSITOS
                      END-IF
                      CLOSE DEPOSITOS
                  END-IF
              END-IF.

       0285-LANCAR-SINAL-FIM. EXIT.


       0290-IMPRIMIR-RECIBO SECTION.
      *---------- EMITIR O RECIBO FORMATADO DA VENDA - UMA VIA POR
      *---------- VENDA, TODAS NO MESMO ARQUIVO DE SAIDA
                         INTO REG-RECIBO-LIN
                  WRITE REG-RECIBO-LIN

      *---------- COM TROCA OU SINAL O RECIBO MOSTRA OS ABATIMENTOS
      *---------- E O VALOR LIQUIDO EM DINHEIRO
                  IF VND-TROCA-VALOR > ZEROS
                      MOVE VND-TROCA-VALOR TO WRK-VALOR-ED
                             WRK-VALOR-ED     DELIMITED SIZE
                             INTO REG-RECIBO-LIN
                      WRITE REG-RECIBO-LIN
                  END-IF

                  IF WRK-SINAL-ABATIDO > ZEROS
                      MOVE WRK-SINAL-ABATIDO TO WRK-VALOR-ED
                      MOVE SPACES TO REG-RECIBO-LIN
                      STRING "SINAL DA RESERVA .. "  DELIMITED SIZE
                             "     "          DELIMITED SIZE
                             WRK-VALOR-ED     DELIMITED SIZE
                             INTO REG-RECIBO-LIN
                      WRITE REG-RECIBO-LIN
                  END-IF

                  IF VND-TROCA-VALOR > ZEROS
                     OR WRK-SINAL-ABATIDO > ZEROS
                      COMPUTE WRK-VALOR-LIQUIDO =
                         VND-VALOR-VENDA - VND-TROCA-VALOR
                                         - WRK-SINAL-ABATIDO
                      MOVE WRK-VALOR-LIQUIDO TO WRK-LIQUIDO-ED
                      MOVE SPACES TO REG-RECIBO-LIN
                      STRING "LIQUIDO A PAGAR ... "  DELIMITED SIZE
                      WRITE REG-RECIBO-LIN
                  END-IF

      *---------- VENDA FINANCIADA - ENTRADA, PLANO DE PARCELAS E
      *---------- PRIMEIRO VENCIMENTO DO CARNE
                  IF VND-FORMA-PAGTO EQUAL 'F'
                      MOVE SPACES TO REG-RECIBO-LIN
                      STRING "FORMA DE PAGAMENTO  FINANCIADO"
                             DELIMITED SIZE
                             INTO REG-RECIBO-LIN
                      WRITE REG-RECIBO-LIN

                      MOVE VND-ENTRADA TO WRK-VALOR-ED
                      MOVE SPACES TO REG-RECIBO-LIN
                      STRING "ENTRADA ........... "  DELIMITED SIZE
                             "     "          DELIMITED SIZE
                             WRK-VALOR-ED     DELIMITED SIZE
                             INTO REG-RECIBO-LIN
                      WRITE REG-RECIBO-LIN

                      MOVE VND-QTDE-PARCELAS TO WRK-PARC-ED
                      MOVE WRK-VALOR-PARCELA TO WRK-VALOR-ED
                      MOVE SPACES TO REG-RECIBO-LIN
                      STRING "PARCELAS .......... "  DELIMITED SIZE
                             WRK-PARC-ED      DELIMITED SIZE
                             " X "            DELIMITED SIZE
                             WRK-VALOR-ED     DELIMITED SIZE
                             INTO REG-RECIBO-LIN
                      WRITE REG-RECIBO-LIN

                      IF WRK-VALOR-ULTIMA NOT EQUAL WRK-VALOR-PARCELA
                          MOVE WRK-VALOR-ULTIMA TO WRK-VALOR-ED
                          MOVE SPACES TO REG-RECIBO-LIN
                          STRING "ULTIMA PARCELA .... "
                                 DELIMITED SIZE
                                 "     "          DELIMITED SIZE
                                 WRK-VALOR-ED     DELIMITED SIZE
                                 INTO REG-RECIBO-LIN
                          WRITE REG-RECIBO-LIN
                      END-IF

                      MOVE SPACES TO REG-RECIBO-LIN
                      STRING "1O VENCIMENTO ..... "  DELIMITED SIZE
                             WRK-PRIMEIRO-VENC DELIMITED SIZE
                             INTO REG-RECIBO-LIN
                      WRITE REG-RECIBO-LIN
                  ELSE
                      MOVE SPACES TO REG-RECIBO-LIN
                      STRING "FORMA DE PAGAMENTO  A VISTA"
                             DELIMITED SIZE
                             INTO REG-RECIBO-LIN
                      WRITE REG-RECIBO-LIN
                  END-IF

      *---------- PRAZO DA GARANTIA DA REVENDA - O QUE VENCER
      *---------- PRIMEIRO, A DATA OU A QUILOMETRAGEM
                  MOVE WRK-GAR-KM-LIMITE TO WRK-KM-ED
                  MOVE SPACES TO REG-RECIBO-LIN
                  STRING "GARANTIA ATE ...... "  DELIMITED SIZE
                         WRK-GAR-FIM     DELIMITED SIZE
                         " OU "          DELIMITED SIZE
                         WRK-KM-ED       DELIMITED SIZE
                         " KM"           DELIMITED SIZE
                         INTO REG-RECIBO-LIN
                  WRITE REG-RECIBO-LIN

      *---------- O COMPRADOR RESPONDE PELO PRAZO DA TRANSFERENCIA
                  MOVE WRK-PRAZO-TRANSF TO WRK-PRAZO-ED
                  MOVE SPACES TO REG-RECIBO-LIN
                  STRING "TRANSFERENCIA ..... "  DELIMITED SIZE
                         "PROTOCOLAR EM ATE " DELIMITED SIZE
                         WRK-PRAZO-ED    DELIMITED SIZE
                         " DIAS DA VENDA" DELIMITED SIZE
                         INTO REG-RECIBO-LIN
                  WRITE REG-RECIBO-LIN

                  MOVE SPACES TO REG-RECIBO-LIN
                  STRING "OPERADOR .......... "  DELIMITED SIZE
                         VND-OPERADOR    DELIMITED SIZE
       0290-IMPRIMIR-RECIBO-FIM. EXIT.


       0295-CONVERTER-PROPOSTA SECTION.
      *---------- A PROPOSTA FECHADA LEVA O NUMERO DO RECIBO DA VENDA
              MOVE 'V'           TO PRP-SITUACAO.
              ACCEPT PRP-DATA-SITUACAO FROM DATE YYYYMMDD.
              MOVE VND-RECIBO    TO PRP-RECIBO.
              REWRITE REG-PROPOSTA
                  INVALID KEY
                      DISPLAY "ERRO AO MARCAR A PROPOSTA "
                         FS-PROPOSTAS
                  NOT INVALID KEY
                      DISPLAY "PROPOSTA " PRP-NUMERO
                         " CONVERTIDA EM VENDA"
              END-REWRITE.

       0295-CONVERTER-PROPOSTA-FIM. EXIT.


       0500-ACEITAR-TROCA SECTION.
      *---------- VENDA COM VEICULO NA TROCA - CAPTURAR O USADO NA
      *---------- HORA, PARA NAO DEPENDER DE UMA RODADA POSTERIOR
      *---------- O USADO ENTRA NA FILIAL ONDE A VENDA ACONTECE -
      *---------- GUARDAR ANTES DA CRITICA RELER O CADASTRO
              MOVE REG-FILIAL TO WRK-TRC-FILIAL.
              IF WRK-PROPOSTA-EXISTE
                 AND PRP-TROCA-VALOR > ZEROS
                  DISPLAY "USADO DA PROPOSTA " PRP-TROCA-DESCRICAO
              END-IF.
              DISPLAY "HA VEICULO NA TROCA (S/N) ".
              ACCEPT WRK-TEM-TROCA.

                      PERFORM 0503-ACEITAR-FABR-TROCA
                      DISPLAY "MODELO DO USADO "
                      ACCEPT WRK-TRC-MODELO
      *---------- O VALOR DO USADO COMBINADO NA PROPOSTA VALE NA
      *---------- VENDA CONVERTIDA
                      IF WRK-PROPOSTA-EXISTE
                         AND PRP-TROCA-VALOR > ZEROS
                          MOVE PRP-TROCA-VALOR TO WRK-TRC-VALOR
                          MOVE WRK-TRC-VALOR   TO WRK-VALOR-ED
                          DISPLAY "VALOR DO USADO NA PROPOSTA "
                             WRK-VALOR-ED
                      ELSE
                          PERFORM 0505-ACEITAR-VALOR-TROCA
                      END-IF
                      PERFORM 0507-ACEITAR-ANO-TROCA
                      DISPLAY "COR DO USADO "
                      ACCEPT WRK-TRC-COR
                         WRK-TRC-CODIGO
                      PERFORM 0520-REGISTRAR-AUDITORIA
                      PERFORM 0540-GRAVAR-CHASSI-XREF
                      PERFORM 0550-GRAVAR-CUSTO-TROCA
              END-WRITE.

       0510-GRAVAR-TROCA-FIM. EXIT.
       0540-GRAVAR-CHASSI-XREF-FIM. EXIT.


       0550-GRAVAR-CUSTO-TROCA SECTION.
      *---------- O USADO ENTRA COM O VALOR DADO NA TROCA COMO CUSTO
      *---------- DE AQUISICAO - O FORNECEDOR E O PROPRIO COMPRADOR
              OPEN I-O CUSTOS.
              IF FS-CUSTOS EQUAL 35
                  OPEN OUTPUT CUSTOS
                  CLOSE CUSTOS
                  OPEN I-O CUSTOS
              END-IF.
              IF FS-CUSTOS NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DOS CUSTOS " FS-CUSTOS
                     " - LANCAR A AQUISICAO PELO CARCUSTO"
              ELSE
                  MOVE SPACES          TO REG-CUSTO
                  MOVE WRK-TRC-CODIGO  TO CUS-CODIGO
                  MOVE WRK-TRC-CHASSI  TO CUS-CHASSI
                  MOVE 'T'             TO CUS-ORIGEM
                  MOVE VND-CLIENTE     TO CUS-FORNECEDOR
                  MOVE CLI-DOCUMENTO   TO CUS-DOCUMENTO
                  MOVE WRK-TRC-ENTRADA TO CUS-DATA-COMPRA
                  MOVE VND-TROCA-VALOR TO CUS-VALOR-COMPRA
                  MOVE VND-RECIBO      TO CUS-RECIBO-TROCA
                  MOVE ZEROS           TO CUS-TOTAL-RECOND
                  MOVE ZEROS           TO CUS-QTDE-RECOND
                  MOVE WRK-OPERADOR    TO CUS-OPERADOR
                  WRITE REG-CUSTO
                      INVALID KEY
                          DISPLAY "CUSTO DO USADO JA CONSTAVA "
                             WRK-TRC-CODIGO
                  END-WRITE
                  CLOSE CUSTOS
              END-IF.

       0550-GRAVAR-CUSTO-TROCA-FIM. EXIT.


       0600-ACEITAR-PAGAMENTO SECTION.
      *---------- O SALDO A PAGAR E O VALOR NEGOCIADO MENOS A TROCA E
      *---------- O SINAL ABATIDO - PODE SER PAGO A VISTA OU
      *---------- FINANCIADO PELA REVENDA COM ENTRADA E PARCELAS
              MOVE 'V'   TO WRK-FORMA-PAGTO.
              MOVE ZEROS TO WRK-ENTRADA.
              MOVE ZEROS TO WRK-QTDE-PARCELAS.
              MOVE ZEROS TO WRK-VALOR-FINANCIADO.

              IF WRK-TROCA-SIM
                  COMPUTE WRK-SALDO-PAGAR = WRK-VALOR-VENDA
                     - WRK-TRC-VALOR - WRK-SINAL-ABATIDO
              ELSE
                  COMPUTE WRK-SALDO-PAGAR = WRK-VALOR-VENDA
                     - WRK-SINAL-ABATIDO
              END-IF.

              IF WRK-SALDO-PAGAR NOT > ZEROS
                  DISPLAY "SEM SALDO A FINANCIAR - VENDA A VISTA"
              ELSE
                  MOVE WRK-SALDO-PAGAR TO WRK-LIQUIDO-ED
                  DISPLAY "SALDO A PAGAR ...... " WRK-LIQUIDO-ED
                  MOVE SPACES TO WRK-FORMA-PAGTO
                  PERFORM 0601-LER-FORMA-PAGTO
                     UNTIL WRK-PAGTO-VALIDO
                  IF WRK-PAGTO-FINANCIADO
                      MOVE 'N' TO WRK-ENTRADA-VALIDA
                      PERFORM 0602-LER-ENTRADA UNTIL WRK-ENTRADA-OK
                      MOVE 'N' TO WRK-PARC-VALIDA
                      PERFORM 0603-LER-PARCELAS UNTIL WRK-PARC-OK
                      PERFORM 0605-CALCULAR-PARCELAS
                  END-IF
              END-IF.

       0600-ACEITAR-PAGAMENTO-FIM. EXIT.


       0601-LER-FORMA-PAGTO SECTION.
              DISPLAY "FORMA DE PAGAMENTO (V)A VISTA OU (F)INANCIADO ".
              ACCEPT WRK-FORMA-PAGTO.
              IF NOT WRK-PAGTO-VALIDO
                  DISPLAY "FORMA INVALIDA - DIGITE V OU F"
              END-IF.

       0601-LER-FORMA-PAGTO-FIM. EXIT.


       0602-LER-ENTRADA SECTION.
              DISPLAY "VALOR DA ENTRADA (ZERO SE NAO HOUVER) ".
              ACCEPT WRK-ENTRADA.
      *---------- A ENTRADA NAO PODE QUITAR O SALDO - SOBRARIA UM
      *---------- CARNE SEM PARCELA
              IF WRK-ENTRADA IS NUMERIC
                 AND WRK-ENTRADA < WRK-SALDO-PAGAR
                  MOVE 'S' TO WRK-ENTRADA-VALIDA
              ELSE
                  DISPLAY "ENTRADA INVALIDA - DEVE SER MENOR QUE O "
                     "SALDO A PAGAR"
              END-IF.

       0602-LER-ENTRADA-FIM. EXIT.


       0603-LER-PARCELAS SECTION.
              MOVE WRK-MAX-PARCELAS TO WRK-PARC-ED.
              DISPLAY "QUANTIDADE DE PARCELAS (1 A " WRK-PARC-ED ") ".
              ACCEPT WRK-QTDE-PARCELAS.
              IF WRK-QTDE-PARCELAS IS NUMERIC
                 AND WRK-QTDE-PARCELAS > ZEROS
                 AND WRK-QTDE-PARCELAS NOT > WRK-MAX-PARCELAS
                  MOVE 'S' TO WRK-PARC-VALIDA
              ELSE
                  DISPLAY "QUANTIDADE INVALIDA - DIGITE NOVAMENTE"
              END-IF.

       0603-LER-PARCELAS-FIM. EXIT.


       0605-CALCULAR-PARCELAS SECTION.
      *---------- PARCELAS IGUAIS SEM JUROS - A SOBRA DOS CENTAVOS
      *---------- FICA NA ULTIMA PARCELA
              COMPUTE WRK-VALOR-FINANCIADO =
                 WRK-SALDO-PAGAR - WRK-ENTRADA.
              DIVIDE WRK-VALOR-FINANCIADO BY WRK-QTDE-PARCELAS
                 GIVING WRK-VALOR-PARCELA.
              COMPUTE WRK-VALOR-ULTIMA = WRK-VALOR-FINANCIADO
                 - (WRK-VALOR-PARCELA * (WRK-QTDE-PARCELAS - 1)).

              MOVE WRK-VALOR-FINANCIADO TO WRK-TOTAL-ED.
              DISPLAY "VALOR FINANCIADO ... " WRK-TOTAL-ED.
              MOVE WRK-QTDE-PARCELAS TO WRK-PARC-ED.
              MOVE WRK-VALOR-PARCELA TO WRK-VALOR-ED.
              DISPLAY "PARCELAS ........... " WRK-PARC-ED " X "
                 WRK-VALOR-ED.
              IF WRK-VALOR-ULTIMA NOT EQUAL WRK-VALOR-PARCELA
                  MOVE WRK-VALOR-ULTIMA TO WRK-VALOR-ED
                  DISPLAY "ULTIMA PARCELA ..... " WRK-VALOR-ED
              END-IF.

       0605-CALCULAR-PARCELAS-FIM. EXIT.


       0610-GERAR-PARCELAS SECTION.
      *---------- CARNE DO CLIENTE - PRIMEIRO VENCIMENTO UM MES APOS
      *---------- A VENDA, OS DEMAIS MES A MES NO MESMO DIA
              MOVE WRK-DATA-VENDA TO WRK-VENC-PARCELA.
              IF WRK-VENC-DIA > 28
                  MOVE 28 TO WRK-VENC-DIA
              END-IF.
              MOVE ZEROS TO WRK-PRIMEIRO-VENC.

              PERFORM 0615-GRAVAR-PARCELA
                 VARYING WRK-PAR-IDX FROM 1 BY 1
                 UNTIL WRK-PAR-IDX > WRK-QTDE-PARCELAS.

              MOVE WRK-QTDE-PARCELAS TO WRK-PARC-ED.
              DISPLAY "CARNE GERADO - " WRK-PARC-ED " PARCELAS".

       0610-GERAR-PARCELAS-FIM. EXIT.


       0615-GRAVAR-PARCELA SECTION.
              ADD 1 TO WRK-VENC-MES.
              IF WRK-VENC-MES > 12
                  MOVE 1 TO WRK-VENC-MES
                  ADD 1  TO WRK-VENC-ANO
              END-IF.
              IF WRK-PAR-IDX EQUAL 1
                  MOVE WRK-VENC-PARCELA TO WRK-PRIMEIRO-VENC
              END-IF.

              MOVE VND-RECIBO       TO PAR-RECIBO.
              MOVE WRK-PAR-IDX      TO PAR-NUMERO.
              MOVE VND-CLI-CODIGO   TO PAR-CLI-CODIGO.
              MOVE VND-CLIENTE      TO PAR-CLIENTE.
              MOVE VND-FILIAL       TO PAR-FILIAL.
              MOVE VND-CODIGO       TO PAR-CODIGO.
              MOVE WRK-VENC-PARCELA TO PAR-VENCIMENTO.
              IF WRK-PAR-IDX EQUAL WRK-QTDE-PARCELAS
                  MOVE WRK-VALOR-ULTIMA  TO PAR-VALOR
              ELSE
                  MOVE WRK-VALOR-PARCELA TO PAR-VALOR
              END-IF.
              MOVE ZEROS            TO PAR-VALOR-PAGO.
              MOVE ZEROS            TO PAR-DATA-PAGTO.
              MOVE 'A'              TO PAR-SITUACAO.
              MOVE WRK-OPERADOR     TO PAR-OPERADOR.

              WRITE REG-PARCELA
                  INVALID KEY
                      DISPLAY "ERRO AO GRAVAR A PARCELA " PAR-NUMERO
                         " - STATUS " FS-PARCELAS
              END-WRITE.

       0615-GRAVAR-PARCELA-FIM. EXIT.


       0650-ACEITAR-QUILOMETRAGEM SECTION.
      *---------- O HODOMETRO NA VENDA E A IDADE DO VEICULO DEFINEM
      *---------- A FAIXA DA TABELA DE PRAZOS DA GARANTIA
              MOVE 'N' TO WRK-KM-VALIDO.
              PERFORM 0651-LER-QUILOMETRAGEM UNTIL WRK-KM-OK.

              MOVE WRK-DATA-VENDA TO WRK-GAR-FIM.
              COMPUTE WRK-IDADE-VEICULO = WRK-GAR-ANO - WRK-ANO-VENDIDO.
              IF WRK-IDADE-VEICULO < ZEROS
                  MOVE ZEROS TO WRK-IDADE-VEICULO
              END-IF.

              MOVE 'N' TO WRK-FXG-ACHOU.
              PERFORM 0655-PROCURAR-FAIXA
                 VARYING WRK-FXG-IDX FROM 1 BY 1
                 UNTIL WRK-FXG-IDX > 004
                    OR WRK-FXG-ACHADA.

      *---------- FIM = VENDA + MESES DA FAIXA, NO MESMO DIA LIMITADO
      *---------- A 28 COMO NO CARNE
              COMPUTE WRK-GAR-MESES-TOTAL =
                 WRK-GAR-ANO * 12 + WRK-GAR-MES - 1 + WRK-GAR-MESES.
              DIVIDE WRK-GAR-MESES-TOTAL BY 12 GIVING WRK-GAR-ANO
                 REMAINDER WRK-GAR-MES.
              ADD 1 TO WRK-GAR-MES.
              IF WRK-GAR-DIA > 28
                  MOVE 28 TO WRK-GAR-DIA
              END-IF.

              MOVE WRK-GAR-KM-LIMITE TO WRK-KM-ED.
              DISPLAY "GARANTIA ATE.. " WRK-GAR-FIM " OU " WRK-KM-ED
                 " KM".

       0650-ACEITAR-QUILOMETRAGEM-FIM. EXIT.


       0651-LER-QUILOMETRAGEM SECTION.
              DISPLAY "QUILOMETRAGEM NO HODOMETRO ".
              ACCEPT WRK-KM-VENDA.
      *---------- ACEITA SOMENTE QUILOMETRAGEM NUMERICA - ZERO KM E
      *---------- VALIDO PARA O VEICULO NOVO
              IF WRK-KM-VENDA IS NUMERIC
                  MOVE 'S' TO WRK-KM-VALIDO
              ELSE
                  DISPLAY "QUILOMETRAGEM INVALIDA - DIGITE NOVAMENTE"
              END-IF.

       0651-LER-QUILOMETRAGEM-FIM. EXIT.


       0655-PROCURAR-FAIXA SECTION.
              IF WRK-IDADE-VEICULO <= WRK-FXG-IDADE (WRK-FXG-IDX)
                 AND WRK-KM-VENDA <= WRK-FXG-KM-MAXIMO (WRK-FXG-IDX)
                  MOVE 'S' TO WRK-FXG-ACHOU
                  MOVE WRK-FXG-MESES (WRK-FXG-IDX) TO WRK-GAR-MESES
                  COMPUTE WRK-GAR-KM-LIMITE = WRK-KM-VENDA
                     + WRK-FXG-KM-COBERTO (WRK-FXG-IDX)
              END-IF.

       0655-PROCURAR-FAIXA-FIM. EXIT.


       0670-ABRIR-GARANTIA SECTION.
      *---------- A GARANTIA NASCE COM A VENDA - FALHA NA GRAVACAO
      *---------- NAO DESFAZ A VENDA, SO AVISA O OPERADOR
              OPEN I-O GARANTIAS.
              IF FS-GARANTIAS EQUAL 35
                  OPEN OUTPUT GARANTIAS
                  CLOSE GARANTIAS
                  OPEN I-O GARANTIAS
              END-IF.
              IF FS-GARANTIAS NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DAS GARANTIAS "
                     FS-GARANTIAS " - GARANTIA NAO REGISTRADA"
              ELSE
                  MOVE VND-CHASSI        TO GAR-CHASSI
                  MOVE VND-RECIBO        TO GAR-RECIBO
                  MOVE VND-CODIGO        TO GAR-CODIGO
                  MOVE VND-FABR          TO GAR-FABR
                  MOVE VND-MODELO        TO GAR-MODELO
                  MOVE VND-ANO-MODELO    TO GAR-ANO-MODELO
                  MOVE VND-CLI-CODIGO    TO GAR-CLI-CODIGO
                  MOVE VND-CLIENTE       TO GAR-CLIENTE
                  MOVE VND-FILIAL        TO GAR-FILIAL
                  MOVE VND-DATA-VENDA    TO GAR-DATA-INICIO
                  MOVE WRK-GAR-FIM       TO GAR-DATA-FIM
                  MOVE WRK-KM-VENDA      TO GAR-KM-VENDA
                  MOVE WRK-GAR-KM-LIMITE TO GAR-KM-LIMITE
                  MOVE 'A'               TO GAR-SITUACAO
                  MOVE ZEROS             TO GAR-QTDE-RECLAM
                  MOVE ZEROS             TO GAR-CUSTO-RECLAM
                  MOVE WRK-OPERADOR      TO GAR-OPERADOR
                  WRITE REG-GARANTIA
                      INVALID KEY
                          DISPLAY "GARANTIA JA CONSTAVA PARA O CHASSI "
                             VND-CHASSI
                  END-WRITE
                  CLOSE GARANTIAS
              END-IF.

       0670-ABRIR-GARANTIA-FIM. EXIT.


       0680-ABRIR-DOCUMENTACAO SECTION.
      *---------- A DOCUMENTACAO DE TRANSFERENCIA NASCE COM A VENDA,
      *---------- SEM ETAPA CONCLUIDA - FALHA NA GRAVACAO NAO DESFAZ
      *---------- A VENDA, O CARDOCUM ABRE O CONTROLE DEPOIS
              OPEN I-O DOCUMENTOS.
              IF FS-DOCUMENTOS EQUAL 35
                  OPEN OUTPUT DOCUMENTOS
                  CLOSE DOCUMENTOS
                  OPEN I-O DOCUMENTOS
              END-IF.
              IF FS-DOCUMENTOS NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DA DOCUMENTACAO "
                     FS-DOCUMENTOS " - CONTROLE NAO REGISTRADO"
              ELSE
                  MOVE VND-RECIBO        TO DOC-RECIBO
                  MOVE VND-CHASSI        TO DOC-CHASSI
                  MOVE VND-CODIGO        TO DOC-CODIGO
                  MOVE VND-FABR          TO DOC-FABR
                  MOVE VND-MODELO        TO DOC-MODELO
                  MOVE VND-CLI-CODIGO    TO DOC-CLI-CODIGO
                  MOVE VND-CLIENTE       TO DOC-CLIENTE
                  MOVE VND-FILIAL        TO DOC-FILIAL
                  MOVE VND-DATA-VENDA    TO DOC-DATA-VENDA
                  MOVE 'A'               TO DOC-SITUACAO
                  MOVE ZEROS             TO DOC-ETAPA
                  MOVE ZEROS             TO DOC-DATA-RECEB
                  MOVE SPACES            TO DOC-OPER-RECEB
                  MOVE ZEROS             TO DOC-DATA-PROTOC
                  MOVE SPACES            TO DOC-OPER-PROTOC
                  MOVE SPACES            TO DOC-PROTOCOLO
                  MOVE ZEROS             TO DOC-DATA-TAXAS
                  MOVE SPACES            TO DOC-OPER-TAXAS
                  MOVE ZEROS             TO DOC-VALOR-TAXAS
                  MOVE ZEROS             TO DOC-DATA-ENTREGA
                  MOVE SPACES            TO DOC-OPER-ENTREGA
                  MOVE WRK-OPERADOR      TO DOC-OPERADOR
                  WRITE REG-DOCUMENTO
                      INVALID KEY
                          DISPLAY "DOCUMENTACAO JA CONSTAVA PARA O "
                             "RECIBO " VND-RECIBO
                  END-WRITE
                  CLOSE DOCUMENTOS
              END-IF.

       0680-ABRIR-DOCUMENTACAO-FIM. EXIT.


       0700-CONSULTAR-CONSIGNACAO SECTION.
      *---------- VEICULO DE TERCEIROS - O CADASTRO DE CONSIGNACOES E
      *---------- OPCIONAL, SEM ELE TODO O ESTOQUE E PROPRIO
              MOVE 'N' TO WRK-TEM-CONSIGNACAO.
              MOVE 'N' TO WRK-TEM-DEVOLUCAO.
              OPEN INPUT CONSIGNACOES.
              IF FS-CONSIGNACOES EQUAL 0
                  MOVE REG-CODIGO TO CNS-CODIGO
                  MOVE REG-CHASSI TO CNS-CHASSI
                  READ CONSIGNACOES
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          IF CNS-SITUACAO EQUAL 'A'
                              MOVE 'S' TO WRK-TEM-CONSIGNACAO
                          END-IF
                          IF CNS-SITUACAO EQUAL 'D'
                              MOVE 'S' TO WRK-TEM-DEVOLUCAO
                          END-IF
                  END-READ
                  CLOSE CONSIGNACOES
              ELSE
                  IF FS-CONSIGNACOES NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DAS CONSIGNACOES "
                         FS-CONSIGNACOES
                  END-IF
              END-IF.

              IF WRK-VEICULO-CONSIGNADO
                  MOVE CNS-CONSIGNANTE   TO WRK-CNS-CONSIGNANTE
                  MOVE CNS-MODO          TO WRK-CNS-MODO
                  MOVE CNS-VALOR-REPASSE TO WRK-CNS-REPASSE
                  MOVE CNS-PCT-COMISSAO  TO WRK-CNS-PCT
              END-IF.

       0700-CONSULTAR-CONSIGNACAO-FIM. EXIT.


       0705-EXIBIR-CONSIGNACAO SECTION.
      *---------- TERMOS DO CONSIGNANTE LIDOS NA LOCALIZACAO DO VEICULO
              IF WRK-VEICULO-CONSIGNADO
                  DISPLAY "VEICULO CONSIGNADO - CONSIGNANTE "
                     WRK-CNS-CONSIGNANTE
                  IF WRK-CNS-LIQUIDO
                      MOVE WRK-CNS-REPASSE TO WRK-VALOR-ED
                      DISPLAY "REPASSE LIQUIDO COMBINADO " WRK-VALOR-ED
                  ELSE
                      MOVE WRK-CNS-PCT TO WRK-PCT-ED
                      DISPLAY "COMISSAO DA REVENDA " WRK-PCT-ED "%"
                  END-IF
              END-IF.

       0705-EXIBIR-CONSIGNACAO-FIM. EXIT.


       0710-GERAR-ACERTO SECTION.
      *---------- VENDA DE VEICULO CONSIGNADO GERA O ACERTO A PAGAR AO
      *---------- CONSIGNANTE - FALHA NA GRAVACAO NAO DESFAZ A VENDA,
      *---------- SO AVISA O OPERADOR
              MOVE VND-RECIBO          TO ACT-RECIBO.
              MOVE WRK-CNS-CONSIGNANTE TO ACT-CONSIGNANTE.
              MOVE VND-CODIGO          TO ACT-CODIGO.
              MOVE VND-CHASSI          TO ACT-CHASSI.
              MOVE VND-FABR            TO ACT-FABR.
              MOVE VND-MODELO          TO ACT-MODELO.
              MOVE VND-FILIAL          TO ACT-FILIAL.
              MOVE VND-DATA-VENDA      TO ACT-DATA-VENDA.
              MOVE VND-VALOR-VENDA     TO ACT-VALOR-VENDA.
              MOVE WRK-CNS-MODO        TO ACT-MODO.
              MOVE WRK-CNS-PCT         TO ACT-PCT-COMISSAO.
              IF WRK-CNS-LIQUIDO
                  MOVE WRK-CNS-REPASSE TO ACT-VALOR-REPASSE
                  COMPUTE ACT-VALOR-COMISSAO =
                     VND-VALOR-VENDA - WRK-CNS-REPASSE
              ELSE
                  COMPUTE ACT-VALOR-COMISSAO ROUNDED =
                     VND-VALOR-VENDA * WRK-CNS-PCT / 100
                  COMPUTE ACT-VALOR-REPASSE =
                     VND-VALOR-VENDA - ACT-VALOR-COMISSAO
              END-IF.
              MOVE 'A'                 TO ACT-SITUACAO.
              MOVE ZEROS               TO ACT-DATA-PAGTO.
              MOVE SPACES              TO ACT-DOC-PAGTO.
              MOVE WRK-OPERADOR        TO ACT-OPERADOR.

              OPEN I-O ACERTOS.
              IF FS-ACERTOS EQUAL 35
                  OPEN OUTPUT ACERTOS
                  CLOSE ACERTOS
                  OPEN I-O ACERTOS
              END-IF.
              IF FS-ACERTOS NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DOS ACERTOS "
                     FS-ACERTOS " - ACERTO NAO REGISTRADO"
              ELSE
                  WRITE REG-ACERTO
                      INVALID KEY
                          DISPLAY "ACERTO JA CONSTAVA PARA O RECIBO "
                             VND-RECIBO
                      NOT INVALID KEY
                          MOVE ACT-VALOR-REPASSE TO WRK-VALOR-ED
                          DISPLAY "ACERTO A PAGAR AO CONSIGNANTE "
                             WRK-VALOR-ED
                  END-WRITE
                  CLOSE ACERTOS
              END-IF.

      *---------- A CONSIGNACAO SAI DO ESTOQUE DE TERCEIROS
              OPEN I-O CONSIGNACOES.
              IF FS-CONSIGNACOES NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DAS CONSIGNACOES "
                     FS-CONSIGNACOES
              ELSE
                  MOVE VND-CODIGO TO CNS-CODIGO
                  MOVE VND-CHASSI TO CNS-CHASSI
                  READ CONSIGNACOES
                      INVALID KEY
                          DISPLAY "CONSIGNACAO NAO LOCALIZADA "
                             VND-CODIGO
                      NOT INVALID KEY
                          MOVE 'V'            TO CNS-SITUACAO
                          MOVE VND-DATA-VENDA TO CNS-DATA-SITUACAO
                          MOVE VND-RECIBO     TO CNS-RECIBO
                          MOVE WRK-OPERADOR   TO CNS-OPERADOR
                          REWRITE REG-CONSIGNACAO
                              INVALID KEY
                                  DISPLAY "ERRO AO BAIXAR A "
                                     "CONSIGNACAO " FS-CONSIGNACOES
                          END-REWRITE
                  END-READ
                  CLOSE CONSIGNACOES
              END-IF.

       0710-GERAR-ACERTO-FIM. EXIT.


       0400-PROCESSAR-RESUMO SECTION.
      *---------- ACUMULAR SOMENTE AS VENDAS DO MES DE REFERENCIA -
      *---------- VENDA ESTORNADA NAO CONTA
              MOVE VND-DATA-VENDA TO WRK-DATA-VENDA.
              IF WRK-DATA-VENDA-MES EQUAL WRK-MES-RESUMO
                 AND VND-ESTORNO NOT EQUAL 'S'
                  ADD 1                TO WRK-QTDE-VENDIDA
                  ADD VND-VALOR-VENDA  TO WRK-TOT-VENDA
                  ADD VND-VALOR-TABELA TO WRK-TOT-TABELA
                             FS-RESERVAS
                      END-IF
                  END-IF
                  IF WRK-PROPOSTAS-ABERTO
                      CLOSE PROPOSTAS
                      IF FS-PROPOSTAS NOT EQUAL 0
                          DISPLAY 'ERRO AO FECHAR AS PROPOSTAS '
                             FS-PROPOSTAS
                      END-IF
                  END-IF
                  CLOSE CLIENTES
                  IF FS-CLIENTES NOT EQUAL 0
                      DISPLAY 'ERRO AO FECHAR OS CLIENTES '
                      DISPLAY 'ERRO AO FECHAR O CRUZAMENTO DE '
                         'CHASSI ' FS-CHASSIS
                  END-IF
                  CLOSE PARCELAS
                  IF FS-PARCELAS NOT EQUAL 0
                      DISPLAY 'ERRO AO FECHAR AS PARCELAS '
                         FS-PARCELAS
                  END-IF
              END-IF.

              CLOSE VENDAS.
