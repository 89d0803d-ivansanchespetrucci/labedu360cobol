       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIFUSAO.
      ******************************************************************
      * Autor: xxxxxx
      * Data:
      * Assunto: DUPLICIDADE NO CADASTRO DE CLIENTES - RELATORIO DOS
      *          PROVAVEIS DUPLICADOS PELO DOCUMENTO (SO OS DIGITOS)
      *          E PELO NOME COM TELEFONE, E FUSAO DE DOIS CODIGOS
      *          PELO SUPERVISOR: O CODIGO MANTIDO PASSA A CONSTAR
      *          NAS VENDAS, RESERVAS, PARCELAS, PROPOSTAS,
      *          GARANTIAS E DOCUMENTACAO DO CODIGO ELIMINADO, QUE E
      *          EXCLUIDO E GUARDADO NO LOG DE FUSOES
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

           SELECT CLIENTES ASSIGN USING
              WRK-ARQ-CLIENTES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLI-CODIGO
              ALTERNATE RECORD KEY IS CLI-DOCUMENTO
              FILE STATUS IS FS-CLIENTES.

           SELECT VENDAS ASSIGN USING WRK-ARQ-VENDAS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-VENDAS.

           SELECT RESERVAS ASSIGN USING WRK-ARQ-RESERVAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RSV-CODIGO
              FILE STATUS IS FS-RESERVAS.

           SELECT PARCELAS ASSIGN USING WRK-ARQ-PARCELAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PAR-CHAVE
              ALTERNATE RECORD KEY IS PAR-CLI-CODIGO WITH DUPLICATES
              FILE STATUS IS FS-PARCELAS.

           SELECT PROPOSTAS ASSIGN USING WRK-ARQ-PROPOSTAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRP-NUMERO
              FILE STATUS IS FS-PROPOSTAS.

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

           SELECT FUSOES ASSIGN USING WRK-ARQ-FUSOES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-FUSOES.

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

           SELECT ARQ-SORT ASSIGN USING WRK-ARQ-SORT.

           SELECT REPORT-DUPL ASSIGN USING WRK-ARQ-REPORT
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

      *------------------- LAYOUT DO CADASTRO DE CLIENTES
       FD  CLIENTES.
       01  REG-CLIENTE.
           05 CLI-CODIGO     PIC  X(005).
           05 CLI-NOME       PIC  X(030).
           05 CLI-DOCUMENTO  PIC  X(014).
           05 CLI-TELEFONE   PIC  X(012).
           05 CLI-ENDERECO   PIC  X(040).

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

      *------------------- PARCELAS DO FINANCIAMENTO PROPRIO - CHAVE
      *------------------- RECIBO DA VENDA + NUMERO DA PARCELA
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

      *------------------- PROPOSTAS DE VENDA - NUMERO SEQUENCIAL
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

      *------------------- LOG DAS FUSOES - UMA LINHA POR FUSAO COM O
      *------------------- CADASTRO COMPLETO DO CODIGO ELIMINADO E
      *------------------- QUANTOS REGISTROS FORAM REAPONTADOS
       FD  FUSOES.
       01  REG-FUSAO.
           05 FUS-DATA          PIC  9(008).
           05 FUS-HORA          PIC  9(008).
           05 FUS-OPERADOR      PIC  X(008).
           05 FUS-MANTIDO       PIC  X(005).
           05 FUS-ELIMINADO     PIC  X(005).
           05 FUS-NOME          PIC  X(030).
           05 FUS-DOCUMENTO     PIC  X(014).
           05 FUS-TELEFONE      PIC  X(012).
           05 FUS-ENDERECO      PIC  X(040).
           05 FUS-QTDE-VENDAS   PIC  9(005).
           05 FUS-QTDE-RESERVAS PIC  9(005).
           05 FUS-QTDE-PARCELAS PIC  9(005).
           05 FUS-QTDE-PROPOSTAS PIC 9(005).
           05 FUS-QTDE-GARANTIAS PIC 9(005).
           05 FUS-QTDE-DOCUMENTOS PIC 9(005).

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

      *------------------- REGISTRO DE CLASSIFICACAO - A CHAVE E O
      *------------------- DOCUMENTO SO COM OS DIGITOS OU O NOME
      *------------------- COM O TELEFONE SO COM OS DIGITOS
       SD  ARQ-SORT.
       01  REG-SORT.
           05 SRT-CHAVE      PIC  X(042).
           05 SRT-CODIGO     PIC  X(005).
           05 SRT-NOME       PIC  X(030).
           05 SRT-DOCUMENTO  PIC  X(014).
           05 SRT-TELEFONE   PIC  X(012).

      *------------------- LAYOUT DO RELATORIO DE SAIDA
       FD  REPORT-DUPL.
       01  REG-RELATORIO   PIC  X(080).


       WORKING-STORAGE SECTION.
      *----------------- PARAMETRO DE AMBIENTE E CAMINHOS
      *----------------- RESOLVIDOS DOS ARQUIVOS
       01  FS-AMBIENTE     PIC 9(02) VALUE ZEROS.
       01  WRK-AMB-NOME    PIC X(010) VALUE "PADRAO".
       01  WRK-AMB-DIR     PIC X(040) VALUE SPACES.
       01  WRK-ARQ-CLIENTES PIC X(060)
           VALUE "D:\temp\Cobol\dados\cliente.txt".
       01  WRK-ARQ-VENDAS  PIC X(060)
           VALUE "D:\temp\Cobol\dados\vendas.txt".
       01  WRK-ARQ-RESERVAS PIC X(060)
           VALUE "D:\temp\Cobol\dados\reserva.txt".
       01  WRK-ARQ-PARCELAS PIC X(060)
           VALUE "D:\temp\Cobol\dados\parcelas.txt".
       01  WRK-ARQ-PROPOSTAS PIC X(060)
           VALUE "D:\temp\Cobol\dados\proposta.txt".
       01  WRK-ARQ-GARANTIAS PIC X(060)
           VALUE "D:\temp\Cobol\dados\garantia.txt".
       01  WRK-ARQ-DOCUMENTOS PIC X(060)
           VALUE "D:\temp\Cobol\dados\document.txt".
       01  WRK-ARQ-FUSOES  PIC X(060)
           VALUE "D:\temp\Cobol\dados\clifusao.txt".
       01  WRK-ARQ-SESSOES PIC X(060)
           VALUE "D:\temp\Cobol\dados\sessoes.txt".
       01  WRK-ARQ-OPERADORES PIC X(060)
           VALUE "D:\temp\Cobol\dados\operador.txt".
       01  WRK-ARQ-SORT    PIC X(060)
           VALUE "D:\temp\Cobol\sortdupl.tmp".
       01  WRK-ARQ-REPORT  PIC X(060)
           VALUE "D:\temp\Cobol\clidupl.txt".

      *----------------- VARIAVEL DE STATUS
       01  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       01  FS-VENDAS       PIC 9(02) VALUE ZEROS.
       01  FS-RESERVAS     PIC 9(02) VALUE ZEROS.
       01  FS-PARCELAS     PIC 9(02) VALUE ZEROS.
       01  FS-PROPOSTAS    PIC 9(02) VALUE ZEROS.
       01  FS-GARANTIAS    PIC 9(02) VALUE ZEROS.
       01  FS-DOCUMENTOS   PIC 9(02) VALUE ZEROS.
       01  FS-FUSOES       PIC 9(02) VALUE ZEROS.
       01  FS-SESSOES      PIC 9(02) VALUE ZEROS.
       01  FS-OPERADORES   PIC 9(02) VALUE ZEROS.
       01  FS-REPORT       PIC 9(02) VALUE ZEROS.

      *----------------- VARIAVEL DE EDICAO
       01  WRK-QTDE-ED      PIC ZZ.ZZ9.

      *----------------- VARIAVEL DE MODO DE OPERACAO
       01  WRK-OPCAO             PIC X(01).
           88 WRK-OPCAO-DUPLICADOS        VALUE 'D' 'd'.
           88 WRK-OPCAO-FUNDIR            VALUE 'F' 'f'.

      *----------------- IDENTIFICACAO DO OPERADOR DA FUSAO
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

      *----------------- DATA E HORA DA FUSAO
       01  WRK-DATA-HOJE          PIC 9(008) VALUE ZEROS.
       01  WRK-HORA-HOJE          PIC 9(008) VALUE ZEROS.

      *----------------- CODIGOS DA FUSAO E CADASTRO DE CADA UM
       01  WRK-COD-MANTIDO        PIC X(005) VALUE SPACES.
       01  WRK-COD-ELIMINADO      PIC X(005) VALUE SPACES.
       01  WRK-REG-MANTIDO        PIC X(101) VALUE SPACES.
       01  WRK-REG-ELIMINADO.
           05 WRK-ELI-CODIGO      PIC X(005).
           05 WRK-ELI-NOME        PIC X(030).
           05 WRK-ELI-DOCUMENTO   PIC X(014).
           05 WRK-ELI-TELEFONE    PIC X(012).
           05 WRK-ELI-ENDERECO    PIC X(040).
       01  WRK-DOC-MANTIDO        PIC X(014) VALUE SPACES.
       01  WRK-DOC-FINAL          PIC X(014) VALUE SPACES.

      *----------------- REGISTROS REAPONTADOS PARA O CODIGO MANTIDO
       01  WRK-QTDE-VENDAS        PIC 9(005) VALUE ZEROS.
       01  WRK-QTDE-RESERVAS      PIC 9(005) VALUE ZEROS.
       01  WRK-QTDE-PARCELAS      PIC 9(005) VALUE ZEROS.
       01  WRK-QTDE-PROPOSTAS     PIC 9(005) VALUE ZEROS.
       01  WRK-QTDE-GARANTIAS     PIC 9(005) VALUE ZEROS.
       01  WRK-QTDE-DOCUMENTOS    PIC 9(005) VALUE ZEROS.

      *----------------- AGRUPAMENTO DOS DUPLICADOS - O REGISTRO
      *----------------- ANTERIOR SO E IMPRESSO QUANDO O SEGUINTE
      *----------------- TEM A MESMA CHAVE
       01  WRK-ANTERIOR.
           05 WRK-ANT-CHAVE       PIC X(042).
           05 WRK-ANT-CODIGO      PIC X(005).
           05 WRK-ANT-NOME        PIC X(030).
           05 WRK-ANT-DOCUMENTO   PIC X(014).
           05 WRK-ANT-TELEFONE    PIC X(012).
       01  WRK-GRUPO              PIC X(01) VALUE 'N'.
           88 WRK-GRUPO-ABERTO              VALUE 'S'.
       01  WRK-QTDE-GRUPOS        PIC 9(005) VALUE ZEROS.
       01  WRK-QTDE-INVALIDOS     PIC 9(005) VALUE ZEROS.
       01  WRK-TITULO             PIC X(080) VALUE SPACES.
       01  WRK-CABECALHO.
           05 FILLER              PIC X(023)
              VALUE "CODIGO DOCUMENTO".
           05 FILLER              PIC X(032) VALUE "NOME".
           05 FILLER              PIC X(008) VALUE "TELEFONE".
       01  WRK-LINHA-SRT.
           05 WRK-LIN-CODIGO      PIC X(005).
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WRK-LIN-DOCUMENTO   PIC X(014).
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WRK-LIN-NOME        PIC X(030).
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WRK-LIN-TELEFONE    PIC X(012).

      *----------------- NOME EM MAIUSCULAS E TELEFONE SO COM OS
      *----------------- DIGITOS PARA A COMPARACAO
       01  WRK-CHAVE-NOME.
           05 WRK-CHV-NOME        PIC X(030).
           05 WRK-CHV-FONE        PIC X(012).
       01  FILLER REDEFINES WRK-CHAVE-NOME.
           05 FILLER              PIC X(030).
           05 WRK-FONE-POSICAO    PIC X(001) OCCURS 12.
       01  WRK-FONE-ENTRADA       PIC X(012).
       01  FILLER REDEFINES WRK-FONE-ENTRADA.
           05 WRK-FONE-CAR        PIC X(001) OCCURS 12.
       01  WRK-FONE-TAMANHO       PIC 9(002) VALUE ZEROS.

      *----------------- NORMALIZACAO E CONFERENCIA DO CPF/CNPJ -
      *----------------- SO OS DIGITOS, ALINHADOS A ESQUERDA
       01  WRK-DOC-ENTRADA       PIC X(020).
       01  FILLER REDEFINES WRK-DOC-ENTRADA.
           05 WRK-DOC-CAR        PIC X(001) OCCURS 20.
       01  WRK-DOC-NORMAL       PIC X(014) VALUE SPACES.
       01  FILLER REDEFINES WRK-DOC-NORMAL.
           05 WRK-DOC-POSICAO   PIC X(001) OCCURS 14.
       01  FILLER REDEFINES WRK-DOC-NORMAL.
           05 WRK-DOC-DIGITO    PIC 9(001) OCCURS 14.
       01  WRK-DOC-TAMANHO      PIC 9(002) VALUE ZEROS.
       01  WRK-DOC-LIMPO        PIC X(01) VALUE 'S'.
           88 WRK-DOC-SO-DIGITOS          VALUE 'S'.
       01  WRK-DOC-SITUACAO     PIC X(01) VALUE 'N'.
           88 WRK-DOC-VALIDO              VALUE 'S'.
       01  WRK-DOC-VARIADO      PIC X(01) VALUE 'N'.
           88 WRK-DOC-DIGITOS-VARIADOS    VALUE 'S'.
       01  WRK-PESOS-CNPJ-TAB   PIC X(013) VALUE "6543298765432".
       01  FILLER REDEFINES WRK-PESOS-CNPJ-TAB.
           05 WRK-PESO-CNPJ     PIC 9(001) OCCURS 13.
       01  WRK-IND              PIC 9(002) VALUE ZEROS.
       01  WRK-IND-PESO         PIC 9(002) VALUE ZEROS.
       01  WRK-PESO-BASE        PIC 9(002) VALUE ZEROS.
       01  WRK-DESLOCA          PIC 9(001) VALUE ZEROS.
       01  WRK-QTDE-SOMA        PIC 9(002) VALUE ZEROS.
       01  WRK-SOMA             PIC 9(005) VALUE ZEROS.
       01  WRK-QUOCIENTE        PIC 9(005) VALUE ZEROS.
       01  WRK-RESTO            PIC 9(002) VALUE ZEROS.
       01  WRK-DV               PIC 9(001) VALUE ZEROS.

      *----------------- SWITCHES DE CONTROLE
       01  WRK-ENCONTROU        PIC X(01) VALUE 'N'.
           88 WRK-REGISTRO-ENCONTRADO     VALUE 'S'.

       01  WRK-CONFIRMA         PIC X(01).
           88 WRK-CONFIRMA-SIM            VALUE 'S' 's'.

       01  WRK-FIM-SORT         PIC X(01) VALUE 'N'.
           88 WRK-SORT-ESGOTADO           VALUE 'S'.

       01  WRK-PRIMEIRO         PIC X(01) VALUE 'S'.
           88 WRK-PRIMEIRO-REG            VALUE 'S'.


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
                  MOVE SPACES TO WRK-ARQ-CLIENTES
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\cliente.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-CLIENTES
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
                  MOVE SPACES TO WRK-ARQ-PARCELAS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\parcelas.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-PARCELAS
                  MOVE SPACES TO WRK-ARQ-PROPOSTAS
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\proposta.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-PROPOSTAS
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
                  MOVE SPACES TO WRK-ARQ-FUSOES
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\dados\clifusao.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-FUSOES
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
                  MOVE SPACES TO WRK-ARQ-SORT
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\sortdupl.tmp"
                         DELIMITED SIZE
                         INTO WRK-ARQ-SORT
                  MOVE SPACES TO WRK-ARQ-REPORT
                  STRING WRK-AMB-DIR DELIMITED BY SPACE
                         "\clidupl.txt"
                         DELIMITED SIZE
                         INTO WRK-ARQ-REPORT
              END-IF.

      *---------- CADA EXECUCAO INFORMA O AMBIENTE RESOLVIDO
              DISPLAY "AMBIENTE: " WRK-AMB-NOME.

       0050-RESOLVER-AMBIENTE-FIM. EXIT.


       0100-INICIALIZAR      SECTION.
              PERFORM 0050-RESOLVER-AMBIENTE.

              PERFORM 0130-IDENTIFICAR-OPERADOR.

              OPEN I-O CLIENTES.
      *---------- TESTAR SE O ARQUIVO EXISTE - SENAO INTERROMPE
              IF FS-CLIENTES NOT EQUAL 0
                  EVALUATE FS-CLIENTES
                      WHEN 35
                          DISPLAY "CADASTRO DE CLIENTES NAO ENCONTRADO"
                      WHEN 37
                          DISPLAY "MODO DE ACESSO INVALIDO"
                      WHEN 93
                          DISPLAY "CADASTRO EM USO POR OUTRO PROCESSO"
                      WHEN OTHER
                          DISPLAY "ERRO NA ABERTURA - STATUS "
                             FS-CLIENTES
                  END-EVALUATE
                  GOBACK
              END-IF.

       0100-INICIAL-FIM. EXIT.


       0130-IDENTIFICAR-OPERADOR SECTION.
      *---------- O OPERADOR VEM DA SESSAO ASSINADA PELO MENU QUANDO
      *---------- HOUVER - A FUSAO DEIXA DE DEPENDER DO DIGITADO
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
              DISPLAY "(D)UPLICADOS - RELATORIO OU (F)UNDIR DOIS "
                 "CLIENTES ".
              ACCEPT WRK-OPCAO.

              EVALUATE TRUE
                  WHEN WRK-OPCAO-DUPLICADOS
                      PERFORM 0400-LISTAR-DUPLICADOS
                  WHEN WRK-OPCAO-FUNDIR
                      PERFORM 0500-FUNDIR-CLIENTES
                  WHEN OTHER
                      DISPLAY "OPCAO INVALIDA"
              END-EVALUATE.

       0200-PROCESSAR-FIM. EXIT.


       0400-LISTAR-DUPLICADOS SECTION.
      *---------- DUAS CLASSIFICACOES DO CADASTRO: PELO DOCUMENTO SO
      *---------- COM OS DIGITOS E PELO NOME COM O TELEFONE. NO FIM
      *---------- SAEM OS DOCUMENTOS QUE NAO CONFEREM COMO CPF/CNPJ
              OPEN OUTPUT REPORT-DUPL.
              IF FS-REPORT NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DO RELATORIO " FS-REPORT
              ELSE
                  ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                  MOVE SPACES TO REG-RELATORIO
                  STRING "PROVAVEIS CLIENTES DUPLICADOS - EMITIDO EM "
                         DELIMITED SIZE
                         WRK-DATA-HOJE DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO

                  MOVE "MESMO DOCUMENTO (SO OS DIGITOS)"
                     TO REG-RELATORIO
                  PERFORM 0405-TITULO-BLOCO
                  SORT ARQ-SORT ON ASCENDING KEY SRT-CHAVE
                                                SRT-CODIGO
                     INPUT  PROCEDURE IS 0410-SELECIONAR-DOCUMENTOS
                     OUTPUT PROCEDURE IS 0450-AGRUPAR

                  MOVE "MESMO NOME E MESMO TELEFONE"
                     TO REG-RELATORIO
                  PERFORM 0405-TITULO-BLOCO
                  SORT ARQ-SORT ON ASCENDING KEY SRT-CHAVE
                                                SRT-CODIGO
                     INPUT  PROCEDURE IS 0420-SELECIONAR-NOMES
                     OUTPUT PROCEDURE IS 0450-AGRUPAR

                  MOVE "DOCUMENTO INVALIDO COMO CPF/CNPJ"
                     TO REG-RELATORIO
                  PERFORM 0405-TITULO-BLOCO
                  PERFORM 0470-LISTAR-INVALIDOS

                  MOVE SPACES TO REG-RELATORIO
                  WRITE REG-RELATORIO
                  MOVE WRK-QTDE-GRUPOS TO WRK-QTDE-ED
                  MOVE SPACES TO REG-RELATORIO
                  STRING "GRUPOS DE PROVAVEIS DUPLICADOS ... "
                         DELIMITED SIZE
                         WRK-QTDE-ED DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO
                  MOVE WRK-QTDE-INVALIDOS TO WRK-QTDE-ED
                  MOVE SPACES TO REG-RELATORIO
                  STRING "DOCUMENTOS INVALIDOS ............. "
                         DELIMITED SIZE
                         WRK-QTDE-ED DELIMITED SIZE
                         INTO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO

                  CLOSE REPORT-DUPL
                  CALL "CBL_DELETE_FILE" USING WRK-ARQ-SORT
              END-IF.

       0400-LISTAR-DUPLICADOS-FIM. EXIT.


       0405-TITULO-BLOCO SECTION.
      *---------- O TITULO DO BLOCO JA VEM EM REG-RELATORIO
              MOVE REG-RELATORIO TO WRK-TITULO.
              MOVE SPACES TO REG-RELATORIO.
              WRITE REG-RELATORIO.
              MOVE WRK-TITULO TO REG-RELATORIO.
              WRITE REG-RELATORIO.
              DISPLAY REG-RELATORIO.
              MOVE WRK-CABECALHO TO REG-RELATORIO.
              WRITE REG-RELATORIO.

       0405-TITULO-BLOCO-FIM. EXIT.


       0410-SELECIONAR-DOCUMENTOS SECTION.
              PERFORM 0480-POSICIONAR-INICIO.
              PERFORM 0411-LIBERAR-DOCUMENTO
                 UNTIL FS-CLIENTES EQUAL 10.

       0410-SELECIONAR-DOCUMENTOS-FIM. EXIT.


       0411-LIBERAR-DOCUMENTO SECTION.
      *---------- DOCUMENTO EM BRANCO NAO AGRUPA COM NINGUEM
              MOVE CLI-DOCUMENTO TO WRK-DOC-ENTRADA.
              PERFORM 0810-NORMALIZAR-DOCUMENTO.
              IF WRK-DOC-NORMAL NOT EQUAL SPACES
                  MOVE WRK-DOC-NORMAL TO SRT-CHAVE
                  PERFORM 0490-LIBERAR-CLIENTE
              END-IF.

              READ CLIENTES NEXT RECORD.

       0411-LIBERAR-DOCUMENTO-FIM. EXIT.


       0420-SELECIONAR-NOMES SECTION.
              PERFORM 0480-POSICIONAR-INICIO.
              PERFORM 0421-LIBERAR-NOME
                 UNTIL FS-CLIENTES EQUAL 10.

       0420-SELECIONAR-NOMES-FIM. EXIT.


       0421-LIBERAR-NOME SECTION.
      *---------- NOME EM MAIUSCULAS E TELEFONE SO COM OS DIGITOS -
      *---------- SEM UM DOS DOIS O CLIENTE NAO ENTRA NA COMPARACAO
              MOVE CLI-NOME TO WRK-CHV-NOME.
              INSPECT WRK-CHV-NOME CONVERTING
                 "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
              MOVE CLI-TELEFONE TO WRK-FONE-ENTRADA.
              MOVE SPACES TO WRK-CHV-FONE.
              MOVE ZEROS  TO WRK-FONE-TAMANHO.
              PERFORM 0425-COPIAR-DIGITO-FONE
                 VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > 12.

              IF WRK-CHV-NOME NOT EQUAL SPACES
                 AND WRK-CHV-FONE NOT EQUAL SPACES
                  MOVE WRK-CHAVE-NOME TO SRT-CHAVE
                  PERFORM 0490-LIBERAR-CLIENTE
              END-IF.

              READ CLIENTES NEXT RECORD.

       0421-LIBERAR-NOME-FIM. EXIT.


       0425-COPIAR-DIGITO-FONE SECTION.
              IF WRK-FONE-CAR (WRK-IND) NUMERIC
                  ADD 1 TO WRK-FONE-TAMANHO
                  MOVE WRK-FONE-CAR (WRK-IND)
                    TO WRK-FONE-POSICAO (WRK-FONE-TAMANHO)
              END-IF.

       0425-COPIAR-DIGITO-FONE-FIM. EXIT.


       0450-AGRUPAR SECTION.
              MOVE 'N' TO WRK-FIM-SORT.
              MOVE 'S' TO WRK-PRIMEIRO.
              MOVE 'N' TO WRK-GRUPO.

              PERFORM 0455-RETORNAR-REGISTRO
                 UNTIL WRK-SORT-ESGOTADO.

       0450-AGRUPAR-FIM. EXIT.


       0455-RETORNAR-REGISTRO SECTION.
              RETURN ARQ-SORT
                  AT END
                      MOVE 'S' TO WRK-FIM-SORT
                  NOT AT END
                      PERFORM 0460-COMPARAR-ANTERIOR
              END-RETURN.

       0455-RETORNAR-REGISTRO-FIM. EXIT.


       0460-COMPARAR-ANTERIOR SECTION.
      *---------- CHAVE IGUAL A DO ANTERIOR ABRE O GRUPO COM OS DOIS;
      *---------- OS SEGUINTES IGUAIS ENTRAM NO MESMO GRUPO
              IF NOT WRK-PRIMEIRO-REG
                 AND SRT-CHAVE EQUAL WRK-ANT-CHAVE
                  IF NOT WRK-GRUPO-ABERTO
                      ADD 1 TO WRK-QTDE-GRUPOS
                      MOVE SPACES TO REG-RELATORIO
                      WRITE REG-RELATORIO
                      MOVE WRK-ANT-CODIGO    TO WRK-LIN-CODIGO
                      MOVE WRK-ANT-DOCUMENTO TO WRK-LIN-DOCUMENTO
                      MOVE WRK-ANT-NOME      TO WRK-LIN-NOME
                      MOVE WRK-ANT-TELEFONE  TO WRK-LIN-TELEFONE
                      MOVE WRK-LINHA-SRT     TO REG-RELATORIO
                      WRITE REG-RELATORIO
                      DISPLAY REG-RELATORIO
                      MOVE 'S' TO WRK-GRUPO
                  END-IF
                  MOVE SRT-CODIGO    TO WRK-LIN-CODIGO
                  MOVE SRT-DOCUMENTO TO WRK-LIN-DOCUMENTO
                  MOVE SRT-NOME      TO WRK-LIN-NOME
                  MOVE SRT-TELEFONE  TO WRK-LIN-TELEFONE
                  MOVE WRK-LINHA-SRT TO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO
              ELSE
                  MOVE 'N' TO WRK-GRUPO
              END-IF.

              MOVE 'N'      TO WRK-PRIMEIRO.
              MOVE REG-SORT TO WRK-ANTERIOR.

       0460-COMPARAR-ANTERIOR-FIM. EXIT.


       0470-LISTAR-INVALIDOS SECTION.
              PERFORM 0480-POSICIONAR-INICIO.
              PERFORM 0475-CONFERIR-CLIENTE
                 UNTIL FS-CLIENTES EQUAL 10.

       0470-LISTAR-INVALIDOS-FIM. EXIT.


       0475-CONFERIR-CLIENTE SECTION.
              MOVE CLI-DOCUMENTO TO WRK-DOC-ENTRADA.
              PERFORM 0800-VALIDAR-DOCUMENTO.
              IF NOT WRK-DOC-VALIDO
                  ADD 1 TO WRK-QTDE-INVALIDOS
                  MOVE CLI-CODIGO    TO WRK-LIN-CODIGO
                  MOVE CLI-DOCUMENTO TO WRK-LIN-DOCUMENTO
                  MOVE CLI-NOME      TO WRK-LIN-NOME
                  MOVE CLI-TELEFONE  TO WRK-LIN-TELEFONE
                  MOVE WRK-LINHA-SRT TO REG-RELATORIO
                  WRITE REG-RELATORIO
                  DISPLAY REG-RELATORIO
              END-IF.

              READ CLIENTES NEXT RECORD.

       0475-CONFERIR-CLIENTE-FIM. EXIT.


       0480-POSICIONAR-INICIO SECTION.
              MOVE LOW-VALUES TO CLI-CODIGO.
              START CLIENTES KEY IS NOT LESS THAN CLI-CODIGO
                  INVALID KEY
                      MOVE 10 TO FS-CLIENTES
              END-START.

              IF FS-CLIENTES NOT EQUAL 10
                  READ CLIENTES NEXT RECORD
              END-IF.

       0480-POSICIONAR-INICIO-FIM. EXIT.


       0490-LIBERAR-CLIENTE SECTION.
              MOVE CLI-CODIGO    TO SRT-CODIGO.
              MOVE CLI-NOME      TO SRT-NOME.
              MOVE CLI-DOCUMENTO TO SRT-DOCUMENTO.
              MOVE CLI-TELEFONE  TO SRT-TELEFONE.
              RELEASE REG-SORT.

       0490-LIBERAR-CLIENTE-FIM. EXIT.


       0500-FUNDIR-CLIENTES SECTION.
      *---------- A FUSAO ALTERA VENDAS E PARCELAS JA REGISTRADAS -
      *---------- FUNCAO DE SUPERVISOR
              IF WRK-NIVEL < 3
                  DISPLAY "FUSAO RESTRITA AO SUPERVISOR"
              ELSE
                  DISPLAY "CODIGO A MANTER "
                  ACCEPT WRK-COD-MANTIDO
                  MOVE WRK-COD-MANTIDO TO CLI-CODIGO
                  PERFORM 0590-LER-CLIENTE
                  IF NOT WRK-REGISTRO-ENCONTRADO
                      DISPLAY "CODIGO NAO ENCONTRADO " WRK-COD-MANTIDO
                  ELSE
                      MOVE REG-CLIENTE TO WRK-REG-MANTIDO
                      DISPLAY "MANTER........ " CLI-CODIGO " "
                         CLI-DOCUMENTO " " CLI-NOME
                      DISPLAY "CODIGO A ELIMINAR "
                      ACCEPT WRK-COD-ELIMINADO
                      PERFORM 0510-CONFERIR-ELIMINADO
                  END-IF
              END-IF.

       0500-FUNDIR-CLIENTES-FIM. EXIT.


       0510-CONFERIR-ELIMINADO SECTION.
              MOVE WRK-COD-ELIMINADO TO CLI-CODIGO.
              PERFORM 0590-LER-CLIENTE.

              IF WRK-COD-ELIMINADO EQUAL WRK-COD-MANTIDO
                  DISPLAY "OS DOIS CODIGOS SAO IGUAIS - NADA FUNDIDO"
              ELSE
              IF NOT WRK-REGISTRO-ENCONTRADO
                  DISPLAY "CODIGO NAO ENCONTRADO " WRK-COD-ELIMINADO
              ELSE
                  MOVE REG-CLIENTE TO WRK-REG-ELIMINADO
                  DISPLAY "ELIMINAR...... " CLI-CODIGO " "
                     CLI-DOCUMENTO " " CLI-NOME
      *---------- DOCUMENTOS QUE DIFEREM NOS DIGITOS SAO DE PESSOAS
      *---------- DIFERENTES - SO AVISA, A DECISAO E DO SUPERVISOR
                  MOVE WRK-ELI-DOCUMENTO TO WRK-DOC-ENTRADA
                  PERFORM 0810-NORMALIZAR-DOCUMENTO
                  MOVE WRK-DOC-NORMAL TO WRK-DOC-FINAL
                  MOVE WRK-REG-MANTIDO TO REG-CLIENTE
                  MOVE CLI-DOCUMENTO TO WRK-DOC-ENTRADA
                  PERFORM 0810-NORMALIZAR-DOCUMENTO
                  IF WRK-DOC-NORMAL NOT EQUAL WRK-DOC-FINAL
                      DISPLAY "ATENCAO - OS DOCUMENTOS SAO DIFERENTES"
                  END-IF
                  DISPLAY "VENDAS, RESERVAS, PARCELAS, PROPOSTAS, "
                     "GARANTIAS E DOCUMENTACAO DE " WRK-COD-ELIMINADO
                     " PASSAM PARA " WRK-COD-MANTIDO
                  DISPLAY "CONFIRMA A FUSAO (S/N) "
                  ACCEPT WRK-CONFIRMA
                  IF WRK-CONFIRMA-SIM
                      PERFORM 0520-EXECUTAR-FUSAO
                  ELSE
                      DISPLAY "OPERACAO CANCELADA"
                  END-IF
              END-IF
              END-IF.

       0510-CONFERIR-ELIMINADO-FIM. EXIT.


       0520-EXECUTAR-FUSAO SECTION.
      *---------- PRIMEIRO O MOVIMENTO PASSA PARA O CODIGO MANTIDO;
      *---------- SO DEPOIS O CODIGO ELIMINADO SAI DO CADASTRO
              MOVE ZEROS TO WRK-QTDE-VENDAS.
              MOVE ZEROS TO WRK-QTDE-RESERVAS.
              MOVE ZEROS TO WRK-QTDE-PARCELAS.
              MOVE ZEROS TO WRK-QTDE-PROPOSTAS.
              MOVE ZEROS TO WRK-QTDE-GARANTIAS.
              MOVE ZEROS TO WRK-QTDE-DOCUMENTOS.

              PERFORM 0530-REAPONTAR-VENDAS.
              PERFORM 0540-REAPONTAR-RESERVAS.
              PERFORM 0550-REAPONTAR-PARCELAS.
              PERFORM 0560-REAPONTAR-PROPOSTAS.
              PERFORM 0566-REAPONTAR-GARANTIAS.
              PERFORM 0568-REAPONTAR-DOCUMENTOS.

              MOVE WRK-COD-ELIMINADO TO CLI-CODIGO.
              DELETE CLIENTES RECORD
                  INVALID KEY
                      DISPLAY "ERRO AO EXCLUIR O CODIGO ELIMINADO "
                         FS-CLIENTES
                  NOT INVALID KEY
                      DISPLAY "CLIENTE " WRK-COD-ELIMINADO
                         " EXCLUIDO"
              END-DELETE.

              PERFORM 0570-ACERTAR-DOCUMENTO.
              PERFORM 0580-REGISTRAR-FUSAO.

              MOVE WRK-QTDE-VENDAS TO WRK-QTDE-ED.
              DISPLAY "VENDAS REAPONTADAS ....... " WRK-QTDE-ED.
              MOVE WRK-QTDE-RESERVAS TO WRK-QTDE-ED.
              DISPLAY "RESERVAS REAPONTADAS ..... " WRK-QTDE-ED.
              MOVE WRK-QTDE-PARCELAS TO WRK-QTDE-ED.
              DISPLAY "PARCELAS REAPONTADAS ..... " WRK-QTDE-ED.
              MOVE WRK-QTDE-PROPOSTAS TO WRK-QTDE-ED.
              DISPLAY "PROPOSTAS REAPONTADAS .... " WRK-QTDE-ED.
              MOVE WRK-QTDE-GARANTIAS TO WRK-QTDE-ED.
              DISPLAY "GARANTIAS REAPONTADAS .... " WRK-QTDE-ED.
              MOVE WRK-QTDE-DOCUMENTOS TO WRK-QTDE-ED.
              DISPLAY "DOCUMENTACOES REAPONTADAS  " WRK-QTDE-ED.
              DISPLAY "FUSAO REGISTRADA COM SUCESSO".

       0520-EXECUTAR-FUSAO-FIM. EXIT.


       0530-REAPONTAR-VENDAS SECTION.
      *---------- O NOME GRAVADO NA VENDA FICA COMO FOI VENDIDO -
      *---------- SO O CODIGO DO CLIENTE MUDA
              OPEN I-O VENDAS.
              IF FS-VENDAS EQUAL 0
                  READ VENDAS
                  PERFORM 0535-REAPONTAR-VENDA
                     UNTIL FS-VENDAS EQUAL 10
                  CLOSE VENDAS
              ELSE
                  IF FS-VENDAS NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DO HISTORICO DE "
                         "VENDAS " FS-VENDAS
                  END-IF
              END-IF.

       0530-REAPONTAR-VENDAS-FIM. EXIT.


       0535-REAPONTAR-VENDA SECTION.
              IF VND-CLI-CODIGO EQUAL WRK-COD-ELIMINADO
                  MOVE WRK-COD-MANTIDO TO VND-CLI-CODIGO
                  REWRITE REG-VENDA
                  IF FS-VENDAS NOT EQUAL 0
                      DISPLAY "ERRO AO REGRAVAR A VENDA " VND-RECIBO
                         " " FS-VENDAS
                  ELSE
                      ADD 1 TO WRK-QTDE-VENDAS
                  END-IF
              END-IF.

              READ VENDAS.

       0535-REAPONTAR-VENDA-FIM. EXIT.


       0540-REAPONTAR-RESERVAS SECTION.
              OPEN I-O RESERVAS.
              IF FS-RESERVAS EQUAL 0
                  MOVE LOW-VALUES TO RSV-CODIGO
                  START RESERVAS KEY IS NOT LESS THAN RSV-CODIGO
                      INVALID KEY
                          MOVE 10 TO FS-RESERVAS
                  END-START
                  IF FS-RESERVAS NOT EQUAL 10
                      READ RESERVAS NEXT RECORD
                  END-IF
                  PERFORM 0545-REAPONTAR-RESERVA
                     UNTIL FS-RESERVAS EQUAL 10
                  CLOSE RESERVAS
              ELSE
                  IF FS-RESERVAS NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DAS RESERVAS "
                         FS-RESERVAS
                  END-IF
              END-IF.

       0540-REAPONTAR-RESERVAS-FIM. EXIT.


       0545-REAPONTAR-RESERVA SECTION.
              IF RSV-CLI-CODIGO EQUAL WRK-COD-ELIMINADO
                  MOVE WRK-COD-MANTIDO TO RSV-CLI-CODIGO
                  REWRITE REG-RESERVA
                      INVALID KEY
                          DISPLAY "ERRO AO REGRAVAR A RESERVA "
                             RSV-CODIGO " " FS-RESERVAS
                      NOT INVALID KEY
                          ADD 1 TO WRK-QTDE-RESERVAS
                  END-REWRITE
              END-IF.

              READ RESERVAS NEXT RECORD.

       0545-REAPONTAR-RESERVA-FIM. EXIT.


       0550-REAPONTAR-PARCELAS SECTION.
      *---------- A LEITURA SEGUE A CHAVE PRINCIPAL - REGRAVAR A
      *---------- CHAVE ALTERNATIVA NAO DESLOCA A VARREDURA
              OPEN I-O PARCELAS.
              IF FS-PARCELAS EQUAL 0
                  MOVE LOW-VALUES TO PAR-CHAVE
                  START PARCELAS KEY IS NOT LESS THAN PAR-CHAVE
                      INVALID KEY
                          MOVE 10 TO FS-PARCELAS
                  END-START
                  IF FS-PARCELAS NOT EQUAL 10
                      READ PARCELAS NEXT RECORD
                  END-IF
                  PERFORM 0555-REAPONTAR-PARCELA
                     UNTIL FS-PARCELAS EQUAL 10
                  CLOSE PARCELAS
              ELSE
                  IF FS-PARCELAS NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DAS PARCELAS "
                         FS-PARCELAS
                  END-IF
              END-IF.

       0550-REAPONTAR-PARCELAS-FIM. EXIT.


       0555-REAPONTAR-PARCELA SECTION.
              IF PAR-CLI-CODIGO EQUAL WRK-COD-ELIMINADO
                  MOVE WRK-COD-MANTIDO TO PAR-CLI-CODIGO
                  REWRITE REG-PARCELA
                      INVALID KEY
                          DISPLAY "ERRO AO REGRAVAR A PARCELA "
                             PAR-RECIBO "/" PAR-NUMERO " "
                             FS-PARCELAS
                      NOT INVALID KEY
                          ADD 1 TO WRK-QTDE-PARCELAS
                  END-REWRITE
              END-IF.

              READ PARCELAS NEXT RECORD.

       0555-REAPONTAR-PARCELA-FIM. EXIT.


       0560-REAPONTAR-PROPOSTAS SECTION.
              OPEN I-O PROPOSTAS.
              IF FS-PROPOSTAS EQUAL 0
                  MOVE ZEROS TO PRP-NUMERO
                  START PROPOSTAS KEY IS NOT LESS THAN PRP-NUMERO
                      INVALID KEY
                          MOVE 10 TO FS-PROPOSTAS
                  END-START
                  IF FS-PROPOSTAS NOT EQUAL 10
                      READ PROPOSTAS NEXT RECORD
                  END-IF
                  PERFORM 0565-REAPONTAR-PROPOSTA
                     UNTIL FS-PROPOSTAS EQUAL 10
                  CLOSE PROPOSTAS
              ELSE
                  IF FS-PROPOSTAS NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DAS PROPOSTAS "
                         FS-PROPOSTAS
                  END-IF
              END-IF.

       0560-REAPONTAR-PROPOSTAS-FIM. EXIT.


       0565-REAPONTAR-PROPOSTA SECTION.
              IF PRP-CLI-CODIGO EQUAL WRK-COD-ELIMINADO
                  MOVE WRK-COD-MANTIDO TO PRP-CLI-CODIGO
                  REWRITE REG-PROPOSTA
                      INVALID KEY
                          DISPLAY "ERRO AO REGRAVAR A PROPOSTA "
                             PRP-NUMERO " " FS-PROPOSTAS
                      NOT INVALID KEY
                          ADD 1 TO WRK-QTDE-PROPOSTAS
                  END-REWRITE
              END-IF.

              READ PROPOSTAS NEXT RECORD.

       0565-REAPONTAR-PROPOSTA-FIM. EXIT.


       0566-REAPONTAR-GARANTIAS SECTION.
      *---------- A GARANTIA SEGUE O CLIENTE - O CONTATO DO
      *---------- VENCIMENTO USA O TELEFONE DO CODIGO MANTIDO
              OPEN I-O GARANTIAS.
              IF FS-GARANTIAS EQUAL 0
                  MOVE LOW-VALUES TO GAR-CHAVE
                  START GARANTIAS KEY IS NOT LESS THAN GAR-CHAVE
                      INVALID KEY
                          MOVE 10 TO FS-GARANTIAS
                  END-START
                  IF FS-GARANTIAS NOT EQUAL 10
                      READ GARANTIAS NEXT RECORD
                  END-IF
                  PERFORM 0567-REAPONTAR-GARANTIA
                     UNTIL FS-GARANTIAS EQUAL 10
                  CLOSE GARANTIAS
              ELSE
                  IF FS-GARANTIAS NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DAS GARANTIAS "
                         FS-GARANTIAS
                  END-IF
              END-IF.

       0566-REAPONTAR-GARANTIAS-FIM. EXIT.


       0567-REAPONTAR-GARANTIA SECTION.
              IF GAR-CLI-CODIGO EQUAL WRK-COD-ELIMINADO
                  MOVE WRK-COD-MANTIDO TO GAR-CLI-CODIGO
                  REWRITE REG-GARANTIA
                      INVALID KEY
                          DISPLAY "ERRO AO REGRAVAR A GARANTIA "
                             GAR-CHASSI " " FS-GARANTIAS
                      NOT INVALID KEY
                          ADD 1 TO WRK-QTDE-GARANTIAS
                  END-REWRITE
              END-IF.

              READ GARANTIAS NEXT RECORD.

       0567-REAPONTAR-GARANTIA-FIM. EXIT.


       0568-REAPONTAR-DOCUMENTOS SECTION.
      *---------- A DOCUMENTACAO SEGUE O CLIENTE - A COBRANCA DO
      *---------- PRAZO DA TRANSFERENCIA USA O CODIGO MANTIDO
              OPEN I-O DOCUMENTOS.
              IF FS-DOCUMENTOS EQUAL 0
                  MOVE LOW-VALUES TO DOC-CHAVE
                  START DOCUMENTOS KEY IS NOT LESS THAN DOC-CHAVE
                      INVALID KEY
                          MOVE 10 TO FS-DOCUMENTOS
                  END-START
                  IF FS-DOCUMENTOS NOT EQUAL 10
                      READ DOCUMENTOS NEXT RECORD
                  END-IF
                  PERFORM 0569-REAPONTAR-DOCUMENTO
                     UNTIL FS-DOCUMENTOS EQUAL 10
                  CLOSE DOCUMENTOS
              ELSE
                  IF FS-DOCUMENTOS NOT EQUAL 35
                      DISPLAY "ERRO NA ABERTURA DA DOCUMENTACAO "
                         FS-DOCUMENTOS
                  END-IF
              END-IF.

       0568-REAPONTAR-DOCUMENTOS-FIM. EXIT.


       0569-REAPONTAR-DOCUMENTO SECTION.
              IF DOC-CLI-CODIGO EQUAL WRK-COD-ELIMINADO
                  MOVE WRK-COD-MANTIDO TO DOC-CLI-CODIGO
                  REWRITE REG-DOCUMENTO
                      INVALID KEY
                          DISPLAY "ERRO AO REGRAVAR A DOCUMENTACAO "
                             DOC-RECIBO " " FS-DOCUMENTOS
                      NOT INVALID KEY
                          ADD 1 TO WRK-QTDE-DOCUMENTOS
                  END-REWRITE
              END-IF.

              READ DOCUMENTOS NEXT RECORD.

       0569-REAPONTAR-DOCUMENTO-FIM. EXIT.


       0570-ACERTAR-DOCUMENTO SECTION.
      *---------- O CODIGO MANTIDO FICA COM O DOCUMENTO SO COM OS
      *---------- DIGITOS - SE O DELE NAO CONFERE E O DO ELIMINADO
      *---------- CONFERE, HERDA O DO ELIMINADO
              MOVE WRK-REG-MANTIDO TO REG-CLIENTE.
              MOVE CLI-DOCUMENTO TO WRK-DOC-ENTRADA.
              PERFORM 0800-VALIDAR-DOCUMENTO.
              IF WRK-DOC-VALIDO
                  MOVE WRK-DOC-NORMAL TO WRK-DOC-FINAL
              ELSE
                  MOVE WRK-ELI-DOCUMENTO TO WRK-DOC-ENTRADA
                  PERFORM 0800-VALIDAR-DOCUMENTO
                  IF WRK-DOC-VALIDO
                      MOVE WRK-DOC-NORMAL TO WRK-DOC-FINAL
                  ELSE
                      MOVE CLI-DOCUMENTO TO WRK-DOC-FINAL
                  END-IF
              END-IF.

              IF WRK-DOC-FINAL NOT EQUAL CLI-DOCUMENTO
                  MOVE WRK-COD-MANTIDO TO CLI-CODIGO
                  PERFORM 0590-LER-CLIENTE
                  IF WRK-REGISTRO-ENCONTRADO
                      MOVE WRK-DOC-FINAL TO CLI-DOCUMENTO
                      REWRITE REG-CLIENTE
                          INVALID KEY
                              DISPLAY "DOCUMENTO DO CODIGO MANTIDO NAO "
                                 "ACERTADO " FS-CLIENTES
                          NOT INVALID KEY
                              DISPLAY "DOCUMENTO DO CODIGO MANTIDO "
                                 "ACERTADO PARA " WRK-DOC-FINAL
                      END-REWRITE
                  END-IF
              END-IF.

       0570-ACERTAR-DOCUMENTO-FIM. EXIT.


       0580-REGISTRAR-FUSAO SECTION.
      *---------- O LOG GUARDA O CADASTRO INTEIRO DO ELIMINADO - E O
      *---------- QUE PERMITE REFAZER O CLIENTE SE A FUSAO FOR ERRADA
              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
              ACCEPT WRK-HORA-HOJE FROM TIME.

              OPEN EXTEND FUSOES.
              IF FS-FUSOES EQUAL 35
                  OPEN OUTPUT FUSOES
              END-IF.
              IF FS-FUSOES NOT EQUAL 0
                  DISPLAY "ERRO NA ABERTURA DO LOG DE FUSOES "
                     FS-FUSOES
              ELSE
                  MOVE WRK-DATA-HOJE      TO FUS-DATA
                  MOVE WRK-HORA-HOJE      TO FUS-HORA
                  MOVE WRK-OPERADOR       TO FUS-OPERADOR
                  MOVE WRK-COD-MANTIDO    TO FUS-MANTIDO
                  MOVE WRK-COD-ELIMINADO  TO FUS-ELIMINADO
                  MOVE WRK-ELI-NOME       TO FUS-NOME
                  MOVE WRK-ELI-DOCUMENTO  TO FUS-DOCUMENTO
                  MOVE WRK-ELI-TELEFONE   TO FUS-TELEFONE
                  MOVE WRK-ELI-ENDERECO   TO FUS-ENDERECO
                  MOVE WRK-QTDE-VENDAS    TO FUS-QTDE-VENDAS
                  MOVE WRK-QTDE-RESERVAS  TO FUS-QTDE-RESERVAS
                  MOVE WRK-QTDE-PARCELAS  TO FUS-QTDE-PARCELAS
                  MOVE WRK-QTDE-PROPOSTAS TO FUS-QTDE-PROPOSTAS
                  MOVE WRK-QTDE-GARANTIAS TO FUS-QTDE-GARANTIAS
                  MOVE WRK-QTDE-DOCUMENTOS TO FUS-QTDE-DOCUMENTOS
                  WRITE REG-FUSAO
                  IF FS-FUSOES NOT EQUAL 0
                      DISPLAY "ERRO AO GRAVAR O LOG DE FUSOES "
                         FS-FUSOES
                  END-IF
                  CLOSE FUSOES
              END-IF.

       0580-REGISTRAR-FUSAO-FIM. EXIT.


       0590-LER-CLIENTE SECTION.
              MOVE 'N' TO WRK-ENCONTROU.
              READ CLIENTES
                  INVALID KEY
                      MOVE 'N' TO WRK-ENCONTROU
                  NOT INVALID KEY
                      MOVE 'S' TO WRK-ENCONTROU
              END-READ.

       0590-LER-CLIENTE-FIM. EXIT.


       0800-VALIDAR-DOCUMENTO SECTION.
      *---------- DOCUMENTO DIGITADO COM OU SEM PONTUACAO - FICAM SO
      *---------- OS DIGITOS. 11 DIGITOS E CPF, 14 E CNPJ, E OS DOIS
      *---------- ULTIMOS TEM QUE CONFERIR PELO MODULO 11
              PERFORM 0810-NORMALIZAR-DOCUMENTO.
              MOVE 'N' TO WRK-DOC-SITUACAO.

              IF WRK-DOC-SO-DIGITOS
                  PERFORM 0820-CONFERIR-REPETIDOS
                  IF WRK-DOC-DIGITOS-VARIADOS
                     AND WRK-DOC-TAMANHO EQUAL 11
                      PERFORM 0830-CONFERIR-CPF
                  ELSE
                  IF WRK-DOC-DIGITOS-VARIADOS
                     AND WRK-DOC-TAMANHO EQUAL 14
                      PERFORM 0840-CONFERIR-CNPJ
                  END-IF
                  END-IF
              END-IF.

       0800-VALIDAR-DOCUMENTO-FIM. EXIT.


       0810-NORMALIZAR-DOCUMENTO SECTION.
      *---------- PONTO, TRACO, BARRA E ESPACO SAO DESPREZADOS -
      *---------- QUALQUER OUTRO CARACTER TORNA O DOCUMENTO INVALIDO
              MOVE SPACES TO WRK-DOC-NORMAL.
              MOVE ZEROS  TO WRK-DOC-TAMANHO.
              MOVE 'S'    TO WRK-DOC-LIMPO.

              PERFORM 0815-COPIAR-DIGITO
                 VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > 20.

              IF WRK-DOC-TAMANHO > 14
                  MOVE 'N' TO WRK-DOC-LIMPO
              END-IF.

       0810-NORMALIZAR-DOCUMENTO-FIM. EXIT.


       0815-COPIAR-DIGITO SECTION.
              IF WRK-DOC-CAR (WRK-IND) NUMERIC
                  ADD 1 TO WRK-DOC-TAMANHO
                  IF WRK-DOC-TAMANHO NOT > 14
                      MOVE WRK-DOC-CAR (WRK-IND)
                        TO WRK-DOC-POSICAO (WRK-DOC-TAMANHO)
                  END-IF
              ELSE
              IF WRK-DOC-CAR (WRK-IND) NOT EQUAL '.'
                 AND WRK-DOC-CAR (WRK-IND) NOT EQUAL '-'
                 AND WRK-DOC-CAR (WRK-IND) NOT EQUAL '/'
                 AND WRK-DOC-CAR (WRK-IND) NOT EQUAL SPACE
                  MOVE 'N' TO WRK-DOC-LIMPO
              END-IF
              END-IF.

       0815-COPIAR-DIGITO-FIM. EXIT.


       0820-CONFERIR-REPETIDOS SECTION.
      *---------- 000.000.000-00, 111.111.111-11 ... FECHAM O MODULO
      *---------- 11 MAS NAO SAO DOCUMENTOS VALIDOS
              MOVE 'N' TO WRK-DOC-VARIADO.
              PERFORM 0825-COMPARAR-DIGITO
                 VARYING WRK-IND FROM 2 BY 1
                   UNTIL WRK-IND > WRK-DOC-TAMANHO.

       0820-CONFERIR-REPETIDOS-FIM. EXIT.


       0825-COMPARAR-DIGITO SECTION.
              IF WRK-DOC-POSICAO (WRK-IND) NOT EQUAL
                 WRK-DOC-POSICAO (1)
                  MOVE 'S' TO WRK-DOC-VARIADO
              END-IF.

       0825-COMPARAR-DIGITO-FIM. EXIT.


       0830-CONFERIR-CPF SECTION.
      *---------- PRIMEIRO DIGITO: PESOS 10 A 2 SOBRE OS 9 PRIMEIROS;
      *---------- SEGUNDO DIGITO: PESOS 11 A 2 SOBRE OS 10 PRIMEIROS
              MOVE 11 TO WRK-PESO-BASE.
              MOVE 9  TO WRK-QTDE-SOMA.
              PERFORM 0835-SOMAR-CPF.
              IF WRK-DV EQUAL WRK-DOC-DIGITO (10)
                  MOVE 12 TO WRK-PESO-BASE
                  MOVE 10 TO WRK-QTDE-SOMA
                  PERFORM 0835-SOMAR-CPF
                  IF WRK-DV EQUAL WRK-DOC-DIGITO (11)
                      MOVE 'S' TO WRK-DOC-SITUACAO
                  END-IF
              END-IF.

       0830-CONFERIR-CPF-FIM. EXIT.


       0835-SOMAR-CPF SECTION.
              MOVE ZEROS TO WRK-SOMA.
              PERFORM 0836-SOMAR-DIGITO-CPF
                 VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTDE-SOMA.
              PERFORM 0860-CALCULAR-DV.

       0835-SOMAR-CPF-FIM. EXIT.


       0836-SOMAR-DIGITO-CPF SECTION.
              COMPUTE WRK-SOMA = WRK-SOMA
                 + WRK-DOC-DIGITO (WRK-IND) * (WRK-PESO-BASE - WRK-IND).

       0836-SOMAR-DIGITO-CPF-FIM. EXIT.


       0840-CONFERIR-CNPJ SECTION.
      *---------- PRIMEIRO DIGITO: PESOS 5 A 2 E 9 A 2 SOBRE OS 12
      *---------- PRIMEIROS; SEGUNDO: 6 A 2 E 9 A 2 SOBRE OS 13
              MOVE 1  TO WRK-DESLOCA.
              MOVE 12 TO WRK-QTDE-SOMA.
              PERFORM 0845-SOMAR-CNPJ.
              IF WRK-DV EQUAL WRK-DOC-DIGITO (13)
                  MOVE 0  TO WRK-DESLOCA
                  MOVE 13 TO WRK-QTDE-SOMA
                  PERFORM 0845-SOMAR-CNPJ
                  IF WRK-DV EQUAL WRK-DOC-DIGITO (14)
                      MOVE 'S' TO WRK-DOC-SITUACAO
                  END-IF
              END-IF.

       0840-CONFERIR-CNPJ-FIM. EXIT.


       0845-SOMAR-CNPJ SECTION.
              MOVE ZEROS TO WRK-SOMA.
              PERFORM 0846-SOMAR-DIGITO-CNPJ
                 VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTDE-SOMA.
              PERFORM 0860-CALCULAR-DV.

       0845-SOMAR-CNPJ-FIM. EXIT.


       0846-SOMAR-DIGITO-CNPJ SECTION.
              COMPUTE WRK-IND-PESO = WRK-IND + WRK-DESLOCA.
              COMPUTE WRK-SOMA = WRK-SOMA
                 + WRK-DOC-DIGITO (WRK-IND)
                 * WRK-PESO-CNPJ (WRK-IND-PESO).

       0846-SOMAR-DIGITO-CNPJ-FIM. EXIT.


       0860-CALCULAR-DV SECTION.
      *---------- RESTO MENOR QUE 2 DA DIGITO ZERO, SENAO 11 - RESTO
              DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
                 REMAINDER WRK-RESTO.
              IF WRK-RESTO < 2
                  MOVE 0 TO WRK-DV
              ELSE
                  COMPUTE WRK-DV = 11 - WRK-RESTO
              END-IF.

       0860-CALCULAR-DV-FIM. EXIT.


       0300-FINALIZAR       SECTION.
              CLOSE CLIENTES.
              IF FS-CLIENTES NOT EQUAL 0
                  DISPLAY 'ERRO AO FECHAR ' FS-CLIENTES
              END-IF.

       0300-FINALIZAR-FIM. EXIT.
