       01  WRK-OPCAO             PIC X(01).
           88 WRK-OPCAO-SAIR              VALUE '0'.

      *----------------- OPCAO ESCOLHIDA NOS RELATORIOS GERENCIAIS
       01  WRK-OPCAO-REL         PIC X(01).


       PROCEDURE           DIVISION.
       0000-PRINCIPAL      SECTION.
              DISPLAY "C - CADASTRO DE CLIENTES (CLIMAINT)".
              DISPLAY "F - CADASTRO DE FILIAIS (FILMAINT)".
              DISPLAY "T - TRANSFERENCIA ENTRE FILIAIS (CARTRANS)".
              DISPLAY "E - ESTORNO DE VENDA (CARESTOR)".
              DISPLAY "K - CUSTO DO VEICULO (CARCUSTO)".
              DISPLAY "P - RECEBIMENTO DE PARCELAS (CARRECEB)".
              DISPLAY "I - INVENTARIO DO PATIO (CARINVEN)".
              DISPLAY "O - PROPOSTAS DE VENDA (CARPROPO)".
              DISPLAY "M - FECHAMENTO DO MES (CARFECHA)".
              DISPLAY "U - CLIENTES DUPLICADOS E FUSAO (CLIFUSAO)".
              DISPLAY "G - GARANTIA E RECLAMACOES (CARGARAN)".
              DISPLAY "A - METAS DE VENDA (CARMETAS)".
              DISPLAY "N - CONSIGNACAO DE VEICULOS (CARCONSG)".
              DISPLAY "D - DOCUMENTACAO DA VENDA (CARDOCUM)".
              DISPLAY "L - RELATORIOS GERENCIAIS".
              DISPLAY "Q - QUEM ESTA ASSINADO (SUPERVISOR)".
              DISPLAY "0 - SAIR".
              DISPLAY "OPCAO ".
                  WHEN 'T'
                  WHEN 't'
                      PERFORM 0276-CHAMAR-CARTRANS
                  WHEN 'E'
                  WHEN 'e'
                      PERFORM 0277-CHAMAR-CARESTOR
                  WHEN 'K'
                  WHEN 'k'
                      PERFORM 0278-CHAMAR-CARCUSTO
                  WHEN 'P'
                  WHEN 'p'
                      PERFORM 0279-CHAMAR-CARRECEB
                  WHEN 'I'
                  WHEN 'i'
                      PERFORM 0286-CHAMAR-CARINVEN
                  WHEN 'O'
                  WHEN 'o'
                      PERFORM 0287-CHAMAR-CARPROPO
                  WHEN 'M'
                  WHEN 'm'
                      PERFORM 0288-CHAMAR-CARFECHA
                  WHEN 'U'
                  WHEN 'u'
                      PERFORM 0289-CHAMAR-CLIFUSAO
                  WHEN 'G'
                  WHEN 'g'
                      PERFORM 0290-CHAMAR-CARGARAN
                  WHEN 'A'
                  WHEN 'a'
                      PERFORM 0291-CHAMAR-CARMETAS
                  WHEN 'N'
                  WHEN 'n'
                      PERFORM 0292-CHAMAR-CARCONSG
                  WHEN 'D'
                  WHEN 'd'
                      PERFORM 0293-CHAMAR-CARDOCUM
                  WHEN 'L'
                  WHEN 'l'
                      PERFORM 0400-MENU-RELATORIOS
                  WHEN 'Q'
                  WHEN 'q'
                      PERFORM 0280-LISTAR-SESSOES
       0276-CHAMAR-CARTRANS-FIM. EXIT.


       0277-CHAMAR-CARESTOR SECTION.
      *---------- O ESTORNO DE VENDA E FUNCAO DE SUPERVISOR
              IF WRK-NIVEL < 3
                  DISPLAY "FUNCAO RESTRITA - NIVEL INSUFICIENTE"
              ELSE
                  CALL "CARESTOR"
                  CANCEL "CARESTOR"
              END-IF.

       0277-CHAMAR-CARESTOR-FIM. EXIT.


       0278-CHAMAR-CARCUSTO SECTION.
      *---------- O CUSTO DO VEICULO EXIGE NIVEL DE OPERACAO
              IF WRK-NIVEL < 2
                  DISPLAY "FUNCAO RESTRITA - NIVEL INSUFICIENTE"
              ELSE
                  CALL "CARCUSTO"
                  CANCEL "CARCUSTO"
              END-IF.

       0278-CHAMAR-CARCUSTO-FIM. EXIT.


       0279-CHAMAR-CARRECEB SECTION.
      *---------- O RECEBIMENTO DE PARCELAS EXIGE NIVEL DE OPERACAO
              IF WRK-NIVEL < 2
                  DISPLAY "FUNCAO RESTRITA - NIVEL INSUFICIENTE"
              ELSE
                  CALL "CARRECEB"
                  CANCEL "CARRECEB"
              END-IF.

       0279-CHAMAR-CARRECEB-FIM. EXIT.


       0280-LISTAR-SESSOES SECTION.
      *---------- LISTAGEM DE QUEM ESTA ASSINADO - FUNCAO DE
      *---------- SUPERVISOR, COM A MARCA DE SESSAO EXPIRADA
       0285-CRITICAR-SESSAO-FIM. EXIT.


       0286-CHAMAR-CARINVEN SECTION.
      *---------- A CONTAGEM DO INVENTARIO EXIGE NIVEL DE OPERACAO -
      *---------- O PROPRIO CARINVEN RESTRINGE O ENCERRAMENTO
              IF WRK-NIVEL < 2
                  DISPLAY "FUNCAO RESTRITA - NIVEL INSUFICIENTE"
              ELSE
                  CALL "CARINVEN"
                  CANCEL "CARINVEN"
              END-IF.

       0286-CHAMAR-CARINVEN-FIM. EXIT.


       0287-CHAMAR-CARPROPO SECTION.
      *---------- A PROPOSTA DE VENDA EXIGE NIVEL DE OPERACAO
              IF WRK-NIVEL < 2
                  DISPLAY "FUNCAO RESTRITA - NIVEL INSUFICIENTE"
              ELSE
                  CALL "CARPROPO"
                  CANCEL "CARPROPO"
              END-IF.

       0287-CHAMAR-CARPROPO-FIM. EXIT.


       0288-CHAMAR-CARFECHA SECTION.
      *---------- O FECHAMENTO DO MES E FUNCAO DE SUPERVISOR
              IF WRK-NIVEL < 3
                  DISPLAY "FUNCAO RESTRITA - NIVEL INSUFICIENTE"
              ELSE
                  CALL "CARFECHA"
                  CANCEL "CARFECHA"
              END-IF.

       0288-CHAMAR-CARFECHA-FIM. EXIT.


       0289-CHAMAR-CLIFUSAO SECTION.
      *---------- O RELATORIO DOS DUPLICADOS EXIGE NIVEL DE OPERACAO -
      *---------- A FUSAO E CONFERIDA PELO PROPRIO PROGRAMA
              IF WRK-NIVEL < 2
                  DISPLAY "FUNCAO RESTRITA - NIVEL INSUFICIENTE"
              ELSE
                  CALL "CLIFUSAO"
                  CANCEL "CLIFUSAO"
              END-IF.

       0289-CHAMAR-CLIFUSAO-FIM. EXIT.


       0290-CHAMAR-CARGARAN SECTION.
      *---------- A RECLAMACAO EM GARANTIA EXIGE NIVEL DE OPERACAO
              IF WRK-NIVEL < 2
                  DISPLAY "FUNCAO RESTRITA - NIVEL INSUFICIENTE"
              ELSE
                  CALL "CARGARAN"
                  CANCEL "CARGARAN"
              END-IF.

       0290-CHAMAR-CARGARAN-FIM. EXIT.


       0291-CHAMAR-CARMETAS SECTION.
      *---------- AS METAS DAS FILIAIS E DOS VENDEDORES SAO DEFINIDAS
      *---------- PELO SUPERVISOR
              IF WRK-NIVEL < 3
                  DISPLAY "FUNCAO RESTRITA - NIVEL INSUFICIENTE"
              ELSE
                  CALL "CARMETAS"
                  CANCEL "CARMETAS"
              END-IF.

       0291-CHAMAR-CARMETAS-FIM. EXIT.


       0292-CHAMAR-CARCONSG SECTION.
      *---------- A CONSIGNACAO EXIGE NIVEL DE OPERACAO - O PAGAMENTO
      *---------- DO ACERTO E CONFERIDO NO PROPRIO PROGRAMA
              IF WRK-NIVEL < 2
                  DISPLAY "FUNCAO RESTRITA - NIVEL INSUFICIENTE"
              ELSE
                  CALL "CARCONSG"
                  CANCEL "CARCONSG"
              END-IF.

       0292-CHAMAR-CARCONSG-FIM. EXIT.


       0293-CHAMAR-CARDOCUM SECTION.
      *---------- A DOCUMENTACAO DA VENDA EXIGE NIVEL DE OPERACAO
              IF WRK-NIVEL < 2
                  DISPLAY "FUNCAO RESTRITA - NIVEL INSUFICIENTE"
              ELSE
                  CALL "CARDOCUM"
                  CANCEL "CARDOCUM"
              END-IF.

       0293-CHAMAR-CARDOCUM-FIM. EXIT.


       0400-MENU-RELATORIOS SECTION.
      *---------- RELATORIOS GERENCIAIS NUMA LISTA PROPRIA - O MENU
      *---------- PRINCIPAL FICA COM AS FUNCOES DO DIA A DIA
              DISPLAY "-----------------------------------".
              DISPLAY "RELATORIOS GERENCIAIS".
              DISPLAY "1 - POSICAO DOS SINAIS (RELSINAL)".
              DISPLAY "2 - LUCRO BRUTO REAL (RELMARGE)".
              DISPLAY "3 - ATRASO DAS PARCELAS (RELAGING)".
              DISPLAY "4 - SEGURANCA DOS ACESSOS (RELACESS)".
              DISPLAY "5 - CONVERSAO DAS PROPOSTAS (RELPROPO)".
              DISPLAY "6 - FECHAMENTO MENSAL POR FILIAL (RELFECHA)".
              DISPLAY "7 - CUSTO E VENCIMENTO DAS GARANTIAS (RELGARAN)".
              DISPLAY "8 - ATINGIMENTO DAS METAS DE VENDA (RELMETAS)".
              DISPLAY "9 - EXTRATO DOS CONSIGNANTES (RELCONSG)".
              DISPLAY "D - DOCUMENTACAO PENDENTE POR FILIAL (RELDOCUM)".
              DISPLAY "I - INTEGRIDADE DOS CADASTROS (INTEGRID)".
              DISPLAY "0 - VOLTAR".
              DISPLAY "OPCAO ".
              ACCEPT WRK-OPCAO-REL.

              EVALUATE WRK-OPCAO-REL
                  WHEN '1'
                      PERFORM 0401-CHAMAR-RELSINAL
                  WHEN '2'
                      PERFORM 0402-CHAMAR-RELMARGE
                  WHEN '3'
                      PERFORM 0403-CHAMAR-RELAGING
                  WHEN '4'
                      PERFORM 0404-CHAMAR-RELACESS
                  WHEN '5'
                      PERFORM 0405-CHAMAR-RELPROPO
                  WHEN '6'
                      PERFORM 0406-CHAMAR-RELFECHA
                  WHEN '7'
                      PERFORM 0407-CHAMAR-RELGARAN
                  WHEN '8'
                      PERFORM 0408-CHAMAR-RELMETAS
                  WHEN '9'
                      PERFORM 0409-CHAMAR-RELCONSG
                  WHEN 'D'
                  WHEN 'd'
                      PERFORM 0410-CHAMAR-RELDOCUM
                  WHEN 'I'
                  WHEN 'i'
                      PERFORM 0411-CHAMAR-INTEGRID
                  WHEN '0'
                      CONTINUE
                  WHEN OTHER
                      DISPLAY "OPCAO INVALIDA"
              END-EVALUATE.

       0400-MENU-RELATORIOS-FIM. EXIT.


       0401-CHAMAR-RELSINAL SECTION.
      *---------- A POSICAO DOS SINAIS EXIGE NIVEL DE OPERACAO
              IF WRK-NIVEL < 2
                  DISPLAY "FUNCAO RESTRITA - NIVEL INSUFICIENTE"
              ELSE
                  CALL "RELSINAL"
                  CANCEL "RELSINAL"
              END-IF.

       0401-CHAMAR-RELSINAL-FIM. EXIT.


       0402-CHAMAR-RELMARGE SECTION.
      *---------- O LUCRO REAL E INFORMACAO DE SUPERVISOR
              IF WRK-NIVEL < 3
                  DISPLAY "FUNCAO RESTRITA - NIVEL INSUFICIENTE"
              ELSE
                  CALL "RELMARGE"
                  CANCEL "RELMARGE"
              END-IF.

       0402-CHAMAR-RELMARGE-FIM. EXIT.


       0403-CHAMAR-RELAGING SECTION.
      *---------- A COBRANCA DAS PARCELAS EXIGE NIVEL DE OPERACAO
              IF WRK-NIVEL < 2
                  DISPLAY "FUNCAO RESTRITA - NIVEL INSUFICIENTE"
              ELSE
                  CALL "RELAGING"
                  CANCEL "RELAGING"
              END-IF.

       0403-CHAMAR-RELAGING-FIM. EXIT.


       0404-CHAMAR-RELACESS SECTION.
      *---------- A REVISAO DOS ACESSOS E INFORMACAO DE SUPERVISOR
              IF WRK-NIVEL < 3
                  DISPLAY "FUNCAO RESTRITA - NIVEL INSUFICIENTE"
              ELSE
                  CALL "RELACESS"
                  CANCEL "RELACESS"
              END-IF.

       0404-CHAMAR-RELACESS-FIM. EXIT.


       0405-CHAMAR-RELPROPO SECTION.
      *---------- O DESCONTO DADO PELOS VENDEDORES E INFORMACAO DE
      *---------- SUPERVISOR
              IF WRK-NIVEL < 3
                  DISPLAY "FUNCAO RESTRITA - NIVEL INSUFICIENTE"
              ELSE
                  CALL "RELPROPO"
                  CANCEL "RELPROPO"
              END-IF.

       0405-CHAMAR-RELPROPO-FIM. EXIT.


       0406-CHAMAR-RELFECHA SECTION.
      *---------- O RESULTADO FECHADO DAS FILIAIS E INFORMACAO DE
      *---------- SUPERVISOR
              IF WRK-NIVEL < 3
                  DISPLAY "FUNCAO RESTRITA - NIVEL INSUFICIENTE"
              ELSE
                  CALL "RELFECHA"
                  CANCEL "RELFECHA"
              END-IF.

       0406-CHAMAR-RELFECHA-FIM. EXIT.


       0407-CHAMAR-RELGARAN SECTION.
      *---------- O CONTATO DAS GARANTIAS A VENCER EXIGE NIVEL DE
      *---------- OPERACAO
              IF WRK-NIVEL < 2
                  DISPLAY "FUNCAO RESTRITA - NIVEL INSUFICIENTE"
              ELSE
                  CALL "RELGARAN"
                  CANCEL "RELGARAN"
              END-IF.

       0407-CHAMAR-RELGARAN-FIM. EXIT.


       0408-CHAMAR-RELMETAS SECTION.
      *---------- O DESEMPENHO DOS VENDEDORES E INFORMACAO DE
      *---------- SUPERVISOR
              IF WRK-NIVEL < 3
                  DISPLAY "FUNCAO RESTRITA - NIVEL INSUFICIENTE"
              ELSE
                  CALL "RELMETAS"
                  CANCEL "RELMETAS"
              END-IF.

       0408-CHAMAR-RELMETAS-FIM. EXIT.


       0409-CHAMAR-RELCONSG SECTION.
      *---------- O EXTRATO DOS CONSIGNANTES EXIGE NIVEL DE OPERACAO
              IF WRK-NIVEL < 2
                  DISPLAY "FUNCAO RESTRITA - NIVEL INSUFICIENTE"
              ELSE
                  CALL "RELCONSG"
                  CANCEL "RELCONSG"
              END-IF.

       0409-CHAMAR-RELCONSG-FIM. EXIT.


       0410-CHAMAR-RELDOCUM SECTION.
      *---------- A COBRANCA DOS DOCUMENTOS EXIGE NIVEL DE OPERACAO
              IF WRK-NIVEL < 2
                  DISPLAY "FUNCAO RESTRITA - NIVEL INSUFICIENTE"
              ELSE
                  CALL "RELDOCUM"
                  CANCEL "RELDOCUM"
              END-IF.

       0410-CHAMAR-RELDOCUM-FIM. EXIT.


       0411-CHAMAR-INTEGRID SECTION.
      *---------- A VARREDURA E O REPARO DOS CADASTROS SAO FUNCAO DE
      *---------- SUPERVISOR
              IF WRK-NIVEL < 3
                  DISPLAY "FUNCAO RESTRITA - NIVEL INSUFICIENTE"
              ELSE
                  CALL "INTEGRID"
                  CANCEL "INTEGRID"
              END-IF.

       0411-CHAMAR-INTEGRID-FIM. EXIT.


       0300-FINALIZAR       SECTION.
      *---------- DESCARTAR A SESSAO DO TERMINAL NA SAIDA - AS DOS
      *---------- DEMAIS TERMINAIS PERMANECEM ASSINADAS
