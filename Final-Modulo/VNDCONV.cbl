      * Data:
      * Assunto: CONVERSAO UNICA DO HISTORICO DE VENDAS DO LAYOUT
      *          ANTIGO (ATE O OPERADOR) PARA O LAYOUT ATUAL COM
      *          CLIENTE, RECIBO, TROCA, MARCA CONTABIL, FILIAL,
      *          ESTORNO E FORMA DE PAGAMENTO - AS LINHAS CURTAS
      *          GANHAM OS CAMPOS NOVOS ZERADOS
      ******************************************************************

       ENVIRONMENT        DIVISION.
           05 VND-TROCA-VALOR   PIC  9(006)V99.
           05 VND-CTB-FLAG      PIC  X(001).
           05 VND-FILIAL        PIC  X(002).
           05 VND-ESTORNO       PIC  X(001).
           05 VND-DATA-ESTORNO  PIC  9(008).
           05 VND-FORMA-PAGTO   PIC  X(001).
           05 VND-ENTRADA       PIC  9(006)V99.
           05 VND-QTDE-PARCELAS PIC  9(003).

       FD  VND-TEMP.
       01  REG-VND-TEMP    PIC  X(167).


       WORKING-STORAGE SECTION.
       0210-COMPLETAR-VENDA SECTION.
      *---------- VENDA DO LAYOUT ANTIGO NAO TEM A MARCA CONTABIL
      *---------- VALIDA - COMPLETAR OS CAMPOS NOVOS COM ZEROS,
      *---------- MARCA N E FILIAL DA MATRIZ. VENDA SEM A MARCA DE
      *---------- ESTORNO VALIDA ENTRA COMO NAO ESTORNADA. VENDA SEM
      *---------- FORMA DE PAGAMENTO VALIDA ENTRA COMO A VISTA
              IF (VND-CTB-FLAG EQUAL 'S' OR VND-CTB-FLAG EQUAL 'N'
                 OR VND-CTB-FLAG EQUAL 'E' OR VND-CTB-FLAG EQUAL 'X')
                 AND (VND-ESTORNO EQUAL 'S' OR VND-ESTORNO EQUAL 'N')
                 AND (VND-FORMA-PAGTO EQUAL 'V'
                 OR VND-FORMA-PAGTO EQUAL 'F')
                  ADD 1 TO WRK-QTDE-JA-ATUAL
              ELSE
                  IF VND-CTB-FLAG NOT EQUAL 'S'
                     AND VND-CTB-FLAG NOT EQUAL 'N'
                     AND VND-CTB-FLAG NOT EQUAL 'E'
                     AND VND-CTB-FLAG NOT EQUAL 'X'
                      MOVE SPACES TO VND-CLI-CODIGO
                      MOVE ZEROS  TO VND-RECIBO
                      MOVE SPACES TO VND-TROCA-CODIGO
                      MOVE ZEROS  TO VND-TROCA-VALOR
                      MOVE 'N'    TO VND-CTB-FLAG
                      MOVE "01"   TO VND-FILIAL
                  END-IF
                  IF VND-ESTORNO NOT EQUAL 'S'
                     AND VND-ESTORNO NOT EQUAL 'N'
                      MOVE 'N'    TO VND-ESTORNO
                      MOVE ZEROS  TO VND-DATA-ESTORNO
                  END-IF
                  IF VND-FORMA-PAGTO NOT EQUAL 'V'
                     AND VND-FORMA-PAGTO NOT EQUAL 'F'
                      MOVE 'V'    TO VND-FORMA-PAGTO
                      MOVE ZEROS  TO VND-ENTRADA
                      MOVE ZEROS  TO VND-QTDE-PARCELAS
                  END-IF
                  ADD 1 TO WRK-QTDE-CONVERTIDA
              END-IF.

