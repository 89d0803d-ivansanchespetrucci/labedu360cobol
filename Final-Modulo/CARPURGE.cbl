           05 VND-TROCA-VALOR   PIC  9(006)V99.
           05 VND-CTB-FLAG      PIC  X(001).
           05 VND-FILIAL        PIC  X(002).
           05 VND-ESTORNO       PIC  X(001).
           05 VND-DATA-ESTORNO  PIC  9(008).
           05 VND-FORMA-PAGTO   PIC  X(001).
           05 VND-ENTRADA       PIC  9(006)V99.
           05 VND-QTDE-PARCELAS PIC  9(003).

      *------------------- ARQUIVO MORTO DOS EXPURGADOS - A IMAGEM
      *------------------- DO CADASTRO MAIS A DATA DO EXPURGO
              COMPUTE WRK-DIAS-VENDIDO =
                 WRK-SERIAL-HOJE - WRK-SERIAL-VENDA.

      *---------- VENDA ESTORNADA DEVOLVEU O VEICULO AO ESTOQUE - UMA
      *---------- NOVA VENDA DO MESMO VEICULO RESPONDE PELO EXPURGO
              IF WRK-DIAS-VENDIDO > WRK-LIMITE-DIAS
                 AND VND-ESTORNO NOT EQUAL 'S'
                  PERFORM 0210-EXPURGAR-VEICULO
              END-IF.

