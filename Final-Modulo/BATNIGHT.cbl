      * Autor: xxxxxx
      * Data:
      * Assunto: CONDUTOR DA RODADA NOTURNA - EXECUTA NA ORDEM O
      *          CARBKP, RELFABR, RELIDADE, RELMOVI, CARCSV E A
      *          VARREDURA DE INTEGRIDADE INTEGRID, REGISTRANDO
      *          INICIO, FIM E RETORNO DE CADA PASSO NO ARQUIVO DE
      *          CONTROLE DA RODADA - UMA RODADA INCOMPLETA E
      *          RETOMADA DO PASSO QUE FALHOU
      ******************************************************************

       ENVIRONMENT        DIVISION.
       01  FS-RODADA       PIC 9(02) VALUE ZEROS.

      *----------------- A SEQUENCIA DA RODADA NOTURNA
       01  WRK-MAX-PASSOS         PIC 9(002) VALUE 6.
       01  WRK-TABELA-PASSOS.
           05 FILLER PIC X(008) VALUE "CARBKP".
           05 FILLER PIC X(008) VALUE "RELFABR".
           05 FILLER PIC X(008) VALUE "RELIDADE".
           05 FILLER PIC X(008) VALUE "RELMOVI".
           05 FILLER PIC X(008) VALUE "CARCSV".
           05 FILLER PIC X(008) VALUE "INTEGRID".
       01  WRK-TABELA-PASSOS-R REDEFINES WRK-TABELA-PASSOS.
           05 WRK-PASSO-PROGRAMA OCCURS 006 TIMES PIC X(008).

      *----------------- ESTADO DE CADA PASSO NA RODADA CORRENTE
      *----------------- BRANCO = PENDENTE  I = INICIADO  C = OK
      *----------------- E = FALHOU COM RETORNO DIFERENTE DE ZERO
       01  WRK-TABELA-ESTADO.
           05 WRK-PASSO-OCORRENCIA OCCURS 006 TIMES.
               10 WRK-PASSO-STATUS   PIC X(001).
               10 WRK-PASSO-DATA     PIC 9(008).
               10 WRK-PASSO-HORA-INI PIC 9(008).


       0125-CRITICAR-COMPLETA SECTION.
      *---------- SO O PASSO INICIADO OU FALHADO TORNA A RODADA
      *---------- INCOMPLETA - PASSO NOVO NA SEQUENCIA AINDA NAO TEM
      *---------- REGISTRO E NAO FORCA A RETOMADA
              IF WRK-PASSO-STATUS(WRK-PASSO-IDX) EQUAL 'I'
                 OR WRK-PASSO-STATUS(WRK-PASSO-IDX) EQUAL 'E'
                  MOVE 'N' TO WRK-RODADA-COMPLETA
              END-IF.

