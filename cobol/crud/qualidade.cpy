      * -----------------------------------
      * HISTÓRICO DA QUALIDADE DO CADASTRO (qualidade.dat), GRAVADO
      * PELO QUALCAD NO FECHAMENTO MENSAL: UM REGISTRO POR MÊS E
      * DIMENSÃO (CADA AGÊNCIA, CADA ORIGEM E O CADASTRO INTEIRO), COM
      * OS ATIVOS AVALIADOS E QUANTOS DELES ESTAVAM EM ORDEM EM CADA
      * ITEM. OS PERCENTUAIS E A NOTA SÃO CALCULADOS NA IMPRESSÃO, A
      * PARTIR DAS CONTAGENS. REEXECUTAR O MÊS REGRAVA OS REGISTROS
      * DELE. ITENS: 1 FONE, 2 ENDEREÇO ESTRUTURADO, 3 CEP, 4 CONTATO
      * EM contatos.dat, 5 NOME, 6 AGÊNCIA.
       01 QH-REC.
           05 QH-KEY.
               10 QH-ANOMES       PIC 9(06).
               10 QH-DIMENSAO     PIC X(01).
                   88 QH-DIM-AGENCIA VALUE "A".
                   88 QH-DIM-ORIGEM  VALUE "O".
                   88 QH-DIM-GERAL   VALUE "G".
      * CÓDIGO DA AGÊNCIA; NA ORIGEM, 1 = LEGADO E 2 = CLIENTES; NO
      * GERAL, ZEROS
               10 QH-CODIGO       PIC 9(03).
           05 QH-ATIVOS           PIC 9(08).
           05 QH-ITEM-OK          PIC 9(08) OCCURS 6 TIMES.
           05 QH-DATA-GERACAO     PIC 9(08).
           05 FILLER              PIC X(10).
