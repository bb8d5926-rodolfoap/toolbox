      * -----------------------------------
      * RETRATO CONTABILIZADO DO LIVRO DE PAGAMENTOS (pagcont.dat),
      * MANTIDO PELO CONTABIL: A SITUAÇÃO E O VALOR DE CADA CARNET E
      * COMPETÊNCIA COMO JÁ FORAM ENVIADOS À CONTABILIDADE. O
      * MOVIMENTO DO DIA É A DIFERENÇA ENTRE pagamentos.dat E ESTE
      * RETRATO; ENTRADA AUSENTE AQUI É COMPETÊNCIA AINDA NÃO
      * CONTABILIZADA. MESMA CHAVE DO LIVRO (CARNET+COMPETÊNCIA).
       01 PCT-REC.
           05 PCT-KEY.
               10 PCT-CARNET         PIC 9(09).
               10 PCT-COMPETENCIA    PIC 9(06).
           05 PCT-STATUS             PIC X(01).
               88 PCT-ABERTO VALUE "A".
               88 PCT-PAGO   VALUE "P".
           05 PCT-VALOR              PIC 9(07)V99.
           05 PCT-DATA-PAGAMENTO     PIC 9(08).
      * DATA DO MOVIMENTO EM QUE A ENTRADA FOI CONTABILIZADA POR
      * ÚLTIMO
           05 PCT-DATA-CONTABIL      PIC 9(08).
           05 FILLER                 PIC X(02).
