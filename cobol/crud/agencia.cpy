      * -----------------------------------
      * CADASTRO DE AGÊNCIAS (agencias.dat), MANTIDO PELO AGEMAN. É O
      * QUE DÁ NOME, CIDADE E REGIÃO AOS CÓDIGOS DE MESTRE-AGENCIA E
      * OPER-AGENCIA NOS RELATÓRIOS (RELMOV, RELOPER, RELINAD,
      * SELECLI). A AGÊNCIA 000 É A MATRIZ. O FECHAMENTO DE AGÊNCIA
      * SÓ É FEITO PELO AGEFECHA, QUE TRANSFERE CLIENTES E OPERADORES
      * PARA A AGÊNCIA DESTINO E MARCA A AGÊNCIA COMO FECHADA, COM A
      * DATA E O DESTINO; O SINCLEG NÃO ESPERA MAIS O ARQUIVO LEGADO
      * DE UMA AGÊNCIA FECHADA.
       01 AGE-REC.
           05 AGE-KEY.
               10 AGE-CODIGO         PIC 9(03).
           05 AGE-NOME               PIC X(30).
           05 AGE-CIDADE             PIC X(20).
           05 AGE-REGIAO             PIC X(15).
           05 AGE-STATUS             PIC X(01).
               88 AGE-ATIVA   VALUE "A".
               88 AGE-FECHADA VALUE "F".
           05 AGE-DATA-FECHAMENTO    PIC 9(08).
           05 AGE-AGENCIA-DESTINO    PIC 9(03).
           05 FILLER                 PIC X(10).
